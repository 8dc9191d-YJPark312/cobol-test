      *================================================================*
      *@ NAME : YPIP4A23                                               *
      *@ DESC : AS기업집단평가입력 변경이력조회 COPYBOOK           *
      *----------------------------------------------------------------*
      *  최종변경일시 : 2026-10-15 10:00:00                          *
      *  생성일시     : 2026-10-15 10:00:00                          *
      *  전체길이     : 00052935 BYTES                               *
      *================================================================*
      *--     현재건수
           07  YPIP4A23-PRSNT-NOITM              PIC  9(005).
      *--     다음자료여부(Y:다음자료 있음)
           07  YPIP4A23-NEXT-YN                  PIC  X(001).
      *--     다음조회 시작키
           07  YPIP4A23-NEXT-CHG-YMD             PIC  X(008).
           07  YPIP4A23-NEXT-CHG-HMS             PIC  X(008).
           07  YPIP4A23-NEXT-PGM-ID              PIC  X(008).
           07  YPIP4A23-NEXT-CHG-SERNO           PIC  9(005).
      *--     변경이력 그리드
           07  YPIP4A23-GRID                     OCCURS 000100 TIMES.
      *--       변경년월일
             09  YPIP4A23-CHG-YMD                PIC  X(008).
      *--       변경시각
             09  YPIP4A23-CHG-HMS                PIC  X(008).
      *--       변경프로그램ID
             09  YPIP4A23-PGM-ID                 PIC  X(008).
      *--       변경일련번호
             09  YPIP4A23-CHG-SERNO              PIC  9(005).
      *--       변경테이블명
             09  YPIP4A23-TBL-NAME               PIC  X(010).
      *--       변경행식별내용
             09  YPIP4A23-ROW-KEY-CTNT           PIC  X(050).
      *--       변경항목명
             09  YPIP4A23-FLD-NAME               PIC  X(030).
      *--       변경구분(1:추가/2:변경/3:삭제)
             09  YPIP4A23-CHG-DSTCD              PIC  X(001).
      *--       변경전내용
             09  YPIP4A23-BF-CTNT                PIC  X(200).
      *--       변경후내용
             09  YPIP4A23-AF-CTNT                PIC  X(200).
      *--       변경직원번호
             09  YPIP4A23-CHG-EMPID              PIC  X(007).
      *--       변경시 처리단계구분
             09  YPIP4A23-PRCSS-STGE-DSTCD       PIC  X(001).
      *--       변경시 확정대기여부
             09  YPIP4A23-CNFM-WAIT-YN           PIC  X(001).
      *================================================================*
      *        Y  P  I  P  4  A  2  3    C  O  P  Y  B  O  O  K        *
      *================================================================*
      *N  YPIP4A23-PRSNT-NOITM          ;현재건수
      *X  YPIP4A23-NEXT-YN              ;다음자료여부
      *X  YPIP4A23-NEXT-CHG-YMD         ;다음조회 변경년월일
      *X  YPIP4A23-NEXT-CHG-HMS         ;다음조회 변경시각
      *X  YPIP4A23-NEXT-PGM-ID          ;다음조회 변경프로그램ID
      *N  YPIP4A23-NEXT-CHG-SERNO       ;다음조회 변경일련번호
      *A  YPIP4A23-GRID                 ;변경이력 그리드
      *X  YPIP4A23-CHG-YMD              ;변경년월일
      *X  YPIP4A23-CHG-HMS              ;변경시각
      *X  YPIP4A23-PGM-ID               ;변경프로그램ID
      *N  YPIP4A23-CHG-SERNO            ;변경일련번호
      *X  YPIP4A23-TBL-NAME             ;변경테이블명
      *X  YPIP4A23-ROW-KEY-CTNT         ;변경행식별내용
      *X  YPIP4A23-FLD-NAME             ;변경항목명
      *X  YPIP4A23-CHG-DSTCD            ;변경구분
      *X  YPIP4A23-BF-CTNT              ;변경전내용
      *X  YPIP4A23-AF-CTNT              ;변경후내용
      *X  YPIP4A23-CHG-EMPID            ;변경직원번호
      *X  YPIP4A23-PRCSS-STGE-DSTCD     ;변경시 처리단계구분
      *X  YPIP4A23-CNFM-WAIT-YN         ;변경시 확정대기여부
