      *================================================================*
      *@ NAME : XDIPA650                                               *
      *@ DESC : DC기업집단평가입력 변경이력조회                     *
      *----------------------------------------------------------------*
      *  최종변경일시 : 2026-10-15 10:00:00                          *
      *  생성일시     : 2026-10-15 10:00:00                          *
      *================================================================*
           03  XDIPA650-RETURN.
             05  XDIPA650-R-STAT                 PIC  X(002).
                 88  COND-XDIPA650-OK            VALUE  '00'.
                 88  COND-XDIPA650-KEYDUP        VALUE  '01'.
                 88  COND-XDIPA650-NOTFOUND      VALUE  '02'.
                 88  COND-XDIPA650-SPVSTOP       VALUE  '05'.
                 88  COND-XDIPA650-ERROR         VALUE  '09'.
                 88  COND-XDIPA650-ABNORMAL      VALUE  '98'.
                 88  COND-XDIPA650-SYSERROR      VALUE  '99'.
             05  XDIPA650-R-LINE                 PIC  9(006).
             05  XDIPA650-R-ERRCD                PIC  X(008).
             05  XDIPA650-R-TREAT-CD             PIC  X(008).
             05  XDIPA650-R-SQL-CD               PIC S9(005)
                                                 LEADING  SEPARATE.
      *----------------------------------------------------------------*
           03  XDIPA650-IN.
      *----------------------------------------------------------------*
      *--       기업집단그룹코드
             05  XDIPA650-I-CORP-CLCT-GROUP-CD   PIC  X(003).
      *--       기업집단등록코드
             05  XDIPA650-I-CORP-CLCT-REGI-CD    PIC  X(003).
      *--       평가년월일
             05  XDIPA650-I-VALUA-YMD            PIC  X(008).
      *--       확정대기중 변경만 조회여부(Y:확정대기중 변경만)
             05  XDIPA650-I-CNFM-WAIT-YN         PIC  X(001).
      *--       다음조회 시작키(최초조회는 SPACE)
             05  XDIPA650-I-NEXT-CHG-YMD         PIC  X(008).
             05  XDIPA650-I-NEXT-CHG-HMS         PIC  X(008).
             05  XDIPA650-I-NEXT-PGM-ID          PIC  X(008).
             05  XDIPA650-I-NEXT-CHG-SERNO       PIC  9(005).
      *----------------------------------------------------------------*
           03  XDIPA650-OUT.
      *----------------------------------------------------------------*
      *--       현재건수
             05  XDIPA650-O-PRSNT-NOITM          PIC  9(005).
      *--       다음자료여부(Y:다음자료 있음)
             05  XDIPA650-O-NEXT-YN              PIC  X(001).
      *--       다음조회 시작키
             05  XDIPA650-O-NEXT-CHG-YMD         PIC  X(008).
             05  XDIPA650-O-NEXT-CHG-HMS         PIC  X(008).
             05  XDIPA650-O-NEXT-PGM-ID          PIC  X(008).
             05  XDIPA650-O-NEXT-CHG-SERNO       PIC  9(005).
      *--       변경이력 그리드(변경일시 순)
             05  XDIPA650-O-GRID                 OCCURS 000100 TIMES.
      *--         변경년월일
               07  XDIPA650-O-CHG-YMD            PIC  X(008).
      *--         변경시각
               07  XDIPA650-O-CHG-HMS            PIC  X(008).
      *--         변경프로그램ID
               07  XDIPA650-O-PGM-ID             PIC  X(008).
      *--         변경일련번호
               07  XDIPA650-O-CHG-SERNO          PIC  9(005).
      *--         변경테이블명
               07  XDIPA650-O-TBL-NAME           PIC  X(010).
      *--         변경행식별내용
               07  XDIPA650-O-ROW-KEY-CTNT       PIC  X(050).
      *--         변경항목명
               07  XDIPA650-O-FLD-NAME           PIC  X(030).
      *--         변경구분(1:추가/2:변경/3:삭제)
               07  XDIPA650-O-CHG-DSTCD          PIC  X(001).
      *--         변경전내용
               07  XDIPA650-O-BF-CTNT            PIC  X(200).
      *--         변경후내용
               07  XDIPA650-O-AF-CTNT            PIC  X(200).
      *--         변경직원번호
               07  XDIPA650-O-CHG-EMPID          PIC  X(007).
      *--         변경시 처리단계구분
               07  XDIPA650-O-PRCSS-STGE-DSTCD   PIC  X(001).
      *--         변경시 확정대기여부
               07  XDIPA650-O-CNFM-WAIT-YN       PIC  X(001).
      *================================================================*
      *        X  D  I  P  A  6  5  0    C  O  P  Y  B  O  O  K        *
      *================================================================*
      *X  XDIPA650-I-CORP-CLCT-GROUP-CD ;기업집단그룹코드
      *X  XDIPA650-I-CORP-CLCT-REGI-CD  ;기업집단등록코드
      *X  XDIPA650-I-VALUA-YMD          ;평가년월일
      *X  XDIPA650-I-CNFM-WAIT-YN       ;확정대기중 변경만 조회여부
      *X  XDIPA650-I-NEXT-CHG-YMD       ;다음조회 변경년월일
      *X  XDIPA650-I-NEXT-CHG-HMS       ;다음조회 변경시각
      *X  XDIPA650-I-NEXT-PGM-ID        ;다음조회 프로그램ID
      *N  XDIPA650-I-NEXT-CHG-SERNO     ;다음조회 변경일련번호
      *N  XDIPA650-O-PRSNT-NOITM        ;현재건수
      *X  XDIPA650-O-NEXT-YN            ;다음자료여부
      *X  XDIPA650-O-NEXT-CHG-YMD       ;다음조회 변경년월일
      *X  XDIPA650-O-NEXT-CHG-HMS       ;다음조회 변경시각
      *X  XDIPA650-O-NEXT-PGM-ID        ;다음조회 프로그램ID
      *N  XDIPA650-O-NEXT-CHG-SERNO     ;다음조회 변경일련번호
      *A  XDIPA650-O-GRID               ;변경이력 그리드
      *X  XDIPA650-O-CHG-YMD            ;변경년월일
      *X  XDIPA650-O-CHG-HMS            ;변경시각
      *X  XDIPA650-O-PGM-ID             ;변경프로그램ID
      *N  XDIPA650-O-CHG-SERNO          ;변경일련번호
      *X  XDIPA650-O-TBL-NAME           ;변경테이블명
      *X  XDIPA650-O-ROW-KEY-CTNT       ;변경행식별내용
      *X  XDIPA650-O-FLD-NAME           ;변경항목명
      *X  XDIPA650-O-CHG-DSTCD          ;변경구분
      *X  XDIPA650-O-BF-CTNT            ;변경전내용
      *X  XDIPA650-O-AF-CTNT            ;변경후내용
      *X  XDIPA650-O-CHG-EMPID          ;변경직원번호
      *X  XDIPA650-O-PRCSS-STGE-DSTCD   ;변경시 처리단계구분
      *X  XDIPA650-O-CNFM-WAIT-YN       ;변경시 확정대기여부
      *================================================================*
