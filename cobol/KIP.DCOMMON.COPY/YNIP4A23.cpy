      *================================================================*
      *@ NAME : YNIP4A23                                               *
      *@ DESC : AS기업집단평가입력 변경이력조회 COPYBOOK           *
      *----------------------------------------------------------------*
      *  최종변경일시 : 2026-10-15 10:00:00                          *
      *  생성일시     : 2026-10-15 10:00:00                          *
      *  전체길이     : 00000044 BYTES                               *
      *================================================================*
      *--     기업집단그룹코드
           07  YNIP4A23-CORP-CLCT-GROUP-CD       PIC  X(003).
      *--     기업집단등록코드
           07  YNIP4A23-CORP-CLCT-REGI-CD        PIC  X(003).
      *--     평가년월일
           07  YNIP4A23-VALUA-YMD                PIC  X(008).
      *--     확정대기중 변경만 조회여부(Y:확정대기중 변경만)
           07  YNIP4A23-CNFM-WAIT-YN             PIC  X(001).
      *--     다음조회 시작키(최초조회는 SPACE)
           07  YNIP4A23-NEXT-CHG-YMD             PIC  X(008).
           07  YNIP4A23-NEXT-CHG-HMS             PIC  X(008).
           07  YNIP4A23-NEXT-PGM-ID              PIC  X(008).
           07  YNIP4A23-NEXT-CHG-SERNO           PIC  9(005).
      *================================================================*
      *        Y  N  I  P  4  A  2  3    C  O  P  Y  B  O  O  K        *
      *================================================================*
      *X  YNIP4A23-CORP-CLCT-GROUP-CD   ;기업집단그룹코드
      *X  YNIP4A23-CORP-CLCT-REGI-CD    ;기업집단등록코드
      *X  YNIP4A23-VALUA-YMD            ;평가년월일
      *X  YNIP4A23-CNFM-WAIT-YN         ;확정대기중 변경만 조회여부
      *X  YNIP4A23-NEXT-CHG-YMD         ;다음조회 변경년월일
      *X  YNIP4A23-NEXT-CHG-HMS         ;다음조회 변경시각
      *X  YNIP4A23-NEXT-PGM-ID          ;다음조회 변경프로그램ID
      *N  YNIP4A23-NEXT-CHG-SERNO       ;다음조회 변경일련번호
