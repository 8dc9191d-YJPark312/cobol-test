      *================================================================*
      *@ NAME : YNIP4A22                                               *
      *@ DESC : AS기업집단합산연결재무 다년추이조회 COPYBOOK       *
      *----------------------------------------------------------------*
      *  최종변경일시 : 2026-10-15 10:00:00                          *
      *  생성일시     : 2026-10-15 10:00:00                          *
      *  전체길이     : 00000019 BYTES                               *
      *================================================================*
      *--     그룹회사코드
           07  YNIP4A22-GROUP-CO-CD              PIC  X(003).
      *--     기업집단그룹코드
           07  YNIP4A22-CORP-CLCT-GROUP-CD       PIC  X(003).
      *--     기업집단등록코드
           07  YNIP4A22-CORP-CLCT-REGI-CD        PIC  X(003).
      *--     평가기준년월일
           07  YNIP4A22-VALUA-BASE-YMD           PIC  X(008).
      *--     분석기간(결산년수 1~5, 0:5개년)
           07  YNIP4A22-ANLS-TRM                 PIC  9(001).
      *--     단위
           07  YNIP4A22-UNIT                     PIC  X(001).
      *================================================================*
      *        Y  N  I  P  4  A  2  2    C  O  P  Y  B  O  O  K        *
      *================================================================*
      *X  YNIP4A22-GROUP-CO-CD          ;그룹회사코드
      *X  YNIP4A22-CORP-CLCT-GROUP-CD   ;기업집단그룹코드
      *X  YNIP4A22-CORP-CLCT-REGI-CD    ;기업집단등록코드
      *X  YNIP4A22-VALUA-BASE-YMD       ;평가기준년월일
      *N  YNIP4A22-ANLS-TRM             ;분석기간
      *X  YNIP4A22-UNIT                 ;단위
