      *================================================================*
      *@ NAME : XDIPA682                                               *
      *@ DESC : DC기업집단추정재무제표저장/조회COPYBOOK             *
      *----------------------------------------------------------------*
      *  최종변경일시 : 2026-10-15 10:00:00                          *
      *  생성일시     : 2026-10-15 10:00:00                          *
      *================================================================*
           03  XDIPA682-RETURN.
             05  XDIPA682-R-STAT                 PIC  X(002).
                 88  COND-XDIPA682-OK            VALUE  '00'.
                 88  COND-XDIPA682-KEYDUP        VALUE  '01'.
                 88  COND-XDIPA682-NOTFOUND      VALUE  '02'.
                 88  COND-XDIPA682-SPVSTOP       VALUE  '05'.
                 88  COND-XDIPA682-ERROR         VALUE  '09'.
                 88  COND-XDIPA682-ABNORMAL      VALUE  '98'.
                 88  COND-XDIPA682-SYSERROR      VALUE  '99'.
             05  XDIPA682-R-LINE                 PIC  9(006).
             05  XDIPA682-R-ERRCD                PIC  X(008).
             05  XDIPA682-R-TREAT-CD             PIC  X(008).
             05  XDIPA682-R-SQL-CD               PIC S9(005)
                                                 LEADING  SEPARATE.
      *----------------------------------------------------------------*
           03  XDIPA682-IN.
      *----------------------------------------------------------------*
      *--       처리구분(01:추정재무제표저장/02:추정재무제표조회)
             05  XDIPA682-I-PRCSS-DSTCD          PIC  X(002).
      *--       기업집단그룹코드
             05  XDIPA682-I-CORP-CLCT-GROUP-CD   PIC  X(003).
      *--       기업집단등록코드
             05  XDIPA682-I-CORP-CLCT-REGI-CD    PIC  X(003).
      *--       평가년월일
             05  XDIPA682-I-VALUA-YMD            PIC  X(008).
      *--       총건수
             05  XDIPA682-I-TOTAL-NOITM          PIC  9(005).
      *--       현재건수
             05  XDIPA682-I-PRSNT-NOITM          PIC  9(005).
      *--       그리드(추정재무항목)
             05  XDIPA682-I-GRID                 OCCURS 000060 TIMES.
      *--         추정결산년
               07  XDIPA682-I-PRJT-STLACC-YR     PIC  X(004).
      *--         재무분석보고서구분
               07  XDIPA682-I-RPTDOC-DSTCD       PIC  X(002).
      *--         재무항목코드
               07  XDIPA682-I-FNAF-ITEM-CD       PIC  X(004).
      *--         재무항목명
               07  XDIPA682-I-FNAF-ITEM-NAME     PIC  X(102).
      *--         추정항목금액
               07  XDIPA682-I-PRJT-ITEM-AMT      PIC S9(015)
                                                 LEADING  SEPARATE.
      *----------------------------------------------------------------*
           03  XDIPA682-OUT.
      *----------------------------------------------------------------*
      *--       총건수
             05  XDIPA682-O-TOTAL-NOITM          PIC  9(005).
      *--       현재건수
             05  XDIPA682-O-PRSNT-NOITM          PIC  9(005).
      *--       그리드(추정재무항목)
             05  XDIPA682-O-GRID                 OCCURS 000060 TIMES.
      *--         추정결산년
               07  XDIPA682-O-PRJT-STLACC-YR     PIC  X(004).
      *--         재무분석보고서구분
               07  XDIPA682-O-RPTDOC-DSTCD       PIC  X(002).
      *--         재무항목코드
               07  XDIPA682-O-FNAF-ITEM-CD       PIC  X(004).
      *--         재무항목명
               07  XDIPA682-O-FNAF-ITEM-NAME     PIC  X(102).
      *--         추정항목금액
               07  XDIPA682-O-PRJT-ITEM-AMT      PIC S9(015)
                                                 LEADING  SEPARATE.
      *--         등록직원번호
               07  XDIPA682-O-REGI-EMPID         PIC  X(007).
      *--         등록년월일
               07  XDIPA682-O-REGI-YMD           PIC  X(008).
      *================================================================*
      *        X  D  I  P  A  6  8  2    C  O  P  Y  B  O  O  K        *
      *================================================================*
      *X  XDIPA682-I-PRCSS-DSTCD        ;처리구분
      *X  XDIPA682-I-CORP-CLCT-GROUP-CD ;기업집단그룹코드
      *X  XDIPA682-I-CORP-CLCT-REGI-CD  ;기업집단등록코드
      *X  XDIPA682-I-VALUA-YMD          ;평가년월일
      *N  XDIPA682-I-TOTAL-NOITM        ;총건수
      *N  XDIPA682-I-PRSNT-NOITM        ;현재건수
      *A  XDIPA682-I-GRID               ;그리드
      *X  XDIPA682-I-PRJT-STLACC-YR     ;추정결산년
      *X  XDIPA682-I-RPTDOC-DSTCD       ;재무분석보고서구분
      *X  XDIPA682-I-FNAF-ITEM-CD       ;재무항목코드
      *X  XDIPA682-I-FNAF-ITEM-NAME     ;재무항목명
      *S  XDIPA682-I-PRJT-ITEM-AMT      ;추정항목금액
      *N  XDIPA682-O-TOTAL-NOITM        ;총건수
      *N  XDIPA682-O-PRSNT-NOITM        ;현재건수
      *A  XDIPA682-O-GRID               ;그리드
      *X  XDIPA682-O-PRJT-STLACC-YR     ;추정결산년
      *X  XDIPA682-O-RPTDOC-DSTCD       ;재무분석보고서구분
      *X  XDIPA682-O-FNAF-ITEM-CD       ;재무항목코드
      *X  XDIPA682-O-FNAF-ITEM-NAME     ;재무항목명
      *S  XDIPA682-O-PRJT-ITEM-AMT      ;추정항목금액
      *X  XDIPA682-O-REGI-EMPID         ;등록직원번호
      *X  XDIPA682-O-REGI-YMD           ;등록년월일
      *================================================================*
