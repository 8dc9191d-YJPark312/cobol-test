      *================================================================*
      *@ NAME : XPIPA521                                               *
      *@ DESC : PC기업집단합산연결재무 다년추이조회COPYBOOK        *
      *----------------------------------------------------------------*
      *  최종변경일시 : 2026-10-15 10:00:00                          *
      *  생성일시     : 2026-10-15 10:00:00                          *
      *================================================================*
           03  XPIPA521-RETURN.
             05  XPIPA521-R-STAT                 PIC  X(002).
                 88  COND-XPIPA521-OK            VALUE  '00'.
                 88  COND-XPIPA521-KEYDUP        VALUE  '01'.
                 88  COND-XPIPA521-NOTFOUND      VALUE  '02'.
                 88  COND-XPIPA521-SPVSTOP       VALUE  '05'.
                 88  COND-XPIPA521-ERROR         VALUE  '09'.
                 88  COND-XPIPA521-ABNORMAL      VALUE  '98'.
                 88  COND-XPIPA521-SYSERROR      VALUE  '99'.
             05  XPIPA521-R-LINE                 PIC  9(006).
             05  XPIPA521-R-ERRCD                PIC  X(008).
             05  XPIPA521-R-TREAT-CD             PIC  X(008).
             05  XPIPA521-R-SQL-CD               PIC S9(005)
                                                 LEADING  SEPARATE.
      *----------------------------------------------------------------*
           03  XPIPA521-IN.
      *----------------------------------------------------------------*
      *--       그룹회사코드
             05  XPIPA521-I-GROUP-CO-CD          PIC  X(003).
      *--       기업집단그룹코드
             05  XPIPA521-I-CORP-CLCT-GROUP-CD   PIC  X(003).
      *--       기업집단등록코드
             05  XPIPA521-I-CORP-CLCT-REGI-CD    PIC  X(003).
      *--       평가기준년월일
             05  XPIPA521-I-VALUA-BASE-YMD       PIC  X(008).
      *--       분석기간(결산년수 1~5, 0:5개년)
             05  XPIPA521-I-ANLS-TRM             PIC  9(001).
      *--       단위(3:천원 4:억원 그외:원)
             05  XPIPA521-I-UNIT                 PIC  X(001).
      *----------------------------------------------------------------*
           03  XPIPA521-OUT.
      *----------------------------------------------------------------*
      *--       결산년건수
             05  XPIPA521-O-YR-NOITM             PIC  9(005).
      *--       결산년그리드(과거→최근 순)
             05  XPIPA521-O-YR-GRID              OCCURS 000005 TIMES.
      *--         결산년
               07  XPIPA521-O-STLACC-YR          PIC  X(004).
      *--         자료존재여부(Y/N)
               07  XPIPA521-O-DATA-YN            PIC  X(001).
      *--         결산년합계업체수
               07  XPIPA521-O-ENTP-CNT           PIC  9(005).
      *--         합산범위변동여부(직전년 대비 계열사 구성변동)
               07  XPIPA521-O-SCOPE-CHG-YN       PIC  X(001).
      *--         편입업체수(직전년 대비)
               07  XPIPA521-O-ENTP-IN-CNT        PIC  9(005).
      *--         제외업체수(직전년 대비)
               07  XPIPA521-O-ENTP-OUT-CNT       PIC  9(005).
      *--         구조변경여부(합병/분할 효력발생년)
               07  XPIPA521-O-STRC-CHG-YN        PIC  X(001).
      *--         구조변경구분코드(M:합병/S:분할)
               07  XPIPA521-O-STRC-EVNT-DSTCD    PIC  X(001).
      *--       재무항목건수
             05  XPIPA521-O-ITEM-NOITM           PIC  9(005).
      *--       재무항목그리드
             05  XPIPA521-O-ITEM-GRID            OCCURS 000014 TIMES.
      *--         재무항목명
               07  XPIPA521-O-FNAF-ITEM-NAME     PIC  X(030).
      *--         항목구분(1:금액/2:비율)
               07  XPIPA521-O-ITEM-DSTCD         PIC  X(001).
      *--         결산년별 값
               07  XPIPA521-O-ITEM-YR            OCCURS 000005 TIMES.
      *--           항목값
                 09  XPIPA521-O-ITEM-VAL         PIC S9(015)V9(02)
                                                 LEADING  SEPARATE.
      *--           전년대비 산출여부(Y/N)
                 09  XPIPA521-O-YOY-YN           PIC  X(001).
      *--           전년대비 증감률(금액:% / 비율:%P)
                 09  XPIPA521-O-YOY-RATO         PIC S9(007)V9(02)
                                                 LEADING  SEPARATE.
      *--         연평균성장률 산출여부(Y/N)
               07  XPIPA521-O-CAGR-YN            PIC  X(001).
      *--         연평균성장률(CAGR,%)
               07  XPIPA521-O-CAGR-RATO          PIC S9(005)V9(02)
                                                 LEADING  SEPARATE.
      *================================================================*
      *        X  P  I  P  A  5  2  1    C  O  P  Y  B  O  O  K        *
      *================================================================*
      *X  XPIPA521-I-GROUP-CO-CD        ;그룹회사코드
      *X  XPIPA521-I-CORP-CLCT-GROUP-CD ;기업집단그룹코드
      *X  XPIPA521-I-CORP-CLCT-REGI-CD  ;기업집단등록코드
      *X  XPIPA521-I-VALUA-BASE-YMD     ;평가기준년월일
      *N  XPIPA521-I-ANLS-TRM           ;분석기간
      *X  XPIPA521-I-UNIT               ;단위
      *N  XPIPA521-O-YR-NOITM           ;결산년건수
      *A  XPIPA521-O-YR-GRID            ;결산년그리드
      *X  XPIPA521-O-STLACC-YR          ;결산년
      *X  XPIPA521-O-DATA-YN            ;자료존재여부
      *N  XPIPA521-O-ENTP-CNT           ;결산년합계업체수
      *X  XPIPA521-O-SCOPE-CHG-YN       ;합산범위변동여부
      *N  XPIPA521-O-ENTP-IN-CNT        ;편입업체수
      *N  XPIPA521-O-ENTP-OUT-CNT       ;제외업체수
      *X  XPIPA521-O-STRC-CHG-YN        ;구조변경여부
      *X  XPIPA521-O-STRC-EVNT-DSTCD    ;구조변경구분코드
      *N  XPIPA521-O-ITEM-NOITM         ;재무항목건수
      *A  XPIPA521-O-ITEM-GRID          ;재무항목그리드
      *X  XPIPA521-O-FNAF-ITEM-NAME     ;재무항목명
      *X  XPIPA521-O-ITEM-DSTCD         ;항목구분
      *A  XPIPA521-O-ITEM-YR            ;결산년별 값
      *S  XPIPA521-O-ITEM-VAL           ;항목값
      *X  XPIPA521-O-YOY-YN             ;전년대비 산출여부
      *S  XPIPA521-O-YOY-RATO           ;전년대비 증감률
      *X  XPIPA521-O-CAGR-YN            ;연평균성장률 산출여부
      *S  XPIPA521-O-CAGR-RATO          ;연평균성장률
