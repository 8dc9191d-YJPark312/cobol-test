      *================================================================*
      *@ NAME : XDIPA684                                               *
      *@ DESC : DC거시스트레스시나리오관리COPYBOOK                    *
      *----------------------------------------------------------------*
      *  최종변경일시 : 2026-10-15 10:00:00                          *
      *  생성일시     : 2026-10-15 10:00:00                          *
      *================================================================*
           03  XDIPA684-RETURN.
             05  XDIPA684-R-STAT                 PIC  X(002).
                 88  COND-XDIPA684-OK            VALUE  '00'.
                 88  COND-XDIPA684-KEYDUP        VALUE  '01'.
                 88  COND-XDIPA684-NOTFOUND      VALUE  '02'.
                 88  COND-XDIPA684-SPVSTOP       VALUE  '05'.
                 88  COND-XDIPA684-ERROR         VALUE  '09'.
                 88  COND-XDIPA684-ABNORMAL      VALUE  '98'.
                 88  COND-XDIPA684-SYSERROR      VALUE  '99'.
             05  XDIPA684-R-LINE                 PIC  9(006).
             05  XDIPA684-R-ERRCD                PIC  X(008).
             05  XDIPA684-R-TREAT-CD             PIC  X(008).
             05  XDIPA684-R-SQL-CD               PIC S9(005)
                                                 LEADING  SEPARATE.
      *----------------------------------------------------------------*
           03  XDIPA684-IN.
      *----------------------------------------------------------------*
      *--       처리구분(01:시나리오등록변경/02:시나리오사용중지
      *--                03:충격항목등록변경/04:충격항목삭제/05:조회)
             05  XDIPA684-I-PRCSS-DSTCD          PIC  X(002).
      *--       시나리오ID(조회시 공백이면 시나리오목록)
             05  XDIPA684-I-SCNR-ID              PIC  X(008).
      *--       시나리오명
             05  XDIPA684-I-SCNR-NAME            PIC  X(052).
      *--       여신증가율(%)
             05  XDIPA684-I-LOAN-INCR-RT         PIC S9(003)V9(002).
      *--       사용여부
             05  XDIPA684-I-USE-YN               PIC  X(001).
      *--       재무분석보고서구분
             05  XDIPA684-I-FNAF-A-RPTDOC-DSTCD  PIC  X(002).
      *--       재무항목코드
             05  XDIPA684-I-FNAF-ITEM-CD         PIC  X(004).
      *--       충격률(%)
             05  XDIPA684-I-SHK-RT               PIC S9(003)V9(002).
      *----------------------------------------------------------------*
           03  XDIPA684-OUT.
      *----------------------------------------------------------------*
      *--       총건수
             05  XDIPA684-O-TOTAL-NOITM          PIC  9(005).
      *--       그리드(시나리오 또는 충격항목 목록)
             05  XDIPA684-O-GRID                 OCCURS 000100 TIMES.
      *--       시나리오ID
               07  XDIPA684-O-SCNR-ID            PIC  X(008).
      *--       시나리오명
               07  XDIPA684-O-SCNR-NAME          PIC  X(052).
      *--       여신증가율(%)
               07  XDIPA684-O-LOAN-INCR-RT       PIC S9(003)V9(002).
      *--       사용여부
               07  XDIPA684-O-USE-YN             PIC  X(001).
      *--       재무분석보고서구분
               07  XDIPA684-O-FNAF-A-RPTDOC-DSTCD
                                                 PIC  X(002).
      *--       재무항목코드
               07  XDIPA684-O-FNAF-ITEM-CD       PIC  X(004).
      *--       충격률(%)
               07  XDIPA684-O-SHK-RT             PIC S9(003)V9(002).
      *--       등록직원번호
               07  XDIPA684-O-REGI-EMPID         PIC  X(007).
      *--       등록년월일
               07  XDIPA684-O-REGI-YMD           PIC  X(008).
      *================================================================*
      *X  XDIPA684-I-PRCSS-DSTCD        ;처리구분
      *X  XDIPA684-I-SCNR-ID            ;시나리오ID
      *X  XDIPA684-I-SCNR-NAME          ;시나리오명
      *N  XDIPA684-I-LOAN-INCR-RT       ;여신증가율
      *X  XDIPA684-I-USE-YN             ;사용여부
      *X  XDIPA684-I-FNAF-A-RPTDOC-DSTCD;재무분석보고서구분
      *X  XDIPA684-I-FNAF-ITEM-CD       ;재무항목코드
      *N  XDIPA684-I-SHK-RT             ;충격률
      *N  XDIPA684-O-TOTAL-NOITM        ;총건수
      *A  XDIPA684-O-GRID               ;그리드
      *X  XDIPA684-O-SCNR-ID            ;시나리오ID
      *X  XDIPA684-O-SCNR-NAME          ;시나리오명
      *N  XDIPA684-O-LOAN-INCR-RT       ;여신증가율
      *X  XDIPA684-O-USE-YN             ;사용여부
      *X  XDIPA684-O-FNAF-A-RPTDOC-DSTCD;재무분석보고서구분
      *X  XDIPA684-O-FNAF-ITEM-CD       ;재무항목코드
      *N  XDIPA684-O-SHK-RT             ;충격률
      *X  XDIPA684-O-REGI-EMPID         ;등록직원번호
      *X  XDIPA684-O-REGI-YMD           ;등록년월일
      *================================================================*
