      *================================================================*
      *@ NAME : XDIPA649                                               *
      *@ DESC : DC계열사 상호채무보증등록/변경/조회                 *
      *----------------------------------------------------------------*
      *  최종변경일시 : 2026-10-15 10:00:00                          *
      *  생성일시     : 2026-10-15 10:00:00                          *
      *================================================================*
           03  XDIPA649-RETURN.
             05  XDIPA649-R-STAT                 PIC  X(002).
                 88  COND-XDIPA649-OK            VALUE  '00'.
                 88  COND-XDIPA649-KEYDUP        VALUE  '01'.
                 88  COND-XDIPA649-NOTFOUND      VALUE  '02'.
                 88  COND-XDIPA649-SPVSTOP       VALUE  '05'.
                 88  COND-XDIPA649-ERROR         VALUE  '09'.
                 88  COND-XDIPA649-ABNORMAL      VALUE  '98'.
                 88  COND-XDIPA649-SYSERROR      VALUE  '99'.
             05  XDIPA649-R-LINE                 PIC  9(006).
             05  XDIPA649-R-ERRCD                PIC  X(008).
             05  XDIPA649-R-TREAT-CD             PIC  X(008).
             05  XDIPA649-R-SQL-CD               PIC S9(005)
                                                 LEADING  SEPARATE.
      *----------------------------------------------------------------*
           03  XDIPA649-IN.
      *----------------------------------------------------------------*
      *--       처리구분(01:보증등록/02:보증변경/03:보증해제
      *--                /04:보증조회)
             05  XDIPA649-I-PRCSS-DSTCD          PIC  X(002).
      *--       보증제공심사고객식별자
             05  XDIPA649-I-GRNTR-CUST-IDNFR     PIC  X(010).
      *--       피보증고객식별자
             05  XDIPA649-I-GRNTE-CUST-IDNFR     PIC  X(010).
      *--       보증개시년월일
             05  XDIPA649-I-GRNT-STRT-YMD        PIC  X(008).
      *--       피보증고객식별구분(1:심사고객식별자/2:사업자번호)
             05  XDIPA649-I-GRNTE-IDNFR-DSTCD    PIC  X(001).
      *--       피보증업체명
             05  XDIPA649-I-GRNTE-ENTP-NAME      PIC  X(050).
      *--       보증금액
             05  XDIPA649-I-GRNT-AMT             PIC  9(015).
      *--       보증만기년월일
             05  XDIPA649-I-GRNT-END-YMD         PIC  X(008).
      *--       공시접수번호
             05  XDIPA649-I-DSCLS-RCPT-NO        PIC  X(014).
      *----------------------------------------------------------------*
           03  XDIPA649-OUT.
      *----------------------------------------------------------------*
      *--       총건수
             05  XDIPA649-O-TOTAL-NOITM          PIC  9(005).
      *--       그리드(보증목록)
             05  XDIPA649-O-GRID                 OCCURS 000030 TIMES.
      *--       피보증고객식별자
               07  XDIPA649-O-GRNTE-CUST-IDNFR   PIC  X(010).
      *--       피보증고객식별구분
               07  XDIPA649-O-GRNTE-IDNFR-DSTCD  PIC  X(001).
      *--       피보증업체명
               07  XDIPA649-O-GRNTE-ENTP-NAME    PIC  X(050).
      *--       보증개시년월일
               07  XDIPA649-O-GRNT-STRT-YMD      PIC  X(008).
      *--       보증만기년월일
               07  XDIPA649-O-GRNT-END-YMD       PIC  X(008).
      *--       보증금액
               07  XDIPA649-O-GRNT-AMT           PIC  9(015).
      *--       보증등록원천구분
               07  XDIPA649-O-GRNT-SRC-DSTCD     PIC  X(001).
      *--       공시접수번호
               07  XDIPA649-O-DSCLS-RCPT-NO      PIC  X(014).
      *--       사용여부
               07  XDIPA649-O-USE-YN             PIC  X(001).
      *================================================================*
      *X  XDIPA649-I-PRCSS-DSTCD        ;처리구분
      *X  XDIPA649-I-GRNTR-CUST-IDNFR   ;보증제공심사고객식별자
      *X  XDIPA649-I-GRNTE-CUST-IDNFR   ;피보증고객식별자
      *X  XDIPA649-I-GRNT-STRT-YMD      ;보증개시년월일
      *X  XDIPA649-I-GRNTE-IDNFR-DSTCD  ;피보증고객식별구분
      *X  XDIPA649-I-GRNTE-ENTP-NAME    ;피보증업체명
      *N  XDIPA649-I-GRNT-AMT           ;보증금액
      *X  XDIPA649-I-GRNT-END-YMD       ;보증만기년월일
      *X  XDIPA649-I-DSCLS-RCPT-NO      ;공시접수번호
      *N  XDIPA649-O-TOTAL-NOITM        ;총건수
      *A  XDIPA649-O-GRID               ;그리드
      *X  XDIPA649-O-GRNTE-CUST-IDNFR   ;피보증고객식별자
      *X  XDIPA649-O-GRNTE-IDNFR-DSTCD  ;피보증고객식별구분
      *X  XDIPA649-O-GRNTE-ENTP-NAME    ;피보증업체명
      *X  XDIPA649-O-GRNT-STRT-YMD      ;보증개시년월일
      *X  XDIPA649-O-GRNT-END-YMD       ;보증만기년월일
      *N  XDIPA649-O-GRNT-AMT           ;보증금액
      *X  XDIPA649-O-GRNT-SRC-DSTCD     ;보증등록원천구분
      *X  XDIPA649-O-DSCLS-RCPT-NO      ;공시접수번호
      *X  XDIPA649-O-USE-YN             ;사용여부
      *================================================================*
