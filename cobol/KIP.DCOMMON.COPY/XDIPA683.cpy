      *================================================================*
      *@ NAME : XDIPA683                                               *
      *@ DESC : DC계열사보고통화등록/삭제/조회COPYBOOK              *
      *----------------------------------------------------------------*
      *  최종변경일시 : 2026-10-15 10:00:00                          *
      *  생성일시     : 2026-10-15 10:00:00                          *
      *================================================================*
           03  XDIPA683-RETURN.
             05  XDIPA683-R-STAT                 PIC  X(002).
                 88  COND-XDIPA683-OK            VALUE  '00'.
                 88  COND-XDIPA683-KEYDUP        VALUE  '01'.
                 88  COND-XDIPA683-NOTFOUND      VALUE  '02'.
                 88  COND-XDIPA683-SPVSTOP       VALUE  '05'.
                 88  COND-XDIPA683-ERROR         VALUE  '09'.
                 88  COND-XDIPA683-ABNORMAL      VALUE  '98'.
                 88  COND-XDIPA683-SYSERROR      VALUE  '99'.
             05  XDIPA683-R-LINE                 PIC  9(006).
             05  XDIPA683-R-ERRCD                PIC  X(008).
             05  XDIPA683-R-TREAT-CD             PIC  X(008).
             05  XDIPA683-R-SQL-CD               PIC S9(005)
                                                 LEADING  SEPARATE.
      *----------------------------------------------------------------*
           03  XDIPA683-IN.
      *----------------------------------------------------------------*
      *--       처리구분(01:등록변경/02:삭제/03:조회)
             05  XDIPA683-I-PRCSS-DSTCD          PIC  X(002).
      *--       심사고객식별자(조회시 시작키)
             05  XDIPA683-I-EXMTN-CUST-IDNFR     PIC  X(010).
      *--       보고통화코드
             05  XDIPA683-I-RPT-CRNCY-CD         PIC  X(003).
      *----------------------------------------------------------------*
           03  XDIPA683-OUT.
      *----------------------------------------------------------------*
      *--       총건수
             05  XDIPA683-O-TOTAL-NOITM          PIC  9(005).
      *--       그리드(보고통화 등록목록)
             05  XDIPA683-O-GRID                 OCCURS 000100 TIMES.
      *--       심사고객식별자
               07  XDIPA683-O-EXMTN-CUST-IDNFR   PIC  X(010).
      *--       보고통화코드
               07  XDIPA683-O-RPT-CRNCY-CD       PIC  X(003).
      *--       등록직원번호
               07  XDIPA683-O-REGI-EMPID         PIC  X(007).
      *--       등록년월일
               07  XDIPA683-O-REGI-YMD           PIC  X(008).
      *================================================================*
      *X  XDIPA683-I-PRCSS-DSTCD        ;처리구분
      *X  XDIPA683-I-EXMTN-CUST-IDNFR   ;심사고객식별자
      *X  XDIPA683-I-RPT-CRNCY-CD       ;보고통화코드
      *N  XDIPA683-O-TOTAL-NOITM        ;총건수
      *A  XDIPA683-O-GRID               ;그리드
      *X  XDIPA683-O-EXMTN-CUST-IDNFR   ;심사고객식별자
      *X  XDIPA683-O-RPT-CRNCY-CD       ;보고통화코드
      *X  XDIPA683-O-REGI-EMPID         ;등록직원번호
      *X  XDIPA683-O-REGI-YMD           ;등록년월일
      *================================================================*
