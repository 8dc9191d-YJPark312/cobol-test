      ******************************************************************
      * PROGRAM-ID: ACCT083
      * DESCRIPTION: 해외송금(당발송금) 배치 프로그램
      *              - REQT: 송금신청(OVRSREQ)을 검증하여 고객계좌
      *                (원화 또는 송금통화 외화계좌)를 ACCT002로
      *                출금, FXRATE 고시환율(원화계좌는 전신환
      *                매도율) 적용, FEESCHED(OVRS) 송금수수료
      *                부과 후 송금대장(OVRSREG)에 발신대기(P)
      *                등록. 무증빙 송금은 고객별 연간 누계
      *                (OVRSYTD, 미화환산)가 연간한도를 넘지 않아야
      *                접수
      *              - SEND: 발신대기건으로 SWIFT(MT103 항목구성)
      *                당발지급지시 파일(OVRSOUT) 생성, 발신(S)
      *              - RETN: 해외 수신/반환전문(OVRSRTN)을 대장과
      *                매칭, 지급(A)/거절·반환(R) 반영. 거절·반환
      *                건은 출금액 자동 재입금, 연간누계 환원,
      *                ALERTQ 통지 적재
      *              - BOKR: 한국은행 외환거래 보고용 추출파일
      *                (BOKFXRPT) - 기간내 발신/지급 송금건
      *              - 원화계좌 송금의 외화 매도분은 ACCT056
      *                외환포지션의 당일 유출로 반영됨
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT083.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-REQUEST-FILE
               ASSIGN TO 'OVRSREQ'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REMIT-REGISTER-FILE
               ASSIGN TO 'OVRSREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-REMIT-REF
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REMIT-YTD-FILE
               ASSIGN TO 'OVRSYTD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OY-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REMIT-OUT-FILE
               ASSIGN TO 'OVRSOUT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REMIT-RETURN-FILE
               ASSIGN TO 'OVRSRTN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BOK-REPORT-FILE
               ASSIGN TO 'BOKFXRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO 'FXRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO 'FEESCHED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ALERT-QUEUE-FILE
               ASSIGN TO 'ALERTQ'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REMIT-REPORT-FILE
               ASSIGN TO 'OVRSRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    송금신청 - 영업점/인터넷 접수분 일괄 입수.
       FD  REMIT-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  REMIT-REQUEST-RECORD.
           05  OQ-REMIT-REF          PIC X(16).
           05  OQ-ACCOUNT-NO         PIC X(12).
           05  OQ-CURRENCY           PIC X(03).
           05  OQ-AMOUNT             PIC S9(13)V99 COMP-3.
           05  OQ-BENE-NAME          PIC X(35).
           05  OQ-BENE-ACCT          PIC X(34).
           05  OQ-BENE-BIC           PIC X(11).
           05  OQ-BENE-COUNTRY       PIC X(02).
           05  OQ-PURPOSE-CODE       PIC X(05).
           05  OQ-DOCUMENTED         PIC X(01).
               88  OQ-DOC-SUBMITTED  VALUE 'Y'.
           05  OQ-CHARGE-CODE        PIC X(03).
               88  OQ-CHARGE-VALID   VALUE 'OUR' 'SHA' 'BEN'.
           05  OQ-OPERATOR-ID        PIC X(08).
           05  OQ-BRANCH             PIC X(04).
           05  OQ-FILLER             PIC X(58).

      *    송금대장 - 송금참조번호 기준 건별 진행상태.
       FD  REMIT-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  REMIT-REGISTER-RECORD.
           05  OR-REMIT-REF          PIC X(16).
           05  OR-ACCOUNT-NO         PIC X(12).
           05  OR-CUSTOMER-ID        PIC X(10).
           05  OR-CURRENCY           PIC X(03).
           05  OR-FC-AMOUNT          PIC S9(13)V99 COMP-3.
           05  OR-APPLIED-RATE       PIC S9(07)V9(06) COMP-3.
           05  OR-KRW-AMOUNT         PIC S9(13)V99 COMP-3.
           05  OR-USD-AMOUNT         PIC S9(13)V99 COMP-3.
           05  OR-DEBIT-CCY          PIC X(03).
           05  OR-DEBIT-AMOUNT       PIC S9(13)V99 COMP-3.
           05  OR-FEE-AMOUNT         PIC S9(09)V99 COMP-3.
           05  OR-BENE-NAME          PIC X(35).
           05  OR-BENE-ACCT          PIC X(34).
           05  OR-BENE-BIC           PIC X(11).
           05  OR-BENE-COUNTRY       PIC X(02).
           05  OR-PURPOSE-CODE       PIC X(05).
           05  OR-DOCUMENTED         PIC X(01).
               88  OR-DOC-SUBMITTED  VALUE 'Y'.
           05  OR-CHARGE-CODE        PIC X(03).
           05  OR-REQ-DATE           PIC X(08).
           05  OR-STATUS             PIC X(01).
               88  OR-STATUS-PENDING  VALUE 'P'.
               88  OR-STATUS-SENT     VALUE 'S'.
               88  OR-STATUS-PAID     VALUE 'A'.
               88  OR-STATUS-REJECTED VALUE 'R'.
           05  OR-SENT-DATE          PIC X(08).
           05  OR-FATE-DATE          PIC X(08).
           05  OR-FATE-REASON        PIC X(04).
           05  OR-DEBIT-TXN-ID       PIC X(20).
           05  OR-BRANCH             PIC X(04).
           05  OR-OPERATOR-ID        PIC X(08).
           05  OR-FILLER             PIC X(09).

      *    고객별 연간 송금누계 (미화환산, 증빙/무증빙 구분).
       FD  REMIT-YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  REMIT-YTD-RECORD.
           05  OY-KEY.
               10  OY-CUSTOMER-ID    PIC X(10).
               10  OY-YEAR           PIC X(04).
           05  OY-UNDOC-USD          PIC S9(13)V99 COMP-3.
           05  OY-DOC-USD            PIC S9(13)V99 COMP-3.
           05  OY-UNDOC-COUNT        PIC 9(05).
           05  OY-DOC-COUNT          PIC 9(05).
           05  OY-LAST-DATE          PIC X(08).
           05  OY-FILLER             PIC X(12).

      *    당발지급지시 - HD/DT/TR 구성, DT는 MT103 항목순
      *    (:20: 참조, :32A: 일자/통화/금액, :50K: 송금인,
      *    :57A: 수취은행, :59: 수취인, :70: 송금사유, :71A:).
       FD  REMIT-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  REMIT-OUT-RECORD.
           05  OT-RECORD-TYPE        PIC X(02).
           05  OT-SENDER-REF         PIC X(16).
           05  OT-VALUE-DATE         PIC X(08).
           05  OT-CURRENCY           PIC X(03).
           05  OT-AMOUNT             PIC 9(13)V99.
           05  OT-ORDER-ACCT         PIC X(12).
           05  OT-ORDER-NAME         PIC X(50).
           05  OT-BENE-BIC           PIC X(11).
           05  OT-BENE-ACCT          PIC X(34).
           05  OT-BENE-NAME          PIC X(35).
           05  OT-REMIT-INFO         PIC X(05).
           05  OT-CHARGE-CODE        PIC X(03).
           05  OT-BENE-COUNTRY       PIC X(02).
           05  OT-FILLER             PIC X(54).

      *    해외 수신/반환전문 - ACK 지급, RJT 거절, RTN 반환.
       FD  REMIT-RETURN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  REMIT-RETURN-RECORD.
           05  RT-OUR-REF            PIC X(16).
           05  RT-MSG-TYPE           PIC X(03).
               88  RT-MSG-PAID       VALUE 'ACK'.
               88  RT-MSG-REJECTED   VALUE 'RJT'.
               88  RT-MSG-RETURNED   VALUE 'RTN'.
           05  RT-REASON-CODE        PIC X(04).
           05  RT-FILLER             PIC X(37).

      *    한국은행 외환거래 보고 추출 - HD/DT/TR 구성.
       FD  BOK-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  BOK-REPORT-RECORD.
           05  BK-RECORD-TYPE        PIC X(02).
           05  BK-TXN-DATE           PIC X(08).
           05  BK-REMIT-REF          PIC X(16).
           05  BK-CUSTOMER-ID        PIC X(10).
           05  BK-RESIDENT-CLASS     PIC X(01).
           05  BK-NATIONALITY        PIC X(02).
           05  BK-CURRENCY           PIC X(03).
           05  BK-FC-AMOUNT          PIC 9(13)V99.
           05  BK-USD-AMOUNT         PIC 9(13)V99.
           05  BK-KRW-AMOUNT         PIC 9(13)V99.
           05  BK-PURPOSE-CODE       PIC X(05).
           05  BK-BENE-COUNTRY       PIC X(02).
           05  BK-DOCUMENTED         PIC X(01).
           05  BK-BRANCH             PIC X(04).
           05  BK-STATUS             PIC X(01).
           05  BK-FILLER             PIC X(50).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ACCOUNT-RECORD.
           05  AF-ACCOUNT-NO         PIC X(12).
           05  AF-CUSTOMER-ID        PIC X(10).
           05  AF-CUSTOMER-ID-2      PIC X(10).
           05  AF-ACCOUNT-TYPE       PIC X(02).
           05  AF-BALANCE            PIC S9(13)V99 COMP-3.
           05  AF-OPEN-DATE          PIC X(08).
           05  AF-CLOSE-DATE         PIC X(08).
           05  AF-STATUS             PIC X(01).
               88  AF-STATUS-CLOSED  VALUE 'C'.
           05  AF-INTEREST-RATE      PIC S9(03)V9(04) COMP-3.
           05  AF-LAST-TXN-DATE      PIC X(08).
           05  AF-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  AF-BRANCH-CODE        PIC X(04).
           05  AF-CURRENCY-CODE      PIC X(03).
           05  AF-FILLER             PIC X(54).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CF-CUSTOMER-ID        PIC X(10).
           05  CF-CUSTOMER-NAME      PIC X(50).
           05  CF-RESIDENT-NO        PIC X(14).
           05  CF-PHONE              PIC X(15).
           05  CF-EMAIL              PIC X(50).
           05  CF-ADDRESS            PIC X(100).
           05  CF-GRADE              PIC X(02).
           05  CF-REGISTER-DATE      PIC X(08).
           05  CF-STMT-DELIVERY      PIC X(01).
           05  CF-CUST-STATUS        PIC X(01).
               88  CF-CUST-ACTIVE    VALUE 'A' SPACE.
           05  CF-DECEASED-FLAG      PIC X(01).
               88  CF-DECEASED       VALUE 'Y'.
           05  CF-DECEASED-DATE      PIC X(08).
           05  CF-KYC-DUE-DATE       PIC X(08).
           05  CF-KYC-RESTRICT       PIC X(01).
               88  CF-KYC-RESTRICTED VALUE 'R'.
           05  CF-MERGED-TO          PIC X(10).
           05  CF-AML-RISK-GRADE     PIC X(02).
           05  CF-AML-SCORE-DATE     PIC X(08).
           05  CF-TAXEX-FLAG         PIC X(01).
           05  CF-TAXEX-ENROLL-DATE  PIC X(08).
           05  CF-NATIONALITY        PIC X(02).
           05  CF-TAX-RESID-CTRY     PIC X(02).
           05  CF-FOREIGN-TIN        PIC X(20).
           05  CF-SELF-CERT-DATE     PIC X(08).
           05  CF-FILLER             PIC X(30).

       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  FX-RATE-RECORD.
           05  FX-KEY.
               10  FX-BASE-CCY       PIC X(03).
               10  FX-QUOTE-CCY      PIC X(03).
               10  FX-EFFECTIVE-DATE PIC X(08).
           05  FX-BUY-RATE           PIC S9(07)V9(06) COMP-3.
           05  FX-SELL-RATE          PIC S9(07)V9(06) COMP-3.
           05  FX-MID-RATE           PIC S9(07)V9(06) COMP-3.
           05  FX-CASH-BUY-RATE      PIC S9(07)V9(06) COMP-3.
           05  FX-CASH-SELL-RATE     PIC S9(07)V9(06) COMP-3.
           05  FX-FILLER             PIC X(11).

       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  FEE-SCHEDULE-RECORD.
           05  FS-KEY.
               10  FS-CHANNEL        PIC X(04).
           05  FS-RATE               PIC S9(03)V9(04) COMP-3.
           05  FS-MIN                PIC S9(07)V99 COMP-3.
           05  FS-MAX                PIC S9(07)V99 COMP-3.
           05  FS-FILLER             PIC X(22).

       FD  ALERT-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-QUEUE-RECORD.
           05  AQ-OCCURRED-TS        PIC X(14).
           05  AQ-CUSTOMER-ID        PIC X(10).
           05  AQ-ACCOUNT-NO         PIC X(12).
           05  AQ-EVENT-CODE         PIC X(04).
           05  AQ-AMOUNT             PIC S9(13)V99 COMP-3.
           05  AQ-DETAIL             PIC X(40).
           05  AQ-ALERT-CLASS        PIC X(01).
           05  AQ-FILLER             PIC X(11).

       FD  REMIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  REMIT-REPORT-RECORD.
           05  ORPT-LINE             PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

      *    기동 파라미터 - 무증빙 연간한도(미화, 기본 10만불),
      *    BOKR 보고기간(기본 기준월 1일~기준일).
       01  WS-RUN-PARM.
           05  WS-RUN-FUNC           PIC X(04).
               88  WS-FUNC-REQT      VALUE 'REQT'.
               88  WS-FUNC-SEND      VALUE 'SEND'.
               88  WS-FUNC-RETN      VALUE 'RETN'.
               88  WS-FUNC-BOKR      VALUE 'BOKR'.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-UNDOC-LIMIT-USD    PIC 9(09).
           05  WS-PERIOD-FROM        PIC X(08).
           05  WS-PERIOD-TO          PIC X(08).

       01  WS-RUN-TIME               PIC X(06).

       01  WS-SWITCHES.
           05  WS-REQ-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-REQ-EOF        VALUE 'Y'.
           05  WS-REG-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-REG-EOF        VALUE 'Y'.
           05  WS-RTN-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-RTN-EOF        VALUE 'Y'.
           05  WS-REQ-OK-SW          PIC X(01).
               88  WS-REQ-OK         VALUE 'Y'.
           05  WS-RATE-FOUND-SW      PIC X(01).
               88  WS-RATE-FOUND     VALUE 'Y'.
           05  WS-YTD-FOUND-SW       PIC X(01).
               88  WS-YTD-FOUND      VALUE 'Y'.

       01  WS-REJECT-REASON          PIC X(40).

      *    송금 수수료 기준 (FEESCHED 'OVRS', 원화기준)
       01  WS-FEE-BASIS.
           05  WS-FEE-CODE           PIC X(04) VALUE 'OVRS'.
           05  WS-FEE-RATE           PIC S9(03)V9(04) COMP-3
                                     VALUE ZERO.
           05  WS-FEE-MIN            PIC S9(07)V99 COMP-3
                                     VALUE ZERO.
           05  WS-FEE-MAX            PIC S9(07)V99 COMP-3
                                     VALUE ZERO.

       01  WS-REMIT-WORK.
           05  WS-RATE-CCY           PIC X(03).
           05  WS-CCY-MID-RATE       PIC S9(07)V9(06) COMP-3.
           05  WS-CCY-SELL-RATE      PIC S9(07)V9(06) COMP-3.
           05  WS-USD-MID-RATE       PIC S9(07)V9(06) COMP-3.
           05  WS-APPLIED-RATE       PIC S9(07)V9(06) COMP-3.
           05  WS-KRW-AMOUNT         PIC S9(13)V99 COMP-3.
           05  WS-USD-AMOUNT         PIC S9(13)V99 COMP-3.
           05  WS-DEBIT-CCY          PIC X(03).
           05  WS-DEBIT-AMOUNT       PIC S9(13)V99 COMP-3.
           05  WS-FEE-KRW            PIC S9(09)V99 COMP-3.
           05  WS-FEE-DEBIT          PIC S9(13)V99 COMP-3.
           05  WS-YTD-AFTER          PIC S9(13)V99 COMP-3.
           05  WS-DEBIT-TXN-ID       PIC X(20).

       01  WS-RATE-LOOKBACK.
           05  WS-FX-LOOKBACK        PIC 9(02).
           05  WS-FX-DATE-NUM        PIC 9(08).
           05  WS-FX-DATE-INT        PIC 9(07).

       01  WS-TOTAL-AREA.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-ACCEPT-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-REJECT-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-LIMIT-REJECT-COUNT PIC 9(07) VALUE ZERO.
           05  WS-SENT-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-SENT-HASH          PIC 9(13)V99 VALUE ZERO.
           05  WS-PAID-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-RETURNED-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-UNMATCHED-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-REFUND-FAIL-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-BOK-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-ACCEPT-KRW         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-BOK-USD            PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-ACCT002-LINKAGE.
           05  WS-TXN-ACCOUNT-NO     PIC X(12).
           05  WS-TXN-TYPE           PIC X(04).
           05  WS-TXN-AMOUNT         PIC S9(13)V99 COMP-3.
           05  WS-TXN-COUNTER-ACCT-NO PIC X(12).
           05  WS-TXN-CHANNEL        PIC X(04).
           05  WS-TXN-RESULT-CODE    PIC X(04).
           05  WS-TXN-RESULT-MSG     PIC X(100).
           05  WS-TXN-CLIENT-REF     PIC X(20).
           05  WS-TXN-ORIG-TXN-ID    PIC X(20).
           05  WS-TXN-OPERATOR-ID    PIC X(08).
           05  WS-TXN-PEND-BYPASS    PIC X(01).
           05  WS-TXN-ORIG-BRANCH    PIC X(04).
           05  WS-TXN-VALUE-DATE     PIC X(08).
           05  WS-TXN-GUARDIAN-APPR  PIC X(01).
           05  WS-TXN-COUNTER-BANK   PIC X(03).
           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

      *    ACCT002 참조번호 - 송금참조번호 + 용도구분(멱등)
       01  WS-CLIENT-REF-WORK.
           05  WS-CR-REMIT-REF       PIC X(16).
           05  WS-CR-PURPOSE         PIC X(04).

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
           05  WS-DSP-KRW            PIC -(13)9.99.
           05  WS-DSP-USD            PIC -(13)9.99.
           05  WS-DSP-RATE           PIC -(07)9.999999.
           05  WS-DSP-FEE            PIC -(09)9.99.
           05  WS-DSP-YTD            PIC -(13)9.99.
           05  WS-DSP-LIMIT          PIC Z(08)9.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(200).
           05  WS-RPT-DETAIL         PIC X(200).
           05  WS-RPT-TOTAL          PIC X(200).

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN WS-FUNC-REQT
                   PERFORM 2000-PROCESS-REQUESTS
               WHEN WS-FUNC-SEND
                   PERFORM 3000-BUILD-OUTBOUND-FILE
               WHEN WS-FUNC-RETN
                   PERFORM 4000-PROCESS-RETURN-FILE
               WHEN WS-FUNC-BOKR
                   PERFORM 5000-BUILD-BOK-EXTRACT
               WHEN OTHER
                   MOVE '기동구분 오류(REQT/SEND/RETN/BOKR)'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-EVALUATE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-UNDOC-LIMIT-USD NOT NUMERIC OR
              WS-UNDOC-LIMIT-USD = ZERO
               MOVE 100000 TO WS-UNDOC-LIMIT-USD
           END-IF
           IF WS-PERIOD-FROM = SPACES
               MOVE WS-RUN-DATE TO WS-PERIOD-FROM
               MOVE '01'        TO WS-PERIOD-FROM(7:2)
           END-IF
           IF WS-PERIOD-TO = SPACES
               MOVE WS-RUN-DATE TO WS-PERIOD-TO
           END-IF
           PERFORM 1100-OPEN-FILES
           IF WS-FUNC-REQT
               PERFORM 1150-LOAD-FEE-BASIS
           END-IF
           PERFORM 1200-WRITE-HEADER.

       1100-OPEN-FILES.
           OPEN I-O REMIT-REGISTER-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE REMIT-REGISTER-FILE
               OPEN OUTPUT REMIT-REGISTER-FILE
               CLOSE REMIT-REGISTER-FILE
               OPEN I-O REMIT-REGISTER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'OVRSREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O REMIT-YTD-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE REMIT-YTD-FILE
               OPEN OUTPUT REMIT-YTD-FILE
               CLOSE REMIT-YTD-FILE
               OPEN I-O REMIT-YTD-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'OVRSYTD 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'CUSTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT REMIT-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'OVRSRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-FUNC-REQT
               OPEN INPUT REMIT-REQUEST-FILE
               IF NOT WS-FILE-OK
                   MOVE 'OVRSREQ 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               OPEN INPUT FX-RATE-FILE
               IF NOT WS-FILE-OK
                   MOVE 'FXRATE 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               OPEN INPUT FEE-SCHEDULE-FILE
               IF NOT WS-FILE-OK
                   MOVE 'FEESCHED 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF
           IF WS-FUNC-SEND
               OPEN OUTPUT REMIT-OUT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'OVRSOUT 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF
           IF WS-FUNC-RETN
               OPEN INPUT REMIT-RETURN-FILE
               IF NOT WS-FILE-OK
                   MOVE 'OVRSRTN 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF
           IF WS-FUNC-BOKR
               OPEN OUTPUT BOK-REPORT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'BOKFXRPT 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF.

      *    송금수수료 기준 - 미등록이면 수수료 없이 처리한다.
       1150-LOAD-FEE-BASIS.
           MOVE WS-FEE-CODE TO FS-CHANNEL
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-RATE TO WS-FEE-RATE
                   MOVE FS-MIN  TO WS-FEE-MIN
                   MOVE FS-MAX  TO WS-FEE-MAX
           END-READ.

       1200-WRITE-HEADER.
           MOVE WS-UNDOC-LIMIT-USD TO WS-DSP-LIMIT
           MOVE SPACES TO WS-RPT-HEADER
           STRING
               '해외송금 처리('     DELIMITED SIZE
               WS-RUN-FUNC          DELIMITED SIZE
               ') | 기준일:'        DELIMITED SIZE
               WS-RUN-DATE          DELIMITED SIZE
               ' | 무증빙 연간한도(USD):' DELIMITED SIZE
               WS-DSP-LIMIT         DELIMITED SIZE
               INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO ORPT-LINE
           WRITE REMIT-REPORT-RECORD.

      ******************************************************************
      *    REQT - 송금신청 접수
      ******************************************************************
       2000-PROCESS-REQUESTS.
           PERFORM 2100-READ-NEXT-REQUEST
               UNTIL WS-REQ-EOF.

       2100-READ-NEXT-REQUEST.
           READ REMIT-REQUEST-FILE
               AT END
                   SET WS-REQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2200-PROCESS-ONE-REQUEST
           END-READ.

       2200-PROCESS-ONE-REQUEST.
           MOVE 'Y'    TO WS-REQ-OK-SW
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2300-VALIDATE-REQUEST
           IF WS-REQ-OK
               PERFORM 2400-CONVERT-AMOUNT
           END-IF
           IF WS-REQ-OK
               PERFORM 2500-CHECK-ANNUAL-LIMIT
           END-IF
           IF WS-REQ-OK
               PERFORM 2600-COMPUTE-FEE
               PERFORM 2700-DEBIT-CUSTOMER
           END-IF
           IF WS-REQ-OK
               PERFORM 2800-REGISTER-REMITTANCE
               PERFORM 2850-UPDATE-ANNUAL-USAGE
               ADD 1 TO WS-ACCEPT-COUNT
               ADD WS-KRW-AMOUNT TO WS-ACCEPT-KRW
               PERFORM 2900-WRITE-ACCEPT-LINE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2950-WRITE-REJECT-LINE
           END-IF.

      *    신청 검증 - 재처리시 이미 등록된 참조번호는 중복으로
      *    거절하여 이중출금을 막는다.
       2300-VALIDATE-REQUEST.
           IF OQ-REMIT-REF = SPACES
               MOVE '송금참조번호 누락' TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
               EXIT PARAGRAPH
           END-IF
           MOVE OQ-REMIT-REF TO OR-REMIT-REF
           READ REMIT-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE '기등록 송금참조번호'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-REQ-OK-SW
                   EXIT PARAGRAPH
           END-READ
           IF OQ-CURRENCY = SPACES OR OQ-CURRENCY = 'KRW'
               MOVE '송금통화 오류' TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
               EXIT PARAGRAPH
           END-IF
           IF OQ-AMOUNT NOT > ZERO
               MOVE '송금액 오류' TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
               EXIT PARAGRAPH
           END-IF
           IF OQ-BENE-NAME = SPACES OR
              OQ-BENE-ACCT = SPACES OR
              OQ-BENE-BIC = SPACES OR
              OQ-BENE-COUNTRY = SPACES
               MOVE '수취인/수취은행 정보 누락'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
               EXIT PARAGRAPH
           END-IF
           IF OQ-PURPOSE-CODE = SPACES
               MOVE '송금사유코드 누락' TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
               EXIT PARAGRAPH
           END-IF
           IF OQ-CHARGE-CODE = SPACES
               MOVE 'SHA' TO OQ-CHARGE-CODE
           END-IF
           IF NOT OQ-CHARGE-VALID
               MOVE '수수료부담구분 오류' TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
               EXIT PARAGRAPH
           END-IF
           MOVE OQ-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '출금계좌 미존재' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-REQ-OK-SW
                   EXIT PARAGRAPH
           END-READ
           IF AF-STATUS-CLOSED
               MOVE '해지계좌' TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
               EXIT PARAGRAPH
           END-IF
           IF AF-CURRENCY-CODE = SPACES OR
              AF-CURRENCY-CODE = 'KRW'
               MOVE 'KRW' TO WS-DEBIT-CCY
           ELSE
               IF AF-CURRENCY-CODE NOT = OQ-CURRENCY
                   MOVE '출금계좌 통화 불일치'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-REQ-OK-SW
                   EXIT PARAGRAPH
               END-IF
               MOVE AF-CURRENCY-CODE TO WS-DEBIT-CCY
           END-IF
           MOVE AF-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '고객정보 미존재' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-REQ-OK-SW
                   EXIT PARAGRAPH
           END-READ
           IF NOT CF-CUST-ACTIVE OR CF-DECEASED
               MOVE '거래불가 고객' TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
               EXIT PARAGRAPH
           END-IF
           IF CF-KYC-RESTRICTED
               MOVE '고객확인 재이행 필요' TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
           END-IF.

      *    환산 - 원화환산액은 매매기준율, 원화계좌 출금액은
      *    전신환매도율(미고시면 매매기준율), 미화환산액은
      *    원화환산액/미화 매매기준율로 산출한다.
       2400-CONVERT-AMOUNT.
           MOVE OQ-CURRENCY TO WS-RATE-CCY
           PERFORM 2450-RESOLVE-RATE
           IF NOT WS-RATE-FOUND
               MOVE '적용환율 미고시' TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
               EXIT PARAGRAPH
           END-IF
           MOVE FX-MID-RATE TO WS-CCY-MID-RATE
           IF FX-SELL-RATE > ZERO
               MOVE FX-SELL-RATE TO WS-CCY-SELL-RATE
           ELSE
               MOVE FX-MID-RATE  TO WS-CCY-SELL-RATE
           END-IF
           COMPUTE WS-KRW-AMOUNT ROUNDED =
               OQ-AMOUNT * WS-CCY-MID-RATE
           IF OQ-CURRENCY = 'USD'
               MOVE WS-CCY-MID-RATE TO WS-USD-MID-RATE
           ELSE
               MOVE 'USD' TO WS-RATE-CCY
               PERFORM 2450-RESOLVE-RATE
               IF NOT WS-RATE-FOUND OR FX-MID-RATE NOT > ZERO
                   MOVE '미화 환산환율 미고시'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-REQ-OK-SW
                   EXIT PARAGRAPH
               END-IF
               MOVE FX-MID-RATE TO WS-USD-MID-RATE
           END-IF
           COMPUTE WS-USD-AMOUNT ROUNDED =
               WS-KRW-AMOUNT / WS-USD-MID-RATE
           IF WS-DEBIT-CCY = 'KRW'
               MOVE WS-CCY-SELL-RATE TO WS-APPLIED-RATE
               COMPUTE WS-DEBIT-AMOUNT ROUNDED =
                   OQ-AMOUNT * WS-CCY-SELL-RATE
           ELSE
               MOVE ZERO      TO WS-APPLIED-RATE
               MOVE OQ-AMOUNT TO WS-DEBIT-AMOUNT
           END-IF
           IF WS-KRW-AMOUNT NOT > ZERO OR
              WS-DEBIT-AMOUNT NOT > ZERO
               MOVE '환산금액 오류' TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
           END-IF.

      *    고시환율 조회 - 기준일부터 최대 10일 소급.
       2450-RESOLVE-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE WS-RUN-DATE TO WS-FX-DATE-NUM
           PERFORM VARYING WS-FX-LOOKBACK FROM 0 BY 1
                   UNTIL WS-FX-LOOKBACK > 10 OR WS-RATE-FOUND
               MOVE WS-RATE-CCY    TO FX-BASE-CCY
               MOVE 'KRW'          TO FX-QUOTE-CCY
               MOVE WS-FX-DATE-NUM TO FX-EFFECTIVE-DATE
               READ FX-RATE-FILE
                   INVALID KEY
                       COMPUTE WS-FX-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-FX-DATE-NUM)
                           - 1
                       COMPUTE WS-FX-DATE-NUM =
                           FUNCTION DATE-OF-INTEGER(WS-FX-DATE-INT)
                   NOT INVALID KEY
                       SET WS-RATE-FOUND TO TRUE
               END-READ
           END-PERFORM.

      *    무증빙 연간한도 - 증빙 미제출 송금만 고객별 당해연도
      *    누계(미화)에 합산하여 한도 초과시 접수 거절.
       2500-CHECK-ANNUAL-LIMIT.
           MOVE AF-CUSTOMER-ID    TO OY-CUSTOMER-ID
           MOVE WS-RUN-DATE(1:4)  TO OY-YEAR
           PERFORM 2550-READ-ANNUAL-USAGE
           IF OQ-DOC-SUBMITTED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-YTD-AFTER = OY-UNDOC-USD + WS-USD-AMOUNT
           IF WS-YTD-AFTER > WS-UNDOC-LIMIT-USD
               ADD 1 TO WS-LIMIT-REJECT-COUNT
               MOVE WS-YTD-AFTER TO WS-DSP-YTD
               MOVE SPACES TO WS-REJECT-REASON
               STRING
                   '무증빙 연간한도 초과 누계USD:'
                                    DELIMITED SIZE
                   WS-DSP-YTD       DELIMITED SIZE
                   INTO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
           END-IF.

       2550-READ-ANNUAL-USAGE.
           MOVE 'Y' TO WS-YTD-FOUND-SW
           READ REMIT-YTD-FILE
               INVALID KEY
                   MOVE 'N'    TO WS-YTD-FOUND-SW
                   MOVE ZERO   TO OY-UNDOC-USD
                   MOVE ZERO   TO OY-DOC-USD
                   MOVE ZERO   TO OY-UNDOC-COUNT
                   MOVE ZERO   TO OY-DOC-COUNT
                   MOVE SPACES TO OY-LAST-DATE
                   MOVE SPACES TO OY-FILLER
           END-READ.

      *    송금수수료 - 원화환산액 기준 요율, 최저/최고 적용.
      *    외화계좌 출금은 수수료를 매매기준율로 외화 환산.
       2600-COMPUTE-FEE.
           COMPUTE WS-FEE-KRW ROUNDED = WS-KRW-AMOUNT * WS-FEE-RATE
           IF WS-FEE-KRW < WS-FEE-MIN
               MOVE WS-FEE-MIN TO WS-FEE-KRW
           END-IF
           IF WS-FEE-MAX > ZERO AND WS-FEE-KRW > WS-FEE-MAX
               MOVE WS-FEE-MAX TO WS-FEE-KRW
           END-IF
           IF WS-DEBIT-CCY = 'KRW'
               MOVE WS-FEE-KRW TO WS-FEE-DEBIT
           ELSE
               COMPUTE WS-FEE-DEBIT ROUNDED =
                   WS-FEE-KRW / WS-CCY-MID-RATE
           END-IF.

      *    출금 - ACCT002 출금(WITH) 후 수수료(FEE) 차감.
      *    수수료 차감 실패시 출금액을 즉시 환입하고 거절한다.
      *    참조번호는 송금참조번호+용도로 재처리시 이중기표 방지.
       2700-DEBIT-CUSTOMER.
           MOVE OQ-REMIT-REF TO WS-CR-REMIT-REF
           MOVE 'OVRW'       TO WS-CR-PURPOSE
           MOVE 'WITH'          TO WS-TXN-TYPE
           MOVE WS-DEBIT-AMOUNT TO WS-TXN-AMOUNT
           PERFORM 2750-CALL-ACCT002
           IF WS-TXN-RESULT-CODE NOT = '0000'
               MOVE WS-TXN-RESULT-MSG TO WS-REJECT-REASON
               MOVE 'N' TO WS-REQ-OK-SW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TXN-ORIG-TXN-ID TO WS-DEBIT-TXN-ID
           IF WS-FEE-DEBIT NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'OVRF'       TO WS-CR-PURPOSE
           MOVE 'FEE '       TO WS-TXN-TYPE
           MOVE WS-FEE-DEBIT TO WS-TXN-AMOUNT
           PERFORM 2750-CALL-ACCT002
           IF WS-TXN-RESULT-CODE = '0000'
               EXIT PARAGRAPH
           END-IF
           MOVE '수수료 차감불가(잔액부족)'
               TO WS-REJECT-REASON
           MOVE 'N' TO WS-REQ-OK-SW
           MOVE 'OVRC'          TO WS-CR-PURPOSE
           MOVE 'DEPO'          TO WS-TXN-TYPE
           MOVE WS-DEBIT-AMOUNT TO WS-TXN-AMOUNT
           PERFORM 2750-CALL-ACCT002
           IF WS-TXN-RESULT-CODE NOT = '0000'
               ADD 1 TO WS-REFUND-FAIL-COUNT
               MOVE '수수료 차감불가-출금환입 실패'
                   TO WS-REJECT-REASON
           END-IF.

       2750-CALL-ACCT002.
           MOVE OQ-ACCOUNT-NO      TO WS-TXN-ACCOUNT-NO
           MOVE SPACES             TO WS-TXN-COUNTER-ACCT-NO
           MOVE 'BATC'             TO WS-TXN-CHANNEL
           MOVE WS-CLIENT-REF-WORK TO WS-TXN-CLIENT-REF
           MOVE SPACES             TO WS-TXN-ORIG-TXN-ID
           IF OQ-OPERATOR-ID = SPACES
               MOVE 'ACCT083 '     TO WS-TXN-OPERATOR-ID
           ELSE
               MOVE OQ-OPERATOR-ID TO WS-TXN-OPERATOR-ID
           END-IF
           MOVE SPACE              TO WS-TXN-PEND-BYPASS
           MOVE OQ-BRANCH          TO WS-TXN-ORIG-BRANCH
           MOVE SPACES             TO WS-TXN-VALUE-DATE
           MOVE SPACE              TO WS-TXN-GUARDIAN-APPR
           MOVE SPACES             TO WS-TXN-COUNTER-BANK
           MOVE SPACES             TO WS-TXN-CARD-NO
           MOVE SPACES             TO WS-TXN-REV-TXN-ID
           MOVE SPACES             TO WS-TXN-AGENT-ID
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE.

       2800-REGISTER-REMITTANCE.
           MOVE OQ-REMIT-REF     TO OR-REMIT-REF
           MOVE OQ-ACCOUNT-NO    TO OR-ACCOUNT-NO
           MOVE AF-CUSTOMER-ID   TO OR-CUSTOMER-ID
           MOVE OQ-CURRENCY      TO OR-CURRENCY
           MOVE OQ-AMOUNT        TO OR-FC-AMOUNT
           MOVE WS-APPLIED-RATE  TO OR-APPLIED-RATE
           MOVE WS-KRW-AMOUNT    TO OR-KRW-AMOUNT
           MOVE WS-USD-AMOUNT    TO OR-USD-AMOUNT
           MOVE WS-DEBIT-CCY     TO OR-DEBIT-CCY
           MOVE WS-DEBIT-AMOUNT  TO OR-DEBIT-AMOUNT
           MOVE WS-FEE-KRW       TO OR-FEE-AMOUNT
           MOVE OQ-BENE-NAME     TO OR-BENE-NAME
           MOVE OQ-BENE-ACCT     TO OR-BENE-ACCT
           MOVE OQ-BENE-BIC      TO OR-BENE-BIC
           MOVE OQ-BENE-COUNTRY  TO OR-BENE-COUNTRY
           MOVE OQ-PURPOSE-CODE  TO OR-PURPOSE-CODE
           MOVE OQ-DOCUMENTED    TO OR-DOCUMENTED
           MOVE OQ-CHARGE-CODE   TO OR-CHARGE-CODE
           MOVE WS-RUN-DATE      TO OR-REQ-DATE
           MOVE 'P'              TO OR-STATUS
           MOVE SPACES           TO OR-SENT-DATE
           MOVE SPACES           TO OR-FATE-DATE
           MOVE SPACES           TO OR-FATE-REASON
           MOVE WS-DEBIT-TXN-ID  TO OR-DEBIT-TXN-ID
           MOVE OQ-BRANCH        TO OR-BRANCH
           MOVE OQ-OPERATOR-ID   TO OR-OPERATOR-ID
           MOVE SPACES           TO OR-FILLER
           WRITE REMIT-REGISTER-RECORD
               INVALID KEY
                   MOVE 'OVRSREG 기록실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-WRITE.

       2850-UPDATE-ANNUAL-USAGE.
           IF OQ-DOC-SUBMITTED
               ADD WS-USD-AMOUNT TO OY-DOC-USD
               ADD 1 TO OY-DOC-COUNT
           ELSE
               ADD WS-USD-AMOUNT TO OY-UNDOC-USD
               ADD 1 TO OY-UNDOC-COUNT
           END-IF
           MOVE WS-RUN-DATE TO OY-LAST-DATE
           IF WS-YTD-FOUND
               REWRITE REMIT-YTD-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REMIT-YTD-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       2900-WRITE-ACCEPT-LINE.
           MOVE OQ-AMOUNT       TO WS-DSP-AMOUNT
           MOVE WS-DEBIT-AMOUNT TO WS-DSP-KRW
           MOVE WS-USD-AMOUNT   TO WS-DSP-USD
           MOVE WS-APPLIED-RATE TO WS-DSP-RATE
           MOVE WS-FEE-KRW      TO WS-DSP-FEE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '접수:'            DELIMITED SIZE
               OQ-REMIT-REF       DELIMITED SIZE
               ' 계좌:'           DELIMITED SIZE
               OQ-ACCOUNT-NO      DELIMITED SIZE
               ' '                DELIMITED SIZE
               OQ-CURRENCY        DELIMITED SIZE
               WS-DSP-AMOUNT      DELIMITED SIZE
               ' 출금('           DELIMITED SIZE
               WS-DEBIT-CCY       DELIMITED SIZE
               '):'               DELIMITED SIZE
               WS-DSP-KRW         DELIMITED SIZE
               ' 환율:'           DELIMITED SIZE
               WS-DSP-RATE        DELIMITED SIZE
               ' USD:'            DELIMITED SIZE
               WS-DSP-USD         DELIMITED SIZE
               ' 수수료:'         DELIMITED SIZE
               WS-DSP-FEE         DELIMITED SIZE
               ' 증빙:'           DELIMITED SIZE
               OQ-DOCUMENTED      DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ORPT-LINE
           WRITE REMIT-REPORT-RECORD.

       2950-WRITE-REJECT-LINE.
           MOVE OQ-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '거절:'            DELIMITED SIZE
               OQ-REMIT-REF       DELIMITED SIZE
               ' 계좌:'           DELIMITED SIZE
               OQ-ACCOUNT-NO      DELIMITED SIZE
               ' '                DELIMITED SIZE
               OQ-CURRENCY        DELIMITED SIZE
               WS-DSP-AMOUNT      DELIMITED SIZE
               ' 사유:'           DELIMITED SIZE
               WS-REJECT-REASON   DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ORPT-LINE
           WRITE REMIT-REPORT-RECORD.

      ******************************************************************
      *    SEND - 당발지급지시 파일 생성
      ******************************************************************
       3000-BUILD-OUTBOUND-FILE.
           MOVE SPACES      TO REMIT-OUT-RECORD
           MOVE 'HD'        TO OT-RECORD-TYPE
           MOVE WS-RUN-DATE TO OT-VALUE-DATE
           MOVE ZERO        TO OT-AMOUNT
           WRITE REMIT-OUT-RECORD
           MOVE LOW-VALUES TO OR-REMIT-REF
           START REMIT-REGISTER-FILE KEY IS >= OR-REMIT-REF
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM 3100-SEND-NEXT-REGISTER
               UNTIL WS-REG-EOF
           MOVE SPACES          TO REMIT-OUT-RECORD
           MOVE 'TR'            TO OT-RECORD-TYPE
           MOVE WS-SENT-COUNT   TO OT-SENDER-REF(1:7)
           MOVE WS-RUN-DATE     TO OT-VALUE-DATE
           MOVE WS-SENT-HASH    TO OT-AMOUNT
           WRITE REMIT-OUT-RECORD.

       3100-SEND-NEXT-REGISTER.
           READ REMIT-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF OR-STATUS-PENDING
                       PERFORM 3200-WRITE-OUTBOUND-DETAIL
                   END-IF
           END-READ.

      *    송금인 성명은 고객원장 기준 - 분리보관 등으로 조회
      *    불가하면 계좌번호만 수록한다.
       3200-WRITE-OUTBOUND-DETAIL.
           MOVE OR-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CF-CUSTOMER-NAME
           END-READ
           MOVE SPACES           TO REMIT-OUT-RECORD
           MOVE 'DT'             TO OT-RECORD-TYPE
           MOVE OR-REMIT-REF     TO OT-SENDER-REF
           MOVE WS-RUN-DATE      TO OT-VALUE-DATE
           MOVE OR-CURRENCY      TO OT-CURRENCY
           MOVE OR-FC-AMOUNT     TO OT-AMOUNT
           MOVE OR-ACCOUNT-NO    TO OT-ORDER-ACCT
           MOVE CF-CUSTOMER-NAME TO OT-ORDER-NAME
           MOVE OR-BENE-BIC      TO OT-BENE-BIC
           MOVE OR-BENE-ACCT     TO OT-BENE-ACCT
           MOVE OR-BENE-NAME     TO OT-BENE-NAME
           MOVE OR-PURPOSE-CODE  TO OT-REMIT-INFO
           MOVE OR-CHARGE-CODE   TO OT-CHARGE-CODE
           MOVE OR-BENE-COUNTRY  TO OT-BENE-COUNTRY
           WRITE REMIT-OUT-RECORD
           ADD 1            TO WS-SENT-COUNT
           ADD OR-FC-AMOUNT TO WS-SENT-HASH
           MOVE 'S'         TO OR-STATUS
           MOVE WS-RUN-DATE TO OR-SENT-DATE
           REWRITE REMIT-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      ******************************************************************
      *    RETN - 수신/반환전문 매칭
      ******************************************************************
       4000-PROCESS-RETURN-FILE.
           PERFORM 4100-READ-NEXT-RETURN
               UNTIL WS-RTN-EOF.

       4100-READ-NEXT-RETURN.
           READ REMIT-RETURN-FILE
               AT END
                   SET WS-RTN-EOF TO TRUE
               NOT AT END
                   PERFORM 4200-MATCH-RETURN-RECORD
           END-READ.

      *    지급확인(ACK)은 발신(S)건, 거절(RJT)은 발신대기/발신건,
      *    반환(RTN)은 발신/지급건에만 반영한다. 그 외는 미매칭
      *    으로 리포트하여 외환업무부가 대사하게 한다.
       4200-MATCH-RETURN-RECORD.
           MOVE RT-OUR-REF TO OR-REMIT-REF
           READ REMIT-REGISTER-FILE
               INVALID KEY
                   PERFORM 4900-WRITE-UNMATCHED-LINE
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN RT-MSG-PAID AND OR-STATUS-SENT
                   MOVE 'A'         TO OR-STATUS
                   MOVE WS-RUN-DATE TO OR-FATE-DATE
                   MOVE SPACES      TO OR-FATE-REASON
                   ADD 1 TO WS-PAID-COUNT
                   MOVE 'ORPD' TO AQ-EVENT-CODE
                   PERFORM 4500-WRITE-ALERT
               WHEN RT-MSG-REJECTED AND
                    (OR-STATUS-PENDING OR OR-STATUS-SENT)
                   PERFORM 4300-RETURN-TO-CUSTOMER
               WHEN RT-MSG-RETURNED AND
                    (OR-STATUS-SENT OR OR-STATUS-PAID)
                   PERFORM 4300-RETURN-TO-CUSTOMER
               WHEN OTHER
                   PERFORM 4900-WRITE-UNMATCHED-LINE
                   EXIT PARAGRAPH
           END-EVALUATE
           REWRITE REMIT-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *    거절/반환 재입금 - 송금수수료는 환급하지 않는다.
      *    재입금 실패건은 상태를 유지하여 전문 재처리시 다시
      *    시도하며, 참조번호(OVRR)로 이중입금되지 않는다.
       4300-RETURN-TO-CUSTOMER.
           MOVE OR-ACCOUNT-NO   TO WS-TXN-ACCOUNT-NO
           MOVE 'DEPO'          TO WS-TXN-TYPE
           MOVE OR-DEBIT-AMOUNT TO WS-TXN-AMOUNT
           MOVE SPACES          TO WS-TXN-COUNTER-ACCT-NO
           MOVE 'BATC'          TO WS-TXN-CHANNEL
           MOVE OR-REMIT-REF    TO WS-CR-REMIT-REF
           MOVE 'OVRR'          TO WS-CR-PURPOSE
           MOVE WS-CLIENT-REF-WORK TO WS-TXN-CLIENT-REF
           MOVE SPACES          TO WS-TXN-ORIG-TXN-ID
           MOVE 'ACCT083 '      TO WS-TXN-OPERATOR-ID
           MOVE SPACE           TO WS-TXN-PEND-BYPASS
           MOVE OR-BRANCH       TO WS-TXN-ORIG-BRANCH
           MOVE SPACES          TO WS-TXN-VALUE-DATE
           MOVE SPACE           TO WS-TXN-GUARDIAN-APPR
           MOVE SPACES          TO WS-TXN-COUNTER-BANK
           MOVE SPACES          TO WS-TXN-CARD-NO
           MOVE SPACES          TO WS-TXN-REV-TXN-ID
           MOVE SPACES          TO WS-TXN-AGENT-ID
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           IF WS-TXN-RESULT-CODE NOT = '0000'
               ADD 1 TO WS-REFUND-FAIL-COUNT
               MOVE OR-DEBIT-AMOUNT TO WS-DSP-AMOUNT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING
                   '재입금실패:'      DELIMITED SIZE
                   OR-REMIT-REF       DELIMITED SIZE
                   ' 계좌:'           DELIMITED SIZE
                   OR-ACCOUNT-NO      DELIMITED SIZE
                   ' 금액:'           DELIMITED SIZE
                   WS-DSP-AMOUNT      DELIMITED SIZE
                   ' 사유:'           DELIMITED SIZE
                   WS-TXN-RESULT-CODE DELIMITED SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO ORPT-LINE
               WRITE REMIT-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'R'            TO OR-STATUS
           MOVE WS-RUN-DATE    TO OR-FATE-DATE
           MOVE RT-REASON-CODE TO OR-FATE-REASON
           ADD 1 TO WS-RETURNED-COUNT
           PERFORM 4400-REVERSE-ANNUAL-USAGE
           MOVE 'ORRJ' TO AQ-EVENT-CODE
           PERFORM 4500-WRITE-ALERT.

      *    송금되지 않은 금액은 연간누계에서 환원한다.
       4400-REVERSE-ANNUAL-USAGE.
           MOVE OR-CUSTOMER-ID   TO OY-CUSTOMER-ID
           MOVE OR-REQ-DATE(1:4) TO OY-YEAR
           READ REMIT-YTD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF OR-DOC-SUBMITTED
               SUBTRACT OR-USD-AMOUNT FROM OY-DOC-USD
               IF OY-DOC-COUNT > ZERO
                   SUBTRACT 1 FROM OY-DOC-COUNT
               END-IF
           ELSE
               SUBTRACT OR-USD-AMOUNT FROM OY-UNDOC-USD
               IF OY-UNDOC-COUNT > ZERO
                   SUBTRACT 1 FROM OY-UNDOC-COUNT
               END-IF
           END-IF
           REWRITE REMIT-YTD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       4500-WRITE-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE     TO AQ-OCCURRED-TS(1:8)
           MOVE WS-RUN-TIME     TO AQ-OCCURRED-TS(9:6)
           MOVE OR-CUSTOMER-ID  TO AQ-CUSTOMER-ID
           MOVE OR-ACCOUNT-NO   TO AQ-ACCOUNT-NO
           MOVE OR-DEBIT-AMOUNT TO AQ-AMOUNT
           IF AQ-EVENT-CODE = 'ORPD'
               MOVE '해외송금 지급완료' TO AQ-DETAIL
           ELSE
               MOVE '해외송금 거절/반환-재입금' TO AQ-DETAIL
           END-IF
           MOVE 'S'    TO AQ-ALERT-CLASS
           MOVE SPACES TO AQ-FILLER
           WRITE ALERT-QUEUE-RECORD
           CLOSE ALERT-QUEUE-FILE.

       4900-WRITE-UNMATCHED-LINE.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '미매칭전문:'      DELIMITED SIZE
               RT-OUR-REF         DELIMITED SIZE
               ' 구분:'           DELIMITED SIZE
               RT-MSG-TYPE        DELIMITED SIZE
               ' 사유:'           DELIMITED SIZE
               RT-REASON-CODE     DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ORPT-LINE
           WRITE REMIT-REPORT-RECORD.

      ******************************************************************
      *    BOKR - 한국은행 외환거래 보고 추출
      ******************************************************************
       5000-BUILD-BOK-EXTRACT.
           MOVE SPACES         TO BOK-REPORT-RECORD
           MOVE 'HD'           TO BK-RECORD-TYPE
           MOVE WS-RUN-DATE    TO BK-TXN-DATE
           MOVE WS-PERIOD-FROM TO BK-REMIT-REF(1:8)
           MOVE WS-PERIOD-TO   TO BK-REMIT-REF(9:8)
           MOVE ZERO           TO BK-FC-AMOUNT
           MOVE ZERO           TO BK-USD-AMOUNT
           MOVE ZERO           TO BK-KRW-AMOUNT
           WRITE BOK-REPORT-RECORD
           MOVE LOW-VALUES TO OR-REMIT-REF
           START REMIT-REGISTER-FILE KEY IS >= OR-REMIT-REF
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM 5100-EXTRACT-NEXT-REGISTER
               UNTIL WS-REG-EOF
           MOVE SPACES         TO BOK-REPORT-RECORD
           MOVE 'TR'           TO BK-RECORD-TYPE
           MOVE WS-RUN-DATE    TO BK-TXN-DATE
           MOVE WS-BOK-COUNT   TO BK-REMIT-REF(1:7)
           MOVE ZERO           TO BK-FC-AMOUNT
           MOVE WS-BOK-USD     TO BK-USD-AMOUNT
           MOVE ZERO           TO BK-KRW-AMOUNT
           WRITE BOK-REPORT-RECORD.

      *    보고대상 - 기간내 접수, 발신(S)/지급(A)건. 발신대기와
      *    거절·반환(R)건은 대외지급이 없으므로 제외.
       5100-EXTRACT-NEXT-REGISTER.
           READ REMIT-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF (OR-STATUS-SENT OR OR-STATUS-PAID) AND
                      OR-REQ-DATE >= WS-PERIOD-FROM AND
                      OR-REQ-DATE <= WS-PERIOD-TO
                       PERFORM 5200-WRITE-BOK-DETAIL
                   END-IF
           END-READ.

       5200-WRITE-BOK-DETAIL.
           MOVE OR-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CF-NATIONALITY
           END-READ
           MOVE SPACES          TO BOK-REPORT-RECORD
           MOVE 'DT'            TO BK-RECORD-TYPE
           MOVE OR-REQ-DATE     TO BK-TXN-DATE
           MOVE OR-REMIT-REF    TO BK-REMIT-REF
           MOVE OR-CUSTOMER-ID  TO BK-CUSTOMER-ID
           IF CF-NATIONALITY = SPACES OR CF-NATIONALITY = 'KR'
               MOVE 'R'  TO BK-RESIDENT-CLASS
               MOVE 'KR' TO BK-NATIONALITY
           ELSE
               MOVE 'N'  TO BK-RESIDENT-CLASS
               MOVE CF-NATIONALITY TO BK-NATIONALITY
           END-IF
           MOVE OR-CURRENCY     TO BK-CURRENCY
           MOVE OR-FC-AMOUNT    TO BK-FC-AMOUNT
           MOVE OR-USD-AMOUNT   TO BK-USD-AMOUNT
           MOVE OR-KRW-AMOUNT   TO BK-KRW-AMOUNT
           MOVE OR-PURPOSE-CODE TO BK-PURPOSE-CODE
           MOVE OR-BENE-COUNTRY TO BK-BENE-COUNTRY
           MOVE OR-DOCUMENTED   TO BK-DOCUMENTED
           MOVE OR-BRANCH       TO BK-BRANCH
           MOVE OR-STATUS       TO BK-STATUS
           WRITE BOK-REPORT-RECORD
           ADD 1 TO WS-BOK-COUNT
           ADD OR-USD-AMOUNT TO WS-BOK-USD.

       9000-FINALIZE.
           PERFORM 9100-WRITE-TOTAL-LINE
           PERFORM 9200-CLOSE-FILES
           DISPLAY '해외송금 배치 완료(' WS-RUN-FUNC ')'
               ' 접수:' WS-ACCEPT-COUNT
               ' 거절:' WS-REJECT-COUNT
               ' 발신:' WS-SENT-COUNT
               ' 지급:' WS-PAID-COUNT
               ' 반환:' WS-RETURNED-COUNT
               ' 미매칭:' WS-UNMATCHED-COUNT
               ' 보고:' WS-BOK-COUNT
           IF WS-UNMATCHED-COUNT > ZERO OR
              WS-REFUND-FAIL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-ACCEPT-KRW TO WS-DSP-KRW
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='        DELIMITED SIZE
               ' 신청:'            DELIMITED SIZE
               WS-READ-COUNT       DELIMITED SIZE
               ' 접수:'            DELIMITED SIZE
               WS-ACCEPT-COUNT     DELIMITED SIZE
               ' 원화환산:'        DELIMITED SIZE
               WS-DSP-KRW          DELIMITED SIZE
               ' 거절:'            DELIMITED SIZE
               WS-REJECT-COUNT     DELIMITED SIZE
               '(한도:'            DELIMITED SIZE
               WS-LIMIT-REJECT-COUNT DELIMITED SIZE
               ') 발신:'           DELIMITED SIZE
               WS-SENT-COUNT       DELIMITED SIZE
               ' 지급:'            DELIMITED SIZE
               WS-PAID-COUNT       DELIMITED SIZE
               ' 반환:'            DELIMITED SIZE
               WS-RETURNED-COUNT   DELIMITED SIZE
               ' 미매칭:'          DELIMITED SIZE
               WS-UNMATCHED-COUNT  DELIMITED SIZE
               ' 재입금실패:'      DELIMITED SIZE
               WS-REFUND-FAIL-COUNT DELIMITED SIZE
               ' 보고:'            DELIMITED SIZE
               WS-BOK-COUNT        DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO ORPT-LINE
           WRITE REMIT-REPORT-RECORD.

       9200-CLOSE-FILES.
           CLOSE REMIT-REGISTER-FILE
           CLOSE REMIT-YTD-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE REMIT-REPORT-FILE
           IF WS-FUNC-REQT
               CLOSE REMIT-REQUEST-FILE
               CLOSE FX-RATE-FILE
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           IF WS-FUNC-SEND
               CLOSE REMIT-OUT-FILE
           END-IF
           IF WS-FUNC-RETN
               CLOSE REMIT-RETURN-FILE
           END-IF
           IF WS-FUNC-BOKR
               CLOSE BOK-REPORT-FILE
           END-IF.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE REMIT-REGISTER-FILE
           CLOSE REMIT-YTD-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE REMIT-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
