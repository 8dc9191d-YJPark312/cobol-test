      ******************************************************************
      * PROGRAM-ID: ACCT101
      * DESCRIPTION: 고객/세그먼트 수익성 월보 배치
      *              - SYSIN: 대상월(YYYYMM)/내부이전가격(FTP)
      *                연이율(%, 0이면 3.5%)
      *              - 계좌별 집계(작업파일 PROFACT)
      *                1) 일별 잔액 스냅샷(SNAPSHOT, ACCT015)으로
      *                   월 평균잔액 산출 - 스냅샷 없는 날은 0
      *                2) TXNHIST 수수료 부과(FEE)/취소(FREV)와
      *                   채널별 건당 처리원가(FEE/FREV/CORR/INTA
      *                   제외 전 거래)
      *                3) INTHIST 지급이자(이자비용)와 초과인출
      *                   연체이자(원금 음수분, ACCT003) 수익
      *                4) 가격예외(PRCEXCP, ACCT096) 대상월 감면액
      *              - 계좌 수익 = FTP(평균잔액 X FTP율 X 일수/
      *                365, 음수잔액은 자금원가 차감) - 이자비용
      *                + 연체이자 + 순수수료(부과-취소) - 처리원가
      *                감면액은 부과시 이미 차감되어 별도 표시만
      *              - 고객별 집계(작업파일 PROFCUS, 주고객 기준)
      *                후 수익순위(PROFRNK) 작성
      *              - 리포트(PROFRPT): 고객등급(CF-GRADE)/지점/
      *                상품별 합계와 적자건수, 수익 하위/상위 10%
      *                고객 명세
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT101.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE
               ASSIGN TO 'SNAPSHOT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO 'TXNHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT INTEREST-HIST-FILE
               ASSIGN TO 'INTHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRICE-EXCEPTION-FILE
               ASSIGN TO 'PRCEXCP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-WORK-FILE
               ASSIGN TO 'PROFACT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-WORK-FILE
               ASSIGN TO 'PROFCUS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RANK-WORK-FILE
               ASSIGN TO 'PROFRNK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-ASC-KEY
               ALTERNATE RECORD KEY IS RK-DESC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PROFIT-REPORT-FILE
               ASSIGN TO 'PROFRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    일별 잔액 스냅샷 (ACCT015/ACCT090 생성) - 일자+계좌 키
       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SNAPSHOT-RECORD.
           05  SN-KEY.
               10  SN-SNAP-DATE      PIC X(08).
               10  SN-ACCOUNT-NO     PIC X(12).
           05  SN-CUSTOMER-ID        PIC X(10).
           05  SN-CUSTOMER-ID-2      PIC X(10).
           05  SN-ACCOUNT-TYPE       PIC X(02).
           05  SN-BALANCE            PIC S9(13)V99 COMP-3.
           05  SN-STATUS             PIC X(01).
           05  SN-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  SN-BRANCH-CODE        PIC X(04).
           05  SN-FILLER             PIC X(19).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TR-TXN-ID             PIC X(20).
           05  TR-ACCOUNT-NO         PIC X(12).
           05  TR-TXN-TYPE           PIC X(04).
               88  TR-TYPE-FEE       VALUE 'FEE '.
               88  TR-TYPE-FEE-REV   VALUE 'FREV'.
               88  TR-TYPE-INT-ADJ   VALUE 'INTA'.
               88  TR-TYPE-CORRECTION VALUE 'CORR'.
           05  TR-TXN-DATE           PIC X(08).
           05  TR-TXN-TIME           PIC X(06).
           05  TR-AMOUNT             PIC S9(13)V99 COMP-3.
           05  TR-BEFORE-BALANCE     PIC S9(13)V99 COMP-3.
           05  TR-AFTER-BALANCE      PIC S9(13)V99 COMP-3.
           05  TR-COUNTER-ACCOUNT    PIC X(12).
           05  TR-CHANNEL            PIC X(04).
           05  TR-STATUS             PIC X(01).
               88  TR-STATUS-SUCCESS VALUE 'S'.
           05  TR-DESCRIPTION        PIC X(80).
           05  TR-FILLER             PIC X(79).

       FD  INTEREST-HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  INTEREST-HIST-RECORD.
           05  IH-ACCOUNT-NO         PIC X(12).
           05  IH-CALC-DATE          PIC X(08).
           05  IH-PERIOD-FROM        PIC X(08).
           05  IH-PERIOD-TO          PIC X(08).
           05  IH-PRINCIPAL          PIC S9(13)V99 COMP-3.
           05  IH-INTEREST-RATE      PIC S9(03)V9(06) COMP-3.
           05  IH-DAYS               PIC 9(05).
           05  IH-INTEREST-AMOUNT    PIC S9(13)V99 COMP-3.
           05  IH-TAX-AMOUNT         PIC S9(11)V99 COMP-3.
           05  IH-NET-AMOUNT         PIC S9(13)V99 COMP-3.
           05  IH-STATUS             PIC X(01).
               88  IH-PAID           VALUE 'P'.
               88  IH-PENDING        VALUE 'N'.
           05  IH-TAXEX-FLAG         PIC X(01).
           05  IH-WHT-BASIS          PIC X(01).
               88  IH-WHT-TREATY     VALUE 'T'.
               88  IH-WHT-NONRES     VALUE 'N'.
           05  IH-WHT-CTRY           PIC X(02).
           05  IH-WHT-RATE           PIC S9(01)V9(04) COMP-3.
           05  IH-FILLER             PIC X(38).

      *    수수료 가격예외 등록부 (ACCT096) - 월별 감면액 보존
       FD  PRICE-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  PRICE-EXCEPTION-RECORD.
           05  PX-KEY.
               10  PX-SCOPE          PIC X(01).
                   88  PX-SCOPE-ACCOUNT  VALUE 'A'.
                   88  PX-SCOPE-CUSTOMER VALUE 'C'.
               10  PX-SUBJECT-ID     PIC X(12).
               10  PX-FEE-CODE       PIC X(04).
           05  PX-DISC-TYPE          PIC X(01).
           05  PX-DISC-RATE          PIC 9(03)V99 COMP-3.
           05  PX-DISC-AMOUNT        PIC S9(07)V99 COMP-3.
           05  PX-EFFECTIVE-DATE     PIC X(08).
           05  PX-EXPIRY-DATE        PIC X(08).
           05  PX-APPROVER-ID        PIC X(08).
           05  PX-REQUESTER-ID       PIC X(08).
           05  PX-STATUS             PIC X(01).
           05  PX-REGISTER-DATE      PIC X(08).
           05  PX-CANCEL-DATE        PIC X(08).
           05  PX-REASON             PIC X(40).
           05  PX-CUR-MONTH          PIC X(06).
           05  PX-CUR-FORGONE        PIC S9(11)V99 COMP-3.
           05  PX-CUR-COUNT          PIC 9(07) COMP-3.
           05  PX-PREV-MONTH         PIC X(06).
           05  PX-PREV-FORGONE       PIC S9(11)V99 COMP-3.
           05  PX-PREV-COUNT         PIC 9(07) COMP-3.
           05  PX-TOTAL-FORGONE      PIC S9(13)V99 COMP-3.
           05  PX-FILLER             PIC X(43).

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
           05  AF-INTEREST-RATE      PIC S9(03)V9(04) COMP-3.
           05  AF-LAST-TXN-DATE      PIC X(08).
           05  AF-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  AF-BRANCH-CODE        PIC X(04).
           05  AF-CURRENCY-CODE      PIC X(03).
           05  AF-LAST-FEE-DATE      PIC X(08).
           05  AF-MATURITY-DATE      PIC X(08).
           05  AF-MATURITY-INSTR     PIC X(01).
           05  AF-MATURITY-PAYOUT-ACCT PIC X(12).
           05  AF-DEBIT-RESTRICT     PIC X(01).
           05  AF-OD-DAYS            PIC 9(03).
           05  AF-KYC-RESTRICT       PIC X(01).
           05  AF-INT-PAYOUT-FREQ    PIC X(01).
           05  AF-INT-PAYOUT-ACCT    PIC X(12).
           05  AF-TAXEX-FLAG         PIC X(01).
           05  AF-PURPOSE-CODE       PIC X(02).
           05  AF-LIMITED-FLAG       PIC X(01).
           05  AF-PRODUCT-CODE       PIC X(03).

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
               88  CF-GRADE-VIP      VALUE 'V1'.
               88  CF-GRADE-GOLD     VALUE 'G1'.
               88  CF-GRADE-NORMAL   VALUE 'N1'.
           05  CF-REGISTER-DATE      PIC X(08).
           05  CF-STMT-DELIVERY      PIC X(01).
           05  CF-CUST-STATUS        PIC X(01).
           05  CF-DECEASED-FLAG      PIC X(01).
           05  CF-DECEASED-DATE      PIC X(08).
           05  CF-KYC-DUE-DATE       PIC X(08).
           05  CF-KYC-RESTRICT       PIC X(01).
           05  CF-MERGED-TO          PIC X(10).
           05  CF-AML-RISK-GRADE     PIC X(02).
           05  CF-AML-SCORE-DATE     PIC X(08).
           05  CF-TAXEX-FLAG         PIC X(01).
           05  CF-TAXEX-ENROLL-DATE  PIC X(08).
           05  CF-FILLER             PIC X(62).

      *    계좌별 수익 집계 작업파일 - 매 실행 재작성
       FD  ACCOUNT-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCOUNT-WORK-RECORD.
           05  PA-ACCOUNT-NO         PIC X(12).
           05  PA-BALANCE-SUM        PIC S9(15)V99 COMP-3.
           05  PA-SNAP-DAYS          PIC 9(03).
           05  PA-INT-EXPENSE        PIC S9(13)V99 COMP-3.
           05  PA-OD-INCOME          PIC S9(13)V99 COMP-3.
           05  PA-FEE-CHARGED        PIC S9(13)V99 COMP-3.
           05  PA-FEE-REVERSED       PIC S9(13)V99 COMP-3.
           05  PA-FEE-WAIVED         PIC S9(13)V99 COMP-3.
           05  PA-TXN-COUNT          PIC 9(07).
           05  PA-SERVICE-COST       PIC S9(13)V99 COMP-3.
           05  PA-FILLER             PIC X(21).

      *    고객별 수익 집계 작업파일 - 주고객(AF-CUSTOMER-ID) 기준
       FD  CUSTOMER-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-WORK-RECORD.
           05  PC-CUSTOMER-ID        PIC X(10).
           05  PC-ACCOUNT-COUNT      PIC 9(05).
           05  PC-AVG-BALANCE        PIC S9(15)V99 COMP-3.
           05  PC-FTP-AMOUNT         PIC S9(13)V99 COMP-3.
           05  PC-INT-EXPENSE        PIC S9(13)V99 COMP-3.
           05  PC-OD-INCOME          PIC S9(13)V99 COMP-3.
           05  PC-NET-FEE            PIC S9(13)V99 COMP-3.
           05  PC-FEE-WAIVED         PIC S9(13)V99 COMP-3.
           05  PC-SERVICE-COST       PIC S9(13)V99 COMP-3.
           05  PC-PROFIT             PIC S9(13)V99 COMP-3.
           05  PC-FILLER             PIC X(20).

      *    수익순위 작업파일 - 오름차순(하위)/내림차순(상위) 키
      *    수익에 기준값(10조)을 더하거나 빼서 부호 없는 키로 보존
       FD  RANK-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  RANK-WORK-RECORD.
           05  RK-ASC-KEY.
               10  RK-ASC-PROFIT     PIC 9(15)V99.
               10  RK-ASC-CUSTOMER   PIC X(10).
           05  RK-DESC-KEY.
               10  RK-DESC-PROFIT    PIC 9(15)V99.
               10  RK-DESC-CUSTOMER  PIC X(10).
           05  RK-FILLER             PIC X(06).

       FD  PROFIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  PROFIT-REPORT-RECORD.
           05  PFRPT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-TARGET-YM          PIC X(06).
           05  WS-FTP-RATE           PIC 9(02)V9(04).

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-WORK-SW            PIC X(01) VALUE 'N'.
               88  WS-WORK-FOUND     VALUE 'Y'.
           05  WS-PRCEXCP-SW         PIC X(01) VALUE 'N'.
               88  WS-PRCEXCP-OPEN   VALUE 'Y'.

      *    채널별 건당 처리원가(원) - 창구/ATM/인터넷/일괄, 그 외
      *    채널은 기타 원가 적용
       01  WS-CHANNEL-COST-TABLE.
           05  FILLER                PIC X(04) VALUE 'TELL'.
           05  FILLER                PIC 9(05)V99 VALUE 2500.00.
           05  FILLER                PIC X(04) VALUE 'ATM '.
           05  FILLER                PIC 9(05)V99 VALUE 0700.00.
           05  FILLER                PIC X(04) VALUE 'INET'.
           05  FILLER                PIC 9(05)V99 VALUE 0150.00.
           05  FILLER                PIC X(04) VALUE 'BATC'.
           05  FILLER                PIC 9(05)V99 VALUE 0050.00.
       01  WS-CHANNEL-COST-R REDEFINES WS-CHANNEL-COST-TABLE.
           05  WS-CC-ENTRY OCCURS 4 TIMES
                           INDEXED BY WS-CC-IDX.
               10  WS-CC-CHANNEL     PIC X(04).
               10  WS-CC-COST        PIC 9(05)V99.
       01  WS-OTHER-CHANNEL-COST     PIC 9(05)V99 VALUE 0300.00.
       01  WS-TXN-COST               PIC 9(05)V99.

       01  WS-DATE-WORK.
           05  WS-MONTH-START        PIC X(08).
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-DATE-R REDEFINES WS-DATE-NUM.
               10  WS-DATE-YY        PIC 9(04).
               10  WS-DATE-MM        PIC 9(02).
               10  WS-DATE-DD        PIC 9(02).
           05  WS-START-INT          PIC 9(07).
           05  WS-NEXT-INT           PIC 9(07).
           05  WS-MONTH-DAYS         PIC 9(03).

       01  WS-CALC-WORK.
           05  WS-ACCT-AVG-BALANCE   PIC S9(15)V99 COMP-3.
           05  WS-ACCT-FTP           PIC S9(13)V99 COMP-3.
           05  WS-ACCT-NET-FEE       PIC S9(13)V99 COMP-3.
           05  WS-ACCT-PROFIT        PIC S9(13)V99 COMP-3.
           05  WS-MONTH-FORGONE      PIC S9(11)V99 COMP-3.
           05  WS-RANK-OFFSET        PIC 9(15)V99
                                     VALUE 10000000000000.00.
           05  WS-DECILE-SIZE        PIC 9(07).
           05  WS-RANK-NO            PIC 9(07).

      *    고객등급(CF-GRADE)별 합계 (최대 20)
       01  WS-GRADE-AREA.
           05  WS-GR-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-GR-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-GR-IDX.
               10  WS-GR-GRADE       PIC X(02).
               10  WS-GR-MEMBERS     PIC 9(07).
               10  WS-GR-LOSS-COUNT  PIC 9(07).
               10  WS-GR-AVG-BALANCE PIC S9(15)V99 COMP-3.
               10  WS-GR-NET-FEE     PIC S9(15)V99 COMP-3.
               10  WS-GR-FEE-WAIVED  PIC S9(15)V99 COMP-3.
               10  WS-GR-PROFIT      PIC S9(15)V99 COMP-3.

      *    지점별 합계 (최대 500)
       01  WS-BRANCH-AREA.
           05  WS-BR-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-BR-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-BR-IDX.
               10  WS-BR-BRANCH      PIC X(04).
               10  WS-BR-MEMBERS     PIC 9(07).
               10  WS-BR-LOSS-COUNT  PIC 9(07).
               10  WS-BR-AVG-BALANCE PIC S9(15)V99 COMP-3.
               10  WS-BR-NET-FEE     PIC S9(15)V99 COMP-3.
               10  WS-BR-FEE-WAIVED  PIC S9(15)V99 COMP-3.
               10  WS-BR-PROFIT      PIC S9(15)V99 COMP-3.

      *    상품(계좌유형+상품코드)별 합계 (최대 200)
       01  WS-PRODUCT-AREA.
           05  WS-PD-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-PD-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-PD-IDX.
               10  WS-PD-PRODUCT     PIC X(05).
               10  WS-PD-MEMBERS     PIC 9(07).
               10  WS-PD-LOSS-COUNT  PIC 9(07).
               10  WS-PD-AVG-BALANCE PIC S9(15)V99 COMP-3.
               10  WS-PD-NET-FEE     PIC S9(15)V99 COMP-3.
               10  WS-PD-FEE-WAIVED  PIC S9(15)V99 COMP-3.
               10  WS-PD-PROFIT      PIC S9(15)V99 COMP-3.

       01  WS-SEGMENT-LINE-WORK.
           05  WS-SG-LABEL           PIC X(10).
           05  WS-SG-KEY             PIC X(05).
           05  WS-SG-MEMBERS         PIC 9(07).
           05  WS-SG-LOSS-COUNT      PIC 9(07).
           05  WS-SG-AVG-BALANCE     PIC S9(15)V99 COMP-3.
           05  WS-SG-NET-FEE         PIC S9(15)V99 COMP-3.
           05  WS-SG-FEE-WAIVED      PIC S9(15)V99 COMP-3.
           05  WS-SG-PROFIT          PIC S9(15)V99 COMP-3.

       01  WS-TOTAL-AREA.
           05  WS-SNAP-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-TXN-COUNT          PIC 9(09) VALUE ZERO.
           05  WS-INT-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-WAIVER-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-ACCOUNT-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-UNKNOWN-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-CUSTOMER-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-LOSS-CUST-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-TOT-PROFIT         PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-RATE           PIC Z9.9999.
           05  WS-DSP-BALANCE        PIC -(15)9.
           05  WS-DSP-FTP            PIC -(13)9.
           05  WS-DSP-INT-EXP        PIC -(13)9.
           05  WS-DSP-OD-INC         PIC -(13)9.
           05  WS-DSP-NET-FEE        PIC -(13)9.
           05  WS-DSP-WAIVED         PIC -(13)9.
           05  WS-DSP-COST           PIC -(13)9.
           05  WS-DSP-PROFIT         PIC -(15)9.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(200).
           05  WS-RPT-DETAIL         PIC X(200).
           05  WS-RPT-TOTAL          PIC X(200).

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUM-SNAPSHOTS
           PERFORM 3000-ACCUM-TRANSACTIONS
           PERFORM 3500-ACCUM-INTEREST
           PERFORM 3800-ACCUM-WAIVERS
           PERFORM 4000-ROLLUP-ACCOUNTS
           PERFORM 5000-RANK-CUSTOMERS
           PERFORM 6000-WRITE-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           IF WS-TARGET-YM = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-TARGET-YM
           END-IF
           IF WS-FTP-RATE NOT NUMERIC OR WS-FTP-RATE = ZERO
               MOVE 3.5 TO WS-FTP-RATE
           END-IF
           MOVE WS-TARGET-YM TO WS-MONTH-START(1:6)
           MOVE '01'         TO WS-MONTH-START(7:2)
           MOVE WS-MONTH-START TO WS-DATE-NUM
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ADD 1 TO WS-DATE-MM
           IF WS-DATE-MM > 12
               MOVE 1 TO WS-DATE-MM
               ADD 1 TO WS-DATE-YY
           END-IF
           COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-MONTH-DAYS = WS-NEXT-INT - WS-START-INT
           PERFORM 1100-OPEN-FILES
           PERFORM 1150-OPEN-WORK-FILES
           MOVE WS-FTP-RATE TO WS-DSP-RATE
           MOVE SPACES TO WS-RPT-HEADER
           STRING '고객/세그먼트 수익성 월보 | 대상월:'
                                              DELIMITED SIZE
                  WS-TARGET-YM                DELIMITED SIZE
                  ' FTP율(%):'                DELIMITED SIZE
                  WS-DSP-RATE                 DELIMITED SIZE
                  ' 일수:'                    DELIMITED SIZE
                  WS-MONTH-DAYS               DELIMITED SIZE
                  INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO PFRPT-LINE
           WRITE PROFIT-REPORT-RECORD.

       1100-OPEN-FILES.
           OPEN INPUT SNAPSHOT-FILE
           IF NOT WS-FILE-OK
               MOVE 'SNAPSHOT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-FILE-OK
               MOVE 'TXNHIST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT INTEREST-HIST-FILE
           IF NOT WS-FILE-OK
               MOVE 'INTHIST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT PRICE-EXCEPTION-FILE
           IF WS-FILE-OK
               SET WS-PRCEXCP-OPEN TO TRUE
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
           OPEN OUTPUT PROFIT-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'PROFRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *    작업파일은 매 실행 비운 상태로 시작한다.
       1150-OPEN-WORK-FILES.
           OPEN OUTPUT ACCOUNT-WORK-FILE
           CLOSE ACCOUNT-WORK-FILE
           OPEN I-O ACCOUNT-WORK-FILE
           IF NOT WS-FILE-OK
               MOVE 'PROFACT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT CUSTOMER-WORK-FILE
           CLOSE CUSTOMER-WORK-FILE
           OPEN I-O CUSTOMER-WORK-FILE
           IF NOT WS-FILE-OK
               MOVE 'PROFCUS 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT RANK-WORK-FILE
           CLOSE RANK-WORK-FILE
           OPEN I-O RANK-WORK-FILE
           IF NOT WS-FILE-OK
               MOVE 'PROFRNK 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *================================================================
      *    1) 월 평균잔액 - 대상월 스냅샷 일별잔액 합계
      *================================================================
       2000-ACCUM-SNAPSHOTS.
           MOVE WS-MONTH-START TO SN-SNAP-DATE
           MOVE LOW-VALUES     TO SN-ACCOUNT-NO
           MOVE 'N' TO WS-EOF-SW
           START SNAPSHOT-FILE KEY IS >= SN-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-SNAPSHOT
               UNTIL WS-END-OF-FILE.

       2100-READ-NEXT-SNAPSHOT.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF SN-SNAP-DATE(1:6) NOT = WS-TARGET-YM
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       ADD 1 TO WS-SNAP-COUNT
                       MOVE SN-ACCOUNT-NO TO PA-ACCOUNT-NO
                       PERFORM 8100-GET-ACCOUNT-WORK
                       ADD SN-BALANCE TO PA-BALANCE-SUM
                       ADD 1 TO PA-SNAP-DAYS
                       PERFORM 8110-PUT-ACCOUNT-WORK
                   END-IF
           END-READ.

      *================================================================
      *    2) 수수료 부과/취소와 채널별 처리원가
      *================================================================
       3000-ACCUM-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3100-READ-NEXT-TRANSACTION
               UNTIL WS-END-OF-FILE.

       3100-READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF TR-STATUS-SUCCESS AND
                      TR-TXN-DATE(1:6) = WS-TARGET-YM
                       ADD 1 TO WS-TXN-COUNT
                       PERFORM 3200-APPLY-TRANSACTION
                   END-IF
           END-READ.

       3200-APPLY-TRANSACTION.
           MOVE TR-ACCOUNT-NO TO PA-ACCOUNT-NO
           PERFORM 8100-GET-ACCOUNT-WORK
           EVALUATE TRUE
               WHEN TR-TYPE-FEE
                   ADD TR-AMOUNT TO PA-FEE-CHARGED
               WHEN TR-TYPE-FEE-REV
                   ADD TR-AMOUNT TO PA-FEE-REVERSED
               WHEN TR-TYPE-INT-ADJ OR TR-TYPE-CORRECTION
                   CONTINUE
               WHEN OTHER
                   PERFORM 3300-LOOKUP-CHANNEL-COST
                   ADD 1           TO PA-TXN-COUNT
                   ADD WS-TXN-COST TO PA-SERVICE-COST
           END-EVALUATE
           PERFORM 8110-PUT-ACCOUNT-WORK.

       3300-LOOKUP-CHANNEL-COST.
           MOVE WS-OTHER-CHANNEL-COST TO WS-TXN-COST
           SET WS-CC-IDX TO 1
           SEARCH WS-CC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CC-CHANNEL(WS-CC-IDX) = TR-CHANNEL
                   MOVE WS-CC-COST(WS-CC-IDX) TO WS-TXN-COST
           END-SEARCH.

      *================================================================
      *    3) 이자비용(지급이자)과 초과인출 연체이자 수익
      *================================================================
      *    ACCT003은 초과인출 연체이자를 음수 원금으로 기록한다.
       3500-ACCUM-INTEREST.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3600-READ-NEXT-INTEREST
               UNTIL WS-END-OF-FILE.

       3600-READ-NEXT-INTEREST.
           READ INTEREST-HIST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF IH-PAID AND
                      IH-CALC-DATE(1:6) = WS-TARGET-YM
                       ADD 1 TO WS-INT-COUNT
                       MOVE IH-ACCOUNT-NO TO PA-ACCOUNT-NO
                       PERFORM 8100-GET-ACCOUNT-WORK
                       IF IH-PRINCIPAL < ZERO
                           ADD IH-INTEREST-AMOUNT TO PA-OD-INCOME
                       ELSE
                           ADD IH-INTEREST-AMOUNT TO PA-INT-EXPENSE
                       END-IF
                       PERFORM 8110-PUT-ACCOUNT-WORK
                   END-IF
           END-READ.

      *================================================================
      *    4) 가격예외 감면액 - 계좌범위는 계좌, 고객범위는 고객에
      *================================================================
       3800-ACCUM-WAIVERS.
           IF NOT WS-PRCEXCP-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PX-KEY
           MOVE 'N' TO WS-EOF-SW
           START PRICE-EXCEPTION-FILE KEY IS >= PX-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 3900-READ-NEXT-EXCEPTION
               UNTIL WS-END-OF-FILE.

       3900-READ-NEXT-EXCEPTION.
           READ PRICE-EXCEPTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 3910-PICK-MONTH-FORGONE
                   IF WS-MONTH-FORGONE NOT = ZERO
                       ADD 1 TO WS-WAIVER-COUNT
                       PERFORM 3920-APPLY-WAIVER
                   END-IF
           END-READ.

       3910-PICK-MONTH-FORGONE.
           MOVE ZERO TO WS-MONTH-FORGONE
           IF PX-CUR-MONTH = WS-TARGET-YM
               MOVE PX-CUR-FORGONE TO WS-MONTH-FORGONE
           ELSE
               IF PX-PREV-MONTH = WS-TARGET-YM
                   MOVE PX-PREV-FORGONE TO WS-MONTH-FORGONE
               END-IF
           END-IF.

       3920-APPLY-WAIVER.
           IF PX-SCOPE-ACCOUNT
               MOVE PX-SUBJECT-ID TO PA-ACCOUNT-NO
               PERFORM 8100-GET-ACCOUNT-WORK
               ADD WS-MONTH-FORGONE TO PA-FEE-WAIVED
               PERFORM 8110-PUT-ACCOUNT-WORK
           ELSE
               MOVE PX-SUBJECT-ID(1:10) TO PC-CUSTOMER-ID
               PERFORM 8200-GET-CUSTOMER-WORK
               ADD WS-MONTH-FORGONE TO PC-FEE-WAIVED
               PERFORM 8210-PUT-CUSTOMER-WORK
           END-IF.

      *================================================================
      *    계좌 수익 산출 및 지점/상품/고객 집계
      *================================================================
       4000-ROLLUP-ACCOUNTS.
           MOVE LOW-VALUES TO PA-ACCOUNT-NO
           MOVE 'N' TO WS-EOF-SW
           START ACCOUNT-WORK-FILE KEY IS >= PA-ACCOUNT-NO
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 4100-READ-NEXT-ACCOUNT-WORK
               UNTIL WS-END-OF-FILE.

       4100-READ-NEXT-ACCOUNT-WORK.
           READ ACCOUNT-WORK-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE PA-ACCOUNT-NO TO AF-ACCOUNT-NO
                   READ ACCOUNT-FILE
                       INVALID KEY
                           ADD 1 TO WS-UNKNOWN-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-ACCOUNT-COUNT
                           PERFORM 4200-COMPUTE-ACCOUNT-PROFIT
                           PERFORM 4300-ADD-BRANCH
                           PERFORM 4400-ADD-PRODUCT
                           PERFORM 4500-ADD-CUSTOMER
                   END-READ
           END-READ.

      *    FTP - 평균잔액 X FTP율 X 일수/365. 음수(초과인출)
      *    평균잔액은 자금원가로 차감된다.
       4200-COMPUTE-ACCOUNT-PROFIT.
           COMPUTE WS-ACCT-AVG-BALANCE ROUNDED =
               PA-BALANCE-SUM / WS-MONTH-DAYS
           COMPUTE WS-ACCT-FTP ROUNDED =
               WS-ACCT-AVG-BALANCE * WS-FTP-RATE / 100
               * WS-MONTH-DAYS / 365
           COMPUTE WS-ACCT-NET-FEE =
               PA-FEE-CHARGED - PA-FEE-REVERSED
           COMPUTE WS-ACCT-PROFIT =
               WS-ACCT-FTP - PA-INT-EXPENSE + PA-OD-INCOME
               + WS-ACCT-NET-FEE - PA-SERVICE-COST.

       4300-ADD-BRANCH.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                      OR WS-BR-BRANCH(WS-BR-IDX) = AF-BRANCH-CODE
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-COUNT >= 500
                   MOVE '지점 집계한도(500) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-BR-COUNT
               SET WS-BR-IDX TO WS-BR-COUNT
               MOVE AF-BRANCH-CODE TO WS-BR-BRANCH(WS-BR-IDX)
               MOVE ZERO TO WS-BR-MEMBERS(WS-BR-IDX)
               MOVE ZERO TO WS-BR-LOSS-COUNT(WS-BR-IDX)
               MOVE ZERO TO WS-BR-AVG-BALANCE(WS-BR-IDX)
               MOVE ZERO TO WS-BR-NET-FEE(WS-BR-IDX)
               MOVE ZERO TO WS-BR-FEE-WAIVED(WS-BR-IDX)
               MOVE ZERO TO WS-BR-PROFIT(WS-BR-IDX)
           END-IF
           ADD 1 TO WS-BR-MEMBERS(WS-BR-IDX)
           IF WS-ACCT-PROFIT < ZERO
               ADD 1 TO WS-BR-LOSS-COUNT(WS-BR-IDX)
           END-IF
           ADD WS-ACCT-AVG-BALANCE TO WS-BR-AVG-BALANCE(WS-BR-IDX)
           ADD WS-ACCT-NET-FEE     TO WS-BR-NET-FEE(WS-BR-IDX)
           ADD PA-FEE-WAIVED       TO WS-BR-FEE-WAIVED(WS-BR-IDX)
           ADD WS-ACCT-PROFIT      TO WS-BR-PROFIT(WS-BR-IDX).

       4400-ADD-PRODUCT.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
                      OR (WS-PD-PRODUCT(WS-PD-IDX)(1:2)
                            = AF-ACCOUNT-TYPE
                          AND WS-PD-PRODUCT(WS-PD-IDX)(3:3)
                            = AF-PRODUCT-CODE)
               CONTINUE
           END-PERFORM
           IF WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-COUNT >= 200
                   MOVE '상품 집계한도(200) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-PD-COUNT
               SET WS-PD-IDX TO WS-PD-COUNT
               MOVE AF-ACCOUNT-TYPE
                   TO WS-PD-PRODUCT(WS-PD-IDX)(1:2)
               MOVE AF-PRODUCT-CODE
                   TO WS-PD-PRODUCT(WS-PD-IDX)(3:3)
               MOVE ZERO TO WS-PD-MEMBERS(WS-PD-IDX)
               MOVE ZERO TO WS-PD-LOSS-COUNT(WS-PD-IDX)
               MOVE ZERO TO WS-PD-AVG-BALANCE(WS-PD-IDX)
               MOVE ZERO TO WS-PD-NET-FEE(WS-PD-IDX)
               MOVE ZERO TO WS-PD-FEE-WAIVED(WS-PD-IDX)
               MOVE ZERO TO WS-PD-PROFIT(WS-PD-IDX)
           END-IF
           ADD 1 TO WS-PD-MEMBERS(WS-PD-IDX)
           IF WS-ACCT-PROFIT < ZERO
               ADD 1 TO WS-PD-LOSS-COUNT(WS-PD-IDX)
           END-IF
           ADD WS-ACCT-AVG-BALANCE TO WS-PD-AVG-BALANCE(WS-PD-IDX)
           ADD WS-ACCT-NET-FEE     TO WS-PD-NET-FEE(WS-PD-IDX)
           ADD PA-FEE-WAIVED       TO WS-PD-FEE-WAIVED(WS-PD-IDX)
           ADD WS-ACCT-PROFIT      TO WS-PD-PROFIT(WS-PD-IDX).

       4500-ADD-CUSTOMER.
           MOVE AF-CUSTOMER-ID TO PC-CUSTOMER-ID
           PERFORM 8200-GET-CUSTOMER-WORK
           ADD 1                   TO PC-ACCOUNT-COUNT
           ADD WS-ACCT-AVG-BALANCE TO PC-AVG-BALANCE
           ADD WS-ACCT-FTP         TO PC-FTP-AMOUNT
           ADD PA-INT-EXPENSE      TO PC-INT-EXPENSE
           ADD PA-OD-INCOME        TO PC-OD-INCOME
           ADD WS-ACCT-NET-FEE     TO PC-NET-FEE
           ADD PA-FEE-WAIVED       TO PC-FEE-WAIVED
           ADD PA-SERVICE-COST     TO PC-SERVICE-COST
           ADD WS-ACCT-PROFIT      TO PC-PROFIT
           PERFORM 8210-PUT-CUSTOMER-WORK.

      *================================================================
      *    고객 수익순위 작성 및 고객등급별 집계
      *================================================================
       5000-RANK-CUSTOMERS.
           MOVE LOW-VALUES TO PC-CUSTOMER-ID
           MOVE 'N' TO WS-EOF-SW
           START CUSTOMER-WORK-FILE KEY IS >= PC-CUSTOMER-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 5100-READ-NEXT-CUSTOMER-WORK
               UNTIL WS-END-OF-FILE.

       5100-READ-NEXT-CUSTOMER-WORK.
           READ CUSTOMER-WORK-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMER-COUNT
                   ADD PC-PROFIT TO WS-TOT-PROFIT
                   IF PC-PROFIT < ZERO
                       ADD 1 TO WS-LOSS-CUST-COUNT
                   END-IF
                   MOVE PC-CUSTOMER-ID TO CF-CUSTOMER-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           MOVE SPACES TO CF-CUSTOMER-NAME
                           MOVE '??'   TO CF-GRADE
                   END-READ
                   PERFORM 5200-ADD-GRADE
                   COMPUTE RK-ASC-PROFIT  = WS-RANK-OFFSET + PC-PROFIT
                   COMPUTE RK-DESC-PROFIT = WS-RANK-OFFSET - PC-PROFIT
                   MOVE PC-CUSTOMER-ID TO RK-ASC-CUSTOMER
                   MOVE PC-CUSTOMER-ID TO RK-DESC-CUSTOMER
                   MOVE SPACES         TO RK-FILLER
                   WRITE RANK-WORK-RECORD
                       INVALID KEY
                           MOVE 'PROFRNK 기록 오류'
                               TO WS-ERROR-MESSAGE
                           PERFORM 9900-ABEND-HANDLER
                   END-WRITE
           END-READ.

       5200-ADD-GRADE.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
                      OR WS-GR-GRADE(WS-GR-IDX) = CF-GRADE
               CONTINUE
           END-PERFORM
           IF WS-GR-IDX > WS-GR-COUNT
               IF WS-GR-COUNT >= 20
                   MOVE '등급 집계한도(20) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-GR-COUNT
               SET WS-GR-IDX TO WS-GR-COUNT
               MOVE CF-GRADE TO WS-GR-GRADE(WS-GR-IDX)
               MOVE ZERO TO WS-GR-MEMBERS(WS-GR-IDX)
               MOVE ZERO TO WS-GR-LOSS-COUNT(WS-GR-IDX)
               MOVE ZERO TO WS-GR-AVG-BALANCE(WS-GR-IDX)
               MOVE ZERO TO WS-GR-NET-FEE(WS-GR-IDX)
               MOVE ZERO TO WS-GR-FEE-WAIVED(WS-GR-IDX)
               MOVE ZERO TO WS-GR-PROFIT(WS-GR-IDX)
           END-IF
           ADD 1 TO WS-GR-MEMBERS(WS-GR-IDX)
           IF PC-PROFIT < ZERO
               ADD 1 TO WS-GR-LOSS-COUNT(WS-GR-IDX)
           END-IF
           ADD PC-AVG-BALANCE TO WS-GR-AVG-BALANCE(WS-GR-IDX)
           ADD PC-NET-FEE     TO WS-GR-NET-FEE(WS-GR-IDX)
           ADD PC-FEE-WAIVED  TO WS-GR-FEE-WAIVED(WS-GR-IDX)
           ADD PC-PROFIT      TO WS-GR-PROFIT(WS-GR-IDX).

      *================================================================
      *    리포트 - 등급/지점/상품 합계, 하위/상위 10% 고객
      *================================================================
       6000-WRITE-REPORT.
           MOVE '--- 고객등급별 (고객수/적자고객) ---'
               TO PFRPT-LINE
           WRITE PROFIT-REPORT-RECORD
           PERFORM 6100-WRITE-GRADE-LINE
               VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-COUNT
           MOVE '--- 지점별 (계좌수/적자계좌) ---'
               TO PFRPT-LINE
           WRITE PROFIT-REPORT-RECORD
           PERFORM 6200-WRITE-BRANCH-LINE
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
           MOVE '--- 상품별 (계좌수/적자계좌) ---'
               TO PFRPT-LINE
           WRITE PROFIT-REPORT-RECORD
           PERFORM 6300-WRITE-PRODUCT-LINE
               VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
           COMPUTE WS-DECILE-SIZE = WS-CUSTOMER-COUNT / 10
           IF WS-DECILE-SIZE = ZERO AND WS-CUSTOMER-COUNT > ZERO
               MOVE 1 TO WS-DECILE-SIZE
           END-IF
           PERFORM 6400-LIST-BOTTOM-DECILE
           PERFORM 6500-LIST-TOP-DECILE.

       6100-WRITE-GRADE-LINE.
           MOVE '등급'                         TO WS-SG-LABEL
           MOVE WS-GR-GRADE(WS-GR-IDX)         TO WS-SG-KEY
           MOVE WS-GR-MEMBERS(WS-GR-IDX)       TO WS-SG-MEMBERS
           MOVE WS-GR-LOSS-COUNT(WS-GR-IDX)    TO WS-SG-LOSS-COUNT
           MOVE WS-GR-AVG-BALANCE(WS-GR-IDX)   TO WS-SG-AVG-BALANCE
           MOVE WS-GR-NET-FEE(WS-GR-IDX)       TO WS-SG-NET-FEE
           MOVE WS-GR-FEE-WAIVED(WS-GR-IDX)    TO WS-SG-FEE-WAIVED
           MOVE WS-GR-PROFIT(WS-GR-IDX)        TO WS-SG-PROFIT
           PERFORM 6900-WRITE-SEGMENT-LINE.

       6200-WRITE-BRANCH-LINE.
           MOVE '지점'                         TO WS-SG-LABEL
           MOVE WS-BR-BRANCH(WS-BR-IDX)        TO WS-SG-KEY
           MOVE WS-BR-MEMBERS(WS-BR-IDX)       TO WS-SG-MEMBERS
           MOVE WS-BR-LOSS-COUNT(WS-BR-IDX)    TO WS-SG-LOSS-COUNT
           MOVE WS-BR-AVG-BALANCE(WS-BR-IDX)   TO WS-SG-AVG-BALANCE
           MOVE WS-BR-NET-FEE(WS-BR-IDX)       TO WS-SG-NET-FEE
           MOVE WS-BR-FEE-WAIVED(WS-BR-IDX)    TO WS-SG-FEE-WAIVED
           MOVE WS-BR-PROFIT(WS-BR-IDX)        TO WS-SG-PROFIT
           PERFORM 6900-WRITE-SEGMENT-LINE.

       6300-WRITE-PRODUCT-LINE.
           MOVE '상품'                         TO WS-SG-LABEL
           MOVE WS-PD-PRODUCT(WS-PD-IDX)       TO WS-SG-KEY
           MOVE WS-PD-MEMBERS(WS-PD-IDX)       TO WS-SG-MEMBERS
           MOVE WS-PD-LOSS-COUNT(WS-PD-IDX)    TO WS-SG-LOSS-COUNT
           MOVE WS-PD-AVG-BALANCE(WS-PD-IDX)   TO WS-SG-AVG-BALANCE
           MOVE WS-PD-NET-FEE(WS-PD-IDX)       TO WS-SG-NET-FEE
           MOVE WS-PD-FEE-WAIVED(WS-PD-IDX)    TO WS-SG-FEE-WAIVED
           MOVE WS-PD-PROFIT(WS-PD-IDX)        TO WS-SG-PROFIT
           PERFORM 6900-WRITE-SEGMENT-LINE.

      *    하위 10% - 오름차순 키로 수익 최저 고객부터
       6400-LIST-BOTTOM-DECILE.
           MOVE '--- 수익 하위 10% 고객 ---' TO PFRPT-LINE
           WRITE PROFIT-REPORT-RECORD
           MOVE LOW-VALUES TO RK-ASC-KEY
           MOVE ZERO TO WS-RANK-NO
           MOVE 'N' TO WS-EOF-SW
           START RANK-WORK-FILE KEY IS >= RK-ASC-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 6410-READ-NEXT-RANK
               UNTIL WS-END-OF-FILE
                  OR WS-RANK-NO >= WS-DECILE-SIZE.

       6410-READ-NEXT-RANK.
           READ RANK-WORK-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RANK-NO
                   PERFORM 6600-WRITE-CUSTOMER-LINE
           END-READ.

      *    상위 10% - 내림차순(대체) 키로 수익 최고 고객부터
       6500-LIST-TOP-DECILE.
           MOVE '--- 수익 상위 10% 고객 ---' TO PFRPT-LINE
           WRITE PROFIT-REPORT-RECORD
           MOVE LOW-VALUES TO RK-DESC-KEY
           MOVE ZERO TO WS-RANK-NO
           MOVE 'N' TO WS-EOF-SW
           START RANK-WORK-FILE KEY IS >= RK-DESC-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 6410-READ-NEXT-RANK
               UNTIL WS-END-OF-FILE
                  OR WS-RANK-NO >= WS-DECILE-SIZE.

       6600-WRITE-CUSTOMER-LINE.
           MOVE RK-ASC-CUSTOMER TO PC-CUSTOMER-ID
           READ CUSTOMER-WORK-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE PC-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CF-CUSTOMER-NAME
                   MOVE '??'   TO CF-GRADE
           END-READ
           MOVE PC-AVG-BALANCE  TO WS-DSP-BALANCE
           MOVE PC-FTP-AMOUNT   TO WS-DSP-FTP
           MOVE PC-INT-EXPENSE  TO WS-DSP-INT-EXP
           MOVE PC-OD-INCOME    TO WS-DSP-OD-INC
           MOVE PC-NET-FEE      TO WS-DSP-NET-FEE
           MOVE PC-FEE-WAIVED   TO WS-DSP-WAIVED
           MOVE PC-SERVICE-COST TO WS-DSP-COST
           MOVE PC-PROFIT       TO WS-DSP-PROFIT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING WS-RANK-NO             DELIMITED SIZE
                  ' '                    DELIMITED SIZE
                  PC-CUSTOMER-ID         DELIMITED SIZE
                  ' '                    DELIMITED SIZE
                  CF-CUSTOMER-NAME(1:20) DELIMITED SIZE
                  ' 등급:'               DELIMITED SIZE
                  CF-GRADE               DELIMITED SIZE
                  ' 계좌:'               DELIMITED SIZE
                  PC-ACCOUNT-COUNT       DELIMITED SIZE
                  ' 평잔:'               DELIMITED SIZE
                  WS-DSP-BALANCE         DELIMITED SIZE
                  ' FTP:'                DELIMITED SIZE
                  WS-DSP-FTP             DELIMITED SIZE
                  ' 이자비용:'           DELIMITED SIZE
                  WS-DSP-INT-EXP         DELIMITED SIZE
                  ' 연체이자:'           DELIMITED SIZE
                  WS-DSP-OD-INC          DELIMITED SIZE
                  ' 순수수료:'           DELIMITED SIZE
                  WS-DSP-NET-FEE         DELIMITED SIZE
                  ' 감면:'               DELIMITED SIZE
                  WS-DSP-WAIVED          DELIMITED SIZE
                  ' 원가:'               DELIMITED SIZE
                  WS-DSP-COST            DELIMITED SIZE
                  ' 수익:'               DELIMITED SIZE
                  WS-DSP-PROFIT          DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO PFRPT-LINE
           WRITE PROFIT-REPORT-RECORD.

       6900-WRITE-SEGMENT-LINE.
           MOVE WS-SG-AVG-BALANCE TO WS-DSP-BALANCE
           MOVE WS-SG-NET-FEE     TO WS-DSP-NET-FEE
           MOVE WS-SG-FEE-WAIVED  TO WS-DSP-WAIVED
           MOVE WS-SG-PROFIT      TO WS-DSP-PROFIT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING WS-SG-LABEL            DELIMITED SPACE
                  ':'                    DELIMITED SIZE
                  WS-SG-KEY              DELIMITED SIZE
                  ' 건수:'               DELIMITED SIZE
                  WS-SG-MEMBERS          DELIMITED SIZE
                  ' 적자:'               DELIMITED SIZE
                  WS-SG-LOSS-COUNT       DELIMITED SIZE
                  ' 평잔:'               DELIMITED SIZE
                  WS-DSP-BALANCE         DELIMITED SIZE
                  ' 순수수료:'           DELIMITED SIZE
                  WS-DSP-NET-FEE         DELIMITED SIZE
                  ' 감면:'               DELIMITED SIZE
                  WS-DSP-WAIVED          DELIMITED SIZE
                  ' 수익:'               DELIMITED SIZE
                  WS-DSP-PROFIT          DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO PFRPT-LINE
           WRITE PROFIT-REPORT-RECORD.

      *================================================================
      *    작업파일 조회/기록 - 미등록 키는 0으로 초기화
      *================================================================
       8100-GET-ACCOUNT-WORK.
           MOVE 'N' TO WS-WORK-SW
           READ ACCOUNT-WORK-FILE
               INVALID KEY
                   MOVE ZERO   TO PA-BALANCE-SUM
                   MOVE ZERO   TO PA-SNAP-DAYS
                   MOVE ZERO   TO PA-INT-EXPENSE
                   MOVE ZERO   TO PA-OD-INCOME
                   MOVE ZERO   TO PA-FEE-CHARGED
                   MOVE ZERO   TO PA-FEE-REVERSED
                   MOVE ZERO   TO PA-FEE-WAIVED
                   MOVE ZERO   TO PA-TXN-COUNT
                   MOVE ZERO   TO PA-SERVICE-COST
                   MOVE SPACES TO PA-FILLER
               NOT INVALID KEY
                   SET WS-WORK-FOUND TO TRUE
           END-READ.

       8110-PUT-ACCOUNT-WORK.
           IF WS-WORK-FOUND
               REWRITE ACCOUNT-WORK-RECORD
                   INVALID KEY
                       MOVE 'PROFACT 갱신 오류' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-REWRITE
           ELSE
               WRITE ACCOUNT-WORK-RECORD
                   INVALID KEY
                       MOVE 'PROFACT 기록 오류' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-WRITE
           END-IF.

       8200-GET-CUSTOMER-WORK.
           MOVE 'N' TO WS-WORK-SW
           READ CUSTOMER-WORK-FILE
               INVALID KEY
                   MOVE ZERO   TO PC-ACCOUNT-COUNT
                   MOVE ZERO   TO PC-AVG-BALANCE
                   MOVE ZERO   TO PC-FTP-AMOUNT
                   MOVE ZERO   TO PC-INT-EXPENSE
                   MOVE ZERO   TO PC-OD-INCOME
                   MOVE ZERO   TO PC-NET-FEE
                   MOVE ZERO   TO PC-FEE-WAIVED
                   MOVE ZERO   TO PC-SERVICE-COST
                   MOVE ZERO   TO PC-PROFIT
                   MOVE SPACES TO PC-FILLER
               NOT INVALID KEY
                   SET WS-WORK-FOUND TO TRUE
           END-READ.

       8210-PUT-CUSTOMER-WORK.
           IF WS-WORK-FOUND
               REWRITE CUSTOMER-WORK-RECORD
                   INVALID KEY
                       MOVE 'PROFCUS 갱신 오류' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-REWRITE
           ELSE
               WRITE CUSTOMER-WORK-RECORD
                   INVALID KEY
                       MOVE 'PROFCUS 기록 오류' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-WRITE
           END-IF.

       9000-FINALIZE.
           MOVE WS-TOT-PROFIT TO WS-DSP-PROFIT
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='        DELIMITED SIZE
               ' 계좌:'            DELIMITED SIZE
               WS-ACCOUNT-COUNT    DELIMITED SIZE
               ' 원장없음:'        DELIMITED SIZE
               WS-UNKNOWN-COUNT    DELIMITED SIZE
               ' 고객:'            DELIMITED SIZE
               WS-CUSTOMER-COUNT   DELIMITED SIZE
               ' 적자고객:'        DELIMITED SIZE
               WS-LOSS-CUST-COUNT  DELIMITED SIZE
               ' 총수익:'          DELIMITED SIZE
               WS-DSP-PROFIT       DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO PFRPT-LINE
           WRITE PROFIT-REPORT-RECORD
           PERFORM 9200-CLOSE-FILES
           DISPLAY '수익성 월보 완료 대상월:' WS-TARGET-YM
               ' 스냅샷:' WS-SNAP-COUNT
               ' 거래:' WS-TXN-COUNT
               ' 이자:' WS-INT-COUNT
               ' 감면:' WS-WAIVER-COUNT
               ' 고객:' WS-CUSTOMER-COUNT.

       9200-CLOSE-FILES.
           CLOSE SNAPSHOT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE INTEREST-HIST-FILE
           IF WS-PRCEXCP-OPEN
               CLOSE PRICE-EXCEPTION-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-WORK-FILE
           CLOSE CUSTOMER-WORK-FILE
           CLOSE RANK-WORK-FILE
           CLOSE PROFIT-REPORT-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9200-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
