      ******************************************************************
      * PROGRAM-ID: ACCT093
      * DESCRIPTION: 예수금 유동성 만기사다리(유동성 갭) 주간 배치
      *              - 기준일 익일부터 전망기간(기본 90일)의 계약상
      *                현금유출입을 통화별/구간별로 집계
      *                (구간: D+1~D+7 일별, 이후 7일 단위 주별)
      *              - 계약상 유출
      *                . 정기예금(FX) 만기 - 해지지급(O)은 원리금,
      *                  원금재예치(P)는 이자, 원리금재예치(I)는
      *                  유출 없음(월이자지급 계좌는 잔여이자 제외)
      *                . 월이자지급(ACCT066) - 지급일(기본 28일)에
      *                  잔액 x 약정이율 / 12
      *                . 적금(IS) 만기 - 잔액 + 만기전 납입예정액
      *                . 자동이체(RECURXFR) 출금예정
      *              - 계약상 유입
      *                . 적금 월납입(SAVPLAN 납입일) 예정액
      *                . 자동이체 입금예정(당행 동일통화 수취계좌)
      *              - 행동적 유출: 요구불(CH/SA/MM) 잔액 x 일평균
      *                이탈률 x 경과일. 이탈률은 SNAPSHOT 관찰기간
      *                (기본 30일)의 일별 잔액감소 합계 / 전일잔액
      *                합계(통화별)
      *              - 구간별 순갭과 누적갭 리포트(LIQRPT)
      *              - SYSIN: 기준일(기본 당일)/전망일수/관찰일수/
      *                월이자지급일
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT093.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SAVINGS-PLAN-FILE
               ASSIGN TO 'SAVPLAN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RECUR-XFER-FILE
               ASSIGN TO 'RECURXFR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-XFER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SNAPSHOT-FILE
               ASSIGN TO 'SNAPSHOT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LIQUIDITY-REPORT-FILE
               ASSIGN TO 'LIQRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ACCOUNT-RECORD.
           05  AF-ACCOUNT-NO         PIC X(12).
           05  AF-CUSTOMER-ID        PIC X(10).
           05  AF-CUSTOMER-ID-2      PIC X(10).
           05  AF-ACCOUNT-TYPE       PIC X(02).
               88  AF-TYPE-CHECKING  VALUE 'CH'.
               88  AF-TYPE-SAVINGS   VALUE 'SA'.
               88  AF-TYPE-FIXED     VALUE 'FX'.
               88  AF-TYPE-MONEYMKT  VALUE 'MM'.
               88  AF-TYPE-INSTALLMENT VALUE 'IS'.
           05  AF-BALANCE            PIC S9(13)V99 COMP-3.
           05  AF-OPEN-DATE          PIC X(08).
           05  AF-CLOSE-DATE         PIC X(08).
           05  AF-STATUS             PIC X(01).
               88  AF-STATUS-ACTIVE  VALUE 'A'.
               88  AF-STATUS-CLOSED  VALUE 'C'.
           05  AF-INTEREST-RATE      PIC S9(03)V9(04) COMP-3.
           05  AF-LAST-TXN-DATE      PIC X(08).
           05  AF-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  AF-BRANCH-CODE        PIC X(04).
           05  AF-CURRENCY-CODE      PIC X(03).
           05  AF-LAST-FEE-DATE      PIC X(08).
           05  AF-MATURITY-DATE      PIC X(08).
           05  AF-MATURITY-INSTR     PIC X(01).
               88  AF-MAT-RENEW-PRINCIPAL VALUE 'P'.
               88  AF-MAT-RENEW-ALL       VALUE 'I'.
               88  AF-MAT-PAYOUT          VALUE 'O'.
           05  AF-MATURITY-PAYOUT-ACCT PIC X(12).
           05  AF-DEBIT-RESTRICT     PIC X(01).
           05  AF-OD-DAYS            PIC 9(03).
           05  AF-KYC-RESTRICT       PIC X(01).
           05  AF-INT-PAYOUT-FREQ    PIC X(01).
               88  AF-INT-PAYOUT-MONTHLY VALUE 'M'.
           05  AF-INT-PAYOUT-ACCT    PIC X(12).
           05  AF-FILLER             PIC X(07).

       FD  SAVINGS-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  SAVINGS-PLAN-RECORD.
           05  SP-ACCOUNT-NO         PIC X(12).
           05  SP-MONTHLY-AMOUNT     PIC S9(13)V99 COMP-3.
           05  SP-PAYMENT-DAY        PIC 9(02).
           05  SP-TERM-MONTHS        PIC 9(03).
           05  SP-MISSED-CNT         PIC 9(03).
           05  SP-LAST-CHECK-YM      PIC X(06).
           05  SP-STATUS             PIC X(01).
               88  SP-STATUS-ACTIVE  VALUE 'A'.
           05  SP-FILLER             PIC X(25).

       FD  RECUR-XFER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RECUR-XFER-RECORD.
           05  RX-XFER-ID            PIC X(12).
           05  RX-FROM-ACCOUNT-NO    PIC X(12).
           05  RX-TO-ACCOUNT-NO      PIC X(12).
           05  RX-AMOUNT             PIC S9(13)V99 COMP-3.
           05  RX-FREQUENCY          PIC X(02).
               88  RX-FREQ-WEEKLY    VALUE 'WK'.
               88  RX-FREQ-MONTHLY   VALUE 'MO'.
           05  RX-DAY-OF-MONTH       PIC 9(02).
           05  RX-NEXT-RUN-DATE      PIC X(08).
           05  RX-LAST-RUN-DATE      PIC X(08).
           05  RX-END-DATE           PIC X(08).
           05  RX-STATUS             PIC X(01).
               88  RX-STATUS-ACTIVE  VALUE 'A'.
           05  RX-ROLL-CONV          PIC X(01).
           05  RX-FILLER             PIC X(06).

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

       FD  LIQUIDITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  LIQUIDITY-REPORT-RECORD.
           05  LQ-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.

       01  WS-RUN-PARM.
           05  WS-BASE-DATE          PIC X(08).
           05  WS-HORIZON-DAYS       PIC 9(03).
           05  WS-HIST-DAYS          PIC 9(02).
           05  WS-INT-PAY-DAY        PIC 9(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.

      *    기준일/전망종료일 - 일련일수
       01  WS-DATE-WORK.
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-BASE-INT           PIC 9(07).
           05  WS-END-INT            PIC 9(07).
           05  WS-END-DATE           PIC X(08).
           05  WS-HIST-FROM-DATE     PIC X(08).
           05  WS-OPEN-INT           PIC 9(07).
           05  WS-MAT-INT            PIC 9(07).
           05  WS-LIMIT-INT          PIC 9(07).

      *    유출입 1건 - 구간배정 입력
       01  WS-FLOW-WORK.
           05  WS-FL-DATE            PIC X(08).
           05  WS-FL-DATE-NUM REDEFINES WS-FL-DATE PIC 9(08).
           05  WS-FL-CCY             PIC X(03).
           05  WS-FL-DIRECTION       PIC X(01).
               88  WS-FL-INFLOW      VALUE 'I'.
               88  WS-FL-OUTFLOW     VALUE 'O'.
           05  WS-FL-AMOUNT          PIC S9(15)V99 COMP-3.
           05  WS-FL-INT             PIC 9(07).
           05  WS-FL-OFFSET          PIC S9(07).

      *    월단위 일정 전개 - 년/월/약정일
       01  WS-MONTH-STEP.
           05  WS-MS-DATE            PIC 9(08).
           05  WS-MS-DATE-R REDEFINES WS-MS-DATE.
               10  WS-MS-YY          PIC 9(04).
               10  WS-MS-MM          PIC 9(02).
               10  WS-MS-DD          PIC 9(02).
           05  WS-MS-DAY             PIC 9(02).
           05  WS-MS-START-DATE      PIC X(08).
           05  WS-MS-FIRST           PIC 9(08).
           05  WS-MS-FIRST-R REDEFINES WS-MS-FIRST.
               10  WS-MF-YY          PIC 9(04).
               10  WS-MF-MM          PIC 9(02).
               10  WS-MF-DD          PIC 9(02).
           05  WS-MS-LAST-DD         PIC 9(02).
           05  WS-MS-INT             PIC 9(07).
           05  WS-MS-AMOUNT          PIC S9(15)V99 COMP-3.
           05  WS-MS-DIRECTION       PIC X(01).
           05  WS-MS-CCY             PIC X(03).
           05  WS-MS-LIMIT-INT       PIC 9(07).
           05  WS-MS-SUM             PIC S9(15)V99 COMP-3.

       01  WS-ACCT-WORK.
           05  WS-ACCT-CCY           PIC X(03).
           05  WS-INTEREST-EST       PIC S9(15)V99 COMP-3.
           05  WS-TERM-DAYS          PIC 9(05).
           05  WS-MAT-DATE           PIC X(08).
           05  WS-MAT-DATE-NUM REDEFINES WS-MAT-DATE PIC 9(08).
           05  WS-FROM-CCY           PIC X(03).
           05  WS-FROM-ACCT-OK-SW    PIC X(01).
           05  WS-TO-CCY             PIC X(03).
           05  WS-TO-ACCT-OK-SW      PIC X(01).

      *    통화별 구간 집계 (통화 10 x 구간 60)
       01  WS-BUCKET-COUNT           PIC 9(02).
       01  WS-CCY-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-CCY-TABLE.
           05  WS-CY-ENTRY OCCURS 10 TIMES.
               10  WS-CY-CODE        PIC X(03).
               10  WS-CY-DEMAND-BAL  PIC S9(15)V99 COMP-3.
               10  WS-CY-DEC-SUM     PIC S9(17)V99 COMP-3.
               10  WS-CY-BASE-SUM    PIC S9(17)V99 COMP-3.
               10  WS-CY-RUNOFF-RATE PIC S9(01)V9(08) COMP-3.
               10  WS-CY-BUCKET OCCURS 60 TIMES.
                   15  WS-CB-INFLOW  PIC S9(15)V99 COMP-3.
                   15  WS-CB-OUTFLOW PIC S9(15)V99 COMP-3.
                   15  WS-CB-RUNOFF  PIC S9(15)V99 COMP-3.
       01  WS-CY-IDX                 PIC 9(02).
       01  WS-BK-IDX                 PIC 9(02).

      *    SNAPSHOT 관찰기간 일자별 요구불 잔액 (최대 92일)
       01  WS-SH-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-SH-TABLE.
           05  WS-SH-ENTRY OCCURS 92 TIMES.
               10  WS-SH-DATE        PIC X(08).
               10  WS-SH-AMT         PIC S9(15)V99 COMP-3
                                     OCCURS 10 TIMES.
       01  WS-SH-IDX                 PIC 9(03).

      *    구간 경계/행동적 유출 계산
       01  WS-BUCKET-WORK.
           05  WS-BK-FROM-DAY        PIC 9(03).
           05  WS-BK-TO-DAY          PIC 9(03).
           05  WS-BK-LABEL           PIC X(04).
           05  WS-BK-WEEK            PIC 9(02).
           05  WS-CUM-RUNOFF         PIC S9(15)V99 COMP-3.
           05  WS-PREV-CUM-RUNOFF    PIC S9(15)V99 COMP-3.
           05  WS-NET-GAP            PIC S9(15)V99 COMP-3.
           05  WS-CUM-GAP            PIC S9(15)V99 COMP-3.
           05  WS-BK-FROM-DATE       PIC 9(08).
           05  WS-BK-TO-DATE         PIC 9(08).

       01  WS-TOTAL-AREA.
           05  WS-ACCT-READ-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-FLOW-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-XFER-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-SNAP-READ-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-SNAP-SKIP-COUNT    PIC 9(07) VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(132).

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMT-1          PIC -(14)9.
           05  WS-DSP-AMT-2          PIC -(14)9.
           05  WS-DSP-AMT-3          PIC -(14)9.
           05  WS-DSP-AMT-4          PIC -(14)9.
           05  WS-DSP-AMT-5          PIC -(14)9.
           05  WS-DSP-RATE           PIC 9.9999.
           05  WS-DSP-RATE-PCT       PIC S9(03)V9(04).

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-ACCOUNTS
           PERFORM 3000-SCAN-RECUR-XFER
           PERFORM 4000-SCAN-SNAPSHOT
           PERFORM 5000-COMPUTE-RUNOFF
           PERFORM 6000-WRITE-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           IF WS-BASE-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BASE-DATE
           END-IF
           IF WS-HORIZON-DAYS NOT NUMERIC OR WS-HORIZON-DAYS = ZERO
               MOVE 90 TO WS-HORIZON-DAYS
           END-IF
           IF WS-HORIZON-DAYS < 8 OR WS-HORIZON-DAYS > 364
               MOVE '전망일수 범위오류(8~364)'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-HIST-DAYS NOT NUMERIC OR WS-HIST-DAYS = ZERO
               MOVE 30 TO WS-HIST-DAYS
           END-IF
           IF WS-INT-PAY-DAY NOT NUMERIC OR WS-INT-PAY-DAY = ZERO
              OR WS-INT-PAY-DAY > 31
               MOVE 28 TO WS-INT-PAY-DAY
           END-IF
           MOVE WS-BASE-DATE TO WS-DATE-NUM
           COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-END-INT = WS-BASE-INT + WS-HORIZON-DAYS
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-END-INT)
           MOVE WS-DATE-NUM TO WS-END-DATE
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BASE-INT - WS-HIST-DAYS)
           MOVE WS-DATE-NUM TO WS-HIST-FROM-DATE
      *    구간수 - 일별 7개 + 잔여기간 7일 단위(끝수 포함)
           COMPUTE WS-BUCKET-COUNT =
               7 + (WS-HORIZON-DAYS - 7 + 6) / 7
           INITIALIZE WS-CCY-TABLE
           INITIALIZE WS-SH-TABLE
           PERFORM 1100-OPEN-FILES.

       1100-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT SAVINGS-PLAN-FILE
           IF NOT WS-FILE-OK
               MOVE 'SAVPLAN 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT RECUR-XFER-FILE
           IF NOT WS-FILE-OK
               MOVE 'RECURXFR 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT SNAPSHOT-FILE
           IF NOT WS-FILE-OK
               MOVE 'SNAPSHOT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT LIQUIDITY-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'LIQRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *----------------------------------------------------------------
      *    계좌원장 스캔 - 정기예금/적금 계약흐름, 요구불 잔액
      *----------------------------------------------------------------
       2000-SCAN-ACCOUNTS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2100-READ-NEXT-ACCOUNT
               UNTIL WS-EOF.

       2100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-READ-COUNT
                   IF NOT AF-STATUS-CLOSED
                       PERFORM 2150-CLASSIFY-ACCOUNT
                   END-IF
           END-READ.

       2150-CLASSIFY-ACCOUNT.
           IF AF-CURRENCY-CODE = SPACES
               MOVE 'KRW' TO WS-ACCT-CCY
           ELSE
               MOVE AF-CURRENCY-CODE TO WS-ACCT-CCY
           END-IF
           EVALUATE TRUE
               WHEN AF-TYPE-FIXED
                   PERFORM 2200-FIXED-DEPOSIT-FLOWS
               WHEN AF-TYPE-INSTALLMENT
                   PERFORM 2300-INSTALLMENT-FLOWS
               WHEN AF-TYPE-CHECKING OR AF-TYPE-SAVINGS OR
                    AF-TYPE-MONEYMKT
                   IF AF-BALANCE > ZERO
                       MOVE WS-ACCT-CCY TO WS-FL-CCY
                       PERFORM 7050-FIND-CURRENCY
                       ADD AF-BALANCE TO WS-CY-DEMAND-BAL(WS-CY-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    정기예금 - 만기 지급조건별 유출과 월이자지급 일정
       2200-FIXED-DEPOSIT-FLOWS.
           IF AF-MATURITY-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE AF-MATURITY-DATE TO WS-MAT-DATE
           COMPUTE WS-MAT-INT =
               FUNCTION INTEGER-OF-DATE(WS-MAT-DATE-NUM)
           IF AF-INT-PAYOUT-MONTHLY AND AF-STATUS-ACTIVE AND
              AF-INT-PAYOUT-ACCT NOT = SPACES
               COMPUTE WS-MS-AMOUNT ROUNDED =
                   AF-BALANCE * AF-INTEREST-RATE / 12
               MOVE WS-INT-PAY-DAY TO WS-MS-DAY
               MOVE 'O'            TO WS-MS-DIRECTION
               MOVE WS-ACCT-CCY    TO WS-MS-CCY
               MOVE WS-MAT-INT     TO WS-MS-LIMIT-INT
               MOVE WS-BASE-DATE   TO WS-MS-START-DATE
               PERFORM 7300-SCHEDULE-MONTHLY
           END-IF
           IF WS-MAT-INT <= WS-BASE-INT OR WS-MAT-INT > WS-END-INT
               EXIT PARAGRAPH
           END-IF
      *    만기 일시지급 이자 추정 - 개설일부터 만기까지 단리
           MOVE ZERO TO WS-INTEREST-EST
           IF NOT AF-INT-PAYOUT-MONTHLY AND AF-OPEN-DATE NUMERIC
               MOVE AF-OPEN-DATE TO WS-DATE-NUM
               COMPUTE WS-OPEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-MAT-INT > WS-OPEN-INT
                   COMPUTE WS-TERM-DAYS = WS-MAT-INT - WS-OPEN-INT
                   COMPUTE WS-INTEREST-EST ROUNDED =
                       AF-BALANCE * AF-INTEREST-RATE
                       * WS-TERM-DAYS / 365
               END-IF
           END-IF
           MOVE WS-MAT-DATE TO WS-FL-DATE
           MOVE WS-ACCT-CCY TO WS-FL-CCY
           MOVE 'O'         TO WS-FL-DIRECTION
           EVALUATE TRUE
               WHEN AF-MAT-RENEW-ALL
                   EXIT PARAGRAPH
               WHEN AF-MAT-RENEW-PRINCIPAL
                   MOVE WS-INTEREST-EST TO WS-FL-AMOUNT
               WHEN OTHER
                   COMPUTE WS-FL-AMOUNT =
                       AF-BALANCE + WS-INTEREST-EST
           END-EVALUATE
           PERFORM 7000-ADD-FLOW.

      *    적금 - 만기전 월납입(유입)과 만기 지급(잔액+납입예정)
       2300-INSTALLMENT-FLOWS.
           MOVE AF-ACCOUNT-NO TO SP-ACCOUNT-NO
           READ SAVINGS-PLAN-FILE
               INVALID KEY
                   MOVE SPACE TO SP-STATUS
           END-READ
           MOVE AF-MATURITY-DATE TO WS-MAT-DATE
           IF WS-MAT-DATE NOT NUMERIC AND SP-STATUS-ACTIVE
               PERFORM 2350-PLAN-END-DATE
           END-IF
           IF WS-MAT-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MAT-INT =
               FUNCTION INTEGER-OF-DATE(WS-MAT-DATE-NUM)
           MOVE ZERO TO WS-MS-SUM
           IF SP-STATUS-ACTIVE AND SP-MONTHLY-AMOUNT > ZERO
               MOVE SP-MONTHLY-AMOUNT TO WS-MS-AMOUNT
               MOVE SP-PAYMENT-DAY    TO WS-MS-DAY
               MOVE 'I'               TO WS-MS-DIRECTION
               MOVE WS-ACCT-CCY       TO WS-MS-CCY
               COMPUTE WS-MS-LIMIT-INT = WS-MAT-INT - 1
               MOVE WS-BASE-DATE      TO WS-MS-START-DATE
               PERFORM 7300-SCHEDULE-MONTHLY
           END-IF
           IF WS-MAT-INT <= WS-BASE-INT OR WS-MAT-INT > WS-END-INT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAT-DATE TO WS-FL-DATE
           MOVE WS-ACCT-CCY TO WS-FL-CCY
           MOVE 'O'         TO WS-FL-DIRECTION
           COMPUTE WS-FL-AMOUNT = AF-BALANCE + WS-MS-SUM
           PERFORM 7000-ADD-FLOW.

      *    만기일 미기록 약정 - 개설일 + 약정개월(납입일 기준)
       2350-PLAN-END-DATE.
           IF AF-OPEN-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE AF-OPEN-DATE TO WS-MS-DATE
           COMPUTE WS-MS-MM = WS-MS-MM + FUNCTION MOD(SP-TERM-MONTHS,
               12)
           COMPUTE WS-MS-YY = WS-MS-YY + SP-TERM-MONTHS / 12
           IF WS-MS-MM > 12
               SUBTRACT 12 FROM WS-MS-MM
               ADD 1 TO WS-MS-YY
           END-IF
           MOVE SP-PAYMENT-DAY TO WS-MS-DAY
           PERFORM 7350-CLAMP-MONTH-DAY
           MOVE WS-MS-DATE TO WS-MAT-DATE.

      *----------------------------------------------------------------
      *    자동이체 - 출금계좌 유출, 당행 동일통화 수취계좌 유입
      *----------------------------------------------------------------
       3000-SCAN-RECUR-XFER.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3100-READ-NEXT-XFER
               UNTIL WS-EOF.

       3100-READ-NEXT-XFER.
           READ RECUR-XFER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RX-STATUS-ACTIVE AND RX-AMOUNT > ZERO AND
                      RX-NEXT-RUN-DATE NUMERIC
                       PERFORM 3200-PROJECT-XFER
                   END-IF
           END-READ.

       3200-PROJECT-XFER.
           ADD 1 TO WS-XFER-COUNT
           MOVE 'N' TO WS-FROM-ACCT-OK-SW
           MOVE 'N' TO WS-TO-ACCT-OK-SW
           MOVE RX-FROM-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AF-STATUS-CLOSED
                       MOVE 'Y' TO WS-FROM-ACCT-OK-SW
                       MOVE AF-CURRENCY-CODE TO WS-FROM-CCY
                   END-IF
           END-READ
           IF WS-FROM-ACCT-OK-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-CCY = SPACES
               MOVE 'KRW' TO WS-FROM-CCY
           END-IF
           MOVE RX-TO-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AF-STATUS-CLOSED
                       MOVE AF-CURRENCY-CODE TO WS-TO-CCY
                       IF WS-TO-CCY = SPACES
                           MOVE 'KRW' TO WS-TO-CCY
                       END-IF
                       IF WS-TO-CCY = WS-FROM-CCY
                           MOVE 'Y' TO WS-TO-ACCT-OK-SW
                       END-IF
                   END-IF
           END-READ
           MOVE RX-END-DATE TO WS-MAT-DATE
           IF WS-MAT-DATE NUMERIC
               COMPUTE WS-LIMIT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MAT-DATE-NUM)
           ELSE
               MOVE WS-END-INT TO WS-LIMIT-INT
           END-IF
           IF WS-LIMIT-INT > WS-END-INT
               MOVE WS-END-INT TO WS-LIMIT-INT
           END-IF
           MOVE RX-NEXT-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-FL-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE RX-AMOUNT TO WS-FL-AMOUNT
           IF RX-FREQ-WEEKLY
               PERFORM 3300-PROJECT-WEEKLY
                   UNTIL WS-FL-INT > WS-LIMIT-INT
           ELSE
               MOVE RX-AMOUNT        TO WS-MS-AMOUNT
               MOVE RX-DAY-OF-MONTH  TO WS-MS-DAY
               IF WS-MS-DAY = ZERO
                   MOVE RX-NEXT-RUN-DATE(7:2) TO WS-MS-DAY
               END-IF
               MOVE WS-LIMIT-INT     TO WS-MS-LIMIT-INT
               MOVE 'O'              TO WS-MS-DIRECTION
               MOVE WS-FROM-CCY      TO WS-MS-CCY
               MOVE RX-NEXT-RUN-DATE TO WS-MS-START-DATE
               PERFORM 7300-SCHEDULE-MONTHLY
               IF WS-TO-ACCT-OK-SW = 'Y'
                   MOVE 'I' TO WS-MS-DIRECTION
                   PERFORM 7300-SCHEDULE-MONTHLY
               END-IF
           END-IF.

       3300-PROJECT-WEEKLY.
           COMPUTE WS-FL-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-FL-INT)
           MOVE RX-AMOUNT   TO WS-FL-AMOUNT
           MOVE WS-FROM-CCY TO WS-FL-CCY
           MOVE 'O'         TO WS-FL-DIRECTION
           PERFORM 7000-ADD-FLOW
           IF WS-TO-ACCT-OK-SW = 'Y'
               MOVE 'I' TO WS-FL-DIRECTION
               PERFORM 7000-ADD-FLOW
           END-IF
           ADD 7 TO WS-FL-INT.

      *----------------------------------------------------------------
      *    SNAPSHOT 관찰기간 스캔 - 일자별/통화별 요구불 잔액
      *----------------------------------------------------------------
       4000-SCAN-SNAPSHOT.
           MOVE 'N' TO WS-EOF-SW
           MOVE WS-HIST-FROM-DATE TO SN-SNAP-DATE
           MOVE LOW-VALUES        TO SN-ACCOUNT-NO
           START SNAPSHOT-FILE KEY IS >= SN-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 4100-READ-NEXT-SNAPSHOT
               UNTIL WS-EOF.

       4100-READ-NEXT-SNAPSHOT.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SN-SNAP-DATE > WS-BASE-DATE
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-SNAP-READ-COUNT
                       IF (SN-ACCOUNT-TYPE = 'CH' OR 'SA' OR 'MM')
                          AND SN-STATUS NOT = 'C'
                          AND SN-BALANCE > ZERO
                           PERFORM 4200-ADD-SNAPSHOT-BALANCE
                       END-IF
                   END-IF
           END-READ.

       4200-ADD-SNAPSHOT-BALANCE.
           IF WS-SH-COUNT = ZERO OR
              WS-SH-DATE(WS-SH-COUNT) NOT = SN-SNAP-DATE
               IF WS-SH-COUNT >= 92
                   MOVE 'SNAPSHOT 관찰일수 초과(92)'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-SH-COUNT
               MOVE SN-SNAP-DATE TO WS-SH-DATE(WS-SH-COUNT)
           END-IF
      *    스냅샷에는 통화가 없으므로 원장에서 통화를 확인
           MOVE SN-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-SNAP-SKIP-COUNT
                   EXIT PARAGRAPH
           END-READ
           IF AF-CURRENCY-CODE = SPACES
               MOVE 'KRW' TO WS-FL-CCY
           ELSE
               MOVE AF-CURRENCY-CODE TO WS-FL-CCY
           END-IF
           PERFORM 7050-FIND-CURRENCY
           ADD SN-BALANCE TO WS-SH-AMT(WS-SH-COUNT, WS-CY-IDX).

      *----------------------------------------------------------------
      *    통화별 일평균 이탈률 = 일별 감소분 합계 / 전일잔액 합계
      *----------------------------------------------------------------
       5000-COMPUTE-RUNOFF.
           PERFORM 5100-COMPUTE-CCY-RUNOFF
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CCY-COUNT.

       5100-COMPUTE-CCY-RUNOFF.
           PERFORM 5200-ADD-DAILY-DECLINE
               VARYING WS-SH-IDX FROM 2 BY 1
               UNTIL WS-SH-IDX > WS-SH-COUNT
           IF WS-CY-BASE-SUM(WS-CY-IDX) > ZERO
               COMPUTE WS-CY-RUNOFF-RATE(WS-CY-IDX) ROUNDED =
                   WS-CY-DEC-SUM(WS-CY-IDX) /
                   WS-CY-BASE-SUM(WS-CY-IDX)
           END-IF.

       5200-ADD-DAILY-DECLINE.
           IF WS-SH-AMT(WS-SH-IDX - 1, WS-CY-IDX) > ZERO
               ADD WS-SH-AMT(WS-SH-IDX - 1, WS-CY-IDX)
                   TO WS-CY-BASE-SUM(WS-CY-IDX)
               IF WS-SH-AMT(WS-SH-IDX, WS-CY-IDX) <
                  WS-SH-AMT(WS-SH-IDX - 1, WS-CY-IDX)
                   COMPUTE WS-CY-DEC-SUM(WS-CY-IDX) =
                       WS-CY-DEC-SUM(WS-CY-IDX) +
                       WS-SH-AMT(WS-SH-IDX - 1, WS-CY-IDX) -
                       WS-SH-AMT(WS-SH-IDX, WS-CY-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    갭 리포트 - 통화별 구간 유입/계약유출/행동유출/순갭/누적갭
      *----------------------------------------------------------------
       6000-WRITE-REPORT.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '예수금 유동성 갭 | 기준일:' DELIMITED SIZE
                  WS-BASE-DATE                 DELIMITED SIZE
                  ' 전망:'                     DELIMITED SIZE
                  WS-HORIZON-DAYS              DELIMITED SIZE
                  '일('                        DELIMITED SIZE
                  WS-END-DATE                  DELIMITED SIZE
                  ') 관찰:'                    DELIMITED SIZE
                  WS-HIST-FROM-DATE            DELIMITED SIZE
                  '~'                          DELIMITED SIZE
                  WS-BASE-DATE                 DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO LQ-LINE
           WRITE LIQUIDITY-REPORT-RECORD
           PERFORM 6100-WRITE-CURRENCY
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CCY-COUNT.

       6100-WRITE-CURRENCY.
           COMPUTE WS-DSP-RATE-PCT =
               WS-CY-RUNOFF-RATE(WS-CY-IDX) * 100
           MOVE WS-DSP-RATE-PCT TO WS-DSP-RATE
           MOVE WS-CY-DEMAND-BAL(WS-CY-IDX) TO WS-DSP-AMT-1
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO LQ-LINE
           WRITE LIQUIDITY-REPORT-RECORD
           STRING '통화:'                 DELIMITED SIZE
                  WS-CY-CODE(WS-CY-IDX)   DELIMITED SIZE
                  ' 요구불잔액:'          DELIMITED SIZE
                  WS-DSP-AMT-1            DELIMITED SIZE
                  ' 일평균이탈률(%):'     DELIMITED SIZE
                  WS-DSP-RATE             DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO LQ-LINE
           WRITE LIQUIDITY-REPORT-RECORD
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '구간 기간                      계약유입'
                                          DELIMITED SIZE
                  '        계약유출        행동유출'
                                          DELIMITED SIZE
                  '           순갭          누적갭'
                                          DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO LQ-LINE
           WRITE LIQUIDITY-REPORT-RECORD
           MOVE ZERO TO WS-PREV-CUM-RUNOFF
           MOVE ZERO TO WS-CUM-GAP
           PERFORM 6200-WRITE-BUCKET
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BUCKET-COUNT.

      *    행동적 유출은 구간말일까지의 누적이탈(잔액 한도)에서
      *    직전 구간말까지의 누적이탈을 차감한 구간분이다.
       6200-WRITE-BUCKET.
           IF WS-BK-IDX <= 7
               MOVE WS-BK-IDX TO WS-BK-FROM-DAY
               MOVE WS-BK-IDX TO WS-BK-TO-DAY
               MOVE SPACES TO WS-BK-LABEL
               STRING 'D+' DELIMITED SIZE
                      WS-BK-IDX DELIMITED SIZE
                      INTO WS-BK-LABEL
           ELSE
               COMPUTE WS-BK-FROM-DAY = 8 + (WS-BK-IDX - 8) * 7
               COMPUTE WS-BK-TO-DAY = WS-BK-FROM-DAY + 6
               IF WS-BK-TO-DAY > WS-HORIZON-DAYS
                   MOVE WS-HORIZON-DAYS TO WS-BK-TO-DAY
               END-IF
               COMPUTE WS-BK-WEEK = WS-BK-IDX - 6
               MOVE SPACES TO WS-BK-LABEL
               STRING 'W' DELIMITED SIZE
                      WS-BK-WEEK DELIMITED SIZE
                      INTO WS-BK-LABEL
           END-IF
           COMPUTE WS-CUM-RUNOFF ROUNDED =
               WS-CY-DEMAND-BAL(WS-CY-IDX) *
               WS-CY-RUNOFF-RATE(WS-CY-IDX) * WS-BK-TO-DAY
           IF WS-CUM-RUNOFF > WS-CY-DEMAND-BAL(WS-CY-IDX)
               MOVE WS-CY-DEMAND-BAL(WS-CY-IDX) TO WS-CUM-RUNOFF
           END-IF
           COMPUTE WS-CB-RUNOFF(WS-CY-IDX, WS-BK-IDX) =
               WS-CUM-RUNOFF - WS-PREV-CUM-RUNOFF
           MOVE WS-CUM-RUNOFF TO WS-PREV-CUM-RUNOFF
           COMPUTE WS-NET-GAP =
               WS-CB-INFLOW(WS-CY-IDX, WS-BK-IDX) -
               WS-CB-OUTFLOW(WS-CY-IDX, WS-BK-IDX) -
               WS-CB-RUNOFF(WS-CY-IDX, WS-BK-IDX)
           ADD WS-NET-GAP TO WS-CUM-GAP
           COMPUTE WS-BK-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               WS-BASE-INT + WS-BK-FROM-DAY)
           COMPUTE WS-BK-TO-DATE = FUNCTION DATE-OF-INTEGER(
               WS-BASE-INT + WS-BK-TO-DAY)
           MOVE WS-CB-INFLOW(WS-CY-IDX, WS-BK-IDX)  TO WS-DSP-AMT-1
           MOVE WS-CB-OUTFLOW(WS-CY-IDX, WS-BK-IDX) TO WS-DSP-AMT-2
           MOVE WS-CB-RUNOFF(WS-CY-IDX, WS-BK-IDX)  TO WS-DSP-AMT-3
           MOVE WS-NET-GAP                          TO WS-DSP-AMT-4
           MOVE WS-CUM-GAP                          TO WS-DSP-AMT-5
           MOVE SPACES TO WS-RPT-DETAIL
           STRING WS-BK-LABEL      DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-BK-FROM-DATE  DELIMITED SIZE
                  '~'              DELIMITED SIZE
                  WS-BK-TO-DATE    DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-DSP-AMT-1     DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-DSP-AMT-2     DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-DSP-AMT-3     DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-DSP-AMT-4     DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-DSP-AMT-5     DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO LQ-LINE
           WRITE LIQUIDITY-REPORT-RECORD.

      *----------------------------------------------------------------
      *    유출입 1건 구간배정 - 기준일 익일 ~ 전망종료일 대상
      *----------------------------------------------------------------
       7000-ADD-FLOW.
           IF WS-FL-AMOUNT <= ZERO OR WS-FL-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FL-INT = FUNCTION INTEGER-OF-DATE(WS-FL-DATE-NUM)
           COMPUTE WS-FL-OFFSET = WS-FL-INT - WS-BASE-INT
           IF WS-FL-OFFSET < 1 OR WS-FL-OFFSET > WS-HORIZON-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WS-FL-OFFSET <= 7
               MOVE WS-FL-OFFSET TO WS-BK-IDX
           ELSE
               COMPUTE WS-BK-IDX = 8 + (WS-FL-OFFSET - 8) / 7
           END-IF
           PERFORM 7050-FIND-CURRENCY
           IF WS-FL-INFLOW
               ADD WS-FL-AMOUNT TO WS-CB-INFLOW(WS-CY-IDX, WS-BK-IDX)
           ELSE
               ADD WS-FL-AMOUNT TO WS-CB-OUTFLOW(WS-CY-IDX, WS-BK-IDX)
           END-IF
           ADD 1 TO WS-FLOW-COUNT.

       7050-FIND-CURRENCY.
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CCY-COUNT
                      OR WS-CY-CODE(WS-CY-IDX) = WS-FL-CCY
               CONTINUE
           END-PERFORM
           IF WS-CY-IDX > WS-CCY-COUNT
               IF WS-CCY-COUNT >= 10
                   MOVE '집계 통화수 초과(10)'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CY-IDX
               MOVE WS-FL-CCY TO WS-CY-CODE(WS-CY-IDX)
           END-IF.

      *    월단위 일정 전개 - 개시월(WS-MS-START-DATE)부터 약정일
      *    (월말 초과시 말일)마다 1건씩, 한도일(만기/종료) 및
      *    전망종료일까지.
      *    WS-MS-SUM에 전망기간내 전개금액 합계를 돌려준다.
       7300-SCHEDULE-MONTHLY.
           MOVE ZERO TO WS-MS-SUM
           MOVE WS-MS-START-DATE TO WS-MS-DATE
           PERFORM 7350-CLAMP-MONTH-DAY
           COMPUTE WS-MS-INT = FUNCTION INTEGER-OF-DATE(WS-MS-DATE)
           PERFORM 7320-SCHEDULE-ONE-MONTH
               UNTIL WS-MS-INT > WS-MS-LIMIT-INT
                  OR WS-MS-INT > WS-END-INT.

       7320-SCHEDULE-ONE-MONTH.
           IF WS-MS-INT > WS-BASE-INT
               MOVE WS-MS-DATE      TO WS-FL-DATE-NUM
               MOVE WS-MS-CCY       TO WS-FL-CCY
               MOVE WS-MS-DIRECTION TO WS-FL-DIRECTION
               MOVE WS-MS-AMOUNT    TO WS-FL-AMOUNT
               PERFORM 7000-ADD-FLOW
               ADD WS-MS-AMOUNT TO WS-MS-SUM
           END-IF
           IF WS-MS-MM = 12
               MOVE 1 TO WS-MS-MM
               ADD 1 TO WS-MS-YY
           ELSE
               ADD 1 TO WS-MS-MM
           END-IF
           PERFORM 7350-CLAMP-MONTH-DAY
           COMPUTE WS-MS-INT = FUNCTION INTEGER-OF-DATE(WS-MS-DATE).

      *    WS-MS-YY/MM 월의 약정일(WS-MS-DAY) - 말일 초과시 말일
       7350-CLAMP-MONTH-DAY.
           MOVE WS-MS-YY TO WS-MF-YY
           MOVE WS-MS-MM TO WS-MF-MM
           MOVE 1        TO WS-MF-DD
           IF WS-MF-MM = 12
               MOVE 1 TO WS-MF-MM
               ADD 1 TO WS-MF-YY
           ELSE
               ADD 1 TO WS-MF-MM
           END-IF
           COMPUTE WS-MS-INT =
               FUNCTION INTEGER-OF-DATE(WS-MS-FIRST) - 1
           COMPUTE WS-MS-FIRST = FUNCTION DATE-OF-INTEGER(WS-MS-INT)
           MOVE WS-MF-DD TO WS-MS-LAST-DD
           IF WS-MS-DAY > WS-MS-LAST-DD
               MOVE WS-MS-LAST-DD TO WS-MS-DD
           ELSE
               MOVE WS-MS-DAY TO WS-MS-DD
           END-IF.

       9000-FINALIZE.
           CLOSE ACCOUNT-FILE
           CLOSE SAVINGS-PLAN-FILE
           CLOSE RECUR-XFER-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE LIQUIDITY-REPORT-FILE
           DISPLAY '유동성 갭 산출 완료 계좌:'
               WS-ACCT-READ-COUNT
               ' 흐름:' WS-FLOW-COUNT ' 자동이체:' WS-XFER-COUNT
               ' 관찰일:' WS-SH-COUNT
           IF WS-SNAP-SKIP-COUNT > ZERO
               DISPLAY '원장 미존재 스냅샷 제외:'
                   WS-SNAP-SKIP-COUNT
           END-IF.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE ACCOUNT-FILE
           CLOSE SAVINGS-PLAN-FILE
           CLOSE RECUR-XFER-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE LIQUIDITY-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
