      ******************************************************************
      * PROGRAM-ID: ACCT073
      * DESCRIPTION: 예금담보대출 이자 일별적립/수납 및 종결 배치
      *              - 대출대장(LOANREG) 활동건 전건 스캔
      *              - 대출잔액(대출계좌 음수잔액) x 대출이율 x
      *                경과일/365 를 미수이자로 일별 적립
      *              - 개설일 기준 월 이자수납일, 대출잔액 완제,
      *                또는 만기경과시 결제계좌에서 미수이자
      *                수납(ACCT002 LNIN, 대출계좌+기준일 참조
      *                멱등). 수납실패는 이자미수로 보고
      *              - 원금/이자 완제건은 담보예금 질권(HOLDREG
      *                사유 LOAN) 해제, 대장 상환종결(C), 대출
      *                계좌 해지(ACCTJRNL 저널)
      *              - 만기경과 미상환건은 연체로 보고
      *              - 일별 처리리포트(LNRPT) 생성
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT073.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-REGISTER-FILE
               ASSIGN TO 'LOANREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LN-COLLAT-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO 'HOLDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCT-JOURNAL-FILE
               ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LOAN-REPORT-FILE
               ASSIGN TO 'LNRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    예금담보대출 대장 - 개설은 ACCT001, 담보 만기정산은
      *    ACCT018이 수행한다.
       FD  LOAN-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
       01  LOAN-REGISTER-RECORD.
           05  LN-LOAN-ACCT-NO       PIC X(12).
           05  LN-CUSTOMER-ID        PIC X(10).
           05  LN-COLLAT-ACCT-NO     PIC X(12).
           05  LN-COLLAT-HOLD-SEQ    PIC 9(04).
           05  LN-SETTLE-ACCT-NO     PIC X(12).
           05  LN-PRINCIPAL          PIC S9(13)V99 COMP-3.
           05  LN-RATE               PIC S9(03)V9(04) COMP-3.
           05  LN-ACCRUED-INT        PIC S9(13)V99 COMP-3.
           05  LN-LAST-ACCR-DATE     PIC X(08).
           05  LN-OPEN-DATE          PIC X(08).
           05  LN-OPEN-DATE-R REDEFINES LN-OPEN-DATE.
               10  LN-OPEN-YYMM      PIC X(06).
               10  LN-OPEN-DD        PIC 9(02).
           05  LN-MATURITY-DATE      PIC X(08).
           05  LN-STATUS             PIC X(01).
               88  LN-STATUS-ACTIVE  VALUE 'A'.
               88  LN-STATUS-REPAID  VALUE 'C'.
               88  LN-STATUS-SETTLED VALUE 'S'.
           05  LN-CLOSE-DATE         PIC X(08).
           05  LN-INT-PAID-TOT       PIC S9(13)V99 COMP-3.
           05  LN-FILLER             PIC X(08).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ACCOUNT-RECORD.
           05  AF-ACCOUNT-NO         PIC X(12).
           05  AF-CUSTOMER-ID        PIC X(10).
           05  AF-CUSTOMER-ID-2      PIC X(10).
           05  AF-ACCOUNT-TYPE       PIC X(02).
               88  AF-TYPE-LOAN      VALUE 'LN'.
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
           05  AF-MATURITY-PAYOUT-ACCT PIC X(12).
           05  AF-FILLER             PIC X(25).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  HOLD-RECORD.
           05  HR-KEY.
               10  HR-ACCOUNT-NO     PIC X(12).
               10  HR-HOLD-SEQ       PIC 9(04).
           05  HR-HOLD-AMOUNT        PIC S9(13)V99 COMP-3.
           05  HR-REASON-CODE        PIC X(04).
           05  HR-PLACED-BY          PIC X(08).
           05  HR-PLACED-DATE        PIC X(08).
           05  HR-EXPIRY-DATE        PIC X(08).
           05  HR-STATUS             PIC X(01).
               88  HR-STATUS-ACTIVE  VALUE 'A'.
               88  HR-STATUS-RELEASED VALUE 'R'.
           05  HR-RELEASED-BY        PIC X(08).
           05  HR-RELEASED-DATE      PIC X(08).
           05  HR-FILLER             PIC X(31).

       FD  ACCT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 440 CHARACTERS.
       01  ACCT-JOURNAL-RECORD.
           05  AJ-TIMESTAMP          PIC X(14).
           05  AJ-PROGRAM-ID         PIC X(08).
           05  AJ-ACTION             PIC X(04).
           05  AJ-ACCOUNT-NO         PIC X(12).
           05  AJ-BEFORE-IMAGE       PIC X(200).
           05  AJ-AFTER-IMAGE        PIC X(200).
           05  AJ-FILLER             PIC X(02).

       FD  LOAN-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  LOAN-REPORT-RECORD.
           05  LRPT-LINE             PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYMM       PIC X(06).
               10  WS-RUN-DD         PIC 9(02).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-COLLECT-DUE-SW     PIC X(01) VALUE 'N'.
               88  WS-COLLECT-DUE    VALUE 'Y'.

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

       01  WS-LOAN-WORK.
           05  WS-OUTSTANDING        PIC S9(13)V99 COMP-3.
           05  WS-ACCR-DAYS          PIC S9(05) COMP.
           05  WS-FROM-DATE-NUM      PIC 9(08).
           05  WS-TO-DATE-NUM        PIC 9(08).
           05  WS-DAY-INTEREST       PIC S9(13)V99 COMP-3.
           05  WS-COLLECT-AMOUNT     PIC S9(13)V99 COMP-3.
           05  WS-DUE-DD             PIC 9(02).
           05  WS-LOAN-ACCT-SAVE     PIC X(12).

       01  WS-JRNL-AREA.
           05  WS-JRNL-BEFORE-IMAGE  PIC X(200).

       01  WS-TOTAL-AREA.
           05  WS-ACTIVE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-ACCRUED-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-COLLECT-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-COLLECT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FAILED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-CLOSED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-OVERDUE-COUNT      PIC 9(05) VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
           05  WS-DSP-AMOUNT-2       PIC -(13)9.99.

       01  WS-REPORT-LINES.
           05  WS-RPT-EVENT          PIC X(20).
           05  WS-RPT-TOTAL          PIC X(160).

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-LOANS
               UNTIL WS-END-OF-FILE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           PERFORM 1100-OPEN-FILES
           MOVE LOW-VALUES TO LN-LOAN-ACCT-NO
           START LOAN-REGISTER-FILE KEY IS >= LN-LOAN-ACCT-NO
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.

       1100-OPEN-FILES.
           OPEN I-O LOAN-REGISTER-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE LOAN-REGISTER-FILE
               OPEN OUTPUT LOAN-REGISTER-FILE
               CLOSE LOAN-REGISTER-FILE
               OPEN I-O LOAN-REGISTER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'LOANREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O HOLD-FILE
           IF NOT WS-FILE-OK
               MOVE 'HOLDREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN EXTEND ACCT-JOURNAL-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTJRNL 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT LOAN-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'LNRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE SPACES TO LRPT-LINE
           STRING '예금담보대출 일별처리 기준일:'
                      DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  INTO LRPT-LINE
           WRITE LOAN-REPORT-RECORD.

       2000-SCAN-LOANS.
           READ LOAN-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF LN-STATUS-ACTIVE
                       PERFORM 2100-PROCESS-ONE-LOAN
                   END-IF
           END-READ.

      *    대출 1건 처리 - 적립, 수납, 종결 순으로 수행하고
      *    대장을 한번에 갱신한다.
       2100-PROCESS-ONE-LOAN.
           ADD 1 TO WS-ACTIVE-COUNT
           MOVE LN-LOAN-ACCT-NO TO WS-LOAN-ACCT-SAVE
           PERFORM 2150-READ-LOAN-ACCOUNT
           IF NOT WS-FILE-OK
               MOVE '대출계좌 없음' TO WS-RPT-EVENT
               ADD 1 TO WS-FAILED-COUNT
               PERFORM 2900-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-ACCRUE-INTEREST
           PERFORM 2300-CHECK-COLLECTION-DUE
           IF WS-COLLECT-DUE AND LN-ACCRUED-INT > ZERO
               PERFORM 2400-COLLECT-INTEREST
           END-IF
           IF WS-OUTSTANDING = ZERO AND LN-ACCRUED-INT = ZERO
               PERFORM 2500-CLOSE-REPAID-LOAN
           ELSE
               IF WS-RUN-DATE > LN-MATURITY-DATE
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE '만기경과 미상환' TO WS-RPT-EVENT
                   PERFORM 2900-WRITE-DETAIL-LINE
               END-IF
           END-IF
           REWRITE LOAN-REGISTER-RECORD
               INVALID KEY
                   MOVE '대장갱신 오류' TO WS-RPT-EVENT
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM 2900-WRITE-DETAIL-LINE
           END-REWRITE.

      *    대출잔액 = 대출계좌 음수잔액의 절대값.
       2150-READ-LOAN-ACCOUNT.
           MOVE LN-LOAN-ACCT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FILE-OK
               IF AF-BALANCE < ZERO
                   COMPUTE WS-OUTSTANDING = ZERO - AF-BALANCE
               ELSE
                   MOVE ZERO TO WS-OUTSTANDING
               END-IF
           END-IF.

      *    일별 적립 - 직전 적립일 이후 경과일 만큼 현재 대출
      *    잔액 기준으로 적립한다(재기동시 중복적립 없음).
       2200-ACCRUE-INTEREST.
           IF LN-LAST-ACCR-DATE >= WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE       TO WS-TO-DATE-NUM
           MOVE LN-LAST-ACCR-DATE TO WS-FROM-DATE-NUM
           COMPUTE WS-ACCR-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM)
             - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
           IF WS-ACCR-DAYS > ZERO AND WS-OUTSTANDING > ZERO
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   WS-OUTSTANDING * LN-RATE * WS-ACCR-DAYS / 365
               ADD WS-DAY-INTEREST TO LN-ACCRUED-INT
               ADD WS-DAY-INTEREST TO WS-ACCRUED-TOTAL
           END-IF
           MOVE WS-RUN-DATE TO LN-LAST-ACCR-DATE.

      *    수납일 - 개설일과 같은 일자(29일 이후 개설분은 28일)
      *    의 월 수납, 원금 완제, 만기경과시 수납한다.
       2300-CHECK-COLLECTION-DUE.
           MOVE 'N' TO WS-COLLECT-DUE-SW
           IF LN-OPEN-DD > 28
               MOVE 28 TO WS-DUE-DD
           ELSE
               MOVE LN-OPEN-DD TO WS-DUE-DD
           END-IF
           IF WS-RUN-DD = WS-DUE-DD AND
              WS-RUN-YYMM > LN-OPEN-YYMM
               SET WS-COLLECT-DUE TO TRUE
           END-IF
           IF WS-OUTSTANDING = ZERO OR
              WS-RUN-DATE >= LN-MATURITY-DATE
               SET WS-COLLECT-DUE TO TRUE
           END-IF.

      *    미수이자 수납 - 결제계좌 가용잔액 내에서만 차감되며
      *    실패분은 미수로 남아 다음 수납일(만기후는 매일)에
      *    재시도한다.
       2400-COLLECT-INTEREST.
           MOVE LN-ACCRUED-INT      TO WS-COLLECT-AMOUNT
           INITIALIZE WS-ACCT002-LINKAGE
           MOVE LN-SETTLE-ACCT-NO   TO WS-TXN-ACCOUNT-NO
           MOVE 'LNIN'              TO WS-TXN-TYPE
           MOVE WS-COLLECT-AMOUNT   TO WS-TXN-AMOUNT
           MOVE LN-LOAN-ACCT-NO     TO WS-TXN-COUNTER-ACCT-NO
           MOVE 'BATC'              TO WS-TXN-CHANNEL
           STRING 'L'               DELIMITED SIZE
                  LN-LOAN-ACCT-NO   DELIMITED SIZE
                  WS-RUN-DATE(3:6)  DELIMITED SIZE
                  INTO WS-TXN-CLIENT-REF
           MOVE 'ACCT073 '          TO WS-TXN-OPERATOR-ID
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           IF WS-TXN-RESULT-CODE = '0000'
               ADD WS-COLLECT-AMOUNT TO LN-INT-PAID-TOT
               MOVE ZERO TO LN-ACCRUED-INT
               ADD 1 TO WS-COLLECT-COUNT
               ADD WS-COLLECT-AMOUNT TO WS-COLLECT-TOTAL
               MOVE '이자수납' TO WS-RPT-EVENT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-RPT-EVENT
               STRING '이자미수 사유:'   DELIMITED SIZE
                      WS-TXN-RESULT-CODE DELIMITED SIZE
                      INTO WS-RPT-EVENT
           END-IF
           PERFORM 2900-WRITE-DETAIL-LINE.

      *    완제 종결 - 담보예금 질권 해제, 대장 상환종결(C),
      *    대출계좌 해지.
       2500-CLOSE-REPAID-LOAN.
           PERFORM 2510-RELEASE-COLLATERAL-LIEN
           MOVE 'C'         TO LN-STATUS
           MOVE WS-RUN-DATE TO LN-CLOSE-DATE
           MOVE WS-LOAN-ACCT-SAVE TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE 'C'         TO AF-STATUS
                   MOVE WS-RUN-DATE TO AF-CLOSE-DATE
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 8400-WRITE-ACCT-JOURNAL
                   END-REWRITE
           END-READ
           ADD 1 TO WS-CLOSED-COUNT
           MOVE '완제 종결' TO WS-RPT-EVENT
           PERFORM 2900-WRITE-DETAIL-LINE.

       2510-RELEASE-COLLATERAL-LIEN.
           MOVE LN-COLLAT-ACCT-NO  TO HR-ACCOUNT-NO
           MOVE LN-COLLAT-HOLD-SEQ TO HR-HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF HR-STATUS-ACTIVE AND HR-REASON-CODE = 'LOAN'
               MOVE 'R'         TO HR-STATUS
               MOVE 'ACCT073 '  TO HR-RELEASED-BY
               MOVE WS-RUN-DATE TO HR-RELEASED-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       2900-WRITE-DETAIL-LINE.
           MOVE WS-OUTSTANDING TO WS-DSP-AMOUNT
           MOVE LN-ACCRUED-INT TO WS-DSP-AMOUNT-2
           MOVE SPACES TO LRPT-LINE
           STRING
               LN-LOAN-ACCT-NO       DELIMITED SIZE
               ' 담보:'              DELIMITED SIZE
               LN-COLLAT-ACCT-NO     DELIMITED SIZE
               ' 잔액:'              DELIMITED SIZE
               WS-DSP-AMOUNT         DELIMITED SIZE
               ' 미수이자:'          DELIMITED SIZE
               WS-DSP-AMOUNT-2       DELIMITED SIZE
               ' '                   DELIMITED SIZE
               WS-RPT-EVENT          DELIMITED SIZE
               INTO LRPT-LINE
           WRITE LOAN-REPORT-RECORD.

       8400-WRITE-ACCT-JOURNAL.
           MOVE WS-RUN-DATE          TO AJ-TIMESTAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-TIMESTAMP(9:6)
           MOVE 'ACCT073 '           TO AJ-PROGRAM-ID
           MOVE 'REWR'               TO AJ-ACTION
           MOVE AF-ACCOUNT-NO        TO AJ-ACCOUNT-NO
           MOVE WS-JRNL-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD       TO AJ-AFTER-IMAGE
           MOVE SPACES               TO AJ-FILLER
           WRITE ACCT-JOURNAL-RECORD.

       9000-FINALIZE.
           MOVE WS-ACCRUED-TOTAL TO WS-DSP-AMOUNT
           MOVE WS-COLLECT-TOTAL TO WS-DSP-AMOUNT-2
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계=== 대출:'  DELIMITED SIZE
               WS-ACTIVE-COUNT     DELIMITED SIZE
               ' 적립:'            DELIMITED SIZE
               WS-DSP-AMOUNT       DELIMITED SIZE
               ' 수납:'            DELIMITED SIZE
               WS-COLLECT-COUNT    DELIMITED SIZE
               '/'                 DELIMITED SIZE
               WS-DSP-AMOUNT-2     DELIMITED SIZE
               ' 미수:'            DELIMITED SIZE
               WS-FAILED-COUNT     DELIMITED SIZE
               ' 종결:'            DELIMITED SIZE
               WS-CLOSED-COUNT     DELIMITED SIZE
               ' 연체:'            DELIMITED SIZE
               WS-OVERDUE-COUNT    DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO LRPT-LINE
           WRITE LOAN-REPORT-RECORD
           CLOSE LOAN-REGISTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE HOLD-FILE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE LOAN-REPORT-FILE
           DISPLAY '예금담보대출 일별처리 완료 대출:'
               WS-ACTIVE-COUNT
               ' 수납:' WS-COLLECT-COUNT ' 미수:' WS-FAILED-COUNT
               ' 종결:' WS-CLOSED-COUNT ' 연체:' WS-OVERDUE-COUNT
           IF WS-FAILED-COUNT > ZERO OR WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE LOAN-REGISTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE HOLD-FILE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE LOAN-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
