      * 2026-04-08 : 적금(IS) 만기처리 지원 - 납입약정(SAVPLAN)
      *              완납(미납 0회)시 우대이율 가산후 정산,
      *              만기처리시 약정을 종결(C) 처리
      * 2026-10-15 : 예금담보대출 만기정산 - 담보로 제공된 예금의
      *              만기시 이자 반영후 대출대장(LOANREG)의 활동
      *              대출을 기준일까지 이자적립하고 질권(HOLDREG
      *              사유 LOAN)을 해제, 만기금에서 미수이자(LNIN)
      *              와 대출원금(LNRP)을 상환하여 대출을 정산
      *              종결(S)후 잔여금을 만기지시대로 처리. 정산
      *              실패시 질권 복원후 재예치하고 예외 보고
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT018.
               FILE STATUS IS WS-FILE-STATUS.


           SELECT HOLD-FILE
               ASSIGN TO 'HOLDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LOAN-REGISTER-FILE
               ASSIGN TO 'LOANREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LN-COLLAT-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCT-JOURNAL-FILE
               ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS SEQUENTIAL
               88  SP-STATUS-CLOSED  VALUE 'C'.
           05  SP-FILLER             PIC X(25).

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

      *    예금담보대출 대장 - 개설은 ACCT001, 일별 이자적립/
      *    수납은 ACCT073.
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
           05  LN-MATURITY-DATE      PIC X(08).
           05  LN-STATUS             PIC X(01).
               88  LN-STATUS-ACTIVE  VALUE 'A'.
               88  LN-STATUS-REPAID  VALUE 'C'.
               88  LN-STATUS-SETTLED VALUE 'S'.
           05  LN-CLOSE-DATE         PIC X(08).
           05  LN-INT-PAID-TOT       PIC S9(13)V99 COMP-3.
           05  LN-FILLER             PIC X(08).

      *    계좌원장 전/후 이미지 저널 - 장애시 백업+저널 재적용
      *    (ACCT040)으로 임의시점 원장을 복원하기 위한 기록.
       FD  ACCT-JOURNAL-FILE
       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-LOAN-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-LOAN-EOF       VALUE 'Y'.
           05  WS-LOAN-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-LOAN-FOUND     VALUE 'Y'.
           05  WS-LOAN-FAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-LOAN-SETTLE-FAILED VALUE 'Y'.

       01  WS-ACCT002-LINKAGE.
           05  WS-TXN-ACCOUNT-NO     PIC X(12).
           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

       01  WS-ACCT003-LINKAGE.
           05  WS-INT-ACCOUNT-NO     PIC X(12).
       01  WS-INTEREST-PAID          PIC S9(13)V99 COMP-3.
       01  WS-PAYOUT-AMOUNT          PIC S9(13)V99 COMP-3.
       01  WS-MATURED-ACCT-NO        PIC X(12).
       01  WS-INTEREST-XFER          PIC S9(13)V99 COMP-3.

       01  WS-LOAN-WORK.
           05  WS-LOAN-OUTSTANDING   PIC S9(13)V99 COMP-3.
           05  WS-LOAN-SETTLED-AMT   PIC S9(13)V99 COMP-3.
           05  WS-LOAN-ACCR-DAYS     PIC S9(05) COMP.
           05  WS-LOAN-DAY-INT       PIC S9(13)V99 COMP-3.
           05  WS-LOAN-FROM-NUM      PIC 9(08).
           05  WS-LOAN-TO-NUM        PIC 9(08).
           05  WS-LOAN-RESULT        PIC X(30).
           05  WS-DSP-LOAN-PRIN      PIC -(13)9.99.
           05  WS-DSP-LOAN-INT       PIC -(13)9.99.

       01  WS-TOTAL-AREA.
           05  WS-RENEWED-COUNT      PIC 9(07).
           05  WS-PAIDOUT-COUNT      PIC 9(07).
           05  WS-SKIPPED-COUNT      PIC 9(07).
           05  WS-FAILED-COUNT       PIC 9(07).
           05  WS-LOAN-SETTLED-COUNT PIC 9(07).

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(200).
           MOVE ZERO TO WS-PAIDOUT-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-FAILED-COUNT
           MOVE ZERO TO WS-LOAN-SETTLED-COUNT
           ACCEPT WS-RUN-PARM FROM SYSIN
           PERFORM 1100-OPEN-FILES.

               MOVE 'SAVPLAN 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O HOLD-FILE
           IF NOT WS-FILE-OK
               MOVE 'HOLDREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O LOAN-REGISTER-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE LOAN-REGISTER-FILE
               OPEN OUTPUT LOAN-REGISTER-FILE
               CLOSE LOAN-REGISTER-FILE
               OPEN I-O LOAN-REGISTER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'LOANREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN EXTEND ACCT-JOURNAL-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTJRNL 오픈실패' TO WS-ERROR-MESSAGE
           IF WS-INTEREST-PAID > ZERO
               ADD WS-INTEREST-PAID TO AF-BALANCE
           END-IF
           MOVE WS-INTEREST-PAID TO WS-INTEREST-XFER
           PERFORM 2700-SETTLE-SECURED-LOAN
           IF WS-LOAN-SETTLE-FAILED
               PERFORM 2500-RENEW-DEPOSIT
           ELSE
               EVALUATE TRUE
                   WHEN AF-MAT-PAYOUT
                       PERFORM 2400-PAYOUT-PROCEEDS
                   WHEN AF-MAT-RENEW-PRINCIPAL
                       PERFORM 2450-RENEW-PRINCIPAL-ONLY
                   WHEN OTHER
                       PERFORM 2500-RENEW-DEPOSIT
               END-EVALUATE
           END-IF
           PERFORM 2600-WRITE-DETAIL-LINE.

      *    적금 완납 우대 - 약정 전기간 미납 없이 납입한 경우
      *    없으면 원금과 함께 재예치된다.
       2450-RENEW-PRINCIPAL-ONLY.
           IF AF-MATURITY-PAYOUT-ACCT NOT = SPACES AND
              WS-INTEREST-XFER > ZERO
               PERFORM 2500-RENEW-DEPOSIT
               MOVE WS-MATURED-ACCT-NO      TO WS-TXN-ACCOUNT-NO
               MOVE 'XFER'                  TO WS-TXN-TYPE
               MOVE WS-INTEREST-XFER        TO WS-TXN-AMOUNT
               MOVE AF-MATURITY-PAYOUT-ACCT TO WS-TXN-COUNTER-ACCT-NO
               MOVE 'BATC'                  TO WS-TXN-CHANNEL
               CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           MOVE WS-RPT-DETAIL TO MRPT-LINE
           WRITE MATURITY-REPORT-RECORD.

      *    예금담보대출 만기정산 - 만기 예금을 담보로 한 활동
      *    대출이 있으면 이자 반영분을 먼저 원장에 기록하고,
      *    대출이자를 기준일까지 적립한 뒤 질권을 해제하여 만기
      *    금에서 미수이자(LNIN)와 원금(LNRP)을 상환한다. 정산
      *    후 예금 레코드를 재판독하여 잔여금으로 만기지시를
      *    계속 처리하며, 원금지급식(P)의 이자이체액은 정산액
      *    만큼 줄인다. 실패시 질권을 복원하고 재예치한다.
       2700-SETTLE-SECURED-LOAN.
           MOVE 'N' TO WS-LOAN-FAIL-SW
           MOVE 'N' TO WS-LOAN-FOUND-SW
           MOVE 'N' TO WS-LOAN-EOF-SW
           MOVE WS-MATURED-ACCT-NO TO LN-COLLAT-ACCT-NO
           START LOAN-REGISTER-FILE KEY IS = LN-COLLAT-ACCT-NO
               INVALID KEY
                   SET WS-LOAN-EOF TO TRUE
           END-START
           PERFORM 2705-READ-NEXT-COLLAT-LOAN
               UNTIL WS-LOAN-EOF OR WS-LOAN-FOUND
           IF NOT WS-LOAN-FOUND
               EXIT PARAGRAPH
           END-IF
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   SET WS-LOAN-SETTLE-FAILED TO TRUE
                   MOVE '정산전 원장갱신 오류'
                     TO WS-LOAN-RESULT
                   PERFORM 2790-WRITE-LOAN-LINE
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 8400-WRITE-ACCT-JOURNAL
           PERFORM 2710-ACCRUE-LOAN-INTEREST
           MOVE WS-MATURED-ACCT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF AF-BALANCE < WS-LOAN-OUTSTANDING + LN-ACCRUED-INT
               SET WS-LOAN-SETTLE-FAILED TO TRUE
               MOVE '만기금 부족-정산불가' TO WS-LOAN-RESULT
           ELSE
               PERFORM 2720-RELEASE-LIEN
               PERFORM 2730-REPAY-FROM-PROCEEDS
               IF WS-LOAN-SETTLE-FAILED
                   PERFORM 2725-RESTORE-LIEN
               ELSE
                   PERFORM 2740-CLOSE-SETTLED-LOAN
               END-IF
           END-IF
           REWRITE LOAN-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-LOAN-SETTLE-FAILED
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               ADD 1 TO WS-LOAN-SETTLED-COUNT
               MOVE '대출정산 완료' TO WS-LOAN-RESULT
               IF WS-LOAN-SETTLED-AMT >= WS-INTEREST-XFER
                   MOVE ZERO TO WS-INTEREST-XFER
               ELSE
                   SUBTRACT WS-LOAN-SETTLED-AMT FROM WS-INTEREST-XFER
               END-IF
           END-IF
           PERFORM 2790-WRITE-LOAN-LINE
           MOVE WS-MATURED-ACCT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE.

       2705-READ-NEXT-COLLAT-LOAN.
           READ LOAN-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-LOAN-EOF TO TRUE
               NOT AT END
                   IF LN-COLLAT-ACCT-NO NOT = WS-MATURED-ACCT-NO
                       SET WS-LOAN-EOF TO TRUE
                   ELSE
                       IF LN-STATUS-ACTIVE
                           SET WS-LOAN-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    대출잔액(대출계좌 음수잔액)을 구하고 직전 적립일부터
      *    기준일까지의 이자를 미수이자에 더한다(ACCT073과 동일
      *    산식).
       2710-ACCRUE-LOAN-INTEREST.
           MOVE ZERO TO WS-LOAN-OUTSTANDING
           MOVE LN-LOAN-ACCT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AF-BALANCE < ZERO
                       COMPUTE WS-LOAN-OUTSTANDING = ZERO - AF-BALANCE
                   END-IF
           END-READ
           IF LN-LAST-ACCR-DATE < WS-RUN-DATE
               MOVE LN-LAST-ACCR-DATE TO WS-LOAN-FROM-NUM
               MOVE WS-RUN-DATE       TO WS-LOAN-TO-NUM
               COMPUTE WS-LOAN-ACCR-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-LOAN-TO-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-LOAN-FROM-NUM)
               COMPUTE WS-LOAN-DAY-INT ROUNDED =
                   WS-LOAN-OUTSTANDING * LN-RATE
                   * WS-LOAN-ACCR-DAYS / 365
               ADD WS-LOAN-DAY-INT TO LN-ACCRUED-INT
               MOVE WS-RUN-DATE TO LN-LAST-ACCR-DATE
           END-IF.

       2720-RELEASE-LIEN.
           MOVE LN-COLLAT-ACCT-NO  TO HR-ACCOUNT-NO
           MOVE LN-COLLAT-HOLD-SEQ TO HR-HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF HR-STATUS-ACTIVE AND HR-REASON-CODE = 'LOAN'
               MOVE 'R'         TO HR-STATUS
               MOVE 'ACCT018 '  TO HR-RELEASED-BY
               MOVE WS-RUN-DATE TO HR-RELEASED-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       2725-RESTORE-LIEN.
           MOVE LN-COLLAT-ACCT-NO  TO HR-ACCOUNT-NO
           MOVE LN-COLLAT-HOLD-SEQ TO HR-HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF HR-REASON-CODE = 'LOAN'
               MOVE 'A'    TO HR-STATUS
               MOVE SPACES TO HR-RELEASED-BY
               MOVE SPACES TO HR-RELEASED-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      *    만기금에서 미수이자 수납 후 원금 상환(ACCT002 배치).
       2730-REPAY-FROM-PROCEEDS.
           MOVE ZERO TO WS-LOAN-SETTLED-AMT
           IF LN-ACCRUED-INT > ZERO
               INITIALIZE WS-ACCT002-LINKAGE
               MOVE WS-MATURED-ACCT-NO TO WS-TXN-ACCOUNT-NO
               MOVE 'LNIN'             TO WS-TXN-TYPE
               MOVE LN-ACCRUED-INT     TO WS-TXN-AMOUNT
               MOVE LN-LOAN-ACCT-NO    TO WS-TXN-COUNTER-ACCT-NO
               MOVE 'BATC'             TO WS-TXN-CHANNEL
               MOVE 'ACCT018 '         TO WS-TXN-OPERATOR-ID
               CALL 'ACCT002' USING WS-ACCT002-LINKAGE
               IF WS-TXN-RESULT-CODE NOT = '0000'
                   SET WS-LOAN-SETTLE-FAILED TO TRUE
                   MOVE SPACES TO WS-LOAN-RESULT
                   STRING '이자수납실패:'    DELIMITED SIZE
                          WS-TXN-RESULT-CODE DELIMITED SIZE
                          INTO WS-LOAN-RESULT
                   EXIT PARAGRAPH
               END-IF
               ADD LN-ACCRUED-INT TO LN-INT-PAID-TOT
               ADD LN-ACCRUED-INT TO WS-LOAN-SETTLED-AMT
               MOVE ZERO TO LN-ACCRUED-INT
           END-IF
           IF WS-LOAN-OUTSTANDING > ZERO
               INITIALIZE WS-ACCT002-LINKAGE
               MOVE WS-MATURED-ACCT-NO  TO WS-TXN-ACCOUNT-NO
               MOVE 'LNRP'              TO WS-TXN-TYPE
               MOVE WS-LOAN-OUTSTANDING TO WS-TXN-AMOUNT
               MOVE LN-LOAN-ACCT-NO     TO WS-TXN-COUNTER-ACCT-NO
               MOVE 'BATC'              TO WS-TXN-CHANNEL
               MOVE 'ACCT018 '          TO WS-TXN-OPERATOR-ID
               CALL 'ACCT002' USING WS-ACCT002-LINKAGE
               IF WS-TXN-RESULT-CODE NOT = '0000'
                   SET WS-LOAN-SETTLE-FAILED TO TRUE
                   MOVE SPACES TO WS-LOAN-RESULT
                   STRING '원금상환실패:'    DELIMITED SIZE
                          WS-TXN-RESULT-CODE DELIMITED SIZE
                          INTO WS-LOAN-RESULT
                   EXIT PARAGRAPH
               END-IF
               ADD WS-LOAN-OUTSTANDING TO WS-LOAN-SETTLED-AMT
           END-IF.

      *    정산종결 - 대장 S, 대출계좌 해지(잔액 0).
       2740-CLOSE-SETTLED-LOAN.
           MOVE 'S'         TO LN-STATUS
           MOVE WS-RUN-DATE TO LN-CLOSE-DATE
           MOVE LN-LOAN-ACCT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
           MOVE 'C'         TO AF-STATUS
           MOVE WS-RUN-DATE TO AF-CLOSE-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 8400-WRITE-ACCT-JOURNAL
           END-REWRITE.

       2790-WRITE-LOAN-LINE.
           MOVE WS-LOAN-OUTSTANDING TO WS-DSP-LOAN-PRIN
           MOVE WS-LOAN-SETTLED-AMT TO WS-DSP-LOAN-INT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               WS-MATURED-ACCT-NO DELIMITED SIZE
               ' | 담보대출:'     DELIMITED SIZE
               LN-LOAN-ACCT-NO    DELIMITED SIZE
               ' | 대출잔액:'     DELIMITED SIZE
               WS-DSP-LOAN-PRIN   DELIMITED SIZE
               ' | 정산액:'       DELIMITED SIZE
               WS-DSP-LOAN-INT    DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-LOAN-RESULT     DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO MRPT-LINE
           WRITE MATURITY-REPORT-RECORD.

      *    계좌원장 변경저널 기록 - 직전 조회시점의 이미지와
      *    갱신 후 이미지를 함께 보존한다.
       8400-WRITE-ACCT-JOURNAL.
           CLOSE ACCOUNT-FILE
           CLOSE INTEREST-RATE-FILE
           CLOSE SAVINGS-PLAN-FILE
           CLOSE HOLD-FILE
           CLOSE LOAN-REGISTER-FILE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE MATURITY-REPORT-FILE
           DISPLAY '만기처리 완료 재예치:' WS-RENEWED-COUNT
               WS-SKIPPED-COUNT    DELIMITED SIZE
               ' 실패:'            DELIMITED SIZE
               WS-FAILED-COUNT     DELIMITED SIZE
               ' 대출정산:'        DELIMITED SIZE
               WS-LOAN-SETTLED-COUNT DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO MRPT-LINE
           WRITE MATURITY-REPORT-RECORD.
           CLOSE ACCOUNT-FILE
           CLOSE INTEREST-RATE-FILE
           CLOSE SAVINGS-PLAN-FILE
           CLOSE HOLD-FILE
           CLOSE LOAN-REGISTER-FILE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE MATURITY-REPORT-FILE
           MOVE 16 TO RETURN-CODE
