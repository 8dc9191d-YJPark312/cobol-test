      ******************************************************************
      * PROGRAM-ID: ACCT074
      * DESCRIPTION: 우대금리 조건평가 월배치
      *              - SYSIN: 평가대상월(YYYYMM, 미지정시 전월)
      *              - 우대조건 규칙(PREFRULE, 계좌유형+조건코드)
      *                SALY:급여이체 / MAND:자동이체 / CARD:체크
      *                카드 / CAP :유형별 우대합계 상한
      *              - 급여이체 - 대상월 TXNHIST 중 급여대량입금
      *                (ACCT052 DEPO) 금액을 고객별 합산하여 규칙
      *                최소금액 이상이면 충족. 미지급분 재원반환
      *                입금(조작자 ACCT052R)은 급여가 아니므로 제외
      *              - 자동이체 - 대상월말 유효한 활동 출금동의
      *                (MANDMST)의 출금계좌 보유고객
      *              - 체크카드 - 활동/미분실/미만료 카드(CARDMST)
      *                의 결제계좌 보유고객
      *              - 활동 SA/IS 계좌별 충족조건 우대폭 합산
      *                (상한 적용) 후 계좌별 우대실적(PREFRATE)에
      *                익월 1일~말일 적용기간으로 기록
      *                (ACCT003/ACCT017이 기준이율+우대폭 적용)
      *              - 우대 획득/상실/변경 계좌 리포트(PREFRPT)
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT074.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREF-RULE-FILE
               ASSIGN TO 'PREFRULE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PREF-RATE-FILE
               ASSIGN TO 'PREFRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO 'TXNHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT MANDATE-FILE
               ASSIGN TO 'MANDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-MANDATE-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CARD-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PREF-REPORT-FILE
               ASSIGN TO 'PREFRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    우대조건 규칙 - 계좌유형별 조건코드의 우대폭. 조건코드
      *    CAP 은 유형별 우대합계 상한(PR-SPREAD)으로 사용한다.
       FD  PREF-RULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  PREF-RULE-RECORD.
           05  PR-KEY.
               10  PR-ACCOUNT-TYPE   PIC X(02).
               10  PR-COND-CODE      PIC X(04).
                   88  PR-COND-SALARY  VALUE 'SALY'.
                   88  PR-COND-MANDATE VALUE 'MAND'.
                   88  PR-COND-CARD    VALUE 'CARD'.
                   88  PR-COND-CAP     VALUE 'CAP '.
           05  PR-SPREAD             PIC S9(03)V9(04) COMP-3.
           05  PR-MIN-AMOUNT         PIC S9(13)V99 COMP-3.
           05  PR-STATUS             PIC X(01).
               88  PR-STATUS-ACTIVE  VALUE 'A'.
           05  PR-DESCRIPTION        PIC X(30).
           05  PR-FILLER             PIC X(11).

      *    계좌별 우대실적 - 직전 평가결과(PF-PREV-)를 함께 보존하여
      *    동일월 재실행시에도 획득/상실 판정이 유지된다.
       FD  PREF-RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PREF-RATE-RECORD.
           05  PF-ACCOUNT-NO         PIC X(12).
           05  PF-CUSTOMER-ID        PIC X(10).
           05  PF-ACCOUNT-TYPE       PIC X(02).
           05  PF-SPREAD             PIC S9(03)V9(04) COMP-3.
           05  PF-COND-FLAGS.
               10  PF-SALARY-MET     PIC X(01).
               10  PF-MANDATE-MET    PIC X(01).
               10  PF-CARD-MET       PIC X(01).
           05  PF-EVAL-YM            PIC X(06).
           05  PF-EFF-FROM           PIC X(08).
           05  PF-EFF-TO             PIC X(08).
           05  PF-PREV-SPREAD        PIC S9(03)V9(04) COMP-3.
           05  PF-PREV-FLAGS         PIC X(03).
           05  PF-FILLER             PIC X(20).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TR-TXN-ID             PIC X(20).
           05  TR-ACCOUNT-NO         PIC X(12).
           05  TR-TXN-TYPE           PIC X(04).
               88  TR-TYPE-DEPOSIT   VALUE 'DEPO'.
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
           05  TR-ORIG-CURRENCY      PIC X(03).
           05  TR-ORIG-AMOUNT        PIC S9(13)V99 COMP-3.
           05  TR-FX-RATE            PIC S9(03)V9(06) COMP-3.
           05  TR-ORIG-BRANCH        PIC X(04).
           05  TR-VALUE-DATE         PIC X(08).
           05  TR-OPERATOR-ID        PIC X(08).
           05  TR-FILLER             PIC X(43).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ACCOUNT-RECORD.
           05  AF-ACCOUNT-NO         PIC X(12).
           05  AF-CUSTOMER-ID        PIC X(10).
           05  AF-CUSTOMER-ID-2      PIC X(10).
           05  AF-ACCOUNT-TYPE       PIC X(02).
               88  AF-TYPE-SAVINGS   VALUE 'SA'.
               88  AF-TYPE-INSTALLMENT VALUE 'IS'.
           05  AF-BALANCE            PIC S9(13)V99 COMP-3.
           05  AF-OPEN-DATE          PIC X(08).
           05  AF-CLOSE-DATE         PIC X(08).
           05  AF-STATUS             PIC X(01).
               88  AF-STATUS-ACTIVE  VALUE 'A'.
           05  AF-INTEREST-RATE      PIC S9(03)V9(04) COMP-3.
           05  AF-LAST-TXN-DATE      PIC X(08).
           05  AF-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  AF-BRANCH-CODE        PIC X(04).
           05  AF-CURRENCY-CODE      PIC X(03).
           05  AF-FILLER             PIC X(54).

       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  MANDATE-RECORD.
           05  MD-MANDATE-ID         PIC X(12).
           05  MD-CREDITOR-ID        PIC X(10).
           05  MD-DEBTOR-ACCOUNT-NO  PIC X(12).
           05  MD-MAX-AMOUNT         PIC S9(13)V99 COMP-3.
           05  MD-VALID-FROM         PIC X(08).
           05  MD-VALID-TO           PIC X(08).
           05  MD-CONSENT-REF        PIC X(20).
           05  MD-STATUS             PIC X(01).
               88  MD-STATUS-ACTIVE  VALUE 'A'.
           05  MD-FILLER             PIC X(41).

       FD  CARD-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  CARD-MASTER-RECORD.
           05  CM-CARD-NO            PIC X(16).
           05  CM-ACCOUNT-NO         PIC X(12).
           05  CM-STATUS             PIC X(01).
               88  CM-STATUS-ACTIVE  VALUE 'A'.
           05  CM-EXPIRY-YM          PIC X(06).
           05  CM-PIN-RETRY-CNT      PIC 9(01).
           05  CM-LOST-FLAG          PIC X(01).
               88  CM-LOST-STOLEN    VALUE 'L'.
           05  CM-ISSUE-DATE         PIC X(08).
           05  CM-FILLER             PIC X(15).

       FD  PREF-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  PREF-REPORT-RECORD.
           05  PRPT-LINE             PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-TARGET-YM          PIC X(06).
           05  WS-TARGET-YM-R REDEFINES WS-TARGET-YM.
               10  WS-TARGET-YYYY    PIC 9(04).
               10  WS-TARGET-MM      PIC 9(02).

      *    적용기간(익월 1일~말일)과 대상월 말일 산출 작업영역
       01  WS-PERIOD-WORK.
           05  WS-CUR-DATE           PIC X(08).
           05  WS-CALC-YYYY          PIC 9(04).
           05  WS-CALC-MM            PIC 9(02).
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-DATE-INT           PIC 9(07).
           05  WS-EFF-FROM           PIC X(08).
           05  WS-EFF-TO             PIC X(08).
           05  WS-MONTH-END          PIC X(08).

       01  WS-SWITCHES.
           05  WS-RULE-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-RULE-EOF       VALUE 'Y'.
           05  WS-TXN-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-TXN-EOF        VALUE 'Y'.
           05  WS-MAND-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-MAND-EOF       VALUE 'Y'.
           05  WS-CARD-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CARD-EOF       VALUE 'Y'.
           05  WS-ACCT-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-ACCT-EOF       VALUE 'Y'.
           05  WS-CUST-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-CUST-FOUND     VALUE 'Y'.
           05  WS-RULE-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-RULE-FOUND     VALUE 'Y'.
           05  WS-PREF-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-PREF-FOUND     VALUE 'Y'.

      *    급여이체 판정 식별 - 급여대량입금 배치의 조작자ID
      *    (재원반환 입금은 ACCT052R로 기표되어 일치하지 않음)
       01  WS-PAYROLL-OPERATOR       PIC X(08) VALUE 'ACCT052 '.

      *    우대조건 규칙 테이블 (활동 규칙, 최대 50건)
       01  WS-RULE-AREA.
           05  WS-RL-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-RL-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-RL-IDX.
               10  WS-RL-ACCOUNT-TYPE PIC X(02).
               10  WS-RL-COND-CODE   PIC X(04).
               10  WS-RL-SPREAD      PIC S9(03)V9(04) COMP-3.
               10  WS-RL-MIN-AMOUNT  PIC S9(13)V99 COMP-3.

      *    고객별 조건충족 테이블 (최대 5000고객)
       01  WS-CUST-AREA.
           05  WS-PC-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-PC-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-PC-IDX.
               10  WS-PC-CUSTOMER-ID PIC X(10).
               10  WS-PC-SALARY-AMT  PIC S9(15)V99 COMP-3.
               10  WS-PC-MANDATE-SW  PIC X(01).
               10  WS-PC-CARD-SW     PIC X(01).

       01  WS-LOOKUP-CUSTOMER        PIC X(10).
       01  WS-LOOKUP-COND            PIC X(04).

       01  WS-EVAL-WORK.
           05  WS-NEW-SPREAD         PIC S9(03)V9(04) COMP-3.
           05  WS-OLD-SPREAD         PIC S9(03)V9(04) COMP-3.
           05  WS-NEW-FLAGS.
               10  WS-NEW-SALARY     PIC X(01).
               10  WS-NEW-MANDATE    PIC X(01).
               10  WS-NEW-CARD       PIC X(01).
           05  WS-OLD-FLAGS          PIC X(03).
           05  WS-CHANGE-KIND        PIC X(10).

       01  WS-TOTAL-AREA.
           05  WS-EVAL-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-PREF-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-GAINED-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-LOST-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-CHANGED-COUNT      PIC 9(07) VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-OLD-SPREAD     PIC -(03)9.9999.
           05  WS-DSP-NEW-SPREAD     PIC -(03)9.9999.

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(160).
           05  WS-RPT-TOTAL          PIC X(160).

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-RULES
               UNTIL WS-RULE-EOF
           PERFORM 2000-COLLECT-SALARY
               UNTIL WS-TXN-EOF
           PERFORM 3000-COLLECT-MANDATES
               UNTIL WS-MAND-EOF
           PERFORM 3500-COLLECT-CARDS
               UNTIL WS-CARD-EOF
           MOVE LOW-VALUES TO AF-ACCOUNT-NO
           START ACCOUNT-FILE KEY IS > AF-ACCOUNT-NO
               INVALID KEY
                   SET WS-ACCT-EOF TO TRUE
           END-START
           PERFORM 4000-EVALUATE-ACCOUNTS
               UNTIL WS-ACCT-EOF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUR-DATE
           IF WS-TARGET-YM = SPACES OR WS-TARGET-YM NOT NUMERIC
               MOVE WS-CUR-DATE(1:6) TO WS-TARGET-YM
               IF WS-TARGET-MM = 1
                   MOVE 12 TO WS-TARGET-MM
                   SUBTRACT 1 FROM WS-TARGET-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-TARGET-MM
               END-IF
           END-IF
           PERFORM 1050-SET-EFFECTIVE-PERIOD
           PERFORM 1100-OPEN-FILES.

      *    적용기간 = 대상월 익월 1일~말일, 조건 기준일 = 대상월
      *    말일(익월 1일 전일).
       1050-SET-EFFECTIVE-PERIOD.
           MOVE WS-TARGET-YYYY TO WS-CALC-YYYY
           MOVE WS-TARGET-MM   TO WS-CALC-MM
           PERFORM 1060-ADVANCE-MONTH
           COMPUTE WS-DATE-NUM =
               WS-CALC-YYYY * 10000 + WS-CALC-MM * 100 + 1
           MOVE WS-DATE-NUM TO WS-EFF-FROM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-MONTH-END
           PERFORM 1060-ADVANCE-MONTH
           COMPUTE WS-DATE-NUM =
               WS-CALC-YYYY * 10000 + WS-CALC-MM * 100 + 1
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-EFF-TO.

       1060-ADVANCE-MONTH.
           IF WS-CALC-MM = 12
               MOVE 1 TO WS-CALC-MM
               ADD 1 TO WS-CALC-YYYY
           ELSE
               ADD 1 TO WS-CALC-MM
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT PREF-RULE-FILE
           IF NOT WS-FILE-OK
               MOVE 'PREFRULE 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O PREF-RATE-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE PREF-RATE-FILE
               OPEN OUTPUT PREF-RATE-FILE
               CLOSE PREF-RATE-FILE
               OPEN I-O PREF-RATE-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'PREFRATE 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-FILE-OK
               MOVE 'TXNHIST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT MANDATE-FILE
           IF NOT WS-FILE-OK
               MOVE 'MANDMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT CARD-MASTER-FILE
           IF NOT WS-FILE-OK
               MOVE 'CARDMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT PREF-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'PREFRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE SPACES TO PRPT-LINE
           STRING '우대금리 조건평가 대상월:' DELIMITED SIZE
                  WS-TARGET-YM                 DELIMITED SIZE
                  ' 적용기간:'                 DELIMITED SIZE
                  WS-EFF-FROM                  DELIMITED SIZE
                  '~'                          DELIMITED SIZE
                  WS-EFF-TO                    DELIMITED SIZE
                  INTO PRPT-LINE
           WRITE PREF-REPORT-RECORD.

      *    활동(A) 규칙만 테이블에 적재한다.
       1200-LOAD-RULES.
           READ PREF-RULE-FILE NEXT RECORD
               AT END
                   SET WS-RULE-EOF TO TRUE
               NOT AT END
                   IF PR-STATUS-ACTIVE
                       IF WS-RL-COUNT >= 50
                           MOVE '우대규칙 한도(50) 초과'
                               TO WS-ERROR-MESSAGE
                           PERFORM 9900-ABEND-HANDLER
                       END-IF
                       ADD 1 TO WS-RL-COUNT
                       SET WS-RL-IDX TO WS-RL-COUNT
                       MOVE PR-ACCOUNT-TYPE
                           TO WS-RL-ACCOUNT-TYPE(WS-RL-IDX)
                       MOVE PR-COND-CODE
                           TO WS-RL-COND-CODE(WS-RL-IDX)
                       MOVE PR-SPREAD
                           TO WS-RL-SPREAD(WS-RL-IDX)
                       MOVE PR-MIN-AMOUNT
                           TO WS-RL-MIN-AMOUNT(WS-RL-IDX)
                   END-IF
           END-READ.

      *    급여이체 - 대상월 급여대량입금(ACCT052 DEPO) 정상건을
      *    입금계좌 소유고객에 합산한다.
       2000-COLLECT-SALARY.
           READ TRANSACTION-FILE
               AT END
                   SET WS-TXN-EOF TO TRUE
               NOT AT END
                   IF TR-STATUS-SUCCESS AND TR-TYPE-DEPOSIT AND
                      TR-TXN-DATE(1:6) = WS-TARGET-YM AND
                      TR-OPERATOR-ID = WS-PAYROLL-OPERATOR
                       PERFORM 2100-ADD-SALARY-CREDIT
                   END-IF
           END-READ.

       2100-ADD-SALARY-CREDIT.
           MOVE TR-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE AF-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
           PERFORM 6100-FIND-OR-ADD-CUSTOMER
           ADD TR-AMOUNT TO WS-PC-SALARY-AMT(WS-PC-IDX).

      *    자동이체 - 대상월 말일 현재 유효한 활동 출금동의.
       3000-COLLECT-MANDATES.
           READ MANDATE-FILE NEXT RECORD
               AT END
                   SET WS-MAND-EOF TO TRUE
               NOT AT END
                   IF MD-STATUS-ACTIVE AND
                      MD-VALID-FROM <= WS-MONTH-END AND
                      (MD-VALID-TO = SPACES OR
                       MD-VALID-TO >= WS-MONTH-END)
                       PERFORM 3100-ADD-MANDATE-HOLDER
                   END-IF
           END-READ.

       3100-ADD-MANDATE-HOLDER.
           MOVE MD-DEBTOR-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE AF-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
           PERFORM 6100-FIND-OR-ADD-CUSTOMER
           MOVE 'Y' TO WS-PC-MANDATE-SW(WS-PC-IDX).

      *    체크카드 - 활동/미분실이며 대상월 이후 만료 카드.
       3500-COLLECT-CARDS.
           READ CARD-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   IF CM-STATUS-ACTIVE AND NOT CM-LOST-STOLEN AND
                      CM-EXPIRY-YM >= WS-TARGET-YM
                       PERFORM 3600-ADD-CARD-HOLDER
                   END-IF
           END-READ.

       3600-ADD-CARD-HOLDER.
           MOVE CM-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE AF-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
           PERFORM 6100-FIND-OR-ADD-CUSTOMER
           MOVE 'Y' TO WS-PC-CARD-SW(WS-PC-IDX).

      *    활동 SA/IS 계좌 평가.
       4000-EVALUATE-ACCOUNTS.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   IF AF-STATUS-ACTIVE AND
                      (AF-TYPE-SAVINGS OR AF-TYPE-INSTALLMENT)
                       PERFORM 4100-EVALUATE-ONE-ACCOUNT
                   END-IF
           END-READ.

      *    충족조건별 우대폭 합산 - 유형별 CAP 규칙이 있으면
      *    합계를 상한으로 제한한다.
       4100-EVALUATE-ONE-ACCOUNT.
           ADD 1 TO WS-EVAL-COUNT
           MOVE ZERO  TO WS-NEW-SPREAD
           MOVE 'NNN' TO WS-NEW-FLAGS
           MOVE AF-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
           PERFORM 6200-FIND-CUSTOMER
           IF WS-CUST-FOUND
               MOVE 'SALY' TO WS-LOOKUP-COND
               PERFORM 6300-FIND-RULE
               IF WS-RULE-FOUND AND
                  WS-PC-SALARY-AMT(WS-PC-IDX) > ZERO AND
                  WS-PC-SALARY-AMT(WS-PC-IDX) >=
                      WS-RL-MIN-AMOUNT(WS-RL-IDX)
                   MOVE 'Y' TO WS-NEW-SALARY
                   ADD WS-RL-SPREAD(WS-RL-IDX) TO WS-NEW-SPREAD
               END-IF
               MOVE 'MAND' TO WS-LOOKUP-COND
               PERFORM 6300-FIND-RULE
               IF WS-RULE-FOUND AND
                  WS-PC-MANDATE-SW(WS-PC-IDX) = 'Y'
                   MOVE 'Y' TO WS-NEW-MANDATE
                   ADD WS-RL-SPREAD(WS-RL-IDX) TO WS-NEW-SPREAD
               END-IF
               MOVE 'CARD' TO WS-LOOKUP-COND
               PERFORM 6300-FIND-RULE
               IF WS-RULE-FOUND AND
                  WS-PC-CARD-SW(WS-PC-IDX) = 'Y'
                   MOVE 'Y' TO WS-NEW-CARD
                   ADD WS-RL-SPREAD(WS-RL-IDX) TO WS-NEW-SPREAD
               END-IF
               MOVE 'CAP ' TO WS-LOOKUP-COND
               PERFORM 6300-FIND-RULE
               IF WS-RULE-FOUND AND
                  WS-NEW-SPREAD > WS-RL-SPREAD(WS-RL-IDX)
                   MOVE WS-RL-SPREAD(WS-RL-IDX) TO WS-NEW-SPREAD
               END-IF
           END-IF
           IF WS-NEW-SPREAD > ZERO
               ADD 1 TO WS-PREF-COUNT
           END-IF
           PERFORM 4200-STORE-PREFERENCE
           IF WS-NEW-FLAGS NOT = WS-OLD-FLAGS OR
              WS-NEW-SPREAD NOT = WS-OLD-SPREAD
               PERFORM 4300-WRITE-CHANGE-LINE
           END-IF.

      *    우대실적 기록 - 동일 대상월 재평가는 직전 평가결과
      *    (PF-PREV-)를 그대로 두고 당월 결과만 교체한다.
       4200-STORE-PREFERENCE.
           MOVE AF-ACCOUNT-NO TO PF-ACCOUNT-NO
           READ PREF-RATE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PREF-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PREF-FOUND-SW
           END-READ
           IF WS-PREF-FOUND
               IF PF-EVAL-YM = WS-TARGET-YM
                   MOVE PF-PREV-SPREAD TO WS-OLD-SPREAD
                   MOVE PF-PREV-FLAGS  TO WS-OLD-FLAGS
               ELSE
                   MOVE PF-SPREAD      TO WS-OLD-SPREAD
                   MOVE PF-COND-FLAGS  TO WS-OLD-FLAGS
               END-IF
           ELSE
               MOVE SPACES        TO PREF-RATE-RECORD
               MOVE AF-ACCOUNT-NO TO PF-ACCOUNT-NO
               MOVE ZERO          TO WS-OLD-SPREAD
               MOVE 'NNN'         TO WS-OLD-FLAGS
           END-IF
           MOVE AF-CUSTOMER-ID  TO PF-CUSTOMER-ID
           MOVE AF-ACCOUNT-TYPE TO PF-ACCOUNT-TYPE
           MOVE WS-NEW-SPREAD   TO PF-SPREAD
           MOVE WS-NEW-FLAGS    TO PF-COND-FLAGS
           MOVE WS-TARGET-YM    TO PF-EVAL-YM
           MOVE WS-EFF-FROM     TO PF-EFF-FROM
           MOVE WS-EFF-TO       TO PF-EFF-TO
           MOVE WS-OLD-SPREAD   TO PF-PREV-SPREAD
           MOVE WS-OLD-FLAGS    TO PF-PREV-FLAGS
           IF WS-PREF-FOUND
               REWRITE PREF-RATE-RECORD
                   INVALID KEY
                       MOVE 'PREFRATE 갱신실패' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-REWRITE
           ELSE
               WRITE PREF-RATE-RECORD
                   INVALID KEY
                       MOVE 'PREFRATE 기록실패' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-WRITE
           END-IF.

      *    우대 변동 명세 - 조건표시는 급여/자동이체/카드 순.
       4300-WRITE-CHANGE-LINE.
           EVALUATE TRUE
               WHEN WS-OLD-SPREAD = ZERO AND WS-NEW-SPREAD > ZERO
                   MOVE '획득' TO WS-CHANGE-KIND
                   ADD 1 TO WS-GAINED-COUNT
               WHEN WS-OLD-SPREAD > ZERO AND WS-NEW-SPREAD = ZERO
                   MOVE '상실' TO WS-CHANGE-KIND
                   ADD 1 TO WS-LOST-COUNT
               WHEN OTHER
                   MOVE '변경' TO WS-CHANGE-KIND
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE
           MOVE WS-OLD-SPREAD TO WS-DSP-OLD-SPREAD
           MOVE WS-NEW-SPREAD TO WS-DSP-NEW-SPREAD
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               AF-ACCOUNT-NO      DELIMITED SIZE
               ' | '              DELIMITED SIZE
               AF-CUSTOMER-ID     DELIMITED SIZE
               ' | '              DELIMITED SIZE
               AF-ACCOUNT-TYPE    DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-CHANGE-KIND     DELIMITED SPACE
               ' | 조건(급/자/카):' DELIMITED SIZE
               WS-OLD-FLAGS       DELIMITED SIZE
               '->'               DELIMITED SIZE
               WS-NEW-FLAGS       DELIMITED SIZE
               ' | 우대폭:'       DELIMITED SIZE
               WS-DSP-OLD-SPREAD  DELIMITED SIZE
               '->'               DELIMITED SIZE
               WS-DSP-NEW-SPREAD  DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO PRPT-LINE
           WRITE PREF-REPORT-RECORD.

       6100-FIND-OR-ADD-CUSTOMER.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
                      OR WS-PC-CUSTOMER-ID(WS-PC-IDX)
                           = WS-LOOKUP-CUSTOMER
               CONTINUE
           END-PERFORM
           IF WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-COUNT >= 5000
                   MOVE '고객 조건테이블 한도(5000) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-PC-COUNT
               SET WS-PC-IDX TO WS-PC-COUNT
               MOVE WS-LOOKUP-CUSTOMER
                   TO WS-PC-CUSTOMER-ID(WS-PC-IDX)
               MOVE ZERO TO WS-PC-SALARY-AMT(WS-PC-IDX)
               MOVE 'N'  TO WS-PC-MANDATE-SW(WS-PC-IDX)
               MOVE 'N'  TO WS-PC-CARD-SW(WS-PC-IDX)
           END-IF.

       6200-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
                      OR WS-CUST-FOUND
               IF WS-PC-CUSTOMER-ID(WS-PC-IDX) = WS-LOOKUP-CUSTOMER
                   SET WS-CUST-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CUST-FOUND
               SET WS-PC-IDX DOWN BY 1
           END-IF.

       6300-FIND-RULE.
           MOVE 'N' TO WS-RULE-FOUND-SW
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
                      OR WS-RULE-FOUND
               IF WS-RL-ACCOUNT-TYPE(WS-RL-IDX) = AF-ACCOUNT-TYPE
                  AND WS-RL-COND-CODE(WS-RL-IDX) = WS-LOOKUP-COND
                   SET WS-RULE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RULE-FOUND
               SET WS-RL-IDX DOWN BY 1
           END-IF.

       9000-FINALIZE.
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계=== 평가:'  DELIMITED SIZE
               WS-EVAL-COUNT       DELIMITED SIZE
               ' 우대:'            DELIMITED SIZE
               WS-PREF-COUNT       DELIMITED SIZE
               ' 획득:'            DELIMITED SIZE
               WS-GAINED-COUNT     DELIMITED SIZE
               ' 상실:'            DELIMITED SIZE
               WS-LOST-COUNT       DELIMITED SIZE
               ' 변경:'            DELIMITED SIZE
               WS-CHANGED-COUNT    DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO PRPT-LINE
           WRITE PREF-REPORT-RECORD
           PERFORM 9100-CLOSE-FILES
           DISPLAY '우대금리 조건평가 완료 평가:'
               WS-EVAL-COUNT
               ' 우대:' WS-PREF-COUNT ' 획득:' WS-GAINED-COUNT
               ' 상실:' WS-LOST-COUNT ' 변경:' WS-CHANGED-COUNT.

       9100-CLOSE-FILES.
           CLOSE PREF-RULE-FILE
           CLOSE PREF-RATE-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-FILE
           CLOSE MANDATE-FILE
           CLOSE CARD-MASTER-FILE
           CLOSE PREF-REPORT-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9100-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
