      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2025-07-20 : 최초 작성
      * 2026-10-15 : 정정/취소(CORR) 분개 구분 - 당일 취소(C)된
      *              원거래와 CORR 기표를 정정분개로 별도 집계하고
      *              GJ-ENTRY-KIND(N:정상/C:정정)로 추출. CORR의
      *              상대GL은 원거래 채널(TR-CHANNEL) 기준
      * 2026-10-15 : 예금담보대출 GL 매핑 - 대출계좌(LN)는 대출금
      *              GL(130100), 대출이자 수납(LNIN)의 상대GL은
      *              대출이자수익(410100)
      * 2026-10-15 : 대외 차액결제 분개 - ACCT098 NETSTL의 당일
      *              상대은행/결제망별 순결제액을 본점(0000)
      *              한국은행예치금(100200)/미결제이체(110200)로
      *              분개(구분 S), 결제기관 확정액과의 차이는
      *              결제차액 가계정(190100)으로 분리
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT030.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NET-SETTLEMENT-FILE
               ASSIGN TO 'NETSTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

               88  TR-TYPE-FEE       VALUE 'FEE '.
               88  TR-TYPE-COLLECTION VALUE 'COLL'.
               88  TR-TYPE-CHEQUE    VALUE 'CHQ '.
               88  TR-TYPE-CORRECTION VALUE 'CORR'.
               88  TR-TYPE-LOAN-INTEREST VALUE 'LNIN'.
           05  TR-TXN-DATE           PIC X(08).
           05  TR-TXN-TIME           PIC X(06).
           05  TR-AMOUNT             PIC S9(13)V99 COMP-3.
               88  TR-CHANNEL-BATCH  VALUE 'BATC'.
           05  TR-STATUS             PIC X(01).
               88  TR-STATUS-SUCCESS VALUE 'S'.
               88  TR-STATUS-CANCEL  VALUE 'C'.
           05  TR-DESCRIPTION        PIC X(80).
           05  TR-FILLER             PIC X(79).

           05  GJ-GL-ACCOUNT         PIC X(06).
           05  GJ-DEBIT-AMOUNT       PIC -(13)9.99.
           05  GJ-CREDIT-AMOUNT      PIC -(13)9.99.
           05  GJ-ENTRY-KIND         PIC X(01).
               88  GJ-KIND-NORMAL    VALUE 'N'.
               88  GJ-KIND-CORRECTION VALUE 'C'.
               88  GJ-KIND-SETTLEMENT VALUE 'S'.
           05  GJ-FILLER             PIC X(27).

       FD  GL-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
       01  GL-EXCEPTION-RECORD.
           05  GXRPT-LINE            PIC X(200).

      *    대외 차액결제 포지션(ACCT098) - 금액은 당행기준
      *    순채권(+ 받을 돈, - 줄 돈)
       FD  NET-SETTLEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  NET-SETTLEMENT-RECORD.
           05  NS-SETTLE-DATE        PIC X(08).
           05  NS-CYCLE              PIC X(02).
           05  NS-BANK-CODE          PIC X(03).
           05  NS-RECEIVABLE         PIC S9(13)V99 COMP-3.
           05  NS-PAYABLE            PIC S9(13)V99 COMP-3.
           05  NS-NET-AMOUNT         PIC S9(13)V99 COMP-3.
           05  NS-ITEM-COUNT         PIC 9(07).
           05  NS-HOUSE-NET-AMOUNT   PIC S9(13)V99 COMP-3.
           05  NS-RECON-STATUS       PIC X(01).
               88  NS-RECON-OURS-ONLY VALUE 'N'.
           05  NS-FILLER             PIC X(27).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
               88  WS-END-OF-FILE    VALUE 'Y'.

      *    GL계정 상수 - 고객예수금(유형별)/현금/미결제이체/
      *    수수료수익/대출금/대출이자수익/한국은행예치금/
      *    결제차액 가계정, 차액결제 기표 본점코드
       01  WS-GL-CONSTANTS.
           05  WS-GL-DEPOSIT-CH      PIC X(06) VALUE '200100'.
           05  WS-GL-DEPOSIT-SA      PIC X(06) VALUE '200200'.
           05  WS-GL-CASH            PIC X(06) VALUE '100100'.
           05  WS-GL-CLEARING        PIC X(06) VALUE '110200'.
           05  WS-GL-FEE-INCOME      PIC X(06) VALUE '400100'.
           05  WS-GL-LOAN            PIC X(06) VALUE '130100'.
           05  WS-GL-LOAN-INT-INCOME PIC X(06) VALUE '410100'.
           05  WS-GL-BOK-DEPOSIT     PIC X(06) VALUE '100200'.
           05  WS-GL-SETTLE-SUSPENSE PIC X(06) VALUE '190100'.
           05  WS-GL-HO-BRANCH       PIC X(04) VALUE '0000'.

       01  WS-JOURNAL-WORK.
           05  WS-MOVEMENT           PIC S9(13)V99 COMP-3.
           05  WS-ABS-MOVEMENT       PIC S9(13)V99 COMP-3.
           05  WS-DEPOSIT-GL         PIC X(06).
           05  WS-CONTRA-GL          PIC X(06).
           05  WS-ENTRY-KIND         PIC X(01).
           05  WS-SETTLED-AMOUNT     PIC S9(13)V99 COMP-3.
           05  WS-SIGNED-ENTRY       PIC S9(13)V99 COMP-3.

       01  WS-JOURNAL-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-JOURNAL-TABLE.
                           INDEXED BY WS-JL-IDX.
               10  WS-JL-BRANCH          PIC X(04).
               10  WS-JL-GL-ACCOUNT      PIC X(06).
               10  WS-JL-KIND            PIC X(01).
               10  WS-JL-DEBIT           PIC S9(13)V99 COMP-3.
               10  WS-JL-CREDIT          PIC S9(13)V99 COMP-3.


       01  WS-TOTAL-AREA.
           05  WS-TXN-COUNT          PIC 9(07).
           05  WS-CORR-COUNT         PIC 9(07).
           05  WS-SETTLE-COUNT       PIC 9(05).
           05  WS-TOTAL-DEBIT        PIC S9(15)V99 COMP-3.
           05  WS-TOTAL-CREDIT       PIC S9(15)V99 COMP-3.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGGREGATE-JOURNALS
           PERFORM 2700-JOURNALIZE-NET-SETTLEMENT
           PERFORM 3000-BALANCE-AND-RELEASE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE ZERO TO WS-TXN-COUNT
           MOVE ZERO TO WS-CORR-COUNT
           MOVE ZERO TO WS-SETTLE-COUNT
           MOVE ZERO TO WS-TOTAL-DEBIT
           MOVE ZERO TO WS-TOTAL-CREDIT
           ACCEPT WS-RUN-PARM FROM SYSIN
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF (TR-STATUS-SUCCESS OR TR-STATUS-CANCEL) AND
                      TR-TXN-DATE = WS-RUN-DATE
                       PERFORM 2200-JOURNALIZE-TXN
                   END-IF
      *    증가(입금성)는 예수금GL 대변/상대GL 차변.
      *    상대GL: 현금채널(ATM/TELL)=현금, 수수료=수수료수익,
      *    그외(이체/자동이체/수표/인터넷)=미결제이체.
      *    당일 취소된 원거래와 CORR 기표는 정정분개(C)로 분리
      *    집계하여 고객거래 분개와 섞이지 않게 한다.
       2200-JOURNALIZE-TXN.
           MOVE TR-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF TR-STATUS-CANCEL OR TR-TYPE-CORRECTION
               MOVE 'C' TO WS-ENTRY-KIND
               ADD 1 TO WS-CORR-COUNT
           ELSE
               MOVE 'N' TO WS-ENTRY-KIND
               ADD 1 TO WS-TXN-COUNT
           END-IF
           COMPUTE WS-MOVEMENT =
               TR-AFTER-BALANCE - TR-BEFORE-BALANCE
           IF WS-MOVEMENT = ZERO
                   MOVE WS-GL-DEPOSIT-SA TO WS-DEPOSIT-GL
               WHEN 'FX'
                   MOVE WS-GL-DEPOSIT-FX TO WS-DEPOSIT-GL
               WHEN 'LN'
                   MOVE WS-GL-LOAN TO WS-DEPOSIT-GL
               WHEN OTHER
                   MOVE WS-GL-DEPOSIT-MM TO WS-DEPOSIT-GL
           END-EVALUATE
           EVALUATE TRUE
               WHEN TR-TYPE-FEE
                   MOVE WS-GL-FEE-INCOME TO WS-CONTRA-GL
               WHEN TR-TYPE-LOAN-INTEREST
                   MOVE WS-GL-LOAN-INT-INCOME TO WS-CONTRA-GL
               WHEN TR-CHANNEL-ATM OR TR-CHANNEL-TELLER
                   MOVE WS-GL-CASH TO WS-CONTRA-GL
               WHEN OTHER
                   UNTIL WS-JL-IDX > WS-JOURNAL-COUNT
                      OR (WS-JL-BRANCH(WS-JL-IDX) = WS-FIND-BRANCH
                          AND WS-JL-GL-ACCOUNT(WS-JL-IDX)
                              = WS-FIND-GL
                          AND WS-JL-KIND(WS-JL-IDX) = WS-ENTRY-KIND)
               CONTINUE
           END-PERFORM
           IF WS-JL-IDX > WS-JOURNAL-COUNT
               SET WS-JL-IDX TO WS-JOURNAL-COUNT
               MOVE WS-FIND-BRANCH TO WS-JL-BRANCH(WS-JL-IDX)
               MOVE WS-FIND-GL     TO WS-JL-GL-ACCOUNT(WS-JL-IDX)
               MOVE WS-ENTRY-KIND  TO WS-JL-KIND(WS-JL-IDX)
               MOVE ZERO TO WS-JL-DEBIT(WS-JL-IDX)
               MOVE ZERO TO WS-JL-CREDIT(WS-JL-IDX)
           END-IF.

      *    차액결제 분개 - NETSTL이 없으면(차액결제 미수행)
      *    건너뛴다. 상대은행/결제망별로 미결제이체GL은 당행
      *    집계 순액, 한국은행예치금GL은 결제기관 확정액(결과
      *    미도착 N이면 당행 순액)으로 기표하고, 둘의 차이는
      *    결제차액 가계정으로 분리하여 차대를 맞춘다.
      *    (순채권 + : 예치금 차변/미결제이체 대변)
       2700-JOURNALIZE-NET-SETTLEMENT.
           OPEN INPUT NET-SETTLEMENT-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 2710-READ-NEXT-SETTLEMENT
               UNTIL WS-END-OF-FILE
           CLOSE NET-SETTLEMENT-FILE.

       2710-READ-NEXT-SETTLEMENT.
           READ NET-SETTLEMENT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF NS-SETTLE-DATE = WS-RUN-DATE
                       PERFORM 2720-JOURNALIZE-ONE-POSITION
                   END-IF
           END-READ.

       2720-JOURNALIZE-ONE-POSITION.
           ADD 1 TO WS-SETTLE-COUNT
           MOVE 'S' TO WS-ENTRY-KIND
           MOVE WS-GL-HO-BRANCH TO WS-FIND-BRANCH
           IF NS-RECON-OURS-ONLY
               MOVE NS-NET-AMOUNT TO WS-SETTLED-AMOUNT
           ELSE
               MOVE NS-HOUSE-NET-AMOUNT TO WS-SETTLED-AMOUNT
           END-IF
           MOVE WS-GL-BOK-DEPOSIT TO WS-FIND-GL
           MOVE WS-SETTLED-AMOUNT TO WS-SIGNED-ENTRY
           PERFORM 2730-POST-SIGNED-ENTRY
           MOVE WS-GL-CLEARING TO WS-FIND-GL
           COMPUTE WS-SIGNED-ENTRY = NS-NET-AMOUNT * -1
           PERFORM 2730-POST-SIGNED-ENTRY
           MOVE WS-GL-SETTLE-SUSPENSE TO WS-FIND-GL
           COMPUTE WS-SIGNED-ENTRY =
               NS-NET-AMOUNT - WS-SETTLED-AMOUNT
           PERFORM 2730-POST-SIGNED-ENTRY.

      *    부호 기표 - 양수는 차변, 음수는 대변, 0은 생략
       2730-POST-SIGNED-ENTRY.
           IF WS-SIGNED-ENTRY = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-SIGNED-ENTRY > ZERO
               MOVE WS-SIGNED-ENTRY TO WS-ABS-MOVEMENT
               PERFORM 2400-ADD-DEBIT
           ELSE
               COMPUTE WS-ABS-MOVEMENT = WS-SIGNED-ENTRY * -1
               PERFORM 2500-ADD-CREDIT
           END-IF.

      *    차대검증 - 배치 전체 차변합계와 대변합계가 일치할
      *    때에만 분개를 내보낸다.
       3000-BALANCE-AND-RELEASE.
               MOVE WS-JL-GL-ACCOUNT(WS-JL-IDX) TO GJ-GL-ACCOUNT
               MOVE WS-JL-DEBIT(WS-JL-IDX)     TO GJ-DEBIT-AMOUNT
               MOVE WS-JL-CREDIT(WS-JL-IDX)    TO GJ-CREDIT-AMOUNT
               MOVE WS-JL-KIND(WS-JL-IDX)      TO GJ-ENTRY-KIND
               WRITE GL-JOURNAL-RECORD
           END-PERFORM.

           MOVE WS-TOTAL-CREDIT TO WS-DSP-CREDIT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '차대불일치 - 추출 보류 | 기준일:'
                                  DELIMITED SIZE
               WS-RUN-DATE        DELIMITED SIZE
               ' 차변합계:'       DELIMITED SIZE
               WS-DSP-DEBIT       DELIMITED SIZE
           MOVE WS-TOTAL-DEBIT  TO WS-DSP-DEBIT
           MOVE WS-TOTAL-CREDIT TO WS-DSP-CREDIT
           DISPLAY 'GL추출 완료 거래:' WS-TXN-COUNT
               ' 정정:' WS-CORR-COUNT
               ' 차액결제:' WS-SETTLE-COUNT
               ' 차변:' WS-DSP-DEBIT
               ' 대변:' WS-DSP-CREDIT.

