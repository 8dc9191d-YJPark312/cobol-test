      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-06-07 : 최초 작성
      * 2026-10-15 : 해외송금(ACCT083, OVRSREG) 원화계좌 출금분의
      *              외화 매도/반환 재매입을 통화별 당일 유출입
      *              으로 반영, 리포트에 송금 유출입 표시
      * 2026-10-15 : 창구 외화현찰 환전(ACCT084, FXCXREG) 당일
      *              매입/매도분을 통화별 유출입으로 반영, 환전
      *              발생 통화는 리포트에 환전 내역행 추가
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT056.
               RECORD KEY IS FP-CURRENCY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REMIT-REGISTER-FILE
               ASSIGN TO 'OVRSREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-REMIT-REF
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EXCHANGE-REGISTER-FILE
               ASSIGN TO 'FXCXREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO 'GLJRNL'
               ORGANIZATION IS SEQUENTIAL
           05  FX-BUY-RATE           PIC S9(07)V9(06) COMP-3.
           05  FX-SELL-RATE          PIC S9(07)V9(06) COMP-3.
           05  FX-MID-RATE           PIC S9(07)V9(06) COMP-3.
           05  FX-CASH-BUY-RATE      PIC S9(07)V9(06) COMP-3.
           05  FX-CASH-SELL-RATE     PIC S9(07)V9(06) COMP-3.
           05  FX-FILLER             PIC X(11).

      *    통화별 평가상태 - 직전 평가일/평가율/평가잔액 보존.
       FD  FX-POSITION-FILE
           05  FP-KRW-VALUE          PIC S9(15)V99 COMP-3.
           05  FP-FILLER             PIC X(44).

      *    해외송금대장 (ACCT083) - 포지션 반영 항목만 사용.
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
           05  FILLER                PIC X(91).
           05  OR-REQ-DATE           PIC X(08).
           05  OR-STATUS             PIC X(01).
               88  OR-STATUS-REJECTED VALUE 'R'.
           05  OR-SENT-DATE          PIC X(08).
           05  OR-FATE-DATE          PIC X(08).
           05  FILLER                PIC X(45).

      *    창구 환전대장 (ACCT084) - 포지션 반영 항목만 사용.
       FD  EXCHANGE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCHANGE-REGISTER-RECORD.
           05  XC-KEY.
               10  XC-EXCH-DATE      PIC X(08).
               10  FILLER            PIC X(16).
           05  XC-EXCH-TIME          PIC X(06).
           05  XC-DIRECTION          PIC X(01).
               88  XC-BANK-BUYS      VALUE 'B'.
           05  XC-CURRENCY           PIC X(03).
           05  XC-FC-AMOUNT          PIC S9(13)V99 COMP-3.
           05  FILLER                PIC X(58).

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
               88  WS-ACCT-EOF       VALUE 'Y'.
           05  WS-RATE-FOUND-SW      PIC X(01).
               88  WS-RATE-FOUND     VALUE 'Y'.
           05  WS-REMIT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-REMIT-EOF      VALUE 'Y'.
           05  WS-EXCH-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-EXCH-EOF       VALUE 'Y'.

      *    통화별 집계 (KRW 제외 최대 10통화)
       01  WS-CCY-AREA.
               10  WS-CC-CURRENCY    PIC X(03).
               10  WS-CC-DAY-FLOW    PIC S9(13)V99 COMP-3.
               10  WS-CC-BALANCE     PIC S9(13)V99 COMP-3.
               10  WS-CC-REMIT-FLOW  PIC S9(13)V99 COMP-3.
               10  WS-CC-EXCH-BUY    PIC S9(13)V99 COMP-3.
               10  WS-CC-EXCH-SELL   PIC S9(13)V99 COMP-3.

       01  WS-WORK-CURRENCY          PIC X(03).
       01  WS-WORK-AMOUNT            PIC S9(13)V99 COMP-3.

       01  WS-TOTAL-AREA.
           05  WS-TXN-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-REMIT-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-EXCH-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-REVAL-TOTAL        PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-KRW            PIC -(15)9.99.
           05  WS-DSP-PL             PIC -(15)9.99.
           05  WS-DSP-MOVE           PIC -(13)9.99.
           05  WS-DSP-REMIT          PIC -(13)9.99.
           05  WS-DSP-EXCH-BUY       PIC -(13)9.99.
           05  WS-DSP-EXCH-SELL      PIC -(13)9.99.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(200).
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGGREGATE-DAY-FLOWS
               UNTIL WS-TXN-EOF
           PERFORM 2500-AGGREGATE-REMITTANCES
               UNTIL WS-REMIT-EOF
           PERFORM 2600-AGGREGATE-EXCHANGES
               UNTIL WS-EXCH-EOF
           PERFORM 3000-AGGREGATE-BALANCES
               UNTIL WS-ACCT-EOF
           PERFORM 4000-REVALUE-CURRENCIES
               MOVE 'FXRATE 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
      *    해외송금대장은 송금 미개시 환경에서는 없을 수 있다.
           OPEN INPUT REMIT-REGISTER-FILE
           IF NOT WS-FILE-OK
               SET WS-REMIT-EOF TO TRUE
           END-IF
      *    환전대장도 창구 환전 미개시 환경에서는 없을 수 있다.
           OPEN INPUT EXCHANGE-REGISTER-FILE
           IF NOT WS-FILE-OK
               SET WS-EXCH-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES  TO XC-KEY
               MOVE WS-RUN-DATE TO XC-EXCH-DATE
               START EXCHANGE-REGISTER-FILE KEY IS >= XC-KEY
                   INVALID KEY
                       SET WS-EXCH-EOF TO TRUE
               END-START
           END-IF
           OPEN I-O FX-POSITION-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE FX-POSITION-FILE
                   TO WS-CC-CURRENCY(WS-CCY-IDX)
               MOVE ZERO TO WS-CC-DAY-FLOW(WS-CCY-IDX)
               MOVE ZERO TO WS-CC-BALANCE(WS-CCY-IDX)
               MOVE ZERO TO WS-CC-REMIT-FLOW(WS-CCY-IDX)
               MOVE ZERO TO WS-CC-EXCH-BUY(WS-CCY-IDX)
               MOVE ZERO TO WS-CC-EXCH-SELL(WS-CCY-IDX)
           END-IF.

      *    해외송금 - 원화계좌 출금 송금은 은행의 외화 매도(당일
      *    접수분 유출), 거절·반환 재입금은 재매입(당일 반환분
      *    유입). 외화계좌 출금분은 원장잔액에 이미 반영된다.
       2500-AGGREGATE-REMITTANCES.
           READ REMIT-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REMIT-EOF TO TRUE
               NOT AT END
                   IF OR-DEBIT-CCY = 'KRW'
                       PERFORM 2510-ACCUMULATE-REMITTANCE
                   END-IF
           END-READ.

       2510-ACCUMULATE-REMITTANCE.
           MOVE OR-CURRENCY TO WS-WORK-CURRENCY
           IF OR-REQ-DATE = WS-RUN-DATE
               ADD 1 TO WS-REMIT-COUNT
               COMPUTE WS-WORK-AMOUNT = OR-FC-AMOUNT * -1
               PERFORM 2100-ACCUMULATE-FLOW
               ADD WS-WORK-AMOUNT
                   TO WS-CC-REMIT-FLOW(WS-CCY-IDX)
           END-IF
           IF OR-STATUS-REJECTED AND OR-FATE-DATE = WS-RUN-DATE
               ADD 1 TO WS-REMIT-COUNT
               MOVE OR-FC-AMOUNT TO WS-WORK-AMOUNT
               PERFORM 2100-ACCUMULATE-FLOW
               ADD WS-WORK-AMOUNT
                   TO WS-CC-REMIT-FLOW(WS-CCY-IDX)
           END-IF.

      *    창구 환전 - 외화현찰 매입은 외화 유입, 매도는 유출.
      *    대장이 일자 선두키이므로 기준일 구간만 읽는다.
       2600-AGGREGATE-EXCHANGES.
           READ EXCHANGE-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-EXCH-EOF TO TRUE
               NOT AT END
                   IF XC-EXCH-DATE NOT = WS-RUN-DATE
                       SET WS-EXCH-EOF TO TRUE
                   ELSE
                       PERFORM 2610-ACCUMULATE-EXCHANGE
                   END-IF
           END-READ.

       2610-ACCUMULATE-EXCHANGE.
           ADD 1 TO WS-EXCH-COUNT
           MOVE XC-CURRENCY TO WS-WORK-CURRENCY
           IF XC-BANK-BUYS
               MOVE XC-FC-AMOUNT TO WS-WORK-AMOUNT
               PERFORM 2100-ACCUMULATE-FLOW
               ADD XC-FC-AMOUNT TO WS-CC-EXCH-BUY(WS-CCY-IDX)
           ELSE
               COMPUTE WS-WORK-AMOUNT = XC-FC-AMOUNT * -1
               PERFORM 2100-ACCUMULATE-FLOW
               ADD XC-FC-AMOUNT TO WS-CC-EXCH-SELL(WS-CCY-IDX)
           END-IF.

      *    비원화 원장잔액 집계 - 해지계좌 제외.
               PERFORM 4300-POST-REVAL-JOURNAL
           END-IF
           PERFORM 4400-UPDATE-POSITION-STATE
           PERFORM 4500-WRITE-POSITION-LINE
           IF WS-CC-EXCH-BUY(WS-CCY-IDX) NOT = ZERO OR
              WS-CC-EXCH-SELL(WS-CCY-IDX) NOT = ZERO
               PERFORM 4510-WRITE-EXCHANGE-LINE
           END-IF.

       4200-RESOLVE-CLOSE-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE WS-KRW-VALUE               TO WS-DSP-KRW
           MOVE WS-REVAL-PL                TO WS-DSP-PL
           MOVE WS-POSITION-MOVE           TO WS-DSP-MOVE
           MOVE WS-CC-REMIT-FLOW(WS-CCY-IDX) TO WS-DSP-REMIT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               WS-CC-CURRENCY(WS-CCY-IDX) DELIMITED SIZE
               WS-DSP-PL          DELIMITED SIZE
               ' 전일대비:'       DELIMITED SIZE
               WS-DSP-MOVE        DELIMITED SIZE
               ' 송금유출입:'     DELIMITED SIZE
               WS-DSP-REMIT       DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO FRPT-LINE
           WRITE FX-REPORT-RECORD.

       4510-WRITE-EXCHANGE-LINE.
           MOVE WS-CC-EXCH-BUY(WS-CCY-IDX)  TO WS-DSP-EXCH-BUY
           MOVE WS-CC-EXCH-SELL(WS-CCY-IDX) TO WS-DSP-EXCH-SELL
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               WS-CC-CURRENCY(WS-CCY-IDX) DELIMITED SIZE
               ' 창구환전 매입:'  DELIMITED SIZE
               WS-DSP-EXCH-BUY    DELIMITED SIZE
               ' 매도:'           DELIMITED SIZE
               WS-DSP-EXCH-SELL   DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO FRPT-LINE
           WRITE FX-REPORT-RECORD.
               WS-DSP-PL              DELIMITED SIZE
               ' 환산거래:'           DELIMITED SIZE
               WS-TXN-COUNT           DELIMITED SIZE
               ' 해외송금:'           DELIMITED SIZE
               WS-REMIT-COUNT         DELIMITED SIZE
               ' 창구환전:'           DELIMITED SIZE
               WS-EXCH-COUNT          DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO FRPT-LINE
           WRITE FX-REPORT-RECORD
           CLOSE FX-POSITION-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE FX-REPORT-FILE
           CLOSE REMIT-REGISTER-FILE
           CLOSE EXCHANGE-REGISTER-FILE
           DISPLAY '외환포지션 평가 완료 통화:' WS-CCY-COUNT.

       9900-ABEND-HANDLER.
