      *              - 마감전 당일 TXNHIST 창구 현금거래를 텔러별로
      *                재집계하여 TELLDRW 누계와 대사(ACCT014 방식)
      *              - 텔러별 과부족 리포트(TELLRPT) 생성
      *              - 외화현찰 시재는 환전대장(FXCXREG)으로 대사
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-03-08
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-03-08 : 최초 작성
      * 2026-10-15 : 정정/취소 대응 - 취소(C)된 창구 현금거래도
      *              시재에 반영된 현금이동이므로 재집계에 포함,
      *              창구 현금거래의 정정(CORR) 기표는 원거래
      *              유형(TR-REV-TXN-TYPE)의 반대방향으로 집계
      * 2026-10-15 : 통화별 시재 - TELMNT 통화(TM-CURRENCY, 공백은
      *              원화)별 개설/마감, 창구 환전대장(FXCXREG)의
      *              외화 매입/매도와 원화 지급/수납을 재집계에
      *              포함하여 외화현찰까지 대사
      * 2026-10-15 : 지점 마감점검(ACCT102) 대응 - 누계 불일치
      *              결과를 시재기록(TD-PROOF-FLAG)에 보존
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT042.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EXCHANGE-REGISTER-FILE
               ASSIGN TO 'FXCXREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TELLER-REPORT-FILE
               ASSIGN TO 'TELLRPT'
               ORGANIZATION IS SEQUENTIAL
           05  TM-BRANCH-CODE        PIC X(04).
           05  TM-TELLER-ID          PIC X(08).
           05  TM-AMOUNT             PIC 9(13)V99.
           05  TM-CURRENCY           PIC X(03).
           05  TM-FILLER             PIC X(09).

       FD  TELLER-DRAWER-FILE
           LABEL RECORDS ARE STANDARD
               10  TD-BRANCH-CODE    PIC X(04).
               10  TD-TELLER-ID      PIC X(08).
               10  TD-DRAWER-DATE    PIC X(08).
               10  TD-CURRENCY       PIC X(03).
           05  TD-FLOAT-AMOUNT       PIC S9(13)V99 COMP-3.
           05  TD-CASH-IN-TOTAL      PIC S9(13)V99 COMP-3.
           05  TD-CASH-OUT-TOTAL     PIC S9(13)V99 COMP-3.
           05  TD-STATUS             PIC X(01).
               88  TD-STATUS-OPEN    VALUE 'O'.
               88  TD-STATUS-CLOSED  VALUE 'C'.
           05  TD-PROOF-FLAG         PIC X(01).
               88  TD-PROOF-BREAK    VALUE 'B'.
           05  TD-FILLER             PIC X(15).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           05  TR-TXN-TYPE           PIC X(04).
               88  TR-TYPE-DEPOSIT   VALUE 'DEPO'.
               88  TR-TYPE-WITHDRAW  VALUE 'WITH'.
               88  TR-TYPE-CORRECTION VALUE 'CORR'.
           05  TR-TXN-DATE           PIC X(08).
           05  TR-TXN-TIME           PIC X(06).
           05  TR-AMOUNT             PIC S9(13)V99 COMP-3.
               88  TR-CHANNEL-TELLER VALUE 'TELL'.
           05  TR-STATUS             PIC X(01).
               88  TR-STATUS-SUCCESS VALUE 'S'.
               88  TR-STATUS-CANCEL  VALUE 'C'.
           05  TR-DESCRIPTION        PIC X(80).
           05  TR-ORIG-CURRENCY      PIC X(03).
           05  TR-ORIG-AMOUNT        PIC S9(13)V99 COMP-3.
           05  TR-ORIG-BRANCH        PIC X(04).
           05  TR-VALUE-DATE         PIC X(08).
           05  TR-OPERATOR-ID        PIC X(08).
           05  TR-VIRTUAL-NO         PIC X(12).
           05  TR-REV-TXN-ID         PIC X(20).
           05  TR-REV-TXN-TYPE       PIC X(04).
               88  TR-REV-TYPE-DEPOSIT VALUE 'DEPO'.
               88  TR-REV-TYPE-WITHDRAW VALUE 'WITH'.
           05  TR-FILLER             PIC X(07).

      *    창구 환전대장 (ACCT084) - 시재 대사 항목만 사용.
       FD  EXCHANGE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCHANGE-REGISTER-RECORD.
           05  XC-KEY.
               10  XC-EXCH-DATE      PIC X(08).
               10  XC-BRANCH-CODE    PIC X(04).
               10  XC-TELLER-ID      PIC X(08).
               10  XC-SEQ            PIC 9(04).
           05  XC-EXCH-TIME          PIC X(06).
           05  XC-DIRECTION          PIC X(01).
               88  XC-BANK-BUYS      VALUE 'B'.
           05  XC-CURRENCY           PIC X(03).
           05  XC-FC-AMOUNT          PIC S9(13)V99 COMP-3.
           05  FILLER                PIC X(24).
           05  XC-KRW-AMOUNT         PIC S9(13)V99 COMP-3.
           05  FILLER                PIC X(26).

       FD  TELLER-REPORT-FILE
           LABEL RECORDS ARE STANDARD
               88  WS-MAINT-EOF      VALUE 'Y'.
           05  WS-TXN-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-TXN-EOF        VALUE 'Y'.
           05  WS-EXCH-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-EXCH-EOF       VALUE 'Y'.

      *    당일 창구 현금거래 텔러별 재집계 테이블 - TELLDRW의
      *    누계가 거래기록과 일치하는지 대사하기 위한 원천.
      *    통화 공백은 원화 시재, 외화는 환전대장에서 집계한다.
       01  WS-TELLER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-TELLER-PROOF-TABLE.
           05  WS-TP-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-TP-IDX.
               10  WS-TP-BRANCH-CODE     PIC X(04).
               10  WS-TP-TELLER-ID       PIC X(08).
               10  WS-TP-CURRENCY        PIC X(03).
               10  WS-TP-CASH-IN         PIC S9(13)V99 COMP-3.
               10  WS-TP-CASH-OUT        PIC S9(13)V99 COMP-3.

       01  WS-EXPECTED-CASH          PIC S9(13)V99 COMP-3.

       01  WS-PROOF-KEY.
           05  WS-PK-BRANCH-CODE     PIC X(04).
           05  WS-PK-TELLER-ID       PIC X(08).
           05  WS-PK-CURRENCY        PIC X(03).

       01  WS-TOTAL-AREA.
           05  WS-OPENED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-CLOSED-COUNT       PIC 9(05) VALUE ZERO.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGGREGATE-TELLER-CASH
           PERFORM 2500-AGGREGATE-EXCHANGES
               UNTIL WS-EXCH-EOF
           PERFORM 3000-PROCESS-MAINT-FILE
               UNTIL WS-MAINT-EOF
           PERFORM 9000-FINALIZE
               MOVE 'TXNHIST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
      *    환전대장은 창구 환전 미개시 환경에서는 없을 수 있다.
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
           OPEN OUTPUT TELLER-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'TELLRPT 오픈실패' TO WS-ERROR-MESSAGE
               AT END
                   SET WS-TXN-EOF TO TRUE
               NOT AT END
                   IF (TR-STATUS-SUCCESS OR TR-STATUS-CANCEL) AND
                      TR-CHANNEL-TELLER AND
                      TR-TXN-DATE = WS-RUN-DATE AND
                      TR-OPERATOR-ID NOT = SPACES AND
                      (TR-TYPE-DEPOSIT OR TR-TYPE-WITHDRAW OR
                       (TR-TYPE-CORRECTION AND
                        (TR-REV-TYPE-DEPOSIT OR TR-REV-TYPE-WITHDRAW)))
                       PERFORM 2200-ACCUMULATE-TELLER-TXN
                   END-IF
           END-READ.

       2200-ACCUMULATE-TELLER-TXN.
           MOVE TR-ORIG-BRANCH TO WS-PK-BRANCH-CODE
           MOVE TR-OPERATOR-ID TO WS-PK-TELLER-ID
           MOVE SPACES         TO WS-PK-CURRENCY
           PERFORM 2300-FIND-OR-ADD-PROOF-ENTRY
           EVALUATE TRUE
               WHEN TR-TYPE-DEPOSIT
                   ADD TR-AMOUNT TO WS-TP-CASH-IN(WS-TP-IDX)
               WHEN TR-TYPE-WITHDRAW
                   ADD TR-AMOUNT TO WS-TP-CASH-OUT(WS-TP-IDX)
               WHEN TR-REV-TYPE-DEPOSIT
                   ADD TR-AMOUNT TO WS-TP-CASH-OUT(WS-TP-IDX)
               WHEN OTHER
                   ADD TR-AMOUNT TO WS-TP-CASH-IN(WS-TP-IDX)
           END-EVALUATE.

       2300-FIND-OR-ADD-PROOF-ENTRY.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TELLER-COUNT
                      OR (WS-TP-BRANCH-CODE(WS-TP-IDX)
                            = WS-PK-BRANCH-CODE
                          AND WS-TP-TELLER-ID(WS-TP-IDX)
                            = WS-PK-TELLER-ID
                          AND WS-TP-CURRENCY(WS-TP-IDX)
                            = WS-PK-CURRENCY)
               CONTINUE
           END-PERFORM
           IF WS-TP-IDX > WS-TELLER-COUNT
               END-IF
               ADD 1 TO WS-TELLER-COUNT
               SET WS-TP-IDX TO WS-TELLER-COUNT
               MOVE WS-PK-BRANCH-CODE
                   TO WS-TP-BRANCH-CODE(WS-TP-IDX)
               MOVE WS-PK-TELLER-ID TO WS-TP-TELLER-ID(WS-TP-IDX)
               MOVE WS-PK-CURRENCY  TO WS-TP-CURRENCY(WS-TP-IDX)
               MOVE ZERO            TO WS-TP-CASH-IN(WS-TP-IDX)
               MOVE ZERO            TO WS-TP-CASH-OUT(WS-TP-IDX)
           END-IF.

      *    당일 창구 환전 - 외화 시재와 원화 시재에 각각 반대
      *    방향으로 집계(매입: 외화 입금/원화 출금, 매도: 반대).
       2500-AGGREGATE-EXCHANGES.
           READ EXCHANGE-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-EXCH-EOF TO TRUE
               NOT AT END
                   IF XC-EXCH-DATE NOT = WS-RUN-DATE
                       SET WS-EXCH-EOF TO TRUE
                   ELSE
                       PERFORM 2510-ACCUMULATE-EXCHANGE
                   END-IF
           END-READ.

       2510-ACCUMULATE-EXCHANGE.
           MOVE XC-BRANCH-CODE TO WS-PK-BRANCH-CODE
           MOVE XC-TELLER-ID   TO WS-PK-TELLER-ID
           MOVE XC-CURRENCY    TO WS-PK-CURRENCY
           PERFORM 2300-FIND-OR-ADD-PROOF-ENTRY
           IF XC-BANK-BUYS
               ADD XC-FC-AMOUNT TO WS-TP-CASH-IN(WS-TP-IDX)
           ELSE
               ADD XC-FC-AMOUNT TO WS-TP-CASH-OUT(WS-TP-IDX)
           END-IF
           MOVE SPACES TO WS-PK-CURRENCY
           PERFORM 2300-FIND-OR-ADD-PROOF-ENTRY
           IF XC-BANK-BUYS
               ADD XC-KRW-AMOUNT TO WS-TP-CASH-OUT(WS-TP-IDX)
           ELSE
               ADD XC-KRW-AMOUNT TO WS-TP-CASH-IN(WS-TP-IDX)
           END-IF.

       3000-PROCESS-MAINT-FILE.
           MOVE TM-BRANCH-CODE TO TD-BRANCH-CODE
           MOVE TM-TELLER-ID   TO TD-TELLER-ID
           MOVE WS-RUN-DATE    TO TD-DRAWER-DATE
           MOVE TM-CURRENCY    TO TD-CURRENCY
           MOVE TM-AMOUNT      TO TD-FLOAT-AMOUNT
           MOVE ZERO           TO TD-CASH-IN-TOTAL
           MOVE ZERO           TO TD-CASH-OUT-TOTAL
           MOVE ZERO           TO TD-COUNTED-AMOUNT
           MOVE ZERO           TO TD-OVER-SHORT
           MOVE 'O'            TO TD-STATUS
           MOVE SPACE          TO TD-PROOF-FLAG
           MOVE SPACES         TO TD-FILLER
           WRITE TELLER-DRAWER-RECORD
               INVALID KEY
           MOVE TM-BRANCH-CODE TO TD-BRANCH-CODE
           MOVE TM-TELLER-ID   TO TD-TELLER-ID
           MOVE WS-RUN-DATE    TO TD-DRAWER-DATE
           MOVE TM-CURRENCY    TO TD-CURRENCY
           READ TELLER-DRAWER-FILE
               INVALID KEY
                   MOVE '마감실패-시재 미개설' TO WS-RPT-DETAIL
               PERFORM 6000-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO TD-PROOF-FLAG
           PERFORM 5100-PROVE-DRAWER-MOVEMENT
           MOVE TM-AMOUNT TO TD-COUNTED-AMOUNT
           COMPUTE WS-EXPECTED-CASH =
      *    시스템 누계 대사 - TELLDRW 누계와 TXNHIST 재집계가
      *    다르면 온라인 반영 누락/이중반영을 의심해야 하므로
      *    리포트에 불일치로 남긴다(마감 자체는 계속 진행).
      *    불일치 여부는 TD-PROOF-FLAG로 보존되어 지점 마감
      *    점검(ACCT102)에서 미결로 집계된다.
       5100-PROVE-DRAWER-MOVEMENT.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TELLER-COUNT
                      OR (WS-TP-BRANCH-CODE(WS-TP-IDX)
                            = TM-BRANCH-CODE
                          AND WS-TP-TELLER-ID(WS-TP-IDX)
                            = TM-TELLER-ID
                          AND WS-TP-CURRENCY(WS-TP-IDX)
                            = TM-CURRENCY)
               CONTINUE
           END-PERFORM
           IF WS-TP-IDX > WS-TELLER-COUNT

       5110-WRITE-BREAK-LINE.
           ADD 1 TO WS-BREAK-COUNT
           MOVE 'B' TO TD-PROOF-FLAG
           MOVE TD-CASH-IN-TOTAL  TO WS-DSP-AMOUNT-1
           MOVE TD-CASH-OUT-TOTAL TO WS-DSP-AMOUNT-2
           MOVE SPACES TO WS-RPT-DETAIL
               TM-BRANCH-CODE     DELIMITED SIZE
               ' '                DELIMITED SIZE
               TM-TELLER-ID       DELIMITED SIZE
               ' '                DELIMITED SIZE
               TM-CURRENCY        DELIMITED SIZE
               ' 입금누계:'       DELIMITED SIZE
               WS-DSP-AMOUNT-1    DELIMITED SIZE
               ' 출금누계:'       DELIMITED SIZE
               TM-BRANCH-CODE     DELIMITED SIZE
               ' '                DELIMITED SIZE
               TM-TELLER-ID       DELIMITED SIZE
               ' '                DELIMITED SIZE
               TM-CURRENCY        DELIMITED SIZE
               ' 기대:'           DELIMITED SIZE
               WS-DSP-AMOUNT-1    DELIMITED SIZE
               ' 실사:'           DELIMITED SIZE
               TM-BRANCH-CODE     DELIMITED SIZE
               ' '                DELIMITED SIZE
               TM-TELLER-ID       DELIMITED SIZE
               ' '                DELIMITED SIZE
               TM-CURRENCY        DELIMITED SIZE
               ' 금액:'           DELIMITED SIZE
               WS-DSP-AMOUNT-1    DELIMITED SIZE
               ' - '              DELIMITED SIZE
           CLOSE TELLER-MAINT-FILE
           CLOSE TELLER-DRAWER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE EXCHANGE-REGISTER-FILE
           CLOSE TELLER-REPORT-FILE
           DISPLAY '현금시재 대사 완료'
               ' 개설:' WS-OPENED-COUNT
           CLOSE TELLER-MAINT-FILE
           CLOSE TELLER-DRAWER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE EXCHANGE-REGISTER-FILE
           CLOSE TELLER-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
