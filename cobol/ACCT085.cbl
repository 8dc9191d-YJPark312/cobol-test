      ******************************************************************
      * PROGRAM-ID: ACCT085
      * DESCRIPTION: 일일 지점별 창구 환전 보고 배치 프로그램
      *              - 환전대장(FXCXREG, ACCT084 기록)에서 기준일
      *                구간을 일자+지점+텔러 순으로 읽어 건별 명세
      *              - 지점 변경시 통화별 소계(매입/매도 건수,
      *                외화금액, 원화금액, 환전이익) 출력
      *              - 환전이익은 매매기준율 대비 적용환율 차이
      *                (매입: 기준율-적용율, 매도: 적용율-기준율)
      *              - 전체 합계 출력(FXCXRPT)
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT085.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-REGISTER-FILE
               ASSIGN TO 'FXCXREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EXCHANGE-REPORT-FILE
               ASSIGN TO 'FXCXRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
               88  XC-BANK-SELLS     VALUE 'S'.
           05  XC-CURRENCY           PIC X(03).
           05  XC-FC-AMOUNT          PIC S9(13)V99 COMP-3.
           05  XC-MID-RATE           PIC S9(07)V9(06) COMP-3.
           05  XC-CASH-RATE          PIC S9(07)V9(06) COMP-3.
           05  XC-APPLIED-RATE       PIC S9(07)V9(06) COMP-3.
           05  XC-DISCOUNT-PCT       PIC 9(03).
           05  XC-KRW-AMOUNT         PIC S9(13)V99 COMP-3.
           05  XC-CUSTOMER-ID        PIC X(10).
           05  XC-GRADE              PIC X(02).
           05  XC-STATUS             PIC X(01).
           05  XC-FILLER             PIC X(13).

       FD  EXCHANGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  EXCHANGE-REPORT-RECORD.
           05  XRPT-LINE             PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-DATE           PIC X(08).

       01  WS-SWITCHES.
           05  WS-EXCH-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-EXCH-EOF       VALUE 'Y'.

       01  WS-PREV-BRANCH            PIC X(04) VALUE SPACES.
       01  WS-SPREAD-INCOME          PIC S9(13)V99 COMP-3.

      *    지점 내 통화별 소계 (지점 변경시 출력 후 초기화)
       01  WS-CCY-AREA.
           05  WS-CCY-COUNT          PIC 9(02) VALUE ZERO.
           05  WS-CCY-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-CCY-IDX.
               10  WS-CC-CURRENCY    PIC X(03).
               10  WS-CC-BUY-COUNT   PIC 9(05).
               10  WS-CC-BUY-FC      PIC S9(13)V99 COMP-3.
               10  WS-CC-BUY-KRW     PIC S9(13)V99 COMP-3.
               10  WS-CC-SELL-COUNT  PIC 9(05).
               10  WS-CC-SELL-FC     PIC S9(13)V99 COMP-3.
               10  WS-CC-SELL-KRW    PIC S9(13)V99 COMP-3.
               10  WS-CC-SPREAD      PIC S9(13)V99 COMP-3.

       01  WS-TOTAL-AREA.
           05  WS-BRANCH-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-BUY-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-SELL-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-BUY-KRW-TOTAL      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-SELL-KRW-TOTAL     PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-SPREAD-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-FC             PIC -(13)9.99.
           05  WS-DSP-KRW            PIC -(13)9.99.
           05  WS-DSP-RATE           PIC -(07)9.999999.
           05  WS-DSP-SPREAD         PIC -(13)9.99.
           05  WS-DSP-FC-2           PIC -(13)9.99.
           05  WS-DSP-KRW-2          PIC -(13)9.99.
           05  WS-DSP-TOTAL-1        PIC -(15)9.99.
           05  WS-DSP-TOTAL-2        PIC -(15)9.99.
           05  WS-DSP-TOTAL-3        PIC -(15)9.99.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(200).
           05  WS-RPT-DETAIL         PIC X(200).
           05  WS-RPT-TOTAL          PIC X(200).

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXCHANGE
               UNTIL WS-EXCH-EOF
           IF WS-PREV-BRANCH NOT = SPACES
               PERFORM 3000-WRITE-BRANCH-SUBTOTALS
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADER.

       1100-OPEN-FILES.
           OPEN INPUT EXCHANGE-REGISTER-FILE
           IF WS-FILE-NOT-FOUND
               SET WS-EXCH-EOF TO TRUE
           ELSE
               IF NOT WS-FILE-OK
                   MOVE 'FXCXREG 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               MOVE LOW-VALUES  TO XC-KEY
               MOVE WS-RUN-DATE TO XC-EXCH-DATE
               START EXCHANGE-REGISTER-FILE KEY IS >= XC-KEY
                   INVALID KEY
                       SET WS-EXCH-EOF TO TRUE
               END-START
           END-IF
           OPEN OUTPUT EXCHANGE-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'FXCXRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       1200-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-HEADER
           STRING
               '지점별 창구 환전 보고'  DELIMITED SIZE
               ' | 기준일:'             DELIMITED SIZE
               WS-RUN-DATE              DELIMITED SIZE
               INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO XRPT-LINE
           WRITE EXCHANGE-REPORT-RECORD.

       2000-PROCESS-EXCHANGE.
           READ EXCHANGE-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-EXCH-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF XC-EXCH-DATE NOT = WS-RUN-DATE
               SET WS-EXCH-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF XC-BRANCH-CODE NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = SPACES
                   PERFORM 3000-WRITE-BRANCH-SUBTOTALS
               END-IF
               MOVE XC-BRANCH-CODE TO WS-PREV-BRANCH
               MOVE ZERO TO WS-CCY-COUNT
               ADD 1 TO WS-BRANCH-COUNT
           END-IF
           IF XC-BANK-BUYS
               COMPUTE WS-SPREAD-INCOME ROUNDED =
                   XC-FC-AMOUNT * (XC-MID-RATE - XC-APPLIED-RATE)
           ELSE
               COMPUTE WS-SPREAD-INCOME ROUNDED =
                   XC-FC-AMOUNT * (XC-APPLIED-RATE - XC-MID-RATE)
           END-IF
           PERFORM 2100-ACCUMULATE-CURRENCY
           PERFORM 2200-WRITE-DETAIL-LINE.

       2100-ACCUMULATE-CURRENCY.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
                      OR WS-CC-CURRENCY(WS-CCY-IDX) = XC-CURRENCY
               CONTINUE
           END-PERFORM
           IF WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-COUNT >= 20
                   MOVE '통화 집계한도(20) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-CCY-COUNT
               SET WS-CCY-IDX TO WS-CCY-COUNT
               MOVE XC-CURRENCY TO WS-CC-CURRENCY(WS-CCY-IDX)
               MOVE ZERO TO WS-CC-BUY-COUNT(WS-CCY-IDX)
               MOVE ZERO TO WS-CC-BUY-FC(WS-CCY-IDX)
               MOVE ZERO TO WS-CC-BUY-KRW(WS-CCY-IDX)
               MOVE ZERO TO WS-CC-SELL-COUNT(WS-CCY-IDX)
               MOVE ZERO TO WS-CC-SELL-FC(WS-CCY-IDX)
               MOVE ZERO TO WS-CC-SELL-KRW(WS-CCY-IDX)
               MOVE ZERO TO WS-CC-SPREAD(WS-CCY-IDX)
           END-IF
           IF XC-BANK-BUYS
               ADD 1             TO WS-CC-BUY-COUNT(WS-CCY-IDX)
               ADD XC-FC-AMOUNT  TO WS-CC-BUY-FC(WS-CCY-IDX)
               ADD XC-KRW-AMOUNT TO WS-CC-BUY-KRW(WS-CCY-IDX)
               ADD 1             TO WS-BUY-COUNT
               ADD XC-KRW-AMOUNT TO WS-BUY-KRW-TOTAL
           ELSE
               ADD 1             TO WS-CC-SELL-COUNT(WS-CCY-IDX)
               ADD XC-FC-AMOUNT  TO WS-CC-SELL-FC(WS-CCY-IDX)
               ADD XC-KRW-AMOUNT TO WS-CC-SELL-KRW(WS-CCY-IDX)
               ADD 1             TO WS-SELL-COUNT
               ADD XC-KRW-AMOUNT TO WS-SELL-KRW-TOTAL
           END-IF
           ADD WS-SPREAD-INCOME TO WS-CC-SPREAD(WS-CCY-IDX)
           ADD WS-SPREAD-INCOME TO WS-SPREAD-TOTAL.

       2200-WRITE-DETAIL-LINE.
           MOVE XC-FC-AMOUNT     TO WS-DSP-FC
           MOVE XC-APPLIED-RATE  TO WS-DSP-RATE
           MOVE XC-KRW-AMOUNT    TO WS-DSP-KRW
           MOVE WS-SPREAD-INCOME TO WS-DSP-SPREAD
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               XC-BRANCH-CODE     DELIMITED SIZE
               ' '                DELIMITED SIZE
               XC-TELLER-ID       DELIMITED SIZE
               ' '                DELIMITED SIZE
               XC-SEQ             DELIMITED SIZE
               ' '                DELIMITED SIZE
               XC-EXCH-TIME       DELIMITED SIZE
               ' '                DELIMITED SIZE
               XC-DIRECTION       DELIMITED SIZE
               ' '                DELIMITED SIZE
               XC-CURRENCY        DELIMITED SIZE
               ' 외화:'           DELIMITED SIZE
               WS-DSP-FC          DELIMITED SIZE
               ' 적용율:'         DELIMITED SIZE
               WS-DSP-RATE        DELIMITED SIZE
               ' 우대%:'          DELIMITED SIZE
               XC-DISCOUNT-PCT    DELIMITED SIZE
               ' 원화:'           DELIMITED SIZE
               WS-DSP-KRW         DELIMITED SIZE
               ' 이익:'           DELIMITED SIZE
               WS-DSP-SPREAD      DELIMITED SIZE
               ' '                DELIMITED SIZE
               XC-CUSTOMER-ID     DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO XRPT-LINE
           WRITE EXCHANGE-REPORT-RECORD.

      *    지점 소계 - 통화별 매입/매도 건수와 금액, 환전이익.
       3000-WRITE-BRANCH-SUBTOTALS.
           PERFORM 3100-WRITE-CURRENCY-SUBTOTAL
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT.

       3100-WRITE-CURRENCY-SUBTOTAL.
           MOVE WS-CC-BUY-FC(WS-CCY-IDX)   TO WS-DSP-FC
           MOVE WS-CC-BUY-KRW(WS-CCY-IDX)  TO WS-DSP-KRW
           MOVE WS-CC-SELL-FC(WS-CCY-IDX)  TO WS-DSP-FC-2
           MOVE WS-CC-SELL-KRW(WS-CCY-IDX) TO WS-DSP-KRW-2
           MOVE WS-CC-SPREAD(WS-CCY-IDX)   TO WS-DSP-SPREAD
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '---소계 '         DELIMITED SIZE
               WS-PREV-BRANCH     DELIMITED SIZE
               ' '                DELIMITED SIZE
               WS-CC-CURRENCY(WS-CCY-IDX) DELIMITED SIZE
               ' 매입:'           DELIMITED SIZE
               WS-CC-BUY-COUNT(WS-CCY-IDX) DELIMITED SIZE
               ' 외화:'           DELIMITED SIZE
               WS-DSP-FC          DELIMITED SIZE
               ' 원화:'           DELIMITED SIZE
               WS-DSP-KRW         DELIMITED SIZE
               ' 매도:'           DELIMITED SIZE
               WS-CC-SELL-COUNT(WS-CCY-IDX) DELIMITED SIZE
               ' 외화:'           DELIMITED SIZE
               WS-DSP-FC-2        DELIMITED SIZE
               ' 원화:'           DELIMITED SIZE
               WS-DSP-KRW-2       DELIMITED SIZE
               ' 이익:'           DELIMITED SIZE
               WS-DSP-SPREAD      DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO XRPT-LINE
           WRITE EXCHANGE-REPORT-RECORD.

       9000-FINALIZE.
           PERFORM 9100-WRITE-TOTAL-LINE
           CLOSE EXCHANGE-REGISTER-FILE
           CLOSE EXCHANGE-REPORT-FILE
           DISPLAY '창구 환전 보고 완료'
               ' 지점:' WS-BRANCH-COUNT
               ' 매입:' WS-BUY-COUNT
               ' 매도:' WS-SELL-COUNT.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-BUY-KRW-TOTAL  TO WS-DSP-TOTAL-1
           MOVE WS-SELL-KRW-TOTAL TO WS-DSP-TOTAL-2
           MOVE WS-SPREAD-TOTAL   TO WS-DSP-TOTAL-3
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='        DELIMITED SIZE
               ' 지점:'            DELIMITED SIZE
               WS-BRANCH-COUNT     DELIMITED SIZE
               ' 매입:'            DELIMITED SIZE
               WS-BUY-COUNT        DELIMITED SIZE
               ' 원화지급:'        DELIMITED SIZE
               WS-DSP-TOTAL-1      DELIMITED SIZE
               ' 매도:'            DELIMITED SIZE
               WS-SELL-COUNT       DELIMITED SIZE
               ' 원화수납:'        DELIMITED SIZE
               WS-DSP-TOTAL-2      DELIMITED SIZE
               ' 환전이익:'        DELIMITED SIZE
               WS-DSP-TOTAL-3      DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO XRPT-LINE
           WRITE EXCHANGE-REPORT-RECORD.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE EXCHANGE-REGISTER-FILE
           CLOSE EXCHANGE-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
