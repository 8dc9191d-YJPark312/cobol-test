      ******************************************************************
      * PROGRAM-ID: ACCT071
      * DESCRIPTION: 정정/취소 원거래 상태반영 배치 프로그램
      *              - ACCT002 정정(CORR)거래가 TXNIDX에 취소(C)
      *                표시한 원거래를 TXNHIST에서 찾아 상태를
      *                취소(TR-STATUS-CANCEL)로 갱신(REWRITE)
      *              - 당일 정정거래와 원거래 쌍을 정정내역
      *                리포트(CORRRPT)로 출력(책임자 확인용)
      *              - 일마감 대사(ACCT014), GL추출(ACCT030),
      *                명세서(ACCT004), 월요약(ACCT061) 이전에
      *                수행되어야 함
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT071.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO 'TXNHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TXN-INDEX-FILE
               ASSIGN TO 'TXNIDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TI-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CORR-REPORT-FILE
               ASSIGN TO 'CORRRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TR-TXN-ID             PIC X(20).
           05  TR-ACCOUNT-NO         PIC X(12).
           05  TR-TXN-TYPE           PIC X(04).
               88  TR-TYPE-DEPOSIT   VALUE 'DEPO'.
               88  TR-TYPE-WITHDRAW  VALUE 'WITH'.
               88  TR-TYPE-TRANSFER  VALUE 'XFER'.
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
               88  TR-STATUS-FAILED  VALUE 'F'.
               88  TR-STATUS-CANCEL  VALUE 'C'.
           05  TR-DESCRIPTION        PIC X(80).
           05  TR-ORIG-CURRENCY      PIC X(03).
           05  TR-ORIG-AMOUNT        PIC S9(13)V99 COMP-3.
           05  TR-FX-RATE            PIC S9(03)V9(06) COMP-3.
           05  TR-ORIG-BRANCH        PIC X(04).
           05  TR-VALUE-DATE         PIC X(08).
           05  TR-OPERATOR-ID        PIC X(08).
           05  TR-VIRTUAL-NO         PIC X(12).
           05  TR-REV-TXN-ID         PIC X(20).
           05  TR-REV-TXN-TYPE       PIC X(04).
           05  TR-FILLER             PIC X(07).

       FD  TXN-INDEX-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  TXN-INDEX-RECORD.
           05  TI-KEY.
               10  TI-ACCOUNT-NO     PIC X(12).
               10  TI-TXN-DATE       PIC X(08).
               10  TI-TXN-ID         PIC X(20).
           05  TI-TXN-TYPE           PIC X(04).
           05  TI-AMOUNT             PIC S9(13)V99 COMP-3.
           05  TI-STATUS             PIC X(01).
           05  TI-ARCH-YEAR          PIC X(04).
           05  TI-AFTER-BALANCE      PIC S9(13)V99 COMP-3.
           05  TI-CHANNEL            PIC X(04).
           05  TI-FILLER             PIC X(01).

       FD  CORR-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  CORR-REPORT-RECORD.
           05  CRPT-LINE             PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.

       01  WS-RUN-PARM.
           05  WS-RUN-DATE           PIC X(08).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.

       01  WS-TOTAL-AREA.
           05  WS-READ-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-CANCEL-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-CORR-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-CORR-AMOUNT        PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
           05  WS-DSP-TOTAL          PIC -(15)9.99.

       01  WS-RPT-DETAIL             PIC X(160).
       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-TXNHIST
               UNTIL WS-END-OF-FILE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           PERFORM 1100-OPEN-FILES
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '정정/취소 거래내역 | 기준일:'
                      DELIMITED SIZE
                  WS-RUN-DATE                   DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO CRPT-LINE
           WRITE CORR-REPORT-RECORD.

       1100-OPEN-FILES.
           OPEN I-O TRANSACTION-FILE
           IF NOT WS-FILE-OK
               MOVE 'TXNHIST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT TXN-INDEX-FILE
           IF NOT WS-FILE-OK
               MOVE 'TXNIDX 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT CORR-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'CORRRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *    정정 대상유형(DEPO/WITH/XFER)의 정상건은 색인 상태를
      *    대조하여 취소(C)이면 TXNHIST도 취소로 갱신하고, 당일
      *    정정거래(CORR)는 내역 리포트에 원거래ID와 함께 싣는다.
       2000-SCAN-TXNHIST.
           READ TRANSACTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   EVALUATE TRUE
                       WHEN TR-STATUS-SUCCESS AND
                            (TR-TYPE-DEPOSIT OR TR-TYPE-WITHDRAW OR
                             TR-TYPE-TRANSFER)
                           PERFORM 2100-CHECK-CANCELLED
                       WHEN TR-TYPE-CORRECTION AND
                            TR-TXN-DATE = WS-RUN-DATE
                           PERFORM 2200-REPORT-CORRECTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2100-CHECK-CANCELLED.
           MOVE TR-ACCOUNT-NO TO TI-ACCOUNT-NO
           MOVE TR-TXN-DATE   TO TI-TXN-DATE
           MOVE TR-TXN-ID     TO TI-TXN-ID
           READ TXN-INDEX-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF TI-STATUS NOT = 'C'
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO TR-STATUS
           REWRITE TRANSACTION-RECORD
           IF NOT WS-FILE-OK
               MOVE 'TXNHIST 상태갱신 실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           ADD 1 TO WS-CANCEL-COUNT
           MOVE TR-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '원거래취소 '        DELIMITED SIZE
                  TR-TXN-ID            DELIMITED SIZE
                  ' 계좌:'             DELIMITED SIZE
                  TR-ACCOUNT-NO        DELIMITED SIZE
                  ' 유형:'             DELIMITED SIZE
                  TR-TXN-TYPE          DELIMITED SIZE
                  ' 거래일:'           DELIMITED SIZE
                  TR-TXN-DATE          DELIMITED SIZE
                  ' 금액:'             DELIMITED SIZE
                  WS-DSP-AMOUNT        DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO CRPT-LINE
           WRITE CORR-REPORT-RECORD.

       2200-REPORT-CORRECTION.
           ADD 1 TO WS-CORR-COUNT
           ADD TR-AMOUNT TO WS-CORR-AMOUNT
           MOVE TR-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '정정기표   '        DELIMITED SIZE
                  TR-TXN-ID            DELIMITED SIZE
                  ' 계좌:'             DELIMITED SIZE
                  TR-ACCOUNT-NO        DELIMITED SIZE
                  ' 원거래:'           DELIMITED SIZE
                  TR-REV-TXN-ID        DELIMITED SIZE
                  ' 금액:'             DELIMITED SIZE
                  WS-DSP-AMOUNT        DELIMITED SIZE
                  ' 조작자:'           DELIMITED SIZE
                  TR-OPERATOR-ID       DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO CRPT-LINE
           WRITE CORR-REPORT-RECORD.

       9000-FINALIZE.
           MOVE WS-CORR-AMOUNT TO WS-DSP-TOTAL
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '===합계=== 정정기표:' DELIMITED SIZE
                  WS-CORR-COUNT          DELIMITED SIZE
                  ' 금액:'               DELIMITED SIZE
                  WS-DSP-TOTAL           DELIMITED SIZE
                  ' 원거래취소반영:'     DELIMITED SIZE
                  WS-CANCEL-COUNT        DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO CRPT-LINE
           WRITE CORR-REPORT-RECORD
           CLOSE TRANSACTION-FILE
           CLOSE TXN-INDEX-FILE
           CLOSE CORR-REPORT-FILE
           DISPLAY '정정 원거래 상태반영 완료 읽음:'
               WS-READ-COUNT
               ' 취소반영:' WS-CANCEL-COUNT.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE TRANSACTION-FILE
           CLOSE TXN-INDEX-FILE
           CLOSE CORR-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
