      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-05-03 : 최초 작성
      * 2026-10-15 : 미지급분 재원반환 입금은 조작자ID ACCT052R로
      *              기표(급여입금과 구분)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT052.
           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
                  WS-FILE-REF DELIMITED SIZE
                  INTO WS-TXN-CLIENT-REF
           MOVE SPACES           TO WS-TXN-ORIG-TXN-ID
      *    재원반환 입금은 급여입금과 구분되는 조작자ID로 기표
           MOVE 'ACCT052R'       TO WS-TXN-OPERATOR-ID
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           MOVE WS-REFUND-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO PRPT-LINE
