           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

       01  WS-ELAPSED-WORK.
           05  WS-LAST-TXN-NUM       PIC 9(08).
           CLOSE ESCHEAT-REGISTER-FILE
           CLOSE ESCHEAT-OUT-FILE
           CLOSE ESCHEAT-REPORT-FILE
           DISPLAY '휴면예금출연 완료 출연:'
               WS-ESCHEATED-COUNT
               ' 반환:' WS-RECLAIMED-COUNT
               ' 실패:' WS-FAILED-COUNT.

