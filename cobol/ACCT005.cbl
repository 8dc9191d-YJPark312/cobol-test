           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

       01  WS-NEXT-DATE-WORK.
           05  WS-DATE-NUM           PIC 9(08).
