      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-08-18 : 최초 작성
      * 2026-10-15 : 예금담보대출 계좌(LN)는 초과인출 연체통지
      *              대상에서 제외
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT067.
           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

       01  WS-TOTAL-AREA.
           05  WS-NOTICED-COUNT      PIC 9(05) VALUE ZERO.
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   IF AF-BALANCE < ZERO AND
                      AF-ACCOUNT-TYPE NOT = 'LN' AND
                      AF-OD-DAYS >= WS-STAGE-DAYS
                       PERFORM 2100-NOTICE-ONE-ACCOUNT
                   END-IF
