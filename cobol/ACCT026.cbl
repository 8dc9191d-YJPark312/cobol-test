      *              - FXRATE(통화쌍+고시일) 마스터를 갱신
      *              - ACCT002 이종통화 이체가 조회하는 환율을
      *                일 단위로 적재하기 위한 용도
      *              - 창구 외화현찰 환전(ACCT084)용 현찰매입/
      *                매도율도 함께 고시
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2025-05-25
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2025-05-25 : 최초 작성
      * 2026-10-15 : 창구 환전용 현찰매입/매도율 추가 - FXMNT
      *              86바이트로 확장, FXRATE FILLER에서 분할
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT026.

       FD  FX-MAINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 86 CHARACTERS.
       01  FX-MAINT-RECORD.
           05  XM-ACTION             PIC X(01).
               88  XM-ACTION-ADD     VALUE 'A'.
           05  XM-SELL-RATE          PIC 9(07)V9(06).
           05  XM-MID-RATE           PIC 9(07)V9(06).
           05  XM-FILLER             PIC X(06).
           05  XM-CASH-BUY-RATE      PIC 9(07)V9(06).
           05  XM-CASH-SELL-RATE     PIC 9(07)V9(06).

       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD
           05  FX-BUY-RATE           PIC S9(07)V9(06) COMP-3.
           05  FX-SELL-RATE          PIC S9(07)V9(06) COMP-3.
           05  FX-MID-RATE           PIC S9(07)V9(06) COMP-3.
           05  FX-CASH-BUY-RATE      PIC S9(07)V9(06) COMP-3.
           05  FX-CASH-SELL-RATE     PIC S9(07)V9(06) COMP-3.
           05  FX-FILLER             PIC X(11).

       FD  FX-MAINT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           MOVE XM-BUY-RATE       TO FX-BUY-RATE
           MOVE XM-SELL-RATE      TO FX-SELL-RATE
           MOVE XM-MID-RATE       TO FX-MID-RATE
           MOVE XM-CASH-BUY-RATE  TO FX-CASH-BUY-RATE
           MOVE XM-CASH-SELL-RATE TO FX-CASH-SELL-RATE
           MOVE SPACES            TO FX-FILLER
           WRITE FX-RATE-RECORD
               INVALID KEY
                   MOVE XM-BUY-RATE  TO FX-BUY-RATE
                   MOVE XM-SELL-RATE TO FX-SELL-RATE
                   MOVE XM-MID-RATE  TO FX-MID-RATE
                   MOVE XM-CASH-BUY-RATE  TO FX-CASH-BUY-RATE
                   MOVE XM-CASH-SELL-RATE TO FX-CASH-SELL-RATE
                   REWRITE FX-RATE-RECORD
                       INVALID KEY
                           MOVE '변경실패-오류' TO WS-RPT-DETAIL
