      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-07-19 : 최초 작성
      * 2026-10-15 : 정정/취소(CORR) 대응 - 취소(C)된 원거래와
      *              CORR 기표는 기초/기말잔액 추적에만 반영하고
      *              입금/출금 건수-금액 집계에서 제외
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT061.
           05  TR-TXN-TYPE           PIC X(04).
               88  TR-TYPE-FEE       VALUE 'FEE '.
               88  TR-TYPE-INT-ADJ   VALUE 'INTA'.
               88  TR-TYPE-CORRECTION VALUE 'CORR'.
           05  TR-TXN-DATE           PIC X(08).
           05  TR-TXN-TIME           PIC X(06).
           05  TR-AMOUNT             PIC S9(13)V99 COMP-3.
           05  TR-CHANNEL            PIC X(04).
           05  TR-STATUS             PIC X(01).
               88  TR-STATUS-SUCCESS VALUE 'S'.
               88  TR-STATUS-CANCEL  VALUE 'C'.
           05  TR-DESCRIPTION        PIC X(80).
           05  TR-FILLER             PIC X(79).

               AT END
                   SET WS-TXN-EOF TO TRUE
               NOT AT END
                   IF (TR-STATUS-SUCCESS OR TR-STATUS-CANCEL) AND
                      TR-TXN-DATE(1:6) = WS-TARGET-YM
                       PERFORM 2100-ACCUMULATE-TXN
                   END-IF
      *    구분한다(이체 수신측 XFER 기록도 올바르게 입금으로
      *    집계됨). 수수료(FEE)는 별도 합계, 이자정정(INTA)은
      *    건수/금액 집계에서 제외(기말잔액 추적에는 반영).
      *    취소된 원거래와 정정(CORR) 기표도 같은 방식으로 제외.
       2100-ACCUMULATE-TXN.
           PERFORM 2200-FIND-OR-ADD-ACCOUNT
           MOVE TR-AFTER-BALANCE TO WS-SM-CLOSING(WS-SM-IDX)
                   ADD TR-AMOUNT TO WS-SM-FEE-AMT(WS-SM-IDX)
               WHEN TR-TYPE-INT-ADJ
                   CONTINUE
               WHEN TR-STATUS-CANCEL OR TR-TYPE-CORRECTION
                   CONTINUE
               WHEN TR-AFTER-BALANCE >= TR-BEFORE-BALANCE
                   ADD 1         TO WS-SM-DEP-CNT(WS-SM-IDX)
                   ADD TR-AMOUNT TO WS-SM-DEP-AMT(WS-SM-IDX)
