      * 2026-02-22 : 기산일 이자정정(INTA) 거래를 수수료와 같이
      *              금액 합산에서 제외 (정정거래는 잔액이동만
      *              반영되고 일/월 거래합계 대상이 아님)
      * 2026-10-15 : 정정/취소(CORR) 대응 - 취소(C)된 원거래와
      *              CORR 기표는 계좌 최종잔액 추적에만 반영하고
      *              금액 합산에서 제외(ACCT002가 원거래일 기준
      *              DAILYTOT/CHANDAILY/MONTHTOT를 차감하므로)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT014.
               88  TR-TYPE-FEE       VALUE 'FEE '.
               88  TR-TYPE-COLLECTION VALUE 'COLL'.
               88  TR-TYPE-INT-ADJ   VALUE 'INTA'.
               88  TR-TYPE-CORRECTION VALUE 'CORR'.
           05  TR-TXN-DATE           PIC X(08).
           05  TR-TXN-TIME           PIC X(06).
           05  TR-AMOUNT             PIC S9(13)V99 COMP-3.
               88  WS-DT-EOF         VALUE 'Y'.
           05  WS-CD-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-CD-EOF         VALUE 'Y'.
           05  WS-CORR-PAIR-SW       PIC X(01) VALUE 'N'.
               88  WS-CORR-PAIR      VALUE 'Y'.

       01  WS-ACCT-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-ACCT-PROOF-TABLE.
               AT END
                   SET WS-TXN-EOF TO TRUE
               NOT AT END
                   IF (TR-STATUS-SUCCESS OR TR-STATUS-CANCEL) AND
                      TR-TXN-DATE(1:6) = WS-RUN-DATE(1:6)
                       PERFORM 2200-ACCUMULATE-TXN
                   END-IF

       2200-ACCUMULATE-TXN.
           PERFORM 2300-FIND-OR-ADD-ACCOUNT
           IF TR-STATUS-CANCEL OR TR-TYPE-CORRECTION
               MOVE 'Y' TO WS-CORR-PAIR-SW
           ELSE
               MOVE 'N' TO WS-CORR-PAIR-SW
           END-IF
           IF NOT TR-TYPE-FEE AND NOT TR-TYPE-INT-ADJ AND
              NOT WS-CORR-PAIR
               ADD TR-AMOUNT TO WS-AP-MONTH-TOTAL(WS-AP-IDX)
           END-IF
           IF TR-TXN-DATE = WS-RUN-DATE
               MOVE 'Y' TO WS-AP-DAY-TXN-SW(WS-AP-IDX)
               MOVE TR-AFTER-BALANCE
                   TO WS-AP-LAST-AFTER-BAL(WS-AP-IDX)
               IF NOT TR-TYPE-FEE AND NOT TR-TYPE-INT-ADJ AND
                  NOT WS-CORR-PAIR
                   ADD TR-AMOUNT TO WS-AP-DAY-TOTAL(WS-AP-IDX)
                   PERFORM 2400-ACCUMULATE-CHANNEL
               END-IF
