      * MODIFICATION HISTORY
      * 2024-06-02 : 최초 작성
      * 2024-07-07 : AF-CURRENCY-CODE 신설(공통 레이아웃)
      * 2026-10-15 : 예금담보대출 계좌(LN)는 수신 포지션/OD
      *              익스포저 집계에서 제외
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT009.
               88  AF-TYPE-SAVINGS   VALUE 'SA'.
               88  AF-TYPE-FIXED     VALUE 'FX'.
               88  AF-TYPE-MONEYMKT  VALUE 'MM'.
               88  AF-TYPE-LOAN      VALUE 'LN'.
           05  AF-BALANCE            PIC S9(13)V99 COMP-3.
           05  AF-OPEN-DATE          PIC X(08).
           05  AF-CLOSE-DATE         PIC X(08).
           END-READ.

       2200-ACCUMULATE-ACCOUNT.
           IF AF-TYPE-LOAN
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-FIND-OR-ADD-BRANCH
           ADD 1 TO WS-BR-ACCT-COUNT(WS-BR-IDX)
           ADD AF-BALANCE TO WS-BR-TOTAL-BALANCE(WS-BR-IDX)
