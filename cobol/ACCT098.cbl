      ******************************************************************
      * PROGRAM-ID: ACCT098
      * DESCRIPTION: 대외결제 차액(순결제) 산출/대사 배치 프로그램
      *              - 당일 확정된 대외 결제건을 상대은행/결제망
      *                (결제차수)별로 집계하여 순결제포지션 산출
      *                . 01(전자금융공동망): IBKREG 당일 지급확정(A)
      *                  타행이체 = 상대은행에 줄 돈
      *                . 02(어음교환): OCLREG 당일 지급확정(A)
      *                  타행수표 = 지급은행에서 받을 돈,
      *                  CLRIN 당일 제시 당행수표(CHQRTN 부도반환
      *                  분 제외) = 제시은행에 줄 돈
      *              - 결제기관 차액결제 결과파일(NETRES)과
      *                상대은행/결제차수별로 대사하여 불일치/
      *                일방존재건을 NETRPT에 표시 후 RC=4
      *              - 순결제포지션 및 대사결과를 NETSTL에 기록 -
      *                ACCT030 GL추출의 차액결제 분개 기초자료
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT098.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IBK-REGISTER-FILE
               ASSIGN TO 'IBKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IK-TXN-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OCL-REGISTER-FILE
               ASSIGN TO 'OCLREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-TXN-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CLEARING-IN-FILE
               ASSIGN TO 'CLRIN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CHEQUE-RETURN-FILE
               ASSIGN TO 'CHQRTN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NET-RESULT-FILE
               ASSIGN TO 'NETRES'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NET-SETTLEMENT-FILE
               ASSIGN TO 'NETSTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NET-REPORT-FILE
               ASSIGN TO 'NETRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  IBK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  IBK-REGISTER-RECORD.
           05  IK-TXN-ID             PIC X(20).
           05  IK-ACCOUNT-NO         PIC X(12).
           05  IK-COUNTER-BANK       PIC X(03).
           05  IK-COUNTER-ACCT      PIC X(12).
           05  IK-AMOUNT             PIC S9(13)V99 COMP-3.
           05  IK-REQ-DATE           PIC X(08).
           05  IK-STATUS             PIC X(01).
               88  IK-STATUS-PENDING  VALUE 'P'.
               88  IK-STATUS-SENT     VALUE 'S'.
               88  IK-STATUS-PAID     VALUE 'A'.
               88  IK-STATUS-REJECTED VALUE 'R'.
           05  IK-SENT-DATE          PIC X(08).
           05  IK-FATE-DATE          PIC X(08).
           05  IK-FATE-REASON        PIC X(04).
           05  IK-FILLER             PIC X(16).

       FD  OCL-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  OCL-REGISTER-RECORD.
           05  OC-TXN-ID             PIC X(20).
           05  OC-ACCOUNT-NO         PIC X(12).
           05  OC-DRAWEE-BANK        PIC X(03).
           05  OC-DRAWEE-ACCT        PIC X(12).
           05  OC-CHEQUE-NO          PIC X(20).
           05  OC-AMOUNT             PIC S9(13)V99 COMP-3.
           05  OC-DEPOSIT-DATE       PIC X(08).
           05  OC-HOLD-SEQ           PIC 9(04).
           05  OC-STATUS             PIC X(01).
               88  OC-STATUS-PENDING   VALUE 'P'.
               88  OC-STATUS-PRESENTED VALUE 'S'.
               88  OC-STATUS-PAID      VALUE 'A'.
               88  OC-STATUS-RETURNED  VALUE 'R'.
           05  OC-FATE-DATE          PIC X(08).
           05  OC-FATE-REASON        PIC X(04).
           05  OC-FILLER             PIC X(16).

       FD  CLEARING-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CLEARING-IN-RECORD.
           05  CL-SEQ-NO             PIC 9(09).
           05  CL-ACCOUNT-NO         PIC X(12).
           05  CL-CHEQUE-NO          PIC 9(10).
           05  CL-AMOUNT             PIC S9(13)V99 COMP-3.
           05  CL-PRESENTING-BANK    PIC X(03).
           05  CL-PRESENT-DATE       PIC X(08).
           05  CL-FILLER             PIC X(30).

       FD  CHEQUE-RETURN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CHEQUE-RETURN-RECORD.
           05  RT-SEQ-NO             PIC 9(09).
           05  RT-ACCOUNT-NO         PIC X(12).
           05  RT-CHEQUE-NO          PIC 9(10).
           05  RT-AMOUNT             PIC S9(13)V99 COMP-3.
           05  RT-PRESENTING-BANK    PIC X(03).
           05  RT-RETURN-REASON      PIC X(04).
           05  RT-FILLER             PIC X(34).

      *    결제기관 차액결제 결과 - 상대은행/결제차수별 확정
      *    순결제액. 방향 R=당행 수취, P=당행 지급.
       FD  NET-RESULT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  NET-RESULT-RECORD.
           05  NR-SETTLE-DATE        PIC X(08).
           05  NR-CYCLE              PIC X(02).
           05  NR-BANK-CODE          PIC X(03).
           05  NR-DIRECTION          PIC X(01).
               88  NR-DIR-RECEIVE    VALUE 'R'.
               88  NR-DIR-PAY        VALUE 'P'.
           05  NR-AMOUNT             PIC 9(13)V99.
           05  NR-ITEM-COUNT         PIC 9(07).
           05  NR-FILLER             PIC X(24).

      *    순결제포지션 - 금액은 당행기준 순채권(+)이다.
      *    (+ : 상대은행으로부터 받을 돈, - : 줄 돈)
       FD  NET-SETTLEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  NET-SETTLEMENT-RECORD.
           05  NS-SETTLE-DATE        PIC X(08).
           05  NS-CYCLE              PIC X(02).
               88  NS-CYCLE-EFT      VALUE '01'.
               88  NS-CYCLE-CHEQUE   VALUE '02'.
           05  NS-BANK-CODE          PIC X(03).
           05  NS-RECEIVABLE         PIC S9(13)V99 COMP-3.
           05  NS-PAYABLE            PIC S9(13)V99 COMP-3.
           05  NS-NET-AMOUNT         PIC S9(13)V99 COMP-3.
           05  NS-ITEM-COUNT         PIC 9(07).
           05  NS-HOUSE-NET-AMOUNT   PIC S9(13)V99 COMP-3.
           05  NS-RECON-STATUS       PIC X(01).
               88  NS-RECON-MATCHED  VALUE 'M'.
               88  NS-RECON-DIFFER   VALUE 'D'.
               88  NS-RECON-OURS-ONLY VALUE 'N'.
               88  NS-RECON-HOUSE-ONLY VALUE 'H'.
           05  NS-FILLER             PIC X(27).

       FD  NET-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  NET-REPORT-RECORD.
           05  NRPT-LINE             PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '23'.

       01  WS-RUN-PARM.
           05  WS-RUN-DATE           PIC X(08).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-RESULT-AVAIL-SW    PIC X(01) VALUE 'N'.
               88  WS-RESULT-AVAIL   VALUE 'Y'.

       01  WS-CYCLE-CONSTANTS.
           05  WS-CYCLE-EFT          PIC X(02) VALUE '01'.
           05  WS-CYCLE-CHEQUE       PIC X(02) VALUE '02'.

      *    상대은행/결제차수별 집계 테이블
       01  WS-POSITION-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-POSITION-TABLE.
           05  WS-PS-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-PS-IDX.
               10  WS-PS-CYCLE           PIC X(02).
               10  WS-PS-BANK-CODE       PIC X(03).
               10  WS-PS-RECEIVABLE      PIC S9(13)V99 COMP-3.
               10  WS-PS-PAYABLE         PIC S9(13)V99 COMP-3.
               10  WS-PS-ITEM-COUNT      PIC 9(07).
               10  WS-PS-HOUSE-FOUND     PIC X(01).
               10  WS-PS-HOUSE-NET       PIC S9(13)V99 COMP-3.
               10  WS-PS-HOUSE-COUNT     PIC 9(07).

       01  WS-POSITION-WORK.
           05  WS-PW-CYCLE           PIC X(02).
           05  WS-PW-BANK-CODE       PIC X(03).
           05  WS-PW-NET-AMOUNT      PIC S9(13)V99 COMP-3.
           05  WS-PW-DIFFERENCE      PIC S9(13)V99 COMP-3.

       01  WS-TOTAL-AREA.
           05  WS-IBK-COUNT          PIC 9(07).
           05  WS-OCL-COUNT          PIC 9(07).
           05  WS-INWARD-COUNT       PIC 9(07).
           05  WS-RETURN-COUNT       PIC 9(07).
           05  WS-RESULT-COUNT       PIC 9(07).
           05  WS-MATCHED-COUNT      PIC 9(05).
           05  WS-EXCEPTION-COUNT    PIC 9(05).
           05  WS-TOTAL-NET          PIC S9(15)V99 COMP-3.
           05  WS-TOTAL-HOUSE-NET    PIC S9(15)V99 COMP-3.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(200).
           05  WS-RPT-DETAIL         PIC X(200).
           05  WS-RPT-TOTAL          PIC X(200).

       01  WS-DISPLAY-WORK.
           05  WS-DSP-RECEIVABLE     PIC -(13)9.99.
           05  WS-DSP-PAYABLE        PIC -(13)9.99.
           05  WS-DSP-NET            PIC -(13)9.99.
           05  WS-DSP-HOUSE          PIC -(13)9.99.
           05  WS-DSP-DIFF           PIC -(13)9.99.
           05  WS-DSP-TOTAL-NET      PIC -(15)9.99.
           05  WS-DSP-TOTAL-HOUSE    PIC -(15)9.99.
           05  WS-DSP-RECON-TEXT     PIC X(30).

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-IBK
           PERFORM 2200-ACCUMULATE-OCL
           PERFORM 2400-ACCUMULATE-INWARD
           PERFORM 2600-DEDUCT-RETURNS
           PERFORM 3000-LOAD-HOUSE-RESULT
           PERFORM 4000-WRITE-POSITIONS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-TOTAL-AREA
           ACCEPT WS-RUN-PARM FROM SYSIN
           PERFORM 1100-OPEN-FILES.

       1100-OPEN-FILES.
           OPEN INPUT IBK-REGISTER-FILE
           IF NOT WS-FILE-OK
               MOVE 'IBKREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT OCL-REGISTER-FILE
           IF NOT WS-FILE-OK
               MOVE 'OCLREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT CLEARING-IN-FILE
           IF NOT WS-FILE-OK
               MOVE 'CLRIN 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT NET-SETTLEMENT-FILE
           IF NOT WS-FILE-OK
               MOVE 'NETSTL 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT NET-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'NETRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *    전자금융공동망 - 당일 지급확정된 타행이체는 상대
      *    은행에 지급할 금액이다. 거절(R)건은 재입금되므로
      *    결제대상이 아니다.
       2000-ACCUMULATE-IBK.
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 2100-READ-NEXT-IBK
               UNTIL WS-END-OF-FILE.

       2100-READ-NEXT-IBK.
           READ IBK-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF IK-STATUS-PAID AND
                      IK-FATE-DATE = WS-RUN-DATE
                       MOVE WS-CYCLE-EFT    TO WS-PW-CYCLE
                       MOVE IK-COUNTER-BANK TO WS-PW-BANK-CODE
                       PERFORM 2800-FIND-OR-ADD-POSITION
                       ADD IK-AMOUNT TO WS-PS-PAYABLE(WS-PS-IDX)
                       ADD 1 TO WS-PS-ITEM-COUNT(WS-PS-IDX)
                       ADD 1 TO WS-IBK-COUNT
                   END-IF
           END-READ.

      *    어음교환(타점권) - 당일 지급확정된 타행수표는 지급
      *    은행으로부터 받을 금액이다.
       2200-ACCUMULATE-OCL.
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 2300-READ-NEXT-OCL
               UNTIL WS-END-OF-FILE.

       2300-READ-NEXT-OCL.
           READ OCL-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF OC-STATUS-PAID AND
                      OC-FATE-DATE = WS-RUN-DATE
                       MOVE WS-CYCLE-CHEQUE TO WS-PW-CYCLE
                       MOVE OC-DRAWEE-BANK  TO WS-PW-BANK-CODE
                       PERFORM 2800-FIND-OR-ADD-POSITION
                       ADD OC-AMOUNT TO WS-PS-RECEIVABLE(WS-PS-IDX)
                       ADD 1 TO WS-PS-ITEM-COUNT(WS-PS-IDX)
                       ADD 1 TO WS-OCL-COUNT
                   END-IF
           END-READ.

      *    어음교환(자점권) - 당일 제시받은 당행수표는 제시
      *    은행에 지급할 금액이다. 부도반환분은 2600에서 차감.
       2400-ACCUMULATE-INWARD.
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 2500-READ-NEXT-INWARD
               UNTIL WS-END-OF-FILE.

       2500-READ-NEXT-INWARD.
           READ CLEARING-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF CL-PRESENT-DATE = WS-RUN-DATE
                       MOVE WS-CYCLE-CHEQUE    TO WS-PW-CYCLE
                       MOVE CL-PRESENTING-BANK TO WS-PW-BANK-CODE
                       PERFORM 2800-FIND-OR-ADD-POSITION
                       ADD CL-AMOUNT TO WS-PS-PAYABLE(WS-PS-IDX)
                       ADD 1 TO WS-PS-ITEM-COUNT(WS-PS-IDX)
                       ADD 1 TO WS-INWARD-COUNT
                   END-IF
           END-READ.

      *    부도반환 - CHQRTN은 당일 ACCT020 제시분의 반환내역
      *    이므로 제시은행별 지급액에서 차감한다. 반환파일이
      *    없으면 반환 0건으로 본다.
       2600-DEDUCT-RETURNS.
           OPEN INPUT CHEQUE-RETURN-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 2700-READ-NEXT-RETURN
               UNTIL WS-END-OF-FILE
           CLOSE CHEQUE-RETURN-FILE.

       2700-READ-NEXT-RETURN.
           READ CHEQUE-RETURN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE WS-CYCLE-CHEQUE    TO WS-PW-CYCLE
                   MOVE RT-PRESENTING-BANK TO WS-PW-BANK-CODE
                   PERFORM 2800-FIND-OR-ADD-POSITION
                   SUBTRACT RT-AMOUNT FROM WS-PS-PAYABLE(WS-PS-IDX)
                   SUBTRACT 1 FROM WS-PS-ITEM-COUNT(WS-PS-IDX)
                   ADD 1 TO WS-RETURN-COUNT
           END-READ.

       2800-FIND-OR-ADD-POSITION.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-POSITION-COUNT
                      OR (WS-PS-CYCLE(WS-PS-IDX) = WS-PW-CYCLE
                          AND WS-PS-BANK-CODE(WS-PS-IDX)
                              = WS-PW-BANK-CODE)
               CONTINUE
           END-PERFORM
           IF WS-PS-IDX > WS-POSITION-COUNT
               IF WS-POSITION-COUNT >= 500
                   MOVE '결제포지션 한도(500건) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-POSITION-COUNT
               SET WS-PS-IDX TO WS-POSITION-COUNT
               MOVE WS-PW-CYCLE     TO WS-PS-CYCLE(WS-PS-IDX)
               MOVE WS-PW-BANK-CODE TO WS-PS-BANK-CODE(WS-PS-IDX)
               MOVE ZERO TO WS-PS-RECEIVABLE(WS-PS-IDX)
               MOVE ZERO TO WS-PS-PAYABLE(WS-PS-IDX)
               MOVE ZERO TO WS-PS-ITEM-COUNT(WS-PS-IDX)
               MOVE 'N'  TO WS-PS-HOUSE-FOUND(WS-PS-IDX)
               MOVE ZERO TO WS-PS-HOUSE-NET(WS-PS-IDX)
               MOVE ZERO TO WS-PS-HOUSE-COUNT(WS-PS-IDX)
           END-IF.

      *    결제기관 결과 적재 - 결과파일이 아직 도착하지 않았
      *    으면 전 포지션을 당행단독(N)으로 표시한다. 당행
      *    집계에 없는 상대은행은 새 항목(결제기관단독)으로 추가.
       3000-LOAD-HOUSE-RESULT.
           OPEN INPUT NET-RESULT-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           SET WS-RESULT-AVAIL TO TRUE
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 3100-READ-NEXT-RESULT
               UNTIL WS-END-OF-FILE
           CLOSE NET-RESULT-FILE.

       3100-READ-NEXT-RESULT.
           READ NET-RESULT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF NR-SETTLE-DATE = WS-RUN-DATE
                       PERFORM 3200-APPLY-RESULT
                   END-IF
           END-READ.

       3200-APPLY-RESULT.
           ADD 1 TO WS-RESULT-COUNT
           MOVE NR-CYCLE     TO WS-PW-CYCLE
           MOVE NR-BANK-CODE TO WS-PW-BANK-CODE
           PERFORM 2800-FIND-OR-ADD-POSITION
           MOVE 'Y' TO WS-PS-HOUSE-FOUND(WS-PS-IDX)
           IF NR-DIR-PAY
               SUBTRACT NR-AMOUNT FROM WS-PS-HOUSE-NET(WS-PS-IDX)
           ELSE
               ADD NR-AMOUNT TO WS-PS-HOUSE-NET(WS-PS-IDX)
           END-IF
           ADD NR-ITEM-COUNT TO WS-PS-HOUSE-COUNT(WS-PS-IDX).

       4000-WRITE-POSITIONS.
           MOVE SPACES TO WS-RPT-HEADER
           STRING '차액결제 대사 리포트 | 기준일:'
                                                DELIMITED SIZE
                  WS-RUN-DATE                   DELIMITED SIZE
                  INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO NRPT-LINE
           WRITE NET-REPORT-RECORD
           IF NOT WS-RESULT-AVAIL
               MOVE SPACES TO NRPT-LINE
               MOVE '*** NETRES 미도착 - 대사 보류'
                   TO NRPT-LINE
               WRITE NET-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-POSITION-COUNT
               PERFORM 4100-WRITE-ONE-POSITION
           END-PERFORM
           PERFORM 4300-WRITE-TOTAL-LINE.

      *    대사 - 결과 있고 순결제액 일치=M, 불일치=D,
      *    당행집계만 있음=N, 결제기관결과만 있음=H.
       4100-WRITE-ONE-POSITION.
           COMPUTE WS-PW-NET-AMOUNT =
               WS-PS-RECEIVABLE(WS-PS-IDX)
             - WS-PS-PAYABLE(WS-PS-IDX)
           MOVE SPACES                      TO NET-SETTLEMENT-RECORD
           MOVE WS-RUN-DATE                 TO NS-SETTLE-DATE
           MOVE WS-PS-CYCLE(WS-PS-IDX)      TO NS-CYCLE
           MOVE WS-PS-BANK-CODE(WS-PS-IDX)  TO NS-BANK-CODE
           MOVE WS-PS-RECEIVABLE(WS-PS-IDX) TO NS-RECEIVABLE
           MOVE WS-PS-PAYABLE(WS-PS-IDX)    TO NS-PAYABLE
           MOVE WS-PW-NET-AMOUNT            TO NS-NET-AMOUNT
           MOVE WS-PS-ITEM-COUNT(WS-PS-IDX) TO NS-ITEM-COUNT
           MOVE WS-PS-HOUSE-NET(WS-PS-IDX)  TO NS-HOUSE-NET-AMOUNT
           COMPUTE WS-PW-DIFFERENCE =
               WS-PW-NET-AMOUNT - WS-PS-HOUSE-NET(WS-PS-IDX)
           EVALUATE TRUE
               WHEN WS-PS-HOUSE-FOUND(WS-PS-IDX) = 'N'
                   SET NS-RECON-OURS-ONLY TO TRUE
                   MOVE '결과없음(당행단독)'
                       TO WS-DSP-RECON-TEXT
               WHEN WS-PS-ITEM-COUNT(WS-PS-IDX) = ZERO AND
                    WS-PS-RECEIVABLE(WS-PS-IDX) = ZERO AND
                    WS-PS-PAYABLE(WS-PS-IDX) = ZERO AND
                    WS-PW-DIFFERENCE NOT = ZERO
                   SET NS-RECON-HOUSE-ONLY TO TRUE
                   MOVE '결제기관단독' TO WS-DSP-RECON-TEXT
               WHEN WS-PW-DIFFERENCE = ZERO
                   SET NS-RECON-MATCHED TO TRUE
                   MOVE '일치' TO WS-DSP-RECON-TEXT
               WHEN OTHER
                   SET NS-RECON-DIFFER TO TRUE
                   MOVE '차액불일치' TO WS-DSP-RECON-TEXT
           END-EVALUATE
           WRITE NET-SETTLEMENT-RECORD
           ADD WS-PW-NET-AMOUNT TO WS-TOTAL-NET
           ADD WS-PS-HOUSE-NET(WS-PS-IDX) TO WS-TOTAL-HOUSE-NET
           IF NS-RECON-MATCHED
               ADD 1 TO WS-MATCHED-COUNT
           END-IF
           IF WS-RESULT-AVAIL AND NOT NS-RECON-MATCHED
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           PERFORM 4200-WRITE-POSITION-LINE.

       4200-WRITE-POSITION-LINE.
           MOVE WS-PS-RECEIVABLE(WS-PS-IDX) TO WS-DSP-RECEIVABLE
           MOVE WS-PS-PAYABLE(WS-PS-IDX)    TO WS-DSP-PAYABLE
           MOVE WS-PW-NET-AMOUNT            TO WS-DSP-NET
           MOVE WS-PS-HOUSE-NET(WS-PS-IDX)  TO WS-DSP-HOUSE
           MOVE WS-PW-DIFFERENCE            TO WS-DSP-DIFF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '결제망:'          DELIMITED SIZE
               WS-PS-CYCLE(WS-PS-IDX)     DELIMITED SIZE
               ' 은행:'           DELIMITED SIZE
               WS-PS-BANK-CODE(WS-PS-IDX) DELIMITED SIZE
               ' | 수취:'         DELIMITED SIZE
               WS-DSP-RECEIVABLE  DELIMITED SIZE
               ' 지급:'           DELIMITED SIZE
               WS-DSP-PAYABLE     DELIMITED SIZE
               ' 순액:'           DELIMITED SIZE
               WS-DSP-NET         DELIMITED SIZE
               ' | 결제기관:'     DELIMITED SIZE
               WS-DSP-HOUSE       DELIMITED SIZE
               ' 차이:'           DELIMITED SIZE
               WS-DSP-DIFF        DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-RECON-TEXT  DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO NRPT-LINE
           WRITE NET-REPORT-RECORD.

       4300-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-NET       TO WS-DSP-TOTAL-NET
           MOVE WS-TOTAL-HOUSE-NET TO WS-DSP-TOTAL-HOUSE
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='        DELIMITED SIZE
               ' 당행순액:'        DELIMITED SIZE
               WS-DSP-TOTAL-NET    DELIMITED SIZE
               ' 결제기관순액:'    DELIMITED SIZE
               WS-DSP-TOTAL-HOUSE  DELIMITED SIZE
               ' 포지션:'          DELIMITED SIZE
               WS-POSITION-COUNT   DELIMITED SIZE
               ' 일치:'            DELIMITED SIZE
               WS-MATCHED-COUNT    DELIMITED SIZE
               ' 예외:'            DELIMITED SIZE
               WS-EXCEPTION-COUNT  DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO NRPT-LINE
           WRITE NET-REPORT-RECORD.

       9000-FINALIZE.
           CLOSE IBK-REGISTER-FILE
           CLOSE OCL-REGISTER-FILE
           CLOSE CLEARING-IN-FILE
           CLOSE NET-SETTLEMENT-FILE
           CLOSE NET-REPORT-FILE
           IF WS-EXCEPTION-COUNT > ZERO OR NOT WS-RESULT-AVAIL
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '차액결제 완료 타행이체:' WS-IBK-COUNT
               ' 타점권:' WS-OCL-COUNT
               ' 자점권:' WS-INWARD-COUNT
               ' 부도반환:' WS-RETURN-COUNT
               ' 결과:' WS-RESULT-COUNT
               ' 예외:' WS-EXCEPTION-COUNT.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE IBK-REGISTER-FILE
           CLOSE OCL-REGISTER-FILE
           CLOSE CLEARING-IN-FILE
           CLOSE NET-SETTLEMENT-FILE
           CLOSE NET-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
