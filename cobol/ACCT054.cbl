      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-05-24 : 최초 작성
      * 2026-10-15 : 예금담보대출(LOANREG) 담보로 제공된 활동
      *              대출이 있는 예금은 중도해지 불가 - 대출상환
      *              (ACCT002 LNRP) 후 해지하도록 거절
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT054.
               RECORD KEY IS AC-CHAIN-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LOAN-REGISTER-FILE
               ASSIGN TO 'LOANREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LN-COLLAT-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  AC-LAST-CHECK         PIC 9(09).
           05  AC-FILLER             PIC X(14).

      *    예금담보대출 대장 - 담보예금 대체키로 활동대출 확인.
       FD  LOAN-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
       01  LOAN-REGISTER-RECORD.
           05  LN-LOAN-ACCT-NO       PIC X(12).
           05  LN-CUSTOMER-ID        PIC X(10).
           05  LN-COLLAT-ACCT-NO     PIC X(12).
           05  LN-COLLAT-HOLD-SEQ    PIC 9(04).
           05  LN-SETTLE-ACCT-NO     PIC X(12).
           05  LN-PRINCIPAL          PIC S9(13)V99 COMP-3.
           05  LN-RATE               PIC S9(03)V9(04) COMP-3.
           05  LN-ACCRUED-INT        PIC S9(13)V99 COMP-3.
           05  LN-LAST-ACCR-DATE     PIC X(08).
           05  LN-OPEN-DATE          PIC X(08).
           05  LN-MATURITY-DATE      PIC X(08).
           05  LN-STATUS             PIC X(01).
               88  LN-STATUS-ACTIVE  VALUE 'A'.
           05  LN-CLOSE-DATE         PIC X(08).
           05  LN-INT-PAID-TOT       PIC S9(13)V99 COMP-3.
           05  LN-FILLER             PIC X(08).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TIME               PIC X(06).

       01  WS-LOAN-SWITCHES.
           05  WS-LOAN-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-LOAN-EOF       VALUE 'Y'.
           05  WS-LOAN-ACTIVE-SW     PIC X(01) VALUE 'N'.
               88  WS-LOAN-ACTIVE    VALUE 'Y'.

       01  WS-ACCT002-LINKAGE.
           05  WS-TXN-ACCOUNT-NO     PIC X(12).
           05  WS-TXN-TYPE           PIC X(04).
           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

       01  WS-ACCT003-LINKAGE.
           05  WS-INT-ACCOUNT-NO     PIC X(12).
           IF NOT WS-FILE-OK
               MOVE 'AUDCHAIN 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O LOAN-REGISTER-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE LOAN-REGISTER-FILE
               OPEN OUTPUT LOAN-REGISTER-FILE
               CLOSE LOAN-REGISTER-FILE
               OPEN I-O LOAN-REGISTER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'LOANREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       2000-VALIDATE-REQUEST.
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           PERFORM 2100-CHECK-SECURED-LOAN
           IF WS-LOAN-ACTIVE
               MOVE '예금담보대출 담보 - 대출상환후 해지'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE AF-BALANCE TO WS-PRINCIPAL.

      *    담보예금 대체키로 활동(A) 예금담보대출 존재 확인.
       2100-CHECK-SECURED-LOAN.
           MOVE 'N' TO WS-LOAN-ACTIVE-SW
           MOVE 'N' TO WS-LOAN-EOF-SW
           MOVE WS-TERM-ACCOUNT-NO TO LN-COLLAT-ACCT-NO
           START LOAN-REGISTER-FILE KEY IS = LN-COLLAT-ACCT-NO
               INVALID KEY
                   SET WS-LOAN-EOF TO TRUE
           END-START
           PERFORM 2110-READ-NEXT-LOAN
               UNTIL WS-LOAN-EOF OR WS-LOAN-ACTIVE.

       2110-READ-NEXT-LOAN.
           READ LOAN-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-LOAN-EOF TO TRUE
               NOT AT END
                   IF LN-COLLAT-ACCT-NO NOT = WS-TERM-ACCOUNT-NO
                       SET WS-LOAN-EOF TO TRUE
                   ELSE
                       IF LN-STATUS-ACTIVE
                           SET WS-LOAN-ACTIVE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    패널티이율 정산 - INTRATE(FX/EW) 이율로 개설일부터
      *    ACCT003 이율지정 호출. INTHIST 기록과 원천징수는
      *    ACCT003 정산 경로가 그대로 수행한다. 포기이자는
           CLOSE TXN-INDEX-FILE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           CLOSE LOAN-REGISTER-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
