      ******************************************************************
      * PROGRAM-ID: ACCT079
      * DESCRIPTION: 예금 보조원장-총계정원장(GL) 잔액 대사 배치
      *              - 당일 GLJRNL(ACCT030 추출)과 GL 직접조정/
      *                전송불능(GLADJ)을 지점/GL계정별 누적잔액
      *                (GLBAL)에 이월 반영
      *              - ACCTMST 잔액을 지점/계좌유형/통화별로 집계하고
      *                ACCT030과 같은 매핑으로 GL계정에 귀속
      *              - 지점/GL계정별 GL잔액과 보조원장 합계를 대사,
      *                불일치는 최초 발생일/변동일과 함께 보고
      *              - 기동구분 INIT: 보조원장 잔액으로 GL 누적잔액
      *                기초 설정(최초 이행시 1회)
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT079.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO 'GLJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GL-ADJUST-FILE
               ASSIGN TO 'GLADJ'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GL-BALANCE-FILE
               ASSIGN TO 'GLBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GL-PROOF-REPORT
               ASSIGN TO 'GLPRFRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ACCOUNT-RECORD.
           05  AF-ACCOUNT-NO         PIC X(12).
           05  AF-CUSTOMER-ID        PIC X(10).
           05  AF-CUSTOMER-ID-2      PIC X(10).
           05  AF-ACCOUNT-TYPE       PIC X(02).
           05  AF-BALANCE            PIC S9(13)V99 COMP-3.
           05  AF-OPEN-DATE          PIC X(08).
           05  AF-CLOSE-DATE         PIC X(08).
           05  AF-STATUS             PIC X(01).
           05  AF-INTEREST-RATE      PIC S9(03)V9(04) COMP-3.
           05  AF-LAST-TXN-DATE      PIC X(08).
           05  AF-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  AF-BRANCH-CODE        PIC X(04).
           05  AF-CURRENCY-CODE      PIC X(03).
           05  AF-FILLER             PIC X(54).

      *    ACCT030 추출 분개 - 배치(일자)별 OUTPUT 재생성 파일.
       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  GJ-POST-DATE          PIC X(08).
           05  GJ-BRANCH-CODE        PIC X(04).
           05  GJ-GL-ACCOUNT         PIC X(06).
           05  GJ-DEBIT-AMOUNT       PIC -(13)9.99.
           05  GJ-CREDIT-AMOUNT      PIC -(13)9.99.
           05  GJ-ENTRY-KIND         PIC X(01).
               88  GJ-KIND-NORMAL    VALUE 'N'.
               88  GJ-KIND-CORRECTION VALUE 'C'.
           05  GJ-FILLER             PIC X(27).

      *    GL 직접조정(A)/전송불능 분개(R) - GLJRNL과 같은 배치.
      *    전송불능 분개는 GL에 기표되지 않았으므로 역으로 반영.
       FD  GL-ADJUST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-ADJUST-RECORD.
           05  GA-POST-DATE          PIC X(08).
           05  GA-BRANCH-CODE        PIC X(04).
           05  GA-GL-ACCOUNT         PIC X(06).
           05  GA-DEBIT-AMOUNT       PIC -(13)9.99.
           05  GA-CREDIT-AMOUNT      PIC -(13)9.99.
           05  GA-ENTRY-KIND         PIC X(01).
               88  GA-KIND-ADJUST    VALUE 'A'.
               88  GA-KIND-REJECTED  VALUE 'R'.
           05  GA-FILLER             PIC X(27).

      *    지점/GL계정별 누적잔액 - 잔액은 대변-차변 누적.
      *    지점 'CTRL' GL '000000'은 최종 이월일 관리레코드.
       FD  GL-BALANCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  GL-BALANCE-RECORD.
           05  GB-KEY.
               10  GB-BRANCH-CODE    PIC X(04).
               10  GB-GL-ACCOUNT     PIC X(06).
           05  GB-OPEN-DATE          PIC X(08).
           05  GB-OPEN-BALANCE       PIC S9(15)V99 COMP-3.
           05  GB-CUM-DEBIT          PIC S9(15)V99 COMP-3.
           05  GB-CUM-CREDIT         PIC S9(15)V99 COMP-3.
           05  GB-CUM-ADJUST         PIC S9(15)V99 COMP-3.
           05  GB-BALANCE            PIC S9(15)V99 COMP-3.
           05  GB-LAST-POST-DATE     PIC X(08).
           05  GB-LAST-PROOF-DATE    PIC X(08).
           05  GB-LAST-DIFF          PIC S9(15)V99 COMP-3.
           05  GB-BREAK-FIRST-DATE   PIC X(08).
           05  GB-BREAK-CHG-DATE     PIC X(08).
           05  GB-FILLER             PIC X(16).

       FD  GL-PROOF-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  GL-PROOF-RECORD.
           05  GPRPT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-FUNC           PIC X(04).
               88  WS-FUNC-PROOF     VALUE 'PROF'.
               88  WS-FUNC-INIT      VALUE 'INIT'.
           05  WS-RUN-DATE           PIC X(08).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-ADJ-OPEN-SW        PIC X(01) VALUE 'N'.
               88  WS-ADJ-OPEN       VALUE 'Y'.
           05  WS-ROLL-SW            PIC X(01) VALUE 'Y'.
               88  WS-ROLL-ALLOWED   VALUE 'Y'.

      *    GL계정 상수 - ACCT030 매핑과 동일
       01  WS-GL-CONSTANTS.
           05  WS-GL-DEPOSIT-CH      PIC X(06) VALUE '200100'.
           05  WS-GL-DEPOSIT-SA      PIC X(06) VALUE '200200'.
           05  WS-GL-DEPOSIT-FX      PIC X(06) VALUE '200300'.
           05  WS-GL-DEPOSIT-MM      PIC X(06) VALUE '200400'.
           05  WS-GL-LOAN            PIC X(06) VALUE '130100'.

       01  WS-CTRL-KEY.
           05  WS-CTRL-BRANCH        PIC X(04) VALUE 'CTRL'.
           05  WS-CTRL-GL            PIC X(06) VALUE '000000'.

       01  WS-PROOF-WORK.
           05  WS-DEPOSIT-GL         PIC X(06).
           05  WS-POST-DEBIT         PIC S9(13)V99 COMP-3.
           05  WS-POST-CREDIT        PIC S9(13)V99 COMP-3.
           05  WS-POST-KIND          PIC X(01).
           05  WS-POST-BRANCH        PIC X(04).
           05  WS-POST-GL            PIC X(06).
           05  WS-DIFF               PIC S9(15)V99 COMP-3.
           05  WS-FIND-BRANCH        PIC X(04).
           05  WS-FIND-GL            PIC X(06).
           05  WS-FIND-TYPE          PIC X(02).
           05  WS-FIND-CCY           PIC X(03).

      *    보조원장 집계 - 지점/GL계정 (대사단위)
       01  WS-SUB-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-SUB-TABLE.
           05  WS-SB-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-SB-IDX.
               10  WS-SB-BRANCH          PIC X(04).
               10  WS-SB-GL-ACCOUNT      PIC X(06).
               10  WS-SB-BALANCE         PIC S9(15)V99 COMP-3.
               10  WS-SB-ACCT-COUNT      PIC 9(07) COMP-3.
               10  WS-SB-MATCHED         PIC X(01).

      *    보조원장 집계 - 지점/계좌유형/통화 (불일치 내역)
       01  WS-DTL-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-DTL-TABLE.
           05  WS-DT-ENTRY OCCURS 4000 TIMES
                           INDEXED BY WS-DT-IDX.
               10  WS-DT-BRANCH          PIC X(04).
               10  WS-DT-TYPE            PIC X(02).
               10  WS-DT-CURRENCY        PIC X(03).
               10  WS-DT-GL-ACCOUNT      PIC X(06).
               10  WS-DT-BALANCE         PIC S9(15)V99 COMP-3.
               10  WS-DT-ACCT-COUNT      PIC 9(07) COMP-3.

       01  WS-TOTAL-AREA.
           05  WS-JRNL-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-ADJ-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-ACCT-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-PROVED-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-BREAK-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-NEW-BREAK-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-GL           PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-SUB          PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-GL             PIC -(15)9.99.
           05  WS-DSP-SUB            PIC -(15)9.99.
           05  WS-DSP-DIFF           PIC -(15)9.99.

       01  WS-RPT-DETAIL             PIC X(200).
       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-SUM-SUBLEDGER
           IF WS-FUNC-INIT
               PERFORM 6000-INITIALIZE-GL-BALANCES
           ELSE
               PERFORM 2000-ROLL-FORWARD
               PERFORM 4000-PROVE-BALANCES
               PERFORM 5000-REPORT-UNBOOKED
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           IF NOT WS-FUNC-PROOF AND NOT WS-FUNC-INIT
               MOVE 'PROF' TO WS-RUN-FUNC
           END-IF
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           PERFORM 1100-OPEN-FILES
           MOVE SPACES TO GPRPT-LINE
           STRING 'GL 잔액대사 기준일:'       DELIMITED SIZE
                  WS-RUN-DATE                    DELIMITED SIZE
                  ' 구분:'                       DELIMITED SIZE
                  WS-RUN-FUNC                    DELIMITED SIZE
                  INTO GPRPT-LINE
           WRITE GL-PROOF-RECORD.

       1100-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O GL-BALANCE-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE GL-BALANCE-FILE
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'GLBAL 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT GL-PROOF-REPORT
           IF NOT WS-FILE-OK
               MOVE 'GLPRFRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-FUNC-PROOF
               OPEN INPUT GL-JOURNAL-FILE
               IF NOT WS-FILE-OK
                   MOVE 'GLJRNL 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               OPEN INPUT GL-ADJUST-FILE
               IF WS-FILE-OK
                   SET WS-ADJ-OPEN TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    GL 누적잔액 이월 - 같은 기준일 재실행시 이중반영 방지
      *----------------------------------------------------------------
       2000-ROLL-FORWARD.
           MOVE WS-CTRL-KEY TO GB-KEY
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ROLL-SW
                   MOVE 'GL 기초잔액 미설정(INIT 선행)'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-READ
           IF GB-LAST-POST-DATE >= WS-RUN-DATE
               MOVE 'N' TO WS-ROLL-SW
               MOVE SPACES TO GPRPT-LINE
               STRING '*** 기이월 기준일 - 최종이월일:'
                          DELIMITED SIZE
                      GB-LAST-POST-DATE DELIMITED SIZE
                      INTO GPRPT-LINE
               WRITE GL-PROOF-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 2100-READ-JOURNAL
               UNTIL WS-END-OF-FILE
           IF WS-ADJ-OPEN
               MOVE 'N' TO WS-END-OF-FILE-SW
               PERFORM 2200-READ-ADJUSTMENT
                   UNTIL WS-END-OF-FILE
           END-IF
           MOVE WS-CTRL-KEY TO GB-KEY
           READ GL-BALANCE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-RUN-DATE TO GB-LAST-POST-DATE
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   MOVE 'GLBAL 관리레코드 갱신실패'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

       2100-READ-JOURNAL.
           READ GL-JOURNAL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF GJ-POST-DATE = WS-RUN-DATE
                       ADD 1 TO WS-JRNL-COUNT
                       MOVE GJ-BRANCH-CODE   TO WS-POST-BRANCH
                       MOVE GJ-GL-ACCOUNT    TO WS-POST-GL
                       MOVE GJ-DEBIT-AMOUNT  TO WS-POST-DEBIT
                       MOVE GJ-CREDIT-AMOUNT TO WS-POST-CREDIT
                       MOVE 'N'              TO WS-POST-KIND
                       PERFORM 2300-POST-TO-BALANCE
                   END-IF
           END-READ.

       2200-READ-ADJUSTMENT.
           READ GL-ADJUST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF GA-POST-DATE = WS-RUN-DATE AND
                      (GA-KIND-ADJUST OR GA-KIND-REJECTED)
                       ADD 1 TO WS-ADJ-COUNT
                       MOVE GA-BRANCH-CODE   TO WS-POST-BRANCH
                       MOVE GA-GL-ACCOUNT    TO WS-POST-GL
                       MOVE GA-ENTRY-KIND    TO WS-POST-KIND
                       IF GA-KIND-REJECTED
                           MOVE GA-DEBIT-AMOUNT  TO WS-POST-CREDIT
                           MOVE GA-CREDIT-AMOUNT TO WS-POST-DEBIT
                       ELSE
                           MOVE GA-DEBIT-AMOUNT  TO WS-POST-DEBIT
                           MOVE GA-CREDIT-AMOUNT TO WS-POST-CREDIT
                       END-IF
                       PERFORM 2300-POST-TO-BALANCE
                   END-IF
           END-READ.

       2300-POST-TO-BALANCE.
           MOVE WS-POST-BRANCH TO GB-BRANCH-CODE
           MOVE WS-POST-GL     TO GB-GL-ACCOUNT
           READ GL-BALANCE-FILE
               INVALID KEY
                   PERFORM 2400-NEW-BALANCE-RECORD
           END-READ
           ADD WS-POST-DEBIT  TO GB-CUM-DEBIT
           ADD WS-POST-CREDIT TO GB-CUM-CREDIT
           IF WS-POST-KIND NOT = 'N'
               COMPUTE GB-CUM-ADJUST = GB-CUM-ADJUST
                   + WS-POST-CREDIT - WS-POST-DEBIT
           END-IF
           COMPUTE GB-BALANCE = GB-BALANCE
               + WS-POST-CREDIT - WS-POST-DEBIT
           MOVE WS-RUN-DATE TO GB-LAST-POST-DATE
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   MOVE 'GLBAL 갱신실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

       2400-NEW-BALANCE-RECORD.
           MOVE SPACES         TO GL-BALANCE-RECORD
           MOVE WS-POST-BRANCH TO GB-BRANCH-CODE
           MOVE WS-POST-GL     TO GB-GL-ACCOUNT
           MOVE WS-RUN-DATE    TO GB-OPEN-DATE
           MOVE ZERO TO GB-OPEN-BALANCE
           MOVE ZERO TO GB-CUM-DEBIT
           MOVE ZERO TO GB-CUM-CREDIT
           MOVE ZERO TO GB-CUM-ADJUST
           MOVE ZERO TO GB-BALANCE
           MOVE ZERO TO GB-LAST-DIFF
           WRITE GL-BALANCE-RECORD
               INVALID KEY
                   MOVE 'GLBAL 기록실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-WRITE.

      *----------------------------------------------------------------
      *    보조원장 집계 - ACCTMST 전 계좌(해지 포함, 잔액 기준)
      *----------------------------------------------------------------
       3000-SUM-SUBLEDGER.
           MOVE LOW-VALUES TO AF-ACCOUNT-NO
           START ACCOUNT-FILE KEY IS >= AF-ACCOUNT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 3100-READ-ACCOUNT
               UNTIL WS-END-OF-FILE.

       3100-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-COUNT
                   PERFORM 3200-MAP-DEPOSIT-GL
                   MOVE AF-BRANCH-CODE   TO WS-FIND-BRANCH
                   MOVE WS-DEPOSIT-GL    TO WS-FIND-GL
                   MOVE AF-ACCOUNT-TYPE  TO WS-FIND-TYPE
                   MOVE AF-CURRENCY-CODE TO WS-FIND-CCY
                   IF WS-FIND-CCY = SPACES
                       MOVE 'KRW' TO WS-FIND-CCY
                   END-IF
                   PERFORM 3300-FIND-OR-ADD-SUB
                   ADD AF-BALANCE TO WS-SB-BALANCE(WS-SB-IDX)
                   ADD 1          TO WS-SB-ACCT-COUNT(WS-SB-IDX)
                   PERFORM 3400-FIND-OR-ADD-DTL
                   ADD AF-BALANCE TO WS-DT-BALANCE(WS-DT-IDX)
                   ADD 1          TO WS-DT-ACCT-COUNT(WS-DT-IDX)
                   ADD AF-BALANCE TO WS-TOTAL-SUB
           END-READ.

      *    ACCT030 2300-MAP-GL-ACCOUNTS와 동일한 유형별 매핑
       3200-MAP-DEPOSIT-GL.
           EVALUATE AF-ACCOUNT-TYPE
               WHEN 'CH'
                   MOVE WS-GL-DEPOSIT-CH TO WS-DEPOSIT-GL
               WHEN 'SA'
                   MOVE WS-GL-DEPOSIT-SA TO WS-DEPOSIT-GL
               WHEN 'FX'
                   MOVE WS-GL-DEPOSIT-FX TO WS-DEPOSIT-GL
               WHEN 'LN'
                   MOVE WS-GL-LOAN TO WS-DEPOSIT-GL
               WHEN OTHER
                   MOVE WS-GL-DEPOSIT-MM TO WS-DEPOSIT-GL
           END-EVALUATE.

       3300-FIND-OR-ADD-SUB.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUB-COUNT
                      OR (WS-SB-BRANCH(WS-SB-IDX) = WS-FIND-BRANCH
                          AND WS-SB-GL-ACCOUNT(WS-SB-IDX)
                              = WS-FIND-GL)
               CONTINUE
           END-PERFORM
           IF WS-SB-IDX > WS-SUB-COUNT
               IF WS-SUB-COUNT >= 2000
                   MOVE '집계테이블 한도(2000건) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-SUB-COUNT
               SET WS-SB-IDX TO WS-SUB-COUNT
               MOVE WS-FIND-BRANCH TO WS-SB-BRANCH(WS-SB-IDX)
               MOVE WS-FIND-GL     TO WS-SB-GL-ACCOUNT(WS-SB-IDX)
               MOVE ZERO TO WS-SB-BALANCE(WS-SB-IDX)
               MOVE ZERO TO WS-SB-ACCT-COUNT(WS-SB-IDX)
               MOVE 'N'  TO WS-SB-MATCHED(WS-SB-IDX)
           END-IF.

       3400-FIND-OR-ADD-DTL.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DTL-COUNT
                      OR (WS-DT-BRANCH(WS-DT-IDX) = WS-FIND-BRANCH
                          AND WS-DT-TYPE(WS-DT-IDX) = WS-FIND-TYPE
                          AND WS-DT-CURRENCY(WS-DT-IDX)
                              = WS-FIND-CCY)
               CONTINUE
           END-PERFORM
           IF WS-DT-IDX > WS-DTL-COUNT
               IF WS-DTL-COUNT >= 4000
                   MOVE '유형통화 테이블 한도 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-DTL-COUNT
               SET WS-DT-IDX TO WS-DTL-COUNT
               MOVE WS-FIND-BRANCH TO WS-DT-BRANCH(WS-DT-IDX)
               MOVE WS-FIND-TYPE   TO WS-DT-TYPE(WS-DT-IDX)
               MOVE WS-FIND-CCY    TO WS-DT-CURRENCY(WS-DT-IDX)
               MOVE WS-FIND-GL     TO WS-DT-GL-ACCOUNT(WS-DT-IDX)
               MOVE ZERO TO WS-DT-BALANCE(WS-DT-IDX)
               MOVE ZERO TO WS-DT-ACCT-COUNT(WS-DT-IDX)
           END-IF.

      *----------------------------------------------------------------
      *    대사 - 보조원장 대상 GL(예수금/대출금)만 비교하고,
      *    상대계정(현금/미결제/수익)은 이월만 한다.
      *----------------------------------------------------------------
       4000-PROVE-BALANCES.
           MOVE LOW-VALUES TO GB-KEY
           START GL-BALANCE-FILE KEY IS >= GB-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 4100-READ-GL-BALANCE
               UNTIL WS-END-OF-FILE.

       4100-READ-GL-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF GB-KEY NOT = WS-CTRL-KEY AND
                      (GB-GL-ACCOUNT = WS-GL-DEPOSIT-CH OR
                       GB-GL-ACCOUNT = WS-GL-DEPOSIT-SA OR
                       GB-GL-ACCOUNT = WS-GL-DEPOSIT-FX OR
                       GB-GL-ACCOUNT = WS-GL-DEPOSIT-MM OR
                       GB-GL-ACCOUNT = WS-GL-LOAN)
                       PERFORM 4200-PROVE-ONE-GL
                   END-IF
           END-READ.

       4200-PROVE-ONE-GL.
           MOVE GB-BRANCH-CODE TO WS-FIND-BRANCH
           MOVE GB-GL-ACCOUNT  TO WS-FIND-GL
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUB-COUNT
                      OR (WS-SB-BRANCH(WS-SB-IDX) = WS-FIND-BRANCH
                          AND WS-SB-GL-ACCOUNT(WS-SB-IDX)
                              = WS-FIND-GL)
               CONTINUE
           END-PERFORM
           IF WS-SB-IDX > WS-SUB-COUNT
               COMPUTE WS-DIFF = GB-BALANCE
               MOVE ZERO TO WS-DSP-SUB
           ELSE
               MOVE 'Y' TO WS-SB-MATCHED(WS-SB-IDX)
               COMPUTE WS-DIFF = GB-BALANCE - WS-SB-BALANCE(WS-SB-IDX)
               MOVE WS-SB-BALANCE(WS-SB-IDX) TO WS-DSP-SUB
           END-IF
           ADD GB-BALANCE TO WS-TOTAL-GL
           PERFORM 4300-TRACK-BREAK
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   MOVE 'GLBAL 갱신실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

      *    불일치 추적 - 직전 대사가 일치였으면 당일을 최초
      *    발생일로, 차이금액이 바뀌면 변동일을 기록한다.
       4300-TRACK-BREAK.
           IF WS-DIFF = ZERO
               ADD 1 TO WS-PROVED-COUNT
               MOVE SPACES TO GB-BREAK-FIRST-DATE
               MOVE SPACES TO GB-BREAK-CHG-DATE
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               IF GB-LAST-DIFF = ZERO OR
                  GB-BREAK-FIRST-DATE = SPACES
                   ADD 1 TO WS-NEW-BREAK-COUNT
                   MOVE WS-RUN-DATE TO GB-BREAK-FIRST-DATE
                   MOVE WS-RUN-DATE TO GB-BREAK-CHG-DATE
               ELSE
                   IF WS-DIFF NOT = GB-LAST-DIFF
                       MOVE WS-RUN-DATE TO GB-BREAK-CHG-DATE
                   END-IF
               END-IF
               PERFORM 4400-WRITE-BREAK-LINE
           END-IF
           MOVE WS-DIFF     TO GB-LAST-DIFF
           MOVE WS-RUN-DATE TO GB-LAST-PROOF-DATE.

       4400-WRITE-BREAK-LINE.
           MOVE GB-BALANCE TO WS-DSP-GL
           MOVE WS-DIFF    TO WS-DSP-DIFF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '불일치 지점:'     DELIMITED SIZE
                  GB-BRANCH-CODE     DELIMITED SIZE
                  ' GL:'             DELIMITED SIZE
                  GB-GL-ACCOUNT      DELIMITED SIZE
                  ' GL잔액:'         DELIMITED SIZE
                  WS-DSP-GL          DELIMITED SIZE
                  ' 보조원장:'       DELIMITED SIZE
                  WS-DSP-SUB         DELIMITED SIZE
                  ' 차이:'           DELIMITED SIZE
                  WS-DSP-DIFF        DELIMITED SIZE
                  ' 최초발생:'       DELIMITED SIZE
                  GB-BREAK-FIRST-DATE DELIMITED SIZE
                  ' 변동:'           DELIMITED SIZE
                  GB-BREAK-CHG-DATE  DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO GPRPT-LINE
           WRITE GL-PROOF-RECORD
           PERFORM 4500-WRITE-COMPONENT-LINE
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DTL-COUNT.

       4500-WRITE-COMPONENT-LINE.
           IF WS-DT-BRANCH(WS-DT-IDX) = GB-BRANCH-CODE AND
              WS-DT-GL-ACCOUNT(WS-DT-IDX) = GB-GL-ACCOUNT
               MOVE WS-DT-BALANCE(WS-DT-IDX) TO WS-DSP-SUB
               MOVE SPACES TO GPRPT-LINE
               STRING '    보조원장 유형:'    DELIMITED SIZE
                      WS-DT-TYPE(WS-DT-IDX)     DELIMITED SIZE
                      ' 통화:'                  DELIMITED SIZE
                      WS-DT-CURRENCY(WS-DT-IDX) DELIMITED SIZE
                      ' 잔액:'                  DELIMITED SIZE
                      WS-DSP-SUB                DELIMITED SIZE
                      INTO GPRPT-LINE
               WRITE GL-PROOF-RECORD
           END-IF.

      *    GL 미계상 - 보조원장에는 있으나 GL 누적잔액이 없는
      *    지점/GL은 GL잔액 0으로 불일치 처리하고 추적레코드를
      *    만든다.
       5000-REPORT-UNBOOKED.
           PERFORM 5100-CHECK-UNBOOKED
               VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SUB-COUNT.

       5100-CHECK-UNBOOKED.
           IF WS-SB-MATCHED(WS-SB-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SB-BRANCH(WS-SB-IDX)     TO WS-POST-BRANCH
           MOVE WS-SB-GL-ACCOUNT(WS-SB-IDX) TO WS-POST-GL
           MOVE WS-POST-BRANCH TO GB-BRANCH-CODE
           MOVE WS-POST-GL     TO GB-GL-ACCOUNT
           READ GL-BALANCE-FILE
               INVALID KEY
                   PERFORM 2400-NEW-BALANCE-RECORD
           END-READ
           COMPUTE WS-DIFF = GB-BALANCE - WS-SB-BALANCE(WS-SB-IDX)
           MOVE WS-SB-BALANCE(WS-SB-IDX) TO WS-DSP-SUB
           PERFORM 4300-TRACK-BREAK
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   MOVE 'GLBAL 갱신실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

      *----------------------------------------------------------------
      *    INIT - 보조원장 잔액으로 기초잔액 설정(기존 잔액 대체)
      *----------------------------------------------------------------
       6000-INITIALIZE-GL-BALANCES.
           PERFORM 6100-SET-OPENING-BALANCE
               VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SUB-COUNT
           MOVE WS-CTRL-BRANCH TO WS-POST-BRANCH
           MOVE WS-CTRL-GL     TO WS-POST-GL
           MOVE WS-CTRL-KEY    TO GB-KEY
           READ GL-BALANCE-FILE
               INVALID KEY
                   PERFORM 2400-NEW-BALANCE-RECORD
           END-READ
           MOVE WS-RUN-DATE TO GB-LAST-POST-DATE
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   MOVE 'GLBAL 관리레코드 갱신실패'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

       6100-SET-OPENING-BALANCE.
           MOVE WS-SB-BRANCH(WS-SB-IDX)     TO WS-POST-BRANCH
           MOVE WS-SB-GL-ACCOUNT(WS-SB-IDX) TO WS-POST-GL
           MOVE WS-POST-BRANCH TO GB-BRANCH-CODE
           MOVE WS-POST-GL     TO GB-GL-ACCOUNT
           READ GL-BALANCE-FILE
               INVALID KEY
                   PERFORM 2400-NEW-BALANCE-RECORD
           END-READ
           MOVE WS-RUN-DATE              TO GB-OPEN-DATE
           MOVE WS-SB-BALANCE(WS-SB-IDX) TO GB-OPEN-BALANCE
           MOVE WS-SB-BALANCE(WS-SB-IDX) TO GB-BALANCE
           MOVE ZERO TO GB-CUM-DEBIT
           MOVE ZERO TO GB-CUM-CREDIT
           MOVE ZERO TO GB-CUM-ADJUST
           MOVE ZERO TO GB-LAST-DIFF
           MOVE WS-RUN-DATE TO GB-LAST-POST-DATE
           MOVE WS-RUN-DATE TO GB-LAST-PROOF-DATE
           MOVE SPACES TO GB-BREAK-FIRST-DATE
           MOVE SPACES TO GB-BREAK-CHG-DATE
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   MOVE 'GLBAL 갱신실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE
           ADD WS-SB-BALANCE(WS-SB-IDX) TO WS-TOTAL-GL
           MOVE WS-SB-BALANCE(WS-SB-IDX) TO WS-DSP-GL
           MOVE SPACES TO GPRPT-LINE
           STRING '기초설정 지점:'   DELIMITED SIZE
                  GB-BRANCH-CODE     DELIMITED SIZE
                  ' GL:'             DELIMITED SIZE
                  GB-GL-ACCOUNT      DELIMITED SIZE
                  ' 잔액:'           DELIMITED SIZE
                  WS-DSP-GL          DELIMITED SIZE
                  INTO GPRPT-LINE
           WRITE GL-PROOF-RECORD.

       9000-FINALIZE.
           MOVE WS-TOTAL-GL  TO WS-DSP-GL
           MOVE WS-TOTAL-SUB TO WS-DSP-SUB
           MOVE SPACES TO GPRPT-LINE
           STRING '===합계=== 분개:'  DELIMITED SIZE
                  WS-JRNL-COUNT       DELIMITED SIZE
                  ' 조정:'            DELIMITED SIZE
                  WS-ADJ-COUNT        DELIMITED SIZE
                  ' 일치:'            DELIMITED SIZE
                  WS-PROVED-COUNT     DELIMITED SIZE
                  ' 불일치:'          DELIMITED SIZE
                  WS-BREAK-COUNT      DELIMITED SIZE
                  '(신규 '            DELIMITED SIZE
                  WS-NEW-BREAK-COUNT  DELIMITED SIZE
                  ') GL:'             DELIMITED SIZE
                  WS-DSP-GL           DELIMITED SIZE
                  ' 보조원장:'        DELIMITED SIZE
                  WS-DSP-SUB          DELIMITED SIZE
                  INTO GPRPT-LINE
           WRITE GL-PROOF-RECORD
           PERFORM 9100-CLOSE-FILES
           DISPLAY 'GL잔액대사 완료 계좌:' WS-ACCT-COUNT
               ' 일치:' WS-PROVED-COUNT
               ' 불일치:' WS-BREAK-COUNT
           IF WS-BREAK-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       9100-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE GL-BALANCE-FILE
           CLOSE GL-PROOF-REPORT
           IF WS-FUNC-PROOF
               CLOSE GL-JOURNAL-FILE
               IF WS-ADJ-OPEN
                   CLOSE GL-ADJUST-FILE
               END-IF
           END-IF.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9100-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
