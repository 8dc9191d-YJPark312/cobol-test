      ******************************************************************
      * PROGRAM-ID: ACCT102
      * DESCRIPTION: 지점 일마감 점검표 배치 프로그램
      *              - SYSIN: 작업구분(CHEK 점검 / SIGN 점검후
      *                지점장 마감확인), 영업일, 확인지점, 확인자
      *              - 지점별 마감 미결항목을 원천파일에서 산출
      *                1) TELLDRW 당일 미마감 시재(상태 O)
      *                2) TELLDRW 당일 마감시재 중 과부족 발생 또는
      *                   누계 불일치(ACCT042 TD-PROOF-FLAG)
      *                3) SUSPLDG 당일 발생 미결산 미결건 - 원계좌
      *                   관리지점 귀속, 귀속불가는 본부(0000)
      *                4) PENDTXN 결재대기 건(발생지점, 공백이면
      *                   계좌 관리지점)
      *              - 결과를 지점마감 등록부(BRCLOSE)에 영업일+
      *                지점 단위로 기록. 미결 없으면 확인대기(R),
      *                있으면 보류(H) - 확인 후 미결이 다시 생기면
      *                확인을 무효화하고 보류로 되돌림
      *              - SIGN: 미결 없는 지점에 한해 결재권한(OPERMST
      *                OP-ALLOW-APPROVE) 보유 조작자의 확인을 받아
      *                마감(C) 처리, 감사기록(AUDITLOG, BRCL)
      *              - ACCT025 마감설정(SET)은 전 지점 마감(C)을
      *                요구함
      *              - 리포트(BRCLRPT): 지점별 상태와 미결건수,
      *                마감지연 지점 목록. 미마감 지점이 있으면
      *                RC=4, 확인 거부시 RC=8
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT102.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-CLOSE-FILE
               ASSIGN TO 'BRCLOSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TELLER-DRAWER-FILE
               ASSIGN TO 'TELLDRW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO 'SUSPLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PENDING-TXN-FILE
               ASSIGN TO 'PENDTXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BRANCH-HOURS-FILE
               ASSIGN TO 'BRHOURS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-BRANCH-CODE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO 'OPERMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-CHAIN-FILE
               ASSIGN TO 'AUDCHAIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAIN-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CLOSE-REPORT-FILE
               ASSIGN TO 'BRCLRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    지점마감 등록부 - 영업일+지점 단위 마감상태/확인자
       FD  BRANCH-CLOSE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  BRANCH-CLOSE-RECORD.
           05  BC-KEY.
               10  BC-CLOSE-DATE     PIC X(08).
               10  BC-BRANCH-CODE    PIC X(04).
           05  BC-STATUS             PIC X(01).
               88  BC-STATUS-HOLD    VALUE 'H'.
               88  BC-STATUS-READY   VALUE 'R'.
               88  BC-STATUS-CLOSED  VALUE 'C'.
           05  BC-OPEN-DRAWERS       PIC 9(03).
           05  BC-UNBAL-DRAWERS      PIC 9(03).
           05  BC-OPEN-SUSPENSE      PIC 9(05).
           05  BC-PENDING-ITEMS      PIC 9(05).
           05  BC-CHECK-TS           PIC X(14).
           05  BC-SIGNOFF-OPERATOR   PIC X(08).
           05  BC-SIGNOFF-TS         PIC X(14).
           05  BC-FILLER             PIC X(15).

       FD  TELLER-DRAWER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TELLER-DRAWER-RECORD.
           05  TD-KEY.
               10  TD-BRANCH-CODE    PIC X(04).
               10  TD-TELLER-ID      PIC X(08).
               10  TD-DRAWER-DATE    PIC X(08).
               10  TD-CURRENCY       PIC X(03).
           05  TD-FLOAT-AMOUNT       PIC S9(13)V99 COMP-3.
           05  TD-CASH-IN-TOTAL      PIC S9(13)V99 COMP-3.
           05  TD-CASH-OUT-TOTAL     PIC S9(13)V99 COMP-3.
           05  TD-COUNTED-AMOUNT     PIC S9(13)V99 COMP-3.
           05  TD-OVER-SHORT         PIC S9(13)V99 COMP-3.
           05  TD-STATUS             PIC X(01).
               88  TD-STATUS-OPEN    VALUE 'O'.
               88  TD-STATUS-CLOSED  VALUE 'C'.
           05  TD-PROOF-FLAG         PIC X(01).
               88  TD-PROOF-BREAK    VALUE 'B'.
           05  TD-FILLER             PIC X(15).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  SUSPENSE-RECORD.
           05  SL-KEY.
               10  SL-ENTRY-DATE     PIC X(08).
               10  SL-ENTRY-SEQ      PIC 9(06).
           05  SL-DR-CR              PIC X(01).
           05  SL-AMOUNT             PIC S9(13)V99 COMP-3.
           05  SL-REASON-CODE        PIC X(04).
           05  SL-SOURCE-PGM         PIC X(08).
           05  SL-SOURCE-REF         PIC X(20).
           05  SL-ORIG-ACCT          PIC X(12).
           05  SL-STATUS             PIC X(01).
               88  SL-STATUS-OPEN    VALUE 'O'.
           05  SL-RESOLVE-DATE       PIC X(08).
           05  SL-RESOLVE-REF        PIC X(12).
           05  SL-FILLER             PIC X(12).

       FD  PENDING-TXN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS.
       01  PENDING-TXN-RECORD.
           05  PD-KEY.
               10  PD-PEND-DATE      PIC X(08).
               10  PD-PEND-SEQ       PIC 9(06).
           05  PD-ACCOUNT-NO         PIC X(12).
           05  PD-TXN-TYPE           PIC X(04).
           05  PD-AMOUNT             PIC S9(13)V99 COMP-3.
           05  PD-COUNTER-ACCT-NO    PIC X(12).
           05  PD-CHANNEL            PIC X(04).
           05  PD-CLIENT-REF         PIC X(20).
           05  PD-REQUESTER-ID       PIC X(08).
           05  PD-STATUS             PIC X(01).
               88  PD-STATUS-PENDING  VALUE 'P'.
               88  PD-STATUS-APPROVED VALUE 'A'.
               88  PD-STATUS-REJECTED VALUE 'R'.
           05  PD-APPROVER-ID        PIC X(08).
           05  PD-DECISION-DATE      PIC X(08).
           05  PD-ORIG-BRANCH        PIC X(04).
           05  PD-FILLER             PIC X(77).

       FD  BRANCH-HOURS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  BRANCH-HOURS-RECORD.
           05  BH-BRANCH-CODE        PIC X(04).
           05  BH-OPEN-TIME          PIC X(06).
           05  BH-CLOSE-TIME         PIC X(06).
           05  BH-MAINT-BY           PIC X(08).
           05  BH-MAINT-DATE         PIC X(08).
           05  BH-FILLER             PIC X(08).

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
           05  AF-FILLER             PIC X(119).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID        PIC X(08).
           05  OP-OPERATOR-NAME      PIC X(30).
           05  OP-STATUS             PIC X(01).
               88  OP-STATUS-ACTIVE  VALUE 'A'.
               88  OP-STATUS-LOCKED  VALUE 'L'.
           05  OP-ROLE-FLAGS.
               10  OP-CAN-INQUIRY    PIC X(01).
                   88  OP-ALLOW-INQUIRY   VALUE 'Y'.
               10  OP-CAN-OPEN       PIC X(01).
                   88  OP-ALLOW-OPEN      VALUE 'Y'.
               10  OP-CAN-CLOSE      PIC X(01).
                   88  OP-ALLOW-CLOSE     VALUE 'Y'.
               10  OP-CAN-UPDATE     PIC X(01).
                   88  OP-ALLOW-UPDATE    VALUE 'Y'.
               10  OP-CAN-UNFREEZE   PIC X(01).
                   88  OP-ALLOW-UNFREEZE  VALUE 'Y'.
               10  OP-CAN-OD-LIMIT   PIC X(01).
                   88  OP-ALLOW-OD-LIMIT  VALUE 'Y'.
               10  OP-CAN-HOLD       PIC X(01).
                   88  OP-ALLOW-HOLD      VALUE 'Y'.
               10  OP-CAN-APPROVE    PIC X(01).
                   88  OP-ALLOW-APPROVE   VALUE 'Y'.
               10  OP-CAN-BACKDATE   PIC X(01).
                   88  OP-ALLOW-BACKDATE  VALUE 'Y'.
           05  OP-FILLER             PIC X(37).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 170 CHARACTERS.
       01  AUDIT-RECORD.
           05  AR-TIMESTAMP          PIC X(14).
           05  AR-PROGRAM-ID         PIC X(08).
           05  AR-ACCOUNT-NO         PIC X(12).
           05  AR-ACTION-CODE        PIC X(04).
           05  AR-OPERATOR-ID        PIC X(08).
           05  AR-RESULT-CODE        PIC X(04).
           05  AR-MESSAGE            PIC X(100).
           05  AR-CHAIN-SEQ          PIC 9(09).
           05  AR-CHAIN-CHECK        PIC 9(09).
           05  AR-FILLER             PIC X(02).

       FD  AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  AUDIT-CHAIN-RECORD.
           05  AC-CHAIN-ID           PIC X(08).
           05  AC-LAST-SEQ           PIC 9(09).
           05  AC-LAST-CHECK         PIC 9(09).
           05  AC-FILLER             PIC X(14).

       FD  CLOSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  CLOSE-REPORT-RECORD.
           05  BCRPT-LINE            PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-ACTION         PIC X(04).
               88  WS-ACTION-CHECK   VALUE 'CHEK'.
               88  WS-ACTION-SIGN    VALUE 'SIGN'.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-SIGN-BRANCH        PIC X(04).
           05  WS-SIGN-OPERATOR      PIC X(08).

       01  WS-RUN-TIME               PIC X(06).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-DRAWER-SW          PIC X(01) VALUE 'N'.
               88  WS-DRAWER-OPEN    VALUE 'Y'.
           05  WS-SUSPENSE-SW        PIC X(01) VALUE 'N'.
               88  WS-SUSPENSE-OPEN  VALUE 'Y'.
           05  WS-PENDING-SW         PIC X(01) VALUE 'N'.
               88  WS-PENDING-OPEN   VALUE 'Y'.
           05  WS-HOURS-SW           PIC X(01) VALUE 'N'.
               88  WS-HOURS-OPEN     VALUE 'Y'.
           05  WS-SIGN-OK-SW         PIC X(01) VALUE 'N'.
               88  WS-SIGN-OK        VALUE 'Y'.
           05  WS-BC-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-BC-FOUND       VALUE 'Y'.

      *    귀속지점을 찾을 수 없는 미결산 미결건은 본부로 집계
       01  WS-HQ-BRANCH              PIC X(04) VALUE '0000'.

      *    지점별 마감 미결 집계 테이블 (최대 500지점)
       01  WS-BRANCH-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-BRANCH-TABLE.
           05  WS-BT-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-BT-IDX.
               10  WS-BT-BRANCH-CODE PIC X(04).
               10  WS-BT-OPEN-DRAWERS  PIC 9(03).
               10  WS-BT-UNBAL-DRAWERS PIC 9(03).
               10  WS-BT-OPEN-SUSPENSE PIC 9(05).
               10  WS-BT-PENDING-ITEMS PIC 9(05).

       01  WS-KEY-BRANCH             PIC X(04).
       01  WS-SIGN-RESULT            PIC X(40).

       01  WS-TOTAL-AREA.
           05  WS-CLOSED-COUNT       PIC 9(04) VALUE ZERO.
           05  WS-READY-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-HOLD-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-VOIDED-COUNT       PIC 9(04) VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-STATUS         PIC X(10).

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(160).
           05  WS-RPT-DETAIL         PIC X(160).
           05  WS-RPT-TOTAL          PIC X(160).

       01  WS-ERROR-MESSAGE          PIC X(100).

      *    감사기록 연쇄검증값 작업영역 - ACCT022 8010과 동일.
       01  WS-CHAIN-AREA.
           05  WS-CHAIN-WORK         PIC 9(18) COMP.
           05  WS-CHAIN-I            PIC 9(04) COMP.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-BRANCHES
           PERFORM 2200-COUNT-DRAWERS
           PERFORM 2300-COUNT-SUSPENSE
           PERFORM 2400-COUNT-PENDING
           PERFORM 3000-UPDATE-REGISTER
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BRANCH-COUNT
           PERFORM 4000-WRITE-HOLDING-LIST
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF NOT WS-ACTION-CHECK AND NOT WS-ACTION-SIGN
               MOVE '알수없는 작업구분' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-ACTION-SIGN AND
              (WS-SIGN-BRANCH = SPACES OR WS-SIGN-OPERATOR = SPACES)
               MOVE '마감확인 지점/확인자 누락'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADER.

       1100-OPEN-FILES.
           OPEN I-O BRANCH-CLOSE-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE BRANCH-CLOSE-FILE
               OPEN OUTPUT BRANCH-CLOSE-FILE
               CLOSE BRANCH-CLOSE-FILE
               OPEN I-O BRANCH-CLOSE-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'BRCLOSE 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
      *    시재/미결산/결재대기/영업시간 파일은 해당 업무 미개시
      *    환경에서는 없을 수 있다 - 없으면 미결 0건으로 본다.
           OPEN INPUT TELLER-DRAWER-FILE
           IF WS-FILE-OK
               SET WS-DRAWER-OPEN TO TRUE
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF WS-FILE-OK
               SET WS-SUSPENSE-OPEN TO TRUE
           END-IF
           OPEN INPUT PENDING-TXN-FILE
           IF WS-FILE-OK
               SET WS-PENDING-OPEN TO TRUE
           END-IF
           OPEN INPUT BRANCH-HOURS-FILE
           IF WS-FILE-OK
               SET WS-HOURS-OPEN TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-FILE-OK
               MOVE 'OPERMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-FILE-OK
               MOVE 'AUDITLOG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O AUDIT-CHAIN-FILE
           IF NOT WS-FILE-OK
               MOVE 'AUDCHAIN 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT CLOSE-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'BRCLRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       1200-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-HEADER
           STRING '지점 일마감 점검표 | 영업일:'
                                              DELIMITED SIZE
                  WS-RUN-DATE                 DELIMITED SIZE
                  ' 작업:'                    DELIMITED SIZE
                  WS-RUN-ACTION               DELIMITED SIZE
                  INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO BCRPT-LINE
           WRITE CLOSE-REPORT-RECORD.

      *================================================================
      *    점검대상 지점 - 영업시간 등록지점, 당일 등록부 기존
      *    기록 지점, 마감확인 요청지점 (미결 발생지점은 집계시
      *    추가)
      *================================================================
       2000-COLLECT-BRANCHES.
           IF WS-HOURS-OPEN
               MOVE LOW-VALUES TO BH-BRANCH-CODE
               MOVE 'N' TO WS-END-OF-FILE-SW
               START BRANCH-HOURS-FILE KEY IS >= BH-BRANCH-CODE
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM 2010-READ-NEXT-HOURS
                   UNTIL WS-END-OF-FILE
           END-IF
           MOVE WS-RUN-DATE TO BC-CLOSE-DATE
           MOVE LOW-VALUES  TO BC-BRANCH-CODE
           MOVE 'N' TO WS-END-OF-FILE-SW
           START BRANCH-CLOSE-FILE KEY IS >= BC-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 2020-READ-NEXT-CLOSE-RECORD
               UNTIL WS-END-OF-FILE
           IF WS-ACTION-SIGN
               MOVE WS-SIGN-BRANCH TO WS-KEY-BRANCH
               PERFORM 2100-FIND-OR-ADD-BRANCH
           END-IF.

       2010-READ-NEXT-HOURS.
           READ BRANCH-HOURS-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE BH-BRANCH-CODE TO WS-KEY-BRANCH
                   PERFORM 2100-FIND-OR-ADD-BRANCH
           END-READ.

       2020-READ-NEXT-CLOSE-RECORD.
           READ BRANCH-CLOSE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF BC-CLOSE-DATE NOT = WS-RUN-DATE
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       MOVE BC-BRANCH-CODE TO WS-KEY-BRANCH
                       PERFORM 2100-FIND-OR-ADD-BRANCH
                   END-IF
           END-READ.

       2100-FIND-OR-ADD-BRANCH.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BRANCH-COUNT
                      OR WS-BT-BRANCH-CODE(WS-BT-IDX) = WS-KEY-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-BT-IDX > WS-BRANCH-COUNT
               IF WS-BRANCH-COUNT >= 500
                   MOVE '지점 점검테이블 한도(500건) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-BRANCH-COUNT
               SET WS-BT-IDX TO WS-BRANCH-COUNT
               MOVE WS-KEY-BRANCH TO WS-BT-BRANCH-CODE(WS-BT-IDX)
               MOVE ZERO TO WS-BT-OPEN-DRAWERS(WS-BT-IDX)
               MOVE ZERO TO WS-BT-UNBAL-DRAWERS(WS-BT-IDX)
               MOVE ZERO TO WS-BT-OPEN-SUSPENSE(WS-BT-IDX)
               MOVE ZERO TO WS-BT-PENDING-ITEMS(WS-BT-IDX)
           END-IF.

      *    계좌 관리지점 조회 - 원장에 없으면 본부로 귀속
       2150-ACCOUNT-BRANCH.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE WS-HQ-BRANCH TO WS-KEY-BRANCH
               NOT INVALID KEY
                   MOVE AF-BRANCH-CODE TO WS-KEY-BRANCH
           END-READ
           IF WS-KEY-BRANCH = SPACES
               MOVE WS-HQ-BRANCH TO WS-KEY-BRANCH
           END-IF.

      *================================================================
      *    1) 당일 시재 - 미마감, 과부족, 누계 불일치(ACCT042)
      *================================================================
       2200-COUNT-DRAWERS.
           IF NOT WS-DRAWER-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO TD-KEY
           MOVE 'N' TO WS-END-OF-FILE-SW
           START TELLER-DRAWER-FILE KEY IS >= TD-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 2210-READ-NEXT-DRAWER
               UNTIL WS-END-OF-FILE.

       2210-READ-NEXT-DRAWER.
           READ TELLER-DRAWER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF TD-DRAWER-DATE = WS-RUN-DATE
                       PERFORM 2220-CLASSIFY-DRAWER
                   END-IF
           END-READ.

       2220-CLASSIFY-DRAWER.
           MOVE TD-BRANCH-CODE TO WS-KEY-BRANCH
           PERFORM 2100-FIND-OR-ADD-BRANCH
           IF TD-STATUS-OPEN
               ADD 1 TO WS-BT-OPEN-DRAWERS(WS-BT-IDX)
           ELSE
               IF TD-OVER-SHORT NOT = ZERO OR TD-PROOF-BREAK
                   ADD 1 TO WS-BT-UNBAL-DRAWERS(WS-BT-IDX)
               END-IF
           END-IF.

      *================================================================
      *    2) 당일 발생 미결산 미결건 - 기한경과분은 ACCT025
      *       월마감 통제가 별도 관리
      *================================================================
       2300-COUNT-SUSPENSE.
           IF NOT WS-SUSPENSE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO SL-ENTRY-DATE
           MOVE ZERO        TO SL-ENTRY-SEQ
           MOVE 'N' TO WS-END-OF-FILE-SW
           START SUSPENSE-FILE KEY IS >= SL-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 2310-READ-NEXT-SUSPENSE
               UNTIL WS-END-OF-FILE.

       2310-READ-NEXT-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF SL-ENTRY-DATE NOT = WS-RUN-DATE
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF SL-STATUS-OPEN
                           MOVE SL-ORIG-ACCT TO AF-ACCOUNT-NO
                           PERFORM 2150-ACCOUNT-BRANCH
                           PERFORM 2100-FIND-OR-ADD-BRANCH
                           ADD 1 TO WS-BT-OPEN-SUSPENSE(WS-BT-IDX)
                       END-IF
                   END-IF
           END-READ.

      *================================================================
      *    3) 결재대기 거래 - 영업일 이전 발생분 전건
      *================================================================
       2400-COUNT-PENDING.
           IF NOT WS-PENDING-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PD-KEY
           MOVE 'N' TO WS-END-OF-FILE-SW
           START PENDING-TXN-FILE KEY IS >= PD-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 2410-READ-NEXT-PENDING
               UNTIL WS-END-OF-FILE.

       2410-READ-NEXT-PENDING.
           READ PENDING-TXN-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF PD-PEND-DATE > WS-RUN-DATE
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF PD-STATUS-PENDING
                           PERFORM 2420-COUNT-PENDING-ITEM
                       END-IF
                   END-IF
           END-READ.

       2420-COUNT-PENDING-ITEM.
           IF PD-ORIG-BRANCH NOT = SPACES
               MOVE PD-ORIG-BRANCH TO WS-KEY-BRANCH
           ELSE
               MOVE PD-ACCOUNT-NO TO AF-ACCOUNT-NO
               PERFORM 2150-ACCOUNT-BRANCH
           END-IF
           PERFORM 2100-FIND-OR-ADD-BRANCH
           ADD 1 TO WS-BT-PENDING-ITEMS(WS-BT-IDX).

      *================================================================
      *    등록부 갱신 - 미결 있으면 보류(H, 기존 확인 무효화),
      *    없으면 확인대기(R) 또는 기존 마감(C) 유지
      *================================================================
       3000-UPDATE-REGISTER.
           MOVE WS-RUN-DATE TO BC-CLOSE-DATE
           MOVE WS-BT-BRANCH-CODE(WS-BT-IDX) TO BC-BRANCH-CODE
           MOVE 'N' TO WS-BC-FOUND-SW
           READ BRANCH-CLOSE-FILE
               INVALID KEY
                   MOVE 'R'    TO BC-STATUS
                   MOVE SPACES TO BC-SIGNOFF-OPERATOR
                   MOVE SPACES TO BC-SIGNOFF-TS
                   MOVE SPACES TO BC-FILLER
               NOT INVALID KEY
                   SET WS-BC-FOUND TO TRUE
           END-READ
           MOVE WS-BT-OPEN-DRAWERS(WS-BT-IDX)  TO BC-OPEN-DRAWERS
           MOVE WS-BT-UNBAL-DRAWERS(WS-BT-IDX) TO BC-UNBAL-DRAWERS
           MOVE WS-BT-OPEN-SUSPENSE(WS-BT-IDX) TO BC-OPEN-SUSPENSE
           MOVE WS-BT-PENDING-ITEMS(WS-BT-IDX) TO BC-PENDING-ITEMS
           MOVE WS-RUN-DATE TO BC-CHECK-TS(1:8)
           MOVE WS-RUN-TIME TO BC-CHECK-TS(9:6)
           MOVE SPACES TO WS-SIGN-RESULT
           IF BC-OPEN-DRAWERS > ZERO OR BC-UNBAL-DRAWERS > ZERO OR
              BC-OPEN-SUSPENSE > ZERO OR BC-PENDING-ITEMS > ZERO
               IF BC-STATUS-CLOSED
                   ADD 1 TO WS-VOIDED-COUNT
                   MOVE '마감확인 무효-미결 재발생'
                       TO WS-SIGN-RESULT
               END-IF
               MOVE 'H'    TO BC-STATUS
               MOVE SPACES TO BC-SIGNOFF-OPERATOR
               MOVE SPACES TO BC-SIGNOFF-TS
           ELSE
               IF BC-STATUS-HOLD
                   MOVE 'R' TO BC-STATUS
               END-IF
           END-IF
           IF WS-ACTION-SIGN AND BC-BRANCH-CODE = WS-SIGN-BRANCH
               PERFORM 3100-SIGN-OFF-BRANCH
           END-IF
           IF WS-BC-FOUND
               REWRITE BRANCH-CLOSE-RECORD
                   INVALID KEY
                       MOVE 'BRCLOSE 갱신 오류' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-REWRITE
           ELSE
               WRITE BRANCH-CLOSE-RECORD
                   INVALID KEY
                       MOVE 'BRCLOSE 기록 오류' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-WRITE
           END-IF
           EVALUATE TRUE
               WHEN BC-STATUS-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN BC-STATUS-READY
                   ADD 1 TO WS-READY-COUNT
               WHEN OTHER
                   ADD 1 TO WS-HOLD-COUNT
           END-EVALUATE
           PERFORM 3500-WRITE-BRANCH-LINE.

      *    지점장 마감확인 - 미결 없는 지점에 한해 결재권한을
      *    가진 유효 조작자만 확인할 수 있다.
       3100-SIGN-OFF-BRANCH.
           MOVE 'N' TO WS-SIGN-OK-SW
           MOVE WS-SIGN-OPERATOR TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '확인거부-미등록 조작자'
                       TO WS-SIGN-RESULT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT OP-STATUS-ACTIVE
                           MOVE '확인거부-조작자 사용중지'
                               TO WS-SIGN-RESULT
                       WHEN NOT OP-ALLOW-APPROVE
                           MOVE '확인거부-결재권한 없음'
                               TO WS-SIGN-RESULT
                       WHEN BC-STATUS-HOLD
                           MOVE '확인거부-마감 미결 잔존'
                               TO WS-SIGN-RESULT
                       WHEN BC-STATUS-CLOSED
                           MOVE '확인생략-기 마감확인'
                               TO WS-SIGN-RESULT
                       WHEN OTHER
                           SET WS-SIGN-OK TO TRUE
                   END-EVALUATE
           END-READ
           IF WS-SIGN-OK
               MOVE 'C'              TO BC-STATUS
               MOVE WS-SIGN-OPERATOR TO BC-SIGNOFF-OPERATOR
               MOVE WS-RUN-DATE      TO BC-SIGNOFF-TS(1:8)
               MOVE WS-RUN-TIME      TO BC-SIGNOFF-TS(9:6)
               MOVE '마감확인 완료'  TO WS-SIGN-RESULT
               PERFORM 8000-WRITE-AUDIT
           ELSE
               IF WS-SIGN-RESULT(1:12) NOT = '확인생략'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3500-WRITE-BRANCH-LINE.
           EVALUATE TRUE
               WHEN BC-STATUS-CLOSED
                   MOVE '마감'     TO WS-DSP-STATUS
               WHEN BC-STATUS-READY
                   MOVE '확인대기' TO WS-DSP-STATUS
               WHEN OTHER
                   MOVE '보류'     TO WS-DSP-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING BC-BRANCH-CODE         DELIMITED SIZE
                  ' 상태:'               DELIMITED SIZE
                  WS-DSP-STATUS          DELIMITED SIZE
                  ' 미마감시재:'         DELIMITED SIZE
                  BC-OPEN-DRAWERS        DELIMITED SIZE
                  ' 시재불일치:'         DELIMITED SIZE
                  BC-UNBAL-DRAWERS       DELIMITED SIZE
                  ' 미결산:'             DELIMITED SIZE
                  BC-OPEN-SUSPENSE       DELIMITED SIZE
                  ' 결재대기:'           DELIMITED SIZE
                  BC-PENDING-ITEMS       DELIMITED SIZE
                  ' 확인자:'             DELIMITED SIZE
                  BC-SIGNOFF-OPERATOR    DELIMITED SIZE
                  ' '                    DELIMITED SIZE
                  WS-SIGN-RESULT         DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO BCRPT-LINE
           WRITE CLOSE-REPORT-RECORD.

      *================================================================
      *    마감지연 지점 목록 - 마감(C)되지 않은 지점
      *================================================================
       4000-WRITE-HOLDING-LIST.
           MOVE '--- 마감지연 지점 ---' TO BCRPT-LINE
           WRITE CLOSE-REPORT-RECORD
           MOVE WS-RUN-DATE TO BC-CLOSE-DATE
           MOVE LOW-VALUES  TO BC-BRANCH-CODE
           MOVE 'N' TO WS-END-OF-FILE-SW
           START BRANCH-CLOSE-FILE KEY IS >= BC-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 4100-READ-NEXT-HOLDING
               UNTIL WS-END-OF-FILE.

       4100-READ-NEXT-HOLDING.
           READ BRANCH-CLOSE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF BC-CLOSE-DATE NOT = WS-RUN-DATE
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF NOT BC-STATUS-CLOSED
                           PERFORM 4200-WRITE-HOLDING-LINE
                       END-IF
                   END-IF
           END-READ.

       4200-WRITE-HOLDING-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           IF BC-STATUS-READY
               STRING '** ' BC-BRANCH-CODE
                      ' 지점장 마감확인 대기'
                      DELIMITED SIZE INTO WS-RPT-DETAIL
           ELSE
               STRING '** '                DELIMITED SIZE
                      BC-BRANCH-CODE       DELIMITED SIZE
                      ' 미결 - 미마감시재:' DELIMITED SIZE
                      BC-OPEN-DRAWERS      DELIMITED SIZE
                      ' 시재불일치:'       DELIMITED SIZE
                      BC-UNBAL-DRAWERS     DELIMITED SIZE
                      ' 미결산:'           DELIMITED SIZE
                      BC-OPEN-SUSPENSE     DELIMITED SIZE
                      ' 결재대기:'         DELIMITED SIZE
                      BC-PENDING-ITEMS     DELIMITED SIZE
                      INTO WS-RPT-DETAIL
           END-IF
           MOVE WS-RPT-DETAIL TO BCRPT-LINE
           WRITE CLOSE-REPORT-RECORD.

      *    지점장 마감확인 감사기록 - 지점코드는 메시지에 기록
       8000-WRITE-AUDIT.
           MOVE WS-RUN-DATE      TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME      TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT102 '       TO AR-PROGRAM-ID
           MOVE SPACES           TO AR-ACCOUNT-NO
           MOVE 'BRCL'           TO AR-ACTION-CODE
           MOVE WS-SIGN-OPERATOR TO AR-OPERATOR-ID
           MOVE '0000'           TO AR-RESULT-CODE
           MOVE SPACES           TO AR-MESSAGE
           STRING '지점마감 확인 지점=' DELIMITED SIZE
                  BC-BRANCH-CODE        DELIMITED SIZE
                  ' 영업일='            DELIMITED SIZE
                  BC-CLOSE-DATE         DELIMITED SIZE
                  INTO AR-MESSAGE
           PERFORM 8010-CHAIN-AUDIT-RECORD
           WRITE AUDIT-RECORD.

       8010-CHAIN-AUDIT-RECORD.
           MOVE 'AUDCHAIN' TO AC-CHAIN-ID
           READ AUDIT-CHAIN-FILE
               INVALID KEY
                   MOVE 'AUDCHAIN' TO AC-CHAIN-ID
                   MOVE ZERO TO AC-LAST-SEQ
                   MOVE ZERO TO AC-LAST-CHECK
                   MOVE SPACES TO AC-FILLER
                   WRITE AUDIT-CHAIN-RECORD
           END-READ
           ADD 1 TO AC-LAST-SEQ
           MOVE AC-LAST-SEQ   TO AR-CHAIN-SEQ
           MOVE SPACES        TO AR-FILLER
           MOVE AC-LAST-CHECK TO WS-CHAIN-WORK
           PERFORM VARYING WS-CHAIN-I FROM 1 BY 1
                   UNTIL WS-CHAIN-I > 159
               COMPUTE WS-CHAIN-WORK = FUNCTION MOD(
                   WS-CHAIN-WORK * 31
                   + WS-CHAIN-I
                     * FUNCTION ORD(AUDIT-RECORD(WS-CHAIN-I:1)),
                   999999937)
           END-PERFORM
           MOVE WS-CHAIN-WORK TO AR-CHAIN-CHECK
           MOVE WS-CHAIN-WORK TO AC-LAST-CHECK
           REWRITE AUDIT-CHAIN-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       9000-FINALIZE.
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='        DELIMITED SIZE
               ' 지점:'            DELIMITED SIZE
               WS-BRANCH-COUNT     DELIMITED SIZE
               ' 마감:'            DELIMITED SIZE
               WS-CLOSED-COUNT     DELIMITED SIZE
               ' 확인대기:'        DELIMITED SIZE
               WS-READY-COUNT      DELIMITED SIZE
               ' 보류:'            DELIMITED SIZE
               WS-HOLD-COUNT       DELIMITED SIZE
               ' 확인무효:'        DELIMITED SIZE
               WS-VOIDED-COUNT     DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO BCRPT-LINE
           WRITE CLOSE-REPORT-RECORD
           PERFORM 9200-CLOSE-FILES
           DISPLAY '지점마감 점검 완료 영업일:' WS-RUN-DATE
               ' 지점:' WS-BRANCH-COUNT
               ' 마감:' WS-CLOSED-COUNT
               ' 확인대기:' WS-READY-COUNT
               ' 보류:' WS-HOLD-COUNT
           IF RETURN-CODE < 4 AND
              (WS-READY-COUNT > ZERO OR WS-HOLD-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

       9200-CLOSE-FILES.
           CLOSE BRANCH-CLOSE-FILE
           IF WS-DRAWER-OPEN
               CLOSE TELLER-DRAWER-FILE
           END-IF
           IF WS-SUSPENSE-OPEN
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-PENDING-OPEN
               CLOSE PENDING-TXN-FILE
           END-IF
           IF WS-HOURS-OPEN
               CLOSE BRANCH-HOURS-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE OPERATOR-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           CLOSE CLOSE-REPORT-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9200-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
