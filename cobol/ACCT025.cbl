      *              바이트 확장, 원거래ID 보존/복원
      * 2026-08-28 : 대리인 거래검증 대응 - 보류레코드 160바이트
      *              확장, 대리인ID 보존/복원
      * 2026-10-15 : 법인계좌 서명권 검증 대응 - 서명권자ID
      *              보존/복원(보류레코드 예비영역 사용)
      * 2026-10-15 : 지점 마감점검 통제 - SET시 지점마감 등록부
      *              (BRCLOSE, ACCT102)에 당일 미마감 지점이 있거나
      *              점검 기록이 없으면 마감 설정을 거부(RC=8).
      *              본부 운영부서 승인자(SYSIN, 결재권한 보유)
      *              강행시 사유와 함께 감사기록(EODO) 후 진행
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT025.
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BRANCH-CLOSE-FILE
               ASSIGN TO 'BRCLOSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-KEY
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

       DATA DIVISION.
       FILE SECTION.

           05  SQ-CARD-NO            PIC X(16).
           05  SQ-REV-TXN-ID         PIC X(20).
           05  SQ-AGENT-ID           PIC X(10).
           05  SQ-SIGNATORY-ID       PIC X(06).
           05  SQ-FILLER             PIC X(10).

       FD  EOD-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  SL-RESOLVE-REF        PIC X(12).
           05  SL-FILLER             PIC X(12).

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

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           05  WS-MONTH-END-FLAG     PIC X(01).
               88  WS-MONTH-END      VALUE 'M'.
           05  WS-SUSP-MAX-AGE       PIC 9(03).
           05  WS-OVERRIDE-OPERATOR  PIC X(08).
           05  WS-OVERRIDE-REASON    PIC X(40).

       01  WS-RUN-TIME               PIC X(06).

      *    지점 마감점검 결과 - BRCLOSE 당일 기록 기준
       01  WS-BRCL-CHECK-AREA.
           05  WS-BRCL-EOF-SW        PIC X(01).
               88  WS-BRCL-EOF       VALUE 'Y'.
           05  WS-BRCL-TOTAL-COUNT   PIC 9(04).
           05  WS-BRCL-OPEN-COUNT    PIC 9(04).
           05  WS-OVERRIDE-SW        PIC X(01).
               88  WS-OVERRIDE-OK    VALUE 'Y'.

       01  WS-SUSP-CHECK-AREA.
           05  WS-SUSP-EOF-SW        PIC X(01).
           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

       01  WS-TOTAL-AREA.
           05  WS-REPLAYED-COUNT     PIC 9(07).

       01  WS-ERROR-MESSAGE          PIC X(100).

      *    감사기록 연쇄검증값 작업영역 - ACCT022 8010과 동일.
       01  WS-CHAIN-AREA.
           05  WS-CHAIN-WORK         PIC 9(18) COMP.
           05  WS-CHAIN-I            PIC 9(04) COMP.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           MOVE ZERO TO WS-REPLAYED-COUNT
           MOVE ZERO TO WS-FAILED-COUNT
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           OPEN I-O EOD-CONTROL-FILE
           IF WS-FILE-MISSING
               CLOSE EOD-CONTROL-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 2600-CHECK-BRANCH-CLOSE
           IF WS-BRCL-TOTAL-COUNT = ZERO OR
              WS-BRCL-OPEN-COUNT > ZERO
               PERFORM 2700-CHECK-OVERRIDE
               IF NOT WS-OVERRIDE-OK
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING '마감 거부-지점 미마감 '
                                                   DELIMITED SIZE
                          WS-BRCL-OPEN-COUNT       DELIMITED SIZE
                          '개 / 점검지점 '         DELIMITED SIZE
                          WS-BRCL-TOTAL-COUNT      DELIMITED SIZE
                          '개'                     DELIMITED SIZE
                          INTO WS-RPT-DETAIL
                   MOVE WS-RPT-DETAIL TO ERPT-LINE
                   WRITE EOD-REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'EODCTL  ' TO EC-CONTROL-ID
           READ EOD-CONTROL-FILE
               INVALID KEY
                   END-IF
           END-READ.

      *    지점 마감점검 - ACCT102가 기록한 당일 지점마감 등록부
      *    에서 마감(C)되지 않은 지점을 리포트에 나열한다.
      *    점검 기록이 전혀 없으면 점검 미실행으로 보고 거부.
       2600-CHECK-BRANCH-CLOSE.
           MOVE ZERO TO WS-BRCL-TOTAL-COUNT
           MOVE ZERO TO WS-BRCL-OPEN-COUNT
           MOVE 'N'  TO WS-BRCL-EOF-SW
           OPEN INPUT BRANCH-CLOSE-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO BC-CLOSE-DATE
           MOVE LOW-VALUES  TO BC-BRANCH-CODE
           START BRANCH-CLOSE-FILE KEY IS >= BC-KEY
               INVALID KEY
                   SET WS-BRCL-EOF TO TRUE
           END-START
           PERFORM 2610-READ-NEXT-BRANCH-CLOSE
               UNTIL WS-BRCL-EOF
           CLOSE BRANCH-CLOSE-FILE.

       2610-READ-NEXT-BRANCH-CLOSE.
           READ BRANCH-CLOSE-FILE NEXT RECORD
               AT END
                   SET WS-BRCL-EOF TO TRUE
               NOT AT END
                   IF BC-CLOSE-DATE NOT = WS-RUN-DATE
                       SET WS-BRCL-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-BRCL-TOTAL-COUNT
                       IF NOT BC-STATUS-CLOSED
                           ADD 1 TO WS-BRCL-OPEN-COUNT
                           PERFORM 2620-WRITE-HOLDING-BRANCH
                       END-IF
                   END-IF
           END-READ.

       2620-WRITE-HOLDING-BRANCH.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '미마감 지점:'  DELIMITED SIZE
                  BC-BRANCH-CODE  DELIMITED SIZE
                  ' 상태:'        DELIMITED SIZE
                  BC-STATUS       DELIMITED SIZE
                  ' 미마감시재:'  DELIMITED SIZE
                  BC-OPEN-DRAWERS DELIMITED SIZE
                  ' 시재불일치:'  DELIMITED SIZE
                  BC-UNBAL-DRAWERS DELIMITED SIZE
                  ' 미결산:'      DELIMITED SIZE
                  BC-OPEN-SUSPENSE DELIMITED SIZE
                  ' 결재대기:'    DELIMITED SIZE
                  BC-PENDING-ITEMS DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ERPT-LINE
           WRITE EOD-REPORT-RECORD.

      *    본부 운영부서 강행 - 결재권한 있는 유효 조작자와 사유가
      *    모두 있어야 하며, 강행 사실은 감사기록(EODO)으로 남긴다.
       2700-CHECK-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-SW
           IF WS-OVERRIDE-OPERATOR = SPACES OR
              WS-OVERRIDE-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-FILE-OK
               MOVE 'OPERMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE WS-OVERRIDE-OPERATOR TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OP-STATUS-ACTIVE AND OP-ALLOW-APPROVE
                       SET WS-OVERRIDE-OK TO TRUE
                   END-IF
           END-READ
           CLOSE OPERATOR-FILE
           IF NOT WS-OVERRIDE-OK
               MOVE SPACES TO WS-RPT-DETAIL
               STRING '강행 승인 거부-권한없는 조작자:'
                                         DELIMITED SIZE
                      WS-OVERRIDE-OPERATOR DELIMITED SIZE
                      INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO ERPT-LINE
               WRITE EOD-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 2710-WRITE-OVERRIDE-AUDIT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '본부 강행 승인:'      DELIMITED SIZE
                  WS-OVERRIDE-OPERATOR   DELIMITED SIZE
                  ' 미마감 지점:'        DELIMITED SIZE
                  WS-BRCL-OPEN-COUNT     DELIMITED SIZE
                  ' 사유:'               DELIMITED SIZE
                  WS-OVERRIDE-REASON     DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ERPT-LINE
           WRITE EOD-REPORT-RECORD.

       2710-WRITE-OVERRIDE-AUDIT.
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
           MOVE WS-RUN-DATE          TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME          TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT025 '           TO AR-PROGRAM-ID
           MOVE SPACES               TO AR-ACCOUNT-NO
           MOVE 'EODO'               TO AR-ACTION-CODE
           MOVE WS-OVERRIDE-OPERATOR TO AR-OPERATOR-ID
           MOVE '0000'               TO AR-RESULT-CODE
           MOVE SPACES               TO AR-MESSAGE
           STRING '마감강행 영업일='   DELIMITED SIZE
                  WS-RUN-DATE          DELIMITED SIZE
                  ' 미마감='           DELIMITED SIZE
                  WS-BRCL-OPEN-COUNT   DELIMITED SIZE
                  '/'                  DELIMITED SIZE
                  WS-BRCL-TOTAL-COUNT  DELIMITED SIZE
                  ' 사유='             DELIMITED SIZE
                  WS-OVERRIDE-REASON   DELIMITED SIZE
                  INTO AR-MESSAGE
           PERFORM 8010-CHAIN-AUDIT-RECORD
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE.

      *    해제는 재기표에 앞서 수행한다 - 재기표 거래가 다시
      *    보류접수되는 것을 막기 위함.
       3000-CLEAR-AND-REPLAY.
           MOVE SQ-CARD-NO         TO WS-TXN-CARD-NO
           MOVE SQ-REV-TXN-ID      TO WS-TXN-REV-TXN-ID
           MOVE SQ-AGENT-ID        TO WS-TXN-AGENT-ID
           MOVE SQ-SIGNATORY-ID    TO WS-TXN-SIGNATORY-ID
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           IF WS-TXN-RESULT-CODE = '0000'
               ADD 1 TO WS-REPLAYED-COUNT
               CLOSE SAF-QUEUE-FILE
           END-IF.

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
           PERFORM 9100-WRITE-TOTAL-LINE
           CLOSE EOD-CONTROL-FILE
