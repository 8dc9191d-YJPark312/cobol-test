      ******************************************************************
      * PROGRAM-ID: ACCT096
      * DESCRIPTION: 수수료 가격예외(PRCEXCP) 유지보수 및 월보 배치
      *              - SYSIN: 기준일/처리구분(M:유지보수,R:월보)/
      *                월보 대상월(미지정시 기준일의 월)
      *              - 유지보수(M): PRCMNT 입력(등록/변경/해지)으로
      *                고객 또는 계좌별, 수수료코드별 예외를 관리.
      *                감면은 정률(%) 또는 정액, 만료일과 승인자
      *                (OPERMST 승인권한, 신청자와 다른 직원) 필수
      *              - 수수료코드는 FEESCHED 키(ATM/MF+유형 등),
      *                타행이체는 IBKX, 전 수수료는 *ALL
      *              - 적용은 ACCT002(출금/타행이체 수수료)와
      *                ACCT027(월 계좌유지수수료)이 자동 수행하고
      *                월별 감면액(포기수익)을 예외건에 누적
      *              - 월보(R): 예외건별 대상월 감면액과 향후 1개월
      *                내 만료 예정건(갱신 검토) 목록
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT096.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-MAINT-FILE
               ASSIGN TO 'PRCMNT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRICE-EXCEPTION-FILE
               ASSIGN TO 'PRCEXCP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO 'FEESCHED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-KEY
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

           SELECT PRICE-REPORT-FILE
               ASSIGN TO 'PRCRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    가격예외 유지보수 입력 - 영업점/RM 신청서 기준 작성.
       FD  PRICE-MAINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PRICE-MAINT-RECORD.
           05  PM-ACTION             PIC X(01).
               88  PM-ACTION-ADD     VALUE 'A'.
               88  PM-ACTION-CHANGE  VALUE 'C'.
               88  PM-ACTION-CANCEL  VALUE 'X'.
           05  PM-SCOPE              PIC X(01).
               88  PM-SCOPE-ACCOUNT  VALUE 'A'.
               88  PM-SCOPE-CUSTOMER VALUE 'C'.
           05  PM-SUBJECT-ID         PIC X(12).
           05  PM-FEE-CODE           PIC X(04).
           05  PM-DISC-TYPE          PIC X(01).
               88  PM-DISC-PERCENT   VALUE 'P'.
               88  PM-DISC-FIXED     VALUE 'F'.
           05  PM-DISC-RATE          PIC 9(03)V99.
           05  PM-DISC-AMOUNT        PIC 9(07)V99.
           05  PM-EFFECTIVE-DATE     PIC X(08).
           05  PM-EXPIRY-DATE        PIC X(08).
           05  PM-APPROVER-ID        PIC X(08).
           05  PM-REQUESTER-ID       PIC X(08).
           05  PM-REASON             PIC X(40).
           05  PM-FILLER             PIC X(15).

      *    수수료 가격예외 등록부 - 적용범위(A:계좌/C:고객)+대상
      *    번호+수수료코드 키. 감면액은 당월/전월 구간과 누계로
      *    보존하며 ACCT002/ACCT027이 적용시 누적한다.
       FD  PRICE-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  PRICE-EXCEPTION-RECORD.
           05  PX-KEY.
               10  PX-SCOPE          PIC X(01).
               10  PX-SUBJECT-ID     PIC X(12).
               10  PX-FEE-CODE       PIC X(04).
           05  PX-DISC-TYPE          PIC X(01).
               88  PX-DISC-PERCENT   VALUE 'P'.
               88  PX-DISC-FIXED     VALUE 'F'.
           05  PX-DISC-RATE          PIC 9(03)V99 COMP-3.
           05  PX-DISC-AMOUNT        PIC S9(07)V99 COMP-3.
           05  PX-EFFECTIVE-DATE     PIC X(08).
           05  PX-EXPIRY-DATE        PIC X(08).
           05  PX-APPROVER-ID        PIC X(08).
           05  PX-REQUESTER-ID       PIC X(08).
           05  PX-STATUS             PIC X(01).
               88  PX-STATUS-ACTIVE  VALUE 'A'.
               88  PX-STATUS-CANCEL  VALUE 'X'.
           05  PX-REGISTER-DATE      PIC X(08).
           05  PX-CANCEL-DATE        PIC X(08).
           05  PX-REASON             PIC X(40).
           05  PX-CUR-MONTH          PIC X(06).
           05  PX-CUR-FORGONE        PIC S9(11)V99 COMP-3.
           05  PX-CUR-COUNT          PIC 9(07) COMP-3.
           05  PX-PREV-MONTH         PIC X(06).
           05  PX-PREV-FORGONE       PIC S9(11)V99 COMP-3.
           05  PX-PREV-COUNT         PIC 9(07) COMP-3.
           05  PX-TOTAL-FORGONE      PIC S9(13)V99 COMP-3.
           05  PX-FILLER             PIC X(43).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ACCOUNT-RECORD.
           05  AF-ACCOUNT-NO         PIC X(12).
           05  AF-CUSTOMER-ID        PIC X(10).
           05  AF-FILLER             PIC X(178).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CF-CUSTOMER-ID        PIC X(10).
           05  CF-FILLER             PIC X(350).

       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  FEE-SCHEDULE-RECORD.
           05  FS-KEY.
               10  FS-CHANNEL        PIC X(04).
           05  FS-RATE               PIC S9(03)V9(04) COMP-3.
           05  FS-MIN                PIC S9(07)V99 COMP-3.
           05  FS-MAX                PIC S9(07)V99 COMP-3.
           05  FS-FILLER             PIC X(22).

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
               10  OP-CAN-OPEN       PIC X(01).
               10  OP-CAN-CLOSE      PIC X(01).
               10  OP-CAN-UPDATE     PIC X(01).
               10  OP-CAN-UNFREEZE   PIC X(01).
               10  OP-CAN-OD-LIMIT   PIC X(01).
               10  OP-CAN-HOLD       PIC X(01).
               10  OP-CAN-APPROVE    PIC X(01).
                   88  OP-ALLOW-APPROVE   VALUE 'Y'.
               10  OP-CAN-BACKDATE   PIC X(01).
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

       FD  PRICE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  PRICE-REPORT-RECORD.
           05  PRPT-LINE             PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-RUN-MODE           PIC X(01).
               88  WS-MODE-MAINT     VALUE 'M' SPACE.
               88  WS-MODE-REPORT    VALUE 'R'.
           05  WS-RPT-MONTH          PIC X(06).

       01  WS-RUN-TIME               PIC X(06).

       01  WS-SWITCHES.
           05  WS-MAINT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-MAINT-EOF      VALUE 'Y'.
           05  WS-LIST-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-LIST-EOF       VALUE 'Y'.

       01  WS-ACTION-CODE            PIC X(04).

      *    만료예정 판정 - 기준일부터 1개월(31일) 이내
       01  WS-DATE-WORK.
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-DATE-INT           PIC 9(07).
           05  WS-RENEW-LIMIT-DATE   PIC X(08).

       01  WS-MONTH-FORGONE          PIC S9(11)V99 COMP-3.
       01  WS-MONTH-COUNT            PIC 9(07).

       01  WS-TOTAL-AREA.
           05  WS-ADDED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-CHANGED-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-CANCELLED-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-LISTED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-EXPIRING-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-FORGONE-TOTAL      PIC S9(13)V99 COMP-3
                                     VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-RATE           PIC ZZ9.99.
           05  WS-DSP-AMOUNT         PIC -(07)9.99.
           05  WS-DSP-FORGONE        PIC -(13)9.99.
           05  WS-DSP-DISCOUNT       PIC X(14).

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
           IF WS-MODE-REPORT
               PERFORM 5000-MONTHLY-REPORT
           ELSE
               PERFORM 2000-PROCESS-MAINT-FILE
                   UNTIL WS-MAINT-EOF
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-RPT-MONTH = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-RPT-MONTH
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 31
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-RENEW-LIMIT-DATE
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADER
           IF NOT WS-MODE-REPORT
               PERFORM 2100-READ-NEXT-MAINT-RECORD
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O PRICE-EXCEPTION-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE PRICE-EXCEPTION-FILE
               OPEN OUTPUT PRICE-EXCEPTION-FILE
               CLOSE PRICE-EXCEPTION-FILE
               OPEN I-O PRICE-EXCEPTION-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'PRCEXCP 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF NOT WS-MODE-REPORT
               OPEN INPUT PRICE-MAINT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'PRCMNT 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'CUSTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT FEE-SCHEDULE-FILE
           IF NOT WS-FILE-OK
               MOVE 'FEESCHED 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-FILE-OK
               MOVE 'OPERMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT PRICE-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'PRCRPT 오픈실패' TO WS-ERROR-MESSAGE
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
           END-IF.

       1200-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-HEADER
           IF WS-MODE-REPORT
               STRING
                   '수수료 가격예외 월보 | 대상월:'
                                      DELIMITED SIZE
                   WS-RPT-MONTH       DELIMITED SIZE
                   ' 기준일:'         DELIMITED SIZE
                   WS-RUN-DATE        DELIMITED SIZE
                   INTO WS-RPT-HEADER
           ELSE
               STRING
                   '수수료 가격예외 유지보수 | 기준일:'
                                      DELIMITED SIZE
                   WS-RUN-DATE        DELIMITED SIZE
                   INTO WS-RPT-HEADER
           END-IF
           MOVE WS-RPT-HEADER TO PRPT-LINE
           WRITE PRICE-REPORT-RECORD.

       2000-PROCESS-MAINT-FILE.
           EVALUATE TRUE
               WHEN PM-ACTION-ADD
                   PERFORM 3000-ADD-EXCEPTION
               WHEN PM-ACTION-CHANGE
                   PERFORM 3100-CHANGE-EXCEPTION
               WHEN PM-ACTION-CANCEL
                   PERFORM 3200-CANCEL-EXCEPTION
               WHEN OTHER
                   MOVE '알수없는 작업구분' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 4000-WRITE-DETAIL-LINE
           END-EVALUATE
           PERFORM 2100-READ-NEXT-MAINT-RECORD.

       2100-READ-NEXT-MAINT-RECORD.
           READ PRICE-MAINT-FILE
               AT END
                   SET WS-MAINT-EOF TO TRUE
           END-READ.

      *    입력 검증 - 대상(계좌/고객) 존재, 수수료코드(FEESCHED
      *    등록 코드, IBKX 또는 *ALL), 감면값, 유효/만료일.
       2200-VALIDATE-MAINT-RECORD.
           MOVE SPACES TO WS-RPT-DETAIL
           IF PM-EFFECTIVE-DATE = SPACES
               MOVE WS-RUN-DATE TO PM-EFFECTIVE-DATE
           END-IF
           EVALUATE TRUE
               WHEN PM-SCOPE-ACCOUNT
                   MOVE PM-SUBJECT-ID TO AF-ACCOUNT-NO
                   READ ACCOUNT-FILE
                       INVALID KEY
                           MOVE '거부-계좌 없음' TO WS-RPT-DETAIL
                           EXIT PARAGRAPH
                   END-READ
               WHEN PM-SCOPE-CUSTOMER
                   MOVE PM-SUBJECT-ID(1:10) TO CF-CUSTOMER-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           MOVE '거부-고객 없음' TO WS-RPT-DETAIL
                           EXIT PARAGRAPH
                   END-READ
               WHEN OTHER
                   MOVE '거부-적용범위 오류' TO WS-RPT-DETAIL
                   EXIT PARAGRAPH
           END-EVALUATE
           IF PM-FEE-CODE NOT = '*ALL' AND PM-FEE-CODE NOT = 'IBKX'
               MOVE PM-FEE-CODE TO FS-CHANNEL
               READ FEE-SCHEDULE-FILE
                   INVALID KEY
                       MOVE '거부-수수료코드 미등록'
                           TO WS-RPT-DETAIL
                       EXIT PARAGRAPH
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN PM-DISC-PERCENT
                   IF PM-DISC-RATE IS NOT NUMERIC OR
                      PM-DISC-RATE = ZERO OR PM-DISC-RATE > 100
                       MOVE '거부-감면율 오류' TO WS-RPT-DETAIL
                       EXIT PARAGRAPH
                   END-IF
               WHEN PM-DISC-FIXED
                   IF PM-DISC-AMOUNT IS NOT NUMERIC OR
                      PM-DISC-AMOUNT = ZERO
                       MOVE '거부-감면금액 오류'
                           TO WS-RPT-DETAIL
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE '거부-감면구분 오류' TO WS-RPT-DETAIL
                   EXIT PARAGRAPH
           END-EVALUATE
           IF PM-EXPIRY-DATE = SPACES OR
              PM-EXPIRY-DATE NOT > PM-EFFECTIVE-DATE OR
              PM-EXPIRY-DATE < WS-RUN-DATE
               MOVE '거부-만료일 오류' TO WS-RPT-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-VALIDATE-APPROVER.

      *    승인자 - 승인권한 보유 활성 직원이며 신청자와 달라야
      *    한다(예외 약정 본인 승인 금지).
       2300-VALIDATE-APPROVER.
           IF PM-APPROVER-ID = SPACES OR
              PM-APPROVER-ID = PM-REQUESTER-ID
               MOVE '거부-승인자 누락/신청자 동일'
                   TO WS-RPT-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE PM-APPROVER-ID TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '거부-승인권한 없음' TO WS-RPT-DETAIL
                   EXIT PARAGRAPH
           END-READ
           IF OP-STATUS-LOCKED OR NOT OP-ALLOW-APPROVE
               MOVE '거부-승인권한 없음' TO WS-RPT-DETAIL
           END-IF.

       3000-ADD-EXCEPTION.
           PERFORM 2200-VALIDATE-MAINT-RECORD
           IF WS-RPT-DETAIL NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 4000-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO PRICE-EXCEPTION-RECORD
           MOVE PM-SCOPE           TO PX-SCOPE
           MOVE PM-SUBJECT-ID      TO PX-SUBJECT-ID
           MOVE PM-FEE-CODE        TO PX-FEE-CODE
           PERFORM 3300-MOVE-TERMS
           MOVE 'A'                TO PX-STATUS
           MOVE WS-RUN-DATE        TO PX-REGISTER-DATE
           MOVE ZERO               TO PX-CUR-FORGONE
           MOVE ZERO               TO PX-CUR-COUNT
           MOVE ZERO               TO PX-PREV-FORGONE
           MOVE ZERO               TO PX-PREV-COUNT
           MOVE ZERO               TO PX-TOTAL-FORGONE
           WRITE PRICE-EXCEPTION-RECORD
               INVALID KEY
                   MOVE '등록실패-이미존재(변경으로 처리)'
                       TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE '가격예외 등록 완료' TO WS-RPT-DETAIL
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE 'PXAD' TO WS-ACTION-CODE
                   PERFORM 8000-WRITE-AUDIT
           END-WRITE
           PERFORM 4000-WRITE-DETAIL-LINE.

      *    변경 - 감면조건/만료일 갱신(갱신 검토후 연장 포함).
      *    해지건의 변경은 재등록으로 보고 상태를 되살린다.
       3100-CHANGE-EXCEPTION.
           PERFORM 2200-VALIDATE-MAINT-RECORD
           IF WS-RPT-DETAIL NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 4000-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE PM-SCOPE      TO PX-SCOPE
           MOVE PM-SUBJECT-ID TO PX-SUBJECT-ID
           MOVE PM-FEE-CODE   TO PX-FEE-CODE
           READ PRICE-EXCEPTION-FILE
               INVALID KEY
                   MOVE '변경실패-대상없음' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 4000-WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 3300-MOVE-TERMS
           MOVE 'A'    TO PX-STATUS
           MOVE SPACES TO PX-CANCEL-DATE
           REWRITE PRICE-EXCEPTION-RECORD
               INVALID KEY
                   MOVE '변경실패-오류' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE '가격예외 변경 완료' TO WS-RPT-DETAIL
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'PXCH' TO WS-ACTION-CODE
                   PERFORM 8000-WRITE-AUDIT
           END-REWRITE
           PERFORM 4000-WRITE-DETAIL-LINE.

      *    해지 - 감면 누계 보존을 위해 삭제하지 않고 해지(X).
       3200-CANCEL-EXCEPTION.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE PM-SCOPE      TO PX-SCOPE
           MOVE PM-SUBJECT-ID TO PX-SUBJECT-ID
           MOVE PM-FEE-CODE   TO PX-FEE-CODE
           READ PRICE-EXCEPTION-FILE
               INVALID KEY
                   MOVE '해지실패-대상없음' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 4000-WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-READ
           IF PX-STATUS-CANCEL
               MOVE '해지실패-기해지' TO WS-RPT-DETAIL
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 4000-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'X'         TO PX-STATUS
           MOVE WS-RUN-DATE TO PX-CANCEL-DATE
           REWRITE PRICE-EXCEPTION-RECORD
               INVALID KEY
                   MOVE '해지실패-오류' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE '가격예외 해지 완료' TO WS-RPT-DETAIL
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE 'PXCN' TO WS-ACTION-CODE
                   PERFORM 8000-WRITE-AUDIT
           END-REWRITE
           PERFORM 4000-WRITE-DETAIL-LINE.

       3300-MOVE-TERMS.
           MOVE PM-DISC-TYPE       TO PX-DISC-TYPE
           MOVE ZERO               TO PX-DISC-RATE
           MOVE ZERO               TO PX-DISC-AMOUNT
           IF PM-DISC-PERCENT
               MOVE PM-DISC-RATE   TO PX-DISC-RATE
           ELSE
               MOVE PM-DISC-AMOUNT TO PX-DISC-AMOUNT
           END-IF
           MOVE PM-EFFECTIVE-DATE  TO PX-EFFECTIVE-DATE
           MOVE PM-EXPIRY-DATE     TO PX-EXPIRY-DATE
           MOVE PM-APPROVER-ID     TO PX-APPROVER-ID
           MOVE PM-REQUESTER-ID    TO PX-REQUESTER-ID
           MOVE PM-REASON          TO PX-REASON.

       4000-WRITE-DETAIL-LINE.
           MOVE SPACES TO PRPT-LINE
           STRING
               PM-ACTION          DELIMITED SIZE
               ' '                DELIMITED SIZE
               PM-SCOPE           DELIMITED SIZE
               ':'                DELIMITED SIZE
               PM-SUBJECT-ID      DELIMITED SIZE
               ' 수수료:'         DELIMITED SIZE
               PM-FEE-CODE        DELIMITED SIZE
               ' 만료:'           DELIMITED SIZE
               PM-EXPIRY-DATE     DELIMITED SIZE
               ' 승인:'           DELIMITED SIZE
               PM-APPROVER-ID     DELIMITED SIZE
               ' - '              DELIMITED SIZE
               WS-RPT-DETAIL      DELIMITED SIZE
               INTO PRPT-LINE
           WRITE PRICE-REPORT-RECORD.

      *    월보 - 예외건별 대상월 감면액(포기수익). 대상월이
      *    당월 구간이면 당월, 전월 구간이면 전월 누계를 쓴다.
      *    이어서 1개월 내 만료 예정인 유효건을 갱신검토 목록으로
      *    출력한다.
       5000-MONTHLY-REPORT.
           MOVE '--- 예외건별 감면액(포기 수수료수익) ---'
               TO PRPT-LINE
           WRITE PRICE-REPORT-RECORD
           PERFORM 5050-START-REGISTER
           PERFORM 5100-LIST-FORGONE
               UNTIL WS-LIST-EOF
           MOVE WS-FORGONE-TOTAL TO WS-DSP-FORGONE
           MOVE SPACES TO PRPT-LINE
           STRING '  감면액 합계:'   DELIMITED SIZE
                  WS-DSP-FORGONE    DELIMITED SIZE
                  INTO PRPT-LINE
           WRITE PRICE-REPORT-RECORD
           MOVE '--- 만료예정(1개월내) 갱신검토 대상 ---'
               TO PRPT-LINE
           WRITE PRICE-REPORT-RECORD
           PERFORM 5050-START-REGISTER
           PERFORM 5300-LIST-EXPIRING
               UNTIL WS-LIST-EOF.

       5050-START-REGISTER.
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO PX-KEY
           START PRICE-EXCEPTION-FILE KEY IS >= PX-KEY
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START.

       5100-LIST-FORGONE.
           READ PRICE-EXCEPTION-FILE NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   PERFORM 5150-PICK-MONTH-FORGONE
                   IF WS-MONTH-COUNT > ZERO OR
                      (PX-STATUS-ACTIVE AND
                       PX-EFFECTIVE-DATE(1:6) <= WS-RPT-MONTH AND
                       PX-EXPIRY-DATE(1:6) >= WS-RPT-MONTH)
                       ADD 1 TO WS-LISTED-COUNT
                       ADD WS-MONTH-FORGONE TO WS-FORGONE-TOTAL
                       PERFORM 5200-WRITE-FORGONE-LINE
                   END-IF
           END-READ.

       5150-PICK-MONTH-FORGONE.
           MOVE ZERO TO WS-MONTH-FORGONE
           MOVE ZERO TO WS-MONTH-COUNT
           IF PX-CUR-MONTH = WS-RPT-MONTH
               MOVE PX-CUR-FORGONE  TO WS-MONTH-FORGONE
               MOVE PX-CUR-COUNT    TO WS-MONTH-COUNT
           ELSE
               IF PX-PREV-MONTH = WS-RPT-MONTH
                   MOVE PX-PREV-FORGONE TO WS-MONTH-FORGONE
                   MOVE PX-PREV-COUNT   TO WS-MONTH-COUNT
               END-IF
           END-IF.

       5200-WRITE-FORGONE-LINE.
           PERFORM 5250-FORMAT-DISCOUNT
           MOVE WS-MONTH-FORGONE TO WS-DSP-FORGONE
           MOVE SPACES TO PRPT-LINE
           STRING
               PX-SCOPE           DELIMITED SIZE
               ':'                DELIMITED SIZE
               PX-SUBJECT-ID      DELIMITED SIZE
               ' '                DELIMITED SIZE
               PX-FEE-CODE        DELIMITED SIZE
               ' 감면:'           DELIMITED SIZE
               WS-DSP-DISCOUNT    DELIMITED SIZE
               ' 만료:'           DELIMITED SIZE
               PX-EXPIRY-DATE     DELIMITED SIZE
               ' 승인:'           DELIMITED SIZE
               PX-APPROVER-ID     DELIMITED SIZE
               ' 적용:'           DELIMITED SIZE
               WS-MONTH-COUNT     DELIMITED SIZE
               ' 감면액:'         DELIMITED SIZE
               WS-DSP-FORGONE     DELIMITED SIZE
               ' 상태:'           DELIMITED SIZE
               PX-STATUS          DELIMITED SIZE
               INTO PRPT-LINE
           WRITE PRICE-REPORT-RECORD.

       5250-FORMAT-DISCOUNT.
           MOVE SPACES TO WS-DSP-DISCOUNT
           IF PX-DISC-PERCENT
               MOVE PX-DISC-RATE TO WS-DSP-RATE
               STRING WS-DSP-RATE DELIMITED SIZE
                      '%'         DELIMITED SIZE
                      INTO WS-DSP-DISCOUNT
           ELSE
               MOVE PX-DISC-AMOUNT TO WS-DSP-AMOUNT
               MOVE WS-DSP-AMOUNT  TO WS-DSP-DISCOUNT
           END-IF.

       5300-LIST-EXPIRING.
           READ PRICE-EXCEPTION-FILE NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF PX-STATUS-ACTIVE AND
                      PX-EXPIRY-DATE >= WS-RUN-DATE AND
                      PX-EXPIRY-DATE <= WS-RENEW-LIMIT-DATE
                       ADD 1 TO WS-EXPIRING-COUNT
                       PERFORM 5400-WRITE-EXPIRING-LINE
                   END-IF
           END-READ.

       5400-WRITE-EXPIRING-LINE.
           PERFORM 5250-FORMAT-DISCOUNT
           MOVE PX-TOTAL-FORGONE TO WS-DSP-FORGONE
           MOVE SPACES TO PRPT-LINE
           STRING
               PX-SCOPE           DELIMITED SIZE
               ':'                DELIMITED SIZE
               PX-SUBJECT-ID      DELIMITED SIZE
               ' '                DELIMITED SIZE
               PX-FEE-CODE        DELIMITED SIZE
               ' 감면:'           DELIMITED SIZE
               WS-DSP-DISCOUNT    DELIMITED SIZE
               ' 만료:'           DELIMITED SIZE
               PX-EXPIRY-DATE     DELIMITED SIZE
               ' 신청:'           DELIMITED SIZE
               PX-REQUESTER-ID    DELIMITED SIZE
               ' 누계감면액:'     DELIMITED SIZE
               WS-DSP-FORGONE     DELIMITED SIZE
               INTO PRPT-LINE
           WRITE PRICE-REPORT-RECORD.

       8000-WRITE-AUDIT.
           MOVE WS-RUN-DATE     TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME     TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT096 '      TO AR-PROGRAM-ID
           MOVE SPACES          TO AR-ACCOUNT-NO
           IF PM-SCOPE-ACCOUNT
               MOVE PM-SUBJECT-ID TO AR-ACCOUNT-NO
           END-IF
           MOVE WS-ACTION-CODE  TO AR-ACTION-CODE
           MOVE PM-REQUESTER-ID TO AR-OPERATOR-ID
           MOVE '0000'          TO AR-RESULT-CODE
           PERFORM 5250-FORMAT-DISCOUNT
           MOVE SPACES          TO AR-MESSAGE
           STRING 'PRCEXCP '         DELIMITED SIZE
                  PX-SCOPE           DELIMITED SIZE
                  ':'                DELIMITED SIZE
                  PX-SUBJECT-ID      DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  PX-FEE-CODE        DELIMITED SIZE
                  ' 감면:'           DELIMITED SIZE
                  WS-DSP-DISCOUNT    DELIMITED SIZE
                  ' 만료:'           DELIMITED SIZE
                  PX-EXPIRY-DATE     DELIMITED SIZE
                  ' 승인:'           DELIMITED SIZE
                  PX-APPROVER-ID     DELIMITED SIZE
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
           PERFORM 9100-WRITE-TOTAL-LINE
           PERFORM 9200-CLOSE-FILES
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '수수료 가격예외 처리 완료'
               ' 등록:' WS-ADDED-COUNT
               ' 변경:' WS-CHANGED-COUNT
               ' 해지:' WS-CANCELLED-COUNT
               ' 거부:' WS-REJECTED-COUNT
               ' 월보:' WS-LISTED-COUNT
               ' 만료예정:' WS-EXPIRING-COUNT.

       9100-WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='        DELIMITED SIZE
               ' 등록:'            DELIMITED SIZE
               WS-ADDED-COUNT      DELIMITED SIZE
               ' 변경:'            DELIMITED SIZE
               WS-CHANGED-COUNT    DELIMITED SIZE
               ' 해지:'            DELIMITED SIZE
               WS-CANCELLED-COUNT  DELIMITED SIZE
               ' 거부:'            DELIMITED SIZE
               WS-REJECTED-COUNT   DELIMITED SIZE
               ' 월보:'            DELIMITED SIZE
               WS-LISTED-COUNT     DELIMITED SIZE
               ' 만료예정:'        DELIMITED SIZE
               WS-EXPIRING-COUNT   DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO PRPT-LINE
           WRITE PRICE-REPORT-RECORD.

       9200-CLOSE-FILES.
           CLOSE PRICE-EXCEPTION-FILE
           IF NOT WS-MODE-REPORT
               CLOSE PRICE-MAINT-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE FEE-SCHEDULE-FILE
           CLOSE OPERATOR-FILE
           CLOSE PRICE-REPORT-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9200-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
