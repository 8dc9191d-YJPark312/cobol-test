      ******************************************************************
      * PROGRAM-ID: ACCT087
      * DESCRIPTION: 직원 본인/관계인 계좌거래 및 자기승인 감시 배치
      *              - RMNT: 직원관계 등록부(EMPREL) 및 지점 영업
      *                시간(BRHOURS) 유지 - 입력(EMPRLIN) 순차처리
      *                R:직원(OPERMST)과 본인(SELF)/신고 관계인의
      *                  고객번호(CUSTMST) 연결 등록/종료
      *                H:지점별 영업시작/종료 시각 등록
      *              - SCAN: 기준일 감시 - 적출건은 준법감시 보고
      *                (EMPMRPT)와 내부감사 케이스파일(EMPCASE)로
      *                OWNA 직원이 본인/관계인 계좌에 기표(TXNHIST)
      *                OFFH 지점 영업시간외/휴무일 기표(TXNHIST)
      *                SAPR 관계인 계좌 승인대기 거래를 본인이 요청
      *                     또는 승인, 요청자=승인자 승인(PENDTXN)
      *                PAIR 감시기간내 동일 요청자-승인자 승인이
      *                     기준건수 초과(PENDTXN)
      *                OVRD 관계인 계좌에 대한 수동 조작(동결해제/
      *                     한도변경/지급정지해제/승인/한도제한
      *                     해제, AUDITLOG)
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT087.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATION-INPUT-FILE
               ASSIGN TO 'EMPRLIN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EMP-RELATION-FILE
               ASSIGN TO 'EMPREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BRANCH-HOURS-FILE
               ASSIGN TO 'BRHOURS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BH-BRANCH-CODE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO 'OPERMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO 'TXNHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PENDING-TXN-FILE
               ASSIGN TO 'PENDTXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EMP-CASE-FILE
               ASSIGN TO 'EMPCASE'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EMP-REPORT-FILE
               ASSIGN TO 'EMPMRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    등록부 유지 입력 - R:직원관계, H:지점 영업시간
       FD  RELATION-INPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RELATION-INPUT-RECORD.
           05  RI-REC-TYPE           PIC X(01).
               88  RI-TYPE-RELATION  VALUE 'R'.
               88  RI-TYPE-HOURS     VALUE 'H'.
           05  RI-ACTION             PIC X(01).
               88  RI-ACTION-ADD     VALUE 'A'.
               88  RI-ACTION-END     VALUE 'D'.
           05  RI-BODY               PIC X(30).
           05  RI-RELATION-BODY REDEFINES RI-BODY.
               10  RI-OPERATOR-ID    PIC X(08).
               10  RI-CUSTOMER-ID    PIC X(10).
               10  RI-RELATION       PIC X(04).
               10  FILLER            PIC X(08).
           05  RI-HOURS-BODY REDEFINES RI-BODY.
               10  RI-BRANCH-CODE    PIC X(04).
               10  RI-OPEN-TIME      PIC X(06).
               10  RI-CLOSE-TIME     PIC X(06).
               10  FILLER            PIC X(14).
           05  RI-MAINT-BY           PIC X(08).
           05  RI-FILLER             PIC X(40).

      *    직원관계 등록부 - 직원ID+고객번호, 관계 SELF(본인)/
      *    SPOU(배우자)/PRNT(부모)/CHLD(자녀)/SIBL(형제)/OTHR
       FD  EMP-RELATION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  EMP-RELATION-RECORD.
           05  ER-KEY.
               10  ER-OPERATOR-ID    PIC X(08).
               10  ER-CUSTOMER-ID    PIC X(10).
           05  ER-RELATION           PIC X(04).
           05  ER-STATUS             PIC X(01).
               88  ER-STATUS-ACTIVE  VALUE 'A'.
               88  ER-STATUS-ENDED   VALUE 'E'.
           05  ER-DECLARED-DATE      PIC X(08).
           05  ER-ENDED-DATE         PIC X(08).
           05  ER-MAINT-BY           PIC X(08).
           05  ER-MAINT-DATE         PIC X(08).
           05  ER-FILLER             PIC X(25).

      *    지점 영업시간 - 미등록 지점은 기동카드 기본시각 적용
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

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID        PIC X(08).
           05  OP-OPERATOR-NAME      PIC X(30).
           05  OP-STATUS             PIC X(01).
               88  OP-STATUS-ACTIVE  VALUE 'A'.
               88  OP-STATUS-LOCKED  VALUE 'L'.
           05  OP-ROLE-FLAGS         PIC X(09).
           05  OP-FILLER             PIC X(52).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CF-CUSTOMER-ID        PIC X(10).
           05  CF-FILLER             PIC X(350).

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

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TR-TXN-ID             PIC X(20).
           05  TR-ACCOUNT-NO         PIC X(12).
           05  TR-TXN-TYPE           PIC X(04).
           05  TR-TXN-DATE           PIC X(08).
           05  TR-TXN-TIME           PIC X(06).
           05  TR-AMOUNT             PIC S9(13)V99 COMP-3.
           05  TR-BEFORE-BALANCE     PIC S9(13)V99 COMP-3.
           05  TR-AFTER-BALANCE      PIC S9(13)V99 COMP-3.
           05  TR-COUNTER-ACCOUNT    PIC X(12).
           05  TR-CHANNEL            PIC X(04).
               88  TR-CHANNEL-BATCH  VALUE 'BATC'.
           05  TR-STATUS             PIC X(01).
               88  TR-STATUS-SUCCESS VALUE 'S'.
           05  TR-DESCRIPTION        PIC X(80).
           05  TR-ORIG-CURRENCY      PIC X(03).
           05  TR-ORIG-AMOUNT        PIC S9(13)V99 COMP-3.
           05  TR-FX-RATE            PIC S9(03)V9(06) COMP-3.
           05  TR-ORIG-BRANCH        PIC X(04).
           05  TR-VALUE-DATE         PIC X(08).
           05  TR-OPERATOR-ID        PIC X(08).
           05  TR-VIRTUAL-NO         PIC X(12).
           05  TR-REV-TXN-ID         PIC X(20).
           05  TR-REV-TXN-TYPE       PIC X(04).
           05  TR-FILLER             PIC X(07).

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
               88  PD-STATUS-APPROVED VALUE 'A'.
           05  PD-APPROVER-ID        PIC X(08).
           05  PD-DECISION-DATE      PIC X(08).
           05  PD-ORIG-BRANCH        PIC X(04).
           05  PD-VALUE-DATE         PIC X(08).
           05  PD-GUARDIAN-APPR      PIC X(01).
           05  PD-COUNTER-BANK       PIC X(03).
           05  PD-CARD-NO            PIC X(16).
           05  PD-REV-TXN-ID         PIC X(20).
           05  PD-AGENT-ID           PIC X(10).
           05  PD-SIGNATORY-ID       PIC X(06).
           05  PD-NAMEVER-REF        PIC X(12).
           05  PD-FILLER             PIC X(01).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 170 CHARACTERS.
       01  AUDIT-RECORD.
           05  AR-TIMESTAMP          PIC X(14).
           05  AR-TIMESTAMP-R REDEFINES AR-TIMESTAMP.
               10  AR-AUDIT-DATE     PIC X(08).
               10  AR-AUDIT-TIME     PIC X(06).
           05  AR-PROGRAM-ID         PIC X(08).
           05  AR-ACCOUNT-NO         PIC X(12).
           05  AR-ACTION-CODE        PIC X(04).
               88  AR-MANUAL-OVERRIDE VALUE 'UNFZ' 'ODLM' 'HREL'
                                            'APRV' 'LMTL'.
           05  AR-OPERATOR-ID        PIC X(08).
           05  AR-RESULT-CODE        PIC X(04).
           05  AR-MESSAGE            PIC X(100).
           05  AR-CHAIN-SEQ          PIC 9(09).
           05  AR-CHAIN-CHECK        PIC 9(09).
           05  AR-FILLER             PIC X(02).

      *    내부감사 케이스 - 적출 1건당 1레코드
       FD  EMP-CASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  EMP-CASE-RECORD.
           05  EC-CASE-DATE          PIC X(08).
           05  EC-CASE-TYPE          PIC X(04).
           05  EC-OPERATOR-ID        PIC X(08).
           05  EC-OPERATOR-ID-2      PIC X(08).
           05  EC-ACCOUNT-NO         PIC X(12).
           05  EC-CUSTOMER-ID        PIC X(10).
           05  EC-RELATION           PIC X(04).
           05  EC-SOURCE             PIC X(08).
           05  EC-REF-ID             PIC X(20).
           05  EC-EVENT-DATE         PIC X(08).
           05  EC-EVENT-TIME         PIC X(06).
           05  EC-AMOUNT             PIC S9(13)V99 COMP-3.
           05  EC-BRANCH-CODE        PIC X(04).
           05  EC-HIT-COUNT          PIC 9(05).
           05  EC-STATUS             PIC X(01).
               88  EC-STATUS-OPEN    VALUE 'O'.
           05  EC-FILLER             PIC X(36).

       FD  EMP-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  EMP-REPORT-RECORD.
           05  EMRPT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-FUNC           PIC X(04).
               88  WS-FUNC-RMNT      VALUE 'RMNT'.
               88  WS-FUNC-SCAN      VALUE 'SCAN'.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-PAIR-THRESHOLD     PIC 9(03).
           05  WS-PAIR-WINDOW-DAYS   PIC 9(03).
           05  WS-DEFAULT-OPEN       PIC X(06).
           05  WS-DEFAULT-CLOSE      PIC X(06).

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF      VALUE 'Y'.
           05  WS-REL-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-REL-EOF        VALUE 'Y'.
           05  WS-TXN-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-TXN-EOF        VALUE 'Y'.
           05  WS-PEND-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-PEND-EOF       VALUE 'Y'.
           05  WS-AUDIT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-AUDIT-EOF      VALUE 'Y'.
           05  WS-HOURS-OPEN-SW      PIC X(01) VALUE 'N'.
               88  WS-HOURS-OPEN     VALUE 'Y'.
           05  WS-HOLIDAY-SW         PIC X(01) VALUE 'N'.
               88  WS-RUN-DATE-HOLIDAY VALUE 'Y'.
           05  WS-REQ-OK-SW          PIC X(01).
               88  WS-REQ-OK         VALUE 'Y'.
           05  WS-REL-FOUND-SW       PIC X(01).
               88  WS-REL-FOUND      VALUE 'Y'.

       01  WS-REJECT-REASON          PIC X(60).

       01  WS-DATE-WORK.
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-DATE-INT           PIC 9(07).
           05  WS-WINDOW-FROM        PIC X(08).

      *    영업일 판정부품(CJIPL03) 연동영역 - ACCT005 와 동일
       01  WS-YCCOMMON-AREA          PIC X(512) VALUE SPACES.

       01  WS-CJIPL03-AREA.
           05  WS-CJ-RETURN.
               10  WS-CJ-R-STAT      PIC X(02).
                   88  WS-CJ-OK      VALUE '00'.
               10  WS-CJ-R-LINE      PIC 9(06).
               10  WS-CJ-R-ERRCD     PIC X(08).
               10  WS-CJ-R-TREAT-CD  PIC X(08).
               10  WS-CJ-R-SQL-CD    PIC S9(05)
                                     LEADING SEPARATE.
           05  WS-CJ-IN.
               10  WS-CJ-I-GROUP-CO-CD PIC X(03).
               10  WS-CJ-I-DSTCD     PIC X(01).
               10  WS-CJ-I-YMD       PIC X(08).
               10  WS-CJ-I-NODAY-NOMN PIC 9(05).
               10  WS-CJ-I-CALENDAR-CD PIC X(03).
               10  WS-CJ-I-SPARE     PIC X(47).
           05  WS-CJ-OUT.
               10  WS-CJ-O-YMD       PIC X(08).
               10  WS-CJ-O-SPARE     PIC X(50).

      *    유효 직원관계 (EMPREL 상태 A)
       01  WS-RELATION-AREA.
           05  WS-RL-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-RL-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-RL-IDX.
               10  WS-RL-OPERATOR-ID PIC X(08).
               10  WS-RL-CUSTOMER-ID PIC X(10).
               10  WS-RL-RELATION    PIC X(04).

      *    관계 판정 입출력
       01  WS-CHECK-AREA.
           05  WS-CHK-OPERATOR-ID    PIC X(08).
           05  WS-CHK-ACCOUNT-NO     PIC X(12).
           05  WS-CHK-CUSTOMER-ID    PIC X(10).
           05  WS-CHK-RELATION       PIC X(04).
           05  WS-CHK-BRANCH-CODE    PIC X(04).
           05  WS-CHK-CUST-1         PIC X(10).
           05  WS-CHK-CUST-2         PIC X(10).

      *    요청자-승인자 쌍별 승인건수 (감시기간)
       01  WS-PAIR-AREA.
           05  WS-PR-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-PR-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-PR-IDX.
               10  WS-PR-REQUESTER-ID PIC X(08).
               10  WS-PR-APPROVER-ID PIC X(08).
               10  WS-PR-APPROVE-COUNT PIC 9(05).
               10  WS-PR-AMOUNT      PIC S9(13)V99 COMP-3.
               10  WS-PR-LAST-ACCOUNT PIC X(12).
               10  WS-PR-LAST-DATE   PIC X(08).

       01  WS-BRANCH-HOURS.
           05  WS-OPEN-TIME          PIC X(06).
           05  WS-CLOSE-TIME         PIC X(06).

       01  WS-TOTAL-AREA.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-MAINT-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-REJECT-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-TXN-CHECKED        PIC 9(07) VALUE ZERO.
           05  WS-PEND-CHECKED       PIC 9(07) VALUE ZERO.
           05  WS-AUDIT-CHECKED      PIC 9(07) VALUE ZERO.
           05  WS-OWNA-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-OFFH-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-SAPR-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-PAIR-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-OVRD-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-CASE-COUNT         PIC 9(07) VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(200).
           05  WS-RPT-DETAIL         PIC X(200).
           05  WS-RPT-TOTAL          PIC X(200).

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN WS-FUNC-RMNT
                   PERFORM 2000-MAINTAIN-REGISTERS
               WHEN WS-FUNC-SCAN
                   PERFORM 3000-SCAN-POSTINGS
                   PERFORM 4000-SCAN-APPROVALS
                   PERFORM 5000-SCAN-OVERRIDES
               WHEN OTHER
                   MOVE '기동구분 오류(RMNT/SCAN)'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-EVALUATE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-PAIR-THRESHOLD NOT NUMERIC OR
              WS-PAIR-THRESHOLD = ZERO
               MOVE 5 TO WS-PAIR-THRESHOLD
           END-IF
           IF WS-PAIR-WINDOW-DAYS NOT NUMERIC OR
              WS-PAIR-WINDOW-DAYS = ZERO
               MOVE 30 TO WS-PAIR-WINDOW-DAYS
           END-IF
           IF WS-DEFAULT-OPEN = SPACES
               MOVE '090000' TO WS-DEFAULT-OPEN
           END-IF
           IF WS-DEFAULT-CLOSE = SPACES
               MOVE '160000' TO WS-DEFAULT-CLOSE
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-PAIR-WINDOW-DAYS + 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-WINDOW-FROM
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADER
           IF WS-FUNC-SCAN
               PERFORM 1300-LOAD-RELATIONS
               PERFORM 1400-CHECK-RUN-DATE-HOLIDAY
           END-IF.

       1100-OPEN-FILES.
           OPEN OUTPUT EMP-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'EMPMRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-FUNC-RMNT
               PERFORM 1110-OPEN-MAINT-FILES
           END-IF
           IF WS-FUNC-SCAN
               PERFORM 1120-OPEN-SCAN-FILES
           END-IF.

       1110-OPEN-MAINT-FILES.
           OPEN INPUT RELATION-INPUT-FILE
           IF NOT WS-FILE-OK
               MOVE 'EMPRLIN 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O EMP-RELATION-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE EMP-RELATION-FILE
               OPEN OUTPUT EMP-RELATION-FILE
               CLOSE EMP-RELATION-FILE
               OPEN I-O EMP-RELATION-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'EMPREL 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O BRANCH-HOURS-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE BRANCH-HOURS-FILE
               OPEN OUTPUT BRANCH-HOURS-FILE
               CLOSE BRANCH-HOURS-FILE
               OPEN I-O BRANCH-HOURS-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'BRHOURS 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-FILE-OK
               MOVE 'OPERMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'CUSTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *    영업시간 파일은 선택 - 없으면 전 지점 기본시각 적용
       1120-OPEN-SCAN-FILES.
           OPEN INPUT EMP-RELATION-FILE
           IF NOT WS-FILE-OK
               MOVE 'EMPREL 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
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
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-FILE-OK
               MOVE 'TXNHIST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT PENDING-TXN-FILE
           IF NOT WS-FILE-OK
               MOVE 'PENDTXN 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT AUDIT-FILE
           IF NOT WS-FILE-OK
               MOVE 'AUDITLOG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT EMP-CASE-FILE
           IF NOT WS-FILE-OK
               MOVE 'EMPCASE 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       1200-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-HEADER
           STRING
               '직원 본인/관계인 거래감시(' DELIMITED SIZE
               WS-RUN-FUNC           DELIMITED SIZE
               ') | 기준일:'         DELIMITED SIZE
               WS-RUN-DATE           DELIMITED SIZE
               ' | 승인쌍 기준:'     DELIMITED SIZE
               WS-PAIR-THRESHOLD     DELIMITED SIZE
               '건/'                 DELIMITED SIZE
               WS-PAIR-WINDOW-DAYS   DELIMITED SIZE
               '일 | 기본영업시간:'  DELIMITED SIZE
               WS-DEFAULT-OPEN       DELIMITED SIZE
               '-'                   DELIMITED SIZE
               WS-DEFAULT-CLOSE      DELIMITED SIZE
               INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO EMRPT-LINE
           WRITE EMP-REPORT-RECORD.

       1300-LOAD-RELATIONS.
           MOVE ZERO TO WS-RL-COUNT
           MOVE 'N'  TO WS-REL-EOF-SW
           MOVE LOW-VALUES TO ER-KEY
           START EMP-RELATION-FILE KEY IS >= ER-KEY
               INVALID KEY
                   SET WS-REL-EOF TO TRUE
           END-START
           PERFORM 1310-LOAD-NEXT-RELATION
               UNTIL WS-REL-EOF.

       1310-LOAD-NEXT-RELATION.
           READ EMP-RELATION-FILE NEXT RECORD
               AT END
                   SET WS-REL-EOF TO TRUE
               NOT AT END
                   IF ER-STATUS-ACTIVE
                       IF WS-RL-COUNT >= 5000
                           MOVE '직원관계 한도(5000건) 초과'
                               TO WS-ERROR-MESSAGE
                           PERFORM 9900-ABEND-HANDLER
                       END-IF
                       ADD 1 TO WS-RL-COUNT
                       MOVE ER-OPERATOR-ID
                           TO WS-RL-OPERATOR-ID(WS-RL-COUNT)
                       MOVE ER-CUSTOMER-ID
                           TO WS-RL-CUSTOMER-ID(WS-RL-COUNT)
                       MOVE ER-RELATION
                           TO WS-RL-RELATION(WS-RL-COUNT)
                   END-IF
           END-READ.

      *    기준일 휴무 판정 - 구분 5(익영업일)로 전일의 다음
      *    영업일이 기준일이 아니면 휴무일. 부품 오류시 영업일.
       1400-CHECK-RUN-DATE-HOLIDAY.
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           INITIALIZE WS-CJIPL03-AREA
           MOVE 'KB0' TO WS-CJ-I-GROUP-CO-CD
           MOVE '5'   TO WS-CJ-I-DSTCD
           MOVE 1     TO WS-CJ-I-NODAY-NOMN
           MOVE SPACES TO WS-CJ-I-CALENDAR-CD
           MOVE WS-DATE-NUM TO WS-CJ-I-YMD
           CALL 'CJIPL03' USING WS-YCCOMMON-AREA WS-CJIPL03-AREA
           IF WS-CJ-OK AND WS-CJ-O-YMD NOT = SPACES AND
              WS-CJ-O-YMD NOT = WS-RUN-DATE
               SET WS-RUN-DATE-HOLIDAY TO TRUE
           END-IF.

      ******************************************************************
      *    RMNT - 직원관계/지점 영업시간 등록부 유지
      ******************************************************************
       2000-MAINTAIN-REGISTERS.
           PERFORM 2100-READ-NEXT-INPUT
               UNTIL WS-INPUT-EOF.

       2100-READ-NEXT-INPUT.
           READ RELATION-INPUT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2200-PROCESS-ONE-INPUT
           END-READ.

       2200-PROCESS-ONE-INPUT.
           MOVE 'Y'    TO WS-REQ-OK-SW
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN RI-TYPE-RELATION
                   PERFORM 2300-MAINTAIN-RELATION
               WHEN RI-TYPE-HOURS
                   PERFORM 2500-MAINTAIN-HOURS
               WHEN OTHER
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '알수없는 레코드구분'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REQ-OK
               ADD 1 TO WS-MAINT-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM 2900-WRITE-MAINT-LINE.

      *    직원관계 등록(A)/종료(D) - 직원/고객 존재 확인.
      *    종료건은 삭제하지 않고 상태 E 로 이력 보존.
       2300-MAINTAIN-RELATION.
           MOVE RI-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '미등록 직원ID' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE RI-OPERATOR-ID TO ER-OPERATOR-ID
           MOVE RI-CUSTOMER-ID TO ER-CUSTOMER-ID
           EVALUATE TRUE
               WHEN RI-ACTION-ADD
                   PERFORM 2310-ADD-RELATION
               WHEN RI-ACTION-END
                   PERFORM 2320-END-RELATION
               WHEN OTHER
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '알수없는 작업구분' TO WS-REJECT-REASON
           END-EVALUATE.

       2310-ADD-RELATION.
           IF RI-RELATION NOT = 'SELF' AND RI-RELATION NOT = 'SPOU'
              AND RI-RELATION NOT = 'PRNT' AND
              RI-RELATION NOT = 'CHLD' AND
              RI-RELATION NOT = 'SIBL' AND RI-RELATION NOT = 'OTHR'
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE '관계구분 오류' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE RI-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '미등록 고객번호' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           READ EMP-RELATION-FILE
               INVALID KEY
                   MOVE RI-OPERATOR-ID TO ER-OPERATOR-ID
                   MOVE RI-CUSTOMER-ID TO ER-CUSTOMER-ID
                   MOVE RI-RELATION    TO ER-RELATION
                   MOVE 'A'            TO ER-STATUS
                   MOVE WS-RUN-DATE    TO ER-DECLARED-DATE
                   MOVE SPACES         TO ER-ENDED-DATE
                   MOVE RI-MAINT-BY    TO ER-MAINT-BY
                   MOVE WS-RUN-DATE    TO ER-MAINT-DATE
                   MOVE SPACES         TO ER-FILLER
                   WRITE EMP-RELATION-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-REQ-OK-SW
                           MOVE '등록부 기록오류'
                               TO WS-REJECT-REASON
                   END-WRITE
                   IF WS-REQ-OK
                       MOVE '관계 등록' TO WS-REJECT-REASON
                   END-IF
               NOT INVALID KEY
                   IF ER-STATUS-ENDED
                       MOVE WS-RUN-DATE TO ER-DECLARED-DATE
                   END-IF
                   MOVE RI-RELATION    TO ER-RELATION
                   MOVE 'A'            TO ER-STATUS
                   MOVE SPACES         TO ER-ENDED-DATE
                   MOVE RI-MAINT-BY    TO ER-MAINT-BY
                   MOVE WS-RUN-DATE    TO ER-MAINT-DATE
                   REWRITE EMP-RELATION-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-REQ-OK-SW
                           MOVE '등록부 갱신오류'
                               TO WS-REJECT-REASON
                   END-REWRITE
                   IF WS-REQ-OK
                       MOVE '관계 변경' TO WS-REJECT-REASON
                   END-IF
           END-READ.

       2320-END-RELATION.
           READ EMP-RELATION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '등록되지 않은 관계' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE 'E'         TO ER-STATUS
           MOVE WS-RUN-DATE TO ER-ENDED-DATE
           MOVE RI-MAINT-BY TO ER-MAINT-BY
           MOVE WS-RUN-DATE TO ER-MAINT-DATE
           REWRITE EMP-RELATION-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '등록부 갱신오류' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE '관계 종료' TO WS-REJECT-REASON.

      *    지점 영업시간 등록 - 시각은 HHMMSS, 시작 < 종료
       2500-MAINTAIN-HOURS.
           IF RI-BRANCH-CODE = SPACES OR
              RI-OPEN-TIME NOT NUMERIC OR
              RI-CLOSE-TIME NOT NUMERIC OR
              RI-OPEN-TIME NOT < RI-CLOSE-TIME
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE '영업시간 입력오류' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE RI-BRANCH-CODE TO BH-BRANCH-CODE
           READ BRANCH-HOURS-FILE
               INVALID KEY
                   MOVE RI-BRANCH-CODE TO BH-BRANCH-CODE
                   MOVE RI-OPEN-TIME   TO BH-OPEN-TIME
                   MOVE RI-CLOSE-TIME  TO BH-CLOSE-TIME
                   MOVE RI-MAINT-BY    TO BH-MAINT-BY
                   MOVE WS-RUN-DATE    TO BH-MAINT-DATE
                   MOVE SPACES         TO BH-FILLER
                   WRITE BRANCH-HOURS-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-REQ-OK-SW
                           MOVE '영업시간 기록오류'
                               TO WS-REJECT-REASON
                   END-WRITE
               NOT INVALID KEY
                   MOVE RI-OPEN-TIME   TO BH-OPEN-TIME
                   MOVE RI-CLOSE-TIME  TO BH-CLOSE-TIME
                   MOVE RI-MAINT-BY    TO BH-MAINT-BY
                   MOVE WS-RUN-DATE    TO BH-MAINT-DATE
                   REWRITE BRANCH-HOURS-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-REQ-OK-SW
                           MOVE '영업시간 갱신오류'
                               TO WS-REJECT-REASON
                   END-REWRITE
           END-READ
           IF WS-REQ-OK
               MOVE '영업시간 등록' TO WS-REJECT-REASON
           END-IF.

       2900-WRITE-MAINT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           IF WS-REQ-OK
               MOVE '처리 ' TO WS-RPT-DETAIL(1:5)
           ELSE
               MOVE '거절 ' TO WS-RPT-DETAIL(1:5)
           END-IF
           STRING
               RI-REC-TYPE        DELIMITED SIZE
               RI-ACTION          DELIMITED SIZE
               ' '                DELIMITED SIZE
               RI-BODY            DELIMITED SIZE
               ' 처리자:'         DELIMITED SIZE
               RI-MAINT-BY        DELIMITED SIZE
               ' - '              DELIMITED SIZE
               WS-REJECT-REASON   DELIMITED SIZE
               INTO WS-RPT-DETAIL(8:193)
           MOVE WS-RPT-DETAIL TO EMRPT-LINE
           WRITE EMP-REPORT-RECORD.

      ******************************************************************
      *    SCAN(1) - 기준일 직원 기표: 본인/관계인 계좌, 영업시간외
      ******************************************************************
       3000-SCAN-POSTINGS.
           PERFORM 3100-READ-NEXT-TXN
               UNTIL WS-TXN-EOF.

       3100-READ-NEXT-TXN.
           READ TRANSACTION-FILE
               AT END
                   SET WS-TXN-EOF TO TRUE
               NOT AT END
                   IF TR-TXN-DATE = WS-RUN-DATE AND
                      TR-STATUS-SUCCESS AND
                      TR-OPERATOR-ID NOT = SPACES AND
                      NOT TR-CHANNEL-BATCH
                       ADD 1 TO WS-TXN-CHECKED
                       PERFORM 3200-EVALUATE-POSTING
                   END-IF
           END-READ.

       3200-EVALUATE-POSTING.
           MOVE TR-OPERATOR-ID TO WS-CHK-OPERATOR-ID
           MOVE TR-ACCOUNT-NO  TO WS-CHK-ACCOUNT-NO
           PERFORM 6000-CHECK-RELATION
           IF TR-ORIG-BRANCH NOT = SPACES
               MOVE TR-ORIG-BRANCH TO WS-CHK-BRANCH-CODE
           END-IF
           IF WS-REL-FOUND
               ADD 1 TO WS-OWNA-COUNT
               PERFORM 3300-SET-POSTING-CASE
               MOVE 'OWNA' TO EC-CASE-TYPE
               PERFORM 7000-WRITE-CASE
           END-IF
           PERFORM 3400-LOAD-BRANCH-HOURS
           IF WS-RUN-DATE-HOLIDAY OR
              TR-TXN-TIME < WS-OPEN-TIME OR
              TR-TXN-TIME > WS-CLOSE-TIME
               ADD 1 TO WS-OFFH-COUNT
               PERFORM 3300-SET-POSTING-CASE
               MOVE 'OFFH' TO EC-CASE-TYPE
               PERFORM 7000-WRITE-CASE
           END-IF.

       3300-SET-POSTING-CASE.
           MOVE SPACES              TO EMP-CASE-RECORD
           MOVE TR-OPERATOR-ID      TO EC-OPERATOR-ID
           MOVE TR-ACCOUNT-NO       TO EC-ACCOUNT-NO
           MOVE WS-CHK-CUSTOMER-ID  TO EC-CUSTOMER-ID
           MOVE WS-CHK-RELATION     TO EC-RELATION
           MOVE 'TXNHIST '          TO EC-SOURCE
           MOVE TR-TXN-ID           TO EC-REF-ID
           MOVE TR-TXN-DATE         TO EC-EVENT-DATE
           MOVE TR-TXN-TIME         TO EC-EVENT-TIME
           MOVE TR-AMOUNT           TO EC-AMOUNT
           MOVE WS-CHK-BRANCH-CODE  TO EC-BRANCH-CODE
           MOVE 1                   TO EC-HIT-COUNT.

       3400-LOAD-BRANCH-HOURS.
           MOVE WS-DEFAULT-OPEN  TO WS-OPEN-TIME
           MOVE WS-DEFAULT-CLOSE TO WS-CLOSE-TIME
           IF NOT WS-HOURS-OPEN OR WS-CHK-BRANCH-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-BRANCH-CODE TO BH-BRANCH-CODE
           READ BRANCH-HOURS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BH-OPEN-TIME  TO WS-OPEN-TIME
                   MOVE BH-CLOSE-TIME TO WS-CLOSE-TIME
           END-READ.

      ******************************************************************
      *    SCAN(2) - 승인대기 거래: 관계인 계좌 승인, 반복 승인쌍
      ******************************************************************
       4000-SCAN-APPROVALS.
           MOVE 'N' TO WS-PEND-EOF-SW
           MOVE WS-WINDOW-FROM TO PD-PEND-DATE
           MOVE ZERO           TO PD-PEND-SEQ
           START PENDING-TXN-FILE KEY IS >= PD-KEY
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START
           PERFORM 4100-READ-NEXT-PEND
               UNTIL WS-PEND-EOF
           PERFORM 4400-EVALUATE-PAIR
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT.

       4100-READ-NEXT-PEND.
           READ PENDING-TXN-FILE NEXT RECORD
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   IF PD-PEND-DATE > WS-RUN-DATE
                       SET WS-PEND-EOF TO TRUE
                   ELSE
                       IF PD-STATUS-APPROVED AND
                          PD-DECISION-DATE >= WS-WINDOW-FROM AND
                          PD-DECISION-DATE <= WS-RUN-DATE
                           ADD 1 TO WS-PEND-CHECKED
                           PERFORM 4200-ACCUMULATE-PAIR
                           IF PD-DECISION-DATE = WS-RUN-DATE
                               PERFORM 4300-EVALUATE-APPROVAL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       4200-ACCUMULATE-PAIR.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
                      OR (WS-PR-REQUESTER-ID(WS-PR-IDX)
                            = PD-REQUESTER-ID
                          AND WS-PR-APPROVER-ID(WS-PR-IDX)
                            = PD-APPROVER-ID)
               CONTINUE
           END-PERFORM
           IF WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-COUNT >= 2000
                   MOVE '승인쌍 테이블 한도(2000건) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-PR-COUNT
               SET WS-PR-IDX TO WS-PR-COUNT
               MOVE PD-REQUESTER-ID TO WS-PR-REQUESTER-ID(WS-PR-IDX)
               MOVE PD-APPROVER-ID  TO WS-PR-APPROVER-ID(WS-PR-IDX)
               MOVE ZERO TO WS-PR-APPROVE-COUNT(WS-PR-IDX)
               MOVE ZERO TO WS-PR-AMOUNT(WS-PR-IDX)
           END-IF
           ADD 1         TO WS-PR-APPROVE-COUNT(WS-PR-IDX)
           ADD PD-AMOUNT TO WS-PR-AMOUNT(WS-PR-IDX)
           MOVE PD-ACCOUNT-NO    TO WS-PR-LAST-ACCOUNT(WS-PR-IDX)
           MOVE PD-DECISION-DATE TO WS-PR-LAST-DATE(WS-PR-IDX).

      *    기준일 승인건 - 요청자=승인자, 또는 요청자/승인자의
      *    관계인 계좌이면 SAPR 적출(승인자 우선 판정)
       4300-EVALUATE-APPROVAL.
           MOVE PD-ACCOUNT-NO  TO WS-CHK-ACCOUNT-NO
           MOVE PD-APPROVER-ID TO WS-CHK-OPERATOR-ID
           PERFORM 6000-CHECK-RELATION
           IF NOT WS-REL-FOUND
               MOVE PD-REQUESTER-ID TO WS-CHK-OPERATOR-ID
               PERFORM 6000-CHECK-RELATION
           END-IF
           IF WS-REL-FOUND OR PD-REQUESTER-ID = PD-APPROVER-ID
               ADD 1 TO WS-SAPR-COUNT
               MOVE SPACES              TO EMP-CASE-RECORD
               MOVE 'SAPR'              TO EC-CASE-TYPE
               MOVE PD-REQUESTER-ID     TO EC-OPERATOR-ID
               MOVE PD-APPROVER-ID      TO EC-OPERATOR-ID-2
               MOVE PD-ACCOUNT-NO       TO EC-ACCOUNT-NO
               MOVE WS-CHK-CUSTOMER-ID  TO EC-CUSTOMER-ID
               MOVE WS-CHK-RELATION     TO EC-RELATION
               MOVE 'PENDTXN '          TO EC-SOURCE
               MOVE PD-KEY              TO EC-REF-ID
               MOVE PD-DECISION-DATE    TO EC-EVENT-DATE
               MOVE PD-AMOUNT           TO EC-AMOUNT
               MOVE PD-ORIG-BRANCH      TO EC-BRANCH-CODE
               MOVE 1                   TO EC-HIT-COUNT
               PERFORM 7000-WRITE-CASE
           END-IF.

       4400-EVALUATE-PAIR.
           IF WS-PR-APPROVE-COUNT(WS-PR-IDX) > WS-PAIR-THRESHOLD
               ADD 1 TO WS-PAIR-COUNT
               MOVE SPACES TO EMP-CASE-RECORD
               MOVE 'PAIR' TO EC-CASE-TYPE
               MOVE WS-PR-REQUESTER-ID(WS-PR-IDX) TO EC-OPERATOR-ID
               MOVE WS-PR-APPROVER-ID(WS-PR-IDX)  TO EC-OPERATOR-ID-2
               MOVE WS-PR-LAST-ACCOUNT(WS-PR-IDX) TO EC-ACCOUNT-NO
               MOVE 'PENDTXN '                    TO EC-SOURCE
               MOVE WS-WINDOW-FROM                TO EC-REF-ID(1:8)
               MOVE '-'                           TO EC-REF-ID(9:1)
               MOVE WS-RUN-DATE                   TO EC-REF-ID(10:8)
               MOVE WS-PR-LAST-DATE(WS-PR-IDX)    TO EC-EVENT-DATE
               MOVE WS-PR-AMOUNT(WS-PR-IDX)       TO EC-AMOUNT
               MOVE WS-PR-APPROVE-COUNT(WS-PR-IDX) TO EC-HIT-COUNT
               PERFORM 7000-WRITE-CASE
           END-IF.

      ******************************************************************
      *    SCAN(3) - 관계인 계좌에 대한 수동 조작 (AUDITLOG)
      ******************************************************************
       5000-SCAN-OVERRIDES.
           PERFORM 5100-READ-NEXT-AUDIT
               UNTIL WS-AUDIT-EOF.

       5100-READ-NEXT-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   IF AR-AUDIT-DATE = WS-RUN-DATE AND
                      AR-MANUAL-OVERRIDE AND
                      AR-RESULT-CODE = '0000' AND
                      AR-OPERATOR-ID NOT = SPACES
                       ADD 1 TO WS-AUDIT-CHECKED
                       PERFORM 5200-EVALUATE-OVERRIDE
                   END-IF
           END-READ.

       5200-EVALUATE-OVERRIDE.
           MOVE AR-OPERATOR-ID TO WS-CHK-OPERATOR-ID
           MOVE AR-ACCOUNT-NO  TO WS-CHK-ACCOUNT-NO
           PERFORM 6000-CHECK-RELATION
           IF WS-REL-FOUND
               ADD 1 TO WS-OVRD-COUNT
               MOVE SPACES              TO EMP-CASE-RECORD
               MOVE 'OVRD'              TO EC-CASE-TYPE
               MOVE AR-OPERATOR-ID      TO EC-OPERATOR-ID
               MOVE AR-ACCOUNT-NO       TO EC-ACCOUNT-NO
               MOVE WS-CHK-CUSTOMER-ID  TO EC-CUSTOMER-ID
               MOVE WS-CHK-RELATION     TO EC-RELATION
               MOVE 'AUDITLOG'          TO EC-SOURCE
               MOVE AR-ACTION-CODE      TO EC-REF-ID(1:4)
               MOVE AR-PROGRAM-ID       TO EC-REF-ID(6:8)
               MOVE AR-AUDIT-DATE       TO EC-EVENT-DATE
               MOVE AR-AUDIT-TIME       TO EC-EVENT-TIME
               MOVE ZERO                TO EC-AMOUNT
               MOVE WS-CHK-BRANCH-CODE  TO EC-BRANCH-CODE
               MOVE 1                   TO EC-HIT-COUNT
               PERFORM 7000-WRITE-CASE
           END-IF.

      ******************************************************************
      *    관계 판정 - 계좌 명의인(주/공동)이 직원 본인 또는 신고
      *    관계인인지 확인. 계좌 소속지점도 함께 돌려준다.
      ******************************************************************
       6000-CHECK-RELATION.
           MOVE 'N'    TO WS-REL-FOUND-SW
           MOVE SPACES TO WS-CHK-CUSTOMER-ID
           MOVE SPACES TO WS-CHK-RELATION
           MOVE SPACES TO WS-CHK-BRANCH-CODE
           MOVE WS-CHK-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE AF-BRANCH-CODE   TO WS-CHK-BRANCH-CODE
           MOVE AF-CUSTOMER-ID   TO WS-CHK-CUST-1
           MOVE AF-CUSTOMER-ID-2 TO WS-CHK-CUST-2
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
                      OR (WS-RL-OPERATOR-ID(WS-RL-IDX)
                            = WS-CHK-OPERATOR-ID
                          AND (WS-RL-CUSTOMER-ID(WS-RL-IDX)
                                 = WS-CHK-CUST-1
                            OR (WS-CHK-CUST-2 NOT = SPACES AND
                                WS-RL-CUSTOMER-ID(WS-RL-IDX)
                                  = WS-CHK-CUST-2)))
               CONTINUE
           END-PERFORM
           IF WS-RL-IDX <= WS-RL-COUNT
               MOVE 'Y' TO WS-REL-FOUND-SW
               MOVE WS-RL-CUSTOMER-ID(WS-RL-IDX) TO WS-CHK-CUSTOMER-ID
               MOVE WS-RL-RELATION(WS-RL-IDX)    TO WS-CHK-RELATION
           END-IF.

       7000-WRITE-CASE.
           MOVE WS-RUN-DATE TO EC-CASE-DATE
           MOVE 'O'         TO EC-STATUS
           WRITE EMP-CASE-RECORD
           ADD 1 TO WS-CASE-COUNT
           PERFORM 7100-WRITE-CASE-REPORT-LINE.

       7100-WRITE-CASE-REPORT-LINE.
           MOVE EC-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               EC-CASE-TYPE       DELIMITED SIZE
               ' 직원:'           DELIMITED SIZE
               EC-OPERATOR-ID     DELIMITED SIZE
               ' 승인:'           DELIMITED SIZE
               EC-OPERATOR-ID-2   DELIMITED SIZE
               ' 계좌:'           DELIMITED SIZE
               EC-ACCOUNT-NO      DELIMITED SIZE
               ' 관계:'           DELIMITED SIZE
               EC-RELATION        DELIMITED SIZE
               ' '                DELIMITED SIZE
               EC-CUSTOMER-ID     DELIMITED SIZE
               ' 출처:'           DELIMITED SIZE
               EC-SOURCE          DELIMITED SIZE
               ' '                DELIMITED SIZE
               EC-REF-ID          DELIMITED SIZE
               ' 일시:'           DELIMITED SIZE
               EC-EVENT-DATE      DELIMITED SIZE
               EC-EVENT-TIME      DELIMITED SIZE
               ' 지점:'           DELIMITED SIZE
               EC-BRANCH-CODE     DELIMITED SIZE
               ' 금액:'           DELIMITED SIZE
               WS-DSP-AMOUNT      DELIMITED SIZE
               ' 건수:'           DELIMITED SIZE
               EC-HIT-COUNT       DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO EMRPT-LINE
           WRITE EMP-REPORT-RECORD.

       9000-FINALIZE.
           PERFORM 9100-WRITE-TOTAL-LINE
           PERFORM 9200-CLOSE-FILES
           DISPLAY '직원거래 감시 완료(' WS-RUN-FUNC ')'
               ' 유지:' WS-MAINT-COUNT
               ' 거절:' WS-REJECT-COUNT
               ' 케이스:' WS-CASE-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-RPT-TOTAL
           IF WS-FUNC-RMNT
               STRING
                   '===합계==='        DELIMITED SIZE
                   ' 입력:'            DELIMITED SIZE
                   WS-READ-COUNT       DELIMITED SIZE
                   ' 처리:'            DELIMITED SIZE
                   WS-MAINT-COUNT      DELIMITED SIZE
                   ' 거절:'            DELIMITED SIZE
                   WS-REJECT-COUNT     DELIMITED SIZE
                   INTO WS-RPT-TOTAL
           ELSE
               STRING
                   '===합계==='        DELIMITED SIZE
                   ' 기표:'            DELIMITED SIZE
                   WS-TXN-CHECKED      DELIMITED SIZE
                   ' 승인:'            DELIMITED SIZE
                   WS-PEND-CHECKED     DELIMITED SIZE
                   ' 조작:'            DELIMITED SIZE
                   WS-AUDIT-CHECKED    DELIMITED SIZE
                   ' OWNA:'            DELIMITED SIZE
                   WS-OWNA-COUNT       DELIMITED SIZE
                   ' OFFH:'            DELIMITED SIZE
                   WS-OFFH-COUNT       DELIMITED SIZE
                   ' SAPR:'            DELIMITED SIZE
                   WS-SAPR-COUNT       DELIMITED SIZE
                   ' PAIR:'            DELIMITED SIZE
                   WS-PAIR-COUNT       DELIMITED SIZE
                   ' OVRD:'            DELIMITED SIZE
                   WS-OVRD-COUNT       DELIMITED SIZE
                   ' 케이스:'          DELIMITED SIZE
                   WS-CASE-COUNT       DELIMITED SIZE
                   INTO WS-RPT-TOTAL
           END-IF
           MOVE WS-RPT-TOTAL TO EMRPT-LINE
           WRITE EMP-REPORT-RECORD.

       9200-CLOSE-FILES.
           CLOSE EMP-REPORT-FILE
           CLOSE EMP-RELATION-FILE
           IF WS-FUNC-RMNT
               CLOSE RELATION-INPUT-FILE
               CLOSE BRANCH-HOURS-FILE
               CLOSE OPERATOR-FILE
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-FUNC-SCAN
               IF WS-HOURS-OPEN
                   CLOSE BRANCH-HOURS-FILE
               END-IF
               CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-FILE
               CLOSE PENDING-TXN-FILE
               CLOSE AUDIT-FILE
               CLOSE EMP-CASE-FILE
           END-IF.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE EMP-REPORT-FILE
           CLOSE EMP-RELATION-FILE
           CLOSE EMP-CASE-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
