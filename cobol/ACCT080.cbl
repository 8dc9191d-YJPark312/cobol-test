      ******************************************************************
      * PROGRAM-ID: ACCT080
      * DESCRIPTION: 거래제한 진단조회 프로그램 (창구/콜센터용)
      *              - 계좌번호 또는 고객번호로 현재 거래를 차단/
      *                제한하는 모든 조건을 한 번에 조회
      *              - 계좌상태/출금제한/KYC제한/한도제한계좌,
      *                사망등록/고객 KYC제한, 유효 지급정지,
      *                미성년 법정대리인 제한, 카드 정지/비밀번호
      *                잠금, 수취금지 등재, 승인대기, 일마감 보류
      *              - 조건별 출처/설정일/설정자/해제기능 표시
      *                (계좌원장 항목은 ACCTJRNL 최종 변경분 기준)
      *              - AUDITLOG의 최근 ACCT002 거절거래 N건 표시
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT080.
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

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO 'HOLDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GUARDIAN-FILE
               ASSIGN TO 'GRDNREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO 'CARDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CARD-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BLOCKLIST-FILE
               ASSIGN TO 'BLOCKLST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EOD-CONTROL-FILE
               ASSIGN TO 'EODCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CONTROL-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PENDING-TXN-FILE
               ASSIGN TO 'PENDTXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCT-JOURNAL-FILE
               ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DIAG-REPORT-FILE
               ASSIGN TO 'DIAGRPT'
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
               88  AF-STATUS-ACTIVE  VALUE 'A'.
               88  AF-STATUS-CLOSED  VALUE 'C'.
               88  AF-STATUS-FROZEN  VALUE 'F'.
               88  AF-STATUS-DORMANT VALUE 'D'.
           05  AF-INTEREST-RATE      PIC S9(03)V9(04) COMP-3.
           05  AF-LAST-TXN-DATE      PIC X(08).
           05  AF-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  AF-BRANCH-CODE        PIC X(04).
           05  AF-CURRENCY-CODE      PIC X(03).
           05  AF-LAST-FEE-DATE      PIC X(08).
           05  AF-MATURITY-DATE      PIC X(08).
           05  AF-MATURITY-INSTR     PIC X(01).
           05  AF-MATURITY-PAYOUT-ACCT PIC X(12).
           05  AF-DEBIT-RESTRICT     PIC X(01).
               88  AF-DEBIT-RESTRICTED VALUE 'R'.
           05  AF-OD-DAYS            PIC 9(03).
           05  AF-KYC-RESTRICT       PIC X(01).
               88  AF-KYC-RESTRICTED VALUE 'R'.
           05  AF-INT-PAYOUT-FREQ    PIC X(01).
           05  AF-INT-PAYOUT-ACCT    PIC X(12).
           05  AF-TAXEX-FLAG         PIC X(01).
           05  AF-PURPOSE-CODE       PIC X(02).
           05  AF-LIMITED-FLAG       PIC X(01).
               88  AF-LIMITED-ACCOUNT VALUE 'L'.
           05  AF-FILLER             PIC X(03).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CF-CUSTOMER-ID        PIC X(10).
           05  CF-CUSTOMER-NAME      PIC X(50).
           05  CF-RESIDENT-NO        PIC X(14).
           05  CF-PHONE              PIC X(15).
           05  CF-EMAIL              PIC X(50).
           05  CF-ADDRESS            PIC X(100).
           05  CF-GRADE              PIC X(02).
           05  CF-REGISTER-DATE      PIC X(08).
           05  CF-STMT-DELIVERY      PIC X(01).
           05  CF-CUST-STATUS        PIC X(01).
           05  CF-DECEASED-FLAG      PIC X(01).
               88  CF-DECEASED       VALUE 'Y'.
           05  CF-DECEASED-DATE      PIC X(08).
           05  CF-KYC-DUE-DATE       PIC X(08).
           05  CF-KYC-RESTRICT       PIC X(01).
               88  CF-KYC-RESTRICTED VALUE 'R'.
           05  CF-MERGED-TO          PIC X(10).
           05  CF-AML-RISK-GRADE     PIC X(02).
           05  CF-AML-SCORE-DATE     PIC X(08).
           05  CF-TAXEX-FLAG         PIC X(01).
           05  CF-TAXEX-ENROLL-DATE  PIC X(08).
           05  CF-FILLER             PIC X(62).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  HOLD-RECORD.
           05  HR-KEY.
               10  HR-ACCOUNT-NO     PIC X(12).
               10  HR-HOLD-SEQ       PIC 9(04).
           05  HR-HOLD-AMOUNT        PIC S9(13)V99 COMP-3.
           05  HR-REASON-CODE        PIC X(04).
           05  HR-PLACED-BY          PIC X(08).
           05  HR-PLACED-DATE        PIC X(08).
           05  HR-EXPIRY-DATE        PIC X(08).
           05  HR-STATUS             PIC X(01).
               88  HR-STATUS-ACTIVE  VALUE 'A'.
               88  HR-STATUS-RELEASED VALUE 'R'.
           05  HR-RELEASED-BY        PIC X(08).
           05  HR-RELEASED-DATE      PIC X(08).
           05  HR-FILLER             PIC X(31).

       FD  GUARDIAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  GUARDIAN-RECORD.
           05  GR-ACCOUNT-NO         PIC X(12).
           05  GR-GUARDIAN-CUST-ID   PIC X(10).
           05  GR-RELATIONSHIP       PIC X(10).
           05  GR-AUTHORITY-END-DATE PIC X(08).
           05  GR-STATUS             PIC X(01).
               88  GR-STATUS-ACTIVE  VALUE 'A'.
               88  GR-STATUS-LIFTED  VALUE 'X'.
           05  GR-FILLER             PIC X(19).

       FD  CARD-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  CARD-MASTER-RECORD.
           05  CM-CARD-NO            PIC X(16).
           05  CM-ACCOUNT-NO         PIC X(12).
           05  CM-STATUS             PIC X(01).
               88  CM-STATUS-ACTIVE  VALUE 'A'.
               88  CM-STATUS-BLOCKED VALUE 'B'.
               88  CM-STATUS-CLOSED  VALUE 'X'.
           05  CM-EXPIRY-YM          PIC X(06).
           05  CM-PIN-RETRY-CNT      PIC 9(01).
           05  CM-LOST-FLAG          PIC X(01).
               88  CM-LOST-STOLEN    VALUE 'L'.
           05  CM-ISSUE-DATE         PIC X(08).
           05  CM-FILLER             PIC X(15).

       FD  BLOCKLIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  BLOCKLIST-RECORD.
           05  BL-KEY.
               10  BL-BANK-CODE      PIC X(03).
               10  BL-ACCOUNT-NO     PIC X(12).
           05  BL-LIST-SOURCE        PIC X(10).
           05  BL-EFFECTIVE-FROM     PIC X(08).
           05  BL-EFFECTIVE-TO       PIC X(08).
           05  BL-STATUS             PIC X(01).
               88  BL-STATUS-ACTIVE  VALUE 'A'.
               88  BL-STATUS-LIFTED  VALUE 'L'.
           05  BL-FILLER             PIC X(18).

       FD  EOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  EOD-CONTROL-RECORD.
           05  EC-CONTROL-ID         PIC X(08).
           05  EC-BUSINESS-DATE      PIC X(08).
           05  EC-CUTOVER-FLAG       PIC X(01).
               88  EC-CUTOVER-ON     VALUE 'Y'.
           05  EC-FILLER             PIC X(13).

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
           05  PD-APPROVER-ID        PIC X(08).
           05  PD-DECISION-DATE      PIC X(08).
           05  PD-FILLER             PIC X(81).

       FD  ACCT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 440 CHARACTERS.
       01  ACCT-JOURNAL-RECORD.
           05  AJ-TIMESTAMP          PIC X(14).
           05  AJ-PROGRAM-ID         PIC X(08).
           05  AJ-ACTION             PIC X(04).
           05  AJ-ACCOUNT-NO         PIC X(12).
           05  AJ-BEFORE-IMAGE       PIC X(200).
           05  AJ-AFTER-IMAGE        PIC X(200).
           05  AJ-FILLER             PIC X(02).

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

       FD  DIAG-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  DIAG-REPORT-RECORD.
           05  DGRPT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

      *    조회 파라미터 - 구분 A:계좌번호 C:고객번호,
      *    거절거래 표시건수 미지정시 5건(최대 20건)
       01  WS-INQ-PARM.
           05  WS-INQ-KEY-TYPE       PIC X(01).
               88  WS-INQ-BY-ACCOUNT VALUE 'A'.
               88  WS-INQ-BY-CUSTOMER VALUE 'C'.
           05  WS-INQ-KEY            PIC X(12).
           05  WS-INQ-REJ-MAX        PIC 9(02).
           05  WS-INQ-DATE           PIC X(08).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-JRNL-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-JRNL-OPEN      VALUE 'Y'.
           05  WS-AUDIT-OPEN-SW      PIC X(01) VALUE 'N'.
               88  WS-AUDIT-OPEN     VALUE 'Y'.
           05  WS-HOLD-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-HOLD-OPEN      VALUE 'Y'.
           05  WS-GRDN-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-GRDN-OPEN      VALUE 'Y'.
           05  WS-CARD-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-CARD-OPEN      VALUE 'Y'.
           05  WS-BLKL-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-BLKL-OPEN      VALUE 'Y'.
           05  WS-EODC-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-EODC-OPEN      VALUE 'Y'.
           05  WS-PEND-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-PEND-OPEN      VALUE 'Y'.
           05  WS-CUST-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-CUST-FOUND     VALUE 'Y'.

       01  WS-INQ-CUSTOMER-ID        PIC X(10).

      *    조회대상 계좌 (고객번호 조회시 명의/공동명의 최대 30)
       01  WS-ACCT-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-AT-ENTRY OCCURS 30 TIMES
                           INDEXED BY WS-AT-IDX.
               10  WS-AT-ACCOUNT-NO      PIC X(12).
               10  WS-AT-STATUS-DATE     PIC X(08).
               10  WS-AT-STATUS-BY       PIC X(08).
               10  WS-AT-DEBIT-DATE      PIC X(08).
               10  WS-AT-DEBIT-BY        PIC X(08).
               10  WS-AT-KYC-DATE        PIC X(08).
               10  WS-AT-KYC-BY          PIC X(08).
               10  WS-AT-LIMIT-DATE      PIC X(08).
               10  WS-AT-LIMIT-BY        PIC X(08).
               10  WS-AT-CUR-STATUS      PIC X(01).
               10  WS-AT-CUR-DEBIT       PIC X(01).
               10  WS-AT-CUR-KYC         PIC X(01).
               10  WS-AT-CUR-LIMIT       PIC X(01).

      *    저널 전/후 이미지의 제한항목 위치 (ACCTMST 공통 레이아웃)
       01  WS-JRNL-BEFORE.
           05  FILLER                PIC X(58).
           05  WS-JB-STATUS          PIC X(01).
           05  FILLER                PIC X(54).
           05  WS-JB-DEBIT-RESTRICT  PIC X(01).
           05  FILLER                PIC X(03).
           05  WS-JB-KYC-RESTRICT    PIC X(01).
           05  FILLER                PIC X(16).
           05  WS-JB-LIMITED-FLAG    PIC X(01).
           05  FILLER                PIC X(65).
       01  WS-JRNL-AFTER.
           05  FILLER                PIC X(58).
           05  WS-JA-STATUS          PIC X(01).
           05  FILLER                PIC X(54).
           05  WS-JA-DEBIT-RESTRICT  PIC X(01).
           05  FILLER                PIC X(03).
           05  WS-JA-KYC-RESTRICT    PIC X(01).
           05  FILLER                PIC X(16).
           05  WS-JA-LIMITED-FLAG    PIC X(01).
           05  FILLER                PIC X(65).

      *    최근 거절거래 순환 테이블 (최대 20건)
       01  WS-RING-AREA.
           05  WS-RING-SIZE          PIC 9(03).
           05  WS-RING-NEXT          PIC 9(03).
           05  WS-RING-STORED        PIC 9(03).
           05  WS-RING-ENTRY OCCURS 20 TIMES.
               10  WS-RG-TIMESTAMP   PIC X(14).
               10  WS-RG-ACCOUNT-NO  PIC X(12).
               10  WS-RG-ACTION      PIC X(04).
               10  WS-RG-RESULT      PIC X(04).
               10  WS-RG-OPERATOR    PIC X(08).
               10  WS-RG-MESSAGE     PIC X(80).

       01  WS-RING-IDX               PIC S9(04) COMP.
       01  WS-PRINT-IDX              PIC S9(04) COMP.

      *    조건 출력 작업영역
       01  WS-CONDITION-WORK.
           05  WS-CND-ACCOUNT        PIC X(12).
           05  WS-CND-KIND           PIC X(01).
               88  WS-CND-BLOCKING   VALUE 'B'.
               88  WS-CND-LIMITING   VALUE 'L'.
           05  WS-CND-TEXT           PIC X(40).
           05  WS-CND-SOURCE         PIC X(08).
           05  WS-CND-DATE           PIC X(08).
           05  WS-CND-BY             PIC X(10).
           05  WS-CND-LIFT           PIC X(60).
           05  WS-CND-LIFT-WORK      PIC X(60).
           05  WS-CND-KIND-TEXT      PIC X(06).

       01  WS-TOTAL-AREA.
           05  WS-BLOCK-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-LIMIT-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-REJECT-FOUND       PIC 9(07) VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.

       01  WS-RPT-DETAIL             PIC X(200).
       01  WS-ERROR-MESSAGE          PIC X(100).
       01  WS-OPT-FILE-NAME          PIC X(08).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RESOLVE-ACCOUNTS
           IF WS-ACCT-COUNT > ZERO OR WS-CUST-FOUND
               PERFORM 2500-TRACE-JOURNAL
               PERFORM 3000-CHECK-SYSTEM
               PERFORM 3100-CHECK-CUSTOMER
               PERFORM 4000-CHECK-ONE-ACCOUNT
                   VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-ACCT-COUNT
               PERFORM 5000-SCAN-REJECTS
               PERFORM 5500-PRINT-REJECTS
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-INQ-PARM FROM SYSIN
           IF WS-INQ-REJ-MAX NOT NUMERIC OR WS-INQ-REJ-MAX = ZERO
               MOVE 5 TO WS-INQ-REJ-MAX
           END-IF
           IF WS-INQ-REJ-MAX > 20
               MOVE 20 TO WS-INQ-REJ-MAX
           END-IF
           MOVE WS-INQ-REJ-MAX TO WS-RING-SIZE
           MOVE ZERO TO WS-RING-NEXT
           MOVE ZERO TO WS-RING-STORED
           IF WS-INQ-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INQ-DATE
           END-IF
           PERFORM 1100-OPEN-FILES
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '거래제한 진단조회 | 구분:' DELIMITED SIZE
                  WS-INQ-KEY-TYPE            DELIMITED SIZE
                  ' | 조회키:'               DELIMITED SIZE
                  WS-INQ-KEY                 DELIMITED SIZE
                  ' | 기준일:'               DELIMITED SIZE
                  WS-INQ-DATE                DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO DGRPT-LINE
           WRITE DIAG-REPORT-RECORD.

      *    조회전용 - 부가 등록부는 미존재시에도 조회를 계속하되
      *    해당 조건은 미확인으로 표시하고 점검을 건너뛴다.
      *    그 외 오픈오류는 비정상종료.
       1100-OPEN-FILES.
           OPEN OUTPUT DIAG-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'DIAGRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
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
           OPEN INPUT HOLD-FILE
           IF WS-FILE-OK
               SET WS-HOLD-OPEN TO TRUE
           ELSE
               MOVE 'HOLDREG' TO WS-OPT-FILE-NAME
               PERFORM 1150-OPTIONAL-OPEN-FAILED
           END-IF
           OPEN INPUT GUARDIAN-FILE
           IF WS-FILE-OK
               SET WS-GRDN-OPEN TO TRUE
           ELSE
               MOVE 'GRDNREG' TO WS-OPT-FILE-NAME
               PERFORM 1150-OPTIONAL-OPEN-FAILED
           END-IF
           OPEN INPUT CARD-MASTER-FILE
           IF WS-FILE-OK
               SET WS-CARD-OPEN TO TRUE
           ELSE
               MOVE 'CARDMST' TO WS-OPT-FILE-NAME
               PERFORM 1150-OPTIONAL-OPEN-FAILED
           END-IF
           OPEN INPUT BLOCKLIST-FILE
           IF WS-FILE-OK
               SET WS-BLKL-OPEN TO TRUE
           ELSE
               MOVE 'BLOCKLST' TO WS-OPT-FILE-NAME
               PERFORM 1150-OPTIONAL-OPEN-FAILED
           END-IF
           OPEN INPUT EOD-CONTROL-FILE
           IF WS-FILE-OK
               SET WS-EODC-OPEN TO TRUE
           ELSE
               MOVE 'EODCTL' TO WS-OPT-FILE-NAME
               PERFORM 1150-OPTIONAL-OPEN-FAILED
           END-IF
           OPEN INPUT PENDING-TXN-FILE
           IF WS-FILE-OK
               SET WS-PEND-OPEN TO TRUE
           ELSE
               MOVE 'PENDTXN' TO WS-OPT-FILE-NAME
               PERFORM 1150-OPTIONAL-OPEN-FAILED
           END-IF
           OPEN INPUT ACCT-JOURNAL-FILE
           IF WS-FILE-OK
               SET WS-JRNL-OPEN TO TRUE
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-OK
               SET WS-AUDIT-OPEN TO TRUE
           END-IF.

      *    부가 등록부 오픈실패 - 미존재(35)는 미확인 표시후 계속
       1150-OPTIONAL-OPEN-FAILED.
           MOVE SPACES TO WS-ERROR-MESSAGE
           IF WS-FILE-NOT-FOUND
               STRING WS-OPT-FILE-NAME  DELIMITED SPACE
                      ' 미존재 - 해당 조건 미확인'
                                        DELIMITED SIZE
                      INTO WS-ERROR-MESSAGE
               PERFORM 2900-WRITE-ERROR-LINE
           ELSE
               STRING WS-OPT-FILE-NAME  DELIMITED SPACE
                      ' 오픈실패 상태='  DELIMITED SIZE
                      WS-FILE-STATUS    DELIMITED SIZE
                      INTO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *----------------------------------------------------------------
      *    조회대상 확정 - 계좌조회는 해당 계좌와 명의인,
      *    고객조회는 명의/공동명의 전 계좌
      *----------------------------------------------------------------
       2000-RESOLVE-ACCOUNTS.
           IF WS-INQ-BY-ACCOUNT
               MOVE WS-INQ-KEY TO AF-ACCOUNT-NO
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE '계좌를 찾을 수 없음'
                           TO WS-ERROR-MESSAGE
                       PERFORM 2900-WRITE-ERROR-LINE
                       EXIT PARAGRAPH
               END-READ
               MOVE AF-CUSTOMER-ID TO WS-INQ-CUSTOMER-ID
               PERFORM 2200-ADD-ACCOUNT
           ELSE
               MOVE WS-INQ-KEY(1:10) TO WS-INQ-CUSTOMER-ID
               MOVE LOW-VALUES TO AF-ACCOUNT-NO
               START ACCOUNT-FILE KEY IS >= AF-ACCOUNT-NO
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM 2100-SCAN-CUSTOMER-ACCOUNTS
                   UNTIL WS-END-OF-FILE
           END-IF
           MOVE WS-INQ-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   IF WS-INQ-BY-CUSTOMER
                       MOVE '고객을 찾을 수 없음'
                           TO WS-ERROR-MESSAGE
                       PERFORM 2900-WRITE-ERROR-LINE
                   END-IF
               NOT INVALID KEY
                   SET WS-CUST-FOUND TO TRUE
           END-READ.

       2100-SCAN-CUSTOMER-ACCOUNTS.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF AF-CUSTOMER-ID = WS-INQ-CUSTOMER-ID OR
                      AF-CUSTOMER-ID-2 = WS-INQ-CUSTOMER-ID
                       PERFORM 2200-ADD-ACCOUNT
                   END-IF
           END-READ.

       2200-ADD-ACCOUNT.
           IF WS-ACCT-COUNT >= 30
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           SET WS-AT-IDX TO WS-ACCT-COUNT
           MOVE SPACES TO WS-AT-ENTRY(WS-AT-IDX)
           MOVE AF-ACCOUNT-NO     TO WS-AT-ACCOUNT-NO(WS-AT-IDX)
           MOVE AF-STATUS         TO WS-AT-CUR-STATUS(WS-AT-IDX)
           MOVE AF-DEBIT-RESTRICT TO WS-AT-CUR-DEBIT(WS-AT-IDX)
           MOVE AF-KYC-RESTRICT   TO WS-AT-CUR-KYC(WS-AT-IDX)
           MOVE AF-LIMITED-FLAG   TO WS-AT-CUR-LIMIT(WS-AT-IDX).

      *    원장 저널 추적 - 제한항목이 현재값으로 바뀐 최종
      *    변경분의 일자/프로그램을 설정일/설정자로 삼는다.
       2500-TRACE-JOURNAL.
           IF NOT WS-JRNL-OPEN OR WS-ACCT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 2510-READ-JOURNAL
               UNTIL WS-END-OF-FILE.

       2510-READ-JOURNAL.
           READ ACCT-JOURNAL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                           UNTIL WS-AT-IDX > WS-ACCT-COUNT
                              OR WS-AT-ACCOUNT-NO(WS-AT-IDX)
                                 = AJ-ACCOUNT-NO
                       CONTINUE
                   END-PERFORM
                   IF WS-AT-IDX NOT > WS-ACCT-COUNT
                       PERFORM 2520-COMPARE-IMAGES
                   END-IF
           END-READ.

       2520-COMPARE-IMAGES.
           MOVE AJ-BEFORE-IMAGE TO WS-JRNL-BEFORE
           MOVE AJ-AFTER-IMAGE  TO WS-JRNL-AFTER
           IF WS-JA-STATUS NOT = WS-JB-STATUS AND
              WS-JA-STATUS = WS-AT-CUR-STATUS(WS-AT-IDX)
               MOVE AJ-TIMESTAMP(1:8) TO WS-AT-STATUS-DATE(WS-AT-IDX)
               MOVE AJ-PROGRAM-ID     TO WS-AT-STATUS-BY(WS-AT-IDX)
           END-IF
           IF WS-JA-DEBIT-RESTRICT NOT = WS-JB-DEBIT-RESTRICT AND
              WS-JA-DEBIT-RESTRICT = WS-AT-CUR-DEBIT(WS-AT-IDX)
               MOVE AJ-TIMESTAMP(1:8) TO WS-AT-DEBIT-DATE(WS-AT-IDX)
               MOVE AJ-PROGRAM-ID     TO WS-AT-DEBIT-BY(WS-AT-IDX)
           END-IF
           IF WS-JA-KYC-RESTRICT NOT = WS-JB-KYC-RESTRICT AND
              WS-JA-KYC-RESTRICT = WS-AT-CUR-KYC(WS-AT-IDX)
               MOVE AJ-TIMESTAMP(1:8) TO WS-AT-KYC-DATE(WS-AT-IDX)
               MOVE AJ-PROGRAM-ID     TO WS-AT-KYC-BY(WS-AT-IDX)
           END-IF
           IF WS-JA-LIMITED-FLAG NOT = WS-JB-LIMITED-FLAG AND
              WS-JA-LIMITED-FLAG = WS-AT-CUR-LIMIT(WS-AT-IDX)
               MOVE AJ-TIMESTAMP(1:8) TO WS-AT-LIMIT-DATE(WS-AT-IDX)
               MOVE AJ-PROGRAM-ID     TO WS-AT-LIMIT-BY(WS-AT-IDX)
           END-IF.

       2900-WRITE-ERROR-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '오류:'            DELIMITED SIZE
                  WS-INQ-KEY         DELIMITED SIZE
                  ' - '              DELIMITED SIZE
                  WS-ERROR-MESSAGE   DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO DGRPT-LINE
           WRITE DIAG-REPORT-RECORD.

      *----------------------------------------------------------------
      *    전체 공통 - 일마감 구분처리 중이면 온라인 거래 보류
      *----------------------------------------------------------------
       3000-CHECK-SYSTEM.
           IF NOT WS-EODC-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'EODCTL  ' TO EC-CONTROL-ID
           READ EOD-CONTROL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EC-CUTOVER-ON
               MOVE SPACES      TO WS-CONDITION-WORK
               MOVE '(전체)'    TO WS-CND-ACCOUNT
               SET WS-CND-LIMITING TO TRUE
               MOVE '일마감 구분처리중-온라인 보류접수'
                   TO WS-CND-TEXT
               MOVE 'EODCTL'    TO WS-CND-SOURCE
               MOVE EC-BUSINESS-DATE TO WS-CND-DATE
               MOVE 'ACCT025'   TO WS-CND-BY
               MOVE 'ACCT025 마감해제시 보류분 자동 재기표'
                   TO WS-CND-LIFT
               PERFORM 3900-WRITE-CONDITION
           END-IF.

      *----------------------------------------------------------------
      *    고객 단위 - 사망등록, KYC 재인증 제한
      *----------------------------------------------------------------
       3100-CHECK-CUSTOMER.
           IF NOT WS-CUST-FOUND
               EXIT PARAGRAPH
           END-IF
           IF CF-DECEASED
               MOVE SPACES      TO WS-CONDITION-WORK
               MOVE CF-CUSTOMER-ID TO WS-CND-ACCOUNT
               SET WS-CND-BLOCKING TO TRUE
               MOVE '사망등록 고객(명의계좌 동결)'
                   TO WS-CND-TEXT
               MOVE 'CUSTMST'   TO WS-CND-SOURCE
               MOVE CF-DECEASED-DATE TO WS-CND-DATE
               MOVE 'ACCT022'   TO WS-CND-BY
               MOVE 'ACCT022 사망정정시 동결해제'
                   TO WS-CND-LIFT
               PERFORM 3900-WRITE-CONDITION
           END-IF
           IF CF-KYC-RESTRICTED
               MOVE SPACES      TO WS-CONDITION-WORK
               MOVE CF-CUSTOMER-ID TO WS-CND-ACCOUNT
               SET WS-CND-LIMITING TO TRUE
               MOVE 'KYC 재인증 기한경과(고객)' TO WS-CND-TEXT
               MOVE 'CUSTMST'   TO WS-CND-SOURCE
               MOVE CF-KYC-DUE-DATE TO WS-CND-DATE
               MOVE 'ACCT044'   TO WS-CND-BY
               MOVE 'ACCT022 CAMD 재인증 등록시 해제'
                   TO WS-CND-LIFT
               PERFORM 3900-WRITE-CONDITION
           END-IF.

      *    조건 1건 출력 - 차단(B)은 거래 거절, 제한(L)은 채널/
      *    금액/승인 제약.
       3900-WRITE-CONDITION.
           IF WS-CND-BLOCKING
               MOVE '[차단]' TO WS-CND-KIND-TEXT
               ADD 1 TO WS-BLOCK-COUNT
           ELSE
               MOVE '[제한]' TO WS-CND-KIND-TEXT
               ADD 1 TO WS-LIMIT-COUNT
           END-IF
           IF WS-CND-DATE = SPACES
               MOVE '-' TO WS-CND-DATE
           END-IF
           IF WS-CND-BY = SPACES
               MOVE '-' TO WS-CND-BY
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING WS-CND-KIND-TEXT   DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-CND-ACCOUNT     DELIMITED SIZE
                  ' | '              DELIMITED SIZE
                  WS-CND-TEXT        DELIMITED SIZE
                  ' | 출처:'         DELIMITED SIZE
                  WS-CND-SOURCE      DELIMITED SIZE
                  ' 설정일:'         DELIMITED SIZE
                  WS-CND-DATE        DELIMITED SIZE
                  ' 설정:'           DELIMITED SIZE
                  WS-CND-BY          DELIMITED SIZE
                  ' | 해제:'         DELIMITED SIZE
                  WS-CND-LIFT        DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO DGRPT-LINE
           WRITE DIAG-REPORT-RECORD.

      *----------------------------------------------------------------
      *    계좌 단위 조건
      *----------------------------------------------------------------
       4000-CHECK-ONE-ACCOUNT.
           MOVE WS-AT-ACCOUNT-NO(WS-AT-IDX) TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM 4100-CHECK-ACCOUNT-FLAGS
           PERFORM 4200-CHECK-HOLDS
           PERFORM 4300-CHECK-GUARDIAN
           PERFORM 4400-CHECK-CARDS
           PERFORM 4500-CHECK-BLOCKLIST
           PERFORM 4600-CHECK-PENDING.

       4100-CHECK-ACCOUNT-FLAGS.
           IF NOT AF-STATUS-ACTIVE
               MOVE SPACES        TO WS-CONDITION-WORK
               MOVE AF-ACCOUNT-NO TO WS-CND-ACCOUNT
               MOVE 'ACCTMST'     TO WS-CND-SOURCE
               MOVE WS-AT-STATUS-DATE(WS-AT-IDX) TO WS-CND-DATE
               MOVE WS-AT-STATUS-BY(WS-AT-IDX)   TO WS-CND-BY
               EVALUATE TRUE
                   WHEN AF-STATUS-CLOSED
                       SET WS-CND-BLOCKING TO TRUE
                       MOVE '해지 계좌' TO WS-CND-TEXT
                       MOVE AF-CLOSE-DATE TO WS-CND-DATE
                       MOVE '해제불가(신규개설)' TO WS-CND-LIFT
                   WHEN AF-STATUS-FROZEN
                       SET WS-CND-BLOCKING TO TRUE
                       MOVE '동결 계좌' TO WS-CND-TEXT
                       MOVE 'ACCT001 UNFZ(UNFREEZE 권한 승인자)'
                           TO WS-CND-LIFT
                   WHEN AF-STATUS-DORMANT
                       SET WS-CND-LIMITING TO TRUE
                       MOVE '휴면 계좌(사기탐지 대상)'
                           TO WS-CND-TEXT
                       MOVE '본인거래 확인후 사기규칙 검토'
                           TO WS-CND-LIFT
                   WHEN OTHER
                       SET WS-CND-BLOCKING TO TRUE
                       MOVE '비정상 계좌상태' TO WS-CND-TEXT
                       MOVE '원장 점검 필요' TO WS-CND-LIFT
               END-EVALUATE
               PERFORM 3900-WRITE-CONDITION
           END-IF
           IF AF-DEBIT-RESTRICTED
               MOVE SPACES        TO WS-CONDITION-WORK
               MOVE AF-ACCOUNT-NO TO WS-CND-ACCOUNT
               SET WS-CND-BLOCKING TO TRUE
               MOVE SPACES TO WS-CND-TEXT
               STRING '초과인출 연체 출금제한(' DELIMITED SIZE
                      AF-OD-DAYS                  DELIMITED SIZE
                      '일)'                       DELIMITED SIZE
                      INTO WS-CND-TEXT
               MOVE 'ACCTMST'     TO WS-CND-SOURCE
               MOVE WS-AT-DEBIT-DATE(WS-AT-IDX) TO WS-CND-DATE
               MOVE WS-AT-DEBIT-BY(WS-AT-IDX)   TO WS-CND-BY
               MOVE '초과인출 해소시 ACCT029 자동해제'
                   TO WS-CND-LIFT
               PERFORM 3900-WRITE-CONDITION
           END-IF
           IF AF-KYC-RESTRICTED
               MOVE SPACES        TO WS-CONDITION-WORK
               MOVE AF-ACCOUNT-NO TO WS-CND-ACCOUNT
               SET WS-CND-LIMITING TO TRUE
               MOVE 'KYC 미갱신 채널제한(창구만 허용)'
                   TO WS-CND-TEXT
               MOVE 'ACCTMST'     TO WS-CND-SOURCE
               MOVE WS-AT-KYC-DATE(WS-AT-IDX) TO WS-CND-DATE
               MOVE WS-AT-KYC-BY(WS-AT-IDX)   TO WS-CND-BY
               MOVE 'ACCT022 CAMD 재인증 등록시 해제'
                   TO WS-CND-LIFT
               PERFORM 3900-WRITE-CONDITION
           END-IF
           IF AF-LIMITED-ACCOUNT
               MOVE SPACES        TO WS-CONDITION-WORK
               MOVE AF-ACCOUNT-NO TO WS-CND-ACCOUNT
               SET WS-CND-LIMITING TO TRUE
               MOVE '한도제한계좌(거래목적 증빙 미제출)'
                   TO WS-CND-TEXT
               MOVE 'ACCTMST'     TO WS-CND-SOURCE
               MOVE WS-AT-LIMIT-DATE(WS-AT-IDX) TO WS-CND-DATE
               MOVE WS-AT-LIMIT-BY(WS-AT-IDX)   TO WS-CND-BY
               MOVE 'ACCT001 LMTL 증빙 확인후 해제'
                   TO WS-CND-LIFT
               PERFORM 3900-WRITE-CONDITION
           END-IF.

      *    유효 지급정지 - 사유별 해제 경로
       4200-CHECK-HOLDS.
           IF NOT WS-HOLD-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE AF-ACCOUNT-NO TO HR-ACCOUNT-NO
           MOVE ZERO          TO HR-HOLD-SEQ
           START HOLD-FILE KEY IS >= HR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 4210-READ-NEXT-HOLD
               UNTIL WS-END-OF-FILE.

       4210-READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF HR-ACCOUNT-NO NOT = AF-ACCOUNT-NO
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF HR-STATUS-ACTIVE AND
                          (HR-EXPIRY-DATE = SPACES OR
                           HR-EXPIRY-DATE >= WS-INQ-DATE)
                           PERFORM 4220-WRITE-HOLD-CONDITION
                       END-IF
                   END-IF
           END-READ
           IF NOT WS-FILE-OK AND NOT WS-FILE-EOF
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       4220-WRITE-HOLD-CONDITION.
           MOVE SPACES        TO WS-CONDITION-WORK
           MOVE AF-ACCOUNT-NO TO WS-CND-ACCOUNT
           SET WS-CND-LIMITING TO TRUE
           MOVE HR-HOLD-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-CND-TEXT
           STRING '지급정지 '        DELIMITED SIZE
                  HR-REASON-CODE     DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-DSP-AMOUNT      DELIMITED SIZE
                  INTO WS-CND-TEXT
           MOVE 'HOLDREG'      TO WS-CND-SOURCE
           MOVE HR-PLACED-DATE TO WS-CND-DATE
           MOVE HR-PLACED-BY   TO WS-CND-BY
           EVALUATE HR-REASON-CODE
               WHEN 'SEIZ'
                   MOVE 'ACCT072 압류등록부 해제' TO WS-CND-LIFT
               WHEN 'LOAN'
                   MOVE 'ACCT073 대출 상환종결시 해제'
                       TO WS-CND-LIFT
               WHEN 'VPHS'
                   MOVE 'ACCT077 피해환급/이의인용시 해제'
                       TO WS-CND-LIFT
               WHEN 'CHQD'
                   MOVE 'ACCT049 수표 결제확정시 해제'
                       TO WS-CND-LIFT
               WHEN OTHER
                   MOVE 'ACCT001 HREL' TO WS-CND-LIFT
           END-EVALUATE
           IF HR-EXPIRY-DATE NOT = SPACES
               MOVE WS-CND-LIFT TO WS-CND-LIFT-WORK
               MOVE SPACES      TO WS-CND-LIFT
               STRING WS-CND-LIFT-WORK DELIMITED '  '
                      ' (만기 '        DELIMITED SIZE
                      HR-EXPIRY-DATE   DELIMITED SIZE
                      ')'              DELIMITED SIZE
                      INTO WS-CND-LIFT
           END-IF
           PERFORM 3900-WRITE-CONDITION.

      *    미성년 법정대리인 제한 - 권한종료일까지 창구/한도 제한
       4300-CHECK-GUARDIAN.
           IF NOT WS-GRDN-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE AF-ACCOUNT-NO TO GR-ACCOUNT-NO
           READ GUARDIAN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT GR-STATUS-ACTIVE OR
              GR-AUTHORITY-END-DATE < WS-INQ-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES        TO WS-CONDITION-WORK
           MOVE AF-ACCOUNT-NO TO WS-CND-ACCOUNT
           SET WS-CND-LIMITING TO TRUE
           MOVE '미성년 출금 창구/50만원 제한' TO WS-CND-TEXT
           MOVE 'GRDNREG'           TO WS-CND-SOURCE
           MOVE GR-GUARDIAN-CUST-ID TO WS-CND-BY
           MOVE SPACES TO WS-CND-LIFT
           STRING '대리인 승인 또는 권한종료 ' DELIMITED SIZE
                  GR-AUTHORITY-END-DATE      DELIMITED SIZE
                  ' 자동해제'                DELIMITED SIZE
                  INTO WS-CND-LIFT
           PERFORM 3900-WRITE-CONDITION.

      *    카드 - 정지/분실/비밀번호 오류잠금 (ATM 거래 차단)
       4400-CHECK-CARDS.
           IF NOT WS-CARD-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CM-CARD-NO
           START CARD-MASTER-FILE KEY IS >= CM-CARD-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 4410-READ-NEXT-CARD
               UNTIL WS-END-OF-FILE.

       4410-READ-NEXT-CARD.
           READ CARD-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF CM-ACCOUNT-NO = AF-ACCOUNT-NO AND
                      NOT CM-STATUS-CLOSED
                       PERFORM 4420-EVALUATE-CARD
                   END-IF
           END-READ
           IF NOT WS-FILE-OK AND NOT WS-FILE-EOF
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       4420-EVALUATE-CARD.
           MOVE SPACES        TO WS-CONDITION-WORK
           MOVE AF-ACCOUNT-NO TO WS-CND-ACCOUNT
           SET WS-CND-LIMITING TO TRUE
           MOVE 'CARDMST'     TO WS-CND-SOURCE
           MOVE CM-CARD-NO(13:4) TO WS-CND-BY
           EVALUATE TRUE
               WHEN CM-LOST-STOLEN
                   MOVE '카드 분실/도난 신고(ATM 차단)'
                       TO WS-CND-TEXT
                   MOVE 'ACCT047 CRNW 재발급' TO WS-CND-LIFT
               WHEN CM-STATUS-BLOCKED
                   MOVE '카드 정지(ATM 차단)' TO WS-CND-TEXT
                   MOVE 'ACCT047 CUBL 정지해제' TO WS-CND-LIFT
               WHEN CM-PIN-RETRY-CNT >= 3
                   MOVE '카드 비밀번호 오류잠금(ATM 차단)'
                       TO WS-CND-TEXT
                   MOVE 'ACCT047 CPIN 잠금해제' TO WS-CND-LIFT
               WHEN CM-EXPIRY-YM < WS-INQ-DATE(1:6)
                   MOVE '카드 유효기한 경과(ATM 차단)'
                       TO WS-CND-TEXT
                   MOVE 'ACCT047 CRNW 재발급' TO WS-CND-LIFT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 3900-WRITE-CONDITION.

      *    수취금지 등재 - 당행계좌(은행코드 공백)로의 이체 차단
       4500-CHECK-BLOCKLIST.
           IF NOT WS-BLKL-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES        TO BL-BANK-CODE
           MOVE AF-ACCOUNT-NO TO BL-ACCOUNT-NO
           READ BLOCKLIST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT BL-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF BL-EFFECTIVE-TO NOT = SPACES AND
              BL-EFFECTIVE-TO < WS-INQ-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES        TO WS-CONDITION-WORK
           MOVE AF-ACCOUNT-NO TO WS-CND-ACCOUNT
           SET WS-CND-BLOCKING TO TRUE
           MOVE '수취금지 등재(이 계좌로 이체 차단)'
               TO WS-CND-TEXT
           MOVE 'BLOCKLST'        TO WS-CND-SOURCE
           MOVE BL-EFFECTIVE-FROM TO WS-CND-DATE
           MOVE BL-LIST-SOURCE    TO WS-CND-BY
           MOVE 'ACCT035 명단 해제(L)' TO WS-CND-LIFT
           PERFORM 3900-WRITE-CONDITION.

      *    승인대기 - 이중통제 대상 거래가 승인 전 보류중
       4600-CHECK-PENDING.
           IF NOT WS-PEND-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PD-KEY
           START PENDING-TXN-FILE KEY IS >= PD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 4610-READ-NEXT-PENDING
               UNTIL WS-END-OF-FILE.

       4610-READ-NEXT-PENDING.
           READ PENDING-TXN-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF PD-ACCOUNT-NO = AF-ACCOUNT-NO AND
                      PD-STATUS-PENDING
                       PERFORM 4620-WRITE-PENDING-CONDITION
                   END-IF
           END-READ
           IF NOT WS-FILE-OK AND NOT WS-FILE-EOF
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       4620-WRITE-PENDING-CONDITION.
           MOVE SPACES        TO WS-CONDITION-WORK
           MOVE AF-ACCOUNT-NO TO WS-CND-ACCOUNT
           SET WS-CND-LIMITING TO TRUE
           MOVE PD-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-CND-TEXT
           STRING '승인대기 '        DELIMITED SIZE
                  PD-TXN-TYPE        DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-DSP-AMOUNT      DELIMITED SIZE
                  INTO WS-CND-TEXT
           MOVE 'PENDTXN'       TO WS-CND-SOURCE
           MOVE PD-PEND-DATE    TO WS-CND-DATE
           MOVE PD-REQUESTER-ID TO WS-CND-BY
           MOVE 'ACCT001 APRV/REJC 승인자 처리' TO WS-CND-LIFT
           PERFORM 3900-WRITE-CONDITION.

      *----------------------------------------------------------------
      *    최근 거절거래 - AUDITLOG의 ACCT002 거절 기록
      *----------------------------------------------------------------
       5000-SCAN-REJECTS.
           IF NOT WS-AUDIT-OPEN OR WS-ACCT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 5100-READ-AUDIT
               UNTIL WS-END-OF-FILE.

       5100-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF AR-PROGRAM-ID = 'ACCT002 ' AND
                      AR-RESULT-CODE NOT = '0000'
                       PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                               UNTIL WS-AT-IDX > WS-ACCT-COUNT
                                  OR WS-AT-ACCOUNT-NO(WS-AT-IDX)
                                     = AR-ACCOUNT-NO
                           CONTINUE
                       END-PERFORM
                       IF WS-AT-IDX NOT > WS-ACCT-COUNT
                           PERFORM 5200-STORE-IN-RING
                       END-IF
                   END-IF
           END-READ.

       5200-STORE-IN-RING.
           ADD 1 TO WS-REJECT-FOUND
           ADD 1 TO WS-RING-NEXT
           IF WS-RING-NEXT > WS-RING-SIZE
               MOVE 1 TO WS-RING-NEXT
           END-IF
           MOVE AR-TIMESTAMP    TO WS-RG-TIMESTAMP(WS-RING-NEXT)
           MOVE AR-ACCOUNT-NO   TO WS-RG-ACCOUNT-NO(WS-RING-NEXT)
           MOVE AR-ACTION-CODE  TO WS-RG-ACTION(WS-RING-NEXT)
           MOVE AR-RESULT-CODE  TO WS-RG-RESULT(WS-RING-NEXT)
           MOVE AR-OPERATOR-ID  TO WS-RG-OPERATOR(WS-RING-NEXT)
           MOVE AR-MESSAGE      TO WS-RG-MESSAGE(WS-RING-NEXT)
           IF WS-RING-STORED < WS-RING-SIZE
               ADD 1 TO WS-RING-STORED
           END-IF.

      *    순환테이블을 최신건부터 역순으로 출력한다.
       5500-PRINT-REJECTS.
           MOVE SPACES TO DGRPT-LINE
           STRING '--- 최근 거절거래(최대 ' DELIMITED SIZE
                  WS-INQ-REJ-MAX             DELIMITED SIZE
                  '건) ---'                  DELIMITED SIZE
                  INTO DGRPT-LINE
           WRITE DIAG-REPORT-RECORD
           MOVE WS-RING-NEXT TO WS-RING-IDX
           PERFORM 5600-PRINT-ONE-REJECT
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-RING-STORED.

       5600-PRINT-ONE-REJECT.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING WS-RG-TIMESTAMP(WS-RING-IDX)  DELIMITED SIZE
                  ' | '                         DELIMITED SIZE
                  WS-RG-ACCOUNT-NO(WS-RING-IDX) DELIMITED SIZE
                  ' | '                         DELIMITED SIZE
                  WS-RG-ACTION(WS-RING-IDX)     DELIMITED SIZE
                  ' | 결과:'                    DELIMITED SIZE
                  WS-RG-RESULT(WS-RING-IDX)     DELIMITED SIZE
                  ' | 조작자:'                  DELIMITED SIZE
                  WS-RG-OPERATOR(WS-RING-IDX)   DELIMITED SIZE
                  ' | '                         DELIMITED SIZE
                  WS-RG-MESSAGE(WS-RING-IDX)    DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO DGRPT-LINE
           WRITE DIAG-REPORT-RECORD
           SUBTRACT 1 FROM WS-RING-IDX
           IF WS-RING-IDX < 1
               MOVE WS-RING-SIZE TO WS-RING-IDX
           END-IF.

       9000-FINALIZE.
           MOVE SPACES TO DGRPT-LINE
           STRING '===차단:'         DELIMITED SIZE
                  WS-BLOCK-COUNT     DELIMITED SIZE
                  ' 제한:'           DELIMITED SIZE
                  WS-LIMIT-COUNT     DELIMITED SIZE
                  ' 계좌:'           DELIMITED SIZE
                  WS-ACCT-COUNT      DELIMITED SIZE
                  ' 거절이력:'       DELIMITED SIZE
                  WS-REJECT-FOUND    DELIMITED SIZE
                  '==='              DELIMITED SIZE
                  INTO DGRPT-LINE
           WRITE DIAG-REPORT-RECORD
           PERFORM 9100-CLOSE-FILES
           DISPLAY 'ACCT080 진단조회 완료 차단:' WS-BLOCK-COUNT
               ' 제한:' WS-LIMIT-COUNT.

       9100-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           IF WS-HOLD-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-GRDN-OPEN
               CLOSE GUARDIAN-FILE
           END-IF
           IF WS-CARD-OPEN
               CLOSE CARD-MASTER-FILE
           END-IF
           IF WS-BLKL-OPEN
               CLOSE BLOCKLIST-FILE
           END-IF
           IF WS-EODC-OPEN
               CLOSE EOD-CONTROL-FILE
           END-IF
           IF WS-PEND-OPEN
               CLOSE PENDING-TXN-FILE
           END-IF
           IF WS-JRNL-OPEN
               CLOSE ACCT-JOURNAL-FILE
           END-IF
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-FILE
           END-IF
           CLOSE DIAG-REPORT-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9100-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
