      ******************************************************************
      * PROGRAM-ID: ACCT103
      * DESCRIPTION: 사망고객 상속인 지급(상속정산) 프로그램
      *              - SYSIN: 작업구분/피상속인(고객ID)/조작자/
      *                승인자/상속인순번/서류구분/상속인 정보
      *              - HREG: 상속인 등록/변경 - 성명/주민번호/관계/
      *                상속지분(%)/지급계좌. 지분 0은 등록취소.
      *                변경시 해당 상속인 동의는 무효화
      *              - DOCR: 제출서류 접수 - DC 사망진단서(제적)
      *                FR 가족관계증명서 CT 법원 판결/심판문
      *                AG 상속재산 분할협의서
      *              - CONS: 상속인별 지급 동의 접수
      *              - PAY : 상속정산 지급 - 조작자(해지권한)와
      *                별도 승인자(동결해제 권한, ACCT022 ESTR과
      *                동일 통제) 필수. DC/FR 서류, 지분합계
      *                100%, 전원 동의 또는 CT/AG 서류 확인후
      *                피상속인 단독명의 계좌별로 동결해제 ->
      *                ACCT003 이자정산 -> 지분별 ACCT002 이체
      *                (마지막 상속인은 이체수수료(가격예외
      *                PRCEXCP 반영)를 뺀 실제 잔액, 잔액이 수수료
      *                이하이면 잔액 전액을 이체하고 수수료 면제)
      *                -> 잔액 0 확인후 해지(ACCTJRNL 저널,
      *                계좌별 CLOS 감사기록). 해지후에도 잔액이
      *                남는 계좌는 재동결하고 해지보류 사유를
      *                명세에 표시. 이체 성공건마다
      *                계좌별 지급원장(ESTPAY)과 HEIRREG 지급액을
      *                기록하여 재실행시 미지급분만 지급하고,
      *                이체 실패시 계좌를 원상태로 재동결하고
      *                해당 상속정산을 RC=8로 중단한다.
      *                공동명의/수익자 지정/대출담보/
      *                지급정지/마이너스 잔액 계좌는 제외하고
      *                사유를 명세에 표시. 상속인별 지급명세서
      *              - ARPT: 미정산 상속 경과기간 보고 - 사망
      *                등록 고객 중 정산 미완료 건을 사망일부터
      *                경과일수 구간별(90/180/365일) 수록
      *              - 리포트(ESTRPT), 거절시 RC=8
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      * 2026-10-15 : 마지막 상속인 수수료에 가격예외(PRCEXCP) 적용,
      *              잔액이 수수료 이하이면 전액 이체/수수료 면제,
      *              잔액잔존 계좌는 중단 대신 해지보류로 명세 표시
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT103.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTATE-FILE
               ASSIGN TO 'ESTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HEIR-FILE
               ASSIGN TO 'HEIRREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HE-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    계좌별 상속인 지급원장 - 순번 00은 계좌 정산계획
           SELECT ESTATE-PAYOUT-FILE
               ASSIGN TO 'ESTPAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CUSTOMER-ID
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO 'HOLDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NOMINEE-FILE
               ASSIGN TO 'NOMINEE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LOAN-REGISTER-FILE
               ASSIGN TO 'LOANREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LN-COLLAT-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO 'FEESCHED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRICE-EXCEPTION-FILE
               ASSIGN TO 'PRCEXCP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
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

           SELECT AUDIT-CHAIN-FILE
               ASSIGN TO 'AUDCHAIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAIN-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ESTATE-REPORT-FILE
               ASSIGN TO 'ESTRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    상속정산 등록부 - 피상속인(고객ID) 단위 서류접수/정산상태
       FD  ESTATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  ESTATE-RECORD.
           05  ES-CUSTOMER-ID        PIC X(10).
           05  ES-STATUS             PIC X(01).
               88  ES-STATUS-OPEN    VALUE 'O'.
               88  ES-STATUS-SETTLED VALUE 'S'.
           05  ES-DECEASED-DATE      PIC X(08).
           05  ES-REGISTER-DATE      PIC X(08).
           05  ES-DOC-FLAGS.
               10  ES-DOC-DEATH      PIC X(01).
                   88  ES-HAS-DEATH-DOC   VALUE 'Y'.
               10  ES-DOC-FAMILY     PIC X(01).
                   88  ES-HAS-FAMILY-DOC  VALUE 'Y'.
               10  ES-DOC-COURT      PIC X(01).
                   88  ES-HAS-COURT-DOC   VALUE 'Y'.
               10  ES-DOC-AGREEMENT  PIC X(01).
                   88  ES-HAS-AGREEMENT   VALUE 'Y'.
           05  ES-ACCT-COUNT         PIC 9(03).
           05  ES-TOTAL-PAID         PIC S9(13)V99 COMP-3.
           05  ES-SETTLE-DATE        PIC X(08).
           05  ES-SETTLE-OPERATOR    PIC X(08).
           05  ES-SETTLE-APPROVER    PIC X(08).
           05  ES-LAST-ACTION-DATE   PIC X(08).
           05  ES-FILLER             PIC X(46).

      *    상속인 등록부 - 피상속인+순번 단위 지분/지급계좌/동의
       FD  HEIR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  HEIR-RECORD.
           05  HE-KEY.
               10  HE-CUSTOMER-ID    PIC X(10).
               10  HE-HEIR-SEQ       PIC 9(02).
           05  HE-HEIR-NAME          PIC X(30).
           05  HE-RESIDENT-NO        PIC X(14).
           05  HE-RELATION           PIC X(10).
           05  HE-SHARE-PCT          PIC 9(03)V99.
           05  HE-PAYOUT-ACCT        PIC X(12).
           05  HE-CONSENT-FLAG       PIC X(01).
               88  HE-CONSENTED      VALUE 'Y'.
           05  HE-CONSENT-DATE       PIC X(08).
           05  HE-PAID-AMOUNT        PIC S9(13)V99 COMP-3.
           05  HE-PAID-DATE          PIC X(08).
           05  HE-STATUS             PIC X(01).
               88  HE-STATUS-ACTIVE  VALUE 'A'.
               88  HE-STATUS-PAID    VALUE 'P'.
               88  HE-STATUS-CANCELLED VALUE 'X'.
           05  HE-REG-OPERATOR       PIC X(08).
           05  HE-FILLER             PIC X(33).

      *    계좌별 상속인 지급원장 - 피상속인+계좌+상속인순번.
      *    순번 00은 최초 정산시 확정한 계좌 배분총액(이자포함)과
      *    정산이자, 그 외 순번은 해당 상속인에게 지급한 누계액.
       FD  ESTATE-PAYOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ESTATE-PAYOUT-RECORD.
           05  EP-KEY.
               10  EP-CUSTOMER-ID    PIC X(10).
               10  EP-ACCOUNT-NO     PIC X(12).
               10  EP-HEIR-SEQ       PIC 9(02).
           05  EP-PLAN-TOTAL         PIC S9(13)V99 COMP-3.
           05  EP-INTEREST           PIC S9(13)V99 COMP-3.
           05  EP-PAID-AMOUNT        PIC S9(13)V99 COMP-3.
           05  EP-PAID-DATE          PIC X(08).
           05  EP-OPERATOR-ID        PIC X(08).
           05  EP-FILLER             PIC X(16).

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
           05  CF-FILLER             PIC X(100).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ACCOUNT-RECORD.
           05  AF-ACCOUNT-NO         PIC X(12).
           05  AF-CUSTOMER-ID        PIC X(10).
           05  AF-CUSTOMER-ID-2      PIC X(10).
           05  AF-ACCOUNT-TYPE       PIC X(02).
               88  AF-TYPE-FIXED     VALUE 'FX'.
               88  AF-TYPE-INSTALLMENT VALUE 'IS'.
               88  AF-TYPE-LOAN      VALUE 'LN'.
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
               10  OP-CAN-OPEN       PIC X(01).
               10  OP-CAN-CLOSE      PIC X(01).
                   88  OP-ALLOW-CLOSE     VALUE 'Y'.
               10  OP-CAN-UPDATE     PIC X(01).
                   88  OP-ALLOW-UPDATE    VALUE 'Y'.
               10  OP-CAN-UNFREEZE   PIC X(01).
                   88  OP-ALLOW-UNFREEZE  VALUE 'Y'.
               10  OP-CAN-OD-LIMIT   PIC X(01).
               10  OP-CAN-HOLD       PIC X(01).
               10  OP-CAN-APPROVE    PIC X(01).
               10  OP-CAN-BACKDATE   PIC X(01).
           05  OP-FILLER             PIC X(37).

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

       FD  NOMINEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  NOMINEE-RECORD.
           05  NM-KEY.
               10  NM-ACCOUNT-NO     PIC X(12).
               10  NM-NOMINEE-SEQ    PIC 9(02).
           05  NM-NOMINEE-NAME       PIC X(50).
           05  NM-RELATION           PIC X(10).
           05  NM-RESIDENT-NO        PIC X(14).
           05  NM-ALLOC-PCT          PIC 9(03).
           05  NM-EFFECTIVE-DATE     PIC X(08).
           05  NM-STATUS             PIC X(01).
               88  NM-STATUS-ACTIVE  VALUE 'A'.
               88  NM-STATUS-CANCELLED VALUE 'C'.
           05  NM-FILLER             PIC X(20).

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

      *    수수료 가격예외 - 레이아웃은 ACCT096과 동일
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

       FD  AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  AUDIT-CHAIN-RECORD.
           05  AC-CHAIN-ID           PIC X(08).
           05  AC-LAST-SEQ           PIC 9(09).
           05  AC-LAST-CHECK         PIC 9(09).
           05  AC-FILLER             PIC X(14).

       FD  ESTATE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  ESTATE-REPORT-RECORD.
           05  ESRPT-LINE            PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-ACTION         PIC X(04).
               88  WS-ACTION-HEIR    VALUE 'HREG'.
               88  WS-ACTION-DOC     VALUE 'DOCR'.
               88  WS-ACTION-CONSENT VALUE 'CONS'.
               88  WS-ACTION-PAY     VALUE 'PAY '.
               88  WS-ACTION-REPORT  VALUE 'ARPT'.
           05  WS-RUN-CUSTOMER-ID    PIC X(10).
           05  WS-RUN-OPERATOR-ID    PIC X(08).
           05  WS-RUN-APPROVER-ID    PIC X(08).
           05  WS-RUN-HEIR-SEQ       PIC 9(02).
      *    서류구분 - DC 사망진단서 FR 가족관계증명서
      *    CT 법원 판결/심판문 AG 상속재산 분할협의서
           05  WS-RUN-DOC-TYPE       PIC X(02).
               88  WS-DOC-DEATH      VALUE 'DC'.
               88  WS-DOC-FAMILY     VALUE 'FR'.
               88  WS-DOC-COURT      VALUE 'CT'.
               88  WS-DOC-AGREEMENT  VALUE 'AG'.
           05  WS-RUN-HEIR-NAME      PIC X(30).
           05  WS-RUN-HEIR-RESNO     PIC X(14).
           05  WS-RUN-HEIR-REL       PIC X(10).
           05  WS-RUN-HEIR-SHARE     PIC 9(03)V99.
           05  WS-RUN-PAYOUT-ACCT    PIC X(12).

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TIME               PIC X(06).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-SCAN-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-SCAN-EOF       VALUE 'Y'.
           05  WS-REJECT-SW          PIC X(01) VALUE 'N'.
               88  WS-REJECTED       VALUE 'Y'.
           05  WS-ESTATE-FOUND-SW    PIC X(01) VALUE 'N'.
               88  WS-ESTATE-FOUND   VALUE 'Y'.
           05  WS-HEIR-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-HEIR-FOUND     VALUE 'Y'.
           05  WS-ALL-CONSENT-SW     PIC X(01) VALUE 'Y'.
               88  WS-ALL-CONSENTED  VALUE 'Y'.
           05  WS-EXCLUDE-SW         PIC X(01) VALUE 'N'.
               88  WS-EXCLUDED       VALUE 'Y'.
           05  WS-PLAN-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-PLAN-FOUND     VALUE 'Y'.
           05  WS-PAID-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-PAID-FOUND     VALUE 'Y'.
           05  WS-PAY-FAILED-SW      PIC X(01) VALUE 'N'.
               88  WS-PAY-FAILED     VALUE 'Y'.

       01  WS-REJECT-MESSAGE         PIC X(60).
       01  WS-RESULT-MESSAGE         PIC X(60).
       01  WS-EXCLUDE-REASON         PIC X(30).

      *    상속인 작업테이블 (유효 상속인 최대 10명)
       01  WS-HEIR-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-HEIR-TABLE.
           05  WS-HT-ENTRY OCCURS 10 TIMES
                           INDEXED BY WS-HT-IDX.
               10  WS-HT-HEIR-SEQ    PIC 9(02).
               10  WS-HT-HEIR-NAME   PIC X(30).
               10  WS-HT-RELATION    PIC X(10).
               10  WS-HT-SHARE-PCT   PIC 9(03)V99.
               10  WS-HT-PAYOUT-ACCT PIC X(12).
               10  WS-HT-PAID-AMOUNT PIC S9(13)V99 COMP-3.

      *    정산계좌 작업테이블 (최대 50계좌) - 제외계좌는 사유와
      *    함께 보관하여 명세서에 표시
       01  WS-ACCT-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-SETTLE-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-AT-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-AT-IDX.
               10  WS-AT-ACCOUNT-NO  PIC X(12).
               10  WS-AT-ACCOUNT-TYPE PIC X(02).
               10  WS-AT-EXCLUDE-REASON PIC X(30).
               10  WS-AT-PRINCIPAL   PIC S9(13)V99 COMP-3.
               10  WS-AT-INTEREST    PIC S9(13)V99 COMP-3.
               10  WS-AT-TOTAL       PIC S9(13)V99 COMP-3.
               10  WS-AT-ORIG-STATUS PIC X(01).
               10  WS-AT-CLOSED-SW   PIC X(01).
                   88  WS-AT-CLOSED-BEFORE VALUE 'Y'.
               10  WS-AT-HELD-REASON PIC X(30).
               10  WS-AT-RESIDUAL    PIC S9(13)V99 COMP-3.
               10  WS-AT-HEIR-AMOUNT PIC S9(13)V99 COMP-3
                                     OCCURS 10 TIMES.

       01  WS-AMOUNT-WORK.
           05  WS-SHARE-TOTAL        PIC 9(05)V99.
           05  WS-ALLOC-AMOUNT       PIC S9(13)V99 COMP-3.
           05  WS-PRIOR-PAID         PIC S9(13)V99 COMP-3.
           05  WS-ESTATE-TOTAL       PIC S9(13)V99 COMP-3.
           05  WS-CONSENT-COUNT      PIC 9(02).
           05  WS-ACTIVE-HEIRS       PIC 9(02).

      *    미정산 경과기간 구간 - 90/180/365일
       01  WS-AGING-WORK.
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-FROM-INT           PIC 9(07).
           05  WS-TODAY-INT          PIC 9(07).
           05  WS-AGE-DAYS           PIC S9(05).
           05  WS-AGE-BUCKET         PIC X(12).
           05  WS-AGING-COUNT        PIC 9(05) OCCURS 4 TIMES.
           05  WS-AGING-TOTAL        PIC 9(05) VALUE ZERO.
           05  WS-AG-I               PIC 9(01).
           05  WS-ESTATE-DSP         PIC X(10).

      *    이체수수료 - ACCT002 4200/4210과 동일하게 FEESCHED 'ATM '
      *    요율/하한/상한에 가격예외(PRCEXCP) 감면을 적용. 마지막
      *    상속인 이체액 산정용.
       01  WS-XFER-FEE-WORK.
           05  WS-XFER-FEE-SW        PIC X(01) VALUE 'N'.
               88  WS-XFER-FEE-LOADED VALUE 'Y'.
           05  WS-XFER-FEE-RATE      PIC S9(03)V9(04) COMP-3.
           05  WS-XFER-FEE-MIN       PIC S9(07)V99 COMP-3.
           05  WS-XFER-FEE-MAX       PIC S9(07)V99 COMP-3.
           05  WS-FEE-BASE           PIC S9(13)V99 COMP-3.
           05  WS-FEE-AMOUNT         PIC S9(09)V99 COMP-3.
           05  WS-FEE-NETTED         PIC S9(09)V99 COMP-3.
           05  WS-FEE-WAIVED         PIC S9(09)V99 COMP-3.
           05  WS-PX-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-PX-FOUND       VALUE 'Y'.
           05  WS-PX-DISC-TYPE       PIC X(01).
               88  WS-PX-DISC-PERCENT VALUE 'P'.
           05  WS-PX-DISC-RATE       PIC 9(03)V99 COMP-3.
           05  WS-PX-DISC-AMOUNT     PIC S9(07)V99 COMP-3.

       01  WS-ACCT002-LINKAGE.
           05  WS-TXN-ACCOUNT-NO     PIC X(12).
           05  WS-TXN-TYPE           PIC X(04).
           05  WS-TXN-AMOUNT         PIC S9(13)V99 COMP-3.
           05  WS-TXN-COUNTER-ACCT-NO PIC X(12).
           05  WS-TXN-CHANNEL        PIC X(04).
           05  WS-TXN-RESULT-CODE    PIC X(04).
           05  WS-TXN-RESULT-MSG     PIC X(100).
           05  WS-TXN-CLIENT-REF     PIC X(20).
           05  WS-TXN-ORIG-TXN-ID    PIC X(20).
           05  WS-TXN-OPERATOR-ID    PIC X(08).
           05  WS-TXN-PEND-BYPASS    PIC X(01).
           05  WS-TXN-ORIG-BRANCH    PIC X(04).
           05  WS-TXN-VALUE-DATE     PIC X(08).
           05  WS-TXN-GUARDIAN-APPR  PIC X(01).
           05  WS-TXN-COUNTER-BANK   PIC X(03).
           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

       01  WS-ACCT003-LINKAGE.
           05  WS-INT-ACCOUNT-NO     PIC X(12).
           05  WS-INT-CALC-DATE      PIC X(08).
           05  WS-INT-AMOUNT         PIC S9(13)V99 COMP-3.
           05  WS-INT-RESULT-CODE    PIC X(04).
           05  WS-INT-RESULT-MSG     PIC X(100).
           05  WS-INT-RPT-FORMAT     PIC X(01).
           05  WS-INT-PRINCIPAL-OVERRIDE PIC S9(13)V99 COMP-3
                                     VALUE ZERO.
           05  WS-INT-RATE-OVERRIDE  PIC S9(03)V9(06) COMP-3
                                     VALUE ZERO.

       01  WS-JRNL-AREA.
           05  WS-JRNL-BEFORE-IMAGE  PIC X(200).

       01  WS-AUDIT-WORK.
           05  WS-AUDIT-ACTION       PIC X(04).
           05  WS-AUDIT-RESULT       PIC X(04).
           05  WS-AUDIT-ACCOUNT      PIC X(12) VALUE SPACES.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
           05  WS-DSP-AMOUNT-2       PIC -(13)9.99.
           05  WS-DSP-AMOUNT-3       PIC -(13)9.99.
           05  WS-DSP-PCT            PIC ZZ9.99.
           05  WS-DSP-DAYS           PIC ZZZZ9.

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
           EVALUATE TRUE
               WHEN WS-ACTION-HEIR
                   PERFORM 2000-REGISTER-HEIR
               WHEN WS-ACTION-DOC
                   PERFORM 2100-RECORD-DOCUMENT
               WHEN WS-ACTION-CONSENT
                   PERFORM 2200-RECORD-CONSENT
               WHEN WS-ACTION-PAY
                   PERFORM 3000-SETTLE-ESTATE
               WHEN WS-ACTION-REPORT
                   PERFORM 6000-AGING-REPORT
           END-EVALUATE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF NOT WS-ACTION-HEIR AND NOT WS-ACTION-DOC AND
              NOT WS-ACTION-CONSENT AND NOT WS-ACTION-PAY AND
              NOT WS-ACTION-REPORT
               MOVE '알수없는 작업구분' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF NOT WS-ACTION-REPORT AND
              (WS-RUN-CUSTOMER-ID = SPACES OR
               WS-RUN-OPERATOR-ID = SPACES)
               MOVE '피상속인/조작자 누락' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADER.

       1100-OPEN-FILES.
           OPEN I-O ESTATE-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE ESTATE-FILE
               OPEN OUTPUT ESTATE-FILE
               CLOSE ESTATE-FILE
               OPEN I-O ESTATE-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'ESTREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O HEIR-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE HEIR-FILE
               OPEN OUTPUT HEIR-FILE
               CLOSE HEIR-FILE
               OPEN I-O HEIR-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'HEIRREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O ESTATE-PAYOUT-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE ESTATE-PAYOUT-FILE
               OPEN OUTPUT ESTATE-PAYOUT-FILE
               CLOSE ESTATE-PAYOUT-FILE
               OPEN I-O ESTATE-PAYOUT-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'ESTPAY 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'CUSTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-FILE-OK
               MOVE 'OPERMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE HOLD-FILE
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'HOLDREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O NOMINEE-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE NOMINEE-FILE
               OPEN OUTPUT NOMINEE-FILE
               CLOSE NOMINEE-FILE
               OPEN I-O NOMINEE-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'NOMINEE 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O LOAN-REGISTER-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE LOAN-REGISTER-FILE
               OPEN OUTPUT LOAN-REGISTER-FILE
               CLOSE LOAN-REGISTER-FILE
               OPEN I-O LOAN-REGISTER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'LOANREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN EXTEND ACCT-JOURNAL-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTJRNL 오픈실패' TO WS-ERROR-MESSAGE
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
           OPEN OUTPUT ESTATE-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ESTRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       1200-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-HEADER
           STRING '상속정산 | 처리일:'   DELIMITED SIZE
                  WS-RUN-DATE            DELIMITED SIZE
                  ' 작업:'               DELIMITED SIZE
                  WS-RUN-ACTION          DELIMITED SIZE
                  ' 피상속인:'           DELIMITED SIZE
                  WS-RUN-CUSTOMER-ID     DELIMITED SIZE
                  ' 조작자:'             DELIMITED SIZE
                  WS-RUN-OPERATOR-ID     DELIMITED SIZE
                  INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD.

      *================================================================
      *    상속인 등록/변경 - 지분 0은 등록취소. 지분/지급계좌가
      *    바뀌면 기존 동의는 무효가 되므로 동의를 다시 받는다.
      *================================================================
       2000-REGISTER-HEIR.
           MOVE 'ESTH' TO WS-AUDIT-ACTION
           PERFORM 7000-CHECK-OPERATOR
           IF NOT WS-REJECTED
               PERFORM 7100-READ-DECEASED
           END-IF
           IF NOT WS-REJECTED
               PERFORM 7200-READ-OR-CREATE-ESTATE
           END-IF
           IF NOT WS-REJECTED
               PERFORM 2010-VALIDATE-HEIR
           END-IF
           IF WS-REJECTED
               PERFORM 8200-REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-CUSTOMER-ID TO HE-CUSTOMER-ID
           MOVE WS-RUN-HEIR-SEQ    TO HE-HEIR-SEQ
           READ HEIR-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HEIR-FOUND-SW
               NOT INVALID KEY
                   SET WS-HEIR-FOUND TO TRUE
           END-READ
           IF WS-HEIR-FOUND AND HE-STATUS-PAID
               MOVE '지급완료 상속인-변경불가'
                   TO WS-REJECT-MESSAGE
               PERFORM 8200-REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
      *    지급중단된 정산의 상속인은 지분/지급계좌를 바꾸면 재실행
      *    배분이 기지급분과 어긋나므로 변경 불가
           IF WS-HEIR-FOUND AND HE-PAID-AMOUNT NOT = ZERO
               MOVE '지급진행중 상속인-변경불가'
                   TO WS-REJECT-MESSAGE
               PERFORM 8200-REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-HEIR-FOUND
               MOVE SPACES             TO HEIR-RECORD
               MOVE WS-RUN-CUSTOMER-ID TO HE-CUSTOMER-ID
               MOVE WS-RUN-HEIR-SEQ    TO HE-HEIR-SEQ
               MOVE ZERO               TO HE-PAID-AMOUNT
           END-IF
           MOVE WS-RUN-HEIR-NAME   TO HE-HEIR-NAME
           MOVE WS-RUN-HEIR-RESNO  TO HE-RESIDENT-NO
           MOVE WS-RUN-HEIR-REL    TO HE-RELATION
           MOVE WS-RUN-HEIR-SHARE  TO HE-SHARE-PCT
           MOVE WS-RUN-PAYOUT-ACCT TO HE-PAYOUT-ACCT
           MOVE 'N'                TO HE-CONSENT-FLAG
           MOVE SPACES             TO HE-CONSENT-DATE
           MOVE WS-RUN-OPERATOR-ID TO HE-REG-OPERATOR
           IF WS-RUN-HEIR-SHARE = ZERO
               MOVE 'X' TO HE-STATUS
               MOVE '상속인 등록취소' TO WS-RESULT-MESSAGE
           ELSE
               MOVE 'A' TO HE-STATUS
               MOVE '상속인 등록' TO WS-RESULT-MESSAGE
           END-IF
           IF WS-HEIR-FOUND
               REWRITE HEIR-RECORD
                   INVALID KEY
                       MOVE 'HEIRREG 갱신오류' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-REWRITE
           ELSE
               WRITE HEIR-RECORD
                   INVALID KEY
                       MOVE 'HEIRREG 기록오류' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-WRITE
           END-IF
           PERFORM 7300-TOUCH-ESTATE
           MOVE WS-RUN-HEIR-SHARE TO WS-DSP-PCT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING WS-RESULT-MESSAGE      DELIMITED '  '
                  ' 순번:'               DELIMITED SIZE
                  HE-HEIR-SEQ            DELIMITED SIZE
                  ' 성명:'               DELIMITED SIZE
                  HE-HEIR-NAME           DELIMITED SIZE
                  ' 관계:'               DELIMITED SIZE
                  HE-RELATION            DELIMITED SIZE
                  ' 지분:'               DELIMITED SIZE
                  WS-DSP-PCT             DELIMITED SIZE
                  '% 지급계좌:'          DELIMITED SIZE
                  HE-PAYOUT-ACCT         DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 8100-WRITE-RESULT.

       2010-VALIDATE-HEIR.
           IF WS-RUN-HEIR-SEQ = ZERO OR WS-RUN-HEIR-SEQ > 10
               SET WS-REJECTED TO TRUE
               MOVE '상속인 순번 오류(01-10)'
                   TO WS-REJECT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-HEIR-SHARE = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-HEIR-NAME = SPACES OR
              WS-RUN-HEIR-SHARE > 100
               SET WS-REJECTED TO TRUE
               MOVE '상속인 성명/지분 오류'
                   TO WS-REJECT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 7400-CHECK-PAYOUT-ACCOUNT.

      *================================================================
      *    제출서류 접수 - 서류구분별 접수표시
      *================================================================
       2100-RECORD-DOCUMENT.
           MOVE 'ESTD' TO WS-AUDIT-ACTION
           PERFORM 7000-CHECK-OPERATOR
           IF NOT WS-REJECTED
               PERFORM 7100-READ-DECEASED
           END-IF
           IF NOT WS-REJECTED
               PERFORM 7200-READ-OR-CREATE-ESTATE
           END-IF
           IF WS-REJECTED
               PERFORM 8200-REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-DOC-DEATH
                   MOVE 'Y' TO ES-DOC-DEATH
               WHEN WS-DOC-FAMILY
                   MOVE 'Y' TO ES-DOC-FAMILY
               WHEN WS-DOC-COURT
                   MOVE 'Y' TO ES-DOC-COURT
               WHEN WS-DOC-AGREEMENT
                   MOVE 'Y' TO ES-DOC-AGREEMENT
               WHEN OTHER
                   MOVE '서류구분 오류(DC/FR/CT/AG)'
                       TO WS-REJECT-MESSAGE
                   PERFORM 8200-REJECT-REQUEST
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 7300-TOUCH-ESTATE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '서류접수 구분:'       DELIMITED SIZE
                  WS-RUN-DOC-TYPE        DELIMITED SIZE
                  ' 접수현황 DC/FR/CT/AG:' DELIMITED SIZE
                  ES-DOC-FLAGS           DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE '서류접수' TO WS-RESULT-MESSAGE
           PERFORM 8100-WRITE-RESULT.

      *================================================================
      *    상속인 지급동의 접수
      *================================================================
       2200-RECORD-CONSENT.
           MOVE 'ESTC' TO WS-AUDIT-ACTION
           PERFORM 7000-CHECK-OPERATOR
           IF NOT WS-REJECTED
               PERFORM 7100-READ-DECEASED
           END-IF
           IF NOT WS-REJECTED
               PERFORM 7200-READ-OR-CREATE-ESTATE
           END-IF
           IF WS-REJECTED
               PERFORM 8200-REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-CUSTOMER-ID TO HE-CUSTOMER-ID
           MOVE WS-RUN-HEIR-SEQ    TO HE-HEIR-SEQ
           READ HEIR-FILE
               INVALID KEY
                   MOVE '미등록 상속인' TO WS-REJECT-MESSAGE
                   PERFORM 8200-REJECT-REQUEST
                   EXIT PARAGRAPH
           END-READ
           IF NOT HE-STATUS-ACTIVE
               MOVE '유효 상속인 아님' TO WS-REJECT-MESSAGE
               PERFORM 8200-REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y'         TO HE-CONSENT-FLAG
           MOVE WS-RUN-DATE TO HE-CONSENT-DATE
           REWRITE HEIR-RECORD
               INVALID KEY
                   MOVE 'HEIRREG 갱신오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE
           PERFORM 7300-TOUCH-ESTATE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '지급동의 접수 순번:'  DELIMITED SIZE
                  HE-HEIR-SEQ            DELIMITED SIZE
                  ' 성명:'               DELIMITED SIZE
                  HE-HEIR-NAME           DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE '지급동의' TO WS-RESULT-MESSAGE
           PERFORM 8100-WRITE-RESULT.

      *================================================================
      *    상속정산 지급 - 검증을 모두 마친 뒤에만 자금을 움직인다.
      *================================================================
       3000-SETTLE-ESTATE.
           MOVE 'ESTP' TO WS-AUDIT-ACTION
           PERFORM 3010-CHECK-SETTLE-AUTHORITY
           IF NOT WS-REJECTED
               PERFORM 7100-READ-DECEASED
           END-IF
           IF NOT WS-REJECTED
               PERFORM 3020-READ-OPEN-ESTATE
           END-IF
           IF NOT WS-REJECTED
               PERFORM 3100-LOAD-HEIRS
           END-IF
           IF NOT WS-REJECTED
               PERFORM 3150-VALIDATE-ESTATE
           END-IF
           IF NOT WS-REJECTED
               PERFORM 3200-COLLECT-ACCOUNTS
           END-IF
           IF WS-REJECTED
               PERFORM 8200-REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           PERFORM 3050-LOAD-XFER-FEE
           MOVE ZERO TO WS-ESTATE-TOTAL
           MOVE 'N'  TO WS-PAY-FAILED-SW
           PERFORM 3300-SETTLE-ACCOUNT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCT-COUNT OR WS-PAY-FAILED
      *    지급 중단 - 기지급분은 ESTPAY/HEIRREG에 남아 있으므로
      *    원인 해소후 PAY 재실행시 미지급분만 지급한다.
           IF WS-PAY-FAILED
               PERFORM 7300-TOUCH-ESTATE
               PERFORM 8200-REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           PERFORM 3600-UPDATE-HEIRS
           MOVE 'S'                TO ES-STATUS
           MOVE WS-SETTLE-COUNT    TO ES-ACCT-COUNT
           MOVE WS-ESTATE-TOTAL    TO ES-TOTAL-PAID
           MOVE WS-RUN-DATE        TO ES-SETTLE-DATE
           MOVE WS-RUN-OPERATOR-ID TO ES-SETTLE-OPERATOR
           MOVE WS-RUN-APPROVER-ID TO ES-SETTLE-APPROVER
           PERFORM 7300-TOUCH-ESTATE
           PERFORM 5000-WRITE-STATEMENTS
           MOVE WS-ESTATE-TOTAL TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '상속정산 완료 정산계좌:' DELIMITED SIZE
                  WS-SETTLE-COUNT        DELIMITED SIZE
                  ' 상속인:'             DELIMITED SIZE
                  WS-HEIR-COUNT          DELIMITED SIZE
                  ' 지급총액:'           DELIMITED SIZE
                  WS-DSP-AMOUNT          DELIMITED SIZE
                  ' 승인자:'             DELIMITED SIZE
                  WS-RUN-APPROVER-ID     DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE SPACES TO WS-RESULT-MESSAGE
           STRING '상속정산 지급 승인자=' DELIMITED SIZE
                  WS-RUN-APPROVER-ID      DELIMITED SIZE
                  ' 총액='                DELIMITED SIZE
                  WS-DSP-AMOUNT           DELIMITED SIZE
                  INTO WS-RESULT-MESSAGE
           PERFORM 8100-WRITE-RESULT.

      *    지급 조작자는 해지권한, 승인자는 상속완료 해제(ACCT022
      *    ESTR)와 동일하게 동결해제 권한 - 동일인 불가.
       3010-CHECK-SETTLE-AUTHORITY.
           MOVE 'N' TO WS-REJECT-SW
           MOVE WS-RUN-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   SET WS-REJECTED TO TRUE
                   MOVE '미등록 조작자' TO WS-REJECT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF NOT OP-STATUS-ACTIVE OR NOT OP-ALLOW-CLOSE
               SET WS-REJECTED TO TRUE
               MOVE '해지권한 없음' TO WS-REJECT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-APPROVER-ID = SPACES OR
              WS-RUN-APPROVER-ID = WS-RUN-OPERATOR-ID
               SET WS-REJECTED TO TRUE
               MOVE '별도 승인자 필요' TO WS-REJECT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-APPROVER-ID TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   SET WS-REJECTED TO TRUE
                   MOVE '승인권한 없음' TO WS-REJECT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF NOT OP-STATUS-ACTIVE OR NOT OP-ALLOW-UNFREEZE
               SET WS-REJECTED TO TRUE
               MOVE '승인권한 없음' TO WS-REJECT-MESSAGE
           END-IF.

      *    마지막 상속인 이체액 산정용 이체수수료 요율 - 수수료
      *    마스터가 없거나 'ATM ' 항목이 없으면 ACCT002도 수수료를
      *    부과하지 않는다.
       3050-LOAD-XFER-FEE.
           MOVE 'N' TO WS-XFER-FEE-SW
           OPEN INPUT FEE-SCHEDULE-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'ATM ' TO FS-CHANNEL
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-XFER-FEE-SW
               NOT INVALID KEY
                   SET WS-XFER-FEE-LOADED TO TRUE
                   MOVE FS-RATE TO WS-XFER-FEE-RATE
                   MOVE FS-MIN  TO WS-XFER-FEE-MIN
                   MOVE FS-MAX  TO WS-XFER-FEE-MAX
           END-READ
           CLOSE FEE-SCHEDULE-FILE.

       3020-READ-OPEN-ESTATE.
           MOVE WS-RUN-CUSTOMER-ID TO ES-CUSTOMER-ID
           READ ESTATE-FILE
               INVALID KEY
                   SET WS-REJECTED TO TRUE
                   MOVE '상속정산 미등록' TO WS-REJECT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF ES-STATUS-SETTLED
               SET WS-REJECTED TO TRUE
               MOVE '이미 정산완료' TO WS-REJECT-MESSAGE
           END-IF.

      *    유효(A) 상속인을 순번순으로 작업테이블에 적재
       3100-LOAD-HEIRS.
           MOVE ZERO TO WS-HEIR-COUNT
           MOVE ZERO TO WS-SHARE-TOTAL
           MOVE 'Y'  TO WS-ALL-CONSENT-SW
           MOVE 'N'  TO WS-SCAN-EOF-SW
           MOVE WS-RUN-CUSTOMER-ID TO HE-CUSTOMER-ID
           MOVE ZERO               TO HE-HEIR-SEQ
           START HEIR-FILE KEY IS >= HE-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3110-READ-NEXT-HEIR
               UNTIL WS-SCAN-EOF.

       3110-READ-NEXT-HEIR.
           READ HEIR-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF HE-CUSTOMER-ID NOT = WS-RUN-CUSTOMER-ID
                       SET WS-SCAN-EOF TO TRUE
                   ELSE
                       IF HE-STATUS-ACTIVE
                           PERFORM 3120-ADD-HEIR
                       END-IF
                   END-IF
           END-READ.

       3120-ADD-HEIR.
           ADD 1 TO WS-HEIR-COUNT
           SET WS-HT-IDX TO WS-HEIR-COUNT
           MOVE HE-HEIR-SEQ    TO WS-HT-HEIR-SEQ(WS-HT-IDX)
           MOVE HE-HEIR-NAME   TO WS-HT-HEIR-NAME(WS-HT-IDX)
           MOVE HE-RELATION    TO WS-HT-RELATION(WS-HT-IDX)
           MOVE HE-SHARE-PCT   TO WS-HT-SHARE-PCT(WS-HT-IDX)
           MOVE HE-PAYOUT-ACCT TO WS-HT-PAYOUT-ACCT(WS-HT-IDX)
           MOVE ZERO           TO WS-HT-PAID-AMOUNT(WS-HT-IDX)
           ADD HE-SHARE-PCT TO WS-SHARE-TOTAL
           IF NOT HE-CONSENTED
               MOVE 'N' TO WS-ALL-CONSENT-SW
           END-IF.

      *    지급요건 - 사망/가족관계 서류, 지분합계 100%, 전원
      *    동의 또는 법원 판결/분할협의서, 지급계좌 유효
       3150-VALIDATE-ESTATE.
           IF WS-HEIR-COUNT = ZERO
               SET WS-REJECTED TO TRUE
               MOVE '등록 상속인 없음' TO WS-REJECT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT ES-HAS-DEATH-DOC OR NOT ES-HAS-FAMILY-DOC
               SET WS-REJECTED TO TRUE
               MOVE '사망/가족관계 서류 미접수'
                   TO WS-REJECT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-SHARE-TOTAL NOT = 100
               SET WS-REJECTED TO TRUE
               MOVE '상속지분 합계 100% 아님'
                   TO WS-REJECT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-ALL-CONSENTED AND
              NOT ES-HAS-COURT-DOC AND NOT ES-HAS-AGREEMENT
               SET WS-REJECTED TO TRUE
               MOVE '전원동의 또는 판결/협의서 필요'
                   TO WS-REJECT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3160-CHECK-HEIR-PAYOUT
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HEIR-COUNT
                  OR WS-REJECTED.

       3160-CHECK-HEIR-PAYOUT.
           MOVE WS-HT-PAYOUT-ACCT(WS-HT-IDX) TO WS-RUN-PAYOUT-ACCT
           PERFORM 7400-CHECK-PAYOUT-ACCOUNT.

      *    피상속인 명의 계좌 수집 - 공동명의는 보조키가 없어
      *    전건 스캔한다(ACCT022 6200과 동일). 단독명의이면서
      *    다른 정리경로가 없는 계좌만 정산대상으로 한다.
       3200-COLLECT-ACCOUNTS.
           MOVE ZERO TO WS-ACCT-COUNT
           MOVE ZERO TO WS-SETTLE-COUNT
           MOVE 'N'  TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO AF-ACCOUNT-NO
           START ACCOUNT-FILE KEY IS >= AF-ACCOUNT-NO
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3210-READ-NEXT-ACCOUNT
               UNTIL WS-SCAN-EOF
           IF WS-SETTLE-COUNT = ZERO
               SET WS-REJECTED TO TRUE
               MOVE '정산대상 계좌 없음' TO WS-REJECT-MESSAGE
           END-IF.

       3210-READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF AF-CUSTOMER-ID = WS-RUN-CUSTOMER-ID OR
                      AF-CUSTOMER-ID-2 = WS-RUN-CUSTOMER-ID
                       IF AF-STATUS-CLOSED
                           PERFORM 3260-CHECK-PRIOR-SETTLE
                       ELSE
                           PERFORM 3220-CLASSIFY-ACCOUNT
                       END-IF
                   END-IF
           END-READ.

       3220-CLASSIFY-ACCOUNT.
           PERFORM 3225-CHECK-TABLE-LIMIT
           MOVE 'N' TO WS-EXCLUDE-SW
           MOVE SPACES TO WS-EXCLUDE-REASON
           EVALUATE TRUE
               WHEN AF-TYPE-LOAN
                   MOVE '대출계좌-대출정리 대상'
                       TO WS-EXCLUDE-REASON
               WHEN AF-CUSTOMER-ID-2 NOT = SPACES
                   MOVE '공동명의-별도정리' TO WS-EXCLUDE-REASON
               WHEN AF-BALANCE < ZERO
                   MOVE '마이너스 잔액' TO WS-EXCLUDE-REASON
               WHEN OTHER
                   PERFORM 3230-CHECK-NOMINEE
                   IF NOT WS-EXCLUDED
                       PERFORM 3240-CHECK-HOLD
                   END-IF
                   IF NOT WS-EXCLUDED AND
                      (AF-TYPE-FIXED OR AF-TYPE-INSTALLMENT)
                       PERFORM 3250-CHECK-SECURED-LOAN
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-ACCT-COUNT
           SET WS-AT-IDX TO WS-ACCT-COUNT
           INITIALIZE WS-AT-ENTRY(WS-AT-IDX)
           MOVE AF-ACCOUNT-NO     TO WS-AT-ACCOUNT-NO(WS-AT-IDX)
           MOVE AF-ACCOUNT-TYPE   TO WS-AT-ACCOUNT-TYPE(WS-AT-IDX)
           MOVE AF-BALANCE        TO WS-AT-PRINCIPAL(WS-AT-IDX)
           MOVE WS-EXCLUDE-REASON TO WS-AT-EXCLUDE-REASON(WS-AT-IDX)
           IF WS-EXCLUDE-REASON = SPACES
               ADD 1 TO WS-SETTLE-COUNT
           END-IF.

       3225-CHECK-TABLE-LIMIT.
           IF WS-ACCT-COUNT >= 50
               MOVE '계좌수 초과(50)-정산불가'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *    수익자 지정계좌는 수익자 지급(ACCT001 해지) 경로로 정리
       3230-CHECK-NOMINEE.
           MOVE 'N' TO WS-END-OF-FILE-SW
           MOVE AF-ACCOUNT-NO TO NM-ACCOUNT-NO
           MOVE ZERO          TO NM-NOMINEE-SEQ
           START NOMINEE-FILE KEY IS >= NM-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 3231-READ-NEXT-NOMINEE
               UNTIL WS-END-OF-FILE OR WS-EXCLUDED.

       3231-READ-NEXT-NOMINEE.
           READ NOMINEE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF NM-ACCOUNT-NO NOT = AF-ACCOUNT-NO
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF NM-STATUS-ACTIVE AND
                          NM-EFFECTIVE-DATE <= WS-RUN-DATE
                           SET WS-EXCLUDED TO TRUE
                           MOVE '수익자 지정-수익자 지급'
                               TO WS-EXCLUDE-REASON
                       END-IF
                   END-IF
           END-READ.

      *    유효 지급정지(압류/질권 등)가 있으면 전액 이체 불가
       3240-CHECK-HOLD.
           MOVE 'N' TO WS-END-OF-FILE-SW
           MOVE AF-ACCOUNT-NO TO HR-ACCOUNT-NO
           MOVE ZERO          TO HR-HOLD-SEQ
           START HOLD-FILE KEY IS >= HR-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 3241-READ-NEXT-HOLD
               UNTIL WS-END-OF-FILE OR WS-EXCLUDED.

       3241-READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF HR-ACCOUNT-NO NOT = AF-ACCOUNT-NO
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF HR-STATUS-ACTIVE
                           SET WS-EXCLUDED TO TRUE
                           MOVE '지급정지 등록'
                               TO WS-EXCLUDE-REASON
                       END-IF
                   END-IF
           END-READ.

      *    담보예금 대체키로 활동(A) 예금담보대출 존재 확인.
       3250-CHECK-SECURED-LOAN.
           MOVE 'N' TO WS-END-OF-FILE-SW
           MOVE AF-ACCOUNT-NO TO LN-COLLAT-ACCT-NO
           START LOAN-REGISTER-FILE KEY IS = LN-COLLAT-ACCT-NO
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 3251-READ-NEXT-LOAN
               UNTIL WS-END-OF-FILE OR WS-EXCLUDED.

       3251-READ-NEXT-LOAN.
           READ LOAN-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF LN-COLLAT-ACCT-NO NOT = AF-ACCOUNT-NO
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF LN-STATUS-ACTIVE
                           SET WS-EXCLUDED TO TRUE
                           MOVE '대출담보-상환후 정리'
                               TO WS-EXCLUDE-REASON
                       END-IF
                   END-IF
           END-READ.

      *    이전 PAY 실행에서 해지까지 끝난 계좌 - 지급원장 계획이
      *    있으면 명세서/지급총액에 포함하되 자금은 움직이지 않는다.
       3260-CHECK-PRIOR-SETTLE.
           MOVE WS-RUN-CUSTOMER-ID TO EP-CUSTOMER-ID
           MOVE AF-ACCOUNT-NO      TO EP-ACCOUNT-NO
           MOVE ZERO               TO EP-HEIR-SEQ
           READ ESTATE-PAYOUT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM 3225-CHECK-TABLE-LIMIT
           ADD 1 TO WS-ACCT-COUNT
           SET WS-AT-IDX TO WS-ACCT-COUNT
           INITIALIZE WS-AT-ENTRY(WS-AT-IDX)
           MOVE AF-ACCOUNT-NO     TO WS-AT-ACCOUNT-NO(WS-AT-IDX)
           MOVE AF-ACCOUNT-TYPE   TO WS-AT-ACCOUNT-TYPE(WS-AT-IDX)
           MOVE 'Y'               TO WS-AT-CLOSED-SW(WS-AT-IDX)
           ADD 1 TO WS-SETTLE-COUNT.

      *    계좌별 정산 - 해지경로(ACCT001 5200/5260/5300)와 동일한
      *    순서로 이자정산 -> 잔액지급 -> 해지. 사망동결 계좌는
      *    지급을 위해 동결을 먼저 해제한다(ACCT022 ESTR과 동일).
      *    배분총액은 최초 정산시 지급원장 계획(순번 00)으로 확정
      *    하고, 재실행시에는 계획과 기지급액으로 이어서 지급한다.
       3300-SETTLE-ACCOUNT.
           IF WS-AT-EXCLUDE-REASON(WS-AT-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FEE-WAIVED
           PERFORM 3330-READ-PAYOUT-PLAN
           IF WS-AT-CLOSED-BEFORE(WS-AT-IDX)
               ADD WS-AT-TOTAL(WS-AT-IDX) TO WS-ESTATE-TOTAL
               PERFORM 3400-PAY-HEIR-SHARE
                   VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HEIR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3310-READ-SETTLE-ACCOUNT
           MOVE AF-STATUS TO WS-AT-ORIG-STATUS(WS-AT-IDX)
           IF NOT AF-STATUS-ACTIVE
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
               MOVE 'A' TO AF-STATUS
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       MOVE '동결해제 오류' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-REWRITE
               PERFORM 7500-WRITE-ACCT-JOURNAL
           END-IF
           IF NOT WS-PLAN-FOUND
               PERFORM 3320-SETTLE-INTEREST
               MOVE AF-BALANCE TO WS-AT-TOTAL(WS-AT-IDX)
               PERFORM 3340-WRITE-PAYOUT-PLAN
           END-IF
           ADD WS-AT-TOTAL(WS-AT-IDX) TO WS-ESTATE-TOTAL
           PERFORM 3400-PAY-HEIR-SHARE
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HEIR-COUNT OR WS-PAY-FAILED
           IF WS-PAY-FAILED
               PERFORM 3350-REFREEZE-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3500-CLOSE-ACCOUNT.

       3310-READ-SETTLE-ACCOUNT.
           MOVE WS-AT-ACCOUNT-NO(WS-AT-IDX) TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '정산계좌 재조회 오류'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-READ.

       3320-SETTLE-INTEREST.
           MOVE AF-ACCOUNT-NO TO WS-INT-ACCOUNT-NO
           MOVE AF-OPEN-DATE  TO WS-INT-CALC-DATE
           MOVE SPACE         TO WS-INT-RPT-FORMAT
           MOVE ZERO          TO WS-INT-PRINCIPAL-OVERRIDE
           MOVE ZERO          TO WS-INT-RATE-OVERRIDE
           CALL 'ACCT003' USING WS-ACCT003-LINKAGE
           IF WS-INT-RESULT-CODE = '0000' AND
              WS-INT-AMOUNT > ZERO
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
               ADD WS-INT-AMOUNT TO AF-BALANCE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       MOVE '이자 반영 오류' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-REWRITE
               PERFORM 7500-WRITE-ACCT-JOURNAL
               MOVE WS-INT-AMOUNT TO WS-AT-INTEREST(WS-AT-IDX)
           END-IF.

      *    지급원장 계획(순번 00) - 있으면 이전 실행의 배분총액과
      *    정산이자를 그대로 쓴다(이자 재정산 없음).
       3330-READ-PAYOUT-PLAN.
           MOVE 'N' TO WS-PLAN-FOUND-SW
           MOVE WS-RUN-CUSTOMER-ID          TO EP-CUSTOMER-ID
           MOVE WS-AT-ACCOUNT-NO(WS-AT-IDX) TO EP-ACCOUNT-NO
           MOVE ZERO                        TO EP-HEIR-SEQ
           READ ESTATE-PAYOUT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET WS-PLAN-FOUND TO TRUE
           MOVE EP-PLAN-TOTAL TO WS-AT-TOTAL(WS-AT-IDX)
           MOVE EP-INTEREST   TO WS-AT-INTEREST(WS-AT-IDX)
           COMPUTE WS-AT-PRINCIPAL(WS-AT-IDX) =
               EP-PLAN-TOTAL - EP-INTEREST.

       3340-WRITE-PAYOUT-PLAN.
           MOVE SPACES                      TO ESTATE-PAYOUT-RECORD
           MOVE WS-RUN-CUSTOMER-ID          TO EP-CUSTOMER-ID
           MOVE WS-AT-ACCOUNT-NO(WS-AT-IDX) TO EP-ACCOUNT-NO
           MOVE ZERO                        TO EP-HEIR-SEQ
           MOVE WS-AT-TOTAL(WS-AT-IDX)      TO EP-PLAN-TOTAL
           MOVE WS-AT-INTEREST(WS-AT-IDX)   TO EP-INTEREST
           MOVE ZERO                        TO EP-PAID-AMOUNT
           MOVE WS-RUN-DATE                 TO EP-PAID-DATE
           MOVE WS-RUN-OPERATOR-ID          TO EP-OPERATOR-ID
           WRITE ESTATE-PAYOUT-RECORD
               INVALID KEY
                   MOVE 'ESTPAY 기록오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-WRITE.

      *    지급 중단 계좌 재동결 - 정산 전 상태(사망동결)로 환원
       3350-REFREEZE-ACCOUNT.
           PERFORM 3310-READ-SETTLE-ACCOUNT
           IF AF-STATUS = WS-AT-ORIG-STATUS(WS-AT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
           MOVE WS-AT-ORIG-STATUS(WS-AT-IDX) TO AF-STATUS
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE '재동결 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE
           PERFORM 7500-WRITE-ACCT-JOURNAL.

      *    지분별 배분 - 마지막 상속인 외에는 배분총액 x 지분을
      *    절사 지급하고, 지급원장에 기지급이 있으면 건너뛴다.
      *    마지막 상속인은 앞선 이체의 수수료로 계획 잔여액과
      *    실제 잔액이 다르므로 잔액을 재조회하여 남은 금액을 지급.
       3400-PAY-HEIR-SHARE.
           PERFORM 3420-READ-HEIR-PAYOUT
           MOVE ZERO TO WS-ALLOC-AMOUNT
           IF NOT WS-AT-CLOSED-BEFORE(WS-AT-IDX)
               IF WS-HT-IDX = WS-HEIR-COUNT
                   PERFORM 3430-CALC-LAST-SHARE
               ELSE
                   IF NOT WS-PAID-FOUND
                       COMPUTE WS-ALLOC-AMOUNT =
                           WS-AT-TOTAL(WS-AT-IDX)
                           * WS-HT-SHARE-PCT(WS-HT-IDX) / 100
                   END-IF
               END-IF
           END-IF
           IF WS-ALLOC-AMOUNT > ZERO
               PERFORM 3410-TRANSFER-TO-HEIR
               IF WS-PAY-FAILED
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3440-RECORD-HEIR-PAYMENT
           END-IF
           COMPUTE WS-AT-HEIR-AMOUNT(WS-AT-IDX, WS-HT-IDX) =
               WS-PRIOR-PAID + WS-ALLOC-AMOUNT
           ADD WS-AT-HEIR-AMOUNT(WS-AT-IDX, WS-HT-IDX)
               TO WS-HT-PAID-AMOUNT(WS-HT-IDX).

      *    이체 거절(한도/수신계좌 등)은 이상종료하지 않고 해당
      *    상속정산을 중단 - 3000에서 RC=8 처리
       3410-TRANSFER-TO-HEIR.
           INITIALIZE WS-ACCT002-LINKAGE
           MOVE WS-AT-ACCOUNT-NO(WS-AT-IDX)  TO WS-TXN-ACCOUNT-NO
           MOVE 'XFER'                       TO WS-TXN-TYPE
           MOVE WS-ALLOC-AMOUNT              TO WS-TXN-AMOUNT
           MOVE WS-HT-PAYOUT-ACCT(WS-HT-IDX) TO WS-TXN-COUNTER-ACCT-NO
           MOVE 'BATC'                       TO WS-TXN-CHANNEL
           MOVE WS-RUN-OPERATOR-ID           TO WS-TXN-OPERATOR-ID
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           IF WS-TXN-RESULT-CODE NOT = '0000'
               SET WS-PAY-FAILED TO TRUE
               MOVE SPACES TO WS-REJECT-MESSAGE
               STRING '지급이체 실패 계좌:'
                      DELIMITED SIZE
                      WS-AT-ACCOUNT-NO(WS-AT-IDX)   DELIMITED SIZE
                      ' '                           DELIMITED SIZE
                      WS-TXN-RESULT-MSG             DELIMITED SIZE
                      INTO WS-REJECT-MESSAGE
           END-IF.

       3420-READ-HEIR-PAYOUT.
           MOVE 'N'  TO WS-PAID-FOUND-SW
           MOVE ZERO TO WS-PRIOR-PAID
           MOVE WS-RUN-CUSTOMER-ID          TO EP-CUSTOMER-ID
           MOVE WS-AT-ACCOUNT-NO(WS-AT-IDX) TO EP-ACCOUNT-NO
           MOVE WS-HT-HEIR-SEQ(WS-HT-IDX)   TO EP-HEIR-SEQ
           READ ESTATE-PAYOUT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET WS-PAID-FOUND TO TRUE
           MOVE EP-PAID-AMOUNT TO WS-PRIOR-PAID.

      *    마지막 상속인 - 실제 잔액에서 이번 이체의 수수료를 뺀
      *    금액. 수수료가 이체액에 비례하므로 한번 더 보정하여
      *    이체액+수수료가 잔액을 넘지 않는 최대액을 구한다.
      *    잔액이 수수료 이하이면 ACCT001 5260과 같이 잔액 전액을
      *    이체하고, 그 수수료는 해지(3500)시 면제한다.
       3430-CALC-LAST-SHARE.
           PERFORM 3310-READ-SETTLE-ACCOUNT
           IF AF-BALANCE NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 3436-LOAD-PRICE-EXCEPTION
           MOVE AF-BALANCE TO WS-FEE-BASE
           PERFORM 3435-CALC-XFER-FEE
           IF WS-FEE-AMOUNT >= AF-BALANCE
               MOVE AF-BALANCE    TO WS-ALLOC-AMOUNT
               MOVE WS-FEE-AMOUNT TO WS-FEE-WAIVED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ALLOC-AMOUNT = AF-BALANCE - WS-FEE-AMOUNT
           MOVE WS-ALLOC-AMOUNT TO WS-FEE-BASE
           PERFORM 3435-CALC-XFER-FEE
           MOVE WS-FEE-AMOUNT TO WS-FEE-NETTED
           COMPUTE WS-FEE-BASE = AF-BALANCE - WS-FEE-NETTED
           PERFORM 3435-CALC-XFER-FEE
           IF WS-FEE-AMOUNT <= WS-FEE-NETTED
               MOVE WS-FEE-BASE TO WS-ALLOC-AMOUNT
           END-IF
           IF WS-ALLOC-AMOUNT < ZERO
               MOVE ZERO TO WS-ALLOC-AMOUNT
           END-IF.

       3435-CALC-XFER-FEE.
           MOVE ZERO TO WS-FEE-AMOUNT
           IF NOT WS-XFER-FEE-LOADED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FEE-AMOUNT = WS-FEE-BASE * WS-XFER-FEE-RATE
           IF WS-FEE-AMOUNT < WS-XFER-FEE-MIN
               MOVE WS-XFER-FEE-MIN TO WS-FEE-AMOUNT
           END-IF
           IF WS-FEE-AMOUNT > WS-XFER-FEE-MAX
               MOVE WS-XFER-FEE-MAX TO WS-FEE-AMOUNT
           END-IF
           IF NOT WS-PX-FOUND OR WS-FEE-AMOUNT NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-PX-DISC-PERCENT
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   WS-FEE-AMOUNT * (100 - WS-PX-DISC-RATE) / 100
           ELSE
               IF WS-PX-DISC-AMOUNT >= WS-FEE-AMOUNT
                   MOVE ZERO TO WS-FEE-AMOUNT
               ELSE
                   SUBTRACT WS-PX-DISC-AMOUNT FROM WS-FEE-AMOUNT
               END-IF
           END-IF.

      *    가격예외 조회 - ACCT002 4210과 같은 순서(계좌 단위 'ATM '
      *    -> 계좌 *ALL -> 고객 단위 'ATM ' -> 고객 *ALL)로 유효(A)
      *    이고 정산일이 유효기간 내인 첫 건. 등록부가 없으면 감면
      *    하지 않는다.
       3436-LOAD-PRICE-EXCEPTION.
           MOVE 'N' TO WS-PX-FOUND-SW
           OPEN INPUT PRICE-EXCEPTION-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'A'           TO PX-SCOPE
           MOVE AF-ACCOUNT-NO TO PX-SUBJECT-ID
           MOVE 'ATM '        TO PX-FEE-CODE
           PERFORM 3437-READ-PRICE-EXCEPTION
           IF NOT WS-PX-FOUND
               MOVE '*ALL' TO PX-FEE-CODE
               PERFORM 3437-READ-PRICE-EXCEPTION
           END-IF
           IF NOT WS-PX-FOUND
               MOVE 'C'            TO PX-SCOPE
               MOVE AF-CUSTOMER-ID TO PX-SUBJECT-ID
               MOVE 'ATM '         TO PX-FEE-CODE
               PERFORM 3437-READ-PRICE-EXCEPTION
           END-IF
           IF NOT WS-PX-FOUND
               MOVE '*ALL' TO PX-FEE-CODE
               PERFORM 3437-READ-PRICE-EXCEPTION
           END-IF
           CLOSE PRICE-EXCEPTION-FILE
           IF WS-PX-FOUND
               MOVE PX-DISC-TYPE   TO WS-PX-DISC-TYPE
               MOVE PX-DISC-RATE   TO WS-PX-DISC-RATE
               MOVE PX-DISC-AMOUNT TO WS-PX-DISC-AMOUNT
           END-IF.

       3437-READ-PRICE-EXCEPTION.
           READ PRICE-EXCEPTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PX-STATUS-ACTIVE AND
              PX-EFFECTIVE-DATE <= WS-RUN-DATE AND
              PX-EXPIRY-DATE >= WS-RUN-DATE
               SET WS-PX-FOUND TO TRUE
           END-IF.

      *    이체 성공 즉시 지급원장과 HEIRREG 지급누계를 기록하여
      *    중단후 재실행시 같은 금액을 다시 지급하지 않게 한다.
       3440-RECORD-HEIR-PAYMENT.
           MOVE WS-RUN-CUSTOMER-ID          TO EP-CUSTOMER-ID
           MOVE WS-AT-ACCOUNT-NO(WS-AT-IDX) TO EP-ACCOUNT-NO
           MOVE WS-HT-HEIR-SEQ(WS-HT-IDX)   TO EP-HEIR-SEQ
           READ ESTATE-PAYOUT-FILE
               INVALID KEY
                   MOVE SPACES TO ESTATE-PAYOUT-RECORD
                   MOVE WS-RUN-CUSTOMER-ID TO EP-CUSTOMER-ID
                   MOVE WS-AT-ACCOUNT-NO(WS-AT-IDX)
                       TO EP-ACCOUNT-NO
                   MOVE WS-HT-HEIR-SEQ(WS-HT-IDX)
                       TO EP-HEIR-SEQ
                   MOVE ZERO TO EP-PLAN-TOTAL
                   MOVE ZERO TO EP-INTEREST
                   MOVE WS-ALLOC-AMOUNT    TO EP-PAID-AMOUNT
                   MOVE WS-RUN-DATE        TO EP-PAID-DATE
                   MOVE WS-RUN-OPERATOR-ID TO EP-OPERATOR-ID
                   WRITE ESTATE-PAYOUT-RECORD
                       INVALID KEY
                           MOVE 'ESTPAY 기록오류'
                               TO WS-ERROR-MESSAGE
                           PERFORM 9900-ABEND-HANDLER
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-ALLOC-AMOUNT     TO EP-PAID-AMOUNT
                   MOVE WS-RUN-DATE        TO EP-PAID-DATE
                   MOVE WS-RUN-OPERATOR-ID TO EP-OPERATOR-ID
                   REWRITE ESTATE-PAYOUT-RECORD
                       INVALID KEY
                           MOVE 'ESTPAY 갱신오류'
                               TO WS-ERROR-MESSAGE
                           PERFORM 9900-ABEND-HANDLER
                   END-REWRITE
           END-READ
           MOVE WS-RUN-CUSTOMER-ID         TO HE-CUSTOMER-ID
           MOVE WS-HT-HEIR-SEQ(WS-HT-IDX)  TO HE-HEIR-SEQ
           READ HEIR-FILE
               INVALID KEY
                   MOVE 'HEIRREG 재조회 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-READ
           ADD WS-ALLOC-AMOUNT TO HE-PAID-AMOUNT
           MOVE WS-RUN-DATE    TO HE-PAID-DATE
           REWRITE HEIR-RECORD
               INVALID KEY
                   MOVE 'HEIRREG 갱신오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

      *    해지 - ACCT001 5300과 같이 잔액 0인 계좌만 해지하고
      *    계좌별 CLOS 감사기록을 남긴다. 잔액 전액 이체(3430)로
      *    생긴 수수료 부족분은 면제하여 0으로 해지한다. 그 외
      *    잔액이 남으면 재동결하고 해지보류 사유를 명세에 표시
      *    하며 나머지 계좌 정산은 계속한다.
       3500-CLOSE-ACCOUNT.
           PERFORM 3310-READ-SETTLE-ACCOUNT
           IF WS-FEE-WAIVED > ZERO AND
              AF-BALANCE < ZERO AND
              AF-BALANCE + WS-FEE-WAIVED = ZERO
               CONTINUE
           ELSE
               MOVE ZERO TO WS-FEE-WAIVED
           END-IF
           IF AF-BALANCE NOT = ZERO AND WS-FEE-WAIVED = ZERO
               PERFORM 3510-HOLD-ACCOUNT-CLOSE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
           MOVE ZERO        TO AF-BALANCE
           MOVE 'C'         TO AF-STATUS
           MOVE WS-RUN-DATE TO AF-CLOSE-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE '해지 갱신 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE
           PERFORM 7500-WRITE-ACCT-JOURNAL
           MOVE 'CLOS'        TO WS-AUDIT-ACTION
           MOVE AF-ACCOUNT-NO TO WS-AUDIT-ACCOUNT
           MOVE '0000'        TO WS-AUDIT-RESULT
           IF WS-FEE-WAIVED > ZERO
               MOVE WS-FEE-WAIVED TO WS-DSP-AMOUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING '상속정산 해지 이체수수료 면제:'
                      DELIMITED SIZE
                      WS-DSP-AMOUNT                 DELIMITED SIZE
                      INTO WS-RESULT-MESSAGE
           ELSE
               MOVE '상속정산 잔액지급후 해지'
                   TO WS-RESULT-MESSAGE
           END-IF
           PERFORM 8000-WRITE-AUDIT
           MOVE 'ESTP'        TO WS-AUDIT-ACTION
           MOVE SPACES        TO WS-AUDIT-ACCOUNT.

      *    해지보류 - 지급분은 지급원장/HEIRREG에 남기고 계좌는
      *    정산 전 상태로 재동결. 잔액은 별도정리 대상으로 명세의
      *    정산제외 계좌란에 사유와 함께 표시한다.
       3510-HOLD-ACCOUNT-CLOSE.
           MOVE AF-BALANCE TO WS-AT-RESIDUAL(WS-AT-IDX)
           MOVE '잔액잔존-해지보류(별도정리)'
               TO WS-AT-HELD-REASON(WS-AT-IDX)
           PERFORM 3350-REFREEZE-ACCOUNT
           SUBTRACT 1 FROM WS-SETTLE-COUNT
           MOVE WS-AT-RESIDUAL(WS-AT-IDX) TO WS-DSP-AMOUNT
           MOVE 'CLOS'        TO WS-AUDIT-ACTION
           MOVE AF-ACCOUNT-NO TO WS-AUDIT-ACCOUNT
           MOVE '0003'        TO WS-AUDIT-RESULT
           MOVE SPACES TO WS-RESULT-MESSAGE
           STRING '상속정산 잔액잔존-해지보류 잔액:'
                  DELIMITED SIZE
                  WS-DSP-AMOUNT                     DELIMITED SIZE
                  INTO WS-RESULT-MESSAGE
           PERFORM 8000-WRITE-AUDIT
           MOVE 'ESTP'        TO WS-AUDIT-ACTION
           MOVE SPACES        TO WS-AUDIT-ACCOUNT.

      *    상속인 지급완료 - 지급누계는 이체시점(3440)에 기록됨
       3600-UPDATE-HEIRS.
           PERFORM 3610-UPDATE-HEIR
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HEIR-COUNT.

       3610-UPDATE-HEIR.
           MOVE WS-RUN-CUSTOMER-ID         TO HE-CUSTOMER-ID
           MOVE WS-HT-HEIR-SEQ(WS-HT-IDX)  TO HE-HEIR-SEQ
           READ HEIR-FILE
               INVALID KEY
                   MOVE 'HEIRREG 재조회 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-READ
           MOVE 'P'         TO HE-STATUS
           MOVE WS-RUN-DATE TO HE-PAID-DATE
           REWRITE HEIR-RECORD
               INVALID KEY
                   MOVE 'HEIRREG 갱신오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

      *================================================================
      *    상속인별 지급명세서 - 상속인마다 계좌별 정산내역과
      *    지급액, 정산제외 계좌와 사유를 수록
      *================================================================
       5000-WRITE-STATEMENTS.
           PERFORM 5100-WRITE-HEIR-STATEMENT
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HEIR-COUNT
           MOVE '--- 정산제외 계좌 ---' TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD
           PERFORM 5300-WRITE-EXCLUDED-LINE
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCT-COUNT.

       5100-WRITE-HEIR-STATEMENT.
           MOVE WS-HT-SHARE-PCT(WS-HT-IDX) TO WS-DSP-PCT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '=== 상속인 지급명세서 피상속인:'
                  DELIMITED SIZE
                  WS-RUN-CUSTOMER-ID            DELIMITED SIZE
                  ' '                           DELIMITED SIZE
                  CF-CUSTOMER-NAME              DELIMITED '  '
                  ' 사망일:'                    DELIMITED SIZE
                  CF-DECEASED-DATE              DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '상속인 순번:'                DELIMITED SIZE
                  WS-HT-HEIR-SEQ(WS-HT-IDX)     DELIMITED SIZE
                  ' 성명:'                      DELIMITED SIZE
                  WS-HT-HEIR-NAME(WS-HT-IDX)    DELIMITED SIZE
                  ' 관계:'                      DELIMITED SIZE
                  WS-HT-RELATION(WS-HT-IDX)     DELIMITED SIZE
                  ' 지분:'                      DELIMITED SIZE
                  WS-DSP-PCT                    DELIMITED SIZE
                  '% 지급계좌:'                 DELIMITED SIZE
                  WS-HT-PAYOUT-ACCT(WS-HT-IDX)  DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD
           PERFORM 5200-WRITE-HEIR-ACCT-LINE
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCT-COUNT
           MOVE WS-HT-PAID-AMOUNT(WS-HT-IDX) TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '  지급합계:'                 DELIMITED SIZE
                  WS-DSP-AMOUNT                 DELIMITED SIZE
                  ' 지급일:'                    DELIMITED SIZE
                  WS-RUN-DATE                   DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD.

       5200-WRITE-HEIR-ACCT-LINE.
           IF WS-AT-EXCLUDE-REASON(WS-AT-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AT-PRINCIPAL(WS-AT-IDX) TO WS-DSP-AMOUNT
           MOVE WS-AT-INTEREST(WS-AT-IDX)  TO WS-DSP-AMOUNT-2
           MOVE WS-AT-HEIR-AMOUNT(WS-AT-IDX, WS-HT-IDX)
               TO WS-DSP-AMOUNT-3
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '  계좌:'                     DELIMITED SIZE
                  WS-AT-ACCOUNT-NO(WS-AT-IDX)   DELIMITED SIZE
                  ' 유형:'                      DELIMITED SIZE
                  WS-AT-ACCOUNT-TYPE(WS-AT-IDX) DELIMITED SIZE
                  ' 원금:'                      DELIMITED SIZE
                  WS-DSP-AMOUNT                 DELIMITED SIZE
                  ' 정산이자:'                  DELIMITED SIZE
                  WS-DSP-AMOUNT-2               DELIMITED SIZE
                  ' 지급액:'                    DELIMITED SIZE
                  WS-DSP-AMOUNT-3               DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD.

       5300-WRITE-EXCLUDED-LINE.
           IF WS-AT-HELD-REASON(WS-AT-IDX) NOT = SPACES
               PERFORM 5310-WRITE-HELD-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-AT-EXCLUDE-REASON(WS-AT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AT-PRINCIPAL(WS-AT-IDX) TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '** 계좌:'                      DELIMITED SIZE
                  WS-AT-ACCOUNT-NO(WS-AT-IDX)     DELIMITED SIZE
                  ' 유형:'                        DELIMITED SIZE
                  WS-AT-ACCOUNT-TYPE(WS-AT-IDX)   DELIMITED SIZE
                  ' 잔액:'                        DELIMITED SIZE
                  WS-DSP-AMOUNT                   DELIMITED SIZE
                  ' 사유:'                        DELIMITED SIZE
                  WS-AT-EXCLUDE-REASON(WS-AT-IDX) DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD.

      *    해지보류 계좌 - 상속인 지급후 남은 잔액과 보류 사유
       5310-WRITE-HELD-LINE.
           MOVE WS-AT-RESIDUAL(WS-AT-IDX) TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '** 계좌:'                      DELIMITED SIZE
                  WS-AT-ACCOUNT-NO(WS-AT-IDX)     DELIMITED SIZE
                  ' 유형:'                        DELIMITED SIZE
                  WS-AT-ACCOUNT-TYPE(WS-AT-IDX)   DELIMITED SIZE
                  ' 잔여:'                        DELIMITED SIZE
                  WS-DSP-AMOUNT                   DELIMITED SIZE
                  ' 사유:'                        DELIMITED SIZE
                  WS-AT-HELD-REASON(WS-AT-IDX)    DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD.

      *================================================================
      *    미정산 상속 경과기간 보고 - 사망등록 고객 전건을 읽어
      *    정산완료(S)가 아닌 건을 사망일 기준 경과일수로 분류
      *================================================================
       6000-AGING-REPORT.
           MOVE ZERO TO WS-AGING-COUNT(1) WS-AGING-COUNT(2)
                        WS-AGING-COUNT(3) WS-AGING-COUNT(4)
           MOVE ZERO TO WS-AGING-TOTAL
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE '--- 미정산 상속 경과기간 ---' TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS >= CF-CUSTOMER-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 6100-READ-NEXT-CUSTOMER
               UNTIL WS-SCAN-EOF
           MOVE SPACES TO WS-RPT-TOTAL
           STRING '===미정산 합계===' DELIMITED SIZE
                  ' 건수:'            DELIMITED SIZE
                  WS-AGING-TOTAL      DELIMITED SIZE
                  ' 90일이내:'        DELIMITED SIZE
                  WS-AGING-COUNT(1)   DELIMITED SIZE
                  ' 180일이내:'       DELIMITED SIZE
                  WS-AGING-COUNT(2)   DELIMITED SIZE
                  ' 1년이내:'         DELIMITED SIZE
                  WS-AGING-COUNT(3)   DELIMITED SIZE
                  ' 1년초과:'         DELIMITED SIZE
                  WS-AGING-COUNT(4)   DELIMITED SIZE
                  INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD.

       6100-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF CF-DECEASED
                       PERFORM 6200-AGE-ESTATE
                   END-IF
           END-READ.

       6200-AGE-ESTATE.
           MOVE CF-CUSTOMER-ID TO ES-CUSTOMER-ID
           READ ESTATE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ESTATE-FOUND-SW
                   MOVE SPACES TO ES-DOC-FLAGS
               NOT INVALID KEY
                   SET WS-ESTATE-FOUND TO TRUE
           END-READ
           IF WS-ESTATE-FOUND AND ES-STATUS-SETTLED
               EXIT PARAGRAPH
           END-IF
           IF WS-ESTATE-FOUND
               MOVE '접수중'   TO WS-ESTATE-DSP
           ELSE
               MOVE '미접수'   TO WS-ESTATE-DSP
           END-IF
           MOVE ZERO TO WS-AGE-DAYS
           IF CF-DECEASED-DATE IS NUMERIC
               MOVE CF-DECEASED-DATE TO WS-DATE-NUM
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-FROM-INT
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 90
                   MOVE 1 TO WS-AG-I
                   MOVE '90일이내' TO WS-AGE-BUCKET
               WHEN WS-AGE-DAYS <= 180
                   MOVE 2 TO WS-AG-I
                   MOVE '180일이내' TO WS-AGE-BUCKET
               WHEN WS-AGE-DAYS <= 365
                   MOVE 3 TO WS-AG-I
                   MOVE '1년이내' TO WS-AGE-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-AG-I
                   MOVE '1년초과' TO WS-AGE-BUCKET
           END-EVALUATE
           ADD 1 TO WS-AGING-COUNT(WS-AG-I)
           ADD 1 TO WS-AGING-TOTAL
           PERFORM 6300-COUNT-HEIRS
           MOVE WS-AGE-DAYS TO WS-DSP-DAYS
           MOVE SPACES TO WS-RPT-DETAIL
           STRING CF-CUSTOMER-ID         DELIMITED SIZE
                  ' '                    DELIMITED SIZE
                  CF-CUSTOMER-NAME(1:20) DELIMITED SIZE
                  ' 사망일:'             DELIMITED SIZE
                  CF-DECEASED-DATE       DELIMITED SIZE
                  ' 경과:'               DELIMITED SIZE
                  WS-DSP-DAYS            DELIMITED SIZE
                  '일 '                  DELIMITED SIZE
                  WS-AGE-BUCKET          DELIMITED SIZE
                  ' 상태:'               DELIMITED SIZE
                  WS-ESTATE-DSP          DELIMITED SIZE
                  ' 서류DC/FR/CT/AG:'    DELIMITED SIZE
                  ES-DOC-FLAGS           DELIMITED SIZE
                  ' 상속인:'             DELIMITED SIZE
                  WS-ACTIVE-HEIRS        DELIMITED SIZE
                  ' 동의:'               DELIMITED SIZE
                  WS-CONSENT-COUNT       DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD.

       6300-COUNT-HEIRS.
           MOVE ZERO TO WS-ACTIVE-HEIRS
           MOVE ZERO TO WS-CONSENT-COUNT
           MOVE 'N'  TO WS-END-OF-FILE-SW
           MOVE CF-CUSTOMER-ID TO HE-CUSTOMER-ID
           MOVE ZERO           TO HE-HEIR-SEQ
           START HEIR-FILE KEY IS >= HE-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 6310-READ-NEXT-HEIR-COUNT
               UNTIL WS-END-OF-FILE.

       6310-READ-NEXT-HEIR-COUNT.
           READ HEIR-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF HE-CUSTOMER-ID NOT = CF-CUSTOMER-ID
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF HE-STATUS-ACTIVE
                           ADD 1 TO WS-ACTIVE-HEIRS
                           IF HE-CONSENTED
                               ADD 1 TO WS-CONSENT-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *================================================================
      *    공통 점검
      *================================================================
      *    등록/서류/동의 접수 조작자 - 유효하고 변경권한 보유
       7000-CHECK-OPERATOR.
           MOVE 'N' TO WS-REJECT-SW
           MOVE WS-RUN-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   SET WS-REJECTED TO TRUE
                   MOVE '미등록 조작자' TO WS-REJECT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF NOT OP-STATUS-ACTIVE OR NOT OP-ALLOW-UPDATE
               SET WS-REJECTED TO TRUE
               MOVE '변경권한 없음' TO WS-REJECT-MESSAGE
           END-IF.

       7100-READ-DECEASED.
           MOVE WS-RUN-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET WS-REJECTED TO TRUE
                   MOVE '고객 없음' TO WS-REJECT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CF-DECEASED
               SET WS-REJECTED TO TRUE
               MOVE '사망등록(ACCT022 DCSD) 고객 아님'
                   TO WS-REJECT-MESSAGE
           END-IF.

       7200-READ-OR-CREATE-ESTATE.
           MOVE WS-RUN-CUSTOMER-ID TO ES-CUSTOMER-ID
           READ ESTATE-FILE
               INVALID KEY
                   MOVE SPACES             TO ESTATE-RECORD
                   MOVE WS-RUN-CUSTOMER-ID TO ES-CUSTOMER-ID
                   MOVE 'O'                TO ES-STATUS
                   MOVE CF-DECEASED-DATE   TO ES-DECEASED-DATE
                   MOVE WS-RUN-DATE        TO ES-REGISTER-DATE
                   MOVE 'NNNN'             TO ES-DOC-FLAGS
                   MOVE ZERO               TO ES-ACCT-COUNT
                   MOVE ZERO               TO ES-TOTAL-PAID
                   MOVE WS-RUN-DATE        TO ES-LAST-ACTION-DATE
                   WRITE ESTATE-RECORD
                       INVALID KEY
                           MOVE 'ESTREG 기록오류'
                               TO WS-ERROR-MESSAGE
                           PERFORM 9900-ABEND-HANDLER
                   END-WRITE
           END-READ
           IF ES-STATUS-SETTLED
               SET WS-REJECTED TO TRUE
               MOVE '이미 정산완료' TO WS-REJECT-MESSAGE
           END-IF.

       7300-TOUCH-ESTATE.
           MOVE WS-RUN-DATE TO ES-LAST-ACTION-DATE
           REWRITE ESTATE-RECORD
               INVALID KEY
                   MOVE 'ESTREG 갱신오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

      *    상속인 지급계좌 - 당행 활동계좌이고 피상속인 명의 아님
       7400-CHECK-PAYOUT-ACCOUNT.
           IF WS-RUN-PAYOUT-ACCT = SPACES
               SET WS-REJECTED TO TRUE
               MOVE '상속인 지급계좌 누락' TO WS-REJECT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-PAYOUT-ACCT TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   SET WS-REJECTED TO TRUE
                   MOVE '지급계좌 없음' TO WS-REJECT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF NOT AF-STATUS-ACTIVE OR AF-TYPE-LOAN OR
              AF-CUSTOMER-ID = WS-RUN-CUSTOMER-ID OR
              AF-CUSTOMER-ID-2 = WS-RUN-CUSTOMER-ID
               SET WS-REJECTED TO TRUE
               MOVE SPACES TO WS-REJECT-MESSAGE
               STRING '지급계좌 부적격:' DELIMITED SIZE
                      WS-RUN-PAYOUT-ACCT  DELIMITED SIZE
                      INTO WS-REJECT-MESSAGE
           END-IF.

       7500-WRITE-ACCT-JOURNAL.
           MOVE WS-RUN-DATE          TO AJ-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME          TO AJ-TIMESTAMP(9:6)
           MOVE 'ACCT103 '           TO AJ-PROGRAM-ID
           MOVE 'REWR'               TO AJ-ACTION
           MOVE AF-ACCOUNT-NO        TO AJ-ACCOUNT-NO
           MOVE WS-JRNL-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD       TO AJ-AFTER-IMAGE
           MOVE SPACES               TO AJ-FILLER
           WRITE ACCT-JOURNAL-RECORD.

      *    감사기록 - 피상속인 고객ID는 메시지에 기록
       8000-WRITE-AUDIT.
           MOVE WS-RUN-DATE         TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME         TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT103 '          TO AR-PROGRAM-ID
           MOVE WS-AUDIT-ACCOUNT    TO AR-ACCOUNT-NO
           MOVE WS-AUDIT-ACTION     TO AR-ACTION-CODE
           MOVE WS-RUN-OPERATOR-ID  TO AR-OPERATOR-ID
           MOVE WS-AUDIT-RESULT     TO AR-RESULT-CODE
           MOVE SPACES              TO AR-MESSAGE
           STRING '피상속인='        DELIMITED SIZE
                  WS-RUN-CUSTOMER-ID DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-RESULT-MESSAGE  DELIMITED SIZE
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

      *================================================================
      *    처리결과 기록 - 리포트 한줄과 감사기록
      *================================================================
       8100-WRITE-RESULT.
           MOVE WS-RPT-DETAIL TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD
           MOVE '0000' TO WS-AUDIT-RESULT
           PERFORM 8000-WRITE-AUDIT.

       8200-REJECT-REQUEST.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '** 거절: '          DELIMITED SIZE
                  WS-REJECT-MESSAGE    DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ESRPT-LINE
           WRITE ESTATE-REPORT-RECORD
           DISPLAY '상속정산 거절 ' WS-RUN-CUSTOMER-ID ' '
               WS-REJECT-MESSAGE
           MOVE WS-REJECT-MESSAGE TO WS-RESULT-MESSAGE
           MOVE '0003' TO WS-AUDIT-RESULT
           PERFORM 8000-WRITE-AUDIT
           MOVE 8 TO RETURN-CODE.

       9000-FINALIZE.
           PERFORM 9200-CLOSE-FILES
           DISPLAY '상속정산 처리 완료 작업:' WS-RUN-ACTION
               ' 피상속인:' WS-RUN-CUSTOMER-ID
               ' RC:' RETURN-CODE.

       9200-CLOSE-FILES.
           CLOSE ESTATE-FILE
           CLOSE HEIR-FILE
           CLOSE ESTATE-PAYOUT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE OPERATOR-FILE
           CLOSE HOLD-FILE
           CLOSE NOMINEE-FILE
           CLOSE LOAN-REGISTER-FILE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           CLOSE ESTATE-REPORT-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9200-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
