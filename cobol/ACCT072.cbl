      ******************************************************************
      * PROGRAM-ID: ACCT072
      * DESCRIPTION: 압류·추심명령 등록부(SEIZREG) 관리 배치 프로그램
      *              - SEIZMNT 입력(등록 R/추심 C/해제 W) 순차 처리
      *                (기동구분 MANT)
      *              - 압류명령은 계좌가 아닌 채무자(고객) 단위로
      *                등록하고, 고객의 전 원화계좌 가용액 합계에서
      *                압류금지 생활비(보호금액)를 남긴 범위 내에서
      *                송달일시 순위대로 청구잔액을 배정
      *              - 배정액을 계좌별 지급정지(HOLDREG, 사유 SEIZ,
      *                사건번호 연결)로 설정/증감/해제 - 재적용시
      *                기존 SEIZ 지급정지를 제자리 갱신
      *              - 추심명령 수령건은 압류분을 지급정지 해제후
      *                ACCT002 이체(당행 XFER/타행 IBKX)로 추심
      *                채권자에게 지급, 청구액 완제시 종결
      *              - 취하/해제시 해당 사건 지급정지 전건 해제
      *              - RAPL 기동: 유효 압류 보유 고객 전건 재적용
      *                (잔액변동 반영, 추심명령 수령건 추가지급)
      *              - 처리/배정 리포트(SEIZRPT), 감사기록(연쇄)
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT072.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEIZURE-MAINT-FILE
               ASSIGN TO 'SEIZMNT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SEIZURE-REGISTER-FILE
               ASSIGN TO 'SEIZREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SZ-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
               ALTERNATE RECORD KEY IS AF-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO 'HOLDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-KEY
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

           SELECT SEIZURE-REPORT-FILE
               ASSIGN TO 'SEIZRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    압류 유지보수 입력 - 법무팀 접수분.
      *    R:압류명령 등록 C:추심명령 수령(지급) W:취하/해제
       FD  SEIZURE-MAINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  SEIZURE-MAINT-RECORD.
           05  SM-ACTION             PIC X(01).
               88  SM-ACTION-REGISTER VALUE 'R'.
               88  SM-ACTION-COLLECT  VALUE 'C'.
               88  SM-ACTION-WITHDRAW VALUE 'W'.
           05  SM-CUSTOMER-ID        PIC X(10).
           05  SM-CASE-NO            PIC X(20).
           05  SM-COURT-NAME         PIC X(20).
           05  SM-CREDITOR-NAME      PIC X(30).
           05  SM-CREDITOR-BANK      PIC X(03).
           05  SM-CREDITOR-ACCT      PIC X(12).
           05  SM-CLAIM-AMOUNT       PIC 9(13)V99.
           05  SM-SERVICE-DATE       PIC X(08).
           05  SM-SERVICE-TIME       PIC X(06).
           05  SM-OPERATOR-ID        PIC X(08).
           05  SM-FILLER             PIC X(27).

      *    압류·추심명령 등록부 - 채무자(고객)+사건번호 단위.
      *    채권자 지급계좌 은행코드 공백은 당행계좌.
       FD  SEIZURE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  SEIZURE-REGISTER-RECORD.
           05  SZ-KEY.
               10  SZ-CUSTOMER-ID    PIC X(10).
               10  SZ-CASE-NO        PIC X(20).
           05  SZ-COURT-NAME         PIC X(20).
           05  SZ-CREDITOR-NAME      PIC X(30).
           05  SZ-CREDITOR-BANK      PIC X(03).
           05  SZ-CREDITOR-ACCT      PIC X(12).
           05  SZ-CLAIM-AMOUNT       PIC S9(13)V99 COMP-3.
           05  SZ-SERVICE-DATE       PIC X(08).
           05  SZ-SERVICE-TIME       PIC X(06).
           05  SZ-STATUS             PIC X(01).
               88  SZ-STATUS-ACTIVE  VALUE 'A'.
               88  SZ-STATUS-SATISFIED VALUE 'C'.
               88  SZ-STATUS-WITHDRAWN VALUE 'W'.
           05  SZ-COLLECT-SW         PIC X(01).
               88  SZ-COLLECT-ORDERED VALUE 'Y'.
           05  SZ-COLLECT-DATE       PIC X(08).
           05  SZ-WITHHELD-AMT       PIC S9(13)V99 COMP-3.
           05  SZ-PAID-AMT           PIC S9(13)V99 COMP-3.
           05  SZ-REG-DATE           PIC X(08).
           05  SZ-REG-BY             PIC X(08).
           05  SZ-CLOSE-DATE         PIC X(08).
           05  SZ-CLOSE-BY           PIC X(08).
           05  SZ-FILLER             PIC X(25).

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
           05  AF-INTEREST-RATE      PIC S9(03)V9(04) COMP-3.
           05  AF-LAST-TXN-DATE      PIC X(08).
           05  AF-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  AF-BRANCH-CODE        PIC X(04).
           05  AF-CURRENCY-CODE      PIC X(03).
               88  AF-CURRENCY-KRW   VALUE 'KRW' SPACES.
           05  AF-LAST-FEE-DATE      PIC X(08).
           05  AF-MATURITY-DATE      PIC X(08).
           05  AF-MATURITY-INSTR     PIC X(01).
           05  AF-MATURITY-PAYOUT-ACCT PIC X(12).
           05  AF-DEBIT-RESTRICT     PIC X(01).
               88  AF-DEBIT-RESTRICTED VALUE 'R'.
           05  AF-OD-DAYS            PIC 9(03).
           05  AF-KYC-RESTRICT       PIC X(01).
           05  AF-INT-PAYOUT-FREQ    PIC X(01).
           05  AF-INT-PAYOUT-ACCT    PIC X(12).
           05  AF-FILLER             PIC X(07).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CF-CUSTOMER-ID        PIC X(10).
           05  CF-CUSTOMER-NAME      PIC X(50).
           05  CF-FILLER             PIC X(300).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  HOLD-RECORD.
           05  HR-KEY.
               10  HR-ACCOUNT-NO     PIC X(12).
               10  HR-HOLD-SEQ       PIC 9(04).
           05  HR-HOLD-AMOUNT        PIC S9(13)V99 COMP-3.
           05  HR-REASON-CODE        PIC X(04).
               88  HR-REASON-SEIZURE VALUE 'SEIZ'.
           05  HR-PLACED-BY          PIC X(08).
           05  HR-PLACED-DATE        PIC X(08).
           05  HR-EXPIRY-DATE        PIC X(08).
           05  HR-STATUS             PIC X(01).
               88  HR-STATUS-ACTIVE  VALUE 'A'.
               88  HR-STATUS-RELEASED VALUE 'R'.
           05  HR-RELEASED-BY        PIC X(08).
           05  HR-RELEASED-DATE      PIC X(08).
      *    SEIZ 보류는 압류 사건번호, CSBK 보류는 수령 참조번호.
           05  HR-REF-NO             PIC X(20).
           05  HR-FILLER             PIC X(11).

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

       FD  SEIZURE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  SEIZURE-REPORT-RECORD.
           05  SZRPT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

      *    기동 파라미터 - 보호금액 미지정시 185만원(민사집행법
      *    시행령 압류금지 예금 기준)
       01  WS-RUN-PARM.
           05  WS-RUN-FUNC           PIC X(04).
               88  WS-FUNC-MAINT     VALUE 'MANT'.
               88  WS-FUNC-REAPPLY   VALUE 'RAPL'.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-PROTECT-MIN        PIC 9(09).

       01  WS-RUN-TIME               PIC X(06).

       01  WS-SWITCHES.
           05  WS-MAINT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-MAINT-EOF      VALUE 'Y'.
           05  WS-REG-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-REG-EOF        VALUE 'Y'.
           05  WS-ORD-EOF-SW         PIC X(01).
               88  WS-ORD-EOF        VALUE 'Y'.
           05  WS-ACCT-EOF-SW        PIC X(01).
               88  WS-ACCT-EOF       VALUE 'Y'.
           05  WS-HOLD-EOF-SW        PIC X(01).
               88  WS-HOLD-EOF       VALUE 'Y'.
           05  WS-ALLOC-FOUND-SW     PIC X(01).
               88  WS-ALLOC-FOUND    VALUE 'Y'.

       01  WS-CUR-CUSTOMER           PIC X(10).
       01  WS-LAST-CUSTOMER          PIC X(10) VALUE SPACES.

      *    고객 계좌 작업표 - 가용액은 잔액에서 압류외 유효
      *    지급정지를 차감한 금액(음수는 0), 배정여력은 순위배정
      *    진행중 남은 가용액.
       01  WS-SA-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-SA-TABLE.
           05  WS-SA-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-SA-IDX.
               10  WS-SA-ACCOUNT-NO      PIC X(12).
               10  WS-SA-AVAILABLE       PIC S9(13)V99 COMP-3.
               10  WS-SA-CAPACITY        PIC S9(13)V99 COMP-3.
               10  WS-SA-NEXT-SEQ        PIC 9(04).

      *    고객 유효 압류 작업표 - 순위키(송달일자+시각)
       01  WS-SO-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-SO-TABLE.
           05  WS-SO-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-SO-IDX.
               10  WS-SO-CASE-NO         PIC X(20).
               10  WS-SO-RANK-KEY        PIC X(14).
               10  WS-SO-DUE             PIC S9(13)V99 COMP-3.
               10  WS-SO-ALLOC           PIC S9(13)V99 COMP-3.
               10  WS-SO-COLLECT-SW      PIC X(01).
               10  WS-SO-DONE-SW         PIC X(01).

      *    계좌x사건 배정표 - 지급정지 반영 대상
       01  WS-AL-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-AL-TABLE.
           05  WS-AL-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-AL-IDX.
               10  WS-AL-ACCOUNT-NO      PIC X(12).
               10  WS-AL-CASE-NO         PIC X(20).
               10  WS-AL-AMOUNT          PIC S9(13)V99 COMP-3.
               10  WS-AL-APPLIED-SW      PIC X(01).

      *    추심지급 대상 지급정지 목록
       01  WS-PY-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-PY-TABLE.
           05  WS-PY-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-PY-IDX.
               10  WS-PY-ACCOUNT-NO      PIC X(12).
               10  WS-PY-HOLD-SEQ        PIC 9(04).
               10  WS-PY-AMOUNT          PIC S9(13)V99 COMP-3.

       01  WS-SEIZE-WORK.
           05  WS-POOL-TOTAL         PIC S9(13)V99 COMP-3.
           05  WS-POOL-REMAIN        PIC S9(13)V99 COMP-3.
           05  WS-OTHER-HOLDS        PIC S9(13)V99 COMP-3.
           05  WS-DUE-TOTAL          PIC S9(13)V99 COMP-3.
           05  WS-ALLOC-TOTAL        PIC S9(13)V99 COMP-3.
           05  WS-PLACE-REMAIN       PIC S9(13)V99 COMP-3.
           05  WS-PLACE-AMOUNT       PIC S9(13)V99 COMP-3.
           05  WS-BEST-IDX           PIC 9(03).
           05  WS-BEST-RANK          PIC X(14).
           05  WS-CUR-ORDER-IDX      PIC 9(03).
           05  WS-SCAN-ACCOUNT       PIC X(12).
           05  WS-PAY-CASE-NO        PIC X(20).
           05  WS-PAID-THIS-RUN      PIC S9(13)V99 COMP-3.
           05  WS-PAY-COUNT-CUST     PIC 9(03).

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

       01  WS-TOTAL-AREA.
           05  WS-REGISTERED-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-COLLECTED-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-WITHDRAWN-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-CUSTOMER-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-PAYOUT-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-PAYOUT-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-AUDIT-WORK.
           05  WS-AUDIT-KEY          PIC X(12).
           05  WS-AUDIT-ACTION       PIC X(04).
           05  WS-AUDIT-OPERATOR     PIC X(08).
           05  WS-AUDIT-RESULT       PIC X(04).
           05  WS-AUDIT-MESSAGE      PIC X(100).

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
           05  WS-DSP-AMOUNT-2       PIC -(13)9.99.
           05  WS-DSP-AMOUNT-3       PIC -(13)9.99.
           05  WS-DSP-AMOUNT-4       PIC -(13)9.99.
           05  WS-DSP-TOTAL          PIC -(15)9.99.

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(200).
           05  WS-RPT-RESULT         PIC X(100).

      *    감사기록 연쇄검증값 작업영역 - ACCT022 8010과 동일.
       01  WS-CHAIN-AREA.
           05  WS-CHAIN-WORK         PIC 9(18) COMP.
           05  WS-CHAIN-I            PIC 9(04) COMP.

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN WS-FUNC-MAINT
                   PERFORM 2000-PROCESS-MAINT-FILE
                       UNTIL WS-MAINT-EOF
               WHEN WS-FUNC-REAPPLY
                   PERFORM 3000-REAPPLY-ALL-CUSTOMERS
                       UNTIL WS-REG-EOF
           END-EVALUATE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF NOT WS-FUNC-MAINT AND NOT WS-FUNC-REAPPLY
               MOVE '기동구분 오류(MANT/RAPL)' TO WS-ERROR-MESSAGE
               DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PROTECT-MIN NOT NUMERIC OR WS-PROTECT-MIN = ZERO
               MOVE 1850000 TO WS-PROTECT-MIN
           END-IF
           PERFORM 1100-OPEN-FILES
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-PROTECT-MIN TO WS-DSP-AMOUNT
           STRING '압류등록부 처리(' DELIMITED SIZE
                  WS-RUN-FUNC        DELIMITED SIZE
                  ') 기준일:'        DELIMITED SIZE
                  WS-RUN-DATE        DELIMITED SIZE
                  ' 보호금액:'       DELIMITED SIZE
                  WS-DSP-AMOUNT      DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 7900-WRITE-REPORT-LINE
           IF WS-FUNC-MAINT
               PERFORM 2100-READ-NEXT-MAINT-RECORD
           ELSE
               MOVE LOW-VALUES TO SZ-KEY
               START SEIZURE-REGISTER-FILE KEY IS >= SZ-KEY
                   INVALID KEY
                       SET WS-REG-EOF TO TRUE
               END-START
           END-IF.

       1100-OPEN-FILES.
           IF WS-FUNC-MAINT
               OPEN INPUT SEIZURE-MAINT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'SEIZMNT 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF
           OPEN I-O SEIZURE-REGISTER-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE SEIZURE-REGISTER-FILE
               OPEN OUTPUT SEIZURE-REGISTER-FILE
               CLOSE SEIZURE-REGISTER-FILE
               OPEN I-O SEIZURE-REGISTER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'SEIZREG 오픈실패' TO WS-ERROR-MESSAGE
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
           OPEN I-O HOLD-FILE
           IF NOT WS-FILE-OK
               MOVE 'HOLDREG 오픈실패' TO WS-ERROR-MESSAGE
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
           OPEN OUTPUT SEIZURE-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'SEIZRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       2000-PROCESS-MAINT-FILE.
           EVALUATE TRUE
               WHEN SM-ACTION-REGISTER
                   PERFORM 2200-REGISTER-ORDER
               WHEN SM-ACTION-COLLECT
                   PERFORM 2300-COLLECT-ORDER
               WHEN SM-ACTION-WITHDRAW
                   PERFORM 2400-WITHDRAW-ORDER
               WHEN OTHER
                   MOVE '알수없는 작업구분' TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
           END-EVALUATE
           PERFORM 2100-READ-NEXT-MAINT-RECORD.

       2100-READ-NEXT-MAINT-RECORD.
           READ SEIZURE-MAINT-FILE
               AT END
                   SET WS-MAINT-EOF TO TRUE
           END-READ.

      *    압류명령 등록 - 채무자 고객 확인후 등록부에 적재하고
      *    고객 단위로 지급정지를 재배정한다.
       2200-REGISTER-ORDER.
           IF SM-CUSTOMER-ID = SPACES OR SM-CASE-NO = SPACES OR
              SM-SERVICE-DATE = SPACES OR SM-CREDITOR-NAME = SPACES
               MOVE '등록실패-필수항목 누락' TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           IF SM-CLAIM-AMOUNT NOT NUMERIC OR SM-CLAIM-AMOUNT = ZERO
               MOVE '등록실패-청구금액 오류' TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           MOVE SM-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '등록실패-채무자 고객 없음'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-READ
           MOVE SM-CUSTOMER-ID   TO SZ-CUSTOMER-ID
           MOVE SM-CASE-NO       TO SZ-CASE-NO
           READ SEIZURE-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE '등록실패-동일 사건 기등록'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-READ
           MOVE SM-CUSTOMER-ID   TO SZ-CUSTOMER-ID
           MOVE SM-CASE-NO       TO SZ-CASE-NO
           MOVE SM-COURT-NAME    TO SZ-COURT-NAME
           MOVE SM-CREDITOR-NAME TO SZ-CREDITOR-NAME
           MOVE SM-CREDITOR-BANK TO SZ-CREDITOR-BANK
           MOVE SM-CREDITOR-ACCT TO SZ-CREDITOR-ACCT
           MOVE SM-CLAIM-AMOUNT  TO SZ-CLAIM-AMOUNT
           MOVE SM-SERVICE-DATE  TO SZ-SERVICE-DATE
           MOVE SM-SERVICE-TIME  TO SZ-SERVICE-TIME
           MOVE 'A'              TO SZ-STATUS
           MOVE 'N'              TO SZ-COLLECT-SW
           MOVE SPACES           TO SZ-COLLECT-DATE
           MOVE ZERO             TO SZ-WITHHELD-AMT
           MOVE ZERO             TO SZ-PAID-AMT
           MOVE WS-RUN-DATE      TO SZ-REG-DATE
           MOVE SM-OPERATOR-ID   TO SZ-REG-BY
           MOVE SPACES           TO SZ-CLOSE-DATE
           MOVE SPACES           TO SZ-CLOSE-BY
           MOVE SPACES           TO SZ-FILLER
           WRITE SEIZURE-REGISTER-RECORD
               INVALID KEY
                   MOVE '등록실패-등록부 기록오류'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-REGISTERED-COUNT
           MOVE '압류명령 등록 완료' TO WS-RPT-RESULT
           PERFORM 2800-WRITE-MAINT-LINE
           MOVE 'SZRG'         TO WS-AUDIT-ACTION
           PERFORM 2850-AUDIT-MAINT
           MOVE SM-CUSTOMER-ID TO WS-CUR-CUSTOMER
           PERFORM 5000-REAPPLY-CUSTOMER.

      *    추심명령 수령 - 압류분을 채권자에게 지급한다. 지급계좌
      *    는 추심 신청시 제출분으로 갱신할 수 있다.
       2300-COLLECT-ORDER.
           MOVE SM-CUSTOMER-ID TO SZ-CUSTOMER-ID
           MOVE SM-CASE-NO     TO SZ-CASE-NO
           READ SEIZURE-REGISTER-FILE
               INVALID KEY
                   MOVE '추심실패-압류 미등록 사건'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-READ
           IF NOT SZ-STATUS-ACTIVE
               MOVE '추심실패-종결된 압류' TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           IF SM-CREDITOR-ACCT NOT = SPACES
               MOVE SM-CREDITOR-BANK TO SZ-CREDITOR-BANK
               MOVE SM-CREDITOR-ACCT TO SZ-CREDITOR-ACCT
           END-IF
           IF SZ-CREDITOR-ACCT = SPACES
               MOVE '추심실패-채권자 지급계좌 없음'
                   TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y'         TO SZ-COLLECT-SW
           MOVE WS-RUN-DATE TO SZ-COLLECT-DATE
           REWRITE SEIZURE-REGISTER-RECORD
               INVALID KEY
                   MOVE '추심실패-등록부 갱신오류'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-COLLECTED-COUNT
           MOVE '추심명령 수령 - 지급진행' TO WS-RPT-RESULT
           PERFORM 2800-WRITE-MAINT-LINE
           MOVE 'SZCL'         TO WS-AUDIT-ACTION
           PERFORM 2850-AUDIT-MAINT
           MOVE SM-CUSTOMER-ID TO WS-CUR-CUSTOMER
           PERFORM 5000-REAPPLY-CUSTOMER
           MOVE SM-CASE-NO     TO WS-PAY-CASE-NO
           PERFORM 6000-PAY-OUT-ORDER
           IF WS-PAID-THIS-RUN > ZERO
               PERFORM 5000-REAPPLY-CUSTOMER
           END-IF.

      *    취하/해제 - 등록부 종결후 재배정하면 해당 사건의
      *    지급정지는 배정이 없어 전건 해제된다.
       2400-WITHDRAW-ORDER.
           MOVE SM-CUSTOMER-ID TO SZ-CUSTOMER-ID
           MOVE SM-CASE-NO     TO SZ-CASE-NO
           READ SEIZURE-REGISTER-FILE
               INVALID KEY
                   MOVE '해제실패-미등록 사건' TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-READ
           IF NOT SZ-STATUS-ACTIVE
               MOVE '해제실패-이미 종결된 압류'
                   TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           MOVE 'W'            TO SZ-STATUS
           MOVE WS-RUN-DATE    TO SZ-CLOSE-DATE
           MOVE SM-OPERATOR-ID TO SZ-CLOSE-BY
           MOVE ZERO           TO SZ-WITHHELD-AMT
           REWRITE SEIZURE-REGISTER-RECORD
               INVALID KEY
                   MOVE '해제실패-등록부 갱신오류'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-WITHDRAWN-COUNT
           MOVE '압류 취하/해제 완료' TO WS-RPT-RESULT
           PERFORM 2800-WRITE-MAINT-LINE
           MOVE 'SZWD'         TO WS-AUDIT-ACTION
           PERFORM 2850-AUDIT-MAINT
           MOVE SM-CUSTOMER-ID TO WS-CUR-CUSTOMER
           PERFORM 5000-REAPPLY-CUSTOMER.

       2800-WRITE-MAINT-LINE.
           MOVE SM-CLAIM-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING SM-ACTION         DELIMITED SIZE
                  ' 고객:'          DELIMITED SIZE
                  SM-CUSTOMER-ID    DELIMITED SIZE
                  ' 사건:'          DELIMITED SIZE
                  SM-CASE-NO        DELIMITED SIZE
                  ' 청구:'          DELIMITED SIZE
                  WS-DSP-AMOUNT     DELIMITED SIZE
                  ' - '             DELIMITED SIZE
                  WS-RPT-RESULT     DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 7900-WRITE-REPORT-LINE.

       2850-AUDIT-MAINT.
           MOVE SM-CUSTOMER-ID TO WS-AUDIT-KEY
           MOVE SM-OPERATOR-ID TO WS-AUDIT-OPERATOR
           MOVE '0000'         TO WS-AUDIT-RESULT
           MOVE SPACES         TO WS-AUDIT-MESSAGE
           STRING '사건:'        DELIMITED SIZE
                  SM-CASE-NO     DELIMITED SIZE
                  ' '            DELIMITED SIZE
                  WS-RPT-RESULT  DELIMITED SIZE
                  INTO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT.

       2900-REJECT-MAINT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 8 TO RETURN-CODE
           PERFORM 2800-WRITE-MAINT-LINE.

      *    일괄 재적용 - 유효 압류를 가진 고객마다 1회 재배정하고
      *    추심명령 수령건은 추가 압류분을 지급한다. 재배정이
      *    등록부 커서를 옮기므로 다음 고객부터 재위치한다.
       3000-REAPPLY-ALL-CUSTOMERS.
           READ SEIZURE-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF SZ-STATUS-ACTIVE AND
                      SZ-CUSTOMER-ID NOT = WS-LAST-CUSTOMER
                       MOVE SZ-CUSTOMER-ID TO WS-LAST-CUSTOMER
                       MOVE SZ-CUSTOMER-ID TO WS-CUR-CUSTOMER
                       PERFORM 3100-REAPPLY-ONE-CUSTOMER
                       MOVE WS-LAST-CUSTOMER TO SZ-CUSTOMER-ID
                       MOVE HIGH-VALUES      TO SZ-CASE-NO
                       START SEIZURE-REGISTER-FILE
                           KEY IS > SZ-KEY
                           INVALID KEY
                               SET WS-REG-EOF TO TRUE
                       END-START
                   END-IF
           END-READ.

       3100-REAPPLY-ONE-CUSTOMER.
           PERFORM 5000-REAPPLY-CUSTOMER
           MOVE ZERO TO WS-PAY-COUNT-CUST
           PERFORM 3200-PAY-COLLECT-ORDER
               VARYING WS-SO-IDX FROM 1 BY 1
               UNTIL WS-SO-IDX > WS-SO-COUNT
           IF WS-PAY-COUNT-CUST > ZERO
               PERFORM 5000-REAPPLY-CUSTOMER
           END-IF.

       3200-PAY-COLLECT-ORDER.
           IF WS-SO-COLLECT-SW(WS-SO-IDX) = 'Y' AND
              WS-SO-ALLOC(WS-SO-IDX) > ZERO
               MOVE WS-SO-CASE-NO(WS-SO-IDX) TO WS-PAY-CASE-NO
               PERFORM 6000-PAY-OUT-ORDER
               IF WS-PAID-THIS-RUN > ZERO
                   ADD 1 TO WS-PAY-COUNT-CUST
               END-IF
           END-IF.

      *    고객 단위 재배정 - (1) 유효 압류 적재 (2) 계좌별
      *    가용액 산출 (3) 보호금액 차감후 송달순위대로 청구
      *    잔액 배정 (4) 계좌별 SEIZ 지급정지 갱신 (5) 등록부
      *    압류액 갱신 및 배정내역 보고.
       5000-REAPPLY-CUSTOMER.
           MOVE ZERO TO WS-SO-COUNT
           MOVE ZERO TO WS-SA-COUNT
           MOVE ZERO TO WS-AL-COUNT
           PERFORM 5100-LOAD-ORDERS
           PERFORM 5200-LOAD-ACCOUNTS
           COMPUTE WS-POOL-REMAIN = WS-POOL-TOTAL - WS-PROTECT-MIN
           IF WS-POOL-REMAIN < ZERO
               MOVE ZERO TO WS-POOL-REMAIN
           END-IF
           PERFORM 5300-ALLOCATE-NEXT-ORDER
               WS-SO-COUNT TIMES
           PERFORM 5400-APPLY-ACCOUNT-HOLDS
               VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
           PERFORM 5500-UPDATE-ORDER-WITHHELD
               VARYING WS-SO-IDX FROM 1 BY 1
               UNTIL WS-SO-IDX > WS-SO-COUNT
           ADD 1 TO WS-CUSTOMER-COUNT
           PERFORM 5600-WRITE-CUSTOMER-SUMMARY.

       5100-LOAD-ORDERS.
           MOVE ZERO TO WS-DUE-TOTAL
           MOVE 'N'  TO WS-ORD-EOF-SW
           MOVE WS-CUR-CUSTOMER TO SZ-CUSTOMER-ID
           MOVE LOW-VALUES      TO SZ-CASE-NO
           START SEIZURE-REGISTER-FILE KEY IS >= SZ-KEY
               INVALID KEY
                   SET WS-ORD-EOF TO TRUE
           END-START
           PERFORM 5110-READ-NEXT-ORDER
               UNTIL WS-ORD-EOF.

       5110-READ-NEXT-ORDER.
           READ SEIZURE-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-ORD-EOF TO TRUE
               NOT AT END
                   IF SZ-CUSTOMER-ID NOT = WS-CUR-CUSTOMER
                       SET WS-ORD-EOF TO TRUE
                   ELSE
                       IF SZ-STATUS-ACTIVE
                           PERFORM 5120-ADD-ORDER-ENTRY
                       END-IF
                   END-IF
           END-READ.

       5120-ADD-ORDER-ENTRY.
           IF WS-SO-COUNT >= 20
               MOVE '고객별 압류 작업표 한도(20) 초과'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           ADD 1 TO WS-SO-COUNT
           SET WS-SO-IDX TO WS-SO-COUNT
           MOVE SZ-CASE-NO      TO WS-SO-CASE-NO(WS-SO-IDX)
           MOVE SZ-SERVICE-DATE TO WS-SO-RANK-KEY(WS-SO-IDX)(1:8)
           MOVE SZ-SERVICE-TIME TO WS-SO-RANK-KEY(WS-SO-IDX)(9:6)
           COMPUTE WS-SO-DUE(WS-SO-IDX) =
               SZ-CLAIM-AMOUNT - SZ-PAID-AMT
           IF WS-SO-DUE(WS-SO-IDX) < ZERO
               MOVE ZERO TO WS-SO-DUE(WS-SO-IDX)
           END-IF
           ADD WS-SO-DUE(WS-SO-IDX) TO WS-DUE-TOTAL
           MOVE ZERO            TO WS-SO-ALLOC(WS-SO-IDX)
           MOVE SZ-COLLECT-SW   TO WS-SO-COLLECT-SW(WS-SO-IDX)
           MOVE 'N'             TO WS-SO-DONE-SW(WS-SO-IDX).

      *    계좌 적재 - 채무자 명의(주명의) 미해지 원화계좌. 외화
      *    계좌와 공동명의 부명의 계좌는 배정 대상이 아니나,
      *    기존 SEIZ 지급정지 해제를 위해 명의 계좌는 모두 싣는다.
       5200-LOAD-ACCOUNTS.
           MOVE ZERO TO WS-POOL-TOTAL
           MOVE 'N'  TO WS-ACCT-EOF-SW
           MOVE WS-CUR-CUSTOMER TO AF-CUSTOMER-ID
           START ACCOUNT-FILE KEY IS = AF-CUSTOMER-ID
               INVALID KEY
                   SET WS-ACCT-EOF TO TRUE
           END-START
           PERFORM 5210-READ-NEXT-ACCOUNT
               UNTIL WS-ACCT-EOF.

       5210-READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   IF AF-CUSTOMER-ID NOT = WS-CUR-CUSTOMER
                       SET WS-ACCT-EOF TO TRUE
                   ELSE
                       PERFORM 5220-ADD-ACCOUNT-ENTRY
                   END-IF
           END-READ.

       5220-ADD-ACCOUNT-ENTRY.
           IF WS-SA-COUNT >= 50
               MOVE '고객별 계좌 작업표 한도(50) 초과'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           ADD 1 TO WS-SA-COUNT
           SET WS-SA-IDX TO WS-SA-COUNT
           MOVE AF-ACCOUNT-NO TO WS-SA-ACCOUNT-NO(WS-SA-IDX)
           MOVE ZERO          TO WS-SA-AVAILABLE(WS-SA-IDX)
           MOVE ZERO          TO WS-SA-NEXT-SEQ(WS-SA-IDX)
           PERFORM 5230-SCAN-OTHER-HOLDS
           IF NOT AF-STATUS-CLOSED AND AF-CURRENCY-KRW AND
              AF-BALANCE > WS-OTHER-HOLDS
               COMPUTE WS-SA-AVAILABLE(WS-SA-IDX) =
                   AF-BALANCE - WS-OTHER-HOLDS
               ADD WS-SA-AVAILABLE(WS-SA-IDX) TO WS-POOL-TOTAL
           END-IF
           MOVE WS-SA-AVAILABLE(WS-SA-IDX)
               TO WS-SA-CAPACITY(WS-SA-IDX).

      *    압류외 유효 지급정지 합계와 최종 일련번호를 구한다
      *    (ACCT002 4050과 같은 유효 판정).
       5230-SCAN-OTHER-HOLDS.
           MOVE ZERO TO WS-OTHER-HOLDS
           MOVE 'N'  TO WS-HOLD-EOF-SW
           MOVE AF-ACCOUNT-NO TO WS-SCAN-ACCOUNT
           MOVE AF-ACCOUNT-NO TO HR-ACCOUNT-NO
           MOVE ZERO          TO HR-HOLD-SEQ
           START HOLD-FILE KEY IS >= HR-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM 5240-READ-NEXT-OTHER-HOLD
               UNTIL WS-HOLD-EOF.

       5240-READ-NEXT-OTHER-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HR-ACCOUNT-NO NOT = WS-SCAN-ACCOUNT
                       SET WS-HOLD-EOF TO TRUE
                   ELSE
                       MOVE HR-HOLD-SEQ TO WS-SA-NEXT-SEQ(WS-SA-IDX)
                       IF HR-STATUS-ACTIVE AND
                          NOT HR-REASON-SEIZURE AND
                          (HR-EXPIRY-DATE = SPACES OR
                           HR-EXPIRY-DATE >= WS-RUN-DATE)
                           ADD HR-HOLD-AMOUNT TO WS-OTHER-HOLDS
                       END-IF
                   END-IF
           END-READ.

      *    순위배정 - 미배정 압류중 송달일시가 가장 빠른 건에
      *    남은 압류가능액 범위 내에서 청구잔액을 배정하고,
      *    계좌번호순으로 배정여력을 소진시켜 계좌별로 나눈다.
       5300-ALLOCATE-NEXT-ORDER.
           MOVE ZERO        TO WS-BEST-IDX
           MOVE HIGH-VALUES TO WS-BEST-RANK
           PERFORM 5310-CHECK-ORDER-RANK
               VARYING WS-SO-IDX FROM 1 BY 1
               UNTIL WS-SO-IDX > WS-SO-COUNT
           IF WS-BEST-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BEST-IDX TO WS-CUR-ORDER-IDX
           SET WS-SO-IDX TO WS-CUR-ORDER-IDX
           MOVE 'Y' TO WS-SO-DONE-SW(WS-SO-IDX)
           IF WS-SO-DUE(WS-SO-IDX) < WS-POOL-REMAIN
               MOVE WS-SO-DUE(WS-SO-IDX) TO WS-SO-ALLOC(WS-SO-IDX)
           ELSE
               MOVE WS-POOL-REMAIN TO WS-SO-ALLOC(WS-SO-IDX)
           END-IF
           SUBTRACT WS-SO-ALLOC(WS-SO-IDX) FROM WS-POOL-REMAIN
           MOVE WS-SO-ALLOC(WS-SO-IDX) TO WS-PLACE-REMAIN
           PERFORM 5320-PLACE-ON-ACCOUNT
               VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
                  OR WS-PLACE-REMAIN <= ZERO.

       5310-CHECK-ORDER-RANK.
           IF WS-SO-DONE-SW(WS-SO-IDX) = 'N' AND
              WS-SO-RANK-KEY(WS-SO-IDX) < WS-BEST-RANK
               MOVE WS-SO-RANK-KEY(WS-SO-IDX) TO WS-BEST-RANK
               SET WS-BEST-IDX TO WS-SO-IDX
           END-IF.

       5320-PLACE-ON-ACCOUNT.
           IF WS-SA-CAPACITY(WS-SA-IDX) <= ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-SA-CAPACITY(WS-SA-IDX) < WS-PLACE-REMAIN
               MOVE WS-SA-CAPACITY(WS-SA-IDX) TO WS-PLACE-AMOUNT
           ELSE
               MOVE WS-PLACE-REMAIN TO WS-PLACE-AMOUNT
           END-IF
           IF WS-AL-COUNT >= 200
               MOVE '압류 배정표 한도(200) 초과'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           ADD 1 TO WS-AL-COUNT
           SET WS-AL-IDX TO WS-AL-COUNT
           SET WS-SO-IDX TO WS-CUR-ORDER-IDX
           MOVE WS-SA-ACCOUNT-NO(WS-SA-IDX)
               TO WS-AL-ACCOUNT-NO(WS-AL-IDX)
           MOVE WS-SO-CASE-NO(WS-SO-IDX) TO WS-AL-CASE-NO(WS-AL-IDX)
           MOVE WS-PLACE-AMOUNT          TO WS-AL-AMOUNT(WS-AL-IDX)
           MOVE 'N'                      TO WS-AL-APPLIED-SW(WS-AL-IDX)
           SUBTRACT WS-PLACE-AMOUNT FROM WS-SA-CAPACITY(WS-SA-IDX)
           SUBTRACT WS-PLACE-AMOUNT FROM WS-PLACE-REMAIN.

      *    계좌별 SEIZ 지급정지 반영 - 기존 유효건은 배정액으로
      *    금액 갱신(배정 없으면 해제), 미반영 배정은 신규 등록.
       5400-APPLY-ACCOUNT-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE WS-SA-ACCOUNT-NO(WS-SA-IDX) TO WS-SCAN-ACCOUNT
           MOVE WS-SCAN-ACCOUNT TO HR-ACCOUNT-NO
           MOVE ZERO            TO HR-HOLD-SEQ
           START HOLD-FILE KEY IS >= HR-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM 5410-UPDATE-NEXT-SEIZ-HOLD
               UNTIL WS-HOLD-EOF
           PERFORM 5430-WRITE-NEW-SEIZ-HOLD
               VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-AL-COUNT.

       5410-UPDATE-NEXT-SEIZ-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HR-ACCOUNT-NO NOT = WS-SCAN-ACCOUNT
                       SET WS-HOLD-EOF TO TRUE
                   ELSE
                       IF HR-STATUS-ACTIVE AND HR-REASON-SEIZURE
                           PERFORM 5420-MATCH-SEIZ-HOLD
                       END-IF
                   END-IF
           END-READ.

       5420-MATCH-SEIZ-HOLD.
           MOVE 'N' TO WS-ALLOC-FOUND-SW
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
                      OR (WS-AL-ACCOUNT-NO(WS-AL-IDX)
                            = WS-SCAN-ACCOUNT
                          AND WS-AL-CASE-NO(WS-AL-IDX)
                            = HR-REF-NO
                          AND WS-AL-APPLIED-SW(WS-AL-IDX) = 'N')
               CONTINUE
           END-PERFORM
           IF WS-AL-IDX <= WS-AL-COUNT
               SET WS-ALLOC-FOUND TO TRUE
               MOVE 'Y' TO WS-AL-APPLIED-SW(WS-AL-IDX)
               IF HR-HOLD-AMOUNT = WS-AL-AMOUNT(WS-AL-IDX)
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AL-AMOUNT(WS-AL-IDX) TO HR-HOLD-AMOUNT
           ELSE
               MOVE 'R'         TO HR-STATUS
               MOVE 'ACCT072 '  TO HR-RELEASED-BY
               MOVE WS-RUN-DATE TO HR-RELEASED-DATE
           END-IF
           REWRITE HOLD-RECORD
               INVALID KEY
                   MOVE 'HOLDREG 압류분 갱신오류'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

       5430-WRITE-NEW-SEIZ-HOLD.
           IF WS-AL-ACCOUNT-NO(WS-AL-IDX) NOT = WS-SCAN-ACCOUNT OR
              WS-AL-APPLIED-SW(WS-AL-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SA-NEXT-SEQ(WS-SA-IDX)
           MOVE WS-SCAN-ACCOUNT            TO HR-ACCOUNT-NO
           MOVE WS-SA-NEXT-SEQ(WS-SA-IDX)  TO HR-HOLD-SEQ
           MOVE WS-AL-AMOUNT(WS-AL-IDX)    TO HR-HOLD-AMOUNT
           MOVE 'SEIZ'                     TO HR-REASON-CODE
           MOVE 'ACCT072 '                 TO HR-PLACED-BY
           MOVE WS-RUN-DATE                TO HR-PLACED-DATE
           MOVE SPACES                     TO HR-EXPIRY-DATE
           MOVE 'A'                        TO HR-STATUS
           MOVE SPACES                     TO HR-RELEASED-BY
           MOVE SPACES                     TO HR-RELEASED-DATE
           MOVE WS-AL-CASE-NO(WS-AL-IDX)   TO HR-REF-NO
           MOVE SPACES                     TO HR-FILLER
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE 'HOLDREG 압류분 등록오류'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-WRITE
           MOVE 'Y' TO WS-AL-APPLIED-SW(WS-AL-IDX).

       5500-UPDATE-ORDER-WITHHELD.
           MOVE WS-CUR-CUSTOMER          TO SZ-CUSTOMER-ID
           MOVE WS-SO-CASE-NO(WS-SO-IDX) TO SZ-CASE-NO
           READ SEIZURE-REGISTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-SO-ALLOC(WS-SO-IDX) TO SZ-WITHHELD-AMT
           REWRITE SEIZURE-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *    고객별 배정 요약 - 청구잔액 합계가 배정액을 넘으면
      *    압류경합/부족으로 표기하여 법무팀 공탁 검토 대상.
       5600-WRITE-CUSTOMER-SUMMARY.
           MOVE ZERO TO WS-ALLOC-TOTAL
           PERFORM 5610-SUM-ORDER-ALLOC
               VARYING WS-SO-IDX FROM 1 BY 1
               UNTIL WS-SO-IDX > WS-SO-COUNT
           MOVE WS-POOL-TOTAL  TO WS-DSP-AMOUNT
           MOVE WS-DUE-TOTAL   TO WS-DSP-AMOUNT-2
           MOVE WS-ALLOC-TOTAL TO WS-DSP-AMOUNT-3
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '  배정 고객:'     DELIMITED SIZE
                  WS-CUR-CUSTOMER    DELIMITED SIZE
                  ' 유효압류:'       DELIMITED SIZE
                  WS-SO-COUNT        DELIMITED SIZE
                  ' 가용합계:'       DELIMITED SIZE
                  WS-DSP-AMOUNT      DELIMITED SIZE
                  ' 청구잔액:'       DELIMITED SIZE
                  WS-DSP-AMOUNT-2    DELIMITED SIZE
                  ' 압류액:'         DELIMITED SIZE
                  WS-DSP-AMOUNT-3    DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           IF WS-DUE-TOTAL > WS-ALLOC-TOTAL
               MOVE '경합/부족' TO WS-RPT-DETAIL(180:20)
           END-IF
           PERFORM 7900-WRITE-REPORT-LINE.

       5610-SUM-ORDER-ALLOC.
           ADD WS-SO-ALLOC(WS-SO-IDX) TO WS-ALLOC-TOTAL.

      *    추심지급 - 해당 사건의 유효 SEIZ 지급정지를 모아
      *    건별로 해제후 채권자 계좌로 이체한다. 이체 실패건은
      *    지급정지를 원복한다. 지급누계가 청구액에 이르면 종결.
       6000-PAY-OUT-ORDER.
           MOVE ZERO TO WS-PAID-THIS-RUN
           MOVE ZERO TO WS-PY-COUNT
           MOVE WS-CUR-CUSTOMER TO SZ-CUSTOMER-ID
           MOVE WS-PAY-CASE-NO  TO SZ-CASE-NO
           READ SEIZURE-REGISTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF SZ-CREDITOR-ACCT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-COLLECT-PAY-HOLDS
               VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
           PERFORM 6300-PAY-ONE-HOLD
               VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
           MOVE WS-CUR-CUSTOMER TO SZ-CUSTOMER-ID
           MOVE WS-PAY-CASE-NO  TO SZ-CASE-NO
           READ SEIZURE-REGISTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD WS-PAID-THIS-RUN TO SZ-PAID-AMT
           IF SZ-PAID-AMT >= SZ-CLAIM-AMOUNT
               MOVE 'C'         TO SZ-STATUS
               MOVE WS-RUN-DATE TO SZ-CLOSE-DATE
               MOVE 'ACCT072 '  TO SZ-CLOSE-BY
               MOVE ZERO        TO SZ-WITHHELD-AMT
           END-IF
           REWRITE SEIZURE-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF SZ-STATUS-SATISFIED
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE SZ-PAID-AMT TO WS-DSP-AMOUNT
               STRING '  추심완제 종결 사건:' DELIMITED SIZE
                      WS-PAY-CASE-NO          DELIMITED SIZE
                      ' 지급누계:'            DELIMITED SIZE
                      WS-DSP-AMOUNT           DELIMITED SIZE
                      INTO WS-RPT-DETAIL
               PERFORM 7900-WRITE-REPORT-LINE
           END-IF.

       6100-COLLECT-PAY-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE WS-SA-ACCOUNT-NO(WS-SA-IDX) TO WS-SCAN-ACCOUNT
           MOVE WS-SCAN-ACCOUNT TO HR-ACCOUNT-NO
           MOVE ZERO            TO HR-HOLD-SEQ
           START HOLD-FILE KEY IS >= HR-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM 6110-READ-NEXT-PAY-HOLD
               UNTIL WS-HOLD-EOF.

       6110-READ-NEXT-PAY-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HR-ACCOUNT-NO NOT = WS-SCAN-ACCOUNT
                       SET WS-HOLD-EOF TO TRUE
                   ELSE
                       IF HR-STATUS-ACTIVE AND HR-REASON-SEIZURE
                          AND HR-REF-NO = WS-PAY-CASE-NO
                          AND HR-HOLD-AMOUNT > ZERO
                           PERFORM 6120-ADD-PAY-ENTRY
                       END-IF
                   END-IF
           END-READ.

       6120-ADD-PAY-ENTRY.
           IF WS-PY-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PY-COUNT
           SET WS-PY-IDX TO WS-PY-COUNT
           MOVE HR-ACCOUNT-NO  TO WS-PY-ACCOUNT-NO(WS-PY-IDX)
           MOVE HR-HOLD-SEQ    TO WS-PY-HOLD-SEQ(WS-PY-IDX)
           MOVE HR-HOLD-AMOUNT TO WS-PY-AMOUNT(WS-PY-IDX).

       6300-PAY-ONE-HOLD.
           MOVE WS-PY-ACCOUNT-NO(WS-PY-IDX) TO HR-ACCOUNT-NO
           MOVE WS-PY-HOLD-SEQ(WS-PY-IDX)   TO HR-HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'R'         TO HR-STATUS
           MOVE 'ACCT072 '  TO HR-RELEASED-BY
           MOVE WS-RUN-DATE TO HR-RELEASED-DATE
           REWRITE HOLD-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE WS-PY-ACCOUNT-NO(WS-PY-IDX) TO WS-TXN-ACCOUNT-NO
           IF SZ-CREDITOR-BANK = SPACES
               MOVE 'XFER'       TO WS-TXN-TYPE
           ELSE
               MOVE 'IBKX'       TO WS-TXN-TYPE
           END-IF
           MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-TXN-AMOUNT
           MOVE SZ-CREDITOR-ACCT TO WS-TXN-COUNTER-ACCT-NO
           MOVE 'BATC'           TO WS-TXN-CHANNEL
           MOVE SPACES           TO WS-TXN-CLIENT-REF
           MOVE SPACES           TO WS-TXN-ORIG-TXN-ID
           MOVE 'ACCT072 '       TO WS-TXN-OPERATOR-ID
           MOVE SPACE            TO WS-TXN-PEND-BYPASS
           MOVE SPACES           TO WS-TXN-ORIG-BRANCH
           MOVE SPACES           TO WS-TXN-VALUE-DATE
           MOVE SPACE            TO WS-TXN-GUARDIAN-APPR
           MOVE SZ-CREDITOR-BANK TO WS-TXN-COUNTER-BANK
           MOVE SPACES           TO WS-TXN-CARD-NO
           MOVE SPACES           TO WS-TXN-REV-TXN-ID
           MOVE SPACES           TO WS-TXN-AGENT-ID
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           IF WS-TXN-RESULT-CODE = '0000'
               ADD WS-PY-AMOUNT(WS-PY-IDX) TO WS-PAID-THIS-RUN
               ADD 1 TO WS-PAYOUT-COUNT
               ADD WS-PY-AMOUNT(WS-PY-IDX) TO WS-PAYOUT-TOTAL
           ELSE
               PERFORM 6310-RESTORE-HOLD
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 6320-REPORT-PAYOUT
           MOVE WS-PY-ACCOUNT-NO(WS-PY-IDX) TO WS-AUDIT-KEY
           MOVE 'SZPY'             TO WS-AUDIT-ACTION
           MOVE 'ACCT072 '         TO WS-AUDIT-OPERATOR
           MOVE WS-TXN-RESULT-CODE TO WS-AUDIT-RESULT
           MOVE SPACES             TO WS-AUDIT-MESSAGE
           MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-DSP-AMOUNT
           STRING '추심지급 사건:'   DELIMITED SIZE
                  WS-PAY-CASE-NO     DELIMITED SIZE
                  ' 금액='           DELIMITED SIZE
                  WS-DSP-AMOUNT      DELIMITED SIZE
                  INTO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT.

       6310-RESTORE-HOLD.
           MOVE WS-PY-ACCOUNT-NO(WS-PY-IDX) TO HR-ACCOUNT-NO
           MOVE WS-PY-HOLD-SEQ(WS-PY-IDX)   TO HR-HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'A'    TO HR-STATUS
           MOVE SPACES TO HR-RELEASED-BY
           MOVE SPACES TO HR-RELEASED-DATE
           REWRITE HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       6320-REPORT-PAYOUT.
           MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '  추심지급 계좌:'            DELIMITED SIZE
                  WS-PY-ACCOUNT-NO(WS-PY-IDX)    DELIMITED SIZE
                  ' -> '                         DELIMITED SIZE
                  SZ-CREDITOR-BANK               DELIMITED SIZE
                  '/'                            DELIMITED SIZE
                  SZ-CREDITOR-ACCT               DELIMITED SIZE
                  ' 금액:'                       DELIMITED SIZE
                  WS-DSP-AMOUNT                  DELIMITED SIZE
                  ' 결과:'                       DELIMITED SIZE
                  WS-TXN-RESULT-CODE             DELIMITED SIZE
                  ' '                            DELIMITED SIZE
                  WS-TXN-RESULT-MSG              DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 7900-WRITE-REPORT-LINE.

       7900-WRITE-REPORT-LINE.
           MOVE WS-RPT-DETAIL TO SZRPT-LINE
           WRITE SEIZURE-REPORT-RECORD.

       8000-WRITE-AUDIT.
           MOVE WS-RUN-DATE       TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME       TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT072 '        TO AR-PROGRAM-ID
           MOVE WS-AUDIT-KEY      TO AR-ACCOUNT-NO
           MOVE WS-AUDIT-ACTION   TO AR-ACTION-CODE
           MOVE WS-AUDIT-OPERATOR TO AR-OPERATOR-ID
           MOVE WS-AUDIT-RESULT   TO AR-RESULT-CODE
           MOVE WS-AUDIT-MESSAGE  TO AR-MESSAGE
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
           MOVE WS-PAYOUT-TOTAL TO WS-DSP-TOTAL
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '===합계=== 등록:'  DELIMITED SIZE
                  WS-REGISTERED-COUNT DELIMITED SIZE
                  ' 추심:'            DELIMITED SIZE
                  WS-COLLECTED-COUNT  DELIMITED SIZE
                  ' 해제:'            DELIMITED SIZE
                  WS-WITHDRAWN-COUNT  DELIMITED SIZE
                  ' 거부:'            DELIMITED SIZE
                  WS-REJECTED-COUNT   DELIMITED SIZE
                  ' 재배정고객:'      DELIMITED SIZE
                  WS-CUSTOMER-COUNT   DELIMITED SIZE
                  ' 지급건수:'        DELIMITED SIZE
                  WS-PAYOUT-COUNT     DELIMITED SIZE
                  ' 지급액:'          DELIMITED SIZE
                  WS-DSP-TOTAL        DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 7900-WRITE-REPORT-LINE
           IF WS-FUNC-MAINT
               CLOSE SEIZURE-MAINT-FILE
           END-IF
           CLOSE SEIZURE-REGISTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE HOLD-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           CLOSE SEIZURE-REPORT-FILE
           DISPLAY '압류등록부 처리 완료(' WS-RUN-FUNC ')'
               ' 등록:' WS-REGISTERED-COUNT
               ' 추심:' WS-COLLECTED-COUNT
               ' 해제:' WS-WITHDRAWN-COUNT
               ' 거부:' WS-REJECTED-COUNT.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE SEIZURE-MAINT-FILE
           CLOSE SEIZURE-REGISTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE HOLD-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           CLOSE SEIZURE-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
