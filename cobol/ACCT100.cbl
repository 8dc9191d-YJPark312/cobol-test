      ******************************************************************
      * PROGRAM-ID: ACCT100
      * DESCRIPTION: 초과인출 한도약정 재심사/만기관리 월배치
      *              - SYSIN: 기준일/만기 사전안내 일수(0이면 30일)
      *              - ACCTMST 전체 스캔, 한도 설정계좌(LN 제외)를
      *                한도약정대장(ODFACIL)과 대사. 대장 미등록
      *                한도는 기준일 재심사/3개월 만기로 편입
      *              - 재심사일 도래 약정은 사용률, 심사기간 최대
      *                연체일수(ACCT029/ACCT090 갱신), 고객등급
      *                (CF-GRADE), AML 위험등급으로 갱신/감액/해지
      *                제안을 재심사 리포트(ODRVRPT)에 출력
      *              - 만기 도래 예정(사전안내 일수 이내) 약정은
      *                고객알림 큐(ALERTQ, ODEX)로 1회 안내
      *              - 만기일까지 갱신(ACCT001 ODLM)되지 않은
      *                약정은 한도를 인출잔액으로 자동 감액하고
      *                ODLM과 동일하게 원장저널(ACCTJRNL)과 연쇄
      *                감사기록(AUDITLOG, ODLM)을 남긴다. 인출잔액
      *                이 0이 되면 약정해지
      *              - 자동감액 발생시 RC=4
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT100.
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

           SELECT OD-FACILITY-FILE
               ASSIGN TO 'ODFACIL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ALERT-QUEUE-FILE
               ASSIGN TO 'ALERTQ'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
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

           SELECT REVIEW-REPORT-FILE
               ASSIGN TO 'ODRVRPT'
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
           05  AF-CURRENCY-CODE      PIC X(03).
           05  AF-LAST-FEE-DATE      PIC X(08).
           05  AF-MATURITY-DATE      PIC X(08).
           05  AF-MATURITY-INSTR     PIC X(01).
           05  AF-MATURITY-PAYOUT-ACCT PIC X(12).
           05  AF-DEBIT-RESTRICT     PIC X(01).
           05  AF-OD-DAYS            PIC 9(03).
           05  AF-FILLER             PIC X(21).

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
               88  CF-GRADE-VIP      VALUE 'V1'.
               88  CF-GRADE-GOLD     VALUE 'G1'.
               88  CF-GRADE-NORMAL   VALUE 'N1'.
           05  CF-REGISTER-DATE      PIC X(08).
           05  CF-STMT-DELIVERY      PIC X(01).
           05  CF-CUST-STATUS        PIC X(01).
               88  CF-CUST-ACTIVE    VALUE 'A' SPACE.
               88  CF-CUST-MERGED    VALUE 'M'.
               88  CF-CUST-CLOSED    VALUE 'C'.
           05  CF-DECEASED-FLAG      PIC X(01).
               88  CF-DECEASED       VALUE 'Y'.
           05  CF-DECEASED-DATE      PIC X(08).
           05  CF-KYC-DUE-DATE       PIC X(08).
           05  CF-KYC-RESTRICT       PIC X(01).
           05  CF-MERGED-TO          PIC X(10).
           05  CF-AML-RISK-GRADE     PIC X(02).
               88  CF-AML-HIGH       VALUE 'H '.
               88  CF-AML-MEDIUM     VALUE 'M '.
               88  CF-AML-LOW        VALUE 'L '.
           05  CF-AML-SCORE-DATE     PIC X(08).
           05  CF-TAXEX-FLAG         PIC X(01).
           05  CF-TAXEX-ENROLL-DATE  PIC X(08).
           05  CF-FILLER             PIC X(62).

      *    초과인출 한도약정대장 - 한도 설정계좌별 1건. ACCT001
      *    ODLM이 약정일/재심사일/만기일을 부여하고 ACCT029/
      *    ACCT090이 심사기간 최대 연체일수/최대 인출액을 갱신.
       FD  OD-FACILITY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  OD-FACILITY-RECORD.
           05  OL-ACCOUNT-NO         PIC X(12).
           05  OL-CUSTOMER-ID        PIC X(10).
           05  OL-LIMIT              PIC S9(09)V99 COMP-3.
           05  OL-GRANT-DATE         PIC X(08).
           05  OL-REVIEW-DATE        PIC X(08).
           05  OL-EXPIRY-DATE        PIC X(08).
           05  OL-STATUS             PIC X(01).
               88  OL-STATUS-ACTIVE  VALUE 'A'.
               88  OL-STATUS-REDUCED VALUE 'E'.
               88  OL-STATUS-CANCEL  VALUE 'X'.
           05  OL-PEAK-OD-DAYS       PIC 9(03).
           05  OL-PEAK-DRAWN         PIC S9(13)V99 COMP-3.
           05  OL-NOTICE-DATE        PIC X(08).
           05  OL-LAST-PROPOSAL      PIC X(04).
           05  OL-LAST-REVIEW-DATE   PIC X(08).
           05  OL-CHANGE-OPERATOR    PIC X(08).
           05  OL-FILLER             PIC X(08).

       FD  ALERT-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-QUEUE-RECORD.
           05  AQ-OCCURRED-TS        PIC X(14).
           05  AQ-CUSTOMER-ID        PIC X(10).
           05  AQ-ACCOUNT-NO         PIC X(12).
           05  AQ-EVENT-CODE         PIC X(04).
           05  AQ-AMOUNT             PIC S9(13)V99 COMP-3.
           05  AQ-DETAIL             PIC X(40).
           05  AQ-FILLER             PIC X(12).

      *    계좌원장 전/후 이미지 저널 - 장애시 백업+저널 재적용
      *    (ACCT040)으로 임의시점 원장을 복원하기 위한 기록.
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

       FD  REVIEW-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  REVIEW-REPORT-RECORD.
           05  RVRPT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-NOTICE-DAYS        PIC 9(03).

       01  WS-RUN-TIME               PIC X(06).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-FACILITY-SW        PIC X(01) VALUE 'N'.
               88  WS-FACILITY-FOUND VALUE 'Y'.
           05  WS-CUSTOMER-SW        PIC X(01) VALUE 'N'.
               88  WS-CUSTOMER-FOUND VALUE 'Y'.

      *    재심사 제안 기준 - 해지: AML 고위험, 최대 연체일수 60일
      *    초과, 동결/휴면 계좌, 비정상 고객. 감액: 최대 연체일수
      *    30일 초과, AML 중위험 일반등급, 사용률 30% 미만.
       01  WS-REVIEW-RULES.
           05  WS-CANCEL-OD-DAYS     PIC 9(03) VALUE 060.
           05  WS-REDUCE-OD-DAYS     PIC 9(03) VALUE 030.
           05  WS-LOW-USAGE-PCT      PIC 9(03) VALUE 030.
           05  WS-LEGACY-EXPIRY-MON  PIC 9(02) VALUE 03.

       01  WS-DATE-WORK.
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-DATE-INT           PIC 9(07).
           05  WS-NOTICE-LIMIT-DATE  PIC X(08).
           05  WS-ADD-DATE-NUM       PIC 9(08).
           05  WS-ADD-DATE-R REDEFINES WS-ADD-DATE-NUM.
               10  WS-ADD-YY         PIC 9(04).
               10  WS-ADD-MM         PIC 9(02).
               10  WS-ADD-DD         PIC 9(02).

       01  WS-LINE-WORK.
           05  WS-DRAWN-AMOUNT       PIC S9(13)V99 COMP-3.
           05  WS-USAGE-PCT          PIC 9(03).
           05  WS-PROPOSAL           PIC X(04).
               88  WS-PROP-RENEW     VALUE 'RENW'.
               88  WS-PROP-REDUCE    VALUE 'REDU'.
               88  WS-PROP-CANCEL    VALUE 'CANC'.
           05  WS-PROPOSED-LIMIT     PIC S9(09)V99 COMP-3.
           05  WS-REASON             PIC X(30).
           05  WS-OLD-LIMIT          PIC S9(09)V99 COMP-3.

       01  WS-JRNL-AREA.
           05  WS-JRNL-BEFORE-IMAGE  PIC X(200).

       01  WS-TOTAL-AREA.
           05  WS-LINE-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-ONBOARD-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-REVIEW-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-RENEW-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-REDUCE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-CANCEL-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-NOTICE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-EXPIRED-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-REDUCED-AMOUNT     PIC S9(13)V99 COMP-3
                                     VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-LIMIT          PIC -(09)9.99.
           05  WS-DSP-DRAWN          PIC -(13)9.99.
           05  WS-DSP-PEAK           PIC -(13)9.99.
           05  WS-DSP-PROPOSED       PIC -(09)9.99.
           05  WS-DSP-OLD-LIMIT      PIC ZZZ,ZZZ,ZZZ.99-.
           05  WS-DSP-NEW-LIMIT      PIC ZZZ,ZZZ,ZZZ.99-.
           05  WS-DSP-REDUCED        PIC -(13)9.99.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(200).
           05  WS-RPT-DETAIL         PIC X(200).
           05  WS-RPT-TOTAL          PIC X(200).

       01  WS-ERROR-MESSAGE          PIC X(100).

      *    감사기록 연쇄검증값 작업영역 - ACCT022 8010과 동일.
       01  WS-CHAIN-AREA.
           05  WS-CHAIN-WORK         PIC 9(18) COMP.
           05  WS-CHAIN-I            PIC 9(04) COMP.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNTS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-NOTICE-DAYS NOT NUMERIC OR
              WS-NOTICE-DAYS = ZERO
               MOVE 30 TO WS-NOTICE-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-NOTICE-DAYS
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-NOTICE-LIMIT-DATE
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADER.

       1100-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'CUSTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O OD-FACILITY-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE OD-FACILITY-FILE
               OPEN OUTPUT OD-FACILITY-FILE
               CLOSE OD-FACILITY-FILE
               OPEN I-O OD-FACILITY-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'ODFACIL 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN EXTEND ALERT-QUEUE-FILE
           IF NOT WS-FILE-OK
               MOVE 'ALERTQ 오픈실패' TO WS-ERROR-MESSAGE
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
           OPEN OUTPUT REVIEW-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ODRVRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       1200-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-HEADER
           STRING '초과인출 한도약정 재심사 | 기준일:'
                                              DELIMITED SIZE
                  WS-RUN-DATE                 DELIMITED SIZE
                  ' 만기안내기한:'            DELIMITED SIZE
                  WS-NOTICE-LIMIT-DATE        DELIMITED SIZE
                  INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO RVRPT-LINE
           WRITE REVIEW-REPORT-RECORD.

       2000-PROCESS-ACCOUNTS.
           MOVE LOW-VALUES TO AF-ACCOUNT-NO
           START ACCOUNT-FILE KEY IS >= AF-ACCOUNT-NO
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-END-OF-FILE-SW
           END-START
           PERFORM 2100-READ-NEXT-ACCOUNT
               UNTIL WS-END-OF-FILE.

       2100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF AF-STATUS-CLOSED OR AF-TYPE-LOAN OR
                      AF-OVERDRAFT-LIMIT NOT > ZERO
                       CONTINUE
                   ELSE
                       MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
                       PERFORM 2200-EVALUATE-LINE
                   END-IF
           END-READ.

      *    약정별 처리순서 - 만기경과 미갱신은 감액, 그 외
      *    재심사일 도래분은 제안, 만기 임박분은 사전안내.
       2200-EVALUATE-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE ZERO TO WS-DRAWN-AMOUNT
           IF AF-BALANCE < ZERO
               COMPUTE WS-DRAWN-AMOUNT = AF-BALANCE * -1
           END-IF
           MOVE 'N' TO WS-FACILITY-SW
           MOVE AF-ACCOUNT-NO TO OL-ACCOUNT-NO
           READ OD-FACILITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FACILITY-FOUND TO TRUE
           END-READ
           IF NOT WS-FACILITY-FOUND OR OL-STATUS-CANCEL
               PERFORM 2300-ONBOARD-LINE
           END-IF
           IF OL-EXPIRY-DATE < WS-RUN-DATE
               PERFORM 2500-REDUCE-EXPIRED-LINE
           ELSE
               IF OL-STATUS-ACTIVE AND
                  OL-REVIEW-DATE NOT > WS-RUN-DATE
                   PERFORM 2400-REVIEW-LINE
               END-IF
               IF OL-STATUS-ACTIVE AND
                  OL-NOTICE-DATE = SPACES AND
                  OL-EXPIRY-DATE NOT > WS-NOTICE-LIMIT-DATE
                   PERFORM 2600-SEND-EXPIRY-NOTICE
               END-IF
           END-IF
           REWRITE OD-FACILITY-RECORD
               INVALID KEY
                   MOVE 'ODFACIL 갱신 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

      *    대장 미등록 한도(약정대장 도입 이전 설정분 또는 ODLM
      *    이외 경로) - 기준일을 재심사일로, 3개월 후를 만기일로
      *    편입하여 즉시 재심사 대상에 올린다.
       2300-ONBOARD-LINE.
           IF NOT WS-FACILITY-FOUND
               MOVE SPACES        TO OD-FACILITY-RECORD
               MOVE AF-ACCOUNT-NO TO OL-ACCOUNT-NO
           END-IF
           MOVE AF-CUSTOMER-ID     TO OL-CUSTOMER-ID
           MOVE AF-OVERDRAFT-LIMIT TO OL-LIMIT
           MOVE AF-OPEN-DATE       TO OL-GRANT-DATE
           MOVE WS-RUN-DATE        TO OL-REVIEW-DATE
           MOVE WS-RUN-DATE        TO WS-ADD-DATE-NUM
           ADD WS-LEGACY-EXPIRY-MON TO WS-ADD-MM
           PERFORM UNTIL WS-ADD-MM <= 12
               SUBTRACT 12 FROM WS-ADD-MM
               ADD 1 TO WS-ADD-YY
           END-PERFORM
           PERFORM UNTIL
               FUNCTION TEST-DATE-YYYYMMDD(WS-ADD-DATE-NUM) = ZERO
               SUBTRACT 1 FROM WS-ADD-DD
           END-PERFORM
           MOVE WS-ADD-DATE-NUM    TO OL-EXPIRY-DATE
           SET OL-STATUS-ACTIVE    TO TRUE
           MOVE AF-OD-DAYS         TO OL-PEAK-OD-DAYS
           IF AF-OD-DAYS NOT NUMERIC
               MOVE ZERO TO OL-PEAK-OD-DAYS
           END-IF
           MOVE WS-DRAWN-AMOUNT    TO OL-PEAK-DRAWN
           MOVE SPACES             TO OL-NOTICE-DATE
           MOVE SPACES             TO OL-LAST-PROPOSAL
           MOVE SPACES             TO OL-LAST-REVIEW-DATE
           MOVE 'ACCT100 '         TO OL-CHANGE-OPERATOR
           IF NOT WS-FACILITY-FOUND
               WRITE OD-FACILITY-RECORD
                   INVALID KEY
                       MOVE 'ODFACIL 등록 오류' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-WRITE
           END-IF
           ADD 1 TO WS-ONBOARD-COUNT.

      *    재심사 제안 - 해지 사유를 먼저, 감액 사유를 다음으로
      *    판정하고 나머지는 현 한도 갱신을 제안한다.
       2400-REVIEW-LINE.
           ADD 1 TO WS-REVIEW-COUNT
           PERFORM 2410-READ-CUSTOMER
           COMPUTE WS-USAGE-PCT =
               WS-DRAWN-AMOUNT * 100 / AF-OVERDRAFT-LIMIT
               ON SIZE ERROR
                   MOVE 999 TO WS-USAGE-PCT
           END-COMPUTE
           MOVE AF-OVERDRAFT-LIMIT TO WS-PROPOSED-LIMIT
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN NOT WS-CUSTOMER-FOUND
                   SET WS-PROP-CANCEL TO TRUE
                   MOVE '고객정보 없음' TO WS-REASON
               WHEN NOT CF-CUST-ACTIVE OR CF-DECEASED
                   SET WS-PROP-CANCEL TO TRUE
                   MOVE '고객상태 비정상' TO WS-REASON
               WHEN CF-AML-HIGH
                   SET WS-PROP-CANCEL TO TRUE
                   MOVE 'AML 고위험' TO WS-REASON
               WHEN AF-STATUS-FROZEN OR AF-STATUS-DORMANT
                   SET WS-PROP-CANCEL TO TRUE
                   MOVE '동결/휴면 계좌' TO WS-REASON
               WHEN OL-PEAK-OD-DAYS > WS-CANCEL-OD-DAYS
                   SET WS-PROP-CANCEL TO TRUE
                   MOVE '장기연체' TO WS-REASON
               WHEN OL-PEAK-OD-DAYS > WS-REDUCE-OD-DAYS
                   SET WS-PROP-REDUCE TO TRUE
                   MOVE '연체발생' TO WS-REASON
               WHEN CF-AML-MEDIUM AND CF-GRADE-NORMAL
                   SET WS-PROP-REDUCE TO TRUE
                   MOVE 'AML 중위험/일반등급' TO WS-REASON
               WHEN WS-USAGE-PCT < WS-LOW-USAGE-PCT
                   SET WS-PROP-REDUCE TO TRUE
                   MOVE '사용률 저조' TO WS-REASON
               WHEN OTHER
                   SET WS-PROP-RENEW TO TRUE
                   MOVE '정상' TO WS-REASON
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-PROP-CANCEL
                   MOVE ZERO TO WS-PROPOSED-LIMIT
                   ADD 1 TO WS-CANCEL-COUNT
               WHEN WS-PROP-REDUCE
                   COMPUTE WS-PROPOSED-LIMIT ROUNDED =
                       AF-OVERDRAFT-LIMIT / 2
                   IF WS-PROPOSED-LIMIT < WS-DRAWN-AMOUNT
                       MOVE WS-DRAWN-AMOUNT TO WS-PROPOSED-LIMIT
                   END-IF
                   ADD 1 TO WS-REDUCE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RENEW-COUNT
           END-EVALUATE
           MOVE WS-PROPOSAL TO OL-LAST-PROPOSAL
           MOVE WS-RUN-DATE TO OL-LAST-REVIEW-DATE
           PERFORM 2450-WRITE-REVIEW-LINE.

       2410-READ-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-SW
           MOVE AF-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-RECORD
               NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND TO TRUE
           END-READ.

       2450-WRITE-REVIEW-LINE.
           MOVE AF-OVERDRAFT-LIMIT TO WS-DSP-LIMIT
           MOVE WS-DRAWN-AMOUNT    TO WS-DSP-DRAWN
           MOVE OL-PEAK-DRAWN      TO WS-DSP-PEAK
           MOVE WS-PROPOSED-LIMIT  TO WS-DSP-PROPOSED
           MOVE SPACES TO WS-RPT-DETAIL
           STRING AF-ACCOUNT-NO          DELIMITED SIZE
                  ' '                    DELIMITED SIZE
                  AF-CUSTOMER-ID         DELIMITED SIZE
                  ' 한도:'               DELIMITED SIZE
                  WS-DSP-LIMIT           DELIMITED SIZE
                  ' 인출:'               DELIMITED SIZE
                  WS-DSP-DRAWN           DELIMITED SIZE
                  ' 사용률:'             DELIMITED SIZE
                  WS-USAGE-PCT           DELIMITED SIZE
                  '% 최대연체:'          DELIMITED SIZE
                  OL-PEAK-OD-DAYS        DELIMITED SIZE
                  '일 최대인출:'         DELIMITED SIZE
                  WS-DSP-PEAK            DELIMITED SIZE
                  ' 등급:'               DELIMITED SIZE
                  CF-GRADE               DELIMITED SIZE
                  ' AML:'                DELIMITED SIZE
                  CF-AML-RISK-GRADE      DELIMITED SIZE
                  ' 만기:'               DELIMITED SIZE
                  OL-EXPIRY-DATE         DELIMITED SIZE
                  ' 제안:'               DELIMITED SIZE
                  WS-PROPOSAL            DELIMITED SIZE
                  ' '                    DELIMITED SIZE
                  WS-DSP-PROPOSED        DELIMITED SIZE
                  ' '                    DELIMITED SIZE
                  WS-REASON              DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RVRPT-LINE
           WRITE REVIEW-REPORT-RECORD.

      *    만기경과 미갱신 약정 - 한도를 인출잔액으로 감액한다.
      *    ODLM 한도변경과 동일하게 원장저널과 연쇄 감사기록을
      *    남기며, 인출잔액이 없으면 약정을 해지한다.
       2500-REDUCE-EXPIRED-LINE.
           IF WS-DRAWN-AMOUNT NOT < AF-OVERDRAFT-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE AF-OVERDRAFT-LIMIT TO WS-OLD-LIMIT
           MOVE WS-DRAWN-AMOUNT    TO AF-OVERDRAFT-LIMIT
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE '한도감액 갱신 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE
           PERFORM 8400-WRITE-ACCT-JOURNAL
           ADD 1 TO WS-EXPIRED-COUNT
           COMPUTE WS-REDUCED-AMOUNT = WS-REDUCED-AMOUNT
               + WS-OLD-LIMIT - AF-OVERDRAFT-LIMIT
           MOVE AF-OVERDRAFT-LIMIT TO OL-LIMIT
           IF AF-OVERDRAFT-LIMIT = ZERO
               SET OL-STATUS-CANCEL  TO TRUE
           ELSE
               SET OL-STATUS-REDUCED TO TRUE
           END-IF
           MOVE 'EXPD'             TO OL-LAST-PROPOSAL
           MOVE WS-RUN-DATE        TO OL-LAST-REVIEW-DATE
           MOVE 'ACCT100 '         TO OL-CHANGE-OPERATOR
           MOVE WS-OLD-LIMIT       TO WS-DSP-OLD-LIMIT
           MOVE AF-OVERDRAFT-LIMIT TO WS-DSP-NEW-LIMIT
           PERFORM 8000-WRITE-AUDIT
           PERFORM 2510-WRITE-REDUCE-ALERT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING AF-ACCOUNT-NO          DELIMITED SIZE
                  ' '                    DELIMITED SIZE
                  AF-CUSTOMER-ID         DELIMITED SIZE
                  ' 만기:'               DELIMITED SIZE
                  OL-EXPIRY-DATE         DELIMITED SIZE
                  ' 미갱신 자동감액 구=' DELIMITED SIZE
                  WS-DSP-OLD-LIMIT       DELIMITED SIZE
                  ' 신='                 DELIMITED SIZE
                  WS-DSP-NEW-LIMIT       DELIMITED SIZE
                  ' 상태:'               DELIMITED SIZE
                  OL-STATUS              DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RVRPT-LINE
           WRITE REVIEW-REPORT-RECORD.

       2510-WRITE-REDUCE-ALERT.
           MOVE WS-RUN-DATE        TO AQ-OCCURRED-TS(1:8)
           MOVE WS-RUN-TIME        TO AQ-OCCURRED-TS(9:6)
           MOVE AF-CUSTOMER-ID     TO AQ-CUSTOMER-ID
           MOVE AF-ACCOUNT-NO      TO AQ-ACCOUNT-NO
           MOVE 'ODRD'             TO AQ-EVENT-CODE
           MOVE AF-OVERDRAFT-LIMIT TO AQ-AMOUNT
           MOVE '한도약정 만기 미갱신 - 한도 감액'
                                   TO AQ-DETAIL
           MOVE SPACES             TO AQ-FILLER
           WRITE ALERT-QUEUE-RECORD.

      *    만기 사전안내 - 약정 1건당 1회, 안내일을 대장에 기록.
       2600-SEND-EXPIRY-NOTICE.
           MOVE WS-RUN-DATE        TO AQ-OCCURRED-TS(1:8)
           MOVE WS-RUN-TIME        TO AQ-OCCURRED-TS(9:6)
           MOVE AF-CUSTOMER-ID     TO AQ-CUSTOMER-ID
           MOVE AF-ACCOUNT-NO      TO AQ-ACCOUNT-NO
           MOVE 'ODEX'             TO AQ-EVENT-CODE
           MOVE AF-OVERDRAFT-LIMIT TO AQ-AMOUNT
           MOVE SPACES             TO AQ-DETAIL
           STRING '한도약정 만기예정 '  DELIMITED SIZE
                  OL-EXPIRY-DATE        DELIMITED SIZE
                  INTO AQ-DETAIL
           MOVE SPACES             TO AQ-FILLER
           WRITE ALERT-QUEUE-RECORD
           MOVE WS-RUN-DATE        TO OL-NOTICE-DATE
           ADD 1 TO WS-NOTICE-COUNT.

      *    한도 자동감액 감사기록 - ACCT001 ODLM과 동일한 처리
      *    코드와 메시지 형식으로 기록한다.
       8000-WRITE-AUDIT.
           MOVE WS-RUN-DATE     TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME     TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT100 '      TO AR-PROGRAM-ID
           MOVE AF-ACCOUNT-NO   TO AR-ACCOUNT-NO
           MOVE 'ODLM'          TO AR-ACTION-CODE
           MOVE 'ACCT100 '      TO AR-OPERATOR-ID
           MOVE '0000'          TO AR-RESULT-CODE
           MOVE SPACES          TO AR-MESSAGE
           STRING '한도변경 구='       DELIMITED SIZE
                  WS-DSP-OLD-LIMIT     DELIMITED SIZE
                  ' 신='               DELIMITED SIZE
                  WS-DSP-NEW-LIMIT     DELIMITED SIZE
                  ' 약정만기 미갱신'   DELIMITED SIZE
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

      *    계좌원장 변경저널 기록 - 직전 조회시점의 이미지와
      *    갱신 후 이미지를 함께 보존한다.
       8400-WRITE-ACCT-JOURNAL.
           MOVE WS-RUN-DATE          TO AJ-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME          TO AJ-TIMESTAMP(9:6)
           MOVE 'ACCT100 '           TO AJ-PROGRAM-ID
           MOVE 'REWR'               TO AJ-ACTION
           MOVE AF-ACCOUNT-NO        TO AJ-ACCOUNT-NO
           MOVE WS-JRNL-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD       TO AJ-AFTER-IMAGE
           MOVE SPACES               TO AJ-FILLER
           WRITE ACCT-JOURNAL-RECORD.

       9000-FINALIZE.
           PERFORM 9100-WRITE-TOTAL-LINE
           PERFORM 9200-CLOSE-FILES
           IF WS-EXPIRED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '한도약정 재심사 완료 약정:' WS-LINE-COUNT
               ' 편입:' WS-ONBOARD-COUNT
               ' 재심사:' WS-REVIEW-COUNT
               ' 만기안내:' WS-NOTICE-COUNT
               ' 자동감액:' WS-EXPIRED-COUNT.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-REDUCED-AMOUNT TO WS-DSP-REDUCED
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='        DELIMITED SIZE
               ' 약정:'            DELIMITED SIZE
               WS-LINE-COUNT       DELIMITED SIZE
               ' 편입:'            DELIMITED SIZE
               WS-ONBOARD-COUNT    DELIMITED SIZE
               ' 재심사:'          DELIMITED SIZE
               WS-REVIEW-COUNT     DELIMITED SIZE
               ' 갱신:'            DELIMITED SIZE
               WS-RENEW-COUNT      DELIMITED SIZE
               ' 감액:'            DELIMITED SIZE
               WS-REDUCE-COUNT     DELIMITED SIZE
               ' 해지:'            DELIMITED SIZE
               WS-CANCEL-COUNT     DELIMITED SIZE
               ' 만기안내:'        DELIMITED SIZE
               WS-NOTICE-COUNT     DELIMITED SIZE
               ' 자동감액:'        DELIMITED SIZE
               WS-EXPIRED-COUNT    DELIMITED SIZE
               ' 감액합계:'        DELIMITED SIZE
               WS-DSP-REDUCED      DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO RVRPT-LINE
           WRITE REVIEW-REPORT-RECORD.

       9200-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE OD-FACILITY-FILE
           CLOSE ALERT-QUEUE-FILE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           CLOSE REVIEW-REPORT-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9200-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
