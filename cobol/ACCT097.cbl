      ******************************************************************
      * PROGRAM-ID: ACCT097
      * DESCRIPTION: 예금주 조회(수취인 성명확인) 서브 프로그램
      *              - 이체(XFER)/타행이체(IBKX) 전에 수취계좌 1건을
      *                조회: 당행은 은행코드 공백, 타행은 은행코드
      *                +계좌번호
      *              - 당행계좌는 ACCTMST/CUSTMST로 예금주명과 입금
      *                가능여부를 확인, 원장에 없는 번호는 가상계좌
      *                (VIRTACCT)로 조회하여 모계좌 예금주로 응답
      *              - 수취금지계좌(BLOCKLST) 등재여부를 함께 응답
      *              - 예금주명은 개인 고객이면 첫/끝 글자외 마스킹
      *              - 모든 조회는 조회대장(NAMEVLOG)에 채널/요청자와
      *                함께 기록하고 조회참조번호를 응답한다.
      *                참조번호는 ACCT002 이체 요청에 전달되어 거래
      *                내역(TXNHIST)에 수록된다
      *              - 계좌정보 수집 방지를 위해 요청자/채널별 일일
      *                조회한도(NVCTL 집계)를 초과하면 거절
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT097.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT VIRTUAL-ACCT-FILE
               ASSIGN TO 'VIRTACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VA-VIRTUAL-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BLOCKLIST-FILE
               ASSIGN TO 'BLOCKLST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NAMEV-CONTROL-FILE
               ASSIGN TO 'NVCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NAMEV-LOG-FILE
               ASSIGN TO 'NAMEVLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NV-REF-ID
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ACCOUNT-RECORD.
           05  AF-ACCOUNT-NO         PIC X(12).
           05  AF-CUSTOMER-ID        PIC X(10).
           05  AF-FILLER-1           PIC X(36).
           05  AF-STATUS             PIC X(01).
               88  AF-STATUS-ACTIVE  VALUE 'A'.
               88  AF-STATUS-CLOSED  VALUE 'C'.
               88  AF-STATUS-FROZEN  VALUE 'F'.
               88  AF-STATUS-DORMANT VALUE 'D'.
           05  AF-FILLER             PIC X(141).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CF-CUSTOMER-ID        PIC X(10).
           05  CF-CUSTOMER-NAME      PIC X(50).
           05  CF-FILLER-1           PIC X(189).
           05  CF-STMT-DELIVERY      PIC X(01).
           05  CF-CUST-STATUS        PIC X(01).
               88  CF-CUST-ACTIVE    VALUE 'A' SPACE.
           05  CF-DECEASED-FLAG      PIC X(01).
               88  CF-DECEASED       VALUE 'Y'.
           05  CF-DECEASED-DATE      PIC X(08).
           05  CF-FILLER-2           PIC X(94).
           05  CF-CUST-TYPE          PIC X(01).
               88  CF-TYPE-CORPORATE VALUE 'C'.
           05  CF-FILLER             PIC X(05).

       FD  VIRTUAL-ACCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  VIRTUAL-ACCT-RECORD.
           05  VA-VIRTUAL-NO         PIC X(12).
           05  VA-PARENT-ACCT        PIC X(12).
           05  VA-COMPANY-ID         PIC X(10).
           05  VA-PAYER-REF          PIC X(20).
           05  VA-EXPIRY-DATE        PIC X(08).
           05  VA-STATUS             PIC X(01).
               88  VA-STATUS-ACTIVE  VALUE 'A'.
               88  VA-STATUS-CLOSED  VALUE 'X'.
           05  VA-FILLER             PIC X(17).

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

      *    조회 집계 - 일자+채널+요청자별 조회건수. 채널 '****'
      *    요청자 공백 레코드는 당일 참조번호 채번용이다.
       FD  NAMEV-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  NAMEV-CONTROL-RECORD.
           05  NC-KEY.
               10  NC-INQ-DATE       PIC X(08).
               10  NC-CHANNEL        PIC X(04).
               10  NC-REQUESTER-ID   PIC X(10).
           05  NC-INQ-COUNT          PIC 9(05).
           05  NC-LAST-SEQ           PIC 9(06).
           05  NC-FILLER             PIC X(07).

      *    예금주 조회대장 - 참조번호(조회일 YYMMDD + 일련 6자리)
      *    키. 이체 기표시 ACCT002가 사용 거래ID를 기록한다.
       FD  NAMEV-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS.
       01  NAMEV-LOG-RECORD.
           05  NV-REF-ID.
               10  NV-REF-DATE       PIC X(06).
               10  NV-REF-SEQ        PIC 9(06).
           05  NV-INQ-DATE           PIC X(08).
           05  NV-INQ-TIME           PIC X(06).
           05  NV-CHANNEL            PIC X(04).
           05  NV-REQUESTER-ID       PIC X(10).
           05  NV-SOURCE-ACCT        PIC X(12).
           05  NV-BANK-CODE          PIC X(03).
           05  NV-ACCOUNT-NO         PIC X(12).
           05  NV-RESOLVED-ACCT      PIC X(12).
           05  NV-ACCT-KIND          PIC X(01).
               88  NV-KIND-INTERNAL  VALUE 'I'.
               88  NV-KIND-VIRTUAL   VALUE 'V'.
               88  NV-KIND-EXTERNAL  VALUE 'E'.
           05  NV-MASKED-NAME        PIC X(50).
           05  NV-RECEIVABLE         PIC X(01).
           05  NV-REASON-CODE        PIC X(02).
           05  NV-BLOCKLIST-FLAG     PIC X(01).
           05  NV-RESULT-CODE        PIC X(04).
           05  NV-USED-TXN-ID        PIC X(20).
           05  NV-USED-DATE          PIC X(08).
           05  NV-FILLER             PIC X(14).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.
           88  WS-FILE-DUPLICATE     VALUE '22'.

       01  WS-INQ-DATE               PIC X(08).
       01  WS-INQ-TIME               PIC X(06).

       01  WS-SWITCHES.
           05  WS-VIRTUAL-OPEN-SW    PIC X(01) VALUE 'N'.
               88  WS-VIRTUAL-OPEN   VALUE 'Y'.
           05  WS-WRITTEN-SW         PIC X(01) VALUE 'N'.
               88  WS-WRITTEN        VALUE 'Y'.

      *    채널별 요청자 1인 일일 조회한도 - 미등록 채널은 기본값.
      *    창구는 고객 응대 특성상 높게, 비대면은 낮게 둔다.
       01  WS-CHANNEL-LIMIT-VALUES.
           05  FILLER                PIC X(09) VALUE 'TELL00500'.
           05  FILLER                PIC X(09) VALUE 'INET00030'.
           05  FILLER                PIC X(09) VALUE 'MOBL00030'.
           05  FILLER                PIC X(09) VALUE 'ATM 00010'.
           05  FILLER                PIC X(09) VALUE 'BATC99999'.
       01  WS-CHANNEL-LIMIT-TABLE REDEFINES WS-CHANNEL-LIMIT-VALUES.
           05  WS-CL-ENTRY OCCURS 5 TIMES
                           INDEXED BY WS-CL-IDX.
               10  WS-CL-CHANNEL     PIC X(04).
               10  WS-CL-DAILY-LIMIT PIC 9(05).
       01  WS-DEFAULT-LIMIT          PIC 9(05) VALUE 20.
       01  WS-DAILY-LIMIT            PIC 9(05).

      *    예금주명 마스킹 작업영역 - 이름을 문자 단위(UTF-8
      *    1~4바이트)로 분해하여 첫/끝 글자만 남긴다.
       01  WS-MASK-WORK.
           05  WS-NAME-LEN           PIC 9(03) COMP.
           05  WS-NAME-POS           PIC 9(03) COMP.
           05  WS-CHAR-BYTES         PIC 9(01) COMP.
           05  WS-CHAR-ORD           PIC 9(03) COMP.
           05  WS-CHAR-COUNT         PIC 9(03) COMP.
           05  WS-CHAR-IDX           PIC 9(03) COMP.
           05  WS-OUT-POS            PIC 9(03) COMP.
           05  WS-CHAR-ENTRY OCCURS 50 TIMES.
               10  WS-CHAR-START     PIC 9(03) COMP.
               10  WS-CHAR-LEN       PIC 9(01) COMP.

       LINKAGE SECTION.
       01  LS-NV-LINKAGE.
           05  LS-NV-CHANNEL         PIC X(04).
           05  LS-NV-REQUESTER-ID    PIC X(10).
           05  LS-NV-SOURCE-ACCT     PIC X(12).
           05  LS-NV-BANK-CODE       PIC X(03).
           05  LS-NV-ACCOUNT-NO      PIC X(12).
           05  LS-NV-MASKED-NAME     PIC X(50).
      *    입금가능 - Y:가능 N:불가 U:확인불가(타행)
           05  LS-NV-RECEIVABLE      PIC X(01).
               88  LS-NV-CAN-RECEIVE VALUE 'Y'.
               88  LS-NV-CANNOT-RECEIVE VALUE 'N'.
               88  LS-NV-UNKNOWN     VALUE 'U'.
      *    사유 - 00정상 01계좌없음 02해지계좌 03해지/사망고객
      *    05수취금지등재 06가상계좌 해지/만기 10타행(성명 미제공)
           05  LS-NV-REASON-CODE     PIC X(02).
           05  LS-NV-BLOCKLIST-FLAG  PIC X(01).
               88  LS-NV-BLOCKLISTED VALUE 'Y'.
           05  LS-NV-REF-ID          PIC X(12).
           05  LS-NV-RESULT-CODE     PIC X(04).
           05  LS-NV-RESULT-MSG      PIC X(100).

       PROCEDURE DIVISION USING LS-NV-LINKAGE.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-INQUIRY
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INQ-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-INQ-TIME
           MOVE '0000' TO LS-NV-RESULT-CODE
           MOVE SPACES TO LS-NV-RESULT-MSG
           MOVE SPACES TO LS-NV-MASKED-NAME
           MOVE 'U'    TO LS-NV-RECEIVABLE
           MOVE SPACES TO LS-NV-REASON-CODE
           MOVE 'N'    TO LS-NV-BLOCKLIST-FLAG
           MOVE SPACES TO LS-NV-REF-ID
           MOVE 'N'    TO WS-VIRTUAL-OPEN-SW
           MOVE SPACE  TO NV-ACCT-KIND
           MOVE SPACES TO NV-RESOLVED-ACCT
           PERFORM 1100-OPEN-FILES.

       1100-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE '계좌 파일 오픈 실패' TO LS-NV-RESULT-MSG
               MOVE '9999' TO LS-NV-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE '고객 파일 오픈 실패' TO LS-NV-RESULT-MSG
               MOVE '9999' TO LS-NV-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF
           OPEN INPUT BLOCKLIST-FILE
           IF NOT WS-FILE-OK
               MOVE '수취금지 파일 오픈 실패'
                   TO LS-NV-RESULT-MSG
               MOVE '9999' TO LS-NV-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF
           OPEN INPUT VIRTUAL-ACCT-FILE
           IF WS-FILE-OK
               MOVE 'Y' TO WS-VIRTUAL-OPEN-SW
           END-IF
           OPEN I-O NAMEV-CONTROL-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE NAMEV-CONTROL-FILE
               OPEN OUTPUT NAMEV-CONTROL-FILE
               CLOSE NAMEV-CONTROL-FILE
               OPEN I-O NAMEV-CONTROL-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE '조회집계 오픈 실패' TO LS-NV-RESULT-MSG
               MOVE '9999' TO LS-NV-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF
           OPEN I-O NAMEV-LOG-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE NAMEV-LOG-FILE
               OPEN OUTPUT NAMEV-LOG-FILE
               CLOSE NAMEV-LOG-FILE
               OPEN I-O NAMEV-LOG-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE '조회대장 오픈 실패' TO LS-NV-RESULT-MSG
               MOVE '9999' TO LS-NV-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF.

      *    조회처리 - 입력오류/한도초과 거절건도 대장에 남긴다.
       2000-PROCESS-INQUIRY.
           PERFORM 2100-VALIDATE-REQUEST
           IF LS-NV-RESULT-CODE = '0000'
               PERFORM 2200-CHECK-RATE-LIMIT
           END-IF
           IF LS-NV-RESULT-CODE = '0000'
               PERFORM 2300-SCREEN-BLOCKLIST
               IF LS-NV-BANK-CODE = SPACES
                   PERFORM 2400-RESOLVE-INTERNAL
               ELSE
                   MOVE 'E'  TO NV-ACCT-KIND
                   MOVE 'U'  TO LS-NV-RECEIVABLE
                   MOVE '10' TO LS-NV-REASON-CODE
                   MOVE '타행계좌 - 예금주명은 중계 확인'
                       TO LS-NV-RESULT-MSG
               END-IF
               IF LS-NV-BLOCKLISTED
                   MOVE 'N'  TO LS-NV-RECEIVABLE
                   MOVE '05' TO LS-NV-REASON-CODE
                   MOVE '수취금지계좌 - 이체 불가'
                       TO LS-NV-RESULT-MSG
               END-IF
           END-IF
           PERFORM 2600-WRITE-INQUIRY-LOG.

       2100-VALIDATE-REQUEST.
           IF LS-NV-CHANNEL = SPACES OR LS-NV-CHANNEL = LOW-VALUES
               MOVE '0003' TO LS-NV-RESULT-CODE
               MOVE '조회채널 누락' TO LS-NV-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF LS-NV-REQUESTER-ID = SPACES OR
              LS-NV-REQUESTER-ID = LOW-VALUES
               MOVE '0003' TO LS-NV-RESULT-CODE
               MOVE '요청자 누락' TO LS-NV-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF LS-NV-SOURCE-ACCT = LOW-VALUES
               MOVE SPACES TO LS-NV-SOURCE-ACCT
           END-IF
           IF LS-NV-BANK-CODE = LOW-VALUES
               MOVE SPACES TO LS-NV-BANK-CODE
           END-IF
           IF LS-NV-ACCOUNT-NO = SPACES OR
              LS-NV-ACCOUNT-NO = LOW-VALUES
               MOVE '0003' TO LS-NV-RESULT-CODE
               MOVE '조회 계좌번호 누락' TO LS-NV-RESULT-MSG
           END-IF.

      *    요청자/채널별 일일 조회건수 집계 - 한도 초과시 '0017'
      *    거절(계좌정보 수집 방지). 거절건도 건수에 포함된다.
       2200-CHECK-RATE-LIMIT.
           MOVE WS-DEFAULT-LIMIT TO WS-DAILY-LIMIT
           SET WS-CL-IDX TO 1
           SEARCH WS-CL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CL-CHANNEL(WS-CL-IDX) = LS-NV-CHANNEL
                   MOVE WS-CL-DAILY-LIMIT(WS-CL-IDX)
                       TO WS-DAILY-LIMIT
           END-SEARCH
           MOVE WS-INQ-DATE        TO NC-INQ-DATE
           MOVE LS-NV-CHANNEL      TO NC-CHANNEL
           MOVE LS-NV-REQUESTER-ID TO NC-REQUESTER-ID
           READ NAMEV-CONTROL-FILE
               INVALID KEY
                   MOVE 1      TO NC-INQ-COUNT
                   MOVE ZERO   TO NC-LAST-SEQ
                   MOVE SPACES TO NC-FILLER
                   WRITE NAMEV-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ
           IF NC-INQ-COUNT < 99999
               ADD 1 TO NC-INQ-COUNT
           END-IF
           REWRITE NAMEV-CONTROL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NC-INQ-COUNT > WS-DAILY-LIMIT
               MOVE '0017' TO LS-NV-RESULT-CODE
               MOVE '예금주 조회 일일한도 초과'
                   TO LS-NV-RESULT-MSG
           END-IF.

      *    수취금지계좌 대조 - ACCT002 5010과 같은 기준(당행은
      *    은행코드 공백, 유효기간내 활성 등재건).
       2300-SCREEN-BLOCKLIST.
           MOVE LS-NV-BANK-CODE  TO BL-BANK-CODE
           MOVE LS-NV-ACCOUNT-NO TO BL-ACCOUNT-NO
           READ BLOCKLIST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT BL-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF BL-EFFECTIVE-FROM NOT = SPACES AND
              WS-INQ-DATE < BL-EFFECTIVE-FROM
               EXIT PARAGRAPH
           END-IF
           IF BL-EFFECTIVE-TO NOT = SPACES AND
              WS-INQ-DATE > BL-EFFECTIVE-TO
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LS-NV-BLOCKLIST-FLAG.

      *    당행계좌 - 원장에 없으면 가상계좌로 조회하여 모계좌의
      *    예금주로 응답한다. 해지계좌, 해지/병합/사망 고객은
      *    입금불가로 응답한다.
       2400-RESOLVE-INTERNAL.
           MOVE 'I'              TO NV-ACCT-KIND
           MOVE LS-NV-ACCOUNT-NO TO NV-RESOLVED-ACCT
           MOVE LS-NV-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM 2410-RESOLVE-VIRTUAL
                   IF LS-NV-REASON-CODE NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE AF-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'N'  TO LS-NV-RECEIVABLE
                   MOVE '01' TO LS-NV-REASON-CODE
                   MOVE '예금주 정보 없음' TO LS-NV-RESULT-MSG
                   EXIT PARAGRAPH
           END-READ
           PERFORM 2500-MASK-HOLDER-NAME
           EVALUATE TRUE
               WHEN AF-STATUS-CLOSED
                   MOVE 'N'  TO LS-NV-RECEIVABLE
                   MOVE '02' TO LS-NV-REASON-CODE
                   MOVE '해지계좌 - 입금 불가'
                       TO LS-NV-RESULT-MSG
               WHEN NOT CF-CUST-ACTIVE OR CF-DECEASED
                   MOVE 'N'  TO LS-NV-RECEIVABLE
                   MOVE '03' TO LS-NV-REASON-CODE
                   MOVE '예금주 거래불가 - 입금 불가'
                       TO LS-NV-RESULT-MSG
               WHEN OTHER
                   MOVE 'Y'  TO LS-NV-RECEIVABLE
                   MOVE '00' TO LS-NV-REASON-CODE
                   MOVE '예금주 확인' TO LS-NV-RESULT-MSG
           END-EVALUATE.

       2410-RESOLVE-VIRTUAL.
           IF NOT WS-VIRTUAL-OPEN
               MOVE 'N'  TO LS-NV-RECEIVABLE
               MOVE '01' TO LS-NV-REASON-CODE
               MOVE '계좌를 찾을 수 없습니다'
                   TO LS-NV-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE LS-NV-ACCOUNT-NO TO VA-VIRTUAL-NO
           READ VIRTUAL-ACCT-FILE
               INVALID KEY
                   MOVE 'N'  TO LS-NV-RECEIVABLE
                   MOVE '01' TO LS-NV-REASON-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO LS-NV-RESULT-MSG
                   EXIT PARAGRAPH
           END-READ
           MOVE 'V'            TO NV-ACCT-KIND
           MOVE VA-PARENT-ACCT TO NV-RESOLVED-ACCT
           IF NOT VA-STATUS-ACTIVE OR
              (VA-EXPIRY-DATE NOT = SPACES AND
               VA-EXPIRY-DATE < WS-INQ-DATE)
               MOVE 'N'  TO LS-NV-RECEIVABLE
               MOVE '06' TO LS-NV-REASON-CODE
               MOVE '해지/만기경과 가상계좌'
                   TO LS-NV-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE VA-PARENT-ACCT TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N'  TO LS-NV-RECEIVABLE
                   MOVE '06' TO LS-NV-REASON-CODE
                   MOVE '가상계좌 모계좌 없음'
                       TO LS-NV-RESULT-MSG
           END-READ.

      *    예금주명 마스킹 - 법인은 전체, 개인은 첫 글자와 끝
      *    글자만 표시(2글자면 첫 글자만)하고 나머지는 '*'.
       2500-MASK-HOLDER-NAME.
           IF CF-TYPE-CORPORATE
               MOVE CF-CUSTOMER-NAME TO LS-NV-MASKED-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE 50 TO WS-NAME-LEN
           PERFORM 2510-TRIM-NAME
               UNTIL WS-NAME-LEN = ZERO OR
                     CF-CUSTOMER-NAME(WS-NAME-LEN:1) NOT = SPACE
           MOVE ZERO TO WS-CHAR-COUNT
           MOVE 1    TO WS-NAME-POS
           PERFORM 2520-SPLIT-NAME-CHAR
               UNTIL WS-NAME-POS > WS-NAME-LEN
           MOVE SPACES TO LS-NV-MASKED-NAME
           MOVE 1      TO WS-OUT-POS
           MOVE 1      TO WS-CHAR-IDX
           PERFORM 2530-BUILD-MASKED-CHAR
               UNTIL WS-CHAR-IDX > WS-CHAR-COUNT.

       2510-TRIM-NAME.
           SUBTRACT 1 FROM WS-NAME-LEN.

       2520-SPLIT-NAME-CHAR.
           COMPUTE WS-CHAR-ORD =
               FUNCTION ORD(CF-CUSTOMER-NAME(WS-NAME-POS:1)) - 1
           EVALUATE TRUE
               WHEN WS-CHAR-ORD >= 240
                   MOVE 4 TO WS-CHAR-BYTES
               WHEN WS-CHAR-ORD >= 224
                   MOVE 3 TO WS-CHAR-BYTES
               WHEN WS-CHAR-ORD >= 192
                   MOVE 2 TO WS-CHAR-BYTES
               WHEN OTHER
                   MOVE 1 TO WS-CHAR-BYTES
           END-EVALUATE
           IF WS-NAME-POS + WS-CHAR-BYTES - 1 > WS-NAME-LEN
               COMPUTE WS-CHAR-BYTES = WS-NAME-LEN - WS-NAME-POS + 1
           END-IF
           ADD 1 TO WS-CHAR-COUNT
           MOVE WS-NAME-POS   TO WS-CHAR-START(WS-CHAR-COUNT)
           MOVE WS-CHAR-BYTES TO WS-CHAR-LEN(WS-CHAR-COUNT)
           ADD WS-CHAR-BYTES  TO WS-NAME-POS.

       2530-BUILD-MASKED-CHAR.
           IF WS-CHAR-IDX = 1 OR
              (WS-CHAR-IDX = WS-CHAR-COUNT AND WS-CHAR-COUNT > 2) OR
              CF-CUSTOMER-NAME(WS-CHAR-START(WS-CHAR-IDX):1) = SPACE
               MOVE CF-CUSTOMER-NAME(WS-CHAR-START(WS-CHAR-IDX):
                                     WS-CHAR-LEN(WS-CHAR-IDX))
                   TO LS-NV-MASKED-NAME(WS-OUT-POS:
                                        WS-CHAR-LEN(WS-CHAR-IDX))
               ADD WS-CHAR-LEN(WS-CHAR-IDX) TO WS-OUT-POS
           ELSE
               MOVE '*' TO LS-NV-MASKED-NAME(WS-OUT-POS:1)
               ADD 1 TO WS-OUT-POS
           END-IF
           ADD 1 TO WS-CHAR-IDX.

      *    조회대장 기록 - 당일 일련을 NVCTL 채번 레코드로 부여하며
      *    중복키면 다음 일련으로 재시도한다.
       2600-WRITE-INQUIRY-LOG.
           MOVE WS-INQ-DATE        TO NC-INQ-DATE
           MOVE '****'             TO NC-CHANNEL
           MOVE SPACES             TO NC-REQUESTER-ID
           READ NAMEV-CONTROL-FILE
               INVALID KEY
                   MOVE ZERO   TO NC-INQ-COUNT
                   MOVE ZERO   TO NC-LAST-SEQ
                   MOVE SPACES TO NC-FILLER
                   WRITE NAMEV-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           MOVE WS-INQ-DATE(3:6)     TO NV-REF-DATE
           MOVE NC-LAST-SEQ          TO NV-REF-SEQ
           MOVE WS-INQ-DATE          TO NV-INQ-DATE
           MOVE WS-INQ-TIME          TO NV-INQ-TIME
           MOVE LS-NV-CHANNEL        TO NV-CHANNEL
           MOVE LS-NV-REQUESTER-ID   TO NV-REQUESTER-ID
           MOVE LS-NV-SOURCE-ACCT    TO NV-SOURCE-ACCT
           MOVE LS-NV-BANK-CODE      TO NV-BANK-CODE
           MOVE LS-NV-ACCOUNT-NO     TO NV-ACCOUNT-NO
           MOVE LS-NV-MASKED-NAME    TO NV-MASKED-NAME
           MOVE LS-NV-RECEIVABLE     TO NV-RECEIVABLE
           MOVE LS-NV-REASON-CODE    TO NV-REASON-CODE
           MOVE LS-NV-BLOCKLIST-FLAG TO NV-BLOCKLIST-FLAG
           MOVE LS-NV-RESULT-CODE    TO NV-RESULT-CODE
           MOVE SPACES               TO NV-USED-TXN-ID
           MOVE SPACES               TO NV-USED-DATE
           MOVE SPACES               TO NV-FILLER
           MOVE 'N' TO WS-WRITTEN-SW
           PERFORM 2610-WRITE-NEXT-SEQ
               UNTIL WS-WRITTEN OR NV-REF-SEQ >= 999999
           MOVE NV-REF-SEQ TO NC-LAST-SEQ
           REWRITE NAMEV-CONTROL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-WRITTEN
               MOVE NV-REF-ID TO LS-NV-REF-ID
           END-IF.

       2610-WRITE-NEXT-SEQ.
           ADD 1 TO NV-REF-SEQ
           WRITE NAMEV-LOG-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-WRITTEN TO TRUE
           END-WRITE.

       9000-FINALIZE.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE BLOCKLIST-FILE
           IF WS-VIRTUAL-OPEN
               CLOSE VIRTUAL-ACCT-FILE
           END-IF
           CLOSE NAMEV-CONTROL-FILE
           CLOSE NAMEV-LOG-FILE.

       9900-ERROR-EXIT.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE BLOCKLIST-FILE
           IF WS-VIRTUAL-OPEN
               CLOSE VIRTUAL-ACCT-FILE
           END-IF
           CLOSE NAMEV-CONTROL-FILE
           CLOSE NAMEV-LOG-FILE
           GOBACK.
