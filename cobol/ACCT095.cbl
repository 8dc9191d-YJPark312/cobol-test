      ******************************************************************
      * PROGRAM-ID: ACCT095
      * DESCRIPTION: 반송우편 등록 및 우편발송 보류 배치
      *              - SYSIN: 기준일/처리구분(I:반송접수,R:월보)/
      *                주소미확인 판정 반송횟수(미지정시 2)
      *              - 접수(I): RETMAIL 입력(고객/문서구분/반송
      *                사유)을 반송등록부(RMREG)에 등재하고 고객
      *                반송누계(CF-RETMAIL-COUNT) 증가
      *              - 누계가 판정횟수에 이르면 주소미확인(CF-ADDR-
      *                STATUS='U') 처리, 우편 수령고객은 지점보관
      *                (CF-STMT-DELIVERY='H')으로 전환, KYC 기한을
      *                기준일 전일로 앞당겨 ACCT044 재인증 점검대상
      *                편입, ALERTQ(RMAL, 서비스) SMS/이메일 통지
      *              - 월보(R): 주소미확인 고객을 관리지점(명의
      *                계좌 중 최초 미해지 계좌의 지점)별로 출력
      *              - 주소미확인 해제는 ACCT022 주소변경(CAMD)
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT095.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETMAIL-INPUT-FILE
               ASSIGN TO 'RETMAIL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RETMAIL-REG-FILE
               ASSIGN TO 'RMREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
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
               ALTERNATE RECORD KEY IS AF-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUST-HIST-FILE
               ASSIGN TO 'CUSTHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ALERT-QUEUE-FILE
               ASSIGN TO 'ALERTQ'
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

           SELECT RETMAIL-REPORT-FILE
               ASSIGN TO 'RMRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    반송우편 접수 입력 - 우편실에서 반송봉투 단위로 작성.
       FD  RETMAIL-INPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RETMAIL-INPUT-RECORD.
           05  RM-CUSTOMER-ID        PIC X(10).
           05  RM-DOC-TYPE           PIC X(02).
               88  RM-DOC-STATEMENT  VALUE 'ST'.
               88  RM-DOC-CERT       VALUE 'CT'.
               88  RM-DOC-OTHER      VALUE 'OT'.
               88  RM-DOC-VALID      VALUE 'ST' 'CT' 'OT'.
           05  RM-REASON-CODE        PIC X(02).
               88  RM-REASON-UNKNOWN VALUE '01'.
               88  RM-REASON-NO-ADDR VALUE '02'.
               88  RM-REASON-MOVED   VALUE '03'.
               88  RM-REASON-REFUSED VALUE '04'.
               88  RM-REASON-OTHER   VALUE '99'.
               88  RM-REASON-VALID   VALUE '01' '02' '03' '04' '99'.
           05  RM-RETURN-DATE        PIC X(08).
           05  RM-DOC-REF            PIC X(20).
           05  RM-OPERATOR-ID        PIC X(08).
           05  RM-FILLER             PIC X(30).

      *    반송등록부 - 고객+접수순번 키. 반송 당시 주소를 보존하여
      *    주소변경 이후의 재반송 여부를 사후 확인할 수 있게 한다.
       FD  RETMAIL-REG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS.
       01  RETMAIL-REG-RECORD.
           05  RR-KEY.
               10  RR-CUSTOMER-ID    PIC X(10).
               10  RR-SEQ            PIC 9(03).
           05  RR-DOC-TYPE           PIC X(02).
           05  RR-REASON-CODE        PIC X(02).
           05  RR-RETURN-DATE        PIC X(08).
           05  RR-DOC-REF            PIC X(20).
           05  RR-ADDRESS            PIC X(100).
           05  RR-INTAKE-DATE        PIC X(08).
           05  RR-OPERATOR-ID        PIC X(08).
           05  RR-UNVERIFY-FLAG      PIC X(01).
               88  RR-TRIGGERED      VALUE 'Y'.
           05  RR-FILLER             PIC X(18).

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
               88  CF-DELIVERY-PAPER VALUE 'P' SPACE.
               88  CF-DELIVERY-EMAIL VALUE 'E'.
               88  CF-DELIVERY-BOTH  VALUE 'B'.
               88  CF-DELIVERY-HOLD  VALUE 'H'.
           05  CF-CUST-STATUS        PIC X(01).
               88  CF-CUST-ACTIVE    VALUE 'A' SPACE.
               88  CF-CUST-CLOSED    VALUE 'C'.
               88  CF-CUST-MERGED    VALUE 'M'.
           05  CF-DECEASED-FLAG      PIC X(01).
           05  CF-DECEASED-DATE      PIC X(08).
           05  CF-KYC-DUE-DATE       PIC X(08).
           05  CF-KYC-RESTRICT       PIC X(01).
           05  CF-MERGED-TO          PIC X(10).
           05  CF-FILLER-1           PIC X(76).
           05  CF-ADDR-STATUS        PIC X(01).
               88  CF-ADDR-VERIFIED  VALUE 'V' SPACE.
               88  CF-ADDR-UNVERIFIED VALUE 'U'.
           05  CF-RETMAIL-COUNT      PIC 9(02).
           05  CF-FILLER             PIC X(02).

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
               88  AF-STATUS-CLOSED  VALUE 'C'.
           05  AF-INTEREST-RATE      PIC S9(03)V9(04) COMP-3.
           05  AF-LAST-TXN-DATE      PIC X(08).
           05  AF-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  AF-BRANCH-CODE        PIC X(04).
           05  AF-FILLER             PIC X(119).

       FD  CUST-HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 770 CHARACTERS.
       01  CUST-HIST-RECORD.
           05  CH-TIMESTAMP          PIC X(14).
           05  CH-CUSTOMER-ID        PIC X(10).
           05  CH-ACTION-CODE        PIC X(04).
           05  CH-OPERATOR-ID        PIC X(08).
           05  CH-BEFORE-IMAGE       PIC X(360).
           05  CH-AFTER-IMAGE        PIC X(360).
           05  CH-FILLER             PIC X(14).

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
           05  AQ-ALERT-CLASS        PIC X(01).
           05  AQ-FILLER             PIC X(11).

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

       FD  RETMAIL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  RETMAIL-REPORT-RECORD.
           05  RRPT-LINE             PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-RUN-MODE           PIC X(01).
               88  WS-MODE-INTAKE    VALUE 'I' SPACE.
               88  WS-MODE-REPORT    VALUE 'R'.
           05  WS-RETURN-LIMIT       PIC 9(02).

       01  WS-RUN-TIME               PIC X(06).

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF      VALUE 'Y'.
           05  WS-REG-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-REG-EOF        VALUE 'Y'.
           05  WS-CUST-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CUST-EOF       VALUE 'Y'.
           05  WS-ACCT-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-ACCT-EOF       VALUE 'Y'.
           05  WS-DUP-SW             PIC X(01) VALUE 'N'.
               88  WS-DUP-RETURN     VALUE 'Y'.
           05  WS-TRIGGER-SW         PIC X(01) VALUE 'N'.
               88  WS-ADDR-TRIGGERED VALUE 'Y'.

       01  WS-BEFORE-IMAGE           PIC X(360).
       01  WS-NEXT-SEQ               PIC 9(03).
       01  WS-BRANCH-CODE            PIC X(04).
       01  WS-ACTION-CODE            PIC X(04).

      *    KYC 기한 전일 산출 작업영역
       01  WS-DATE-WORK.
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-DATE-INT           PIC 9(07).
           05  WS-PRIOR-DATE         PIC X(08).

      *    월보 지점별 정렬표 - 지점+고객번호 순 삽입
       01  WS-UV-TABLE.
           05  WS-UV-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-UV-ENTRY OCCURS 3000 TIMES
                           INDEXED BY WS-UV-IDX.
               10  WS-UV-KEY.
                   15  WS-UV-BRANCH  PIC X(04).
                   15  WS-UV-CUST-ID PIC X(10).
               10  WS-UV-NAME        PIC X(30).
               10  WS-UV-PHONE       PIC X(15).
               10  WS-UV-RET-COUNT   PIC 9(02).
               10  WS-UV-DELIVERY    PIC X(01).
       01  WS-UV-WORK.
           05  WS-UV-NEW-KEY.
               10  WS-UV-NEW-BRANCH  PIC X(04).
               10  WS-UV-NEW-CUST-ID PIC X(10).
           05  WS-UV-POS             PIC 9(05).
           05  WS-UV-SHIFT           PIC 9(05).
           05  WS-UV-FOUND-SW        PIC X(01).
               88  WS-UV-LOCATED     VALUE 'X'.
           05  WS-UV-PREV-BRANCH     PIC X(04).
           05  WS-UV-BRANCH-COUNT    PIC 9(05).

       01  WS-TOTAL-AREA.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-REGISTERED-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-UNVERIFIED-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-REJECTED-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-LISTED-COUNT       PIC 9(07) VALUE ZERO.

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
               PERFORM 5000-REPORT-UNVERIFIED
           ELSE
               PERFORM 2000-PROCESS-RETURN
                   UNTIL WS-INPUT-EOF
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-RETURN-LIMIT IS NOT NUMERIC OR
              WS-RETURN-LIMIT = ZERO
               MOVE 2 TO WS-RETURN-LIMIT
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-PRIOR-DATE
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADER
           IF NOT WS-MODE-REPORT
               PERFORM 2100-READ-NEXT-RETURN
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'CUSTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O RETMAIL-REG-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE RETMAIL-REG-FILE
               OPEN OUTPUT RETMAIL-REG-FILE
               CLOSE RETMAIL-REG-FILE
               OPEN I-O RETMAIL-REG-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'RMREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF NOT WS-MODE-REPORT
               OPEN INPUT RETMAIL-INPUT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'RETMAIL 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF
           OPEN EXTEND CUST-HIST-FILE
           IF NOT WS-FILE-OK
               MOVE 'CUSTHIST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN EXTEND ALERT-QUEUE-FILE
           IF NOT WS-FILE-OK
               MOVE 'ALERTQ 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT RETMAIL-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'RMRPT 오픈실패' TO WS-ERROR-MESSAGE
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
                   '주소미확인 고객 지점별 현황 기준일:'
                                      DELIMITED SIZE
                   WS-RUN-DATE        DELIMITED SIZE
                   INTO WS-RPT-HEADER
           ELSE
               STRING
                   '반송우편 접수 | 기준일:'
                                      DELIMITED SIZE
                   WS-RUN-DATE        DELIMITED SIZE
                   ' 판정횟수:'       DELIMITED SIZE
                   WS-RETURN-LIMIT    DELIMITED SIZE
                   INTO WS-RPT-HEADER
           END-IF
           MOVE WS-RPT-HEADER TO RRPT-LINE
           WRITE RETMAIL-REPORT-RECORD.

      *    반송 1건 접수 - 검증, 등록부 등재, 누계 증가, 판정.
       2000-PROCESS-RETURN.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2200-VALIDATE-RETURN
           IF WS-RPT-DETAIL NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 4000-WRITE-DETAIL-LINE
               PERFORM 2100-READ-NEXT-RETURN
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-FIND-NEXT-SEQ
           IF WS-DUP-RETURN
               MOVE '거부-기접수 반송건(문서번호 중복)'
                   TO WS-RPT-DETAIL
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 4000-WRITE-DETAIL-LINE
               PERFORM 2100-READ-NEXT-RETURN
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           IF CF-RETMAIL-COUNT IS NOT NUMERIC
               MOVE ZERO TO CF-RETMAIL-COUNT
           END-IF
           IF CF-RETMAIL-COUNT < 99
               ADD 1 TO CF-RETMAIL-COUNT
           END-IF
           MOVE '반송 등록' TO WS-RPT-DETAIL
           MOVE 'N' TO WS-TRIGGER-SW
           IF CF-RETMAIL-COUNT >= WS-RETURN-LIMIT AND
              NOT CF-ADDR-UNVERIFIED
               PERFORM 3000-MARK-UNVERIFIED
           END-IF
           PERFORM 2400-WRITE-REGISTER
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'CUSTMST 갱신실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE
           IF WS-ADDR-TRIGGERED
               MOVE 'ADUV' TO WS-ACTION-CODE
               PERFORM 3100-WRITE-CUST-HISTORY
               PERFORM 3200-WRITE-ALERT
           ELSE
               MOVE 'RMRG' TO WS-ACTION-CODE
           END-IF
           PERFORM 8000-WRITE-AUDIT
           ADD 1 TO WS-REGISTERED-COUNT
           PERFORM 4000-WRITE-DETAIL-LINE
           PERFORM 2100-READ-NEXT-RETURN.

       2100-READ-NEXT-RETURN.
           READ RETMAIL-INPUT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.

      *    입력 검증 - 고객 존재(해지/병합 제외), 문서구분/반송
      *    사유 코드, 반송일은 기준일 이전.
       2200-VALIDATE-RETURN.
           MOVE SPACES TO WS-RPT-DETAIL
           IF NOT RM-DOC-VALID
               MOVE '거부-문서구분 오류' TO WS-RPT-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF NOT RM-REASON-VALID
               MOVE '거부-반송사유 오류' TO WS-RPT-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF RM-RETURN-DATE = SPACES OR
              RM-RETURN-DATE > WS-RUN-DATE
               MOVE '거부-반송일 오류' TO WS-RPT-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE RM-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '거부-고객 없음' TO WS-RPT-DETAIL
                   EXIT PARAGRAPH
           END-READ
           IF CF-CUST-CLOSED OR CF-CUST-MERGED
               MOVE '거부-해지/병합 고객' TO WS-RPT-DETAIL
           END-IF.

      *    다음 접수순번 - 고객의 기존 등재분을 순차 확인하며
      *    동일 문서번호 재접수(중복 투입)도 함께 점검한다.
       2300-FIND-NEXT-SEQ.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N'  TO WS-REG-EOF-SW
           MOVE 'N'  TO WS-DUP-SW
           MOVE RM-CUSTOMER-ID TO RR-CUSTOMER-ID
           MOVE ZERO           TO RR-SEQ
           START RETMAIL-REG-FILE KEY IS >= RR-KEY
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM 2310-READ-NEXT-SEQ
               UNTIL WS-REG-EOF
           ADD 1 TO WS-NEXT-SEQ.

       2310-READ-NEXT-SEQ.
           READ RETMAIL-REG-FILE NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF RR-CUSTOMER-ID NOT = RM-CUSTOMER-ID
                       SET WS-REG-EOF TO TRUE
                   ELSE
                       MOVE RR-SEQ TO WS-NEXT-SEQ
                       IF RM-DOC-REF NOT = SPACES AND
                          RR-DOC-REF = RM-DOC-REF
                           SET WS-DUP-RETURN TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2400-WRITE-REGISTER.
           MOVE WS-TRIGGER-SW     TO RR-UNVERIFY-FLAG
           MOVE RM-CUSTOMER-ID    TO RR-CUSTOMER-ID
           MOVE WS-NEXT-SEQ       TO RR-SEQ
           MOVE RM-DOC-TYPE       TO RR-DOC-TYPE
           MOVE RM-REASON-CODE    TO RR-REASON-CODE
           MOVE RM-RETURN-DATE    TO RR-RETURN-DATE
           MOVE RM-DOC-REF        TO RR-DOC-REF
           MOVE CF-ADDRESS        TO RR-ADDRESS
           MOVE WS-RUN-DATE       TO RR-INTAKE-DATE
           MOVE RM-OPERATOR-ID    TO RR-OPERATOR-ID
           MOVE SPACES            TO RR-FILLER
           WRITE RETMAIL-REG-RECORD
               INVALID KEY
                   MOVE 'RMREG 기록실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-WRITE.

      *    주소미확인 판정 - 우편 수령고객은 지점보관으로 전환
      *    (겸용은 수령방법 유지, 우편분만 주소상태로 보류).
      *    KYC 기한을 기준일 전일로 앞당겨 다음 ACCT044 점검에서
      *    기한경과(재인증 대상)로 잡히게 한다.
       3000-MARK-UNVERIFIED.
           SET WS-ADDR-TRIGGERED TO TRUE
           MOVE 'U' TO CF-ADDR-STATUS
           IF CF-DELIVERY-PAPER
               MOVE 'H' TO CF-STMT-DELIVERY
           END-IF
           IF CF-KYC-DUE-DATE = SPACES OR
              CF-KYC-DUE-DATE > WS-PRIOR-DATE
               MOVE WS-PRIOR-DATE TO CF-KYC-DUE-DATE
           END-IF
           ADD 1 TO WS-UNVERIFIED-COUNT
           MOVE '반송 등록-주소미확인 전환(지점보관)'
               TO WS-RPT-DETAIL.

       3100-WRITE-CUST-HISTORY.
           MOVE WS-RUN-DATE        TO CH-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME        TO CH-TIMESTAMP(9:6)
           MOVE CF-CUSTOMER-ID     TO CH-CUSTOMER-ID
           MOVE WS-ACTION-CODE     TO CH-ACTION-CODE
           MOVE RM-OPERATOR-ID     TO CH-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE    TO CH-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD    TO CH-AFTER-IMAGE
           MOVE SPACES             TO CH-FILLER
           WRITE CUST-HIST-RECORD.

      *    고객통지 - 서비스 분류(수신동의 무관), ACCT028이
      *    등록 휴대폰(SMS)/이메일로 발송한다.
       3200-WRITE-ALERT.
           MOVE WS-RUN-DATE        TO AQ-OCCURRED-TS(1:8)
           MOVE WS-RUN-TIME        TO AQ-OCCURRED-TS(9:6)
           MOVE CF-CUSTOMER-ID     TO AQ-CUSTOMER-ID
           MOVE SPACES             TO AQ-ACCOUNT-NO
           MOVE 'RMAL'             TO AQ-EVENT-CODE
           MOVE ZERO               TO AQ-AMOUNT
           MOVE '우편반송 누적-주소확인 요망' TO AQ-DETAIL
           MOVE 'S'                TO AQ-ALERT-CLASS
           MOVE SPACES             TO AQ-FILLER
           WRITE ALERT-QUEUE-RECORD.

       4000-WRITE-DETAIL-LINE.
           MOVE SPACES TO RRPT-LINE
           STRING
               RM-CUSTOMER-ID     DELIMITED SIZE
               ' 문서:'           DELIMITED SIZE
               RM-DOC-TYPE        DELIMITED SIZE
               ' 사유:'           DELIMITED SIZE
               RM-REASON-CODE     DELIMITED SIZE
               ' 반송일:'         DELIMITED SIZE
               RM-RETURN-DATE     DELIMITED SIZE
               ' 문서번호:'       DELIMITED SIZE
               RM-DOC-REF         DELIMITED SIZE
               ' - '              DELIMITED SIZE
               WS-RPT-DETAIL      DELIMITED SIZE
               INTO RRPT-LINE
           WRITE RETMAIL-REPORT-RECORD.

      *    월보 - CUSTMST 전건에서 주소미확인 고객을 관리지점
      *    순으로 정렬표에 적재한 뒤 지점 소계와 함께 출력한다.
       5000-REPORT-UNVERIFIED.
           MOVE LOW-VALUES TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS >= CF-CUSTOMER-ID
               INVALID KEY
                   SET WS-CUST-EOF TO TRUE
           END-START
           PERFORM 5100-READ-NEXT-CUSTOMER
               UNTIL WS-CUST-EOF
           MOVE SPACES TO WS-UV-PREV-BRANCH
           MOVE ZERO   TO WS-UV-BRANCH-COUNT
           SET WS-UV-IDX TO 1
           PERFORM 5500-PRINT-UV-ENTRY
               UNTIL WS-UV-IDX > WS-UV-COUNT
           IF WS-UV-COUNT > ZERO
               PERFORM 5600-WRITE-BRANCH-SUBTOTAL
           END-IF.

       5100-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
               NOT AT END
                   IF CF-ADDR-UNVERIFIED AND
                      NOT CF-CUST-CLOSED AND NOT CF-CUST-MERGED
                       PERFORM 5200-FIND-BRANCH
                       PERFORM 5300-INSERT-UV-ENTRY
                   END-IF
           END-READ.

      *    관리지점 - 명의계좌 중 최초 미해지 계좌의 개설지점,
      *    없으면 '----'(지점 미배정)으로 집계한다.
       5200-FIND-BRANCH.
           MOVE '----' TO WS-BRANCH-CODE
           MOVE 'N'    TO WS-ACCT-EOF-SW
           MOVE CF-CUSTOMER-ID TO AF-CUSTOMER-ID
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
                   IF AF-CUSTOMER-ID NOT = CF-CUSTOMER-ID
                       SET WS-ACCT-EOF TO TRUE
                   ELSE
                       IF NOT AF-STATUS-CLOSED
                           MOVE AF-BRANCH-CODE TO WS-BRANCH-CODE
                           SET WS-ACCT-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

       5300-INSERT-UV-ENTRY.
           IF WS-UV-COUNT >= 3000
               MOVE '주소미확인 집계 한도(3000) 초과'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE WS-BRANCH-CODE TO WS-UV-NEW-BRANCH
           MOVE CF-CUSTOMER-ID TO WS-UV-NEW-CUST-ID
           MOVE 'N' TO WS-UV-FOUND-SW
           MOVE 1   TO WS-UV-POS
           PERFORM 5310-LOCATE-UV-ENTRY
               UNTIL WS-UV-POS > WS-UV-COUNT OR WS-UV-LOCATED
           MOVE WS-UV-COUNT TO WS-UV-SHIFT
           PERFORM 5320-SHIFT-UV-ENTRY
               UNTIL WS-UV-SHIFT < WS-UV-POS
           ADD 1 TO WS-UV-COUNT
           SET WS-UV-IDX TO WS-UV-POS
           MOVE WS-UV-NEW-KEY    TO WS-UV-KEY(WS-UV-IDX)
           MOVE CF-CUSTOMER-NAME TO WS-UV-NAME(WS-UV-IDX)
           MOVE CF-PHONE         TO WS-UV-PHONE(WS-UV-IDX)
           MOVE CF-STMT-DELIVERY TO WS-UV-DELIVERY(WS-UV-IDX)
           IF CF-RETMAIL-COUNT IS NUMERIC
               MOVE CF-RETMAIL-COUNT TO WS-UV-RET-COUNT(WS-UV-IDX)
           ELSE
               MOVE ZERO TO WS-UV-RET-COUNT(WS-UV-IDX)
           END-IF.

      *    정렬 위치 탐색 - 보다 큰 키를 만나면 그 위치가 삽입
      *    위치다(고객번호는 유일하므로 동일키는 없다).
       5310-LOCATE-UV-ENTRY.
           SET WS-UV-IDX TO WS-UV-POS
           IF WS-UV-KEY(WS-UV-IDX) > WS-UV-NEW-KEY
               MOVE 'X' TO WS-UV-FOUND-SW
           ELSE
               ADD 1 TO WS-UV-POS
           END-IF.

       5320-SHIFT-UV-ENTRY.
           MOVE WS-UV-ENTRY(WS-UV-SHIFT)
               TO WS-UV-ENTRY(WS-UV-SHIFT + 1)
           SUBTRACT 1 FROM WS-UV-SHIFT.

       5500-PRINT-UV-ENTRY.
           IF WS-UV-BRANCH(WS-UV-IDX) NOT = WS-UV-PREV-BRANCH
               IF WS-UV-PREV-BRANCH NOT = SPACES
                   PERFORM 5600-WRITE-BRANCH-SUBTOTAL
               END-IF
               MOVE WS-UV-BRANCH(WS-UV-IDX) TO WS-UV-PREV-BRANCH
               MOVE ZERO TO WS-UV-BRANCH-COUNT
           END-IF
           ADD 1 TO WS-UV-BRANCH-COUNT
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO RRPT-LINE
           STRING
               '지점:'                    DELIMITED SIZE
               WS-UV-BRANCH(WS-UV-IDX)    DELIMITED SIZE
               ' 고객:'                   DELIMITED SIZE
               WS-UV-CUST-ID(WS-UV-IDX)   DELIMITED SIZE
               ' '                        DELIMITED SIZE
               WS-UV-NAME(WS-UV-IDX)      DELIMITED SIZE
               ' 연락처:'                 DELIMITED SIZE
               WS-UV-PHONE(WS-UV-IDX)     DELIMITED SIZE
               ' 반송:'                   DELIMITED SIZE
               WS-UV-RET-COUNT(WS-UV-IDX) DELIMITED SIZE
               ' 수령:'                   DELIMITED SIZE
               WS-UV-DELIVERY(WS-UV-IDX)  DELIMITED SIZE
               INTO RRPT-LINE
           WRITE RETMAIL-REPORT-RECORD
           SET WS-UV-IDX UP BY 1.

       5600-WRITE-BRANCH-SUBTOTAL.
           MOVE SPACES TO RRPT-LINE
           STRING
               '  --지점 소계 '           DELIMITED SIZE
               WS-UV-PREV-BRANCH          DELIMITED SIZE
               ' 주소미확인:'             DELIMITED SIZE
               WS-UV-BRANCH-COUNT         DELIMITED SIZE
               INTO RRPT-LINE
           WRITE RETMAIL-REPORT-RECORD.

       8000-WRITE-AUDIT.
           MOVE WS-RUN-DATE    TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME    TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT095 '     TO AR-PROGRAM-ID
           MOVE SPACES         TO AR-ACCOUNT-NO
           MOVE WS-ACTION-CODE TO AR-ACTION-CODE
           MOVE RM-OPERATOR-ID TO AR-OPERATOR-ID
           MOVE '0000'         TO AR-RESULT-CODE
           MOVE SPACES         TO AR-MESSAGE
           STRING 'RMREG '           DELIMITED SIZE
                  RM-CUSTOMER-ID     DELIMITED SIZE
                  ' 순번:'           DELIMITED SIZE
                  WS-NEXT-SEQ        DELIMITED SIZE
                  ' 문서:'           DELIMITED SIZE
                  RM-DOC-TYPE        DELIMITED SIZE
                  ' 누계:'           DELIMITED SIZE
                  CF-RETMAIL-COUNT   DELIMITED SIZE
                  ' 주소:'           DELIMITED SIZE
                  CF-ADDR-STATUS     DELIMITED SIZE
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
           DISPLAY '반송우편 처리 완료'
               ' 입력:' WS-READ-COUNT
               ' 등록:' WS-REGISTERED-COUNT
               ' 주소미확인:' WS-UNVERIFIED-COUNT
               ' 거부:' WS-REJECTED-COUNT
               ' 월보:' WS-LISTED-COUNT.

       9100-WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='          DELIMITED SIZE
               ' 입력:'              DELIMITED SIZE
               WS-READ-COUNT         DELIMITED SIZE
               ' 등록:'              DELIMITED SIZE
               WS-REGISTERED-COUNT   DELIMITED SIZE
               ' 주소미확인 전환:'   DELIMITED SIZE
               WS-UNVERIFIED-COUNT   DELIMITED SIZE
               ' 거부:'              DELIMITED SIZE
               WS-REJECTED-COUNT     DELIMITED SIZE
               ' 월보대상:'          DELIMITED SIZE
               WS-LISTED-COUNT       DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO RRPT-LINE
           WRITE RETMAIL-REPORT-RECORD.

       9200-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE RETMAIL-REG-FILE
           IF NOT WS-MODE-REPORT
               CLOSE RETMAIL-INPUT-FILE
           END-IF
           CLOSE CUST-HIST-FILE
           CLOSE ALERT-QUEUE-FILE
           CLOSE RETMAIL-REPORT-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9200-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
