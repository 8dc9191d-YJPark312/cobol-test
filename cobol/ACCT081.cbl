      ******************************************************************
      * PROGRAM-ID: ACCT081
      * DESCRIPTION: 개인정보 분리보관/파기 배치 및 분리보관 열람
      *              - SEPR: 명의/공동명의 미해지 계좌가 없고 최종
      *                거래관계 종료(최종 해지일, 계좌가 없으면
      *                등록일) 후 보존기간(기본 5년)이 경과한 고객의
      *                성명/주민번호/전화/이메일/주소를 분리보관
      *                파일(SEPSTORE)로 이관하고 CUSTMST에는 마스킹
      *                된 잔존정보만 남긴다(고객상태 'S').
      *                이어 최종 법정보존기간(기본 10년)이 경과한
      *                분리보관분을 파기하고 파기확인서를 출력
      *                (고객상태 'P')
      *              - RTRV: 분리보관 열람 - 열람사유코드와 열람
      *                권한 조작자 필수, 허용/거부 모두 AUDITLOG 기록
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT081.
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

           SELECT SEP-STORE-FILE
               ASSIGN TO 'SEPSTORE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-CUSTOMER-ID
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

           SELECT SEP-REPORT-FILE
               ASSIGN TO 'SEPRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DESTRUCTION-CERT-FILE
               ASSIGN TO 'DESTCERT'
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
               88  AF-STATUS-CLOSED  VALUE 'C'.
           05  AF-INTEREST-RATE      PIC S9(03)V9(04) COMP-3.
           05  AF-LAST-TXN-DATE      PIC X(08).
           05  AF-FILLER             PIC X(129).

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
               88  CF-CUST-ACTIVE    VALUE 'A' SPACE.
               88  CF-CUST-CLOSED    VALUE 'C'.
               88  CF-CUST-MERGED    VALUE 'M'.
               88  CF-CUST-SEPARATED VALUE 'S'.
               88  CF-CUST-PURGED    VALUE 'P'.
           05  CF-DECEASED-FLAG      PIC X(01).
           05  CF-DECEASED-DATE      PIC X(08).
           05  CF-KYC-DUE-DATE       PIC X(08).
           05  CF-KYC-RESTRICT       PIC X(01).
           05  CF-MERGED-TO          PIC X(10).
           05  CF-AML-RISK-GRADE     PIC X(02).
           05  CF-AML-SCORE-DATE     PIC X(08).
           05  CF-TAXEX-FLAG         PIC X(01).
           05  CF-TAXEX-ENROLL-DATE  PIC X(08).
           05  CF-NATIONALITY        PIC X(02).
           05  CF-TAX-RESID-CTRY     PIC X(02).
           05  CF-FOREIGN-TIN        PIC X(20).
           05  CF-SELF-CERT-DATE     PIC X(08).
           05  CF-FILLER             PIC X(30).

      *    분리보관 파일 - 접근통제 대상(열람은 RTRV 경로만 허용)
       FD  SEP-STORE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 308 CHARACTERS.
       01  SEP-STORE-RECORD.
           05  SS-CUSTOMER-ID        PIC X(10).
           05  SS-CUSTOMER-NAME      PIC X(50).
           05  SS-RESIDENT-NO        PIC X(14).
           05  SS-PHONE              PIC X(15).
           05  SS-EMAIL              PIC X(50).
           05  SS-ADDRESS            PIC X(100).
           05  SS-FOREIGN-TIN        PIC X(20).
           05  SS-LAST-REL-DATE      PIC X(08).
           05  SS-SEPARATED-DATE     PIC X(08).
           05  SS-PURGE-DUE-DATE     PIC X(08).
           05  SS-RETRIEVE-CNT       PIC 9(05).
           05  SS-LAST-RETRIEVE-DATE PIC X(08).
           05  SS-LAST-RETRIEVE-BY   PIC X(08).
           05  SS-FILLER             PIC X(04).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID        PIC X(08).
           05  OP-OPERATOR-NAME      PIC X(30).
           05  OP-STATUS             PIC X(01).
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
               10  OP-CAN-BACKDATE   PIC X(01).
      *        분리보관 열람권한 (개인정보보호 책임자 지정)
           05  OP-CAN-SEP-VIEW       PIC X(01).
               88  OP-ALLOW-SEP-VIEW VALUE 'Y'.
           05  OP-FILLER             PIC X(36).

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

       FD  SEP-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  SEP-REPORT-RECORD.
           05  SPRPT-LINE            PIC X(200).

       FD  DESTRUCTION-CERT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  DESTRUCTION-CERT-RECORD.
           05  DCRPT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-DUP           VALUE '22'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

      *    기동 파라미터
      *    SEPR: 기준일 + 분리보존기간(년, 기본 5) + 최종보존기간
      *          (년, 거래관계 종료일 기준, 기본 10)
      *    RTRV: 기준일 + 고객번호 + 열람자 + 열람사유코드
       01  WS-RUN-PARM.
           05  WS-RUN-FUNC           PIC X(04).
               88  WS-FUNC-SEPARATE  VALUE 'SEPR'.
               88  WS-FUNC-RETRIEVE  VALUE 'RTRV'.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-RUN-DETAIL         PIC X(30).
           05  WS-SEPR-PARM REDEFINES WS-RUN-DETAIL.
               10  WS-RETAIN-YEARS   PIC 9(02).
               10  WS-PURGE-YEARS    PIC 9(02).
               10  FILLER            PIC X(26).
           05  WS-RTRV-PARM REDEFINES WS-RUN-DETAIL.
               10  WS-RTV-CUSTOMER-ID PIC X(10).
               10  WS-RTV-OPERATOR   PIC X(08).
               10  WS-RTV-REASON     PIC X(02).
                   88  WS-RTV-REASON-VALID
                                     VALUE '01' '02' '03' '04' '05'.
               10  FILLER            PIC X(10).

       01  WS-RUN-TIME               PIC X(06).

      *    일자 연산 작업영역 (년 단위 가감)
       01  WS-DATE-WORK.
           05  WS-DW-YYYY            PIC 9(04).
           05  WS-DW-MMDD            PIC X(04).
       01  WS-CUTOFF-DATE            PIC X(08).

       01  WS-SWITCHES.
           05  WS-CUST-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CUST-EOF       VALUE 'Y'.
           05  WS-ACCT-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-ACCT-EOF       VALUE 'Y'.
           05  WS-SEP-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SEP-EOF        VALUE 'Y'.
           05  WS-RETRIEVE-OK-SW     PIC X(01) VALUE 'N'.
               88  WS-RETRIEVE-OK    VALUE 'Y'.

      *    분리대상 후보 - CUSTMST 키순 적재(회차당 최대 5000),
      *    ACCTMST 1회 대조로 미해지 계좌/최종 해지일 판정
       01  WS-LAST-CUST-ID           PIC X(10) VALUE LOW-VALUES.
       01  WS-CAND-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-CAND-TABLE.
           05  WS-CD-ENTRY OCCURS 1 TO 5000 TIMES
                           DEPENDING ON WS-CAND-COUNT
                           ASCENDING KEY IS WS-CD-CUSTOMER-ID
                           INDEXED BY WS-CD-IDX.
               10  WS-CD-CUSTOMER-ID PIC X(10).
               10  WS-CD-OPEN-SW     PIC X(01).
                   88  WS-CD-HAS-OPEN VALUE 'Y'.
               10  WS-CD-LAST-DATE   PIC X(08).

       01  WS-SEARCH-ID              PIC X(10).
       01  WS-REL-END-DATE           PIC X(08).

       01  WS-COUNTERS.
           05  WS-CYCLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-CUST-READ-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-SEPARATED-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-PURGED-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-ERROR-COUNT        PIC 9(07) VALUE ZERO.

       01  WS-AUDIT-WORK.
           05  WS-AUDIT-KEY          PIC X(12).
           05  WS-AUDIT-ACTION       PIC X(04).
           05  WS-AUDIT-OPERATOR     PIC X(08).
           05  WS-AUDIT-RESULT       PIC X(04).
           05  WS-AUDIT-MESSAGE      PIC X(100).

       01  WS-CHAIN-AREA.
           05  WS-CHAIN-WORK         PIC 9(18) COMP.
           05  WS-CHAIN-I            PIC 9(04) COMP.

       01  WS-RPT-DETAIL             PIC X(200).
       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN WS-FUNC-SEPARATE
                   PERFORM 2000-SEPARATION-CYCLE
                       UNTIL WS-CUST-EOF
                   PERFORM 4000-START-PURGE
                   PERFORM 4100-PURGE-NEXT
                       UNTIL WS-SEP-EOF
               WHEN WS-FUNC-RETRIEVE
                   PERFORM 5000-RETRIEVE
           END-EVALUATE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF NOT WS-FUNC-SEPARATE AND NOT WS-FUNC-RETRIEVE
               DISPLAY '*** ABEND: 기동구분 오류(SEPR/RTRV)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-DATE = SPACES OR WS-RUN-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-FUNC-SEPARATE
               IF WS-RETAIN-YEARS NOT NUMERIC OR
                  WS-RETAIN-YEARS = ZERO
                   MOVE 05 TO WS-RETAIN-YEARS
               END-IF
               IF WS-PURGE-YEARS NOT NUMERIC OR
                  WS-PURGE-YEARS = ZERO
                   MOVE 10 TO WS-PURGE-YEARS
               END-IF
               IF WS-PURGE-YEARS < WS-RETAIN-YEARS
                   MOVE WS-RETAIN-YEARS TO WS-PURGE-YEARS
               END-IF
               MOVE WS-RUN-DATE(1:4) TO WS-DW-YYYY
               MOVE WS-RUN-DATE(5:4) TO WS-DW-MMDD
               SUBTRACT WS-RETAIN-YEARS FROM WS-DW-YYYY
               MOVE WS-DATE-WORK TO WS-CUTOFF-DATE
           END-IF
           PERFORM 1100-OPEN-FILES
           MOVE SPACES TO SPRPT-LINE
           STRING '개인정보 분리보관 기동:' DELIMITED SIZE
                  WS-RUN-FUNC              DELIMITED SIZE
                  ' 기준일:'               DELIMITED SIZE
                  WS-RUN-DATE              DELIMITED SIZE
                  INTO SPRPT-LINE
           IF WS-FUNC-SEPARATE
               STRING SPRPT-LINE           DELIMITED '  '
                      ' 분리기준일:'       DELIMITED SIZE
                      WS-CUTOFF-DATE       DELIMITED SIZE
                      ' 최종보존(년):'     DELIMITED SIZE
                      WS-PURGE-YEARS       DELIMITED SIZE
                      INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO SPRPT-LINE
           END-IF
           WRITE SEP-REPORT-RECORD.

       1100-OPEN-FILES.
           OPEN I-O SEP-STORE-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE SEP-STORE-FILE
               OPEN OUTPUT SEP-STORE-FILE
               CLOSE SEP-STORE-FILE
               OPEN I-O SEP-STORE-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'SEPSTORE 오픈실패' TO WS-ERROR-MESSAGE
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
           OPEN OUTPUT SEP-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'SEPRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-FUNC-SEPARATE
               OPEN INPUT ACCOUNT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               OPEN I-O CUSTOMER-FILE
               IF NOT WS-FILE-OK
                   MOVE 'CUSTMST 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               OPEN OUTPUT DESTRUCTION-CERT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'DESTCERT 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               PERFORM 4900-WRITE-CERT-HEADER
           ELSE
               OPEN INPUT OPERATOR-FILE
               IF NOT WS-FILE-OK
                   MOVE 'OPERMST 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    SEPR 1단계 - 분리보관 대상 선정/이관 (회차 단위)
      *----------------------------------------------------------------
       2000-SEPARATION-CYCLE.
           ADD 1 TO WS-CYCLE-COUNT
           MOVE ZERO TO WS-CAND-COUNT
           MOVE WS-LAST-CUST-ID TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS > CF-CUSTOMER-ID
               INVALID KEY
                   SET WS-CUST-EOF TO TRUE
           END-START
           PERFORM 2100-LOAD-CANDIDATE
               UNTIL WS-CUST-EOF OR WS-CAND-COUNT >= 5000
           IF WS-CAND-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACCT-EOF-SW
           MOVE LOW-VALUES TO AF-ACCOUNT-NO
           START ACCOUNT-FILE KEY IS >= AF-ACCOUNT-NO
               INVALID KEY
                   SET WS-ACCT-EOF TO TRUE
           END-START
           PERFORM 2200-MATCH-ACCOUNT
               UNTIL WS-ACCT-EOF
           PERFORM 2300-EVALUATE-CANDIDATE
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CAND-COUNT.

      *    분리/파기/병합 고객은 제외, 계좌가 없는 고객은 등록일을
      *    거래관계 종료일로 본다.
       2100-LOAD-CANDIDATE.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-READ-COUNT
                   MOVE CF-CUSTOMER-ID TO WS-LAST-CUST-ID
                   IF NOT CF-CUST-SEPARATED AND
                      NOT CF-CUST-PURGED AND
                      NOT CF-CUST-MERGED
                       ADD 1 TO WS-CAND-COUNT
                       MOVE CF-CUSTOMER-ID
                           TO WS-CD-CUSTOMER-ID(WS-CAND-COUNT)
                       MOVE 'N' TO WS-CD-OPEN-SW(WS-CAND-COUNT)
                       MOVE CF-REGISTER-DATE
                           TO WS-CD-LAST-DATE(WS-CAND-COUNT)
                   END-IF
           END-READ.

       2200-MATCH-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   MOVE AF-CUSTOMER-ID TO WS-SEARCH-ID
                   PERFORM 2210-APPLY-ACCOUNT
                   IF AF-CUSTOMER-ID-2 NOT = SPACES
                       MOVE AF-CUSTOMER-ID-2 TO WS-SEARCH-ID
                       PERFORM 2210-APPLY-ACCOUNT
                   END-IF
           END-READ.

      *    해지계좌는 해지일(미기재시 최종거래일)을 종료일로 반영
       2210-APPLY-ACCOUNT.
           SEARCH ALL WS-CD-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-CD-CUSTOMER-ID(WS-CD-IDX) = WS-SEARCH-ID
                   CONTINUE
           END-SEARCH
           IF NOT AF-STATUS-CLOSED
               MOVE 'Y' TO WS-CD-OPEN-SW(WS-CD-IDX)
               EXIT PARAGRAPH
           END-IF
           IF AF-CLOSE-DATE NOT = SPACES
               MOVE AF-CLOSE-DATE TO WS-REL-END-DATE
           ELSE
               MOVE AF-LAST-TXN-DATE TO WS-REL-END-DATE
           END-IF
           IF WS-REL-END-DATE > WS-CD-LAST-DATE(WS-CD-IDX)
               MOVE WS-REL-END-DATE TO WS-CD-LAST-DATE(WS-CD-IDX)
           END-IF.

       2300-EVALUATE-CANDIDATE.
           IF WS-CD-HAS-OPEN(WS-CD-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-CD-LAST-DATE(WS-CD-IDX) = SPACES OR
              WS-CD-LAST-DATE(WS-CD-IDX) >= WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-CUSTOMER-ID(WS-CD-IDX) TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ
           PERFORM 3000-SEPARATE-CUSTOMER.

      *    분리보관 이관 - 분리파일 기록 성공후에만 CUSTMST를
      *    마스킹한다(주민번호는 생년월일 6자리만 잔존).
       3000-SEPARATE-CUSTOMER.
           MOVE SPACES              TO SEP-STORE-RECORD
           MOVE CF-CUSTOMER-ID      TO SS-CUSTOMER-ID
           MOVE CF-CUSTOMER-NAME    TO SS-CUSTOMER-NAME
           MOVE CF-RESIDENT-NO      TO SS-RESIDENT-NO
           MOVE CF-PHONE            TO SS-PHONE
           MOVE CF-EMAIL            TO SS-EMAIL
           MOVE CF-ADDRESS          TO SS-ADDRESS
           MOVE CF-FOREIGN-TIN      TO SS-FOREIGN-TIN
           MOVE WS-CD-LAST-DATE(WS-CD-IDX) TO SS-LAST-REL-DATE
           MOVE WS-RUN-DATE         TO SS-SEPARATED-DATE
           MOVE SS-LAST-REL-DATE(1:4) TO WS-DW-YYYY
           MOVE SS-LAST-REL-DATE(5:4) TO WS-DW-MMDD
           ADD WS-PURGE-YEARS TO WS-DW-YYYY
           MOVE WS-DATE-WORK        TO SS-PURGE-DUE-DATE
           MOVE ZERO                TO SS-RETRIEVE-CNT
           WRITE SEP-STORE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE CF-CUSTOMER-ID TO WS-AUDIT-KEY
                   MOVE 'SEPR'         TO WS-AUDIT-ACTION
                   MOVE 'BATCH'        TO WS-AUDIT-OPERATOR
                   MOVE '9999'         TO WS-AUDIT-RESULT
                   MOVE '분리보관 기록 중복/오류'
                       TO WS-AUDIT-MESSAGE
                   PERFORM 8000-WRITE-AUDIT
                   EXIT PARAGRAPH
           END-WRITE
           MOVE '분리보관고객'      TO CF-CUSTOMER-NAME
           MOVE '-*******'          TO CF-RESIDENT-NO(7:8)
           MOVE '***'               TO CF-PHONE
           MOVE SPACES              TO CF-EMAIL
           MOVE SPACES              TO CF-ADDRESS
           MOVE SPACES              TO CF-FOREIGN-TIN
           MOVE 'S'                 TO CF-CUST-STATUS
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-SEPARATED-COUNT
           MOVE SPACES TO SPRPT-LINE
           STRING '분리보관 '        DELIMITED SIZE
                  SS-CUSTOMER-ID     DELIMITED SIZE
                  ' 종료일:'         DELIMITED SIZE
                  SS-LAST-REL-DATE   DELIMITED SIZE
                  ' 파기예정일:'     DELIMITED SIZE
                  SS-PURGE-DUE-DATE  DELIMITED SIZE
                  INTO SPRPT-LINE
           WRITE SEP-REPORT-RECORD
           MOVE SS-CUSTOMER-ID TO WS-AUDIT-KEY
           MOVE 'SEPR'         TO WS-AUDIT-ACTION
           MOVE 'BATCH'        TO WS-AUDIT-OPERATOR
           MOVE '0000'         TO WS-AUDIT-RESULT
           MOVE SPACES         TO WS-AUDIT-MESSAGE
           STRING '분리보관 이관 파기예정:' DELIMITED SIZE
                  SS-PURGE-DUE-DATE         DELIMITED SIZE
                  INTO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT.

      *----------------------------------------------------------------
      *    SEPR 2단계 - 최종 보존기간 경과분 파기
      *----------------------------------------------------------------
       4000-START-PURGE.
           MOVE LOW-VALUES TO SS-CUSTOMER-ID
           START SEP-STORE-FILE KEY IS >= SS-CUSTOMER-ID
               INVALID KEY
                   SET WS-SEP-EOF TO TRUE
           END-START.

       4100-PURGE-NEXT.
           READ SEP-STORE-FILE NEXT RECORD
               AT END
                   SET WS-SEP-EOF TO TRUE
               NOT AT END
                   IF SS-PURGE-DUE-DATE NOT > WS-RUN-DATE
                       PERFORM 4200-PURGE-RECORD
                   END-IF
           END-READ.

      *    파기 - 분리보관 레코드 삭제, CUSTMST 잔존 주민번호
      *    생년월일까지 삭제하고 파기확인서에 기재한다.
       4200-PURGE-RECORD.
           DELETE SEP-STORE-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-PURGED-COUNT
           MOVE SS-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE ALL '*' TO CF-RESIDENT-NO
                   MOVE 'P'     TO CF-CUST-STATUS
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                   END-REWRITE
           END-READ
           MOVE SPACES TO DCRPT-LINE
           STRING WS-PURGED-COUNT    DELIMITED SIZE
                  ' | 고객번호:'     DELIMITED SIZE
                  SS-CUSTOMER-ID     DELIMITED SIZE
                  ' | 종료일:'       DELIMITED SIZE
                  SS-LAST-REL-DATE   DELIMITED SIZE
                  ' | 분리일:'       DELIMITED SIZE
                  SS-SEPARATED-DATE  DELIMITED SIZE
                  ' | 보존만료:'     DELIMITED SIZE
                  SS-PURGE-DUE-DATE  DELIMITED SIZE
                  ' | 파기일:'       DELIMITED SIZE
                  WS-RUN-DATE        DELIMITED SIZE
                  ' | 열람:'         DELIMITED SIZE
                  SS-RETRIEVE-CNT    DELIMITED SIZE
                  ' | 성명/주민번호/전화/이메일/주소/TIN'
                                     DELIMITED SIZE
                  INTO DCRPT-LINE
           WRITE DESTRUCTION-CERT-RECORD
           MOVE SS-CUSTOMER-ID TO WS-AUDIT-KEY
           MOVE 'PURG'         TO WS-AUDIT-ACTION
           MOVE 'BATCH'        TO WS-AUDIT-OPERATOR
           MOVE '0000'         TO WS-AUDIT-RESULT
           MOVE '분리보관 개인정보 파기(복구불가 삭제)'
               TO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT.

       4900-WRITE-CERT-HEADER.
           MOVE SPACES TO DCRPT-LINE
           STRING '개인정보 파기 확인서 ' DELIMITED SIZE
                  '파기일:'                DELIMITED SIZE
                  WS-RUN-DATE              DELIMITED SIZE
                  INTO DCRPT-LINE
           WRITE DESTRUCTION-CERT-RECORD
           MOVE SPACES TO DCRPT-LINE
           STRING '파기사유: 최종 법정보존기간 경과'
                      DELIMITED SIZE
                  '(거래종료후 ' DELIMITED SIZE
                  WS-PURGE-YEARS DELIMITED SIZE
                  '년)' DELIMITED SIZE
                  INTO DCRPT-LINE
           WRITE DESTRUCTION-CERT-RECORD
           MOVE SPACES TO DCRPT-LINE
           STRING '파기방법: 분리보관 파일 ' DELIMITED SIZE
                  '레코드 삭제(복구불가)'    DELIMITED SIZE
                  INTO DCRPT-LINE
           WRITE DESTRUCTION-CERT-RECORD.

      *----------------------------------------------------------------
      *    RTRV - 분리보관 열람 (사유코드 01:법령/수사 02:정보주체
      *    요청 03:분쟁/민원 04:감사/검사 05:재거래 본인확인)
      *----------------------------------------------------------------
       5000-RETRIEVE.
           MOVE WS-RTV-CUSTOMER-ID TO WS-AUDIT-KEY
           MOVE 'RTRV'             TO WS-AUDIT-ACTION
           MOVE WS-RTV-OPERATOR    TO WS-AUDIT-OPERATOR
           MOVE SPACES             TO WS-AUDIT-MESSAGE
           PERFORM 5100-CHECK-RETRIEVAL
           IF NOT WS-RETRIEVE-OK
               PERFORM 8000-WRITE-AUDIT
               MOVE SPACES TO SPRPT-LINE
               STRING '열람거부:'        DELIMITED SIZE
                      WS-RTV-CUSTOMER-ID DELIMITED SIZE
                      ' '                DELIMITED SIZE
                      WS-AUDIT-MESSAGE   DELIMITED SIZE
                      INTO SPRPT-LINE
               WRITE SEP-REPORT-RECORD
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SS-RETRIEVE-CNT
           MOVE WS-RUN-DATE     TO SS-LAST-RETRIEVE-DATE
           MOVE WS-RTV-OPERATOR TO SS-LAST-RETRIEVE-BY
           REWRITE SEP-STORE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE
           MOVE '0000' TO WS-AUDIT-RESULT
           STRING '분리보관 열람 사유:' DELIMITED SIZE
                  WS-RTV-REASON         DELIMITED SIZE
                  ' 누적:'              DELIMITED SIZE
                  SS-RETRIEVE-CNT       DELIMITED SIZE
                  INTO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT
           PERFORM 5200-WRITE-RETRIEVAL.

       5100-CHECK-RETRIEVAL.
           MOVE '0003' TO WS-AUDIT-RESULT
           IF NOT WS-RTV-REASON-VALID
               MOVE '열람사유코드 오류' TO WS-AUDIT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RTV-OPERATOR TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '미등록 조작자ID' TO WS-AUDIT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF OP-STATUS-LOCKED OR NOT OP-ALLOW-SEP-VIEW
               MOVE '분리보관 열람권한 없음'
                   TO WS-AUDIT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RTV-CUSTOMER-ID TO SS-CUSTOMER-ID
           READ SEP-STORE-FILE
               INVALID KEY
                   MOVE '0001' TO WS-AUDIT-RESULT
                   MOVE '분리보관 정보 없음(미분리/파기)'
                       TO WS-AUDIT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           SET WS-RETRIEVE-OK TO TRUE.

       5200-WRITE-RETRIEVAL.
           MOVE SPACES TO SPRPT-LINE
           STRING '열람 고객번호:'    DELIMITED SIZE
                  SS-CUSTOMER-ID      DELIMITED SIZE
                  ' 열람자:'          DELIMITED SIZE
                  WS-RTV-OPERATOR     DELIMITED SIZE
                  ' 사유:'            DELIMITED SIZE
                  WS-RTV-REASON       DELIMITED SIZE
                  ' 분리일:'          DELIMITED SIZE
                  SS-SEPARATED-DATE   DELIMITED SIZE
                  ' 파기예정:'        DELIMITED SIZE
                  SS-PURGE-DUE-DATE   DELIMITED SIZE
                  INTO SPRPT-LINE
           WRITE SEP-REPORT-RECORD
           MOVE SPACES TO SPRPT-LINE
           STRING '성명:'             DELIMITED SIZE
                  SS-CUSTOMER-NAME    DELIMITED '  '
                  ' 주민번호:'        DELIMITED SIZE
                  SS-RESIDENT-NO      DELIMITED SIZE
                  ' 전화:'            DELIMITED SIZE
                  SS-PHONE            DELIMITED SIZE
                  ' 이메일:'          DELIMITED SIZE
                  SS-EMAIL            DELIMITED '  '
                  INTO SPRPT-LINE
           WRITE SEP-REPORT-RECORD
           MOVE SPACES TO SPRPT-LINE
           STRING '주소:'             DELIMITED SIZE
                  SS-ADDRESS          DELIMITED SIZE
                  ' TIN:'             DELIMITED SIZE
                  SS-FOREIGN-TIN      DELIMITED SIZE
                  INTO SPRPT-LINE
           WRITE SEP-REPORT-RECORD.

       8000-WRITE-AUDIT.
           MOVE WS-RUN-DATE       TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME       TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT081 '        TO AR-PROGRAM-ID
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
           IF WS-FUNC-SEPARATE
               MOVE SPACES TO DCRPT-LINE
               STRING '===파기건수:'     DELIMITED SIZE
                      WS-PURGED-COUNT    DELIMITED SIZE
                      '===  파기책임자:__________'
                                         DELIMITED SIZE
                      ' 확인자:__________' DELIMITED SIZE
                      INTO DCRPT-LINE
               WRITE DESTRUCTION-CERT-RECORD
           END-IF
           MOVE SPACES TO SPRPT-LINE
           STRING '===합계=== 고객:'     DELIMITED SIZE
                  WS-CUST-READ-COUNT     DELIMITED SIZE
                  ' 분리:'               DELIMITED SIZE
                  WS-SEPARATED-COUNT     DELIMITED SIZE
                  ' 파기:'               DELIMITED SIZE
                  WS-PURGED-COUNT        DELIMITED SIZE
                  ' 오류:'               DELIMITED SIZE
                  WS-ERROR-COUNT         DELIMITED SIZE
                  INTO SPRPT-LINE
           WRITE SEP-REPORT-RECORD
           PERFORM 9100-CLOSE-FILES
           DISPLAY '분리보관 처리 완료(' WS-RUN-FUNC ')'
               ' 분리:' WS-SEPARATED-COUNT
               ' 파기:' WS-PURGED-COUNT
               ' 오류:' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       9100-CLOSE-FILES.
           CLOSE SEP-STORE-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           CLOSE SEP-REPORT-FILE
           IF WS-FUNC-SEPARATE
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE DESTRUCTION-CERT-FILE
           ELSE
               CLOSE OPERATOR-FILE
           END-IF.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9100-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
