      ******************************************************************
      * PROGRAM-ID: ACCT078
      * DESCRIPTION: 초과인출 연체정보 신용정보집중기관 등록/해제
      *              일별 배치 프로그램
      *              - FEED: ACCTMST 전체 스캔, 연체일수(AF-OD-DAYS,
      *                ACCT029 관리) 기준일수 이상이고 연체금액
      *                기준금액 이상인 계좌를 등록대상으로 선정
      *                (기본 90일/50만원, 예금담보대출 LN 제외)
      *              - 등록대장(CBREG)으로 기등록/전송중 계좌의
      *                이중등록을 방지, 등록확정 계좌중 잔액 회복
      *                (자진상환 또는 ACCT067 상계) 계좌는 해제
      *                대상으로 선정
      *              - 집중기관 등록/해제 파일(CBOUT)을 헤더/명세/
      *                트레일러(건수/금액 통제합계)로 작성
      *              - ACKM: 집중기관 처리결과(CBACK)를 대장에 대사,
      *                트레일러 통제합계 검증, 불능건은 채권관리
      *                통보 리포트(CBREJ)로 출력
      *              - 처리 리포트(CBRPT)
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT078.
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

           SELECT OFFSET-REGISTER-FILE
               ASSIGN TO 'OFSTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CB-REGISTER-FILE
               ASSIGN TO 'CBREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CB-OUT-FILE
               ASSIGN TO 'CBOUT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CB-ACK-FILE
               ASSIGN TO 'CBACK'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CB-REJECT-FILE
               ASSIGN TO 'CBREJ'
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

           SELECT CB-REPORT-FILE
               ASSIGN TO 'CBRPT'
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
           05  AF-FILLER             PIC X(21).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CF-CUSTOMER-ID        PIC X(10).
           05  CF-CUSTOMER-NAME      PIC X(50).
           05  CF-RESIDENT-NO        PIC X(14).
           05  CF-FILLER             PIC X(286).

      *    상계예고 대장(ACCT067) - 해제사유(상계) 판별용.
       FD  OFFSET-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  OFFSET-REGISTER-RECORD.
           05  OF-ACCOUNT-NO         PIC X(12).
           05  OF-CUSTOMER-ID        PIC X(10).
           05  OF-NOTICE-DATE        PIC X(08).
           05  OF-SHORTFALL          PIC S9(13)V99 COMP-3.
           05  OF-STATUS             PIC X(01).
               88  OF-STATUS-EXECUTED VALUE 'E'.
           05  OF-EXEC-DATE          PIC X(08).
           05  OF-RECOVERED-AMT      PIC S9(13)V99 COMP-3.
           05  OF-FILLER             PIC X(25).

      *    연체정보 등록대장 - 계좌 단위.
      *    P:등록전송 R:등록확정 L:해제전송 C:해제확정
      *    J:등록불능(다음 FEED에 재전송)
       FD  CB-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  CB-REGISTER-RECORD.
           05  CB-ACCOUNT-NO         PIC X(12).
           05  CB-CUSTOMER-ID        PIC X(10).
           05  CB-BRANCH-CODE        PIC X(04).
           05  CB-STATUS             PIC X(01).
               88  CB-STATUS-REG-SENT VALUE 'P'.
               88  CB-STATUS-REGISTERED VALUE 'R'.
               88  CB-STATUS-REL-SENT VALUE 'L'.
               88  CB-STATUS-RELEASED VALUE 'C'.
               88  CB-STATUS-REJECTED VALUE 'J'.
               88  CB-STATUS-ON-FILE  VALUE 'P' 'R' 'L'.
           05  CB-REG-AMOUNT         PIC S9(13)V99 COMP-3.
           05  CB-REG-OD-DAYS        PIC 9(03).
           05  CB-DELQ-START-DATE    PIC X(08).
           05  CB-REG-SENT-DATE      PIC X(08).
           05  CB-REG-ACK-DATE       PIC X(08).
           05  CB-REL-REASON         PIC X(02).
               88  CB-REL-REPAID     VALUE '01'.
               88  CB-REL-OFFSET     VALUE '02'.
               88  CB-REL-CLOSED     VALUE '03'.
           05  CB-REL-SENT-DATE      PIC X(08).
           05  CB-REL-ACK-DATE       PIC X(08).
           05  CB-REJECT-CODE        PIC X(04).
           05  CB-REJECT-DATE        PIC X(08).
           05  CB-REG-COUNT          PIC 9(03).
           05  CB-FILLER             PIC X(50).

      *    집중기관 등록/해제 파일 - 헤더(H), 명세(D), 트레일러
      *    (T) 고정길이 150바이트.
       FD  CB-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  CB-OUT-RECORD             PIC X(150).

      *    집중기관 처리결과 - 헤더(H), 결과(D), 트레일러(T).
       FD  CB-ACK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  CB-ACK-RECORD.
           05  CK-REC-TYPE           PIC X(01).
           05  CK-BODY               PIC X(99).
       01  CB-ACK-DETAIL.
           05  CKD-REC-TYPE          PIC X(01).
           05  CKD-REQ-TYPE          PIC X(01).
               88  CKD-REQ-REGISTER  VALUE 'R'.
               88  CKD-REQ-RELEASE   VALUE 'L'.
           05  CKD-ACCOUNT-NO        PIC X(12).
           05  CKD-CUSTOMER-ID       PIC X(10).
           05  CKD-RESULT-CODE       PIC X(04).
               88  CKD-ACCEPTED      VALUE '0000'.
           05  CKD-RESULT-TEXT       PIC X(60).
           05  CKD-FILLER            PIC X(12).
       01  CB-ACK-TRAILER.
           05  CKT-REC-TYPE          PIC X(01).
           05  CKT-RESULT-COUNT      PIC 9(07).
           05  CKT-ACCEPT-COUNT      PIC 9(07).
           05  CKT-REJECT-COUNT      PIC 9(07).
           05  CKT-FILLER            PIC X(78).

       FD  CB-REJECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  CB-REJECT-RECORD.
           05  CBREJ-LINE            PIC X(160).

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

       FD  CB-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  CB-REPORT-RECORD.
           05  CBRPT-LINE            PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

      *    기동 파라미터 - 등록기준 미지정시 90일/50만원
      *    (신용정보관리규약 연체정보 등록기준)
       01  WS-RUN-PARM.
           05  WS-RUN-FUNC           PIC X(04).
               88  WS-FUNC-FEED      VALUE 'FEED'.
               88  WS-FUNC-ACK       VALUE 'ACKM'.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-REG-DAYS           PIC 9(03).
           05  WS-REG-MIN-AMT        PIC 9(09).

       01  WS-RUN-TIME               PIC X(06).

      *    기관코드(집중기관 부여)
       01  WS-CB-ORG-CODE            PIC X(07) VALUE 'KB00001'.

       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-ACCT-EOF       VALUE 'Y'.
           05  WS-REG-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-REG-EOF        VALUE 'Y'.
           05  WS-ACK-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-ACK-EOF        VALUE 'Y'.
           05  WS-OFSTREG-SW         PIC X(01) VALUE 'N'.
               88  WS-OFSTREG-OPEN   VALUE 'Y'.
           05  WS-TRAILER-SW         PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN   VALUE 'Y'.

       01  WS-CB-WORK.
           05  WS-OD-AMOUNT          PIC S9(13)V99 COMP-3.
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-DATE-INT           PIC 9(07).
           05  WS-REQ-TYPE           PIC X(01).
           05  WS-NEW-REG-SW         PIC X(01).
               88  WS-NEW-REG        VALUE 'Y'.

       01  WS-CB-HEADER-REC.
           05  CH-REC-TYPE           PIC X(01).
           05  CH-ORG-CODE           PIC X(07).
           05  CH-FILE-DATE          PIC X(08).
           05  CH-FILE-TIME          PIC X(06).
           05  CH-FILE-KIND          PIC X(04).
           05  CH-FILLER             PIC X(124).

       01  WS-CB-DETAIL-REC.
           05  CD-REC-TYPE           PIC X(01).
           05  CD-REQ-TYPE           PIC X(01).
           05  CD-ORG-CODE           PIC X(07).
           05  CD-ACCOUNT-NO         PIC X(12).
           05  CD-CUSTOMER-ID        PIC X(10).
           05  CD-RESIDENT-NO        PIC X(14).
           05  CD-CUSTOMER-NAME      PIC X(50).
           05  CD-DELQ-AMOUNT        PIC 9(15).
           05  CD-DELQ-START-DATE    PIC X(08).
           05  CD-OD-DAYS            PIC 9(03).
           05  CD-EVENT-DATE         PIC X(08).
           05  CD-REL-REASON         PIC X(02).
           05  CD-FILLER             PIC X(19).

       01  WS-CB-TRAILER-REC.
           05  CT-REC-TYPE           PIC X(01).
           05  CT-DETAIL-COUNT       PIC 9(07).
           05  CT-REG-COUNT          PIC 9(07).
           05  CT-REG-AMOUNT         PIC 9(17).
           05  CT-REL-COUNT          PIC 9(07).
           05  CT-REL-AMOUNT         PIC 9(17).
           05  CT-FILLER             PIC X(94).

       01  WS-TOTAL-AREA.
           05  WS-SCAN-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-ELIGIBLE-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-ON-FILE-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-REG-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-REG-AMOUNT         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-REL-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-REL-AMOUNT         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-DETAIL-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-ACK-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-ACK-ACCEPT-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-ACK-REJECT-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-ACK-UNMATCHED      PIC 9(07) VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
           05  WS-DSP-TOTAL          PIC -(15)9.99.
           05  WS-DSP-TOTAL-2        PIC -(15)9.99.

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(160).
           05  WS-RPT-EVENT          PIC X(40).

       01  WS-AUDIT-WORK.
           05  WS-AUDIT-KEY          PIC X(12).
           05  WS-AUDIT-ACTION       PIC X(04).
           05  WS-AUDIT-OPERATOR     PIC X(08).
           05  WS-AUDIT-RESULT       PIC X(04).
           05  WS-AUDIT-MESSAGE      PIC X(100).

       01  WS-CHAIN-AREA.
           05  WS-CHAIN-WORK         PIC 9(18) COMP.
           05  WS-CHAIN-I            PIC 9(04) COMP.

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN WS-FUNC-FEED
                   PERFORM 2000-SCAN-ACCOUNTS
                       UNTIL WS-ACCT-EOF
                   PERFORM 3050-START-REGISTER
                   PERFORM 3000-SCAN-REGISTER
                       UNTIL WS-REG-EOF
               WHEN WS-FUNC-ACK
                   PERFORM 5000-MATCH-ACK
                       UNTIL WS-ACK-EOF
                   PERFORM 5900-CHECK-ACK-CONTROL
           END-EVALUATE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF NOT WS-FUNC-FEED AND NOT WS-FUNC-ACK
               DISPLAY '*** ABEND: 기동구분 오류(FEED/ACKM)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-DATE = SPACES OR WS-RUN-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-REG-DAYS NOT NUMERIC OR WS-REG-DAYS = ZERO
               MOVE 090 TO WS-REG-DAYS
           END-IF
           IF WS-REG-MIN-AMT NOT NUMERIC OR WS-REG-MIN-AMT = ZERO
               MOVE 500000 TO WS-REG-MIN-AMT
           END-IF
           PERFORM 1100-OPEN-FILES
           MOVE SPACES TO CBRPT-LINE
           STRING '연체정보 처리 기동:'   DELIMITED SIZE
                  WS-RUN-FUNC                    DELIMITED SIZE
                  ' 기준일:'                     DELIMITED SIZE
                  WS-RUN-DATE                    DELIMITED SIZE
                  INTO CBRPT-LINE
           WRITE CB-REPORT-RECORD
           IF WS-FUNC-FEED
               MOVE SPACES           TO WS-CB-HEADER-REC
               MOVE 'H'              TO CH-REC-TYPE
               MOVE WS-CB-ORG-CODE   TO CH-ORG-CODE
               MOVE WS-RUN-DATE      TO CH-FILE-DATE
               MOVE WS-RUN-TIME      TO CH-FILE-TIME
               MOVE 'DLQ1'           TO CH-FILE-KIND
               MOVE WS-CB-HEADER-REC TO CB-OUT-RECORD
               WRITE CB-OUT-RECORD
               MOVE LOW-VALUES TO AF-ACCOUNT-NO
               START ACCOUNT-FILE KEY IS >= AF-ACCOUNT-NO
                   INVALID KEY
                       SET WS-ACCT-EOF TO TRUE
               END-START
           ELSE
               MOVE SPACES TO CBREJ-LINE
               STRING '연체정보 등록/해제 불능 통보'
                          DELIMITED SIZE
                      '(채권관리) ' DELIMITED SIZE
                      '기준일:' DELIMITED SIZE
                      WS-RUN-DATE DELIMITED SIZE
                      INTO CBREJ-LINE
               WRITE CB-REJECT-RECORD
               PERFORM 5100-READ-NEXT-ACK
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O CB-REGISTER-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE CB-REGISTER-FILE
               OPEN OUTPUT CB-REGISTER-FILE
               CLOSE CB-REGISTER-FILE
               OPEN I-O CB-REGISTER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'CBREG 오픈실패' TO WS-ERROR-MESSAGE
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
           OPEN OUTPUT CB-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'CBRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-FUNC-FEED
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
               OPEN INPUT OFFSET-REGISTER-FILE
               IF WS-FILE-OK
                   SET WS-OFSTREG-OPEN TO TRUE
               END-IF
               OPEN OUTPUT CB-OUT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'CBOUT 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           ELSE
               OPEN INPUT CB-ACK-FILE
               IF NOT WS-FILE-OK
                   MOVE 'CBACK 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               OPEN OUTPUT CB-REJECT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'CBREJ 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    FEED 1단계 - 등록대상 선정
      *----------------------------------------------------------------
       2000-SCAN-ACCOUNTS.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   IF NOT AF-STATUS-CLOSED AND
                      AF-ACCOUNT-TYPE NOT = 'LN' AND
                      AF-BALANCE < ZERO
                       ADD 1 TO WS-SCAN-COUNT
                       PERFORM 2100-EVALUATE-DELINQUENT
                   END-IF
           END-READ.

      *    등록대상 - 연체일수/금액 기준 충족. 대장상 등록전송/
      *    등록확정/해제전송 상태면 이중등록하지 않는다. 해제
      *    확정후 재연체는 재등록, 등록불능건은 재전송한다.
       2100-EVALUATE-DELINQUENT.
           IF AF-OD-DAYS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OD-AMOUNT = AF-BALANCE * -1
           IF AF-OD-DAYS < WS-REG-DAYS OR
              WS-OD-AMOUNT < WS-REG-MIN-AMT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ELIGIBLE-COUNT
           MOVE 'N' TO WS-NEW-REG-SW
           MOVE AF-ACCOUNT-NO TO CB-ACCOUNT-NO
           READ CB-REGISTER-FILE
               INVALID KEY
                   SET WS-NEW-REG TO TRUE
                   MOVE SPACES TO CB-REGISTER-RECORD
                   MOVE AF-ACCOUNT-NO TO CB-ACCOUNT-NO
                   MOVE ZERO TO CB-REG-COUNT
           END-READ
           IF NOT WS-NEW-REG AND CB-STATUS-ON-FILE
               ADD 1 TO WS-ON-FILE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE AF-CUSTOMER-ID  TO CB-CUSTOMER-ID
           MOVE AF-BRANCH-CODE  TO CB-BRANCH-CODE
           MOVE 'P'             TO CB-STATUS
           MOVE WS-OD-AMOUNT    TO CB-REG-AMOUNT
           MOVE AF-OD-DAYS      TO CB-REG-OD-DAYS
           MOVE WS-RUN-DATE     TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - AF-OD-DAYS + 1
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM     TO CB-DELQ-START-DATE
           MOVE WS-RUN-DATE     TO CB-REG-SENT-DATE
           MOVE SPACES          TO CB-REG-ACK-DATE
           MOVE SPACES          TO CB-REL-REASON
           MOVE SPACES          TO CB-REL-SENT-DATE
           MOVE SPACES          TO CB-REL-ACK-DATE
           MOVE SPACES          TO CB-REJECT-CODE
           MOVE SPACES          TO CB-REJECT-DATE
           ADD 1                TO CB-REG-COUNT
           IF WS-NEW-REG
               WRITE CB-REGISTER-RECORD
                   INVALID KEY
                       MOVE 'CBREG 기록실패' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-WRITE
           ELSE
               REWRITE CB-REGISTER-RECORD
                   INVALID KEY
                       MOVE 'CBREG 갱신실패' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-REWRITE
           END-IF
           MOVE 'R' TO WS-REQ-TYPE
           PERFORM 4000-WRITE-CB-DETAIL
           ADD 1            TO WS-REG-COUNT
           ADD WS-OD-AMOUNT TO WS-REG-AMOUNT
           MOVE '등록전송' TO WS-RPT-EVENT
           PERFORM 4900-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      *    FEED 2단계 - 해제대상 선정 (등록확정 계좌중 잔액회복)
      *----------------------------------------------------------------
       3000-SCAN-REGISTER.
           READ CB-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF CB-STATUS-REGISTERED
                       PERFORM 3100-EVALUATE-RELEASE
                   END-IF
           END-READ.

       3050-START-REGISTER.
           MOVE LOW-VALUES TO CB-ACCOUNT-NO
           START CB-REGISTER-FILE KEY IS >= CB-ACCOUNT-NO
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START.

      *    해제사유 - 해지(잔액 0 이상)는 03, 연체등록 이후
      *    상계(ACCT067) 집행분은 02, 그외 자진상환 01.
       3100-EVALUATE-RELEASE.
           MOVE CB-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF AF-BALANCE < ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE '01' TO CB-REL-REASON
           IF WS-OFSTREG-OPEN
               MOVE CB-ACCOUNT-NO TO OF-ACCOUNT-NO
               READ OFFSET-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OF-STATUS-EXECUTED AND
                          OF-EXEC-DATE >= CB-REG-SENT-DATE AND
                          OF-RECOVERED-AMT > ZERO
                           MOVE '02' TO CB-REL-REASON
                       END-IF
               END-READ
           END-IF
           IF AF-STATUS-CLOSED
               MOVE '03' TO CB-REL-REASON
           END-IF
           MOVE 'L'         TO CB-STATUS
           MOVE WS-RUN-DATE TO CB-REL-SENT-DATE
           MOVE SPACES      TO CB-REL-ACK-DATE
           REWRITE CB-REGISTER-RECORD
               INVALID KEY
                   MOVE 'CBREG 갱신실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE
           MOVE CB-REG-AMOUNT TO WS-OD-AMOUNT
           MOVE 'L' TO WS-REQ-TYPE
           PERFORM 4000-WRITE-CB-DETAIL
           ADD 1             TO WS-REL-COUNT
           ADD CB-REG-AMOUNT TO WS-REL-AMOUNT
           EVALUATE TRUE
               WHEN CB-REL-OFFSET
                   MOVE '해제전송(상계)' TO WS-RPT-EVENT
               WHEN CB-REL-CLOSED
                   MOVE '해제전송(해지)' TO WS-RPT-EVENT
               WHEN OTHER
                   MOVE '해제전송(상환)' TO WS-RPT-EVENT
           END-EVALUATE
           PERFORM 4900-WRITE-REPORT-LINE.

      *    명세 작성 - 고객 실명번호/성명은 CUSTMST 기준.
       4000-WRITE-CB-DETAIL.
           MOVE CB-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CF-CUSTOMER-NAME
                   MOVE SPACES TO CF-RESIDENT-NO
           END-READ
           MOVE SPACES             TO WS-CB-DETAIL-REC
           MOVE 'D'                TO CD-REC-TYPE
           MOVE WS-REQ-TYPE        TO CD-REQ-TYPE
           MOVE WS-CB-ORG-CODE     TO CD-ORG-CODE
           MOVE CB-ACCOUNT-NO      TO CD-ACCOUNT-NO
           MOVE CB-CUSTOMER-ID     TO CD-CUSTOMER-ID
           MOVE CF-RESIDENT-NO     TO CD-RESIDENT-NO
           MOVE CF-CUSTOMER-NAME   TO CD-CUSTOMER-NAME
           MOVE WS-OD-AMOUNT       TO CD-DELQ-AMOUNT
           MOVE CB-DELQ-START-DATE TO CD-DELQ-START-DATE
           MOVE CB-REG-OD-DAYS     TO CD-OD-DAYS
           MOVE WS-RUN-DATE        TO CD-EVENT-DATE
           IF WS-REQ-TYPE = 'L'
               MOVE CB-REL-REASON  TO CD-REL-REASON
           END-IF
           MOVE WS-CB-DETAIL-REC   TO CB-OUT-RECORD
           WRITE CB-OUT-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

       4900-WRITE-REPORT-LINE.
           MOVE WS-OD-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING CB-ACCOUNT-NO      DELIMITED SIZE
                  ' 고객:'           DELIMITED SIZE
                  CB-CUSTOMER-ID     DELIMITED SIZE
                  ' 지점:'           DELIMITED SIZE
                  CB-BRANCH-CODE     DELIMITED SIZE
                  ' 연체액:'         DELIMITED SIZE
                  WS-DSP-AMOUNT      DELIMITED SIZE
                  ' 일수:'           DELIMITED SIZE
                  CB-REG-OD-DAYS     DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-RPT-EVENT       DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO CBRPT-LINE
           WRITE CB-REPORT-RECORD
           MOVE CB-ACCOUNT-NO  TO WS-AUDIT-KEY
           IF WS-REQ-TYPE = 'R'
               MOVE 'CBRG'     TO WS-AUDIT-ACTION
           ELSE
               MOVE 'CBRL'     TO WS-AUDIT-ACTION
           END-IF
           MOVE 'ACCT078 '     TO WS-AUDIT-OPERATOR
           MOVE '0000'         TO WS-AUDIT-RESULT
           MOVE WS-RPT-DETAIL  TO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT.

      *----------------------------------------------------------------
      *    ACKM - 처리결과 대사
      *----------------------------------------------------------------
       5000-MATCH-ACK.
           EVALUATE CK-REC-TYPE
               WHEN 'D'
                   ADD 1 TO WS-ACK-COUNT
                   PERFORM 5200-APPLY-ACK-DETAIL
               WHEN 'T'
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE CKT-RESULT-COUNT TO CT-DETAIL-COUNT
                   MOVE CKT-ACCEPT-COUNT TO CT-REG-COUNT
                   MOVE CKT-REJECT-COUNT TO CT-REL-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 5100-READ-NEXT-ACK.

       5100-READ-NEXT-ACK.
           READ CB-ACK-FILE
               AT END
                   SET WS-ACK-EOF TO TRUE
           END-READ.

      *    결과 1건 대사 - 등록결과는 등록전송(P) 건에, 해제결과는
      *    해제전송(L) 건에만 반영한다. 해제불능은 등록확정(R)
      *    으로 되돌려 다음 FEED에 재해제한다.
       5200-APPLY-ACK-DETAIL.
           MOVE CKD-ACCOUNT-NO TO CB-ACCOUNT-NO
           READ CB-REGISTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ACK-UNMATCHED
                   MOVE '대장 미존재 결과' TO WS-RPT-EVENT
                   PERFORM 5800-WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-READ
           IF (CKD-REQ-REGISTER AND NOT CB-STATUS-REG-SENT) OR
              (CKD-REQ-RELEASE AND NOT CB-STATUS-REL-SENT)
               ADD 1 TO WS-ACK-UNMATCHED
               MOVE '전송상태 불일치 결과' TO WS-RPT-EVENT
               PERFORM 5800-WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF CKD-ACCEPTED
               ADD 1 TO WS-ACK-ACCEPT-COUNT
               IF CKD-REQ-REGISTER
                   MOVE 'R'         TO CB-STATUS
                   MOVE WS-RUN-DATE TO CB-REG-ACK-DATE
               ELSE
                   MOVE 'C'         TO CB-STATUS
                   MOVE WS-RUN-DATE TO CB-REL-ACK-DATE
               END-IF
               MOVE SPACES TO CB-REJECT-CODE
           ELSE
               ADD 1 TO WS-ACK-REJECT-COUNT
               MOVE CKD-RESULT-CODE TO CB-REJECT-CODE
               MOVE WS-RUN-DATE     TO CB-REJECT-DATE
               IF CKD-REQ-REGISTER
                   MOVE 'J' TO CB-STATUS
                   MOVE '등록불능' TO WS-RPT-EVENT
               ELSE
                   MOVE 'R' TO CB-STATUS
                   MOVE SPACES TO CB-REL-SENT-DATE
                   MOVE '해제불능' TO WS-RPT-EVENT
               END-IF
               PERFORM 5800-WRITE-REJECT-LINE
           END-IF
           REWRITE CB-REGISTER-RECORD
               INVALID KEY
                   MOVE 'CBREG 갱신실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE
           MOVE CB-ACCOUNT-NO   TO WS-AUDIT-KEY
           MOVE 'CBAK'          TO WS-AUDIT-ACTION
           MOVE 'ACCT078 '      TO WS-AUDIT-OPERATOR
           MOVE CKD-RESULT-CODE TO WS-AUDIT-RESULT
           MOVE SPACES          TO WS-AUDIT-MESSAGE
           STRING '집중기관 결과 요청:' DELIMITED SIZE
                  CKD-REQ-TYPE          DELIMITED SIZE
                  ' 상태:'              DELIMITED SIZE
                  CB-STATUS             DELIMITED SIZE
                  INTO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT.

       5800-WRITE-REJECT-LINE.
           MOVE SPACES TO CBREJ-LINE
           STRING CKD-ACCOUNT-NO     DELIMITED SIZE
                  ' 고객:'           DELIMITED SIZE
                  CKD-CUSTOMER-ID    DELIMITED SIZE
                  ' 요청:'           DELIMITED SIZE
                  CKD-REQ-TYPE       DELIMITED SIZE
                  ' 결과:'           DELIMITED SIZE
                  CKD-RESULT-CODE    DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-RPT-EVENT       DELIMITED SIZE
                  ' - '              DELIMITED SIZE
                  CKD-RESULT-TEXT    DELIMITED SIZE
                  INTO CBREJ-LINE
           WRITE CB-REJECT-RECORD.

      *    트레일러 통제합계 검증 - 결과건수/승인/불능 건수가
      *    수신 명세와 다르면 파일 불완전으로 보고한다.
       5900-CHECK-ACK-CONTROL.
           IF NOT WS-TRAILER-SEEN
               MOVE SPACES TO CBRPT-LINE
               MOVE '*** 처리결과 트레일러 누락' TO CBRPT-LINE
               WRITE CB-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF CT-DETAIL-COUNT NOT = WS-ACK-COUNT OR
              CT-DETAIL-COUNT NOT = CT-REG-COUNT + CT-REL-COUNT
               MOVE SPACES TO CBRPT-LINE
               STRING '*** 통제합계 불일치 트레일러:'
                          DELIMITED SIZE
                      CT-DETAIL-COUNT DELIMITED SIZE
                      ' 수신:'        DELIMITED SIZE
                      WS-ACK-COUNT    DELIMITED SIZE
                      INTO CBRPT-LINE
               WRITE CB-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-WRITE-AUDIT.
           MOVE WS-RUN-DATE       TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME       TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT078 '        TO AR-PROGRAM-ID
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
           IF WS-FUNC-FEED
               MOVE SPACES             TO WS-CB-TRAILER-REC
               MOVE 'T'                TO CT-REC-TYPE
               MOVE WS-DETAIL-COUNT    TO CT-DETAIL-COUNT
               MOVE WS-REG-COUNT       TO CT-REG-COUNT
               MOVE WS-REG-AMOUNT      TO CT-REG-AMOUNT
               MOVE WS-REL-COUNT       TO CT-REL-COUNT
               MOVE WS-REL-AMOUNT      TO CT-REL-AMOUNT
               MOVE WS-CB-TRAILER-REC  TO CB-OUT-RECORD
               WRITE CB-OUT-RECORD
               MOVE WS-REG-AMOUNT TO WS-DSP-TOTAL
               MOVE WS-REL-AMOUNT TO WS-DSP-TOTAL-2
               MOVE SPACES TO CBRPT-LINE
               STRING '===합계=== 연체:'  DELIMITED SIZE
                      WS-SCAN-COUNT       DELIMITED SIZE
                      ' 기준충족:'        DELIMITED SIZE
                      WS-ELIGIBLE-COUNT   DELIMITED SIZE
                      ' 기등록:'          DELIMITED SIZE
                      WS-ON-FILE-COUNT    DELIMITED SIZE
                      ' 등록:'            DELIMITED SIZE
                      WS-REG-COUNT        DELIMITED SIZE
                      '/'                 DELIMITED SIZE
                      WS-DSP-TOTAL        DELIMITED SIZE
                      ' 해제:'            DELIMITED SIZE
                      WS-REL-COUNT        DELIMITED SIZE
                      '/'                 DELIMITED SIZE
                      WS-DSP-TOTAL-2      DELIMITED SIZE
                      INTO CBRPT-LINE
           ELSE
               MOVE SPACES TO CBRPT-LINE
               STRING '===합계=== 결과:'  DELIMITED SIZE
                      WS-ACK-COUNT        DELIMITED SIZE
                      ' 확정:'            DELIMITED SIZE
                      WS-ACK-ACCEPT-COUNT DELIMITED SIZE
                      ' 불능:'            DELIMITED SIZE
                      WS-ACK-REJECT-COUNT DELIMITED SIZE
                      ' 불일치:'          DELIMITED SIZE
                      WS-ACK-UNMATCHED    DELIMITED SIZE
                      INTO CBRPT-LINE
               MOVE SPACES TO CBREJ-LINE
               STRING '===합계=== 불능:'  DELIMITED SIZE
                      WS-ACK-REJECT-COUNT DELIMITED SIZE
                      ' 불일치:'          DELIMITED SIZE
                      WS-ACK-UNMATCHED    DELIMITED SIZE
                      INTO CBREJ-LINE
               WRITE CB-REJECT-RECORD
           END-IF
           WRITE CB-REPORT-RECORD
           PERFORM 9100-CLOSE-FILES
           DISPLAY '연체정보 처리 완료(' WS-RUN-FUNC ')'
               ' 등록:' WS-REG-COUNT ' 해제:' WS-REL-COUNT
               ' 확정:' WS-ACK-ACCEPT-COUNT
               ' 불능:' WS-ACK-REJECT-COUNT
           IF WS-ACK-REJECT-COUNT > ZERO OR WS-ACK-UNMATCHED > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9100-CLOSE-FILES.
           CLOSE CB-REGISTER-FILE
           CLOSE CB-REPORT-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           IF WS-FUNC-FEED
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               IF WS-OFSTREG-OPEN
                   CLOSE OFFSET-REGISTER-FILE
               END-IF
               CLOSE CB-OUT-FILE
           ELSE
               CLOSE CB-ACK-FILE
               CLOSE CB-REJECT-FILE
           END-IF.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9100-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
