      ******************************************************************
      * PROGRAM-ID: ACCT082
      * DESCRIPTION: 마케팅/정보제공 동의 재확인 안내 배치 (월간)
      *              - 동의 등록부(CONSREG) 전건 순차 처리
      *              - 유효기간 만료 예정(기본 30일 이내) 동의건에
      *                재확인 안내를 알림큐(ALERTQ)에 서비스 통지로
      *                적재(동의주기당 1회, CN-RECONF-SENT-DATE)
      *              - 유효기간 경과 동의건은 만료(E) 처리
      *              - 처리내역 보고서(CNSRPT) 출력
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT082.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE
               ASSIGN TO 'CONSREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ALERT-QUEUE-FILE
               ASSIGN TO 'ALERTQ'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CONSENT-REPORT-FILE
               ASSIGN TO 'CNSRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONSENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONSENT-RECORD.
           05  CN-KEY.
               10  CN-CUSTOMER-ID    PIC X(10).
               10  CN-CONSENT-TYPE   PIC X(02).
           05  CN-CONSENT-STATUS     PIC X(01).
               88  CN-STATUS-AGREED  VALUE 'Y'.
               88  CN-STATUS-WITHDRAWN VALUE 'N'.
               88  CN-STATUS-EXPIRED VALUE 'E'.
           05  CN-CONSENT-DATE       PIC X(08).
           05  CN-CHANNEL            PIC X(04).
           05  CN-EXPIRY-DATE        PIC X(08).
           05  CN-WITHDRAW-DATE      PIC X(08).
           05  CN-UPDATED-BY         PIC X(08).
           05  CN-RECONF-SENT-DATE   PIC X(08).
           05  CN-FILLER             PIC X(23).

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

       FD  CONSENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  CONSENT-REPORT-RECORD.
           05  CNRPT-LINE            PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

      *    기동 파라미터 - 기준일 + 안내기간(일, 기본 30)
       01  WS-RUN-PARM.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-NOTICE-DAYS        PIC 9(03).

       01  WS-RUN-TIME               PIC X(06).
       01  WS-NOTICE-LIMIT-DATE      PIC X(08).
       01  WS-DATE-NUM               PIC 9(08).
       01  WS-DATE-INT               PIC 9(08).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.

       01  WS-CONSENT-TYPE-NAME      PIC X(20).

       01  WS-TOTAL-AREA.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-NOTICE-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-EXPIRED-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-ERROR-COUNT        PIC 9(07) VALUE ZERO.

       01  WS-RPT-DETAIL             PIC X(160).
       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-NEXT-CONSENT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF WS-RUN-DATE = SPACES OR WS-RUN-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-NOTICE-DAYS NOT NUMERIC OR WS-NOTICE-DAYS = ZERO
               MOVE 030 TO WS-NOTICE-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-NOTICE-DAYS
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-NOTICE-LIMIT-DATE
           PERFORM 1100-OPEN-FILES
           MOVE SPACES TO CNRPT-LINE
           STRING '동의 재확인 안내 기준일:' DELIMITED SIZE
                  WS-RUN-DATE                DELIMITED SIZE
                  ' 안내대상 만료일:~'       DELIMITED SIZE
                  WS-NOTICE-LIMIT-DATE       DELIMITED SIZE
                  INTO CNRPT-LINE
           WRITE CONSENT-REPORT-RECORD
           MOVE LOW-VALUES TO CN-KEY
           START CONSENT-FILE KEY IS >= CN-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.

       1100-OPEN-FILES.
           OPEN I-O CONSENT-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE CONSENT-FILE
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN I-O CONSENT-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'CONSREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN EXTEND ALERT-QUEUE-FILE
           IF NOT WS-FILE-OK
               MOVE 'ALERTQ 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT CONSENT-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'CNSRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       2000-READ-NEXT-CONSENT.
           READ CONSENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF CN-STATUS-AGREED
                       PERFORM 2100-EVALUATE-CONSENT
                   END-IF
           END-READ.

      *    만료건은 E로 전환, 만료예정건은 동의주기당 1회 안내
      *    (재동의시 ACCT022가 안내일을 초기화한다).
       2100-EVALUATE-CONSENT.
           EVALUATE TRUE
               WHEN CN-EXPIRY-DATE < WS-RUN-DATE
                   MOVE 'E' TO CN-CONSENT-STATUS
                   REWRITE CONSENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           EXIT PARAGRAPH
                   END-REWRITE
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE '만료처리' TO WS-RPT-DETAIL
                   PERFORM 2900-WRITE-REPORT-LINE
               WHEN CN-EXPIRY-DATE NOT > WS-NOTICE-LIMIT-DATE
                AND CN-RECONF-SENT-DATE = SPACES
                   PERFORM 2200-WRITE-RECONFIRM-ALERT
                   MOVE WS-RUN-DATE TO CN-RECONF-SENT-DATE
                   REWRITE CONSENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           EXIT PARAGRAPH
                   END-REWRITE
                   ADD 1 TO WS-NOTICE-COUNT
                   MOVE '재확인안내' TO WS-RPT-DETAIL
                   PERFORM 2900-WRITE-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    재확인 안내는 동의 관련 의무 통지이므로 서비스 분류로
      *    적재한다(마케팅 미동의 차단 대상 아님).
       2200-WRITE-RECONFIRM-ALERT.
           PERFORM 2300-SET-TYPE-NAME
           MOVE SPACES               TO ALERT-QUEUE-RECORD
           MOVE WS-RUN-DATE          TO AQ-OCCURRED-TS(1:8)
           MOVE WS-RUN-TIME          TO AQ-OCCURRED-TS(9:6)
           MOVE CN-CUSTOMER-ID       TO AQ-CUSTOMER-ID
           MOVE SPACES               TO AQ-ACCOUNT-NO
           MOVE 'CNRC'               TO AQ-EVENT-CODE
           MOVE ZERO                 TO AQ-AMOUNT
           STRING WS-CONSENT-TYPE-NAME DELIMITED '  '
                  ' 동의만료 '         DELIMITED SIZE
                  CN-EXPIRY-DATE       DELIMITED SIZE
                  INTO AQ-DETAIL
           MOVE 'S'                  TO AQ-ALERT-CLASS
           WRITE ALERT-QUEUE-RECORD.

       2300-SET-TYPE-NAME.
           EVALUATE CN-CONSENT-TYPE
               WHEN 'MS'
                   MOVE 'SMS 마케팅' TO WS-CONSENT-TYPE-NAME
               WHEN 'ME'
                   MOVE '이메일 마케팅' TO WS-CONSENT-TYPE-NAME
               WHEN 'MP'
                   MOVE '전화 마케팅' TO WS-CONSENT-TYPE-NAME
               WHEN 'T3'
                   MOVE '제3자 제공' TO WS-CONSENT-TYPE-NAME
               WHEN 'AF'
                   MOVE '계열사 제공' TO WS-CONSENT-TYPE-NAME
               WHEN OTHER
                   MOVE CN-CONSENT-TYPE TO WS-CONSENT-TYPE-NAME
           END-EVALUATE.

       2900-WRITE-REPORT-LINE.
           MOVE SPACES TO CNRPT-LINE
           STRING WS-RPT-DETAIL      DELIMITED '  '
                  ' 고객:'           DELIMITED SIZE
                  CN-CUSTOMER-ID     DELIMITED SIZE
                  ' 유형:'           DELIMITED SIZE
                  CN-CONSENT-TYPE    DELIMITED SIZE
                  ' 동의일:'         DELIMITED SIZE
                  CN-CONSENT-DATE    DELIMITED SIZE
                  ' 채널:'           DELIMITED SIZE
                  CN-CHANNEL         DELIMITED SIZE
                  ' 만료일:'         DELIMITED SIZE
                  CN-EXPIRY-DATE     DELIMITED SIZE
                  INTO CNRPT-LINE
           WRITE CONSENT-REPORT-RECORD.

       9000-FINALIZE.
           MOVE SPACES TO CNRPT-LINE
           STRING '===합계=== 동의:'  DELIMITED SIZE
                  WS-READ-COUNT       DELIMITED SIZE
                  ' 안내:'            DELIMITED SIZE
                  WS-NOTICE-COUNT     DELIMITED SIZE
                  ' 만료:'            DELIMITED SIZE
                  WS-EXPIRED-COUNT    DELIMITED SIZE
                  ' 오류:'            DELIMITED SIZE
                  WS-ERROR-COUNT      DELIMITED SIZE
                  INTO CNRPT-LINE
           WRITE CONSENT-REPORT-RECORD
           PERFORM 9100-CLOSE-FILES
           DISPLAY '동의 재확인 처리 완료 안내:'
               WS-NOTICE-COUNT
               ' 만료:' WS-EXPIRED-COUNT
               ' 오류:' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       9100-CLOSE-FILES.
           CLOSE CONSENT-FILE
           CLOSE ALERT-QUEUE-FILE
           CLOSE CONSENT-REPORT-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9100-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
