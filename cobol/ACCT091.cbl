      ******************************************************************
      * PROGRAM-ID: ACCT091
      * DESCRIPTION: 정보계(DW) 일별 변경분(CDC) 추출 배치 프로그램
      *              - DLTA: 추출일의 계좌원장 저널(ACCTJRNL)과
      *                고객 변경이력(CUSTHIST)을 신규(I)/변경(U)/
      *                해지(C) 변경레코드로 변환하여 CDCFEED 생성
      *                변경시각/프로그램/조작자 포함. 계좌변경의
      *                조작자는 당일 감사기록(AUDITLOG)에서 계좌+
      *                프로그램+시각으로 대조
      *              - REXT: 기추출일 재추출 - 최초 추출과 동일한
      *                배치번호로 재생성(재전송 표시) - 정보계는
      *                배치번호 기준 대체적재로 중복을 방지
      *              - FULL: 재적재용 전건추출 - ACCTMST/CUSTMST
      *                전건을 신규(I) 레코드로 생성
      *              - 헤더(HD)/트레일러(TR: 건수, 잔액 해시합계)
      *              - 추출통제(CDCCTL): 추출일/구분별 배치번호와
      *                완료여부 관리. 직전 추출일 이후 미추출
      *                일자를 통제리포트(CDCRPT)로 경고하여 누락일
      *                재추출(DLTA 지정일) 근거로 삼는다
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT091.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-JOURNAL-FILE
               ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUST-HIST-FILE
               ASSIGN TO 'CUSTHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CDC-CONTROL-FILE
               ASSIGN TO 'CDCCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CDC-FEED-FILE
               ASSIGN TO 'CDCFEED'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CDC-REPORT-FILE
               ASSIGN TO 'CDCRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    계좌원장 전/후 이미지 저널 - 신규개설은 변경전 이미지가
      *    공백으로 기록된다.
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

       FD  CUST-HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 770 CHARACTERS.
       01  CUST-HIST-RECORD.
           05  CH-TIMESTAMP          PIC X(14).
           05  CH-CUSTOMER-ID        PIC X(10).
           05  CH-ACTION-CODE        PIC X(04).
               88  CH-ACTION-REGISTER VALUE 'CREG'.
               88  CH-ACTION-CLOSE   VALUE 'CCLS'.
           05  CH-OPERATOR-ID        PIC X(08).
           05  CH-BEFORE-IMAGE       PIC X(360).
           05  CH-AFTER-IMAGE        PIC X(360).
           05  CH-FILLER             PIC X(14).

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

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ACCOUNT-RECORD.
           05  AF-ACCOUNT-NO         PIC X(12).
           05  AF-FILLER             PIC X(188).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CF-CUSTOMER-ID        PIC X(10).
           05  CF-FILLER             PIC X(350).

      *    추출통제 - 추출일+구분(D:변경분/F:전건)별 배치번호와
      *    완료여부. 키 '00000000S'는 최종 배치번호 채번용.
       FD  CDC-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CDC-CONTROL-RECORD.
           05  CC-KEY.
               10  CC-EXTRACT-DATE   PIC X(08).
               10  CC-MODE           PIC X(01).
                   88  CC-MODE-DELTA VALUE 'D'.
                   88  CC-MODE-FULL  VALUE 'F'.
           05  CC-STATUS             PIC X(01).
               88  CC-STATUS-OPEN     VALUE 'O'.
               88  CC-STATUS-COMPLETE VALUE 'C'.
           05  CC-BATCH-SEQ          PIC 9(07).
           05  CC-RUN-TIMESTAMP      PIC X(14).
           05  CC-ACCT-COUNT         PIC 9(09).
           05  CC-CUST-COUNT         PIC 9(09).
           05  CC-HASH-BALANCE       PIC S9(15)V99 COMP-3.
           05  CC-EXTRACT-COUNT      PIC 9(03).
           05  CC-FILLER             PIC X(19).

      *    정보계 전송파일 - HD(헤더)/DT(변경)/TR(트레일러)
       FD  CDC-FEED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 420 CHARACTERS.
       01  CDC-FEED-RECORD.
           05  CD-RECORD-TYPE        PIC X(02).
           05  CD-DETAIL.
               10  CD-ENTITY         PIC X(04).
               10  CD-CHANGE-TYPE    PIC X(01).
               10  CD-ENTITY-KEY     PIC X(12).
               10  CD-CHANGE-TS      PIC X(14).
               10  CD-PROGRAM-ID     PIC X(08).
               10  CD-OPERATOR-ID    PIC X(08).
               10  CD-IMAGE          PIC X(360).
               10  CD-FILLER         PIC X(11).
           05  CD-HEADER REDEFINES CD-DETAIL.
               10  CD-HD-FEED-ID     PIC X(08).
               10  CD-HD-MODE        PIC X(01).
               10  CD-HD-EXTRACT-DATE PIC X(08).
               10  CD-HD-BATCH-SEQ   PIC 9(07).
               10  CD-HD-RESEND-FLAG PIC X(01).
               10  CD-HD-CREATED-TS  PIC X(14).
               10  CD-HD-FILLER      PIC X(379).
           05  CD-TRAILER REDEFINES CD-DETAIL.
               10  CD-TR-BATCH-SEQ   PIC 9(07).
               10  CD-TR-TOTAL-COUNT PIC 9(09).
               10  CD-TR-ACCT-COUNT  PIC 9(09).
               10  CD-TR-CUST-COUNT  PIC 9(09).
               10  CD-TR-INSERT-COUNT PIC 9(09).
               10  CD-TR-UPDATE-COUNT PIC 9(09).
               10  CD-TR-CLOSE-COUNT PIC 9(09).
               10  CD-TR-HASH-BALANCE PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
               10  CD-TR-FILLER      PIC X(339).

       FD  CDC-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CDC-REPORT-RECORD.
           05  CR-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-FUNC           PIC X(04).
               88  WS-FUNC-DELTA     VALUE 'DLTA'.
               88  WS-FUNC-REEXTRACT VALUE 'REXT'.
               88  WS-FUNC-FULL      VALUE 'FULL'.
           05  WS-EXTRACT-DATE       PIC X(08).

       01  WS-RUN-TIMESTAMP          PIC X(14).

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-CTL-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-CTL-EOF        VALUE 'Y'.
           05  WS-RESEND-SW          PIC X(01) VALUE 'N'.
               88  WS-RESEND         VALUE 'Y'.

       01  WS-CONTROL-WORK.
           05  WS-CTL-MODE           PIC X(01).
           05  WS-BATCH-SEQ          PIC 9(07).
           05  WS-CTL-SAVE           PIC X(80).
           05  WS-PREV-EXTRACT-DATE  PIC X(08).

       01  WS-DATE-WORK.
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-EXTRACT-INT        PIC 9(07).
           05  WS-PREV-INT           PIC 9(07).
           05  WS-GAP-DAYS           PIC S9(05).
           05  WS-GAP-FROM           PIC X(08).
           05  WS-GAP-TO             PIC X(08).

      *    계좌원장 이미지 조회용 - 잔액/상태 위치
       01  WS-IMAGE-VIEW.
           05  WS-IMG-ACCOUNT-NO     PIC X(12).
           05  FILLER                PIC X(22).
           05  WS-IMG-BALANCE        PIC S9(13)V99 COMP-3.
           05  FILLER                PIC X(16).
           05  WS-IMG-STATUS         PIC X(01).
               88  WS-IMG-CLOSED     VALUE 'C'.
           05  FILLER                PIC X(141).
       01  WS-BEFORE-STATUS          PIC X(01).

      *    당일 감사기록 - 계좌변경 조작자 대조용
       01  WS-AUDIT-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-AUDIT-TABLE.
           05  WS-AU-ENTRY OCCURS 20000 TIMES
                           INDEXED BY WS-AU-IDX.
               10  WS-AU-ACCOUNT-NO  PIC X(12).
               10  WS-AU-PROGRAM-ID  PIC X(08).
               10  WS-AU-TIMESTAMP   PIC X(14).
               10  WS-AU-OPERATOR-ID PIC X(08).
       01  WS-AU-BEST-TS             PIC X(14).
       01  WS-AU-OPERATOR            PIC X(08).

       01  WS-TOTAL-AREA.
           05  WS-TOTAL-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-ACCT-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-CUST-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-INSERT-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-UPDATE-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-CLOSE-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-HASH-BALANCE       PIC S9(15)V99 COMP-3
                                     VALUE ZERO.
           05  WS-NO-OPERATOR-COUNT  PIC 9(07) VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(132).

       01  WS-DISPLAY-WORK.
           05  WS-DSP-HASH           PIC -(15)9.99.
           05  WS-DSP-GAP            PIC ZZZZ9.

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN WS-FUNC-DELTA
               WHEN WS-FUNC-REEXTRACT
                   PERFORM 3000-EXTRACT-DELTA
               WHEN WS-FUNC-FULL
                   PERFORM 4000-EXTRACT-FULL
           END-EVALUATE
           PERFORM 5000-WRITE-TRAILER
           PERFORM 1700-COMPLETE-CONTROL
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           EVALUATE TRUE
               WHEN WS-FUNC-DELTA
               WHEN WS-FUNC-REEXTRACT
                   MOVE 'D' TO WS-CTL-MODE
               WHEN WS-FUNC-FULL
                   MOVE 'F' TO WS-CTL-MODE
               WHEN OTHER
                   MOVE '기동구분 오류(DLTA/REXT/FULL)'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-EVALUATE
      *    추출일 미지정시 전일자
           IF WS-EXTRACT-DATE = SPACES
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DATE-NUM
               COMPUTE WS-EXTRACT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-EXTRACT-INT)
               MOVE WS-DATE-NUM TO WS-EXTRACT-DATE
           END-IF
           MOVE WS-EXTRACT-DATE TO WS-DATE-NUM
           COMPUTE WS-EXTRACT-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM 1100-OPEN-FILES
           PERFORM 1500-OPEN-CONTROL
           PERFORM 1200-WRITE-HEADER
           PERFORM 1300-CHECK-GAP.

       1100-OPEN-FILES.
           OPEN I-O CDC-CONTROL-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE CDC-CONTROL-FILE
               OPEN OUTPUT CDC-CONTROL-FILE
               CLOSE CDC-CONTROL-FILE
               OPEN I-O CDC-CONTROL-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'CDCCTL 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT CDC-FEED-FILE
           IF NOT WS-FILE-OK
               MOVE 'CDCFEED 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT CDC-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'CDCRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       1200-WRITE-HEADER.
           MOVE SPACES           TO CDC-FEED-RECORD
           MOVE 'HD'             TO CD-RECORD-TYPE
           MOVE 'ACCTCDC '       TO CD-HD-FEED-ID
           MOVE WS-CTL-MODE      TO CD-HD-MODE
           MOVE WS-EXTRACT-DATE  TO CD-HD-EXTRACT-DATE
           MOVE WS-BATCH-SEQ     TO CD-HD-BATCH-SEQ
           IF WS-RESEND
               MOVE 'R' TO CD-HD-RESEND-FLAG
           ELSE
               MOVE 'N' TO CD-HD-RESEND-FLAG
           END-IF
           MOVE WS-RUN-TIMESTAMP TO CD-HD-CREATED-TS
           WRITE CDC-FEED-RECORD
           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'DW 변경분 추출 | 구분:'  DELIMITED SIZE
                  WS-RUN-FUNC               DELIMITED SIZE
                  ' 추출일:'                DELIMITED SIZE
                  WS-EXTRACT-DATE           DELIMITED SIZE
                  ' 배치번호:'              DELIMITED SIZE
                  WS-BATCH-SEQ              DELIMITED SIZE
                  ' 재전송:'                DELIMITED SIZE
                  CD-HD-RESEND-FLAG         DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO CR-LINE
           WRITE CDC-REPORT-RECORD.

      *    누락일 점검 - 추출일 이전의 최종 완료 추출일(변경분/
      *    전건 불문)과의 사이에 미추출 일자가 있으면 경고한다.
       1300-CHECK-GAP.
           MOVE SPACES TO WS-PREV-EXTRACT-DATE
           MOVE LOW-VALUES TO CC-KEY
           MOVE 'N' TO WS-CTL-EOF-SW
           START CDC-CONTROL-FILE KEY IS > CC-KEY
               INVALID KEY
                   SET WS-CTL-EOF TO TRUE
           END-START
           PERFORM 1310-READ-NEXT-CONTROL
               UNTIL WS-CTL-EOF
           IF WS-PREV-EXTRACT-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PREV-EXTRACT-DATE TO WS-DATE-NUM
           COMPUTE WS-PREV-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-GAP-DAYS = WS-EXTRACT-INT - WS-PREV-INT - 1
           IF WS-GAP-DAYS <= ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PREV-INT + 1)
           MOVE WS-DATE-NUM TO WS-GAP-FROM
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-EXTRACT-INT - 1)
           MOVE WS-DATE-NUM TO WS-GAP-TO
           MOVE WS-GAP-DAYS TO WS-DSP-GAP
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '*** 경고: 미추출 일자 '   DELIMITED SIZE
                  WS-GAP-FROM               DELIMITED SIZE
                  '~'                       DELIMITED SIZE
                  WS-GAP-TO                 DELIMITED SIZE
                  ' ('                      DELIMITED SIZE
                  WS-DSP-GAP                DELIMITED SIZE
                  '일) - DLTA 일자지정 재추출 요'
                                            DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO CR-LINE
           WRITE CDC-REPORT-RECORD
           DISPLAY WS-RPT-DETAIL.

       1310-READ-NEXT-CONTROL.
           READ CDC-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   IF CC-EXTRACT-DATE = '00000000'
                       CONTINUE
                   ELSE
                       IF CC-EXTRACT-DATE >= WS-EXTRACT-DATE
                           SET WS-CTL-EOF TO TRUE
                       ELSE
                           IF CC-STATUS-COMPLETE
                               MOVE CC-EXTRACT-DATE
                                   TO WS-PREV-EXTRACT-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    추출통제 - 동일 추출일/구분의 기존 배치번호를 재사용
      *    하여 재추출분이 정보계에서 대체적재되도록 한다.
      *    DLTA: 완료건 존재시 거부(REXT로 재추출), 미완료건은
      *          중단분 재실행으로 보고 동일 배치번호로 재생성
      *    REXT: 완료건 필수 - 재전송 표시
       1500-OPEN-CONTROL.
           MOVE WS-EXTRACT-DATE TO CC-EXTRACT-DATE
           MOVE WS-CTL-MODE     TO CC-MODE
           READ CDC-CONTROL-FILE
               INVALID KEY
                   IF WS-FUNC-REEXTRACT
                       MOVE '재추출 대상 추출이력 없음'
                           TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
                   END-IF
                   PERFORM 1550-NEXT-BATCH-SEQ
                   MOVE WS-EXTRACT-DATE  TO CC-EXTRACT-DATE
                   MOVE WS-CTL-MODE      TO CC-MODE
                   MOVE 'O'              TO CC-STATUS
                   MOVE WS-BATCH-SEQ     TO CC-BATCH-SEQ
                   MOVE WS-RUN-TIMESTAMP TO CC-RUN-TIMESTAMP
                   MOVE ZERO             TO CC-ACCT-COUNT
                   MOVE ZERO             TO CC-CUST-COUNT
                   MOVE ZERO             TO CC-HASH-BALANCE
                   MOVE ZERO             TO CC-EXTRACT-COUNT
                   MOVE SPACES           TO CC-FILLER
                   WRITE CDC-CONTROL-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF CC-STATUS-COMPLETE AND WS-FUNC-DELTA
               MOVE '기추출 완료일 - REXT로 재추출 요'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF CC-STATUS-COMPLETE
               SET WS-RESEND TO TRUE
           END-IF
           MOVE CC-BATCH-SEQ TO WS-BATCH-SEQ
           MOVE 'O'          TO CC-STATUS
           REWRITE CDC-CONTROL-RECORD
               INVALID KEY
                   MOVE 'CDCCTL 갱신 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

       1550-NEXT-BATCH-SEQ.
           MOVE '00000000' TO CC-EXTRACT-DATE
           MOVE 'S'        TO CC-MODE
           READ CDC-CONTROL-FILE
               INVALID KEY
                   MOVE '00000000'       TO CC-EXTRACT-DATE
                   MOVE 'S'              TO CC-MODE
                   MOVE 'C'              TO CC-STATUS
                   MOVE 1                TO CC-BATCH-SEQ
                   MOVE WS-RUN-TIMESTAMP TO CC-RUN-TIMESTAMP
                   MOVE ZERO             TO CC-ACCT-COUNT
                   MOVE ZERO             TO CC-CUST-COUNT
                   MOVE ZERO             TO CC-HASH-BALANCE
                   MOVE ZERO             TO CC-EXTRACT-COUNT
                   MOVE SPACES           TO CC-FILLER
                   WRITE CDC-CONTROL-RECORD
                   MOVE CC-BATCH-SEQ TO WS-BATCH-SEQ
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO CC-BATCH-SEQ
           MOVE WS-RUN-TIMESTAMP TO CC-RUN-TIMESTAMP
           REWRITE CDC-CONTROL-RECORD
               INVALID KEY
                   MOVE 'CDCCTL 채번 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE
           MOVE CC-BATCH-SEQ TO WS-BATCH-SEQ.

      *    완료 처리 - 건수/해시합계와 추출횟수를 통제에 기록
       1700-COMPLETE-CONTROL.
           MOVE WS-EXTRACT-DATE TO CC-EXTRACT-DATE
           MOVE WS-CTL-MODE     TO CC-MODE
           READ CDC-CONTROL-FILE
               INVALID KEY
                   MOVE 'CDCCTL 완료처리 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-READ
           MOVE 'C'              TO CC-STATUS
           MOVE WS-RUN-TIMESTAMP TO CC-RUN-TIMESTAMP
           MOVE WS-ACCT-COUNT    TO CC-ACCT-COUNT
           MOVE WS-CUST-COUNT    TO CC-CUST-COUNT
           MOVE WS-HASH-BALANCE  TO CC-HASH-BALANCE
           IF CC-EXTRACT-COUNT < 999
               ADD 1 TO CC-EXTRACT-COUNT
           END-IF
           REWRITE CDC-CONTROL-RECORD
               INVALID KEY
                   MOVE 'CDCCTL 완료처리 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

      *----------------------------------------------------------------
      *    변경분 추출 - 추출일자의 저널/이력만 대상으로 한다.
      *----------------------------------------------------------------
       3000-EXTRACT-DELTA.
           PERFORM 3100-LOAD-AUDIT-OPERATORS
           OPEN INPUT ACCT-JOURNAL-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTJRNL 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3200-READ-NEXT-JOURNAL
               UNTIL WS-EOF
           CLOSE ACCT-JOURNAL-FILE
           OPEN INPUT CUST-HIST-FILE
           IF NOT WS-FILE-OK
               MOVE 'CUSTHIST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3500-READ-NEXT-CUST-HIST
               UNTIL WS-EOF
           CLOSE CUST-HIST-FILE.

       3100-LOAD-AUDIT-OPERATORS.
           MOVE ZERO TO WS-AUDIT-COUNT
           OPEN INPUT AUDIT-FILE
           IF NOT WS-FILE-OK
               MOVE 'AUDITLOG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3110-READ-NEXT-AUDIT
               UNTIL WS-EOF
           CLOSE AUDIT-FILE.

       3110-READ-NEXT-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AR-TIMESTAMP(1:8) = WS-EXTRACT-DATE AND
                      AR-ACCOUNT-NO NOT = SPACES AND
                      AR-OPERATOR-ID NOT = SPACES
                       PERFORM 3120-ADD-AUDIT-ENTRY
                   END-IF
           END-READ.

       3120-ADD-AUDIT-ENTRY.
           IF WS-AUDIT-COUNT >= 20000
               MOVE '감사기록 대조테이블 초과(20000)'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           ADD 1 TO WS-AUDIT-COUNT
           SET WS-AU-IDX TO WS-AUDIT-COUNT
           MOVE AR-ACCOUNT-NO  TO WS-AU-ACCOUNT-NO(WS-AU-IDX)
           MOVE AR-PROGRAM-ID  TO WS-AU-PROGRAM-ID(WS-AU-IDX)
           MOVE AR-TIMESTAMP   TO WS-AU-TIMESTAMP(WS-AU-IDX)
           MOVE AR-OPERATOR-ID TO WS-AU-OPERATOR-ID(WS-AU-IDX).

       3200-READ-NEXT-JOURNAL.
           READ ACCT-JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AJ-TIMESTAMP(1:8) = WS-EXTRACT-DATE
                       PERFORM 3300-BUILD-ACCOUNT-CHANGE
                   END-IF
           END-READ.

      *    변경유형 - 변경전 이미지 공백은 신규(I), 변경후 상태가
      *    해지(C)로 바뀐 경우 해지(C), 그외 변경(U)
       3300-BUILD-ACCOUNT-CHANGE.
           MOVE AJ-BEFORE-IMAGE TO WS-IMAGE-VIEW
           MOVE WS-IMG-STATUS   TO WS-BEFORE-STATUS
           MOVE AJ-AFTER-IMAGE  TO WS-IMAGE-VIEW
           MOVE SPACES          TO CDC-FEED-RECORD
           MOVE 'DT'            TO CD-RECORD-TYPE
           MOVE 'ACCT'          TO CD-ENTITY
           EVALUATE TRUE
               WHEN AJ-BEFORE-IMAGE = SPACES
                   MOVE 'I' TO CD-CHANGE-TYPE
               WHEN WS-IMG-CLOSED AND WS-BEFORE-STATUS NOT = 'C'
                   MOVE 'C' TO CD-CHANGE-TYPE
               WHEN OTHER
                   MOVE 'U' TO CD-CHANGE-TYPE
           END-EVALUATE
           MOVE AJ-ACCOUNT-NO   TO CD-ENTITY-KEY
           MOVE AJ-TIMESTAMP    TO CD-CHANGE-TS
           MOVE AJ-PROGRAM-ID   TO CD-PROGRAM-ID
           PERFORM 3400-FIND-OPERATOR
           MOVE WS-AU-OPERATOR  TO CD-OPERATOR-ID
           MOVE AJ-AFTER-IMAGE  TO CD-IMAGE
           ADD WS-IMG-BALANCE   TO WS-HASH-BALANCE
           ADD 1 TO WS-ACCT-COUNT
           PERFORM 5100-WRITE-DETAIL.

      *    조작자 대조 - 동일 계좌/프로그램의 당일 감사기록 중
      *    저널시각 이하 최근 기록의 조작자. 배치 갱신 등 대응
      *    감사기록이 없으면 공백.
       3400-FIND-OPERATOR.
           MOVE SPACES TO WS-AU-OPERATOR
           MOVE SPACES TO WS-AU-BEST-TS
           PERFORM 3410-CHECK-AUDIT-ENTRY
               VARYING WS-AU-IDX FROM 1 BY 1
               UNTIL WS-AU-IDX > WS-AUDIT-COUNT
           IF WS-AU-OPERATOR = SPACES
               ADD 1 TO WS-NO-OPERATOR-COUNT
           END-IF.

       3410-CHECK-AUDIT-ENTRY.
           IF WS-AU-ACCOUNT-NO(WS-AU-IDX) = AJ-ACCOUNT-NO AND
              WS-AU-PROGRAM-ID(WS-AU-IDX) = AJ-PROGRAM-ID AND
              WS-AU-TIMESTAMP(WS-AU-IDX) <= AJ-TIMESTAMP AND
              WS-AU-TIMESTAMP(WS-AU-IDX) >= WS-AU-BEST-TS
               MOVE WS-AU-TIMESTAMP(WS-AU-IDX)   TO WS-AU-BEST-TS
               MOVE WS-AU-OPERATOR-ID(WS-AU-IDX) TO WS-AU-OPERATOR
           END-IF.

       3500-READ-NEXT-CUST-HIST.
           READ CUST-HIST-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CH-TIMESTAMP(1:8) = WS-EXTRACT-DATE
                       PERFORM 3600-BUILD-CUSTOMER-CHANGE
                   END-IF
           END-READ.

       3600-BUILD-CUSTOMER-CHANGE.
           MOVE SPACES          TO CDC-FEED-RECORD
           MOVE 'DT'            TO CD-RECORD-TYPE
           MOVE 'CUST'          TO CD-ENTITY
           EVALUATE TRUE
               WHEN CH-ACTION-REGISTER
               WHEN CH-BEFORE-IMAGE = SPACES
                   MOVE 'I' TO CD-CHANGE-TYPE
               WHEN CH-ACTION-CLOSE
                   MOVE 'C' TO CD-CHANGE-TYPE
               WHEN OTHER
                   MOVE 'U' TO CD-CHANGE-TYPE
           END-EVALUATE
           MOVE CH-CUSTOMER-ID  TO CD-ENTITY-KEY
           MOVE CH-TIMESTAMP    TO CD-CHANGE-TS
      *    CUSTHIST 기록 프로그램 - 고객 유지보수(ACCT022),
      *    중복고객 병합(ACCT051, CMRG), 반송우편 주소미확인
      *    (ACCT095, ADUV)
           EVALUATE CH-ACTION-CODE
               WHEN 'CMRG'
                   MOVE 'ACCT051 '  TO CD-PROGRAM-ID
               WHEN 'ADUV'
                   MOVE 'ACCT095 '  TO CD-PROGRAM-ID
               WHEN OTHER
                   MOVE 'ACCT022 '  TO CD-PROGRAM-ID
           END-EVALUATE
           MOVE CH-OPERATOR-ID  TO CD-OPERATOR-ID
           MOVE CH-AFTER-IMAGE  TO CD-IMAGE
           ADD 1 TO WS-CUST-COUNT
           PERFORM 5100-WRITE-DETAIL.

      *----------------------------------------------------------------
      *    전건 추출(재적재) - 원장 현행 이미지를 신규(I)로 생성
      *----------------------------------------------------------------
       4000-EXTRACT-FULL.
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 4100-READ-NEXT-ACCOUNT
               UNTIL WS-EOF
           CLOSE ACCOUNT-FILE
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'CUSTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 4200-READ-NEXT-CUSTOMER
               UNTIL WS-EOF
           CLOSE CUSTOMER-FILE.

       4100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE ACCOUNT-RECORD  TO WS-IMAGE-VIEW
                   MOVE SPACES          TO CDC-FEED-RECORD
                   MOVE 'DT'            TO CD-RECORD-TYPE
                   MOVE 'ACCT'          TO CD-ENTITY
                   MOVE 'I'             TO CD-CHANGE-TYPE
                   MOVE AF-ACCOUNT-NO   TO CD-ENTITY-KEY
                   MOVE WS-RUN-TIMESTAMP TO CD-CHANGE-TS
                   MOVE 'ACCT091 '      TO CD-PROGRAM-ID
                   MOVE SPACES          TO CD-OPERATOR-ID
                   MOVE ACCOUNT-RECORD  TO CD-IMAGE
                   ADD WS-IMG-BALANCE   TO WS-HASH-BALANCE
                   ADD 1 TO WS-ACCT-COUNT
                   PERFORM 5100-WRITE-DETAIL
           END-READ.

       4200-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES          TO CDC-FEED-RECORD
                   MOVE 'DT'            TO CD-RECORD-TYPE
                   MOVE 'CUST'          TO CD-ENTITY
                   MOVE 'I'             TO CD-CHANGE-TYPE
                   MOVE CF-CUSTOMER-ID  TO CD-ENTITY-KEY
                   MOVE WS-RUN-TIMESTAMP TO CD-CHANGE-TS
                   MOVE 'ACCT091 '      TO CD-PROGRAM-ID
                   MOVE SPACES          TO CD-OPERATOR-ID
                   MOVE CUSTOMER-RECORD TO CD-IMAGE
                   ADD 1 TO WS-CUST-COUNT
                   PERFORM 5100-WRITE-DETAIL
           END-READ.

       5000-WRITE-TRAILER.
           MOVE SPACES            TO CDC-FEED-RECORD
           MOVE 'TR'              TO CD-RECORD-TYPE
           MOVE WS-BATCH-SEQ      TO CD-TR-BATCH-SEQ
           MOVE WS-TOTAL-COUNT    TO CD-TR-TOTAL-COUNT
           MOVE WS-ACCT-COUNT     TO CD-TR-ACCT-COUNT
           MOVE WS-CUST-COUNT     TO CD-TR-CUST-COUNT
           MOVE WS-INSERT-COUNT   TO CD-TR-INSERT-COUNT
           MOVE WS-UPDATE-COUNT   TO CD-TR-UPDATE-COUNT
           MOVE WS-CLOSE-COUNT    TO CD-TR-CLOSE-COUNT
           MOVE WS-HASH-BALANCE   TO CD-TR-HASH-BALANCE
           WRITE CDC-FEED-RECORD
           MOVE WS-HASH-BALANCE TO WS-DSP-HASH
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '===합계=== 전체:'  DELIMITED SIZE
                  WS-TOTAL-COUNT      DELIMITED SIZE
                  ' 계좌:'            DELIMITED SIZE
                  WS-ACCT-COUNT       DELIMITED SIZE
                  ' 고객:'            DELIMITED SIZE
                  WS-CUST-COUNT       DELIMITED SIZE
                  ' I/U/C:'           DELIMITED SIZE
                  WS-INSERT-COUNT     DELIMITED SIZE
                  '/'                 DELIMITED SIZE
                  WS-UPDATE-COUNT     DELIMITED SIZE
                  '/'                 DELIMITED SIZE
                  WS-CLOSE-COUNT      DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO CR-LINE
           WRITE CDC-REPORT-RECORD
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '잔액해시합계:'      DELIMITED SIZE
                  WS-DSP-HASH         DELIMITED SIZE
                  ' 조작자 미대조:'   DELIMITED SIZE
                  WS-NO-OPERATOR-COUNT DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO CR-LINE
           WRITE CDC-REPORT-RECORD.

       5100-WRITE-DETAIL.
           EVALUATE CD-CHANGE-TYPE
               WHEN 'I'
                   ADD 1 TO WS-INSERT-COUNT
               WHEN 'C'
                   ADD 1 TO WS-CLOSE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UPDATE-COUNT
           END-EVALUATE
           ADD 1 TO WS-TOTAL-COUNT
           WRITE CDC-FEED-RECORD.

       9000-FINALIZE.
           CLOSE CDC-CONTROL-FILE
           CLOSE CDC-FEED-FILE
           CLOSE CDC-REPORT-FILE
           DISPLAY 'DW 변경분 추출 완료(' WS-RUN-FUNC ')'
               ' 추출일:' WS-EXTRACT-DATE ' 배치:' WS-BATCH-SEQ
               ' 건수:' WS-TOTAL-COUNT.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE CUST-HIST-FILE
           CLOSE AUDIT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CDC-CONTROL-FILE
           CLOSE CDC-FEED-FILE
           CLOSE CDC-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
