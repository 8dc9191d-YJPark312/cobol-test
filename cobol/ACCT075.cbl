      ******************************************************************
      * PROGRAM-ID: ACCT075
      * DESCRIPTION: 한도제한계좌 현황 월보고
      *              - SYSIN: 보고대상월(YYYYMM, 미지정시 전월)
      *              - 기준일 = 대상월 말일
      *              - 한도제한계좌 대장(LMTREG, ACCT001 개설/해제)
      *                중 기준일 현재 제한중(L)이며 미해지 계좌를
      *                제한개시일 기준 경과일수로 명세 출력
      *              - 경과구간: 30일미만/30~89/90~179/180~364/
      *                365일이상
      *              - 지점별 제한계좌수/구간별 건수/최장 경과일,
      *                대상월중 해제건수와 해제까지 평균일수 집계
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT075.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITED-REGISTER-FILE
               ASSIGN TO 'LMTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LIMITED-REPORT-FILE
               ASSIGN TO 'LMTRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LIMITED-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LIMITED-REGISTER-RECORD.
           05  LR-ACCOUNT-NO         PIC X(12).
           05  LR-CUSTOMER-ID        PIC X(10).
           05  LR-BRANCH-CODE        PIC X(04).
           05  LR-ACCOUNT-TYPE       PIC X(02).
           05  LR-PURPOSE-CODE       PIC X(02).
           05  LR-LIMITED-DATE       PIC X(08).
           05  LR-OPEN-OPERATOR      PIC X(08).
           05  LR-STATUS             PIC X(01).
               88  LR-STATUS-LIMITED VALUE 'L'.
               88  LR-STATUS-LIFTED  VALUE 'R'.
           05  LR-EVIDENCE-TYPE      PIC X(02).
           05  LR-LIFT-DATE          PIC X(08).
           05  LR-LIFT-OPERATOR      PIC X(08).
           05  LR-LIFT-APPROVER      PIC X(08).
           05  LR-FILLER             PIC X(07).

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
           05  AF-FILLER             PIC X(57).

       FD  LIMITED-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  LIMITED-REPORT-RECORD.
           05  LRPT-LINE             PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-TARGET-YM          PIC X(06).
           05  WS-TARGET-YM-R REDEFINES WS-TARGET-YM.
               10  WS-TARGET-YYYY    PIC 9(04).
               10  WS-TARGET-MM      PIC 9(02).

      *    기준일(대상월 말일) 산출 및 경과일수 작업영역
       01  WS-DATE-WORK.
           05  WS-CUR-DATE           PIC X(08).
           05  WS-CALC-YYYY          PIC 9(04).
           05  WS-CALC-MM            PIC 9(02).
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-DATE-INT           PIC 9(07).
           05  WS-BASE-DATE          PIC X(08).
           05  WS-BASE-INT           PIC 9(07).
           05  WS-FROM-INT           PIC 9(07).
           05  WS-ELAPSED-DAYS       PIC S9(05).

       01  WS-SWITCHES.
           05  WS-REG-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-REG-EOF        VALUE 'Y'.

      *    지점별 집계 테이블 (최대 500지점)
       01  WS-BRANCH-AREA.
           05  WS-BR-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-BR-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-BR-IDX.
               10  WS-BR-CODE        PIC X(04).
               10  WS-BR-LIMITED     PIC 9(07).
               10  WS-BR-BUCKET      PIC 9(07) OCCURS 5 TIMES.
               10  WS-BR-MAX-DAYS    PIC 9(05).
               10  WS-BR-LIFTED      PIC 9(07).
               10  WS-BR-LIFT-DAYS   PIC 9(09).

       01  WS-LOOKUP-BRANCH          PIC X(04).
       01  WS-BUCKET-NO              PIC 9(01).
       01  WS-BUCKET-LABEL           PIC X(12).

       01  WS-TOTAL-AREA.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-LIMITED-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-LIFTED-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-CLOSED-SKIP-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-TOT-BUCKET         PIC 9(07) OCCURS 5 TIMES.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-DAYS           PIC Z(04)9.
           05  WS-DSP-COUNT          PIC Z(06)9.
           05  WS-DSP-B1             PIC Z(06)9.
           05  WS-DSP-B2             PIC Z(06)9.
           05  WS-DSP-B3             PIC Z(06)9.
           05  WS-DSP-B4             PIC Z(06)9.
           05  WS-DSP-B5             PIC Z(06)9.
           05  WS-DSP-MAX            PIC Z(04)9.
           05  WS-DSP-LIFTED         PIC Z(06)9.
           05  WS-DSP-AVG            PIC Z(04)9.
           05  WS-AVG-DAYS           PIC 9(05).

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(160).
           05  WS-RPT-TOTAL          PIC X(160).

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REGISTER
               UNTIL WS-REG-EOF
           PERFORM 3000-WRITE-BRANCH-SUMMARY
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUR-DATE
           IF WS-TARGET-YM = SPACES OR WS-TARGET-YM NOT NUMERIC
               MOVE WS-CUR-DATE(1:6) TO WS-TARGET-YM
               IF WS-TARGET-MM = 1
                   MOVE 12 TO WS-TARGET-MM
                   SUBTRACT 1 FROM WS-TARGET-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-TARGET-MM
               END-IF
           END-IF
           MOVE ZERO TO WS-TOT-BUCKET(1) WS-TOT-BUCKET(2)
                        WS-TOT-BUCKET(3) WS-TOT-BUCKET(4)
                        WS-TOT-BUCKET(5)
           PERFORM 1050-SET-BASE-DATE
           PERFORM 1100-OPEN-FILES.

      *    기준일 = 대상월 익월 1일의 전일.
       1050-SET-BASE-DATE.
           MOVE WS-TARGET-YYYY TO WS-CALC-YYYY
           MOVE WS-TARGET-MM   TO WS-CALC-MM
           IF WS-CALC-MM = 12
               MOVE 1 TO WS-CALC-MM
               ADD 1 TO WS-CALC-YYYY
           ELSE
               ADD 1 TO WS-CALC-MM
           END-IF
           COMPUTE WS-DATE-NUM =
               WS-CALC-YYYY * 10000 + WS-CALC-MM * 100 + 1
           COMPUTE WS-BASE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BASE-INT)
           MOVE WS-DATE-NUM TO WS-BASE-DATE.

       1100-OPEN-FILES.
           OPEN INPUT LIMITED-REGISTER-FILE
           IF NOT WS-FILE-OK
               MOVE 'LMTREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT LIMITED-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'LMTRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE SPACES TO LRPT-LINE
           STRING '한도제한계좌 현황 대상월:' DELIMITED SIZE
                  WS-TARGET-YM                 DELIMITED SIZE
                  ' 기준일:'                   DELIMITED SIZE
                  WS-BASE-DATE                 DELIMITED SIZE
                  INTO LRPT-LINE
           WRITE LIMITED-REPORT-RECORD
           MOVE SPACES TO LRPT-LINE
           STRING '지점 | 계좌번호     | 고객ID     '
                      DELIMITED SIZE
                  '| 유형 | 목적'
                      DELIMITED SIZE
                  ' | 제한개시일 | 경과일 | 구간'
                      DELIMITED SIZE
                  INTO LRPT-LINE
           WRITE LIMITED-REPORT-RECORD.

      *    기준일 현재 제한중 계좌 - 기준일 이후 개설분 제외,
      *    기준일 이후 해제분은 기준일 현재 제한중으로 본다.
       2000-PROCESS-REGISTER.
           READ LIMITED-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF LR-LIMITED-DATE <= WS-BASE-DATE
                       PERFORM 2100-CLASSIFY-ENTRY
                   END-IF
           END-READ.

       2100-CLASSIFY-ENTRY.
           IF LR-STATUS-LIFTED AND
              LR-LIFT-DATE(1:6) = WS-TARGET-YM
               PERFORM 2400-COUNT-LIFTED
           END-IF
           IF LR-STATUS-LIMITED OR
              (LR-STATUS-LIFTED AND LR-LIFT-DATE > WS-BASE-DATE)
               MOVE LR-ACCOUNT-NO TO AF-ACCOUNT-NO
               READ ACCOUNT-FILE
                   INVALID KEY
                       ADD 1 TO WS-CLOSED-SKIP-COUNT
                       EXIT PARAGRAPH
               END-READ
               IF AF-STATUS-CLOSED AND
                  AF-CLOSE-DATE <= WS-BASE-DATE
                   ADD 1 TO WS-CLOSED-SKIP-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM 2200-REPORT-LIMITED
           END-IF.

       2200-REPORT-LIMITED.
           MOVE LR-LIMITED-DATE TO WS-DATE-NUM
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-ELAPSED-DAYS = WS-BASE-INT - WS-FROM-INT
           EVALUATE TRUE
               WHEN WS-ELAPSED-DAYS < 30
                   MOVE 1 TO WS-BUCKET-NO
                   MOVE '30일미만' TO WS-BUCKET-LABEL
               WHEN WS-ELAPSED-DAYS < 90
                   MOVE 2 TO WS-BUCKET-NO
                   MOVE '30~89일' TO WS-BUCKET-LABEL
               WHEN WS-ELAPSED-DAYS < 180
                   MOVE 3 TO WS-BUCKET-NO
                   MOVE '90~179일' TO WS-BUCKET-LABEL
               WHEN WS-ELAPSED-DAYS < 365
                   MOVE 4 TO WS-BUCKET-NO
                   MOVE '180~364일' TO WS-BUCKET-LABEL
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-NO
                   MOVE '365일이상' TO WS-BUCKET-LABEL
           END-EVALUATE
           MOVE LR-BRANCH-CODE TO WS-LOOKUP-BRANCH
           PERFORM 6100-FIND-OR-ADD-BRANCH
           ADD 1 TO WS-BR-LIMITED(WS-BR-IDX)
           ADD 1 TO WS-BR-BUCKET(WS-BR-IDX, WS-BUCKET-NO)
           IF WS-ELAPSED-DAYS > WS-BR-MAX-DAYS(WS-BR-IDX)
               MOVE WS-ELAPSED-DAYS TO WS-BR-MAX-DAYS(WS-BR-IDX)
           END-IF
           ADD 1 TO WS-LIMITED-COUNT
           ADD 1 TO WS-TOT-BUCKET(WS-BUCKET-NO)
           MOVE WS-ELAPSED-DAYS TO WS-DSP-DAYS
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               LR-BRANCH-CODE     DELIMITED SIZE
               ' | '              DELIMITED SIZE
               LR-ACCOUNT-NO      DELIMITED SIZE
               ' | '              DELIMITED SIZE
               LR-CUSTOMER-ID     DELIMITED SIZE
               ' | '              DELIMITED SIZE
               LR-ACCOUNT-TYPE    DELIMITED SIZE
               '   | '            DELIMITED SIZE
               LR-PURPOSE-CODE    DELIMITED SIZE
               '   | '            DELIMITED SIZE
               LR-LIMITED-DATE    DELIMITED SIZE
               '   | '            DELIMITED SIZE
               WS-DSP-DAYS        DELIMITED SIZE
               '  | '             DELIMITED SIZE
               WS-BUCKET-LABEL    DELIMITED SPACE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO LRPT-LINE
           WRITE LIMITED-REPORT-RECORD.

      *    대상월중 해제 - 제한개시일부터 해제일까지 일수 누계.
       2400-COUNT-LIFTED.
           MOVE LR-LIMITED-DATE TO WS-DATE-NUM
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE LR-LIFT-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-ELAPSED-DAYS = WS-DATE-INT - WS-FROM-INT
           IF WS-ELAPSED-DAYS < ZERO
               MOVE ZERO TO WS-ELAPSED-DAYS
           END-IF
           MOVE LR-BRANCH-CODE TO WS-LOOKUP-BRANCH
           PERFORM 6100-FIND-OR-ADD-BRANCH
           ADD 1 TO WS-BR-LIFTED(WS-BR-IDX)
           ADD WS-ELAPSED-DAYS TO WS-BR-LIFT-DAYS(WS-BR-IDX)
           ADD 1 TO WS-LIFTED-COUNT.

      *    지점별 집계 - 구간은 30일미만/30~89/90~179/180~364/
      *    365일이상 순.
       3000-WRITE-BRANCH-SUMMARY.
           MOVE SPACES TO LRPT-LINE
           WRITE LIMITED-REPORT-RECORD
           MOVE SPACES TO LRPT-LINE
           STRING '지점 | 제한계좌 | <30 | 30~89 | 90~179'
                      DELIMITED SIZE
                  ' | 180~364 | 365+ | 최장일 | 월중해제'
                      DELIMITED SIZE
                  ' | 해제평균일'
                      DELIMITED SIZE
                  INTO LRPT-LINE
           WRITE LIMITED-REPORT-RECORD
           PERFORM 3100-WRITE-BRANCH-LINE
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT.

       3100-WRITE-BRANCH-LINE.
           MOVE WS-BR-LIMITED(WS-BR-IDX)      TO WS-DSP-COUNT
           MOVE WS-BR-BUCKET(WS-BR-IDX, 1)    TO WS-DSP-B1
           MOVE WS-BR-BUCKET(WS-BR-IDX, 2)    TO WS-DSP-B2
           MOVE WS-BR-BUCKET(WS-BR-IDX, 3)    TO WS-DSP-B3
           MOVE WS-BR-BUCKET(WS-BR-IDX, 4)    TO WS-DSP-B4
           MOVE WS-BR-BUCKET(WS-BR-IDX, 5)    TO WS-DSP-B5
           MOVE WS-BR-MAX-DAYS(WS-BR-IDX)     TO WS-DSP-MAX
           MOVE WS-BR-LIFTED(WS-BR-IDX)       TO WS-DSP-LIFTED
           IF WS-BR-LIFTED(WS-BR-IDX) > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-BR-LIFT-DAYS(WS-BR-IDX)
                       / WS-BR-LIFTED(WS-BR-IDX)
           ELSE
               MOVE ZERO TO WS-AVG-DAYS
           END-IF
           MOVE WS-AVG-DAYS TO WS-DSP-AVG
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               WS-BR-CODE(WS-BR-IDX) DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-COUNT       DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-B1          DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-B2          DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-B3          DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-B4          DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-B5          DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-MAX         DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-LIFTED      DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-AVG         DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO LRPT-LINE
           WRITE LIMITED-REPORT-RECORD.

       6100-FIND-OR-ADD-BRANCH.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                      OR WS-BR-CODE(WS-BR-IDX) = WS-LOOKUP-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-COUNT >= 500
                   MOVE '지점 집계테이블 한도(500) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-BR-COUNT
               SET WS-BR-IDX TO WS-BR-COUNT
               MOVE WS-LOOKUP-BRANCH TO WS-BR-CODE(WS-BR-IDX)
               MOVE ZERO TO WS-BR-LIMITED(WS-BR-IDX)
               MOVE ZERO TO WS-BR-BUCKET(WS-BR-IDX, 1)
               MOVE ZERO TO WS-BR-BUCKET(WS-BR-IDX, 2)
               MOVE ZERO TO WS-BR-BUCKET(WS-BR-IDX, 3)
               MOVE ZERO TO WS-BR-BUCKET(WS-BR-IDX, 4)
               MOVE ZERO TO WS-BR-BUCKET(WS-BR-IDX, 5)
               MOVE ZERO TO WS-BR-MAX-DAYS(WS-BR-IDX)
               MOVE ZERO TO WS-BR-LIFTED(WS-BR-IDX)
               MOVE ZERO TO WS-BR-LIFT-DAYS(WS-BR-IDX)
           END-IF.

       9000-FINALIZE.
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계=== 제한:'  DELIMITED SIZE
               WS-LIMITED-COUNT    DELIMITED SIZE
               ' <30:'             DELIMITED SIZE
               WS-TOT-BUCKET(1)    DELIMITED SIZE
               ' 30~89:'           DELIMITED SIZE
               WS-TOT-BUCKET(2)    DELIMITED SIZE
               ' 90~179:'          DELIMITED SIZE
               WS-TOT-BUCKET(3)    DELIMITED SIZE
               ' 180~364:'         DELIMITED SIZE
               WS-TOT-BUCKET(4)    DELIMITED SIZE
               ' 365+:'            DELIMITED SIZE
               WS-TOT-BUCKET(5)    DELIMITED SIZE
               ' 월중해제:'        DELIMITED SIZE
               WS-LIFTED-COUNT     DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO LRPT-LINE
           WRITE LIMITED-REPORT-RECORD
           PERFORM 9100-CLOSE-FILES
           DISPLAY '한도제한계좌 현황 완료 대장:'
               WS-READ-COUNT
               ' 제한:' WS-LIMITED-COUNT
               ' 월중해제:' WS-LIFTED-COUNT
               ' 해지제외:' WS-CLOSED-SKIP-COUNT.

       9100-CLOSE-FILES.
           CLOSE LIMITED-REGISTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE LIMITED-REPORT-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9100-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
