      ******************************************************************
      * PROGRAM-ID: ACCT089
      * DESCRIPTION: 유치직원별 수신 유치실적 월보고
      *              - SYSIN: 보고대상월(YYYYMM, 미지정시 전월)
      *              - 유치실적대장(ACQREG, ACCT001 개설/ACQC 변경)
      *                기준으로 직원+지점별 신규계좌수/개설금액,
      *                실적계좌의 월평잔(ACCT015 SNAPSHOT 일별
      *                잔액 평균)과 전월대비 평잔 증가를 집계
      *              - 실적제외: 개설후 환수기간(90일)내 해지
      *                (C), 개설후 30일내 동일고객 기존계좌에서의
      *                이체(XFER) 입금(S). 제외건은 대장에 표시
      *                하며, 전월 이전 실적분이 대상월중 환수
      *                해지된 경우 환수건으로 차감 집계
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT089.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACQUISITION-REGISTER-FILE
               ASSIGN TO 'ACQREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO 'TXNHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SNAPSHOT-FILE
               ASSIGN TO 'SNAPSHOT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACQ-REPORT-FILE
               ASSIGN TO 'ACQRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACQUISITION-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  ACQUISITION-REGISTER-RECORD.
           05  AQ-ACCOUNT-NO         PIC X(12).
           05  AQ-CUSTOMER-ID        PIC X(10).
           05  AQ-EMPLOYEE-ID        PIC X(08).
           05  AQ-BRANCH-CODE        PIC X(04).
           05  AQ-OPEN-DATE          PIC X(08).
           05  AQ-OPEN-AMOUNT        PIC S9(13)V99 COMP-3.
           05  AQ-OPEN-OPERATOR      PIC X(08).
           05  AQ-PREV-EMPLOYEE      PIC X(08).
           05  AQ-CHANGE-DATE        PIC X(08).
           05  AQ-CHANGE-OPERATOR    PIC X(08).
           05  AQ-CHANGE-APPROVER    PIC X(08).
           05  AQ-EXCLUDE-CODE       PIC X(01).
               88  AQ-CREDITED       VALUE SPACE.
               88  AQ-EXCL-CLAWBACK  VALUE 'C'.
               88  AQ-EXCL-SELF-FUND VALUE 'S'.
           05  AQ-EXCLUDE-DATE       PIC X(08).
           05  AQ-FILLER             PIC X(01).

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

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TR-TXN-ID             PIC X(20).
           05  TR-ACCOUNT-NO         PIC X(12).
           05  TR-TXN-TYPE           PIC X(04).
               88  TR-TYPE-TRANSFER  VALUE 'XFER'.
           05  TR-TXN-DATE           PIC X(08).
           05  TR-TXN-TIME           PIC X(06).
           05  TR-AMOUNT             PIC S9(13)V99 COMP-3.
           05  TR-BEFORE-BALANCE     PIC S9(13)V99 COMP-3.
           05  TR-AFTER-BALANCE      PIC S9(13)V99 COMP-3.
           05  TR-COUNTER-ACCOUNT    PIC X(12).
           05  TR-CHANNEL            PIC X(04).
           05  TR-STATUS             PIC X(01).
               88  TR-STATUS-SUCCESS VALUE 'S'.
           05  TR-FILLER             PIC X(159).

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SNAPSHOT-RECORD.
           05  SN-KEY.
               10  SN-SNAP-DATE      PIC X(08).
               10  SN-ACCOUNT-NO     PIC X(12).
           05  SN-CUSTOMER-ID        PIC X(10).
           05  SN-CUSTOMER-ID-2      PIC X(10).
           05  SN-ACCOUNT-TYPE       PIC X(02).
           05  SN-BALANCE            PIC S9(13)V99 COMP-3.
           05  SN-STATUS             PIC X(01).
           05  SN-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  SN-BRANCH-CODE        PIC X(04).
           05  SN-FILLER             PIC X(19).

       FD  ACQ-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  ACQ-REPORT-RECORD.
           05  QRPT-LINE             PIC X(160).

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

      *    실적제외 기준 - 환수기간(개설후 해지), 본인자금 이체
      *    판정기간(개설후 입금)
       01  WS-CLAWBACK-DAYS          PIC 9(03) VALUE 90.
       01  WS-FUNDING-DAYS           PIC 9(03) VALUE 30.

      *    기준일(대상월 말일), 전월, 경과일수 작업영역
       01  WS-DATE-WORK.
           05  WS-CUR-DATE           PIC X(08).
           05  WS-CALC-YYYY          PIC 9(04).
           05  WS-CALC-MM            PIC 9(02).
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-BASE-DATE          PIC X(08).
           05  WS-BASE-INT           PIC 9(07).
           05  WS-FROM-INT           PIC 9(07).
           05  WS-TO-INT             PIC 9(07).
           05  WS-ELAPSED-DAYS       PIC S9(05).
           05  WS-PRIOR-YM           PIC X(06).

       01  WS-SWITCHES.
           05  WS-REG-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-REG-EOF        VALUE 'Y'.
           05  WS-TXN-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-TXN-EOF        VALUE 'Y'.
           05  WS-NEW-IN-MONTH-SW    PIC X(01) VALUE 'N'.
               88  WS-NEW-IN-MONTH   VALUE 'Y'.

      *    대상월 신규 유치계좌 (최대 5000건) - 본인자금 판정용
       01  WS-NEW-AREA.
           05  WS-NA-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-NA-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-NA-IDX.
               10  WS-NA-ACCOUNT-NO  PIC X(12).
               10  WS-NA-CUSTOMER-ID PIC X(10).
               10  WS-NA-OPEN-INT    PIC 9(07).
               10  WS-NA-SELF-FUND   PIC X(01).

      *    직원+지점별 집계 테이블 (최대 1000건)
       01  WS-EMPLOYEE-AREA.
           05  WS-EM-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-EM-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-EM-IDX.
               10  WS-EM-EMPLOYEE-ID PIC X(08).
               10  WS-EM-BRANCH-CODE PIC X(04).
               10  WS-EM-NEW-COUNT   PIC 9(05).
               10  WS-EM-NEW-AMOUNT  PIC S9(15)V99 COMP-3.
               10  WS-EM-EXCL-CLOSE  PIC 9(05).
               10  WS-EM-EXCL-SELF   PIC 9(05).
               10  WS-EM-CLAW-COUNT  PIC 9(05).
               10  WS-EM-CLAW-AMOUNT PIC S9(15)V99 COMP-3.
               10  WS-EM-ACCT-COUNT  PIC 9(05).
               10  WS-EM-AVG-BAL     PIC S9(15)V99 COMP-3.
               10  WS-EM-AVG-GROWTH  PIC S9(15)V99 COMP-3.

       01  WS-LOOKUP-EMPLOYEE        PIC X(08).
       01  WS-LOOKUP-BRANCH          PIC X(04).

      *    월평잔 산출 - SNAPSHOT 일별 잔액의 단순평균
       01  WS-AVG-WORK.
           05  WS-AVG-YM             PIC X(06).
           05  WS-AVG-DAY            PIC 9(02).
           05  WS-AVG-DAYS-FOUND     PIC 9(02).
           05  WS-AVG-SUM            PIC S9(15)V99 COMP-3.
           05  WS-AVG-RESULT         PIC S9(13)V99 COMP-3.
           05  WS-AVG-CURRENT        PIC S9(13)V99 COMP-3.
           05  WS-AVG-PRIOR          PIC S9(13)V99 COMP-3.

       01  WS-TOTAL-AREA.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-NEW-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-EXCL-CLOSE-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-EXCL-SELF-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-CLAW-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-TXN-READ-COUNT     PIC 9(09) VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-NEW            PIC Z(04)9.
           05  WS-DSP-EXCL-CLOSE     PIC Z(04)9.
           05  WS-DSP-EXCL-SELF      PIC Z(04)9.
           05  WS-DSP-CLAW           PIC Z(04)9.
           05  WS-DSP-ACCTS          PIC Z(04)9.
           05  WS-DSP-NEW-AMOUNT     PIC -,---,---,---,--9.
           05  WS-DSP-CLAW-AMOUNT    PIC -,---,---,---,--9.
           05  WS-DSP-AVG-BAL        PIC -,---,---,---,--9.
           05  WS-DSP-GROWTH         PIC -,---,---,---,--9.
           05  WS-DSP-REASON         PIC X(20).

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(160).
           05  WS-RPT-TOTAL          PIC X(160).

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-NEW-ACCOUNTS
               UNTIL WS-REG-EOF
           IF WS-NA-COUNT > ZERO
               PERFORM 3000-SCAN-SELF-FUNDING
                   UNTIL WS-TXN-EOF
           END-IF
           MOVE 'N' TO WS-REG-EOF-SW
           MOVE LOW-VALUES TO AQ-ACCOUNT-NO
           START ACQUISITION-REGISTER-FILE
               KEY IS >= AQ-ACCOUNT-NO
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM 4000-EVALUATE-CREDIT
               UNTIL WS-REG-EOF
           PERFORM 5000-WRITE-EMPLOYEE-SUMMARY
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
           PERFORM 1050-SET-BASE-DATE
           PERFORM 1100-OPEN-FILES.

      *    기준일 = 대상월 익월 1일의 전일, 전월 = 평잔 비교월.
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
           MOVE WS-DATE-NUM TO WS-BASE-DATE
           MOVE WS-TARGET-YYYY TO WS-CALC-YYYY
           MOVE WS-TARGET-MM   TO WS-CALC-MM
           IF WS-CALC-MM = 1
               MOVE 12 TO WS-CALC-MM
               SUBTRACT 1 FROM WS-CALC-YYYY
           ELSE
               SUBTRACT 1 FROM WS-CALC-MM
           END-IF
           MOVE WS-CALC-YYYY TO WS-PRIOR-YM(1:4)
           MOVE WS-CALC-MM   TO WS-PRIOR-YM(5:2).

       1100-OPEN-FILES.
           OPEN I-O ACQUISITION-REGISTER-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACQREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-FILE-OK
               MOVE 'TXNHIST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT SNAPSHOT-FILE
           IF NOT WS-FILE-OK
               MOVE 'SNAPSHOT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT ACQ-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACQRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE SPACES TO QRPT-LINE
           STRING '수신 유치실적 대상월:'  DELIMITED SIZE
                  WS-TARGET-YM             DELIMITED SIZE
                  ' 기준일:'               DELIMITED SIZE
                  WS-BASE-DATE             DELIMITED SIZE
                  ' 비교월:'               DELIMITED SIZE
                  WS-PRIOR-YM              DELIMITED SIZE
                  INTO QRPT-LINE
           WRITE ACQ-REPORT-RECORD
           MOVE SPACES TO QRPT-LINE
           STRING '직원     | 지점 | 계좌번호     '
                      DELIMITED SIZE
                  '| 개설일   '
                      DELIMITED SIZE
                  '| 해지일   | 실적제외 사유'
                      DELIMITED SIZE
                  INTO QRPT-LINE
           WRITE ACQ-REPORT-RECORD.

      *    1차 - 대상월 신규 유치계좌를 테이블에 적재한다.
       2000-LOAD-NEW-ACCOUNTS.
           READ ACQUISITION-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF AQ-OPEN-DATE(1:6) = WS-TARGET-YM
                       PERFORM 2100-ADD-NEW-ACCOUNT
                   END-IF
           END-READ.

       2100-ADD-NEW-ACCOUNT.
           IF WS-NA-COUNT >= 5000
               MOVE '신규 유치계좌 테이블 한도(5000) 초과'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           ADD 1 TO WS-NA-COUNT
           SET WS-NA-IDX TO WS-NA-COUNT
           MOVE AQ-ACCOUNT-NO  TO WS-NA-ACCOUNT-NO(WS-NA-IDX)
           MOVE AQ-CUSTOMER-ID TO WS-NA-CUSTOMER-ID(WS-NA-IDX)
           MOVE AQ-OPEN-DATE   TO WS-DATE-NUM
           COMPUTE WS-NA-OPEN-INT(WS-NA-IDX) =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE 'N'            TO WS-NA-SELF-FUND(WS-NA-IDX).

      *    2차 - 신규계좌로의 이체(XFER) 입금 중 개설후 판정기간
      *    내 동일고객(주/공동명의) 기존계좌 출금분을 찾는다.
      *    XFER 거래내역은 출금계좌 기준 1건(상대=입금계좌).
       3000-SCAN-SELF-FUNDING.
           READ TRANSACTION-FILE
               AT END
                   SET WS-TXN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TXN-READ-COUNT
                   IF TR-TYPE-TRANSFER AND TR-STATUS-SUCCESS AND
                      TR-TXN-DATE(1:6) >= WS-TARGET-YM
                       PERFORM 3100-CHECK-FUNDING-TRANSFER
                   END-IF
           END-READ.

       3100-CHECK-FUNDING-TRANSFER.
           PERFORM VARYING WS-NA-IDX FROM 1 BY 1
                   UNTIL WS-NA-IDX > WS-NA-COUNT
                      OR WS-NA-ACCOUNT-NO(WS-NA-IDX)
                         = TR-COUNTER-ACCOUNT
               CONTINUE
           END-PERFORM
           IF WS-NA-IDX > WS-NA-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-NA-SELF-FUND(WS-NA-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE TR-TXN-DATE TO WS-DATE-NUM
           COMPUTE WS-ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-NA-OPEN-INT(WS-NA-IDX)
           IF WS-ELAPSED-DAYS < ZERO OR
              WS-ELAPSED-DAYS > WS-FUNDING-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE TR-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF AF-CUSTOMER-ID = WS-NA-CUSTOMER-ID(WS-NA-IDX) OR
              AF-CUSTOMER-ID-2 = WS-NA-CUSTOMER-ID(WS-NA-IDX)
               MOVE 'Y' TO WS-NA-SELF-FUND(WS-NA-IDX)
           END-IF.

      *    3차 - 대장 전건 실적판정. 기준일 이후 개설분 제외.
       4000-EVALUATE-CREDIT.
           READ ACQUISITION-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF AQ-OPEN-DATE <= WS-BASE-DATE
                       PERFORM 4100-CLASSIFY-ENTRY
                   END-IF
           END-READ.

       4100-CLASSIFY-ENTRY.
           MOVE AQ-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE AQ-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE
           MOVE AQ-BRANCH-CODE TO WS-LOOKUP-BRANCH
           PERFORM 6100-FIND-OR-ADD-EMPLOYEE
           IF AQ-OPEN-DATE(1:6) = WS-TARGET-YM
               MOVE 'Y' TO WS-NEW-IN-MONTH-SW
           ELSE
               MOVE 'N' TO WS-NEW-IN-MONTH-SW
           END-IF
           IF WS-NEW-IN-MONTH
               PERFORM 4200-CLASSIFY-NEW-ACCOUNT
           ELSE
               IF AQ-CREDITED OR
                  (AQ-EXCL-CLAWBACK AND AQ-EXCLUDE-DATE = WS-BASE-DATE)
                   PERFORM 4300-CHECK-CLAWBACK
               END-IF
           END-IF
           IF AQ-CREDITED
               PERFORM 4400-ACCUMULATE-BALANCE
           END-IF.

      *    대상월 신규 - 환수기간내 해지 우선, 다음 본인자금.
      *    기준일 현재 환수기간 미경과분은 실적 인정 후 이후
      *    월에 해지되면 환수건으로 차감한다.
       4200-CLASSIFY-NEW-ACCOUNT.
           IF AQ-CREDITED
               PERFORM 4210-CHECK-EARLY-CLOSE
           END-IF
           IF AQ-CREDITED
               PERFORM VARYING WS-NA-IDX FROM 1 BY 1
                       UNTIL WS-NA-IDX > WS-NA-COUNT
                          OR WS-NA-ACCOUNT-NO(WS-NA-IDX)
                             = AQ-ACCOUNT-NO
                   CONTINUE
               END-PERFORM
               IF WS-NA-IDX <= WS-NA-COUNT AND
                  WS-NA-SELF-FUND(WS-NA-IDX) = 'Y'
                   MOVE 'S' TO AQ-EXCLUDE-CODE
                   PERFORM 4500-MARK-EXCLUDED
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN AQ-CREDITED
                   ADD 1 TO WS-EM-NEW-COUNT(WS-EM-IDX)
                   ADD AQ-OPEN-AMOUNT TO WS-EM-NEW-AMOUNT(WS-EM-IDX)
                   ADD 1 TO WS-NEW-COUNT
               WHEN AQ-EXCL-CLAWBACK
                   ADD 1 TO WS-EM-EXCL-CLOSE(WS-EM-IDX)
                   ADD 1 TO WS-EXCL-CLOSE-COUNT
                   MOVE '환수기간내 해지' TO WS-DSP-REASON
                   PERFORM 4600-WRITE-EXCLUDED-LINE
               WHEN AQ-EXCL-SELF-FUND
                   ADD 1 TO WS-EM-EXCL-SELF(WS-EM-IDX)
                   ADD 1 TO WS-EXCL-SELF-COUNT
                   MOVE '본인계좌 이체자금' TO WS-DSP-REASON
                   PERFORM 4600-WRITE-EXCLUDED-LINE
           END-EVALUATE.

       4210-CHECK-EARLY-CLOSE.
           IF NOT AF-STATUS-CLOSED OR AF-CLOSE-DATE > WS-BASE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE AQ-OPEN-DATE TO WS-DATE-NUM
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE AF-CLOSE-DATE TO WS-DATE-NUM
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-ELAPSED-DAYS = WS-TO-INT - WS-FROM-INT
           IF WS-ELAPSED-DAYS <= WS-CLAWBACK-DAYS
               MOVE 'C' TO AQ-EXCLUDE-CODE
               PERFORM 4500-MARK-EXCLUDED
           END-IF.

      *    전월 이전 실적분 - 대상월중 환수기간내 해지되면 환수.
      *    동일 대상월 재실행시 이미 표시된 환수건도 재집계한다.
       4300-CHECK-CLAWBACK.
           IF NOT AF-STATUS-CLOSED OR
              AF-CLOSE-DATE(1:6) NOT = WS-TARGET-YM
               EXIT PARAGRAPH
           END-IF
           PERFORM 4210-CHECK-EARLY-CLOSE
           IF AQ-EXCL-CLAWBACK
               ADD 1 TO WS-EM-CLAW-COUNT(WS-EM-IDX)
               ADD AQ-OPEN-AMOUNT TO WS-EM-CLAW-AMOUNT(WS-EM-IDX)
               ADD 1 TO WS-CLAW-COUNT
               MOVE '환수(전월이전 실적)' TO WS-DSP-REASON
               PERFORM 4600-WRITE-EXCLUDED-LINE
           END-IF.

      *    실적계좌 평잔 - 대상월 평잔과 전월 평잔의 차를
      *    평잔증가로 누계(대상월 신규는 전월 평잔 0).
       4400-ACCUMULATE-BALANCE.
           MOVE WS-TARGET-YM TO WS-AVG-YM
           PERFORM 4700-COMPUTE-MONTH-AVERAGE
           MOVE WS-AVG-RESULT TO WS-AVG-CURRENT
           MOVE WS-PRIOR-YM TO WS-AVG-YM
           PERFORM 4700-COMPUTE-MONTH-AVERAGE
           MOVE WS-AVG-RESULT TO WS-AVG-PRIOR
           ADD 1 TO WS-EM-ACCT-COUNT(WS-EM-IDX)
           ADD WS-AVG-CURRENT TO WS-EM-AVG-BAL(WS-EM-IDX)
           COMPUTE WS-EM-AVG-GROWTH(WS-EM-IDX) =
               WS-EM-AVG-GROWTH(WS-EM-IDX)
               + WS-AVG-CURRENT - WS-AVG-PRIOR.

       4500-MARK-EXCLUDED.
           MOVE WS-BASE-DATE TO AQ-EXCLUDE-DATE
           REWRITE ACQUISITION-REGISTER-RECORD
               INVALID KEY
                   MOVE 'ACQREG 갱신 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

       4600-WRITE-EXCLUDED-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               AQ-EMPLOYEE-ID     DELIMITED SIZE
               ' | '              DELIMITED SIZE
               AQ-BRANCH-CODE     DELIMITED SIZE
               ' | '              DELIMITED SIZE
               AQ-ACCOUNT-NO      DELIMITED SIZE
               ' | '              DELIMITED SIZE
               AQ-OPEN-DATE       DELIMITED SIZE
               ' | '              DELIMITED SIZE
               AF-CLOSE-DATE      DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-REASON      DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO QRPT-LINE
           WRITE ACQ-REPORT-RECORD.

      *    지정월(WS-AVG-YM) 1~31일 스냅샷 잔액 평균. 스냅샷이
      *    없는 일자(휴일/말일 이후)는 제외하고, 1건도 없으면 0.
       4700-COMPUTE-MONTH-AVERAGE.
           MOVE ZERO TO WS-AVG-SUM
           MOVE ZERO TO WS-AVG-DAYS-FOUND
           PERFORM 4710-ADD-SNAPSHOT-DAY
               VARYING WS-AVG-DAY FROM 1 BY 1
               UNTIL WS-AVG-DAY > 31
           IF WS-AVG-DAYS-FOUND > ZERO
               COMPUTE WS-AVG-RESULT ROUNDED =
                   WS-AVG-SUM / WS-AVG-DAYS-FOUND
           ELSE
               MOVE ZERO TO WS-AVG-RESULT
           END-IF.

       4710-ADD-SNAPSHOT-DAY.
           MOVE WS-AVG-YM     TO SN-SNAP-DATE(1:6)
           MOVE WS-AVG-DAY    TO SN-SNAP-DATE(7:2)
           MOVE AQ-ACCOUNT-NO TO SN-ACCOUNT-NO
           READ SNAPSHOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD SN-BALANCE TO WS-AVG-SUM
                   ADD 1 TO WS-AVG-DAYS-FOUND
           END-READ.

      *    직원+지점별 집계 - 순실적 = 신규 - 환수.
       5000-WRITE-EMPLOYEE-SUMMARY.
           MOVE SPACES TO QRPT-LINE
           WRITE ACQ-REPORT-RECORD
           MOVE SPACES TO QRPT-LINE
           STRING '직원     | 지점 | 신규 | 개설금액'
                      DELIMITED SIZE
                  ' | 해지제외 | 본인자금제외'
                      DELIMITED SIZE
                  ' | 환수 | 환수금액'
                      DELIMITED SIZE
                  ' | 실적계좌 | 월평잔 | 평잔증가'
                      DELIMITED SIZE
                  INTO QRPT-LINE
           WRITE ACQ-REPORT-RECORD
           PERFORM 5100-WRITE-EMPLOYEE-LINE
               VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > WS-EM-COUNT.

       5100-WRITE-EMPLOYEE-LINE.
           MOVE WS-EM-NEW-COUNT(WS-EM-IDX)   TO WS-DSP-NEW
           MOVE WS-EM-NEW-AMOUNT(WS-EM-IDX)  TO WS-DSP-NEW-AMOUNT
           MOVE WS-EM-EXCL-CLOSE(WS-EM-IDX)  TO WS-DSP-EXCL-CLOSE
           MOVE WS-EM-EXCL-SELF(WS-EM-IDX)   TO WS-DSP-EXCL-SELF
           MOVE WS-EM-CLAW-COUNT(WS-EM-IDX)  TO WS-DSP-CLAW
           MOVE WS-EM-CLAW-AMOUNT(WS-EM-IDX) TO WS-DSP-CLAW-AMOUNT
           MOVE WS-EM-ACCT-COUNT(WS-EM-IDX)  TO WS-DSP-ACCTS
           MOVE WS-EM-AVG-BAL(WS-EM-IDX)     TO WS-DSP-AVG-BAL
           MOVE WS-EM-AVG-GROWTH(WS-EM-IDX)  TO WS-DSP-GROWTH
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               WS-EM-EMPLOYEE-ID(WS-EM-IDX) DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-EM-BRANCH-CODE(WS-EM-IDX) DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-NEW         DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-NEW-AMOUNT  DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-EXCL-CLOSE  DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-EXCL-SELF   DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-CLAW        DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-CLAW-AMOUNT DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-ACCTS       DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-AVG-BAL     DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-GROWTH      DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO QRPT-LINE
           WRITE ACQ-REPORT-RECORD.

       6100-FIND-OR-ADD-EMPLOYEE.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
                      OR (WS-EM-EMPLOYEE-ID(WS-EM-IDX)
                             = WS-LOOKUP-EMPLOYEE AND
                          WS-EM-BRANCH-CODE(WS-EM-IDX)
                             = WS-LOOKUP-BRANCH)
               CONTINUE
           END-PERFORM
           IF WS-EM-IDX > WS-EM-COUNT
               IF WS-EM-COUNT >= 1000
                   MOVE '직원 집계테이블 한도(1000) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-EM-COUNT
               SET WS-EM-IDX TO WS-EM-COUNT
               MOVE WS-LOOKUP-EMPLOYEE TO WS-EM-EMPLOYEE-ID(WS-EM-IDX)
               MOVE WS-LOOKUP-BRANCH   TO WS-EM-BRANCH-CODE(WS-EM-IDX)
               MOVE ZERO TO WS-EM-NEW-COUNT(WS-EM-IDX)
               MOVE ZERO TO WS-EM-NEW-AMOUNT(WS-EM-IDX)
               MOVE ZERO TO WS-EM-EXCL-CLOSE(WS-EM-IDX)
               MOVE ZERO TO WS-EM-EXCL-SELF(WS-EM-IDX)
               MOVE ZERO TO WS-EM-CLAW-COUNT(WS-EM-IDX)
               MOVE ZERO TO WS-EM-CLAW-AMOUNT(WS-EM-IDX)
               MOVE ZERO TO WS-EM-ACCT-COUNT(WS-EM-IDX)
               MOVE ZERO TO WS-EM-AVG-BAL(WS-EM-IDX)
               MOVE ZERO TO WS-EM-AVG-GROWTH(WS-EM-IDX)
           END-IF.

       9000-FINALIZE.
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계=== 대장:'  DELIMITED SIZE
               WS-READ-COUNT       DELIMITED SIZE
               ' 신규실적:'        DELIMITED SIZE
               WS-NEW-COUNT        DELIMITED SIZE
               ' 해지제외:'        DELIMITED SIZE
               WS-EXCL-CLOSE-COUNT DELIMITED SIZE
               ' 본인자금제외:'    DELIMITED SIZE
               WS-EXCL-SELF-COUNT  DELIMITED SIZE
               ' 환수:'            DELIMITED SIZE
               WS-CLAW-COUNT       DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO QRPT-LINE
           WRITE ACQ-REPORT-RECORD
           PERFORM 9100-CLOSE-FILES
           DISPLAY '유치실적 월보고 완료 대장:' WS-READ-COUNT
               ' 신규:' WS-NEW-COUNT
               ' 환수:' WS-CLAW-COUNT.

       9100-CLOSE-FILES.
           CLOSE ACQUISITION-REGISTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE ACQ-REPORT-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9100-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
