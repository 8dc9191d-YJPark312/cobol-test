      *              실행 거부, 커밋주기 체크포인트와 중단후
      *              최종키 재개 지원
      * 2025-06-08 : 최초 작성
      * 2026-10-15 : 수수료 가격예외(PRCEXCP, 등록은 ACCT096) 적용 -
      *              면제규정 미해당 계좌는 계좌/고객별 MF+유형 또는
      *              *ALL 유효 예외로 감면하여 전액감면은 면제,
      *              부분감면은 감액 부과하고 감면액을 예외건의
      *              월별 감면누계에 반영
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT027.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRICE-EXCEPTION-FILE
               ASSIGN TO 'PRCEXCP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
       01  BILLING-REPORT-RECORD.
           05  BLRPT-LINE            PIC X(200).

      *    수수료 가격예외 - 레이아웃은 ACCT096과 동일
       FD  PRICE-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  PRICE-EXCEPTION-RECORD.
           05  PX-KEY.
               10  PX-SCOPE          PIC X(01).
               10  PX-SUBJECT-ID     PIC X(12).
               10  PX-FEE-CODE       PIC X(04).
           05  PX-DISC-TYPE          PIC X(01).
               88  PX-DISC-PERCENT   VALUE 'P'.
               88  PX-DISC-FIXED     VALUE 'F'.
           05  PX-DISC-RATE          PIC 9(03)V99 COMP-3.
           05  PX-DISC-AMOUNT        PIC S9(07)V99 COMP-3.
           05  PX-EFFECTIVE-DATE     PIC X(08).
           05  PX-EXPIRY-DATE        PIC X(08).
           05  PX-APPROVER-ID        PIC X(08).
           05  PX-REQUESTER-ID       PIC X(08).
           05  PX-STATUS             PIC X(01).
               88  PX-STATUS-ACTIVE  VALUE 'A'.
               88  PX-STATUS-CANCEL  VALUE 'X'.
           05  PX-REGISTER-DATE      PIC X(08).
           05  PX-CANCEL-DATE        PIC X(08).
           05  PX-REASON             PIC X(40).
           05  PX-CUR-MONTH          PIC X(06).
           05  PX-CUR-FORGONE        PIC S9(11)V99 COMP-3.
           05  PX-CUR-COUNT          PIC 9(07) COMP-3.
           05  PX-PREV-MONTH         PIC X(06).
           05  PX-PREV-FORGONE       PIC S9(11)V99 COMP-3.
           05  PX-PREV-COUNT         PIC 9(07) COMP-3.
           05  PX-TOTAL-FORGONE      PIC S9(13)V99 COMP-3.
           05  PX-FILLER             PIC X(43).

      *    배치 실행통제 - ACCT배치 공통. 동일자 중복실행 방지와
      *    중단후 최종키 재개의 원천이다.
       FD  RUN-CONTROL-FILE
           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

      *    계좌별 월평잔 집계 테이블
       01  WS-AVG-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-FEE-CODE               PIC X(04).
       01  WS-WAIVE-REASON           PIC X(20).

      *    가격예외 적용 - 등록부가 없으면 적용하지 않는다
       01  WS-PRICE-EXCEPTION-AREA.
           05  WS-PX-AVAIL-SW        PIC X(01) VALUE 'N'.
               88  WS-PX-AVAILABLE   VALUE 'Y'.
           05  WS-PX-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-PX-FOUND       VALUE 'Y'.
           05  WS-PX-FORGONE         PIC S9(07)V99 COMP-3.

       01  WS-AGE-WORK.
           05  WS-OPEN-YY            PIC 9(04).
           05  WS-OPEN-MM            PIC 9(02).
           05  WS-CHARGED-COUNT      PIC 9(07).
           05  WS-WAIVED-COUNT       PIC 9(07).
           05  WS-FAILED-COUNT       PIC 9(07).
           05  WS-EXCEPTION-COUNT    PIC 9(07).

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(200).
           MOVE ZERO TO WS-CHARGED-COUNT
           MOVE ZERO TO WS-WAIVED-COUNT
           MOVE ZERO TO WS-FAILED-COUNT
           MOVE ZERO TO WS-EXCEPTION-COUNT
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE WS-RUN-DATE TO WS-MONTH-FROM
           MOVE '01' TO WS-MONTH-FROM(7:2)
           IF NOT WS-FILE-OK
               MOVE 'BILLRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O PRICE-EXCEPTION-FILE
           IF WS-FILE-OK
               MOVE 'Y' TO WS-PX-AVAIL-SW
           END-IF.

      *    당월 스냅샷(ACCT015 일별잔액)을 계좌별로 합산하여
               EXIT PARAGRAPH
           END-IF
           PERFORM 3220-CHECK-WAIVERS
           MOVE 'N'  TO WS-PX-FOUND-SW
           MOVE ZERO TO WS-PX-FORGONE
           IF WS-WAIVE-REASON = SPACES AND WS-PX-AVAILABLE
               PERFORM 3250-APPLY-PRICE-EXCEPTION
               IF WS-PX-FOUND AND WS-FEE-AMOUNT = ZERO
                   MOVE '가격예외 면제' TO WS-WAIVE-REASON
                   PERFORM 3260-RECORD-PRICE-EXCEPTION
               END-IF
           END-IF
           IF WS-WAIVE-REASON NOT = SPACES
               ADD 1 TO WS-WAIVED-COUNT
               PERFORM 3400-WRITE-WAIVED-LINE
               (WS-RUN-YY - WS-OPEN-YY) * 12
               + WS-RUN-MM - WS-OPEN-MM.

      *    가격예외 조회 - 계좌+MF유형, 계좌+*ALL, 고객+MF유형,
      *    고객+*ALL 순으로 유효(A)이고 기준일이 유효기간 내인
      *    첫 건을 정률/정액 감면한다.
       3250-APPLY-PRICE-EXCEPTION.
           MOVE 'A'           TO PX-SCOPE
           MOVE AF-ACCOUNT-NO TO PX-SUBJECT-ID
           MOVE WS-FEE-CODE   TO PX-FEE-CODE
           PERFORM 3255-READ-PRICE-EXCEPTION
           IF NOT WS-PX-FOUND
               MOVE '*ALL' TO PX-FEE-CODE
               PERFORM 3255-READ-PRICE-EXCEPTION
           END-IF
           IF NOT WS-PX-FOUND
               MOVE 'C'            TO PX-SCOPE
               MOVE AF-CUSTOMER-ID TO PX-SUBJECT-ID
               MOVE WS-FEE-CODE    TO PX-FEE-CODE
               PERFORM 3255-READ-PRICE-EXCEPTION
           END-IF
           IF NOT WS-PX-FOUND
               MOVE '*ALL' TO PX-FEE-CODE
               PERFORM 3255-READ-PRICE-EXCEPTION
           END-IF
           IF NOT WS-PX-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-FEE-AMOUNT TO WS-PX-FORGONE
           IF PX-DISC-PERCENT
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   WS-FEE-AMOUNT * (100 - PX-DISC-RATE) / 100
           ELSE
               IF PX-DISC-AMOUNT >= WS-FEE-AMOUNT
                   MOVE ZERO TO WS-FEE-AMOUNT
               ELSE
                   SUBTRACT PX-DISC-AMOUNT FROM WS-FEE-AMOUNT
               END-IF
           END-IF
           SUBTRACT WS-FEE-AMOUNT FROM WS-PX-FORGONE.

       3255-READ-PRICE-EXCEPTION.
           READ PRICE-EXCEPTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PX-STATUS-ACTIVE AND
              PX-EFFECTIVE-DATE <= WS-RUN-DATE AND
              PX-EXPIRY-DATE >= WS-RUN-DATE
               MOVE 'Y' TO WS-PX-FOUND-SW
           END-IF.

      *    감면액 누계 - 기준월이 바뀌면 당월 구간을 전월로 넘긴다.
      *    조회한 예외 레코드가 그대로 남아 있으므로 재조회 없이
      *    갱신한다.
       3260-RECORD-PRICE-EXCEPTION.
           IF PX-CUR-MONTH NOT = WS-RUN-DATE(1:6)
               IF PX-CUR-MONTH NOT = SPACES
                   MOVE PX-CUR-MONTH   TO PX-PREV-MONTH
                   MOVE PX-CUR-FORGONE TO PX-PREV-FORGONE
                   MOVE PX-CUR-COUNT   TO PX-PREV-COUNT
               END-IF
               MOVE WS-RUN-DATE(1:6) TO PX-CUR-MONTH
               MOVE ZERO             TO PX-CUR-FORGONE
               MOVE ZERO             TO PX-CUR-COUNT
           END-IF
           ADD WS-PX-FORGONE TO PX-CUR-FORGONE
           ADD WS-PX-FORGONE TO PX-TOTAL-FORGONE
           ADD 1             TO PX-CUR-COUNT
           REWRITE PRICE-EXCEPTION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       3300-CHARGE-FEE.
           MOVE AF-ACCOUNT-NO TO WS-TXN-ACCOUNT-NO
           MOVE 'FEE '        TO WS-TXN-TYPE
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           IF WS-TXN-RESULT-CODE = '0000'
               ADD 1 TO WS-CHARGED-COUNT
               IF WS-PX-FOUND
                   PERFORM 3260-RECORD-PRICE-EXCEPTION
               END-IF
               PERFORM 3500-WRITE-CHARGED-LINE
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               ' | 부과 | 수수료:' DELIMITED SIZE
               WS-DSP-FEE         DELIMITED SIZE
               INTO WS-RPT-DETAIL
           IF WS-PX-FOUND
               MOVE WS-PX-FORGONE TO WS-DSP-FEE
               MOVE SPACES TO BLRPT-LINE
               STRING
                   WS-RPT-DETAIL(1:60) DELIMITED SIZE
                   ' | 가격예외 감면:'  DELIMITED SIZE
                   WS-DSP-FEE          DELIMITED SIZE
                   INTO BLRPT-LINE
               MOVE BLRPT-LINE TO WS-RPT-DETAIL
           END-IF
           MOVE WS-RPT-DETAIL TO BLRPT-LINE
           WRITE BILLING-REPORT-RECORD.

           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               AF-ACCOUNT-NO      DELIMITED SIZE
               ' | 부과실패(차기 재부과) | 수수료:'
                                  DELIMITED SIZE
               WS-DSP-FEE         DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-TXN-RESULT-MSG  DELIMITED SIZE
           CLOSE SNAPSHOT-FILE
           CLOSE FEE-SCHEDULE-FILE
           CLOSE BILLING-REPORT-FILE
           IF WS-PX-AVAILABLE
               CLOSE PRICE-EXCEPTION-FILE
           END-IF
           DISPLAY '월수수료 부과 완료 부과:' WS-CHARGED-COUNT
               ' 면제:' WS-WAIVED-COUNT
               ' 실패:' WS-FAILED-COUNT.
               WS-WAIVED-COUNT     DELIMITED SIZE
               ' 실패:'            DELIMITED SIZE
               WS-FAILED-COUNT     DELIMITED SIZE
               ' 가격예외:'        DELIMITED SIZE
               WS-EXCEPTION-COUNT  DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO BLRPT-LINE
           WRITE BILLING-REPORT-RECORD.
           CLOSE SNAPSHOT-FILE
           CLOSE FEE-SCHEDULE-FILE
           CLOSE BILLING-REPORT-FILE
           IF WS-PX-AVAILABLE
               CLOSE PRICE-EXCEPTION-FILE
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.
