      ******************************************************************
      * PROGRAM-ID: ACCT092
      * DESCRIPTION: 원장 정합성(참조무결성) 주간 점검 배치 프로그램
      *              - 계좌원장(ACCTMST), 고객원장(CUSTMST),
      *                거래색인(TXNIDX) 전건을 점검규칙 목록으로
      *                대조하여 위반건을 예외파일(RIEXCP)로 출력
      *                (규칙코드/키/위반값)
      *              - 점검규칙
      *                RI01/RI03 명의/공동명의 고객 CUSTMST 미존재
      *                RI02/RI04 명의/공동명의 고객이 병합소멸고객
      *                          (CF-MERGED-TO 지정)
      *                RI05 정기예금(FX) 만기일 미등록
      *                RI06 외화계좌 환율쌍(통화/KRW) FXRATE 미등재
      *                RI07 마이너스잔액 초과인출한도 초과
      *                     (대출계좌 LN 제외)
      *                RI08 해지계좌 잔액 잔존
      *                RI09 TXNIDX 색인의 TXNHIST 거래 미존재
      *                     (아카이브 이관 색인 제외)
      *                RI10 TXNIDX 색인의 ACCTMST 계좌 미존재
      *              - 규칙별 요약(RIRPT)에 직전 점검 대비 건수
      *                추이를 표시 - 규칙별 최근 2회 점검건수를
      *                점검이력(RISUMM)에 보관(동일일 재수행은
      *                금회분만 갱신)
      *              - 위반건 존재시 RETURN-CODE 4
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT092.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO 'FXRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO 'TXNHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TXN-INDEX-FILE
               ASSIGN TO 'TXNIDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TI-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RI-WORK-FILE
               ASSIGN TO 'RIWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RI-SUMMARY-FILE
               ASSIGN TO 'RISUMM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-RULE-CODE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RI-EXCEPTION-FILE
               ASSIGN TO 'RIEXCP'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RI-REPORT-FILE
               ASSIGN TO 'RIRPT'
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
               88  AF-TYPE-FIXED     VALUE 'FX'.
               88  AF-TYPE-LOAN      VALUE 'LN'.
           05  AF-BALANCE            PIC S9(13)V99 COMP-3.
           05  AF-OPEN-DATE          PIC X(08).
           05  AF-CLOSE-DATE         PIC X(08).
           05  AF-STATUS             PIC X(01).
               88  AF-STATUS-CLOSED  VALUE 'C'.
           05  AF-INTEREST-RATE      PIC S9(03)V9(04) COMP-3.
           05  AF-LAST-TXN-DATE      PIC X(08).
           05  AF-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  AF-BRANCH-CODE        PIC X(04).
           05  AF-CURRENCY-CODE      PIC X(03).
               88  AF-CURRENCY-KRW   VALUE 'KRW' SPACES.
           05  AF-LAST-FEE-DATE      PIC X(08).
           05  AF-MATURITY-DATE      PIC X(08).
           05  AF-FILLER             PIC X(100).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CF-CUSTOMER-ID        PIC X(10).
           05  FILLER                PIC X(240).
           05  CF-CUST-STATUS        PIC X(01).
           05  CF-DECEASED-FLAG      PIC X(01).
           05  CF-DECEASED-DATE      PIC X(08).
           05  CF-KYC-DUE-DATE       PIC X(08).
           05  CF-KYC-RESTRICT       PIC X(01).
           05  CF-MERGED-TO          PIC X(10).
           05  CF-FILLER             PIC X(81).

       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  FX-RATE-RECORD.
           05  FX-KEY.
               10  FX-BASE-CCY       PIC X(03).
               10  FX-QUOTE-CCY      PIC X(03).
               10  FX-EFFECTIVE-DATE PIC X(08).
           05  FX-FILLER             PIC X(46).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TR-TXN-ID             PIC X(20).
           05  TR-ACCOUNT-NO         PIC X(12).
           05  TR-TXN-TYPE           PIC X(04).
           05  TR-TXN-DATE           PIC X(08).
           05  TR-FILLER             PIC X(206).

       FD  TXN-INDEX-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  TXN-INDEX-RECORD.
           05  TI-KEY.
               10  TI-ACCOUNT-NO     PIC X(12).
               10  TI-TXN-DATE       PIC X(08).
               10  TI-TXN-ID         PIC X(20).
           05  TI-TXN-TYPE           PIC X(04).
           05  TI-AMOUNT             PIC S9(13)V99 COMP-3.
           05  TI-STATUS             PIC X(01).
           05  TI-ARCH-YEAR          PIC X(04).
           05  TI-AFTER-BALANCE      PIC S9(13)V99 COMP-3.
           05  TI-FILLER             PIC X(05).

      *    TXNHIST 거래키 작업파일 - 색인 역대조용(매 수행 재작성)
       FD  RI-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  RI-WORK-RECORD.
           05  RW-KEY.
               10  RW-ACCOUNT-NO     PIC X(12).
               10  RW-TXN-DATE       PIC X(08).
               10  RW-TXN-ID         PIC X(20).
           05  RW-FILLER             PIC X(10).

      *    규칙별 점검이력 - 최근 2회 점검일/건수
       FD  RI-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  RI-SUMMARY-RECORD.
           05  RS-RULE-CODE          PIC X(04).
           05  RS-LAST-RUN-DATE      PIC X(08).
           05  RS-LAST-COUNT         PIC 9(09).
           05  RS-PREV-RUN-DATE      PIC X(08).
           05  RS-PREV-COUNT         PIC 9(09).
           05  RS-FILLER             PIC X(22).

       FD  RI-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  RI-EXCEPTION-RECORD.
           05  RX-RUN-DATE           PIC X(08).
           05  RX-RULE-CODE          PIC X(04).
           05  RX-ENTITY             PIC X(04).
           05  RX-KEY                PIC X(40).
           05  RX-VALUE-1            PIC X(30).
           05  RX-VALUE-2            PIC X(30).
           05  RX-VALUE-3            PIC X(30).
           05  RX-FILLER             PIC X(54).

       FD  RI-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  RI-REPORT-RECORD.
           05  RR-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-DATE           PIC X(08).

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-CUST-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-CUST-FOUND     VALUE 'Y'.
           05  WS-FXP-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-FXP-FOUND      VALUE 'Y'.

      *    점검규칙 목록 - 규칙코드/대상/설명
       01  WS-RULE-VALUES.
           05  FILLER                PIC X(56) VALUE
               'RI01ACCT명의고객 미존재'.
           05  FILLER                PIC X(56) VALUE
               'RI02ACCT명의고객 병합소멸'.
           05  FILLER                PIC X(56) VALUE
               'RI03ACCT공동명의 미존재'.
           05  FILLER                PIC X(56) VALUE
               'RI04ACCT공동명의 병합소멸'.
           05  FILLER                PIC X(56) VALUE
               'RI05ACCT정기예금 만기일 미등록'.
           05  FILLER                PIC X(56) VALUE
               'RI06ACCT외화 환율쌍 미등재'.
           05  FILLER                PIC X(56) VALUE
               'RI07ACCT초과인출한도 초과잔액'.
           05  FILLER                PIC X(56) VALUE
               'RI08ACCT해지계좌 잔액잔존'.
           05  FILLER                PIC X(56) VALUE
               'RI09TIDX색인 거래 미존재'.
           05  FILLER                PIC X(56) VALUE
               'RI10TIDX색인 계좌 미존재'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05  WS-RL-ENTRY OCCURS 10 TIMES.
               10  WS-RL-CODE        PIC X(04).
               10  WS-RL-ENTITY      PIC X(04).
               10  WS-RL-DESC        PIC X(48).
       01  WS-RULE-COUNT-TABLE.
           05  WS-RL-COUNT           PIC 9(09) OCCURS 10 TIMES.
       01  WS-RL-IDX                 PIC 9(02).
       01  WS-RULE-NO                PIC 9(02).

      *    외화통화별 환율쌍 등재여부 캐시
       01  WS-FXP-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-FXP-TABLE.
           05  WS-FXP-ENTRY OCCURS 50 TIMES.
               10  WS-FXP-CCY        PIC X(03).
               10  WS-FXP-FOUND-FLAG PIC X(01).
       01  WS-FXP-IDX                PIC 9(02).

       01  WS-EXCEPTION-WORK.
           05  WS-EX-KEY             PIC X(40).
           05  WS-EX-VALUE-1         PIC X(30).
           05  WS-EX-VALUE-2         PIC X(30).
           05  WS-EX-VALUE-3         PIC X(30).

       01  WS-CHECK-CUST-ID          PIC X(10).
       01  WS-OVER-AMOUNT            PIC S9(13)V99 COMP-3.

       01  WS-TREND-WORK.
           05  WS-CMP-DATE           PIC X(08).
           05  WS-CMP-COUNT          PIC 9(09).
           05  WS-DIFF-COUNT         PIC S9(09).
           05  WS-TREND-TEXT         PIC X(12).

       01  WS-TOTAL-AREA.
           05  WS-ACCT-READ-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-TXN-READ-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-IDX-READ-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-ARCH-SKIP-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-EXCEPTION-COUNT    PIC 9(09) VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(132).

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
           05  WS-DSP-LIMIT          PIC -(9)9.99.
           05  WS-DSP-COUNT          PIC Z(8)9.
           05  WS-DSP-PREV           PIC Z(8)9.
           05  WS-DSP-DIFF           PIC -(8)9.

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ACCOUNTS
           PERFORM 3000-BUILD-TXN-KEYS
           PERFORM 4000-CHECK-TXN-INDEX
           PERFORM 5000-WRITE-SUMMARY
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           MOVE ZERO TO WS-RULE-COUNT-TABLE
           PERFORM 1100-OPEN-FILES
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '원장 정합성 점검 | 점검일:' DELIMITED SIZE
                  WS-RUN-DATE                 DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RR-LINE
           WRITE RI-REPORT-RECORD.

       1100-OPEN-FILES.
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
           OPEN INPUT FX-RATE-FILE
           IF NOT WS-FILE-OK
               MOVE 'FXRATE 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-FILE-OK
               MOVE 'TXNHIST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT TXN-INDEX-FILE
           IF NOT WS-FILE-OK
               MOVE 'TXNIDX 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT RI-WORK-FILE
           IF NOT WS-FILE-OK
               MOVE 'RIWORK 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O RI-SUMMARY-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE RI-SUMMARY-FILE
               OPEN OUTPUT RI-SUMMARY-FILE
               CLOSE RI-SUMMARY-FILE
               OPEN I-O RI-SUMMARY-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'RISUMM 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT RI-EXCEPTION-FILE
           IF NOT WS-FILE-OK
               MOVE 'RIEXCP 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT RI-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'RIRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *----------------------------------------------------------------
      *    계좌원장 점검 - 고객참조/만기/환율쌍/잔액 규칙
      *----------------------------------------------------------------
       2000-CHECK-ACCOUNTS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2100-READ-NEXT-ACCOUNT
               UNTIL WS-EOF.

       2100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-READ-COUNT
                   PERFORM 2200-CHECK-CUSTOMER-REFS
                   PERFORM 2300-CHECK-ACCOUNT-VALUES
           END-READ.

      *    명의/공동명의 고객 - 미존재 또는 병합소멸고객 참조
       2200-CHECK-CUSTOMER-REFS.
           MOVE AF-CUSTOMER-ID TO WS-CHECK-CUST-ID
           PERFORM 2210-READ-CUSTOMER
           IF NOT WS-CUST-FOUND
               MOVE 1 TO WS-RULE-NO
               PERFORM 2250-SET-CUST-EXCEPTION
           ELSE
               IF CF-MERGED-TO NOT = SPACES
                   MOVE 2 TO WS-RULE-NO
                   PERFORM 2250-SET-CUST-EXCEPTION
               END-IF
           END-IF
           IF AF-CUSTOMER-ID-2 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE AF-CUSTOMER-ID-2 TO WS-CHECK-CUST-ID
           PERFORM 2210-READ-CUSTOMER
           IF NOT WS-CUST-FOUND
               MOVE 3 TO WS-RULE-NO
               PERFORM 2250-SET-CUST-EXCEPTION
           ELSE
               IF CF-MERGED-TO NOT = SPACES
                   MOVE 4 TO WS-RULE-NO
                   PERFORM 2250-SET-CUST-EXCEPTION
               END-IF
           END-IF.

       2210-READ-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           IF WS-CHECK-CUST-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-CUST-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET WS-CUST-FOUND TO TRUE.

       2250-SET-CUST-EXCEPTION.
           MOVE AF-ACCOUNT-NO TO WS-EX-KEY
           MOVE SPACES TO WS-EX-VALUE-1
           STRING 'CUST=' DELIMITED SIZE
                  WS-CHECK-CUST-ID DELIMITED SIZE
                  INTO WS-EX-VALUE-1
           MOVE SPACES TO WS-EX-VALUE-2
           IF WS-CUST-FOUND
               STRING 'MERGED-TO=' DELIMITED SIZE
                      CF-MERGED-TO DELIMITED SIZE
                      INTO WS-EX-VALUE-2
           END-IF
           MOVE SPACES TO WS-EX-VALUE-3
           STRING 'STATUS=' DELIMITED SIZE
                  AF-STATUS DELIMITED SIZE
                  INTO WS-EX-VALUE-3
           PERFORM 8000-WRITE-EXCEPTION.

       2300-CHECK-ACCOUNT-VALUES.
           IF AF-STATUS-CLOSED
               IF AF-BALANCE NOT = ZERO
                   MOVE 8 TO WS-RULE-NO
                   MOVE AF-ACCOUNT-NO TO WS-EX-KEY
                   MOVE AF-BALANCE TO WS-DSP-AMOUNT
                   MOVE SPACES TO WS-EX-VALUE-1
                   STRING 'BAL=' DELIMITED SIZE
                          WS-DSP-AMOUNT DELIMITED SIZE
                          INTO WS-EX-VALUE-1
                   MOVE SPACES TO WS-EX-VALUE-2
                   STRING 'CLOSE-DATE=' DELIMITED SIZE
                          AF-CLOSE-DATE DELIMITED SIZE
                          INTO WS-EX-VALUE-2
                   MOVE SPACES TO WS-EX-VALUE-3
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AF-TYPE-FIXED AND
              (AF-MATURITY-DATE = SPACES OR
               AF-MATURITY-DATE = '00000000')
               MOVE 5 TO WS-RULE-NO
               MOVE AF-ACCOUNT-NO TO WS-EX-KEY
               MOVE SPACES TO WS-EX-VALUE-1
               STRING 'TYPE=' DELIMITED SIZE
                      AF-ACCOUNT-TYPE DELIMITED SIZE
                      INTO WS-EX-VALUE-1
               MOVE SPACES TO WS-EX-VALUE-2
               STRING 'MAT-DATE=' DELIMITED SIZE
                      AF-MATURITY-DATE DELIMITED SIZE
                      INTO WS-EX-VALUE-2
               MOVE SPACES TO WS-EX-VALUE-3
               STRING 'OPEN-DATE=' DELIMITED SIZE
                      AF-OPEN-DATE DELIMITED SIZE
                      INTO WS-EX-VALUE-3
               PERFORM 8000-WRITE-EXCEPTION
           END-IF
           IF NOT AF-CURRENCY-KRW
               PERFORM 2400-CHECK-FX-PAIR
               IF NOT WS-FXP-FOUND
                   MOVE 6 TO WS-RULE-NO
                   MOVE AF-ACCOUNT-NO TO WS-EX-KEY
                   MOVE SPACES TO WS-EX-VALUE-1
                   STRING 'CCY=' DELIMITED SIZE
                          AF-CURRENCY-CODE DELIMITED SIZE
                          INTO WS-EX-VALUE-1
                   MOVE SPACES TO WS-EX-VALUE-2
                   STRING 'PAIR=' DELIMITED SIZE
                          AF-CURRENCY-CODE DELIMITED SIZE
                          '/KRW' DELIMITED SIZE
                          INTO WS-EX-VALUE-2
                   MOVE SPACES TO WS-EX-VALUE-3
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF
      *    대출계좌는 대출잔액을 음수로 보유하므로 제외
           IF AF-BALANCE < ZERO AND NOT AF-TYPE-LOAN
               COMPUTE WS-OVER-AMOUNT =
                   ZERO - AF-BALANCE - AF-OVERDRAFT-LIMIT
               IF WS-OVER-AMOUNT > ZERO
                   MOVE 7 TO WS-RULE-NO
                   MOVE AF-ACCOUNT-NO TO WS-EX-KEY
                   MOVE AF-BALANCE TO WS-DSP-AMOUNT
                   MOVE SPACES TO WS-EX-VALUE-1
                   STRING 'BAL=' DELIMITED SIZE
                          WS-DSP-AMOUNT DELIMITED SIZE
                          INTO WS-EX-VALUE-1
                   MOVE AF-OVERDRAFT-LIMIT TO WS-DSP-LIMIT
                   MOVE SPACES TO WS-EX-VALUE-2
                   STRING 'OD-LIMIT=' DELIMITED SIZE
                          WS-DSP-LIMIT DELIMITED SIZE
                          INTO WS-EX-VALUE-2
                   MOVE WS-OVER-AMOUNT TO WS-DSP-AMOUNT
                   MOVE SPACES TO WS-EX-VALUE-3
                   STRING 'OVER=' DELIMITED SIZE
                          WS-DSP-AMOUNT DELIMITED SIZE
                          INTO WS-EX-VALUE-3
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.

      *    환율쌍(통화/KRW) 등재여부 - 통화별 1회만 FXRATE 조회
       2400-CHECK-FX-PAIR.
           MOVE 'N' TO WS-FXP-FOUND-SW
           PERFORM VARYING WS-FXP-IDX FROM 1 BY 1
                   UNTIL WS-FXP-IDX > WS-FXP-COUNT
                      OR WS-FXP-CCY(WS-FXP-IDX) = AF-CURRENCY-CODE
               CONTINUE
           END-PERFORM
           IF WS-FXP-IDX <= WS-FXP-COUNT
               IF WS-FXP-FOUND-FLAG(WS-FXP-IDX) = 'Y'
                   SET WS-FXP-FOUND TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE AF-CURRENCY-CODE TO FX-BASE-CCY
           MOVE 'KRW'            TO FX-QUOTE-CCY
           MOVE LOW-VALUES       TO FX-EFFECTIVE-DATE
           START FX-RATE-FILE KEY IS >= FX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FX-RATE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FX-BASE-CCY = AF-CURRENCY-CODE AND
                              FX-QUOTE-CCY = 'KRW'
                               SET WS-FXP-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-FXP-COUNT < 50
               ADD 1 TO WS-FXP-COUNT
               MOVE AF-CURRENCY-CODE TO WS-FXP-CCY(WS-FXP-COUNT)
               MOVE WS-FXP-FOUND-SW
                   TO WS-FXP-FOUND-FLAG(WS-FXP-COUNT)
           END-IF.

      *----------------------------------------------------------------
      *    TXNHIST 거래키 작업파일 구성 - 색인과 동일한 키 구조
      *----------------------------------------------------------------
       3000-BUILD-TXN-KEYS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3100-READ-NEXT-TXN
               UNTIL WS-EOF
           CLOSE TRANSACTION-FILE
           CLOSE RI-WORK-FILE
           OPEN INPUT RI-WORK-FILE
           IF NOT WS-FILE-OK
               MOVE 'RIWORK 재오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       3100-READ-NEXT-TXN.
           READ TRANSACTION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TXN-READ-COUNT
                   MOVE TR-ACCOUNT-NO TO RW-ACCOUNT-NO
                   MOVE TR-TXN-DATE   TO RW-TXN-DATE
                   MOVE TR-TXN-ID     TO RW-TXN-ID
                   MOVE SPACES        TO RW-FILLER
      *            동일키 중복은 존재확인에 영향 없으므로 무시
                   WRITE RI-WORK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.

      *----------------------------------------------------------------
      *    거래색인 점검 - 색인이 가리키는 거래/계좌 존재여부
      *----------------------------------------------------------------
       4000-CHECK-TXN-INDEX.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 4100-READ-NEXT-INDEX
               UNTIL WS-EOF.

       4100-READ-NEXT-INDEX.
           READ TXN-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-IDX-READ-COUNT
                   PERFORM 4200-CHECK-INDEX-ENTRY
           END-READ.

       4200-CHECK-INDEX-ENTRY.
           MOVE TI-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 10 TO WS-RULE-NO
                   MOVE TI-KEY TO WS-EX-KEY
                   MOVE SPACES TO WS-EX-VALUE-1
                   STRING 'ACCT=' DELIMITED SIZE
                          TI-ACCOUNT-NO DELIMITED SIZE
                          INTO WS-EX-VALUE-1
                   MOVE SPACES TO WS-EX-VALUE-2
                   STRING 'TYPE=' DELIMITED SIZE
                          TI-TXN-TYPE DELIMITED SIZE
                          INTO WS-EX-VALUE-2
                   MOVE SPACES TO WS-EX-VALUE-3
                   PERFORM 8000-WRITE-EXCEPTION
           END-READ
      *    아카이브 이관분은 ARCHTXN 소재 - 점검 제외
           IF TI-ARCH-YEAR NOT = SPACES
               ADD 1 TO WS-ARCH-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE TI-KEY TO RW-KEY
           READ RI-WORK-FILE
               INVALID KEY
                   MOVE 9 TO WS-RULE-NO
                   MOVE TI-KEY TO WS-EX-KEY
                   MOVE TI-AMOUNT TO WS-DSP-AMOUNT
                   MOVE SPACES TO WS-EX-VALUE-1
                   STRING 'TYPE=' DELIMITED SIZE
                          TI-TXN-TYPE DELIMITED SIZE
                          ' STAT=' DELIMITED SIZE
                          TI-STATUS DELIMITED SIZE
                          INTO WS-EX-VALUE-1
                   MOVE SPACES TO WS-EX-VALUE-2
                   STRING 'AMT=' DELIMITED SIZE
                          WS-DSP-AMOUNT DELIMITED SIZE
                          INTO WS-EX-VALUE-2
                   MOVE SPACES TO WS-EX-VALUE-3
                   PERFORM 8000-WRITE-EXCEPTION
           END-READ.

      *----------------------------------------------------------------
      *    규칙별 요약 - 직전 점검 대비 추이
      *----------------------------------------------------------------
       5000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '규칙 대상 설명' DELIMITED SIZE
                  '                               금회     직전'
                                   DELIMITED SIZE
                  '(점검일)      증감 추이'  DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RR-LINE
           WRITE RI-REPORT-RECORD
           PERFORM 5100-SUMMARIZE-RULE
               VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > 10
           MOVE WS-EXCEPTION-COUNT TO WS-DSP-COUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '===합계=== 계좌:'   DELIMITED SIZE
                  WS-ACCT-READ-COUNT  DELIMITED SIZE
                  ' 거래:'            DELIMITED SIZE
                  WS-TXN-READ-COUNT   DELIMITED SIZE
                  ' 색인:'            DELIMITED SIZE
                  WS-IDX-READ-COUNT   DELIMITED SIZE
                  ' 이관색인제외:'    DELIMITED SIZE
                  WS-ARCH-SKIP-COUNT  DELIMITED SIZE
                  ' 위반:'            DELIMITED SIZE
                  WS-DSP-COUNT        DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RR-LINE
           WRITE RI-REPORT-RECORD.

      *    동일일 재수행은 직전(PREV) 대비, 그 외는 최근(LAST)
      *    대비로 비교하고 최근분을 직전으로 이월한다.
       5100-SUMMARIZE-RULE.
           MOVE SPACES TO WS-CMP-DATE
           MOVE ZERO   TO WS-CMP-COUNT
           MOVE WS-RL-CODE(WS-RL-IDX) TO RS-RULE-CODE
           READ RI-SUMMARY-FILE
               INVALID KEY
                   MOVE WS-RL-CODE(WS-RL-IDX) TO RS-RULE-CODE
                   MOVE WS-RUN-DATE           TO RS-LAST-RUN-DATE
                   MOVE WS-RL-COUNT(WS-RL-IDX) TO RS-LAST-COUNT
                   MOVE SPACES                TO RS-PREV-RUN-DATE
                   MOVE ZERO                  TO RS-PREV-COUNT
                   MOVE SPACES                TO RS-FILLER
                   WRITE RI-SUMMARY-RECORD
                       INVALID KEY
                           MOVE 'RISUMM 기록오류'
                               TO WS-ERROR-MESSAGE
                           PERFORM 9900-ABEND-HANDLER
                   END-WRITE
                   PERFORM 5200-WRITE-RULE-LINE
                   EXIT PARAGRAPH
           END-READ
           IF RS-LAST-RUN-DATE NOT = WS-RUN-DATE
               MOVE RS-LAST-RUN-DATE TO RS-PREV-RUN-DATE
               MOVE RS-LAST-COUNT    TO RS-PREV-COUNT
           END-IF
           MOVE RS-PREV-RUN-DATE TO WS-CMP-DATE
           MOVE RS-PREV-COUNT    TO WS-CMP-COUNT
           MOVE WS-RUN-DATE             TO RS-LAST-RUN-DATE
           MOVE WS-RL-COUNT(WS-RL-IDX)  TO RS-LAST-COUNT
           REWRITE RI-SUMMARY-RECORD
               INVALID KEY
                   MOVE 'RISUMM 갱신오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE
           PERFORM 5200-WRITE-RULE-LINE.

       5200-WRITE-RULE-LINE.
           MOVE WS-RL-COUNT(WS-RL-IDX) TO WS-DSP-COUNT
           IF WS-CMP-DATE = SPACES
               MOVE ZERO TO WS-DSP-PREV
               MOVE ZERO TO WS-DSP-DIFF
               MOVE '최초점검' TO WS-TREND-TEXT
           ELSE
               MOVE WS-CMP-COUNT TO WS-DSP-PREV
               COMPUTE WS-DIFF-COUNT =
                   WS-RL-COUNT(WS-RL-IDX) - WS-CMP-COUNT
               MOVE WS-DIFF-COUNT TO WS-DSP-DIFF
               EVALUATE TRUE
                   WHEN WS-DIFF-COUNT > ZERO
                       MOVE '증가' TO WS-TREND-TEXT
                   WHEN WS-DIFF-COUNT < ZERO
                       MOVE '감소' TO WS-TREND-TEXT
                   WHEN OTHER
                       MOVE '변동없음' TO WS-TREND-TEXT
               END-EVALUATE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING WS-RL-CODE(WS-RL-IDX)   DELIMITED SIZE
                  ' '                      DELIMITED SIZE
                  WS-RL-ENTITY(WS-RL-IDX) DELIMITED SIZE
                  ' '                      DELIMITED SIZE
                  WS-RL-DESC(WS-RL-IDX)   DELIMITED SIZE
                  WS-DSP-COUNT             DELIMITED SIZE
                  WS-DSP-PREV              DELIMITED SIZE
                  '('                      DELIMITED SIZE
                  WS-CMP-DATE              DELIMITED SIZE
                  ')'                      DELIMITED SIZE
                  WS-DSP-DIFF              DELIMITED SIZE
                  ' '                      DELIMITED SIZE
                  WS-TREND-TEXT            DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RR-LINE
           WRITE RI-REPORT-RECORD.

       8000-WRITE-EXCEPTION.
           MOVE SPACES                     TO RI-EXCEPTION-RECORD
           MOVE WS-RUN-DATE                TO RX-RUN-DATE
           MOVE WS-RL-CODE(WS-RULE-NO)     TO RX-RULE-CODE
           MOVE WS-RL-ENTITY(WS-RULE-NO)   TO RX-ENTITY
           MOVE WS-EX-KEY                  TO RX-KEY
           MOVE WS-EX-VALUE-1              TO RX-VALUE-1
           MOVE WS-EX-VALUE-2              TO RX-VALUE-2
           MOVE WS-EX-VALUE-3              TO RX-VALUE-3
           WRITE RI-EXCEPTION-RECORD
           IF NOT WS-FILE-OK
               MOVE 'RIEXCP 기록오류' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           ADD 1 TO WS-RL-COUNT(WS-RULE-NO)
           ADD 1 TO WS-EXCEPTION-COUNT.

       9000-FINALIZE.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE FX-RATE-FILE
           CLOSE TXN-INDEX-FILE
           CLOSE RI-WORK-FILE
           CLOSE RI-SUMMARY-FILE
           CLOSE RI-EXCEPTION-FILE
           CLOSE RI-REPORT-FILE
           DISPLAY '원장 정합성 점검 완료 계좌:'
               WS-ACCT-READ-COUNT
               ' 색인:' WS-IDX-READ-COUNT
               ' 위반:' WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE FX-RATE-FILE
           CLOSE TRANSACTION-FILE
           CLOSE TXN-INDEX-FILE
           CLOSE RI-WORK-FILE
           CLOSE RI-SUMMARY-FILE
           CLOSE RI-EXCEPTION-FILE
           CLOSE RI-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
