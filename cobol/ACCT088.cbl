      ******************************************************************
      * PROGRAM-ID: ACCT088
      * DESCRIPTION: 수신상품 마스터(PRODMST) 유지보수/상품별 계좌현황
      *              - MNT : PRODMNT 입력(추가/변경/판매중지)을 순차
      *                처리하여 PRODMST(계좌유형+상품코드)를 갱신.
      *                변경 전/후 상품 레코드를 PRODHIST 이력에
      *                보존하고 감사기록(연쇄)을 남긴다. 판매중지는
      *                기존 계좌의 상품코드 참조를 위해 삭제하지
      *                않고 상태만 S로 변경 (INTRATE 유지보수
      *                ACCT045와 동일한 방식)
      *              - RPT : ACCTMST 전건을 상품별(유형+상품코드)
      *                계좌수/잔액 집계. 상품코드 미기록 계좌는
      *                종전 기준 개설분으로 별도 표시
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT088.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MAINT-FILE
               ASSIGN TO 'PRODMNT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRODUCT-FILE
               ASSIGN TO 'PRODMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRODUCT-HIST-FILE
               ASSIGN TO 'PRODHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
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

           SELECT PRODUCT-REPORT-FILE
               ASSIGN TO 'PRODRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRODUCT-MAINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  PRODUCT-MAINT-RECORD.
           05  PI-ACTION             PIC X(01).
               88  PI-ACTION-ADD     VALUE 'A'.
               88  PI-ACTION-CHANGE  VALUE 'C'.
               88  PI-ACTION-SUSPEND VALUE 'D'.
           05  PI-ACCOUNT-TYPE       PIC X(02).
               88  PI-TYPE-VALID     VALUE 'CH' 'SA' 'FX' 'MM'
                                           'IS' 'LN'.
           05  PI-PRODUCT-CODE       PIC X(03).
           05  PI-PRODUCT-NAME       PIC X(40).
           05  PI-SALE-START-DATE    PIC X(08).
           05  PI-SALE-END-DATE      PIC X(08).
           05  PI-CURRENCY-LIST.
               10  PI-CURRENCY       PIC X(03) OCCURS 5 TIMES.
           05  PI-MIN-OPEN-AMOUNT    PIC 9(13)V99.
           05  PI-TERM-MIN-MONTHS    PIC 9(03).
           05  PI-TERM-MAX-MONTHS    PIC 9(03).
           05  PI-CHANNEL-LIST.
               10  PI-CHANNEL        PIC X(04) OCCURS 4 TIMES.
           05  PI-RATE-TERM-CODE     PIC X(04).
           05  PI-FEE-PLAN           PIC X(04).
           05  PI-TAXEX-ELIGIBLE     PIC X(01).
               88  PI-TAXEX-VALID    VALUE 'Y' 'N'.
           05  PI-OPERATOR-ID        PIC X(08).
           05  PI-FILLER             PIC X(69).

      *    수신상품 마스터 - ACCT001 개설검증과 동일 레이아웃
       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  PRODUCT-RECORD.
           05  PM-KEY.
               10  PM-ACCOUNT-TYPE   PIC X(02).
               10  PM-PRODUCT-CODE   PIC X(03).
           05  PM-PRODUCT-NAME       PIC X(40).
           05  PM-SALE-START-DATE    PIC X(08).
           05  PM-SALE-END-DATE      PIC X(08).
           05  PM-CURRENCY-LIST.
               10  PM-CURRENCY       PIC X(03) OCCURS 5 TIMES.
           05  PM-MIN-OPEN-AMOUNT    PIC S9(13)V99 COMP-3.
           05  PM-TERM-MIN-MONTHS    PIC 9(03).
           05  PM-TERM-MAX-MONTHS    PIC 9(03).
           05  PM-CHANNEL-LIST.
               10  PM-CHANNEL        PIC X(04) OCCURS 4 TIMES.
           05  PM-RATE-TERM-CODE     PIC X(04).
           05  PM-FEE-PLAN           PIC X(04).
           05  PM-TAXEX-ELIGIBLE     PIC X(01).
               88  PM-TAXEX-OK       VALUE 'Y'.
           05  PM-STATUS             PIC X(01).
               88  PM-STATUS-ACTIVE  VALUE 'A'.
               88  PM-STATUS-SUSPENDED VALUE 'S'.
           05  PM-MAINT-BY           PIC X(08).
           05  PM-MAINT-DATE         PIC X(08).
           05  PM-FILLER             PIC X(68).

      *    상품 변경이력 - 변경 전/후 상품 레코드 전체
       FD  PRODUCT-HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 440 CHARACTERS.
       01  PRODUCT-HIST-RECORD.
           05  PH-TIMESTAMP          PIC X(14).
           05  PH-ACCOUNT-TYPE       PIC X(02).
           05  PH-PRODUCT-CODE       PIC X(03).
           05  PH-ACTION             PIC X(04).
           05  PH-OPERATOR-ID        PIC X(08).
           05  PH-BEFORE-IMAGE       PIC X(200).
           05  PH-AFTER-IMAGE        PIC X(200).
           05  PH-FILLER             PIC X(09).

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
           05  AF-FILLER             PIC X(51).
           05  AF-PRODUCT-CODE       PIC X(03).

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

       FD  PRODUCT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  PRODUCT-REPORT-RECORD.
           05  PRPT-LINE             PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-FUNC           PIC X(04).
               88  WS-FUNC-MAINT     VALUE 'MNT '.
               88  WS-FUNC-REPORT    VALUE 'RPT '.
           05  WS-RUN-DATE           PIC X(08).

       01  WS-RUN-TIME               PIC X(06).

       01  WS-SWITCHES.
           05  WS-MAINT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-MAINT-EOF      VALUE 'Y'.
           05  WS-ACCT-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-ACCT-EOF       VALUE 'Y'.
           05  WS-PROD-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-PROD-EOF       VALUE 'Y'.
           05  WS-INPUT-OK-SW        PIC X(01) VALUE 'Y'.
               88  WS-INPUT-OK       VALUE 'Y'.

       01  WS-HIST-AREA.
           05  WS-HIST-ACTION        PIC X(04).
           05  WS-HIST-BEFORE-IMAGE  PIC X(200).

       01  WS-TOTAL-AREA.
           05  WS-ADDED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-CHANGED-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-SUSPENDED-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-SCANNED-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-PRODUCT-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-LEGACY-COUNT       PIC 9(07) VALUE ZERO.

      *    상품별 집계표 - 계좌유형+상품코드(공백=종전기준 개설)
       01  WS-PRODUCT-TABLE.
           05  WS-PT-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 500 TIMES.
               10  WS-PT-KEY.
                   15  WS-PT-ACCOUNT-TYPE PIC X(02).
                   15  WS-PT-PRODUCT-CODE PIC X(03).
               10  WS-PT-ACCT-COUNT  PIC 9(07).
               10  WS-PT-ACTIVE-COUNT PIC 9(07).
               10  WS-PT-BALANCE     PIC S9(15)V99 COMP-3.
               10  WS-PT-PRINTED-SW  PIC X(01).
                   88  WS-PT-PRINTED VALUE 'Y'.
       01  WS-PT-IDX                 PIC 9(04) COMP.
       01  WS-PT-SEARCH-KEY          PIC X(05).

       01  WS-DISPLAY-WORK.
           05  WS-DSP-COUNT          PIC Z,ZZZ,ZZ9.
           05  WS-DSP-ACTIVE         PIC Z,ZZZ,ZZ9.
           05  WS-DSP-BALANCE        PIC -,---,---,---,---,--9.99.
           05  WS-DSP-MIN-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-DSP-STATUS         PIC X(08).

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
           EVALUATE TRUE
               WHEN WS-FUNC-MAINT
                   PERFORM 2000-PROCESS-MAINT-FILE
                       UNTIL WS-MAINT-EOF
               WHEN WS-FUNC-REPORT
                   PERFORM 5000-REPORT-BY-PRODUCT
               WHEN OTHER
                   MOVE '기동구분 오류(MNT/RPT)'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-EVALUATE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADER
           IF WS-FUNC-MAINT
               PERFORM 2100-READ-NEXT-MAINT-RECORD
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O PRODUCT-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE PRODUCT-FILE
               OPEN OUTPUT PRODUCT-FILE
               CLOSE PRODUCT-FILE
               OPEN I-O PRODUCT-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'PRODMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT PRODUCT-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'PRODRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-FUNC-MAINT
               OPEN INPUT PRODUCT-MAINT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'PRODMNT 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               OPEN EXTEND PRODUCT-HIST-FILE
               IF NOT WS-FILE-OK
                   MOVE 'PRODHIST 오픈실패' TO WS-ERROR-MESSAGE
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
           END-IF
           IF WS-FUNC-REPORT
               OPEN INPUT ACCOUNT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF.

       1200-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-HEADER
           STRING
               '수신상품 처리('   DELIMITED SIZE
               WS-RUN-FUNC        DELIMITED SIZE
               ') | 기준일:'      DELIMITED SIZE
               WS-RUN-DATE        DELIMITED SIZE
               INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO PRPT-LINE
           WRITE PRODUCT-REPORT-RECORD.

       2000-PROCESS-MAINT-FILE.
           EVALUATE TRUE
               WHEN PI-ACTION-ADD
                   PERFORM 3000-ADD-PRODUCT
               WHEN PI-ACTION-CHANGE
                   PERFORM 3100-CHANGE-PRODUCT
               WHEN PI-ACTION-SUSPEND
                   PERFORM 3200-SUSPEND-PRODUCT
               WHEN OTHER
                   MOVE '알수없는 작업구분' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 4000-WRITE-DETAIL-LINE
           END-EVALUATE
           PERFORM 2100-READ-NEXT-MAINT-RECORD.

       2100-READ-NEXT-MAINT-RECORD.
           READ PRODUCT-MAINT-FILE
               AT END
                   SET WS-MAINT-EOF TO TRUE
           END-READ.

      *    추가/변경 입력 검증 - 유형, 상품코드, 판매개시일,
      *    최저 개설금액, 약정기간 범위, 비과세 가능여부
       2200-VALIDATE-MAINT-INPUT.
           MOVE 'Y' TO WS-INPUT-OK-SW
           EVALUATE TRUE
               WHEN NOT PI-TYPE-VALID
                   MOVE '거부-계좌유형 오류' TO WS-RPT-DETAIL
               WHEN PI-PRODUCT-CODE = SPACES
                   MOVE '거부-상품코드 필수' TO WS-RPT-DETAIL
               WHEN PI-SALE-START-DATE = SPACES
                   MOVE '거부-판매개시일 필수' TO WS-RPT-DETAIL
               WHEN PI-SALE-END-DATE NOT = SPACES AND
                    PI-SALE-END-DATE < PI-SALE-START-DATE
                   MOVE '거부-판매기간 역전' TO WS-RPT-DETAIL
               WHEN PI-MIN-OPEN-AMOUNT NOT NUMERIC
                   MOVE '거부-최저 개설금액 오류'
                       TO WS-RPT-DETAIL
               WHEN PI-TERM-MIN-MONTHS NOT NUMERIC OR
                    PI-TERM-MAX-MONTHS NOT NUMERIC
                   MOVE '거부-약정기간 오류' TO WS-RPT-DETAIL
               WHEN PI-TERM-MAX-MONTHS > ZERO AND
                    PI-TERM-MIN-MONTHS > PI-TERM-MAX-MONTHS
                   MOVE '거부-약정기간 역전' TO WS-RPT-DETAIL
               WHEN NOT PI-TAXEX-VALID
                   MOVE '거부-비과세 구분 오류'
                       TO WS-RPT-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RPT-DETAIL NOT = SPACES
               MOVE 'N' TO WS-INPUT-OK-SW
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 4000-WRITE-DETAIL-LINE
           END-IF.

       2300-MOVE-INPUT-TO-PRODUCT.
           MOVE PI-PRODUCT-NAME     TO PM-PRODUCT-NAME
           MOVE PI-SALE-START-DATE  TO PM-SALE-START-DATE
           MOVE PI-SALE-END-DATE    TO PM-SALE-END-DATE
           MOVE PI-CURRENCY-LIST    TO PM-CURRENCY-LIST
           MOVE PI-MIN-OPEN-AMOUNT  TO PM-MIN-OPEN-AMOUNT
           MOVE PI-TERM-MIN-MONTHS  TO PM-TERM-MIN-MONTHS
           MOVE PI-TERM-MAX-MONTHS  TO PM-TERM-MAX-MONTHS
           MOVE PI-CHANNEL-LIST     TO PM-CHANNEL-LIST
           MOVE PI-RATE-TERM-CODE   TO PM-RATE-TERM-CODE
           MOVE PI-FEE-PLAN         TO PM-FEE-PLAN
           MOVE PI-TAXEX-ELIGIBLE   TO PM-TAXEX-ELIGIBLE
           MOVE 'A'                 TO PM-STATUS
           MOVE PI-OPERATOR-ID      TO PM-MAINT-BY
           MOVE WS-RUN-DATE         TO PM-MAINT-DATE.

       3000-ADD-PRODUCT.
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 2200-VALIDATE-MAINT-INPUT
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO PRODUCT-RECORD
           MOVE PI-ACCOUNT-TYPE   TO PM-ACCOUNT-TYPE
           MOVE PI-PRODUCT-CODE   TO PM-PRODUCT-CODE
           PERFORM 2300-MOVE-INPUT-TO-PRODUCT
           MOVE SPACES            TO WS-HIST-BEFORE-IMAGE
           MOVE 'ADD '            TO WS-HIST-ACTION
           WRITE PRODUCT-RECORD
               INVALID KEY
                   MOVE '추가실패-이미존재' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE '상품추가 완료' TO WS-RPT-DETAIL
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM 3500-WRITE-PRODUCT-HIST
                   PERFORM 8000-WRITE-AUDIT
           END-WRITE
           PERFORM 4000-WRITE-DETAIL-LINE.

      *    변경 - 입력 항목 전체로 교체. 판매중지 상품을 변경하면
      *    판매재개(상태 A)된다.
       3100-CHANGE-PRODUCT.
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 2200-VALIDATE-MAINT-INPUT
           IF NOT WS-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE PI-ACCOUNT-TYPE TO PM-ACCOUNT-TYPE
           MOVE PI-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE '변경실패-대상없음' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 4000-WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-READ
           MOVE PRODUCT-RECORD TO WS-HIST-BEFORE-IMAGE
           MOVE 'CHNG'         TO WS-HIST-ACTION
           PERFORM 2300-MOVE-INPUT-TO-PRODUCT
           REWRITE PRODUCT-RECORD
               INVALID KEY
                   MOVE '변경실패-오류' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE '상품변경 완료' TO WS-RPT-DETAIL
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM 3500-WRITE-PRODUCT-HIST
                   PERFORM 8000-WRITE-AUDIT
           END-REWRITE
           PERFORM 4000-WRITE-DETAIL-LINE.

      *    판매중지 - 기존 계좌의 상품코드가 참조하므로 삭제하지
      *    않고 상태만 S로 변경한다.
       3200-SUSPEND-PRODUCT.
           MOVE PI-ACCOUNT-TYPE TO PM-ACCOUNT-TYPE
           MOVE PI-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE '중지실패-대상없음' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 4000-WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-READ
           IF PM-STATUS-SUSPENDED
               MOVE '중지실패-이미 판매중지' TO WS-RPT-DETAIL
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 4000-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE PRODUCT-RECORD TO WS-HIST-BEFORE-IMAGE
           MOVE 'SUSP'         TO WS-HIST-ACTION
           MOVE 'S'            TO PM-STATUS
           MOVE PI-OPERATOR-ID TO PM-MAINT-BY
           MOVE WS-RUN-DATE    TO PM-MAINT-DATE
           REWRITE PRODUCT-RECORD
               INVALID KEY
                   MOVE '중지실패-오류' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE '판매중지 완료' TO WS-RPT-DETAIL
                   ADD 1 TO WS-SUSPENDED-COUNT
                   PERFORM 3500-WRITE-PRODUCT-HIST
                   PERFORM 8000-WRITE-AUDIT
           END-REWRITE
           PERFORM 4000-WRITE-DETAIL-LINE.

       3500-WRITE-PRODUCT-HIST.
           MOVE WS-RUN-DATE          TO PH-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME          TO PH-TIMESTAMP(9:6)
           MOVE PM-ACCOUNT-TYPE      TO PH-ACCOUNT-TYPE
           MOVE PM-PRODUCT-CODE      TO PH-PRODUCT-CODE
           MOVE WS-HIST-ACTION       TO PH-ACTION
           MOVE PI-OPERATOR-ID       TO PH-OPERATOR-ID
           MOVE WS-HIST-BEFORE-IMAGE TO PH-BEFORE-IMAGE
           MOVE PRODUCT-RECORD       TO PH-AFTER-IMAGE
           MOVE SPACES               TO PH-FILLER
           WRITE PRODUCT-HIST-RECORD.

       4000-WRITE-DETAIL-LINE.
           MOVE SPACES TO PRPT-LINE
           STRING
               PI-ACTION          DELIMITED SIZE
               ' '                DELIMITED SIZE
               PI-ACCOUNT-TYPE    DELIMITED SIZE
               '/'                DELIMITED SIZE
               PI-PRODUCT-CODE    DELIMITED SIZE
               ' '                DELIMITED SIZE
               PI-PRODUCT-NAME    DELIMITED SIZE
               ' 판매:'           DELIMITED SIZE
               PI-SALE-START-DATE DELIMITED SIZE
               '~'                DELIMITED SIZE
               PI-SALE-END-DATE   DELIMITED SIZE
               ' - '              DELIMITED SIZE
               WS-RPT-DETAIL      DELIMITED SIZE
               INTO PRPT-LINE
           WRITE PRODUCT-REPORT-RECORD.

      *    상품별 계좌현황 - ACCTMST 전건을 유형+상품코드로 집계한
      *    뒤 PRODMST 키 순서로 출력하고, 마스터에 없는 상품코드와
      *    상품코드 미기록(종전기준 개설) 계좌를 이어서 출력한다.
       5000-REPORT-BY-PRODUCT.
           MOVE LOW-VALUES TO AF-ACCOUNT-NO
           START ACCOUNT-FILE KEY IS >= AF-ACCOUNT-NO
               INVALID KEY
                   SET WS-ACCT-EOF TO TRUE
           END-START
           PERFORM 5100-ACCUMULATE-NEXT-ACCOUNT
               UNTIL WS-ACCT-EOF
           MOVE LOW-VALUES TO PM-KEY
           START PRODUCT-FILE KEY IS >= PM-KEY
               INVALID KEY
                   SET WS-PROD-EOF TO TRUE
           END-START
           PERFORM 5300-REPORT-NEXT-PRODUCT
               UNTIL WS-PROD-EOF
           PERFORM 5500-REPORT-UNREGISTERED
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.

       5100-ACCUMULATE-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCANNED-COUNT
                   PERFORM 5200-ADD-TO-PRODUCT-TABLE
           END-READ.

       5200-ADD-TO-PRODUCT-TABLE.
           MOVE AF-ACCOUNT-TYPE TO WS-PT-SEARCH-KEY(1:2)
           MOVE AF-PRODUCT-CODE TO WS-PT-SEARCH-KEY(3:3)
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
                      OR WS-PT-KEY(WS-PT-IDX) = WS-PT-SEARCH-KEY
               CONTINUE
           END-PERFORM
           IF WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-COUNT >= 500
                   MOVE '상품 집계표(500건) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT      TO WS-PT-IDX
               MOVE WS-PT-SEARCH-KEY TO WS-PT-KEY(WS-PT-IDX)
               MOVE ZERO TO WS-PT-ACCT-COUNT(WS-PT-IDX)
               MOVE ZERO TO WS-PT-ACTIVE-COUNT(WS-PT-IDX)
               MOVE ZERO TO WS-PT-BALANCE(WS-PT-IDX)
               MOVE 'N'  TO WS-PT-PRINTED-SW(WS-PT-IDX)
           END-IF
           ADD 1 TO WS-PT-ACCT-COUNT(WS-PT-IDX)
           IF NOT AF-STATUS-CLOSED
               ADD 1 TO WS-PT-ACTIVE-COUNT(WS-PT-IDX)
               ADD AF-BALANCE TO WS-PT-BALANCE(WS-PT-IDX)
           END-IF
           IF AF-PRODUCT-CODE = SPACES
               ADD 1 TO WS-LEGACY-COUNT
           END-IF.

       5300-REPORT-NEXT-PRODUCT.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   SET WS-PROD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PRODUCT-COUNT
                   PERFORM 5400-WRITE-PRODUCT-LINE
           END-READ.

       5400-WRITE-PRODUCT-LINE.
           MOVE PM-KEY TO WS-PT-SEARCH-KEY
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
                      OR WS-PT-KEY(WS-PT-IDX) = WS-PT-SEARCH-KEY
               CONTINUE
           END-PERFORM
           IF WS-PT-IDX > WS-PT-COUNT
               MOVE ZERO TO WS-DSP-COUNT
               MOVE ZERO TO WS-DSP-ACTIVE
               MOVE ZERO TO WS-DSP-BALANCE
           ELSE
               MOVE WS-PT-ACCT-COUNT(WS-PT-IDX)   TO WS-DSP-COUNT
               MOVE WS-PT-ACTIVE-COUNT(WS-PT-IDX) TO WS-DSP-ACTIVE
               MOVE WS-PT-BALANCE(WS-PT-IDX)      TO WS-DSP-BALANCE
               MOVE 'Y' TO WS-PT-PRINTED-SW(WS-PT-IDX)
           END-IF
           IF PM-STATUS-ACTIVE
               MOVE '판매중' TO WS-DSP-STATUS
           ELSE
               MOVE '판매중지' TO WS-DSP-STATUS
           END-IF
           MOVE PM-MIN-OPEN-AMOUNT TO WS-DSP-MIN-AMOUNT
           MOVE SPACES TO PRPT-LINE
           STRING
               PM-ACCOUNT-TYPE    DELIMITED SIZE
               '/'                DELIMITED SIZE
               PM-PRODUCT-CODE    DELIMITED SIZE
               ' '                DELIMITED SIZE
               PM-PRODUCT-NAME    DELIMITED SIZE
               ' '                DELIMITED SIZE
               WS-DSP-STATUS      DELIMITED SPACE
               ' 계좌:'           DELIMITED SIZE
               WS-DSP-COUNT       DELIMITED SIZE
               ' 유효:'           DELIMITED SIZE
               WS-DSP-ACTIVE      DELIMITED SIZE
               ' 잔액:'           DELIMITED SIZE
               WS-DSP-BALANCE     DELIMITED SIZE
               ' 최저:'           DELIMITED SIZE
               WS-DSP-MIN-AMOUNT  DELIMITED SIZE
               INTO PRPT-LINE
           WRITE PRODUCT-REPORT-RECORD.

       5500-REPORT-UNREGISTERED.
           IF WS-PT-PRINTED(WS-PT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-ACCT-COUNT(WS-PT-IDX)   TO WS-DSP-COUNT
           MOVE WS-PT-ACTIVE-COUNT(WS-PT-IDX) TO WS-DSP-ACTIVE
           MOVE WS-PT-BALANCE(WS-PT-IDX)      TO WS-DSP-BALANCE
           MOVE SPACES TO WS-RPT-DETAIL
           IF WS-PT-PRODUCT-CODE(WS-PT-IDX) = SPACES
               MOVE '(종전기준 개설)' TO WS-RPT-DETAIL
           ELSE
               MOVE '(상품마스터 미등록)' TO WS-RPT-DETAIL
           END-IF
           MOVE SPACES TO PRPT-LINE
           STRING
               WS-PT-ACCOUNT-TYPE(WS-PT-IDX) DELIMITED SIZE
               '/'                DELIMITED SIZE
               WS-PT-PRODUCT-CODE(WS-PT-IDX) DELIMITED SIZE
               ' '                DELIMITED SIZE
               WS-RPT-DETAIL      DELIMITED '  '
               ' 계좌:'           DELIMITED SIZE
               WS-DSP-COUNT       DELIMITED SIZE
               ' 유효:'           DELIMITED SIZE
               WS-DSP-ACTIVE      DELIMITED SIZE
               ' 잔액:'           DELIMITED SIZE
               WS-DSP-BALANCE     DELIMITED SIZE
               INTO PRPT-LINE
           WRITE PRODUCT-REPORT-RECORD.

      *    상품기준 변경 감사기록 - 이미지는 PRODHIST에 보존하고
      *    감사기록에는 작업구분/상품키/판매기간을 남긴다.
      *    연쇄처리는 ACCT022 8010과 동일 산식.
       8000-WRITE-AUDIT.
           MOVE WS-RUN-DATE       TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME       TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT088 '        TO AR-PROGRAM-ID
           MOVE SPACES            TO AR-ACCOUNT-NO
           MOVE 'PROD'            TO AR-ACTION-CODE
           MOVE PI-OPERATOR-ID    TO AR-OPERATOR-ID
           MOVE '0000'            TO AR-RESULT-CODE
           MOVE SPACES            TO AR-MESSAGE
           STRING WS-HIST-ACTION     DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  PM-ACCOUNT-TYPE    DELIMITED SIZE
                  '/'                DELIMITED SIZE
                  PM-PRODUCT-CODE    DELIMITED SIZE
                  ' 상태:'           DELIMITED SIZE
                  PM-STATUS          DELIMITED SIZE
                  ' 판매:'           DELIMITED SIZE
                  PM-SALE-START-DATE DELIMITED SIZE
                  '~'                DELIMITED SIZE
                  PM-SALE-END-DATE   DELIMITED SIZE
                  ' 금리키:'         DELIMITED SIZE
                  PM-RATE-TERM-CODE  DELIMITED SIZE
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
           CLOSE PRODUCT-FILE
           CLOSE PRODUCT-REPORT-FILE
           IF WS-FUNC-MAINT
               CLOSE PRODUCT-MAINT-FILE
               CLOSE PRODUCT-HIST-FILE
               CLOSE AUDIT-FILE
               CLOSE AUDIT-CHAIN-FILE
           END-IF
           IF WS-FUNC-REPORT
               CLOSE ACCOUNT-FILE
           END-IF
           DISPLAY '수신상품 처리 완료(' WS-RUN-FUNC ')'
               ' 추가:' WS-ADDED-COUNT
               ' 변경:' WS-CHANGED-COUNT
               ' 중지:' WS-SUSPENDED-COUNT
               ' 거부:' WS-REJECTED-COUNT
               ' 계좌:' WS-SCANNED-COUNT.

       9100-WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='        DELIMITED SIZE
               ' 추가:'            DELIMITED SIZE
               WS-ADDED-COUNT      DELIMITED SIZE
               ' 변경:'            DELIMITED SIZE
               WS-CHANGED-COUNT    DELIMITED SIZE
               ' 중지:'            DELIMITED SIZE
               WS-SUSPENDED-COUNT  DELIMITED SIZE
               ' 거부:'            DELIMITED SIZE
               WS-REJECTED-COUNT   DELIMITED SIZE
               ' 상품:'            DELIMITED SIZE
               WS-PRODUCT-COUNT    DELIMITED SIZE
               ' 계좌:'            DELIMITED SIZE
               WS-SCANNED-COUNT    DELIMITED SIZE
               ' 종전기준:'        DELIMITED SIZE
               WS-LEGACY-COUNT     DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO PRPT-LINE
           WRITE PRODUCT-REPORT-RECORD.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE PRODUCT-FILE
           CLOSE PRODUCT-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
