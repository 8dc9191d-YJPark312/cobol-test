      *                KR 이외) 고객의 연말잔액(SNAPSHOT 12/31)과
      *                연간 이자지급액(INTHIST)을 고정서식 제출
      *                파일(CRSOUT, HD/DT/TR)로 생성
      *              - NRWH: 비거주자 원천징수 연간보고 - 귀속연도
      *                INTHIST 지급분 중 비거주자 원천징수분을
      *                거주국/적용근거(조약/국내)/세율별로 집계
      *                하여 세무서 제출용 리포트(NRWRPT) 생성
      *              - CORX: 거주자증명서 만료예정 안내 - 만료일이
      *                안내기간(기본 30일) 이내이거나 경과한 계좌
      *                보유 비거주자에게 ALERTQ 통지(증명서당 1회)
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-08-26
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-08-26 : 최초 작성
      * 2026-10-15 : 비거주자 조세조약 원천징수 대응 - 연간
      *              원천징수 보고(NRWH), 거주자증명서 만료예정
      *              안내(CORX) 기동구분 추가. 고객 레이아웃에
      *              CF-COR-ISSUE/EXPIRY/NOTICE-DATE, 이자이력에
      *              IH-WHT-BASIS/CTRY/RATE 반영(공통 레이아웃)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT069.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NR-WHT-REPORT-FILE
               ASSIGN TO 'NRWRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ALERT-QUEUE-FILE
               ASSIGN TO 'ALERTQ'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  CF-TAX-RESID-CTRY     PIC X(02).
           05  CF-FOREIGN-TIN        PIC X(20).
           05  CF-SELF-CERT-DATE     PIC X(08).
           05  CF-COR-ISSUE-DATE     PIC X(08).
           05  CF-COR-EXPIRY-DATE    PIC X(08).
           05  CF-COR-NOTICE-DATE    PIC X(08).
           05  CF-FILLER             PIC X(06).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           05  IH-STATUS             PIC X(01).
               88  IH-PAID           VALUE 'P'.
           05  IH-TAXEX-FLAG         PIC X(01).
           05  IH-WHT-BASIS          PIC X(01).
               88  IH-WHT-TREATY     VALUE 'T'.
               88  IH-WHT-NONRES     VALUE 'N'.
           05  IH-WHT-CTRY           PIC X(02).
           05  IH-WHT-RATE           PIC S9(01)V9(04) COMP-3.
           05  IH-FILLER             PIC X(38).

      *    과세당국 고정서식 제출파일 - HD/DT/TR.
       FD  CRS-OUT-FILE
       01  CRS-REPORT-RECORD.
           05  CRPT-LINE             PIC X(160).

       FD  NR-WHT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  NR-WHT-REPORT-RECORD.
           05  NRPT-LINE             PIC X(160).

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

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           05  WS-RUN-FUNC           PIC X(04).
               88  WS-FUNC-REMEDIATE VALUE 'REMD'.
               88  WS-FUNC-EXTRACT   VALUE 'XTRT'.
               88  WS-FUNC-NR-WHT    VALUE 'NRWH'.
               88  WS-FUNC-COR-NOTICE VALUE 'CORX'.
           05  WS-REPORT-YEAR        PIC X(04).
      *        CORX - 기준일(공백시 당일)/안내기간(공백시 30일)
           05  WS-BASE-DATE          PIC X(08).
           05  WS-NOTICE-DAYS        PIC 9(03).

       01  WS-ASOF-DATE              PIC X(08).
       01  WS-RUN-TIME               PIC X(06).
       01  WS-NOTICE-LIMIT-DATE      PIC X(08).
       01  WS-DATE-NUM               PIC 9(08).
       01  WS-DATE-INT               PIC 9(08).

       01  WS-SWITCHES.
           05  WS-CUST-EOF-SW        PIC X(01) VALUE 'N'.
               10  WS-RP-BALANCE     PIC S9(15)V99 COMP-3.
               10  WS-RP-INTEREST    PIC S9(13)V99 COMP-3.

      *    비거주자 원천징수 집계 - 거주국+적용근거+세율 오름차순
      *    (최대 300항목, 삽입시 정렬 유지)
       01  WS-NW-AREA.
           05  WS-NW-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-NW-ENTRY OCCURS 300 TIMES
                           INDEXED BY WS-NW-IDX.
               10  WS-NW-KEY.
                   15  WS-NW-CTRY    PIC X(02).
                   15  WS-NW-BASIS   PIC X(01).
                   15  WS-NW-RATE    PIC 9(01)V9(04).
               10  WS-NW-PAY-COUNT   PIC 9(07).
               10  WS-NW-INTEREST    PIC S9(15)V99 COMP-3.
               10  WS-NW-TAX         PIC S9(13)V99 COMP-3.
       01  WS-NW-WORK.
           05  WS-NW-NEW-KEY.
               10  WS-NW-NEW-CTRY    PIC X(02).
               10  WS-NW-NEW-BASIS   PIC X(01).
               10  WS-NW-NEW-RATE    PIC 9(01)V9(04).
           05  WS-NW-POS             PIC 9(03).
           05  WS-NW-SHIFT           PIC 9(03).
           05  WS-NW-FOUND-SW        PIC X(01).
               88  WS-NW-FOUND       VALUE 'Y'.
               88  WS-NW-LOCATED     VALUE 'Y' 'X'.
           05  WS-NW-PREV-CTRY       PIC X(02).
           05  WS-NW-CTRY-COUNT      PIC 9(07).
           05  WS-NW-CTRY-INTEREST   PIC S9(15)V99 COMP-3.
           05  WS-NW-CTRY-TAX        PIC S9(13)V99 COMP-3.
           05  WS-NW-TOT-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-NW-TOT-INTEREST    PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-NW-TOT-TAX         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-NW-BASIS-NAME      PIC X(08).

       01  WS-LOOKUP-CUSTOMER        PIC X(10).

       01  WS-TOTAL-AREA.
           05  WS-REMED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-EXTRACT-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-EXT-TOT-BALANCE    PIC S9(17)V99 COMP-3 VALUE ZERO.
           05  WS-COR-NOTICE-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-COR-EXPIRED-COUNT  PIC 9(05) VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-BALANCE        PIC -(15)9.99.
           05  WS-DSP-INTEREST       PIC -(15)9.99.
           05  WS-DSP-TAX            PIC -(13)9.99.
           05  WS-DSP-RATE           PIC 9.9999.

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(160).
                   PERFORM 5000-ADD-YEAR-INTEREST
                       UNTIL WS-INT-EOF
                   PERFORM 6000-WRITE-EXTRACT
               WHEN WS-FUNC-NR-WHT
                   PERFORM 7000-ADD-NR-WITHHOLDING
                       UNTIL WS-INT-EOF
                   PERFORM 7500-WRITE-NR-REPORT
               WHEN WS-FUNC-COR-NOTICE
                   PERFORM 8000-SCAN-COR-EXPIRY
                       UNTIL WS-CUST-EOF
               WHEN OTHER
                   MOVE '기동구분 오류(REMD/XTRT/NRWH/CORX)'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-EVALUATE
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE WS-REPORT-YEAR TO WS-ASOF-DATE(1:4)
           MOVE '1231'         TO WS-ASOF-DATE(5:4)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF WS-FUNC-COR-NOTICE
               PERFORM 1050-SET-NOTICE-LIMIT
           END-IF
           PERFORM 1100-OPEN-FILES
           MOVE LOW-VALUES TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS >= CF-CUSTOMER-ID
               END-START
           END-IF.

      *    안내기준 만료일 = 기준일 + 안내기간(ACCT082와 동일).
       1050-SET-NOTICE-LIMIT.
           IF WS-BASE-DATE = SPACES OR WS-BASE-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BASE-DATE
           END-IF
           IF WS-NOTICE-DAYS NOT NUMERIC OR WS-NOTICE-DAYS = ZERO
               MOVE 030 TO WS-NOTICE-DAYS
           END-IF
           MOVE WS-BASE-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-NOTICE-DAYS
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-NOTICE-LIMIT-DATE.

       1100-OPEN-FILES.
           IF WS-FUNC-COR-NOTICE
               OPEN I-O CUSTOMER-FILE
           ELSE
               OPEN INPUT CUSTOMER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'CUSTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
                   MOVE 'CRSOUT 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF
           IF WS-FUNC-NR-WHT
               OPEN INPUT INTEREST-HIST-FILE
               IF NOT WS-FILE-OK
                   MOVE 'INTHIST 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               OPEN OUTPUT NR-WHT-REPORT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'NRWRPT 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF
           IF WS-FUNC-COR-NOTICE
               OPEN EXTEND ALERT-QUEUE-FILE
               IF NOT WS-FILE-OK
                   MOVE 'ALERTQ 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF.

      *    보완대상 - 외국국적이면서 자기확인이 미비한 계좌보유
           MOVE WS-RPT-DETAIL TO CRPT-LINE
           WRITE CRS-REPORT-RECORD.

      *    비거주자 원천징수 집계 - 귀속연도 지급분 중 ACCT003이
      *    비거주자 세율(조약/국내)로 원천징수한 이력만 대상.
       7000-ADD-NR-WITHHOLDING.
           READ INTEREST-HIST-FILE
               AT END
                   SET WS-INT-EOF TO TRUE
               NOT AT END
                   IF IH-PAID AND
                      IH-CALC-DATE(1:4) = WS-REPORT-YEAR AND
                      (IH-WHT-TREATY OR IH-WHT-NONRES)
                       PERFORM 7100-ACCUMULATE-NR-ENTRY
                   END-IF
           END-READ.

       7100-ACCUMULATE-NR-ENTRY.
           MOVE IH-WHT-CTRY  TO WS-NW-NEW-CTRY
           MOVE IH-WHT-BASIS TO WS-NW-NEW-BASIS
           MOVE IH-WHT-RATE  TO WS-NW-NEW-RATE
           MOVE 'N' TO WS-NW-FOUND-SW
           MOVE 1   TO WS-NW-POS
           PERFORM 7110-LOCATE-NR-ENTRY
               UNTIL WS-NW-POS > WS-NW-COUNT OR WS-NW-LOCATED
           IF NOT WS-NW-FOUND
               PERFORM 7120-INSERT-NR-ENTRY
           END-IF
           SET WS-NW-IDX TO WS-NW-POS
           ADD 1                  TO WS-NW-PAY-COUNT(WS-NW-IDX)
           ADD IH-INTEREST-AMOUNT TO WS-NW-INTEREST(WS-NW-IDX)
           ADD IH-TAX-AMOUNT      TO WS-NW-TAX(WS-NW-IDX).

      *    정렬 위치 탐색 - 동일키면 해당 항목, 보다 큰 키를
      *    만나면 그 위치가 삽입 위치다.
       7110-LOCATE-NR-ENTRY.
           SET WS-NW-IDX TO WS-NW-POS
           IF WS-NW-KEY(WS-NW-IDX) = WS-NW-NEW-KEY
               SET WS-NW-FOUND TO TRUE
           ELSE
               IF WS-NW-KEY(WS-NW-IDX) > WS-NW-NEW-KEY
                   MOVE 'X' TO WS-NW-FOUND-SW
               ELSE
                   ADD 1 TO WS-NW-POS
               END-IF
           END-IF.

       7120-INSERT-NR-ENTRY.
           IF WS-NW-COUNT >= 300
               MOVE '원천징수 집계 한도(300) 초과'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE WS-NW-COUNT TO WS-NW-SHIFT
           PERFORM 7130-SHIFT-NR-ENTRY
               UNTIL WS-NW-SHIFT < WS-NW-POS
           ADD 1 TO WS-NW-COUNT
           SET WS-NW-IDX TO WS-NW-POS
           MOVE WS-NW-NEW-KEY TO WS-NW-KEY(WS-NW-IDX)
           MOVE ZERO          TO WS-NW-PAY-COUNT(WS-NW-IDX)
           MOVE ZERO          TO WS-NW-INTEREST(WS-NW-IDX)
           MOVE ZERO          TO WS-NW-TAX(WS-NW-IDX).

       7130-SHIFT-NR-ENTRY.
           MOVE WS-NW-ENTRY(WS-NW-SHIFT)
               TO WS-NW-ENTRY(WS-NW-SHIFT + 1)
           SUBTRACT 1 FROM WS-NW-SHIFT.

      *    세무서 제출용 - 거주국별 적용근거/세율 명세, 거주국
      *    소계와 전체 합계.
       7500-WRITE-NR-REPORT.
           MOVE SPACES TO NRPT-LINE
           STRING '비거주자 이자소득 원천징수 명세'
                                   DELIMITED SIZE
                  ' | 귀속연도:'   DELIMITED SIZE
                  WS-REPORT-YEAR   DELIMITED SIZE
                  INTO NRPT-LINE
           WRITE NR-WHT-REPORT-RECORD
           MOVE SPACES TO NRPT-LINE
           STRING '거주국 근거     세율   '  DELIMITED SIZE
                  '  건수  이자소득'          DELIMITED SIZE
                  '  원천징수세'              DELIMITED SIZE
                  INTO NRPT-LINE
           WRITE NR-WHT-REPORT-RECORD
           MOVE SPACES TO WS-NW-PREV-CTRY
           PERFORM 7510-WRITE-NR-DETAIL
               VARYING WS-NW-IDX FROM 1 BY 1
               UNTIL WS-NW-IDX > WS-NW-COUNT
           IF WS-NW-PREV-CTRY NOT = SPACES
               PERFORM 7530-WRITE-NR-SUBTOTAL
           END-IF
           MOVE WS-NW-TOT-INTEREST TO WS-DSP-INTEREST
           MOVE WS-NW-TOT-TAX      TO WS-DSP-TAX
           MOVE SPACES TO NRPT-LINE
           STRING '===합계=== 건수:'  DELIMITED SIZE
                  WS-NW-TOT-COUNT     DELIMITED SIZE
                  ' 이자소득:'        DELIMITED SIZE
                  WS-DSP-INTEREST     DELIMITED SIZE
                  ' 원천징수세:'      DELIMITED SIZE
                  WS-DSP-TAX          DELIMITED SIZE
                  INTO NRPT-LINE
           WRITE NR-WHT-REPORT-RECORD.

       7510-WRITE-NR-DETAIL.
           IF WS-NW-CTRY(WS-NW-IDX) NOT = WS-NW-PREV-CTRY
               IF WS-NW-PREV-CTRY NOT = SPACES
                   PERFORM 7530-WRITE-NR-SUBTOTAL
               END-IF
               MOVE WS-NW-CTRY(WS-NW-IDX) TO WS-NW-PREV-CTRY
               MOVE ZERO TO WS-NW-CTRY-COUNT
               MOVE ZERO TO WS-NW-CTRY-INTEREST
               MOVE ZERO TO WS-NW-CTRY-TAX
           END-IF
           IF WS-NW-BASIS(WS-NW-IDX) = 'T'
               MOVE '조약세율' TO WS-NW-BASIS-NAME
           ELSE
               MOVE '국내세율' TO WS-NW-BASIS-NAME
           END-IF
           MOVE WS-NW-RATE(WS-NW-IDX)     TO WS-DSP-RATE
           MOVE WS-NW-INTEREST(WS-NW-IDX) TO WS-DSP-INTEREST
           MOVE WS-NW-TAX(WS-NW-IDX)      TO WS-DSP-TAX
           MOVE SPACES TO NRPT-LINE
           STRING WS-NW-CTRY(WS-NW-IDX)      DELIMITED SIZE
                  '     '                    DELIMITED SIZE
                  WS-NW-BASIS-NAME           DELIMITED SIZE
                  ' '                        DELIMITED SIZE
                  WS-DSP-RATE                DELIMITED SIZE
                  ' '                        DELIMITED SIZE
                  WS-NW-PAY-COUNT(WS-NW-IDX) DELIMITED SIZE
                  ' '                        DELIMITED SIZE
                  WS-DSP-INTEREST            DELIMITED SIZE
                  ' '                        DELIMITED SIZE
                  WS-DSP-TAX                 DELIMITED SIZE
                  INTO NRPT-LINE
           WRITE NR-WHT-REPORT-RECORD
           ADD WS-NW-PAY-COUNT(WS-NW-IDX) TO WS-NW-CTRY-COUNT
           ADD WS-NW-INTEREST(WS-NW-IDX)  TO WS-NW-CTRY-INTEREST
           ADD WS-NW-TAX(WS-NW-IDX)       TO WS-NW-CTRY-TAX
           ADD WS-NW-PAY-COUNT(WS-NW-IDX) TO WS-NW-TOT-COUNT
           ADD WS-NW-INTEREST(WS-NW-IDX)  TO WS-NW-TOT-INTEREST
           ADD WS-NW-TAX(WS-NW-IDX)       TO WS-NW-TOT-TAX.

       7530-WRITE-NR-SUBTOTAL.
           MOVE WS-NW-CTRY-INTEREST TO WS-DSP-INTEREST
           MOVE WS-NW-CTRY-TAX      TO WS-DSP-TAX
           MOVE SPACES TO NRPT-LINE
           STRING '  ['               DELIMITED SIZE
                  WS-NW-PREV-CTRY     DELIMITED SIZE
                  ' 소계] 건수:'      DELIMITED SIZE
                  WS-NW-CTRY-COUNT    DELIMITED SIZE
                  ' 이자소득:'        DELIMITED SIZE
                  WS-DSP-INTEREST     DELIMITED SIZE
                  ' 원천징수세:'      DELIMITED SIZE
                  WS-DSP-TAX          DELIMITED SIZE
                  INTO NRPT-LINE
           WRITE NR-WHT-REPORT-RECORD.

      *    거주자증명서 만료예정 안내 - 계좌보유 비거주자 중
      *    증명서 만료일이 안내기준일 이내(이미 경과 포함)이고
      *    현 증명서로 안내하지 않은 고객. 안내일을 기록하여
      *    증명서당 1회만 통지한다(재등록시 ACCT022가 초기화).
       8000-SCAN-COR-EXPIRY.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
               NOT AT END
                   IF NOT CF-CUST-CLOSED AND NOT CF-CUST-MERGED
                      AND CF-TAX-RESID-CTRY NOT = SPACES
                      AND CF-TAX-RESID-CTRY NOT = 'KR'
                      AND CF-COR-EXPIRY-DATE NOT = SPACES
                      AND CF-COR-NOTICE-DATE = SPACES
                      AND CF-COR-EXPIRY-DATE
                          NOT > WS-NOTICE-LIMIT-DATE
                       PERFORM 2100-CHECK-HAS-ACCOUNT
                       IF WS-HAS-ACCOUNT
                           PERFORM 8100-ISSUE-COR-NOTICE
                       END-IF
                   END-IF
           END-READ.

       8100-ISSUE-COR-NOTICE.
           MOVE SPACES               TO ALERT-QUEUE-RECORD
           MOVE WS-BASE-DATE         TO AQ-OCCURRED-TS(1:8)
           MOVE WS-RUN-TIME          TO AQ-OCCURRED-TS(9:6)
           MOVE CF-CUSTOMER-ID       TO AQ-CUSTOMER-ID
           MOVE SPACES               TO AQ-ACCOUNT-NO
           MOVE 'CORX'               TO AQ-EVENT-CODE
           MOVE ZERO                 TO AQ-AMOUNT
           IF CF-COR-EXPIRY-DATE < WS-BASE-DATE
               ADD 1 TO WS-COR-EXPIRED-COUNT
               STRING '거주자증명서 만료 '   DELIMITED SIZE
                      CF-COR-EXPIRY-DATE      DELIMITED SIZE
                      INTO AQ-DETAIL
           ELSE
               STRING '거주자증명서 만료예정 ' DELIMITED SIZE
                      CF-COR-EXPIRY-DATE        DELIMITED SIZE
                      INTO AQ-DETAIL
           END-IF
           MOVE 'S'                  TO AQ-ALERT-CLASS
           WRITE ALERT-QUEUE-RECORD
           MOVE WS-BASE-DATE TO CF-COR-NOTICE-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-COR-NOTICE-COUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '증명서안내:'        DELIMITED SIZE
               CF-CUSTOMER-ID       DELIMITED SIZE
               ' 거주국:'           DELIMITED SIZE
               CF-TAX-RESID-CTRY    DELIMITED SIZE
               ' 만료일:'           DELIMITED SIZE
               CF-COR-EXPIRY-DATE   DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO CRPT-LINE
           WRITE CRS-REPORT-RECORD.

       9000-FINALIZE.
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
               CLOSE INTEREST-HIST-FILE
               CLOSE CRS-OUT-FILE
           END-IF
           IF WS-FUNC-NR-WHT
               CLOSE INTEREST-HIST-FILE
               CLOSE NR-WHT-REPORT-FILE
           END-IF
           IF WS-FUNC-COR-NOTICE
               CLOSE ALERT-QUEUE-FILE
           END-IF
           DISPLAY 'FATCA/CRS 처리 완료(' WS-RUN-FUNC ')'
               ' 보완:' WS-REMED-COUNT
               ' 추출:' WS-EXTRACT-COUNT
               ' 원천징수집계:' WS-NW-COUNT
               ' 증명서안내:' WS-COR-NOTICE-COUNT.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
