      ******************************************************************
      * PROGRAM-ID: ACCT086
      * DESCRIPTION: 고액현금 인출예약 배치 프로그램
      *              - BOOK: 인출예약 입력(CSBKIN)을 순차 처리
      *                B:예약 - 계좌/금액(최저 예약금액 이상)/권종
      *                구성(합계=금액)/인출일(기준일 이후 영업일,
      *                CJIPL03)/가용잔액 검증 후 예약대장(CSBKREG)
      *                등록, 예약일~인출일 지급정지(HOLDREG 사유
      *                CSBK, 만기=인출일) 설정
      *                X:예약취소 - 지급정지 해제, 취소(X) 처리
      *              - ORDR: 기준일 이후 N영업일(기본 3일)의 예약
      *                인출분을 지점 X 인출일별 권종 합계로 집계한
      *                금고 현금청구 리포트
      *              - NOSH: 인출일 경과 미인출 예약을 불출(N)
      *                처리하고 지급정지 해제, 지점별 불출 보고
      *              - 창구 인출(ACCT002 TELL WITH)시 당일 예약이
      *                매칭되면 ACCT002가 예약 지급정지를 제외하고
      *                출금 후 예약을 인출완료(P)로 종결
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT086.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-INPUT-FILE
               ASSIGN TO 'CSBKIN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CASH-BOOKING-FILE
               ASSIGN TO 'CSBKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO 'HOLDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BOOKING-REPORT-FILE
               ASSIGN TO 'CSBKRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    인출예약 입력 - 영업점 접수분 일괄 입수.
       FD  BOOKING-INPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  BOOKING-INPUT-RECORD.
           05  BI-ACTION             PIC X(01).
               88  BI-ACTION-BOOK    VALUE 'B'.
               88  BI-ACTION-CANCEL  VALUE 'X'.
           05  BI-ACCOUNT-NO         PIC X(12).
           05  BI-PICKUP-DATE        PIC X(08).
           05  BI-BRANCH-CODE        PIC X(04).
           05  BI-AMOUNT             PIC 9(13)V99.
           05  BI-DENOM-50000        PIC 9(05).
           05  BI-DENOM-10000        PIC 9(05).
           05  BI-DENOM-5000         PIC 9(05).
           05  BI-DENOM-1000         PIC 9(05).
           05  BI-OPERATOR-ID        PIC X(08).
           05  BI-BOOKING-SEQ        PIC 9(02).
           05  BI-FILLER             PIC X(30).

      *    고액현금 인출예약 대장 - 계좌+인출일+일련.
       FD  CASH-BOOKING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  CASH-BOOKING-RECORD.
           05  CB-KEY.
               10  CB-ACCOUNT-NO     PIC X(12).
               10  CB-PICKUP-DATE    PIC X(08).
               10  CB-BOOKING-SEQ    PIC 9(02).
           05  CB-BRANCH-CODE        PIC X(04).
           05  CB-AMOUNT             PIC S9(13)V99 COMP-3.
           05  CB-DENOMINATIONS.
               10  CB-DENOM-50000    PIC 9(05).
               10  CB-DENOM-10000    PIC 9(05).
               10  CB-DENOM-5000     PIC 9(05).
               10  CB-DENOM-1000     PIC 9(05).
           05  CB-CUSTOMER-ID        PIC X(10).
           05  CB-BOOKED-DATE        PIC X(08).
           05  CB-BOOKED-BY          PIC X(08).
           05  CB-HOLD-SEQ           PIC 9(04).
           05  CB-STATUS             PIC X(01).
               88  CB-STATUS-BOOKED  VALUE 'B'.
               88  CB-STATUS-PAID    VALUE 'P'.
               88  CB-STATUS-NOSHOW  VALUE 'N'.
               88  CB-STATUS-CANCEL  VALUE 'X'.
           05  CB-PAID-AMOUNT        PIC S9(13)V99 COMP-3.
           05  CB-PAID-TXN-ID        PIC X(20).
           05  CB-CLOSED-DATE        PIC X(08).
           05  CB-CLOSED-BY          PIC X(08).
           05  CB-FILLER             PIC X(21).

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
           05  AF-CURRENCY-CODE      PIC X(03).
           05  AF-FILLER             PIC X(54).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  HOLD-RECORD.
           05  HR-KEY.
               10  HR-ACCOUNT-NO     PIC X(12).
               10  HR-HOLD-SEQ       PIC 9(04).
           05  HR-HOLD-AMOUNT        PIC S9(13)V99 COMP-3.
           05  HR-REASON-CODE        PIC X(04).
           05  HR-PLACED-BY          PIC X(08).
           05  HR-PLACED-DATE        PIC X(08).
           05  HR-EXPIRY-DATE        PIC X(08).
           05  HR-STATUS             PIC X(01).
               88  HR-STATUS-ACTIVE  VALUE 'A'.
               88  HR-STATUS-RELEASED VALUE 'R'.
           05  HR-RELEASED-BY        PIC X(08).
           05  HR-RELEASED-DATE      PIC X(08).
      *    SEIZ 보류는 압류 사건번호, CSBK 보류는 수령 참조번호.
           05  HR-REF-NO             PIC X(20).
           05  HR-FILLER             PIC X(11).

       FD  BOOKING-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  BOOKING-REPORT-RECORD.
           05  BRPT-LINE             PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-FUNC           PIC X(04).
               88  WS-FUNC-BOOK      VALUE 'BOOK'.
               88  WS-FUNC-ORDR      VALUE 'ORDR'.
               88  WS-FUNC-NOSH      VALUE 'NOSH'.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-MIN-BOOK-AMOUNT    PIC 9(11).
           05  WS-ORDER-DAYS         PIC 9(02).

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF      VALUE 'Y'.
           05  WS-BOOK-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-BOOK-EOF       VALUE 'Y'.
           05  WS-HOLD-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-HOLD-EOF       VALUE 'Y'.
           05  WS-REQ-OK-SW          PIC X(01).
               88  WS-REQ-OK         VALUE 'Y'.

       01  WS-REJECT-REASON          PIC X(60).
       01  WS-BRANCH-CODE            PIC X(04).
       01  WS-RELEASED-BY            PIC X(08).
       01  WS-HOLD-TOTAL             PIC S9(13)V99 COMP-3.
       01  WS-AVAILABLE-BALANCE      PIC S9(13)V99 COMP-3.
       01  WS-DENOM-TOTAL            PIC S9(13)V99 COMP-3.
       01  WS-NEXT-HOLD-SEQ          PIC 9(04).
       01  WS-NEXT-BOOKING-SEQ       PIC 9(02).

       01  WS-DATE-WORK.
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-DATE-INT           PIC 9(07).
           05  WS-PREV-DATE-NUM      PIC 9(08).

      *    영업일 판정부품(CJIPL03) 연동영역 - ACCT005 와 동일
       01  WS-YCCOMMON-AREA          PIC X(512) VALUE SPACES.

       01  WS-CJIPL03-AREA.
           05  WS-CJ-RETURN.
               10  WS-CJ-R-STAT      PIC X(02).
                   88  WS-CJ-OK      VALUE '00'.
               10  WS-CJ-R-LINE      PIC 9(06).
               10  WS-CJ-R-ERRCD     PIC X(08).
               10  WS-CJ-R-TREAT-CD  PIC X(08).
               10  WS-CJ-R-SQL-CD    PIC S9(05)
                                     LEADING SEPARATE.
           05  WS-CJ-IN.
               10  WS-CJ-I-GROUP-CO-CD PIC X(03).
               10  WS-CJ-I-DSTCD     PIC X(01).
               10  WS-CJ-I-YMD       PIC X(08).
               10  WS-CJ-I-NODAY-NOMN PIC 9(05).
               10  WS-CJ-I-CALENDAR-CD PIC X(03).
               10  WS-CJ-I-SPARE     PIC X(47).
           05  WS-CJ-OUT.
               10  WS-CJ-O-YMD       PIC X(08).
               10  WS-CJ-O-SPARE     PIC X(50).

      *    현금청구 대상 영업일 (기준일 익영업일부터 N일)
       01  WS-ORDER-DATE-AREA.
           05  WS-OD-COUNT           PIC 9(02) VALUE ZERO.
           05  WS-OD-DATE OCCURS 10 TIMES
                          INDEXED BY WS-OD-IDX
                                     PIC X(08).

      *    지점 X 인출일 권종별 청구 집계
       01  WS-ORDER-AREA.
           05  WS-OR-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-OR-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-OR-IDX.
               10  WS-OR-BRANCH-CODE PIC X(04).
               10  WS-OR-PICKUP-DATE PIC X(08).
               10  WS-OR-BOOK-COUNT  PIC 9(05).
               10  WS-OR-AMOUNT      PIC S9(13)V99 COMP-3.
               10  WS-OR-DENOM-50000 PIC 9(07).
               10  WS-OR-DENOM-10000 PIC 9(07).
               10  WS-OR-DENOM-5000  PIC 9(07).
               10  WS-OR-DENOM-1000  PIC 9(07).

       01  WS-TOTAL-AREA.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-BOOKED-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-CANCEL-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-REJECT-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-ORDER-BOOK-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-NOSHOW-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-BOOKED-AMOUNT      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-ORDER-AMOUNT       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-NOSHOW-AMOUNT      PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
           05  WS-DSP-TOTAL          PIC -(15)9.99.
           05  WS-DSP-MIN            PIC Z(10)9.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(200).
           05  WS-RPT-DETAIL         PIC X(200).
           05  WS-RPT-TOTAL          PIC X(200).

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN WS-FUNC-BOOK
                   PERFORM 2000-PROCESS-BOOKINGS
               WHEN WS-FUNC-ORDR
                   PERFORM 3000-BUILD-CASH-ORDER
               WHEN WS-FUNC-NOSH
                   PERFORM 4000-RELEASE-NO-SHOWS
               WHEN OTHER
                   MOVE '기동구분 오류(BOOK/ORDR/NOSH)'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-EVALUATE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-MIN-BOOK-AMOUNT NOT NUMERIC OR
              WS-MIN-BOOK-AMOUNT = ZERO
               MOVE 10000000 TO WS-MIN-BOOK-AMOUNT
           END-IF
           IF WS-ORDER-DAYS NOT NUMERIC OR
              WS-ORDER-DAYS = ZERO
               MOVE 3 TO WS-ORDER-DAYS
           END-IF
           IF WS-ORDER-DAYS > 10
               MOVE 10 TO WS-ORDER-DAYS
           END-IF
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADER.

       1100-OPEN-FILES.
           OPEN I-O CASH-BOOKING-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE CASH-BOOKING-FILE
               OPEN OUTPUT CASH-BOOKING-FILE
               CLOSE CASH-BOOKING-FILE
               OPEN I-O CASH-BOOKING-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'CSBKREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O HOLD-FILE
           IF NOT WS-FILE-OK
               MOVE 'HOLDREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT BOOKING-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'CSBKRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-FUNC-BOOK
               OPEN INPUT BOOKING-INPUT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'CSBKIN 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               OPEN INPUT ACCOUNT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF.

       1200-WRITE-HEADER.
           MOVE WS-MIN-BOOK-AMOUNT TO WS-DSP-MIN
           MOVE SPACES TO WS-RPT-HEADER
           STRING
               '고액현금 인출예약('  DELIMITED SIZE
               WS-RUN-FUNC           DELIMITED SIZE
               ') | 기준일:'         DELIMITED SIZE
               WS-RUN-DATE           DELIMITED SIZE
               ' | 최저예약금액:'    DELIMITED SIZE
               WS-DSP-MIN            DELIMITED SIZE
               ' | 청구영업일수:'    DELIMITED SIZE
               WS-ORDER-DAYS         DELIMITED SIZE
               INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO BRPT-LINE
           WRITE BOOKING-REPORT-RECORD.

      ******************************************************************
      *    BOOK - 인출예약 등록/취소
      ******************************************************************
       2000-PROCESS-BOOKINGS.
           PERFORM 2100-READ-NEXT-INPUT
               UNTIL WS-INPUT-EOF.

       2100-READ-NEXT-INPUT.
           READ BOOKING-INPUT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2200-PROCESS-ONE-INPUT
           END-READ.

       2200-PROCESS-ONE-INPUT.
           MOVE 'Y'    TO WS-REQ-OK-SW
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN BI-ACTION-BOOK
                   PERFORM 2300-VALIDATE-BOOKING
                   IF WS-REQ-OK
                       PERFORM 2500-REGISTER-BOOKING
                   END-IF
               WHEN BI-ACTION-CANCEL
                   PERFORM 2700-CANCEL-BOOKING
               WHEN OTHER
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '알수없는 작업구분' TO WS-REJECT-REASON
           END-EVALUATE
           IF NOT WS-REQ-OK
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2950-WRITE-REJECT-LINE
           END-IF.

      *    예약 검증 - 인출일은 기준일 이후의 영업일이어야 하며
      *    권종 구성 합계가 예약금액과 일치해야 한다.
       2300-VALIDATE-BOOKING.
           MOVE BI-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '계좌 미존재' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           IF AF-STATUS-CLOSED
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE '해지계좌' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF AF-CURRENCY-CODE NOT = SPACES AND
              AF-CURRENCY-CODE NOT = 'KRW'
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE '원화계좌만 예약 가능' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF BI-AMOUNT < WS-MIN-BOOK-AMOUNT
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE '최저 예약금액 미달' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DENOM-TOTAL =
               BI-DENOM-50000 * 50000 + BI-DENOM-10000 * 10000
               + BI-DENOM-5000 * 5000 + BI-DENOM-1000 * 1000
           IF WS-DENOM-TOTAL NOT = BI-AMOUNT
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE '권종 합계 불일치' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF BI-PICKUP-DATE NOT NUMERIC OR
              BI-PICKUP-DATE NOT > WS-RUN-DATE
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE '인출일 오류(기준일 이후)'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM 2350-CHECK-BUSINESS-DAY
           IF NOT WS-REQ-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 2400-CALC-AVAILABLE-BALANCE
           IF BI-AMOUNT > WS-AVAILABLE-BALANCE
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE '가용잔액 부족' TO WS-REJECT-REASON
           END-IF.

      *    영업일 판정 - 구분 5(익영업일)로 인출 전일의 다음
      *    영업일을 구해 인출일과 다르면 인출일은 휴무일이다.
      *    부품 오류시는 판정을 생략한다(ACCT053 과 동일).
       2350-CHECK-BUSINESS-DAY.
           MOVE BI-PICKUP-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-PREV-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           INITIALIZE WS-CJIPL03-AREA
           MOVE 'KB0' TO WS-CJ-I-GROUP-CO-CD
           MOVE '5'   TO WS-CJ-I-DSTCD
           MOVE 1     TO WS-CJ-I-NODAY-NOMN
           MOVE SPACES TO WS-CJ-I-CALENDAR-CD
           MOVE WS-PREV-DATE-NUM TO WS-CJ-I-YMD
           CALL 'CJIPL03' USING WS-YCCOMMON-AREA WS-CJIPL03-AREA
           IF WS-CJ-OK AND WS-CJ-O-YMD NOT = SPACES
               IF WS-CJ-O-YMD NOT = BI-PICKUP-DATE
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '인출일 휴무일' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    가용잔액 = 잔액 - 유효 지급정지 합계 + 초과인출한도
      *    (ACCT002 와 동일 기준). 다음 지급정지 일련도 구한다.
       2400-CALC-AVAILABLE-BALANCE.
           MOVE ZERO TO WS-HOLD-TOTAL
           MOVE ZERO TO WS-NEXT-HOLD-SEQ
           MOVE 'N'  TO WS-HOLD-EOF-SW
           MOVE BI-ACCOUNT-NO TO HR-ACCOUNT-NO
           MOVE ZERO          TO HR-HOLD-SEQ
           START HOLD-FILE KEY IS >= HR-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM 2410-READ-NEXT-HOLD
               UNTIL WS-HOLD-EOF
           ADD 1 TO WS-NEXT-HOLD-SEQ
           COMPUTE WS-AVAILABLE-BALANCE =
               AF-BALANCE - WS-HOLD-TOTAL + AF-OVERDRAFT-LIMIT.

       2410-READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HR-ACCOUNT-NO NOT = BI-ACCOUNT-NO
                       SET WS-HOLD-EOF TO TRUE
                   ELSE
                       MOVE HR-HOLD-SEQ TO WS-NEXT-HOLD-SEQ
                       IF HR-STATUS-ACTIVE AND
                          (HR-EXPIRY-DATE = SPACES OR
                           HR-EXPIRY-DATE >= WS-RUN-DATE)
                           ADD HR-HOLD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *    예약 등록 - 같은 계좌/인출일의 다음 일련으로 대장에
      *    기록하고 인출일을 만기로 하는 지급정지를 건다.
       2500-REGISTER-BOOKING.
           IF BI-BRANCH-CODE = SPACES
               MOVE AF-BRANCH-CODE TO WS-BRANCH-CODE
           ELSE
               MOVE BI-BRANCH-CODE TO WS-BRANCH-CODE
           END-IF
           PERFORM 2550-FIND-NEXT-BOOKING-SEQ
           MOVE BI-ACCOUNT-NO       TO HR-ACCOUNT-NO
           MOVE WS-NEXT-HOLD-SEQ    TO HR-HOLD-SEQ
           MOVE BI-AMOUNT           TO HR-HOLD-AMOUNT
           MOVE 'CSBK'              TO HR-REASON-CODE
           MOVE BI-OPERATOR-ID      TO HR-PLACED-BY
           MOVE WS-RUN-DATE         TO HR-PLACED-DATE
           MOVE BI-PICKUP-DATE      TO HR-EXPIRY-DATE
           MOVE 'A'                 TO HR-STATUS
           MOVE SPACES              TO HR-RELEASED-BY
           MOVE SPACES              TO HR-RELEASED-DATE
           MOVE SPACES              TO HR-REF-NO
           STRING 'CSBK '            DELIMITED SIZE
                  BI-PICKUP-DATE     DELIMITED SIZE
                  '-'                DELIMITED SIZE
                  WS-NEXT-BOOKING-SEQ DELIMITED SIZE
                  INTO HR-REF-NO
           MOVE SPACES              TO HR-FILLER
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '지급정지 등록 오류' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-WRITE
           MOVE BI-ACCOUNT-NO       TO CB-ACCOUNT-NO
           MOVE BI-PICKUP-DATE      TO CB-PICKUP-DATE
           MOVE WS-NEXT-BOOKING-SEQ TO CB-BOOKING-SEQ
           MOVE WS-BRANCH-CODE      TO CB-BRANCH-CODE
           MOVE BI-AMOUNT           TO CB-AMOUNT
           MOVE BI-DENOM-50000      TO CB-DENOM-50000
           MOVE BI-DENOM-10000      TO CB-DENOM-10000
           MOVE BI-DENOM-5000       TO CB-DENOM-5000
           MOVE BI-DENOM-1000       TO CB-DENOM-1000
           MOVE AF-CUSTOMER-ID      TO CB-CUSTOMER-ID
           MOVE WS-RUN-DATE         TO CB-BOOKED-DATE
           MOVE BI-OPERATOR-ID      TO CB-BOOKED-BY
           MOVE WS-NEXT-HOLD-SEQ    TO CB-HOLD-SEQ
           MOVE 'B'                 TO CB-STATUS
           MOVE ZERO                TO CB-PAID-AMOUNT
           MOVE SPACES              TO CB-PAID-TXN-ID
           MOVE SPACES              TO CB-CLOSED-DATE
           MOVE SPACES              TO CB-CLOSED-BY
           MOVE SPACES              TO CB-FILLER
           WRITE CASH-BOOKING-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '예약대장 등록 오류' TO WS-REJECT-REASON
                   PERFORM 2560-UNDO-BOOKING-HOLD
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-BOOKED-COUNT
           ADD BI-AMOUNT TO WS-BOOKED-AMOUNT
           MOVE '예약 등록' TO WS-REJECT-REASON
           PERFORM 2900-WRITE-BOOKING-LINE.

       2550-FIND-NEXT-BOOKING-SEQ.
           MOVE ZERO TO WS-NEXT-BOOKING-SEQ
           MOVE 'N'  TO WS-BOOK-EOF-SW
           MOVE BI-ACCOUNT-NO  TO CB-ACCOUNT-NO
           MOVE BI-PICKUP-DATE TO CB-PICKUP-DATE
           MOVE ZERO           TO CB-BOOKING-SEQ
           START CASH-BOOKING-FILE KEY IS >= CB-KEY
               INVALID KEY
                   SET WS-BOOK-EOF TO TRUE
           END-START
           PERFORM 2555-READ-NEXT-BOOKING-SEQ
               UNTIL WS-BOOK-EOF
           ADD 1 TO WS-NEXT-BOOKING-SEQ.

       2555-READ-NEXT-BOOKING-SEQ.
           READ CASH-BOOKING-FILE NEXT RECORD
               AT END
                   SET WS-BOOK-EOF TO TRUE
               NOT AT END
                   IF CB-ACCOUNT-NO NOT = BI-ACCOUNT-NO OR
                      CB-PICKUP-DATE NOT = BI-PICKUP-DATE
                       SET WS-BOOK-EOF TO TRUE
                   ELSE
                       MOVE CB-BOOKING-SEQ TO WS-NEXT-BOOKING-SEQ
                   END-IF
           END-READ.

       2560-UNDO-BOOKING-HOLD.
           MOVE BI-ACCOUNT-NO    TO HR-ACCOUNT-NO
           MOVE WS-NEXT-HOLD-SEQ TO HR-HOLD-SEQ
           DELETE HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *    예약 취소 - 예약(B) 상태만 취소하며 지급정지를 해제.
      *    일련 미지정(0)이면 해당 인출일 첫 예약건을 취소한다.
       2700-CANCEL-BOOKING.
           MOVE BI-ACCOUNT-NO  TO CB-ACCOUNT-NO
           MOVE BI-PICKUP-DATE TO CB-PICKUP-DATE
           IF BI-BOOKING-SEQ NOT NUMERIC OR BI-BOOKING-SEQ = ZERO
               MOVE 1 TO CB-BOOKING-SEQ
           ELSE
               MOVE BI-BOOKING-SEQ TO CB-BOOKING-SEQ
           END-IF
           READ CASH-BOOKING-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '취소실패-예약 없음' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           IF NOT CB-STATUS-BOOKED
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE '취소실패-예약상태 아님'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE BI-OPERATOR-ID TO WS-RELEASED-BY
           PERFORM 5000-RELEASE-BOOKING-HOLD
           MOVE 'X'            TO CB-STATUS
           MOVE WS-RUN-DATE    TO CB-CLOSED-DATE
           MOVE BI-OPERATOR-ID TO CB-CLOSED-BY
           REWRITE CASH-BOOKING-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE '취소실패-대장 갱신오류'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-CANCEL-COUNT
           MOVE '예약 취소' TO WS-REJECT-REASON
           PERFORM 2900-WRITE-BOOKING-LINE.

       2900-WRITE-BOOKING-LINE.
           MOVE CB-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               CB-BRANCH-CODE     DELIMITED SIZE
               ' '                DELIMITED SIZE
               CB-ACCOUNT-NO      DELIMITED SIZE
               ' 인출일:'         DELIMITED SIZE
               CB-PICKUP-DATE     DELIMITED SIZE
               '-'                DELIMITED SIZE
               CB-BOOKING-SEQ     DELIMITED SIZE
               ' 금액:'           DELIMITED SIZE
               WS-DSP-AMOUNT      DELIMITED SIZE
               ' 5만:'            DELIMITED SIZE
               CB-DENOM-50000     DELIMITED SIZE
               ' 1만:'            DELIMITED SIZE
               CB-DENOM-10000     DELIMITED SIZE
               ' 5천:'            DELIMITED SIZE
               CB-DENOM-5000      DELIMITED SIZE
               ' 1천:'            DELIMITED SIZE
               CB-DENOM-1000      DELIMITED SIZE
               ' - '              DELIMITED SIZE
               WS-REJECT-REASON   DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO BRPT-LINE
           WRITE BOOKING-REPORT-RECORD.

       2950-WRITE-REJECT-LINE.
           MOVE BI-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '거절 '            DELIMITED SIZE
               BI-ACTION          DELIMITED SIZE
               ' '                DELIMITED SIZE
               BI-ACCOUNT-NO      DELIMITED SIZE
               ' 인출일:'         DELIMITED SIZE
               BI-PICKUP-DATE     DELIMITED SIZE
               ' 금액:'           DELIMITED SIZE
               WS-DSP-AMOUNT      DELIMITED SIZE
               ' - '              DELIMITED SIZE
               WS-REJECT-REASON   DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO BRPT-LINE
           WRITE BOOKING-REPORT-RECORD.

      ******************************************************************
      *    ORDR - 지점별 금고 현금청구 (향후 N영업일 예약분)
      ******************************************************************
       3000-BUILD-CASH-ORDER.
           PERFORM 3100-BUILD-ORDER-DATES
           MOVE 'N' TO WS-BOOK-EOF-SW
           MOVE LOW-VALUES TO CB-KEY
           START CASH-BOOKING-FILE KEY IS >= CB-KEY
               INVALID KEY
                   SET WS-BOOK-EOF TO TRUE
           END-START
           PERFORM 3200-SCAN-NEXT-BOOKING
               UNTIL WS-BOOK-EOF
           PERFORM 3400-WRITE-ORDER-LINE
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT.

      *    청구 대상일 - 기준일부터 익영업일을 N회 연속 산출.
      *    부품 오류시 역일 익일로 대체한다.
       3100-BUILD-ORDER-DATES.
           MOVE ZERO TO WS-OD-COUNT
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           PERFORM 3110-ADD-NEXT-BUSINESS-DAY
               UNTIL WS-OD-COUNT >= WS-ORDER-DAYS.

       3110-ADD-NEXT-BUSINESS-DAY.
           INITIALIZE WS-CJIPL03-AREA
           MOVE 'KB0' TO WS-CJ-I-GROUP-CO-CD
           MOVE '5'   TO WS-CJ-I-DSTCD
           MOVE 1     TO WS-CJ-I-NODAY-NOMN
           MOVE SPACES TO WS-CJ-I-CALENDAR-CD
           MOVE WS-DATE-NUM TO WS-CJ-I-YMD
           CALL 'CJIPL03' USING WS-YCCOMMON-AREA WS-CJIPL03-AREA
           IF WS-CJ-OK AND WS-CJ-O-YMD NOT = SPACES AND
              WS-CJ-O-YMD > WS-DATE-NUM
               MOVE WS-CJ-O-YMD TO WS-DATE-NUM
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF
           ADD 1 TO WS-OD-COUNT
           MOVE WS-DATE-NUM TO WS-OD-DATE(WS-OD-COUNT).

       3200-SCAN-NEXT-BOOKING.
           READ CASH-BOOKING-FILE NEXT RECORD
               AT END
                   SET WS-BOOK-EOF TO TRUE
               NOT AT END
                   IF CB-STATUS-BOOKED
                       SET WS-OD-IDX TO 1
                       SEARCH WS-OD-DATE
                           AT END
                               CONTINUE
                           WHEN WS-OD-IDX > WS-OD-COUNT
                               CONTINUE
                           WHEN WS-OD-DATE(WS-OD-IDX) = CB-PICKUP-DATE
                               PERFORM 3300-ACCUMULATE-ORDER
                       END-SEARCH
                   END-IF
           END-READ.

       3300-ACCUMULATE-ORDER.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-OR-COUNT
                      OR (WS-OR-BRANCH-CODE(WS-OR-IDX)
                            = CB-BRANCH-CODE
                          AND WS-OR-PICKUP-DATE(WS-OR-IDX)
                            = CB-PICKUP-DATE)
               CONTINUE
           END-PERFORM
           IF WS-OR-IDX > WS-OR-COUNT
               IF WS-OR-COUNT >= 2000
                   MOVE '현금청구 집계한도(2000) 초과'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-OR-COUNT
               SET WS-OR-IDX TO WS-OR-COUNT
               MOVE CB-BRANCH-CODE TO WS-OR-BRANCH-CODE(WS-OR-IDX)
               MOVE CB-PICKUP-DATE TO WS-OR-PICKUP-DATE(WS-OR-IDX)
               MOVE ZERO TO WS-OR-BOOK-COUNT(WS-OR-IDX)
               MOVE ZERO TO WS-OR-AMOUNT(WS-OR-IDX)
               MOVE ZERO TO WS-OR-DENOM-50000(WS-OR-IDX)
               MOVE ZERO TO WS-OR-DENOM-10000(WS-OR-IDX)
               MOVE ZERO TO WS-OR-DENOM-5000(WS-OR-IDX)
               MOVE ZERO TO WS-OR-DENOM-1000(WS-OR-IDX)
           END-IF
           ADD 1              TO WS-OR-BOOK-COUNT(WS-OR-IDX)
           ADD CB-AMOUNT      TO WS-OR-AMOUNT(WS-OR-IDX)
           ADD CB-DENOM-50000 TO WS-OR-DENOM-50000(WS-OR-IDX)
           ADD CB-DENOM-10000 TO WS-OR-DENOM-10000(WS-OR-IDX)
           ADD CB-DENOM-5000  TO WS-OR-DENOM-5000(WS-OR-IDX)
           ADD CB-DENOM-1000  TO WS-OR-DENOM-1000(WS-OR-IDX)
           ADD 1              TO WS-ORDER-BOOK-COUNT
           ADD CB-AMOUNT      TO WS-ORDER-AMOUNT.

       3400-WRITE-ORDER-LINE.
           MOVE WS-OR-AMOUNT(WS-OR-IDX) TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '현금청구 지점:'   DELIMITED SIZE
               WS-OR-BRANCH-CODE(WS-OR-IDX) DELIMITED SIZE
               ' 인출일:'         DELIMITED SIZE
               WS-OR-PICKUP-DATE(WS-OR-IDX) DELIMITED SIZE
               ' 건수:'           DELIMITED SIZE
               WS-OR-BOOK-COUNT(WS-OR-IDX)  DELIMITED SIZE
               ' 금액:'           DELIMITED SIZE
               WS-DSP-AMOUNT      DELIMITED SIZE
               ' 5만:'            DELIMITED SIZE
               WS-OR-DENOM-50000(WS-OR-IDX) DELIMITED SIZE
               ' 1만:'            DELIMITED SIZE
               WS-OR-DENOM-10000(WS-OR-IDX) DELIMITED SIZE
               ' 5천:'            DELIMITED SIZE
               WS-OR-DENOM-5000(WS-OR-IDX)  DELIMITED SIZE
               ' 1천:'            DELIMITED SIZE
               WS-OR-DENOM-1000(WS-OR-IDX)  DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO BRPT-LINE
           WRITE BOOKING-REPORT-RECORD.

      ******************************************************************
      *    NOSH - 인출일 경과 미인출 예약 불출처리
      ******************************************************************
       4000-RELEASE-NO-SHOWS.
           MOVE 'N' TO WS-BOOK-EOF-SW
           MOVE LOW-VALUES TO CB-KEY
           START CASH-BOOKING-FILE KEY IS >= CB-KEY
               INVALID KEY
                   SET WS-BOOK-EOF TO TRUE
           END-START
           PERFORM 4100-CHECK-NEXT-BOOKING
               UNTIL WS-BOOK-EOF.

       4100-CHECK-NEXT-BOOKING.
           READ CASH-BOOKING-FILE NEXT RECORD
               AT END
                   SET WS-BOOK-EOF TO TRUE
               NOT AT END
                   IF CB-STATUS-BOOKED AND
                      CB-PICKUP-DATE < WS-RUN-DATE
                       PERFORM 4200-RELEASE-ONE-NO-SHOW
                   END-IF
           END-READ.

       4200-RELEASE-ONE-NO-SHOW.
           MOVE 'ACCT086 ' TO WS-RELEASED-BY
           PERFORM 5000-RELEASE-BOOKING-HOLD
           MOVE 'N'         TO CB-STATUS
           MOVE WS-RUN-DATE TO CB-CLOSED-DATE
           MOVE 'ACCT086 '  TO CB-CLOSED-BY
           REWRITE CASH-BOOKING-RECORD
               INVALID KEY
                   MOVE 'CSBKREG 불출 갱신오류'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE
           ADD 1 TO WS-NOSHOW-COUNT
           ADD CB-AMOUNT TO WS-NOSHOW-AMOUNT
           MOVE '미인출(불출) - 지급정지 해제'
               TO WS-REJECT-REASON
           PERFORM 2900-WRITE-BOOKING-LINE.

      *    예약 지급정지 해제 - 이미 해제된 건은 그대로 둔다.
      *    해제자는 호출부가 WS-RELEASED-BY에 설정한다.
       5000-RELEASE-BOOKING-HOLD.
           MOVE CB-ACCOUNT-NO  TO HR-ACCOUNT-NO
           MOVE CB-HOLD-SEQ    TO HR-HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT HR-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE 'R'            TO HR-STATUS
           MOVE WS-RELEASED-BY TO HR-RELEASED-BY
           MOVE WS-RUN-DATE TO HR-RELEASED-DATE
           REWRITE HOLD-RECORD
               INVALID KEY
                   MOVE 'HOLDREG 해제 갱신오류'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

       9000-FINALIZE.
           PERFORM 9100-WRITE-TOTAL-LINE
           PERFORM 9200-CLOSE-FILES
           DISPLAY '고액현금 인출예약 완료(' WS-RUN-FUNC ')'
               ' 예약:' WS-BOOKED-COUNT
               ' 취소:' WS-CANCEL-COUNT
               ' 거절:' WS-REJECT-COUNT
               ' 청구:' WS-ORDER-BOOK-COUNT
               ' 불출:' WS-NOSHOW-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-TOTAL-LINE.
           EVALUATE TRUE
               WHEN WS-FUNC-BOOK
                   MOVE WS-BOOKED-AMOUNT TO WS-DSP-TOTAL
               WHEN WS-FUNC-ORDR
                   MOVE WS-ORDER-AMOUNT  TO WS-DSP-TOTAL
               WHEN OTHER
                   MOVE WS-NOSHOW-AMOUNT TO WS-DSP-TOTAL
           END-EVALUATE
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='        DELIMITED SIZE
               ' 입력:'            DELIMITED SIZE
               WS-READ-COUNT       DELIMITED SIZE
               ' 예약:'            DELIMITED SIZE
               WS-BOOKED-COUNT     DELIMITED SIZE
               ' 취소:'            DELIMITED SIZE
               WS-CANCEL-COUNT     DELIMITED SIZE
               ' 거절:'            DELIMITED SIZE
               WS-REJECT-COUNT     DELIMITED SIZE
               ' 청구예약:'        DELIMITED SIZE
               WS-ORDER-BOOK-COUNT DELIMITED SIZE
               ' 불출:'            DELIMITED SIZE
               WS-NOSHOW-COUNT     DELIMITED SIZE
               ' 금액:'            DELIMITED SIZE
               WS-DSP-TOTAL        DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO BRPT-LINE
           WRITE BOOKING-REPORT-RECORD.

       9200-CLOSE-FILES.
           CLOSE CASH-BOOKING-FILE
           CLOSE HOLD-FILE
           CLOSE BOOKING-REPORT-FILE
           IF WS-FUNC-BOOK
               CLOSE BOOKING-INPUT-FILE
               CLOSE ACCOUNT-FILE
           END-IF.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE CASH-BOOKING-FILE
           CLOSE HOLD-FILE
           CLOSE BOOKING-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
