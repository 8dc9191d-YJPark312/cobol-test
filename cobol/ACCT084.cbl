      ******************************************************************
      * PROGRAM-ID: ACCT084
      * DESCRIPTION: 창구 외화현찰 환전 처리 서브 프로그램
      *              - 창구(텔러) 환전 1건을 처리: 외화현찰 매입(B,
      *                고객이 외화를 팔고 원화 수령)/매도(S, 고객이
      *                원화를 내고 외화 수령)
      *              - FXRATE 고시일 현찰매입/매도율(최대 10일
      *                소급)에 고객등급(CF-GRADE)별 환율우대(스프레드
      *                감면율)를 적용하여 적용환율 산출
      *              - 텔러 시재(TELLDRW)를 통화별로 갱신 - 외화
      *                시재와 원화 시재 양쪽 모두 당일 개설 필수,
      *                외화 매도는 외화 시재잔액 내에서만 허용
      *              - 환전대장(FXCXREG) 기록 - 일일 지점별 환전
      *                보고(ACCT085), 시재마감 대사(ACCT042),
      *                외환포지션(ACCT056)의 원천
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT084.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATE-FILE
               ASSIGN TO 'FXRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TELLER-DRAWER-FILE
               ASSIGN TO 'TELLDRW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EXCHANGE-REGISTER-FILE
               ASSIGN TO 'FXCXREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  FX-RATE-RECORD.
           05  FX-KEY.
               10  FX-BASE-CCY       PIC X(03).
               10  FX-QUOTE-CCY      PIC X(03).
               10  FX-EFFECTIVE-DATE PIC X(08).
           05  FX-BUY-RATE           PIC S9(07)V9(06) COMP-3.
           05  FX-SELL-RATE          PIC S9(07)V9(06) COMP-3.
           05  FX-MID-RATE           PIC S9(07)V9(06) COMP-3.
           05  FX-CASH-BUY-RATE      PIC S9(07)V9(06) COMP-3.
           05  FX-CASH-SELL-RATE     PIC S9(07)V9(06) COMP-3.
           05  FX-FILLER             PIC X(11).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CF-CUSTOMER-ID        PIC X(10).
           05  CF-CUSTOMER-NAME      PIC X(50).
           05  CF-RESIDENT-NO        PIC X(14).
           05  CF-PHONE              PIC X(15).
           05  CF-EMAIL              PIC X(50).
           05  CF-ADDRESS            PIC X(100).
           05  CF-GRADE              PIC X(02).
           05  CF-REGISTER-DATE      PIC X(08).
           05  CF-STMT-DELIVERY      PIC X(01).
           05  CF-CUST-STATUS        PIC X(01).
               88  CF-CUST-ACTIVE    VALUE 'A' SPACE.
           05  CF-FILLER             PIC X(109).

       FD  TELLER-DRAWER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TELLER-DRAWER-RECORD.
           05  TD-KEY.
               10  TD-BRANCH-CODE    PIC X(04).
               10  TD-TELLER-ID      PIC X(08).
               10  TD-DRAWER-DATE    PIC X(08).
               10  TD-CURRENCY       PIC X(03).
           05  TD-FLOAT-AMOUNT       PIC S9(13)V99 COMP-3.
           05  TD-CASH-IN-TOTAL      PIC S9(13)V99 COMP-3.
           05  TD-CASH-OUT-TOTAL     PIC S9(13)V99 COMP-3.
           05  TD-COUNTED-AMOUNT     PIC S9(13)V99 COMP-3.
           05  TD-OVER-SHORT         PIC S9(13)V99 COMP-3.
           05  TD-STATUS             PIC X(01).
               88  TD-STATUS-OPEN    VALUE 'O'.
               88  TD-STATUS-CLOSED  VALUE 'C'.
           05  TD-FILLER             PIC X(16).

      *    환전대장 - 일자+지점+텔러+일련. 일자/지점 순 조회로
      *    지점별 일일 환전보고를 만든다.
       FD  EXCHANGE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  EXCHANGE-REGISTER-RECORD.
           05  XC-KEY.
               10  XC-EXCH-DATE      PIC X(08).
               10  XC-BRANCH-CODE    PIC X(04).
               10  XC-TELLER-ID      PIC X(08).
               10  XC-SEQ            PIC 9(04).
           05  XC-EXCH-TIME          PIC X(06).
           05  XC-DIRECTION          PIC X(01).
               88  XC-BANK-BUYS      VALUE 'B'.
               88  XC-BANK-SELLS     VALUE 'S'.
           05  XC-CURRENCY           PIC X(03).
           05  XC-FC-AMOUNT          PIC S9(13)V99 COMP-3.
           05  XC-MID-RATE           PIC S9(07)V9(06) COMP-3.
           05  XC-CASH-RATE          PIC S9(07)V9(06) COMP-3.
           05  XC-APPLIED-RATE       PIC S9(07)V9(06) COMP-3.
           05  XC-DISCOUNT-PCT       PIC 9(03).
           05  XC-KRW-AMOUNT         PIC S9(13)V99 COMP-3.
           05  XC-CUSTOMER-ID        PIC X(10).
           05  XC-GRADE              PIC X(02).
           05  XC-STATUS             PIC X(01).
           05  XC-FILLER             PIC X(13).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.
           88  WS-FILE-DUPLICATE     VALUE '22'.

       01  WS-EXCH-DATE              PIC X(08).
       01  WS-EXCH-TIME              PIC X(06).

       01  WS-SWITCHES.
           05  WS-RATE-FOUND-SW      PIC X(01).
               88  WS-RATE-FOUND     VALUE 'Y'.
           05  WS-WRITTEN-SW         PIC X(01).
               88  WS-WRITTEN        VALUE 'Y'.

      *    고객등급별 환율우대율(스프레드 감면 %) - 미등록 등급
      *    및 비고객(고객번호 미입력)은 우대 없음.
       01  WS-GRADE-DISCOUNT-VALUES.
           05  FILLER                PIC X(05) VALUE 'V1070'.
           05  FILLER                PIC X(05) VALUE 'G1050'.
           05  FILLER                PIC X(05) VALUE 'N1000'.
       01  WS-GRADE-DISCOUNT-TABLE REDEFINES WS-GRADE-DISCOUNT-VALUES.
           05  WS-GD-ENTRY OCCURS 3 TIMES
                           INDEXED BY WS-GD-IDX.
               10  WS-GD-GRADE       PIC X(02).
               10  WS-GD-PCT         PIC 9(03).

       01  WS-RATE-WORK.
           05  WS-MID-RATE           PIC S9(07)V9(06) COMP-3.
           05  WS-CASH-RATE          PIC S9(07)V9(06) COMP-3.
           05  WS-APPLIED-RATE       PIC S9(07)V9(06) COMP-3.
           05  WS-DISCOUNT-PCT       PIC 9(03).
           05  WS-GRADE              PIC X(02).
           05  WS-KRW-WHOLE          PIC S9(13) COMP-3.
           05  WS-KRW-AMOUNT         PIC S9(13)V99 COMP-3.
           05  WS-FC-AVAILABLE       PIC S9(13)V99 COMP-3.

       01  WS-RATE-LOOKBACK.
           05  WS-FX-LOOKBACK        PIC 9(02).
           05  WS-FX-DATE-NUM        PIC 9(08).
           05  WS-FX-DATE-INT        PIC 9(07).

       LINKAGE SECTION.
       01  LS-FXC-LINKAGE.
           05  LS-FXC-DIRECTION      PIC X(01).
               88  LS-FXC-BANK-BUYS  VALUE 'B'.
               88  LS-FXC-BANK-SELLS VALUE 'S'.
           05  LS-FXC-CURRENCY       PIC X(03).
           05  LS-FXC-FC-AMOUNT      PIC S9(13)V99 COMP-3.
           05  LS-FXC-CUSTOMER-ID    PIC X(10).
           05  LS-FXC-BRANCH-CODE    PIC X(04).
           05  LS-FXC-TELLER-ID      PIC X(08).
           05  LS-FXC-APPLIED-RATE   PIC S9(07)V9(06) COMP-3.
           05  LS-FXC-DISCOUNT-PCT   PIC 9(03).
           05  LS-FXC-KRW-AMOUNT     PIC S9(13)V99 COMP-3.
           05  LS-FXC-EXCH-ID        PIC X(24).
           05  LS-FXC-RESULT-CODE    PIC X(04).
           05  LS-FXC-RESULT-MSG     PIC X(100).

       PROCEDURE DIVISION USING LS-FXC-LINKAGE.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXCHANGE
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EXCH-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-EXCH-TIME
           MOVE '0000' TO LS-FXC-RESULT-CODE
           MOVE SPACES TO LS-FXC-RESULT-MSG
           MOVE SPACES TO LS-FXC-EXCH-ID
           MOVE ZERO   TO LS-FXC-APPLIED-RATE
           MOVE ZERO   TO LS-FXC-DISCOUNT-PCT
           MOVE ZERO   TO LS-FXC-KRW-AMOUNT
           PERFORM 1100-OPEN-FILES.

       1100-OPEN-FILES.
           OPEN INPUT FX-RATE-FILE
           IF NOT WS-FILE-OK
               MOVE '환율 파일 오픈 실패' TO LS-FXC-RESULT-MSG
               MOVE '9999' TO LS-FXC-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE '고객 파일 오픈 실패' TO LS-FXC-RESULT-MSG
               MOVE '9999' TO LS-FXC-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF
           OPEN I-O TELLER-DRAWER-FILE
           IF NOT WS-FILE-OK
               MOVE '현금시재 오픈 실패' TO LS-FXC-RESULT-MSG
               MOVE '9999' TO LS-FXC-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF
           OPEN I-O EXCHANGE-REGISTER-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE EXCHANGE-REGISTER-FILE
               OPEN OUTPUT EXCHANGE-REGISTER-FILE
               CLOSE EXCHANGE-REGISTER-FILE
               OPEN I-O EXCHANGE-REGISTER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE '환전대장 오픈 실패' TO LS-FXC-RESULT-MSG
               MOVE '9999' TO LS-FXC-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF.

       2000-PROCESS-EXCHANGE.
           PERFORM 2100-VALIDATE-REQUEST
           IF LS-FXC-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-RESOLVE-CASH-RATE
           IF LS-FXC-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-APPLY-GRADE-DISCOUNT
           IF LS-FXC-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           PERFORM 2400-CHECK-DRAWERS
           IF LS-FXC-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           PERFORM 2500-POST-DRAWERS
           PERFORM 2600-WRITE-REGISTER
           MOVE WS-APPLIED-RATE TO LS-FXC-APPLIED-RATE
           MOVE WS-DISCOUNT-PCT TO LS-FXC-DISCOUNT-PCT
           MOVE WS-KRW-AMOUNT   TO LS-FXC-KRW-AMOUNT
           MOVE XC-KEY          TO LS-FXC-EXCH-ID
           MOVE '환전 정상 처리' TO LS-FXC-RESULT-MSG.

       2100-VALIDATE-REQUEST.
           IF NOT LS-FXC-BANK-BUYS AND NOT LS-FXC-BANK-SELLS
               MOVE '0003' TO LS-FXC-RESULT-CODE
               MOVE '환전구분 오류(B/S)' TO LS-FXC-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF LS-FXC-CURRENCY = SPACES OR LS-FXC-CURRENCY = 'KRW'
               MOVE '0003' TO LS-FXC-RESULT-CODE
               MOVE '환전통화 오류' TO LS-FXC-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF LS-FXC-FC-AMOUNT NOT > ZERO
               MOVE '0003' TO LS-FXC-RESULT-CODE
               MOVE '환전금액 오류' TO LS-FXC-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF LS-FXC-BRANCH-CODE = SPACES OR
              LS-FXC-TELLER-ID = SPACES
               MOVE '0003' TO LS-FXC-RESULT-CODE
               MOVE '지점/텔러 누락' TO LS-FXC-RESULT-MSG
           END-IF.

      *    현찰환율 - 고시일 기준 최대 10일 소급. 현찰율이
      *    고시되지 않은 통화는 창구 환전 불가.
       2200-RESOLVE-CASH-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE WS-EXCH-DATE TO WS-FX-DATE-NUM
           PERFORM VARYING WS-FX-LOOKBACK FROM 0 BY 1
                   UNTIL WS-FX-LOOKBACK > 10 OR WS-RATE-FOUND
               MOVE LS-FXC-CURRENCY TO FX-BASE-CCY
               MOVE 'KRW'           TO FX-QUOTE-CCY
               MOVE WS-FX-DATE-NUM  TO FX-EFFECTIVE-DATE
               READ FX-RATE-FILE
                   INVALID KEY
                       COMPUTE WS-FX-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-FX-DATE-NUM)
                           - 1
                       COMPUTE WS-FX-DATE-NUM =
                           FUNCTION DATE-OF-INTEGER(WS-FX-DATE-INT)
                   NOT INVALID KEY
                       SET WS-RATE-FOUND TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RATE-FOUND
               MOVE '0003' TO LS-FXC-RESULT-CODE
               MOVE '환율 미고시 통화' TO LS-FXC-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE FX-MID-RATE TO WS-MID-RATE
           IF LS-FXC-BANK-BUYS
               MOVE FX-CASH-BUY-RATE  TO WS-CASH-RATE
           ELSE
               MOVE FX-CASH-SELL-RATE TO WS-CASH-RATE
           END-IF
           IF WS-CASH-RATE NOT > ZERO OR WS-MID-RATE NOT > ZERO
               MOVE '0003' TO LS-FXC-RESULT-CODE
               MOVE '현찰환율 미고시' TO LS-FXC-RESULT-MSG
           END-IF.

      *    환율우대 - 매매기준율과 현찰율의 차이(스프레드)를
      *    등급 우대율만큼 감면한다.
      *      매입: 기준율 - 스프레드 X (1 - 우대율)
      *      매도: 기준율 + 스프레드 X (1 - 우대율)
      *    원화 지급/수납액은 원 미만 절사.
       2300-APPLY-GRADE-DISCOUNT.
           MOVE ZERO   TO WS-DISCOUNT-PCT
           MOVE SPACES TO WS-GRADE
           IF LS-FXC-CUSTOMER-ID NOT = SPACES
               MOVE LS-FXC-CUSTOMER-ID TO CF-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE '0003' TO LS-FXC-RESULT-CODE
                       MOVE '고객정보 미존재'
                           TO LS-FXC-RESULT-MSG
                       EXIT PARAGRAPH
               END-READ
               IF NOT CF-CUST-ACTIVE
                   MOVE '0003' TO LS-FXC-RESULT-CODE
                   MOVE '거래불가 고객' TO LS-FXC-RESULT-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE CF-GRADE TO WS-GRADE
               SET WS-GD-IDX TO 1
               SEARCH WS-GD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GD-GRADE(WS-GD-IDX) = CF-GRADE
                       MOVE WS-GD-PCT(WS-GD-IDX) TO WS-DISCOUNT-PCT
               END-SEARCH
           END-IF
           IF LS-FXC-BANK-BUYS
               COMPUTE WS-APPLIED-RATE ROUNDED =
                   WS-MID-RATE - (WS-MID-RATE - WS-CASH-RATE)
                   * (100 - WS-DISCOUNT-PCT) / 100
           ELSE
               COMPUTE WS-APPLIED-RATE ROUNDED =
                   WS-MID-RATE + (WS-CASH-RATE - WS-MID-RATE)
                   * (100 - WS-DISCOUNT-PCT) / 100
           END-IF
           COMPUTE WS-KRW-WHOLE =
               LS-FXC-FC-AMOUNT * WS-APPLIED-RATE
           MOVE WS-KRW-WHOLE TO WS-KRW-AMOUNT
           IF WS-KRW-AMOUNT NOT > ZERO
               MOVE '0003' TO LS-FXC-RESULT-CODE
               MOVE '환산금액 오류' TO LS-FXC-RESULT-MSG
           END-IF.

      *    시재 확인 - 외화/원화 시재 모두 당일 개설(O) 상태여야
      *    하며, 은행 매도(외화 지급)/매입(원화 지급)은 해당
      *    시재의 현재 잔액 내에서만 허용한다.
       2400-CHECK-DRAWERS.
           MOVE SPACES TO TD-CURRENCY
           PERFORM 2450-READ-DRAWER
           IF LS-FXC-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           IF LS-FXC-BANK-BUYS
               COMPUTE WS-FC-AVAILABLE = TD-FLOAT-AMOUNT
                   + TD-CASH-IN-TOTAL - TD-CASH-OUT-TOTAL
               IF WS-FC-AVAILABLE < WS-KRW-AMOUNT
                   MOVE '0003' TO LS-FXC-RESULT-CODE
                   MOVE '원화 시재 부족' TO LS-FXC-RESULT-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LS-FXC-CURRENCY TO TD-CURRENCY
           PERFORM 2450-READ-DRAWER
           IF LS-FXC-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           IF LS-FXC-BANK-SELLS
               COMPUTE WS-FC-AVAILABLE = TD-FLOAT-AMOUNT
                   + TD-CASH-IN-TOTAL - TD-CASH-OUT-TOTAL
               IF WS-FC-AVAILABLE < LS-FXC-FC-AMOUNT
                   MOVE '0003' TO LS-FXC-RESULT-CODE
                   MOVE '외화 시재 부족' TO LS-FXC-RESULT-MSG
               END-IF
           END-IF.

       2450-READ-DRAWER.
           MOVE LS-FXC-BRANCH-CODE TO TD-BRANCH-CODE
           MOVE LS-FXC-TELLER-ID   TO TD-TELLER-ID
           MOVE WS-EXCH-DATE       TO TD-DRAWER-DATE
           READ TELLER-DRAWER-FILE
               INVALID KEY
                   MOVE '0003' TO LS-FXC-RESULT-CODE
                   MOVE '시재 미개설(통화별 개설 필요)'
                       TO LS-FXC-RESULT-MSG
                   EXIT PARAGRAPH
           END-READ
           IF NOT TD-STATUS-OPEN
               MOVE '0003' TO LS-FXC-RESULT-CODE
               MOVE '시재 마감됨' TO LS-FXC-RESULT-MSG
           END-IF.

      *    시재 반영 - 외화시재는 2400에서 읽은 상태 그대로
      *    갱신하고 원화시재를 다시 읽어 반대방향으로 반영한다.
       2500-POST-DRAWERS.
           IF LS-FXC-BANK-BUYS
               ADD LS-FXC-FC-AMOUNT TO TD-CASH-IN-TOTAL
           ELSE
               ADD LS-FXC-FC-AMOUNT TO TD-CASH-OUT-TOTAL
           END-IF
           REWRITE TELLER-DRAWER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE SPACES TO TD-CURRENCY
           PERFORM 2450-READ-DRAWER
           IF LS-FXC-BANK-BUYS
               ADD WS-KRW-AMOUNT TO TD-CASH-OUT-TOTAL
           ELSE
               ADD WS-KRW-AMOUNT TO TD-CASH-IN-TOTAL
           END-IF
           REWRITE TELLER-DRAWER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *    대장 기록 - 텔러별 당일 일련을 1부터 부여하며 중복키면
      *    다음 일련으로 재시도한다.
       2600-WRITE-REGISTER.
           MOVE WS-EXCH-DATE       TO XC-EXCH-DATE
           MOVE LS-FXC-BRANCH-CODE TO XC-BRANCH-CODE
           MOVE LS-FXC-TELLER-ID   TO XC-TELLER-ID
           MOVE ZERO               TO XC-SEQ
           MOVE WS-EXCH-TIME       TO XC-EXCH-TIME
           MOVE LS-FXC-DIRECTION   TO XC-DIRECTION
           MOVE LS-FXC-CURRENCY    TO XC-CURRENCY
           MOVE LS-FXC-FC-AMOUNT   TO XC-FC-AMOUNT
           MOVE WS-MID-RATE        TO XC-MID-RATE
           MOVE WS-CASH-RATE       TO XC-CASH-RATE
           MOVE WS-APPLIED-RATE    TO XC-APPLIED-RATE
           MOVE WS-DISCOUNT-PCT    TO XC-DISCOUNT-PCT
           MOVE WS-KRW-AMOUNT      TO XC-KRW-AMOUNT
           MOVE LS-FXC-CUSTOMER-ID TO XC-CUSTOMER-ID
           MOVE WS-GRADE           TO XC-GRADE
           MOVE 'S'                TO XC-STATUS
           MOVE SPACES             TO XC-FILLER
           MOVE 'N' TO WS-WRITTEN-SW
           PERFORM 2610-WRITE-NEXT-SEQ
               UNTIL WS-WRITTEN OR XC-SEQ >= 9999.

       2610-WRITE-NEXT-SEQ.
           ADD 1 TO XC-SEQ
           WRITE EXCHANGE-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-WRITTEN TO TRUE
           END-WRITE.

       9000-FINALIZE.
           CLOSE FX-RATE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE TELLER-DRAWER-FILE
           CLOSE EXCHANGE-REGISTER-FILE.

       9900-ERROR-EXIT.
           CLOSE FX-RATE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE TELLER-DRAWER-FILE
           CLOSE EXCHANGE-REGISTER-FILE
           GOBACK.
