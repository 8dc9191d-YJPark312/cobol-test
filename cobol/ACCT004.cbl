      *              기초잔액을 요약에서 확정하고, 단일 마감월
      *              명세서는 합계를 요약과 교차대사하여 불일치
      *              를 명세서에 적발 표기
      * 2026-10-15 : 정정/취소(CORR) 거래 대응 - 취소(C) 원거래와
      *              CORR 기표를 명세서에 함께 조회하되 [취소]/
      *              [정정] 표기로 구분, 입출금 합계와 거래건수
      *              에서 제외하고 정정건수로 별도 집계.
      *              TR-REV-TXN-ID 등 공통 레이아웃 반영
      * 2026-10-15 : 반송우편 우편발송 보류 - 수령방법 지점보관(H)
      *              이거나 주소미확인(CF-ADDR-STATUS='U') 고객의
      *              우편명세서는 인쇄하되 머리에 지점보관 표기
      *              (발송분류에서 제외, 지점 교부). 공통 레이아웃
      *              CF-ADDR-STATUS/CF-RETMAIL-COUNT 반영
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT004.
               88  TR-TYPE-COLLECTION VALUE 'COLL'.
               88  TR-TYPE-CHEQUE    VALUE 'CHQ '.
               88  TR-TYPE-INT-ADJ   VALUE 'INTA'.
               88  TR-TYPE-CORRECTION VALUE 'CORR'.
           05  TR-TXN-DATE           PIC X(08).
           05  TR-TXN-TIME           PIC X(06).
           05  TR-AMOUNT             PIC S9(13)V99 COMP-3.
               88  TR-STATUS-FAILED  VALUE 'F'.
               88  TR-STATUS-CANCEL  VALUE 'C'.
           05  TR-DESCRIPTION        PIC X(80).
           05  TR-ORIG-CURRENCY      PIC X(03).
           05  TR-ORIG-AMOUNT        PIC S9(13)V99 COMP-3.
           05  TR-FX-RATE            PIC S9(03)V9(06) COMP-3.
           05  TR-ORIG-BRANCH        PIC X(04).
           05  TR-VALUE-DATE         PIC X(08).
           05  TR-OPERATOR-ID        PIC X(08).
           05  TR-VIRTUAL-NO         PIC X(12).
           05  TR-REV-TXN-ID         PIC X(20).
           05  TR-REV-TXN-TYPE       PIC X(04).
           05  TR-FILLER             PIC X(07).

       FD  STATEMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
               88  CF-DELIVERY-PAPER VALUE 'P' SPACE.
               88  CF-DELIVERY-EMAIL VALUE 'E'.
               88  CF-DELIVERY-BOTH  VALUE 'B'.
               88  CF-DELIVERY-HOLD  VALUE 'H'.
           05  CF-FILLER-1           PIC X(105).
           05  CF-ADDR-STATUS        PIC X(01).
               88  CF-ADDR-UNVERIFIED VALUE 'U'.
           05  CF-RETMAIL-COUNT      PIC 9(02).
           05  CF-FILLER             PIC X(02).

      *    전자명세서 추출파일 - H(명세서 헤더)/D(거래 명세)/
      *    T(합계 트레일러) 레코드가 명세서 단위로 연속된다.
           05  ET-TOTAL-WITHDRAWALS  PIC -(13)9.99.
           05  ET-TOTAL-FEES         PIC -(13)9.99.
           05  ET-TXN-COUNT          PIC 9(07).
           05  ET-CORR-COUNT         PIC 9(07).
           05  ET-FILLER             PIC X(138).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-PRINT-PAPER    VALUE 'Y'.
           05  WS-ESTMT-SW           PIC X(01) VALUE 'N'.
               88  WS-WRITE-ESTMT    VALUE 'Y'.
           05  WS-HOLD-SW            PIC X(01) VALUE 'N'.
               88  WS-HOLD-AT-BRANCH VALUE 'Y'.
           05  WS-ARCH-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-ARCH-EOF       VALUE 'Y'.
           05  WS-ARCH-NEEDED-SW     PIC X(01) VALUE 'N'.
           05  WS-TOTAL-WITHDRAWALS  PIC S9(13)V99 COMP-3.
           05  WS-TOTAL-FEES         PIC S9(13)V99 COMP-3.
           05  WS-TXN-COUNT          PIC 9(07).
           05  WS-CORR-COUNT         PIC 9(07).

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(200).
           05  WS-DSP-WITHDRAWALS    PIC -(13)9.99.
           05  WS-DSP-FEES           PIC -(13)9.99.
           05  WS-DSP-CLOSING        PIC -(13)9.99.
           05  WS-DSP-CORR-NOTE      PIC X(40).

       01  WS-ERROR-MESSAGE          PIC X(100).

           MOVE ZERO   TO WS-TOTAL-WITHDRAWALS
           MOVE ZERO   TO WS-TOTAL-FEES
           MOVE ZERO   TO WS-TXN-COUNT
           MOVE ZERO   TO WS-CORR-COUNT
           ACCEPT WS-STMT-PARM FROM SYSIN
           PERFORM 1100-OPEN-FILES.


      *    고객 수령방법에 따라 우편인쇄/전자추출 대상을 정한다.
      *    고객정보가 없거나 수령방법 미지정이면 우편으로 본다.
      *    지점보관(H) 또는 주소미확인 고객의 우편분은 발송하지
      *    않고 지점보관으로 인쇄한다(반송 누적 - ACCT095).
       2050-DETERMINE-DELIVERY.
           MOVE 'Y' TO WS-PAPER-SW
           MOVE 'N' TO WS-ESTMT-SW
           MOVE 'N' TO WS-HOLD-SW
           MOVE AF-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
               WHEN CF-DELIVERY-BOTH
                   MOVE 'Y' TO WS-PAPER-SW
                   MOVE 'Y' TO WS-ESTMT-SW
               WHEN CF-DELIVERY-HOLD
                   MOVE 'Y' TO WS-HOLD-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF CF-ADDR-UNVERIFIED AND WS-PRINT-PAPER
               MOVE 'Y' TO WS-HOLD-SW
           END-IF.

       2150-WRITE-ESTMT-HEADER.
           MOVE SPACES              TO WS-ESTMT-HEADER-REC
               WS-STMT-TO-DATE           DELIMITED SIZE
               INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO STMT-LINE
           WRITE STATEMENT-REPORT-RECORD
           IF WS-HOLD-AT-BRANCH
               MOVE '*** 지점보관(우편발송 보류) ***'
                   TO STMT-LINE
               WRITE STATEMENT-REPORT-RECORD
           END-IF.

      *    아카이브 선행조회 - 이관건은 연도구분 뒤에 TXNHIST와
      *    동일한 레이아웃이므로 거래레코드 영역으로 옮겨
                   IF TR-ACCOUNT-NO = WS-STMT-ACCOUNT-NO AND
                      TR-TXN-DATE >= WS-STMT-FROM-DATE AND
                      TR-TXN-DATE <= WS-STMT-TO-DATE AND
                      (TR-STATUS-SUCCESS OR TR-STATUS-CANCEL)
                       PERFORM 2300-PROCESS-MATCHING-TXN
                   END-IF
           END-READ.
                   IF TR-ACCOUNT-NO = WS-STMT-ACCOUNT-NO AND
                      TR-TXN-DATE >= WS-STMT-FROM-DATE AND
                      TR-TXN-DATE <= WS-STMT-TO-DATE AND
                      (TR-STATUS-SUCCESS OR TR-STATUS-CANCEL)
                       PERFORM 2300-PROCESS-MATCHING-TXN
                   END-IF
           END-READ.
               MOVE 'N' TO WS-FIRST-MATCH-SW
           END-IF
           MOVE TR-AFTER-BALANCE TO WS-CLOSING-BALANCE
      *    취소된 원거래와 정정기표는 한 쌍으로 상계되므로 잔액
      *    흐름에만 반영하고 입출금 합계/거래건수에서는 제외
           MOVE SPACES TO WS-DSP-CORR-NOTE
           IF TR-STATUS-CANCEL OR TR-TYPE-CORRECTION
               ADD 1 TO WS-CORR-COUNT
               PERFORM 2350-SET-CORRECTION-NOTE
           ELSE
               ADD 1 TO WS-TXN-COUNT
               PERFORM 2320-ACCUMULATE-TOTALS
           END-IF
           IF WS-PRINT-PAPER
               PERFORM 2400-WRITE-DETAIL-LINE
           END-IF
           IF WS-WRITE-ESTMT
               PERFORM 2450-WRITE-ESTMT-DETAIL
           END-IF.

       2320-ACCUMULATE-TOTALS.
           EVALUATE TRUE
               WHEN TR-TYPE-FEE
                   ADD TR-AMOUNT TO WS-TOTAL-FEES
                   ELSE
                       ADD TR-AMOUNT TO WS-TOTAL-WITHDRAWALS
                   END-IF
           END-EVALUATE.

      *    정정 표기 - CORR 기표는 원거래ID, 취소 원거래는 [취소]
       2350-SET-CORRECTION-NOTE.
           IF TR-TYPE-CORRECTION
               STRING
                   ' [정정] 원거래:'  DELIMITED SIZE
                   TR-REV-TXN-ID      DELIMITED SIZE
                   INTO WS-DSP-CORR-NOTE
           ELSE
               MOVE ' [취소] 정정처리됨' TO WS-DSP-CORR-NOTE
           END-IF.

       2400-WRITE-DETAIL-LINE.
               WS-DSP-AMOUNT      DELIMITED SIZE
               ' | 거래후:'       DELIMITED SIZE
               WS-DSP-AFTER       DELIMITED SIZE
               WS-DSP-CORR-NOTE   DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO STMT-LINE
           WRITE STATEMENT-REPORT-RECORD.
           MOVE TR-COUNTER-ACCOUNT  TO ED-COUNTER-ACCOUNT
           MOVE TR-CHANNEL          TO ED-CHANNEL
           MOVE TR-DESCRIPTION      TO ED-DESCRIPTION
           IF WS-DSP-CORR-NOTE NOT = SPACES
               MOVE WS-DSP-CORR-NOTE TO ED-DESCRIPTION
           END-IF
           MOVE WS-ESTMT-DETAIL-REC TO ESTMT-EXTRACT-RECORD
           WRITE ESTMT-EXTRACT-RECORD.

           MOVE WS-TOTAL-WITHDRAWALS TO ET-TOTAL-WITHDRAWALS
           MOVE WS-TOTAL-FEES        TO ET-TOTAL-FEES
           MOVE WS-TXN-COUNT         TO ET-TXN-COUNT
           MOVE WS-CORR-COUNT        TO ET-CORR-COUNT
           MOVE WS-ESTMT-TRAILER-REC TO ESTMT-EXTRACT-RECORD
           WRITE ESTMT-EXTRACT-RECORD.

               WS-DSP-CLOSING        DELIMITED SIZE
               ' | 거래건수:'        DELIMITED SIZE
               WS-TXN-COUNT          DELIMITED SIZE
               ' | 정정건수:'        DELIMITED SIZE
               WS-CORR-COUNT         DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO STMT-LINE
           WRITE STATEMENT-REPORT-RECORD.
