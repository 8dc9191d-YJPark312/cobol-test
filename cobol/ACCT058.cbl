      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-06-21 : 최초 작성
      * 2026-10-15 : 반송우편 우편발송 보류 - 수령방법 지점보관(H)
      *              또는 주소미확인(CF-ADDR-STATUS='U') 고객은
      *              증명서에 지점교부 표기(우송 제외), 그 외는
      *              우송주소 표기. 공통 레이아웃 CF-STMT-DELIVERY/
      *              CF-ADDR-STATUS/CF-RETMAIL-COUNT 반영
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT058.
           05  CF-ADDRESS            PIC X(100).
           05  CF-GRADE              PIC X(02).
           05  CF-REGISTER-DATE      PIC X(08).
           05  CF-STMT-DELIVERY      PIC X(01).
               88  CF-DELIVERY-HOLD  VALUE 'H'.
           05  CF-FILLER-1           PIC X(105).
           05  CF-ADDR-STATUS        PIC X(01).
               88  CF-ADDR-UNVERIFIED VALUE 'U'.
           05  CF-RETMAIL-COUNT      PIC 9(02).
           05  CF-FILLER             PIC X(02).

       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

       01  WS-DISPLAY-WORK.
           05  WS-DSP-BALANCE        PIC -(15)9.99.

       5000-PRINT-CERTIFICATE.
           MOVE SPACES TO CF-CUSTOMER-NAME
           MOVE SPACES TO CF-ADDRESS
           MOVE SPACES TO CF-STMT-DELIVERY
           MOVE SPACES TO CF-ADDR-STATUS
           MOVE WS-TARGET-CUSTOMER TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
           MOVE '위 잔액이 기준일 원장과 일치함'
               TO CERT-LINE
           WRITE CERT-OUT-RECORD
           PERFORM 5050-WRITE-DELIVERY-LINE
           MOVE '================================================'
               TO CERT-LINE
           WRITE CERT-OUT-RECORD.

      *    교부방법 - 반송 누적으로 주소미확인이거나 지점보관
      *    고객은 우송하지 않고 지점에서 교부한다(ACCT095).
       5050-WRITE-DELIVERY-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           IF CF-DELIVERY-HOLD OR CF-ADDR-UNVERIFIED
               MOVE '교부: 지점보관(우편발송 보류)'
                   TO WS-RPT-DETAIL
           ELSE
               STRING '우송: '    DELIMITED SIZE
                      CF-ADDRESS  DELIMITED SIZE
                      INTO WS-RPT-DETAIL
           END-IF
           MOVE WS-RPT-DETAIL TO CERT-LINE
           WRITE CERT-OUT-RECORD.

       5100-WRITE-ACCOUNT-LINE.
           MOVE SN-BALANCE TO WS-DSP-BALANCE
           MOVE SPACES TO WS-RPT-DETAIL
