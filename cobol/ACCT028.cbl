      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2025-06-22 : 최초 작성
      * 2026-10-15 : 수신동의 통제 - 마케팅 분류(AQ-ALERT-CLASS
      *              'M') 알림은 동의 등록부(CONSREG)의 유효한
      *              SMS/이메일 마케팅 동의가 있는 채널로만 발송,
      *              미동의 차단건은 발송상태 'N'. 의무 서비스
      *              통지는 종전대로 발송. 분리보관/파기 고객은
      *              발송불가 처리
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT028.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CONSENT-FILE
               ASSIGN TO 'CONSREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  AQ-EVENT-CODE         PIC X(04).
           05  AQ-AMOUNT             PIC S9(13)V99 COMP-3.
           05  AQ-DETAIL             PIC X(40).
      *        알림분류 M:마케팅(동의필요) 그외:의무 서비스 통지
           05  AQ-ALERT-CLASS        PIC X(01).
               88  AQ-CLASS-MARKETING VALUE 'M'.
           05  AQ-FILLER             PIC X(11).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           05  CF-ADDRESS            PIC X(100).
           05  CF-GRADE              PIC X(02).
           05  CF-REGISTER-DATE      PIC X(08).
           05  CF-STMT-DELIVERY      PIC X(01).
           05  CF-CUST-STATUS        PIC X(01).
               88  CF-CUST-SEPARATED VALUE 'S' 'P'.
           05  CF-FILLER             PIC X(109).

      *    발송대행사 인터페이스 - 건당 1레코드, 발송방법
      *    S(SMS)/E(이메일)별로 각각 생성한다.
           05  NR-EVENT-CODE         PIC X(04).
           05  NR-DISPATCH-STATUS    PIC X(01).
      *        S=SMS발송 E=이메일발송 B=양쪽 X=발송불가
      *        N=수신미동의 차단(마케팅)
           05  NR-FILLER             PIC X(79).

       FD  CONSENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONSENT-RECORD.
           05  CN-KEY.
               10  CN-CUSTOMER-ID    PIC X(10).
               10  CN-CONSENT-TYPE   PIC X(02).
           05  CN-CONSENT-STATUS     PIC X(01).
               88  CN-STATUS-AGREED  VALUE 'Y'.
           05  CN-CONSENT-DATE       PIC X(08).
           05  CN-CHANNEL            PIC X(04).
           05  CN-EXPIRY-DATE        PIC X(08).
           05  CN-WITHDRAW-DATE      PIC X(08).
           05  CN-UPDATED-BY         PIC X(08).
           05  CN-RECONF-SENT-DATE   PIC X(08).
           05  CN-FILLER             PIC X(23).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-CUST-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-CUST-FOUND     VALUE 'Y'.
           05  WS-CONSREG-OPEN-SW    PIC X(01) VALUE 'N'.
               88  WS-CONSREG-OPEN   VALUE 'Y'.
           05  WS-SMS-ALLOWED-SW     PIC X(01).
               88  WS-SMS-ALLOWED    VALUE 'Y'.
           05  WS-EMAIL-ALLOWED-SW   PIC X(01).
               88  WS-EMAIL-ALLOWED  VALUE 'Y'.
           05  WS-CONSENT-BLOCK-SW   PIC X(01).
               88  WS-CONSENT-BLOCKED VALUE 'Y'.
           05  WS-CONSENT-VALID-SW   PIC X(01).
               88  WS-CONSENT-VALID  VALUE 'Y'.

       01  WS-TODAY                  PIC X(08).
       01  WS-CHECK-CONSENT-TYPE     PIC X(02).

       01  WS-DISPATCH-STATUS        PIC X(01).

           05  WS-SMS-COUNT          PIC 9(07).
           05  WS-EMAIL-COUNT        PIC 9(07).
           05  WS-UNDELIVERABLE-CNT  PIC 9(07).
           05  WS-NO-CONSENT-CNT     PIC 9(07).

       01  WS-ERROR-MESSAGE          PIC X(100).

           MOVE ZERO TO WS-SMS-COUNT
           MOVE ZERO TO WS-EMAIL-COUNT
           MOVE ZERO TO WS-UNDELIVERABLE-CNT
           MOVE ZERO TO WS-NO-CONSENT-CNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1100-OPEN-FILES.

       1100-OPEN-FILES.
           IF NOT WS-FILE-OK
               MOVE 'NOTIFREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
      *    등록부 미생성시 마케팅 알림은 전건 미동의로 본다.
           OPEN INPUT CONSENT-FILE
           IF WS-FILE-OK
               SET WS-CONSREG-OPEN TO TRUE
           END-IF.

       2000-PROCESS-ALERTS.
       2200-FORMAT-ALERT.
           PERFORM 2300-RESOLVE-CUSTOMER
           MOVE SPACE TO WS-DISPATCH-STATUS
           MOVE 'N' TO WS-CONSENT-BLOCK-SW
           IF WS-CUST-FOUND AND NOT CF-CUST-SEPARATED
               PERFORM 2350-CHECK-CONSENT
               IF CF-PHONE NOT = SPACES
                   IF WS-SMS-ALLOWED
                       PERFORM 2400-WRITE-SMS-RECORD
                   ELSE
                       SET WS-CONSENT-BLOCKED TO TRUE
                   END-IF
               END-IF
               IF CF-EMAIL NOT = SPACES
                   IF WS-EMAIL-ALLOWED
                       PERFORM 2500-WRITE-EMAIL-RECORD
                   ELSE
                       SET WS-CONSENT-BLOCKED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-DISPATCH-STATUS = SPACE
               IF WS-CONSENT-BLOCKED
                   MOVE 'N' TO WS-DISPATCH-STATUS
                   ADD 1 TO WS-NO-CONSENT-CNT
               ELSE
                   MOVE 'X' TO WS-DISPATCH-STATUS
                   ADD 1 TO WS-UNDELIVERABLE-CNT
               END-IF
           END-IF
           PERFORM 2600-WRITE-REGISTER.

      *    수신동의 판정 - 서비스 통지는 채널 제한 없음. 마케팅은
      *    채널별 동의(MS/ME)가 동의상태이고 유효기간 내일 때만.
       2350-CHECK-CONSENT.
           MOVE 'Y' TO WS-SMS-ALLOWED-SW
           MOVE 'Y' TO WS-EMAIL-ALLOWED-SW
           IF NOT AQ-CLASS-MARKETING
               EXIT PARAGRAPH
           END-IF
           MOVE 'MS' TO WS-CHECK-CONSENT-TYPE
           PERFORM 2360-READ-CONSENT
           MOVE WS-CONSENT-VALID-SW TO WS-SMS-ALLOWED-SW
           MOVE 'ME' TO WS-CHECK-CONSENT-TYPE
           PERFORM 2360-READ-CONSENT
           MOVE WS-CONSENT-VALID-SW TO WS-EMAIL-ALLOWED-SW.

       2360-READ-CONSENT.
           MOVE 'N' TO WS-CONSENT-VALID-SW
           IF NOT WS-CONSREG-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE AQ-CUSTOMER-ID        TO CN-CUSTOMER-ID
           MOVE WS-CHECK-CONSENT-TYPE TO CN-CONSENT-TYPE
           READ CONSENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CN-STATUS-AGREED AND CN-EXPIRY-DATE NOT < WS-TODAY
               SET WS-CONSENT-VALID TO TRUE
           END-IF.

      *    고객ID 보완 - 알림레코드에 고객ID가 없으면 계좌의
      *    명의인으로 보완한다(ACCT005 실패알림 등).
       2300-RESOLVE-CUSTOMER.
           CLOSE CUSTOMER-FILE
           CLOSE NOTIFY-OUT-FILE
           CLOSE NOTIFY-REGISTER-FILE
           IF WS-CONSREG-OPEN
               CLOSE CONSENT-FILE
           END-IF
           DISPLAY '통보가공 완료 알림:' WS-READ-COUNT
               ' SMS:' WS-SMS-COUNT
               ' 이메일:' WS-EMAIL-COUNT
               ' 발송불가:' WS-UNDELIVERABLE-CNT
               ' 미동의차단:' WS-NO-CONSENT-CNT.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
