      * MODIFICATION HISTORY
      * 2026-03-17 : 최초 작성
      * 2026-04-26 : 병합고객(CF-CUST-MERGED) 점검대상 제외
      * 2026-10-15 : 반송우편 누적 주소미확인 고객(ACCT095가 기한을
      *              앞당겨 점검대상 편입) 리포트에 사유 표기.
      *              공통 레이아웃 CF-ADDR-STATUS/CF-RETMAIL-COUNT
      *              반영
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT044.
           05  CF-KYC-RESTRICT       PIC X(01).
               88  CF-KYC-RESTRICTED VALUE 'R'.
           05  CF-MERGED-TO          PIC X(10).
           05  CF-FILLER-1           PIC X(76).
           05  CF-ADDR-STATUS        PIC X(01).
               88  CF-ADDR-UNVERIFIED VALUE 'U'.
           05  CF-RETMAIL-COUNT      PIC 9(02).
           05  CF-FILLER             PIC X(02).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
       01  WS-KYC-YEAR               PIC 9(04).
       01  WS-TARGET-CUSTOMER-ID     PIC X(10).
       01  WS-RESTRICTED-ACCTS       PIC 9(05).
       01  WS-REASON-NOTE            PIC X(30).

       01  WS-TOTAL-AREA.
           05  WS-SCANNED-COUNT      PIC 9(07) VALUE ZERO.
           WRITE ALERT-QUEUE-RECORD.

       2800-WRITE-OVERDUE-LINE.
           PERFORM 2950-SET-REASON-NOTE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '기한경과:'        DELIMITED SIZE
               CF-GRADE           DELIMITED SIZE
               ' 유예만료:'       DELIMITED SIZE
               WS-GRACE-END-DATE  DELIMITED SIZE
               WS-REASON-NOTE     DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO KRPT-LINE
           WRITE KYC-REPORT-RECORD.

       2900-WRITE-RESTRICT-LINE.
           PERFORM 2950-SET-REASON-NOTE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '채널제한:'            DELIMITED SIZE
               CF-KYC-DUE-DATE        DELIMITED SIZE
               ' 제한계좌수:'         DELIMITED SIZE
               WS-RESTRICTED-ACCTS    DELIMITED SIZE
               WS-REASON-NOTE         DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO KRPT-LINE
           WRITE KYC-REPORT-RECORD.

      *    반송우편 누적으로 주소미확인 처리된 고객은 재인증시
      *    주소 확인이 필요하므로 사유를 표기한다.
       2950-SET-REASON-NOTE.
           MOVE SPACES TO WS-REASON-NOTE
           IF CF-ADDR-UNVERIFIED
               MOVE ' 사유:주소미확인(반송)' TO WS-REASON-NOTE
           END-IF.

       9000-FINALIZE.
           PERFORM 9100-WRITE-TOTAL-LINE
           CLOSE CUSTOMER-FILE
