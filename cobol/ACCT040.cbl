      *              바꾸므로, 최종 저널이 이자지급 기록이고
      *              재구성 잔액과 일치하면 불일치가 아닌
      *              이자반영으로 분류하여 별도 집계/목록화
      * 2026-10-15 : 정정/취소 대응 - 취소(C)된 원거래도 잔액을
      *              움직인 기록이므로 최종 거래후잔액 추적에 포함
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT040.
           05  TR-CHANNEL            PIC X(04).
           05  TR-STATUS             PIC X(01).
               88  TR-STATUS-SUCCESS VALUE 'S'.
               88  TR-STATUS-CANCEL  VALUE 'C'.
           05  TR-DESCRIPTION        PIC X(80).
           05  TR-FILLER             PIC X(79).

               INVALID KEY
                   REWRITE REBUILD-RECORD
                       INVALID KEY
                           MOVE '저널 적용 오류'
                               TO WS-ERROR-MESSAGE
                           PERFORM 9900-ABEND-HANDLER
                   END-REWRITE
           END-WRITE
               AT END
                   SET WS-TXN-EOF TO TRUE
               NOT AT END
                   IF TR-STATUS-SUCCESS OR TR-STATUS-CANCEL
                       MOVE TR-TXN-DATE TO WS-TXN-TIMESTAMP(1:8)
                       MOVE TR-TXN-TIME TO WS-TXN-TIMESTAMP(9:6)
                       IF WS-TXN-TIMESTAMP <= WS-TARGET-TIMESTAMP
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING
                       WS-VR-ACCOUNT-NO(WS-VR-IDX) DELIMITED SIZE
                       ' | 재구성 원장에 계좌 없음'
                           DELIMITED SIZE
                       INTO WS-RPT-DETAIL
                   MOVE WS-RPT-DETAIL TO RBRPT-LINE
                   WRITE REBUILD-REPORT-RECORD
