      * 2025-07-06 : 최초 작성
      * 2026-02-22 : 계좌원장 전/후 이미지 저널(ACCTJRNL) 기록
      *              추가 - 연체일수/출금제한 갱신 전건
      * 2026-10-15 : 예금담보대출 계좌(LN)는 음수잔액이 대출원금
      *              이므로 초과인출 연체관리 대상에서 제외
      * 2026-10-15 : 야간 정기실행은 ACCT090 단일패스 통합배치의
      *              처리단계로 수행 - 본 프로그램은 단독 재처리
      *              용도로 유지하며 처리규칙 변경시 ACCT090 동시
      *              반영
      * 2026-10-15 : 연체계좌의 한도약정대장(ODFACIL) 심사기간
      *              최대 연체일수/최대 인출액 갱신 (ACCT100 재심사)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT029.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OD-FACILITY-FILE
               ASSIGN TO 'ODFACIL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  OD-AGING-REPORT-RECORD.
           05  ODRPT-LINE            PIC X(200).

      *    초과인출 한도약정대장 (ACCT001 ODLM 등록) - 심사기간중
      *    최대 연체일수/최대 인출액을 갱신한다.
       FD  OD-FACILITY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  OD-FACILITY-RECORD.
           05  OL-ACCOUNT-NO         PIC X(12).
           05  OL-CUSTOMER-ID        PIC X(10).
           05  OL-LIMIT              PIC S9(09)V99 COMP-3.
           05  OL-GRANT-DATE         PIC X(08).
           05  OL-REVIEW-DATE        PIC X(08).
           05  OL-EXPIRY-DATE        PIC X(08).
           05  OL-STATUS             PIC X(01).
               88  OL-STATUS-ACTIVE  VALUE 'A'.
               88  OL-STATUS-REDUCED VALUE 'E'.
               88  OL-STATUS-CANCEL  VALUE 'X'.
           05  OL-PEAK-OD-DAYS       PIC 9(03).
           05  OL-PEAK-DRAWN         PIC S9(13)V99 COMP-3.
           05  OL-NOTICE-DATE        PIC X(08).
           05  OL-LAST-PROPOSAL      PIC X(04).
           05  OL-LAST-REVIEW-DATE   PIC X(08).
           05  OL-CHANGE-OPERATOR    PIC X(08).
           05  OL-FILLER             PIC X(08).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           IF NOT WS-FILE-OK
               MOVE 'ODAGERPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O OD-FACILITY-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE OD-FACILITY-FILE
               OPEN OUTPUT OD-FACILITY-FILE
               CLOSE OD-FACILITY-FILE
               OPEN I-O OD-FACILITY-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'ODFACIL 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       2000-PROCESS-ACCOUNTS.
           END-READ.

       2200-EVALUATE-ACCOUNT.
           IF AF-ACCOUNT-TYPE = 'LN'
               EXIT PARAGRAPH
           END-IF
           IF AF-BALANCE < ZERO
               PERFORM 2300-ADVANCE-OD-COUNTER
           ELSE
                   PERFORM 9900-ABEND-HANDLER
               NOT INVALID KEY
                   PERFORM 8400-WRITE-ACCT-JOURNAL
           END-REWRITE
           IF AF-OVERDRAFT-LIMIT > ZERO
               PERFORM 2350-UPDATE-FACILITY-PEAK
           END-IF.

      *    한도약정 심사실적 - 유효 약정의 최대 연체일수와 최대
      *    인출액을 갱신한다. 재처리시에도 최대값만 남는다.
       2350-UPDATE-FACILITY-PEAK.
           MOVE AF-ACCOUNT-NO TO OL-ACCOUNT-NO
           READ OD-FACILITY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT OL-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF AF-OD-DAYS <= OL-PEAK-OD-DAYS AND
              WS-OD-AMOUNT <= OL-PEAK-DRAWN
               EXIT PARAGRAPH
           END-IF
           IF AF-OD-DAYS > OL-PEAK-OD-DAYS
               MOVE AF-OD-DAYS TO OL-PEAK-OD-DAYS
           END-IF
           IF WS-OD-AMOUNT > OL-PEAK-DRAWN
               MOVE WS-OD-AMOUNT TO OL-PEAK-DRAWN
           END-IF
           REWRITE OD-FACILITY-RECORD
               INVALID KEY
                   MOVE 'ODFACIL 갱신 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

      *    잔액 회복 계좌 - 연체일수와 출금제한을 해제한다.

       3000-WRITE-AGING-REPORT.
           MOVE SPACES TO WS-RPT-HEADER
           STRING '초과인출 연체 에이징 | 기준일:'
                                                   DELIMITED SIZE
                  WS-RUN-DATE                      DELIMITED SIZE
                  INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO ODRPT-LINE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE ALERT-QUEUE-FILE
           CLOSE OD-AGING-REPORT-FILE
           CLOSE OD-FACILITY-FILE
           DISPLAY '연체배치 완료 연체:' WS-OD-COUNT
               ' 해소:' WS-CURED-COUNT
               ' 신규제한:' WS-RESTRICTED-COUNT.
           CLOSE ACCT-JOURNAL-FILE
           CLOSE ALERT-QUEUE-FILE
           CLOSE OD-AGING-REPORT-FILE
           CLOSE OD-FACILITY-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
