      *              만기정산 경로와의 이중계상 방지를 위해
      *              적립대상에서 제외, 포지션에 적립주기
      *              개시일(AP-CYCLE-START-DATE) 관리 추가
      * 2026-10-15 : 우대금리 적용 - SA/IS 계좌는 우대실적
      *              (PREFRATE, ACCT074 월평가)의 적용기간 내이면
      *              기준(구간)이율에 획득 우대폭을 가산(2380)
      * 2026-10-15 : 야간 정기실행은 ACCT090 단일패스 통합배치의
      *              처리단계로 수행 - 본 프로그램은 단독 재처리
      *              용도로 유지하며 처리규칙 변경시 ACCT090 동시
      *              반영
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT017.
               RECORD KEY IS IR-RATE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PREF-RATE-FILE
               ASSIGN TO 'PREFRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCRUAL-LEDGER-FILE
               ASSIGN TO 'ACCRLDG'
               ORGANIZATION IS INDEXED
               88  IR-BAND-PROGRESSIVE VALUE 'P'.
           05  IR-FILLER             PIC X(38).

      *    계좌별 우대실적 - ACCT074가 월별 조건평가로 기록한다.
       FD  PREF-RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PREF-RATE-RECORD.
           05  PF-ACCOUNT-NO         PIC X(12).
           05  PF-CUSTOMER-ID        PIC X(10).
           05  PF-ACCOUNT-TYPE       PIC X(02).
           05  PF-SPREAD             PIC S9(03)V9(04) COMP-3.
           05  PF-COND-FLAGS         PIC X(03).
           05  PF-EVAL-YM            PIC X(06).
           05  PF-EFF-FROM           PIC X(08).
           05  PF-EFF-TO             PIC X(08).
           05  PF-PREV-SPREAD        PIC S9(03)V9(04) COMP-3.
           05  PF-PREV-FLAGS         PIC X(03).
           05  PF-FILLER             PIC X(20).

       FD  ACCRUAL-LEDGER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-PREF-FILE-SW       PIC X(01) VALUE 'N'.
               88  WS-PREF-FILE-OPEN VALUE 'Y'.

       01  WS-RATE-KEY               PIC X(06).

               MOVE '이율 파일 오픈 실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT PREF-RATE-FILE
           IF WS-FILE-OK
               SET WS-PREF-FILE-OPEN TO TRUE
           END-IF
           OPEN I-O ACCRUAL-LEDGER-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCRLDG 오픈실패' TO WS-ERROR-MESSAGE
                       MOVE IR-ANNUAL-RATE TO WS-ANNUAL-RATE
               END-READ
           END-IF
           PERFORM 2350-APPLY-BALANCE-BAND
           PERFORM 2380-APPLY-PREF-SPREAD.

      *    우대금리 - SA/IS 계좌의 우대실적이 적립일 기준 적용
      *    기간 내이면 획득 우대폭을 가산한다. (ACCT003 2380과
      *    동일 규칙)
       2380-APPLY-PREF-SPREAD.
           IF NOT WS-PREF-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           IF AF-ACCOUNT-TYPE NOT = 'SA' AND
              AF-ACCOUNT-TYPE NOT = 'IS'
               EXIT PARAGRAPH
           END-IF
           MOVE AF-ACCOUNT-NO TO PF-ACCOUNT-NO
           READ PREF-RATE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PF-SPREAD > ZERO AND
              PF-EFF-FROM <= WS-RUN-DATE AND
              PF-EFF-TO >= WS-RUN-DATE
               ADD PF-SPREAD TO WS-ANNUAL-RATE
           END-IF.

      *    잔액구간별 차등이율 - 유형별 TIR1~TIR5 구간레코드를
      *    상한 오름차순으로 적재한다. 구간 미정의시 기준이율을
           PERFORM 9100-WRITE-TOTAL-LINE
           CLOSE ACCOUNT-FILE
           CLOSE INTEREST-RATE-FILE
           IF WS-PREF-FILE-OPEN
               CLOSE PREF-RATE-FILE
           END-IF
           CLOSE ACCRUAL-LEDGER-FILE
           CLOSE ACCRUAL-POSITION-FILE
           CLOSE ACCRUAL-REPORT-FILE
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE ACCOUNT-FILE
           CLOSE INTEREST-RATE-FILE
           IF WS-PREF-FILE-OPEN
               CLOSE PREF-RATE-FILE
           END-IF
           CLOSE ACCRUAL-LEDGER-FILE
           CLOSE ACCRUAL-POSITION-FILE
           CLOSE ACCRUAL-REPORT-FILE
