      * 2026-05-24 : 이율 지정항목(LS-INT-RATE-OVERRIDE) 신설 -
      *              지정시 고시/구간이율 대신 지정이율로 계산
      *              (중도해지 패널티이율 정산 ACCT054가 사용)
      * 2026-10-15 : 우대금리 적용 - SA/IS 계좌는 우대실적
      *              (PREFRATE, ACCT074 월평가)의 적용기간 내이면
      *              기준(구간)이율에 획득 우대폭을 가산(2380).
      *              이율 지정 호출에는 적용하지 않음
      * 2026-10-15 : 비거주자 조세조약 원천징수 - 납세거주국이
      *              KR 이외인 고객은 등급세율 대신 거주자증명서
      *              유효기간 내이면 조약세율(TAXTRTY, 유지보수
      *              ACCT094), 만료/미제출이면 국내 비거주자
      *              세율 적용(2420/2430). INTHIST에 적용근거/
      *              거주국/적용세율 수록(연간보고 ACCT069)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT003.
               RECORD KEY IS IR-RATE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PREF-RATE-FILE
               ASSIGN TO 'PREFRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TAX-TREATY-FILE
               ASSIGN TO 'TAXTRTY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT INTEREST-HIST-FILE
               ASSIGN TO 'INTHIST'
               ORGANIZATION IS SEQUENTIAL
               88  CF-GRADE-GOLD     VALUE 'G1'.
               88  CF-GRADE-NORMAL   VALUE 'N1'.
           05  CF-REGISTER-DATE      PIC X(08).
           05  CF-FILLER-1           PIC X(49).
           05  CF-NATIONALITY        PIC X(02).
           05  CF-TAX-RESID-CTRY     PIC X(02).
           05  CF-FOREIGN-TIN        PIC X(20).
           05  CF-SELF-CERT-DATE     PIC X(08).
           05  CF-COR-ISSUE-DATE     PIC X(08).
           05  CF-COR-EXPIRY-DATE    PIC X(08).
           05  CF-COR-NOTICE-DATE    PIC X(08).
           05  CF-FILLER             PIC X(06).

       FD  INTEREST-RATE-FILE
           LABEL RECORDS ARE STANDARD
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

      *    조세조약 이자소득 제한세율 - 거주국+유효일 키.
       FD  TAX-TREATY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  TAX-TREATY-RECORD.
           05  TT-KEY.
               10  TT-COUNTRY        PIC X(02).
               10  TT-EFFECTIVE-DATE PIC X(08).
           05  TT-INT-RATE           PIC S9(01)V9(04) COMP-3.
           05  TT-EXPIRE-DATE        PIC X(08).
           05  TT-COUNTRY-NAME       PIC X(20).
           05  TT-OPERATOR-ID        PIC X(08).
           05  TT-FILLER             PIC X(11).

       FD  INTEREST-HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
               88  IH-PAID           VALUE 'P'.
               88  IH-PENDING        VALUE 'N'.
           05  IH-TAXEX-FLAG         PIC X(01).
           05  IH-WHT-BASIS          PIC X(01).
               88  IH-WHT-TREATY     VALUE 'T'.
               88  IH-WHT-NONRES     VALUE 'N'.
           05  IH-WHT-CTRY           PIC X(02).
           05  IH-WHT-RATE           PIC S9(01)V9(04) COMP-3.
           05  IH-FILLER             PIC X(38).

       FD  INTEREST-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  WS-CALC-COUNT         PIC 9(07).

       01  WS-RATE-KEY               PIC X(06).

       01  WS-PREF-FILE-SW           PIC X(01) VALUE 'N'.
           88  WS-PREF-FILE-OPEN     VALUE 'Y'.

      *    비거주자 원천징수 - 조약세율 미적용시 국내 비거주자
      *    세율(소득세 20% + 지방소득세 2%).
       01  WS-TREATY-FILE-SW         PIC X(01) VALUE 'N'.
           88  WS-TREATY-FILE-OPEN   VALUE 'Y'.
       01  WS-NR-DOMESTIC-RATE       PIC S9(03)V9(04) COMP-3
                                     VALUE 0.2200.
       01  WS-NR-AREA.
           05  WS-NR-BASIS           PIC X(01).
           05  WS-NR-CTRY            PIC X(02).
           05  WS-NR-TREATY-RATE     PIC S9(01)V9(04) COMP-3.
           05  WS-NR-FOUND-SW        PIC X(01).
               88  WS-NR-TREATY-FOUND VALUE 'Y'.
           05  WS-NR-EOF-SW          PIC X(01).
               88  WS-NR-EOF         VALUE 'Y'.
       01  WS-ERROR-MESSAGE          PIC X(100).

      *    잔액구간(TIR1~TIR5) 작업영역 - 상한 오름차순 수록
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-LOAD-TAX-TABLE
           MOVE 0.1540 TO WS-TAX-RATE
           MOVE SPACES TO WS-NR-BASIS
           MOVE SPACES TO WS-NR-CTRY
           MOVE ZERO TO WS-TOTAL-INTEREST
           MOVE ZERO TO WS-TOTAL-TAX
           MOVE ZERO TO WS-TOTAL-NET
               MOVE '9999' TO LS-INT-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF
           MOVE 'N' TO WS-PREF-FILE-SW
           OPEN INPUT PREF-RATE-FILE
           IF WS-FILE-OK
               SET WS-PREF-FILE-OPEN TO TRUE
           END-IF
           MOVE 'N' TO WS-TREATY-FILE-SW
           OPEN INPUT TAX-TREATY-FILE
           IF WS-FILE-OK
               SET WS-TREATY-FILE-OPEN TO TRUE
           END-IF
           OPEN EXTEND INTEREST-HIST-FILE
           IF NOT WS-FILE-OK
               MOVE '이자 이력 파일 오픈 실패'
                   TO LS-INT-RESULT-MSG
               MOVE '9999' TO LS-INT-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF
           OPEN EXTEND INTEREST-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE '이자 리포트 파일 오픈 실패'
                   TO LS-INT-RESULT-MSG
               MOVE '9999' TO LS-INT-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO LS-INT-RESULT-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO LS-INT-RESULT-MSG
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE '0000' TO LS-INT-RESULT-CODE
                   PERFORM 3100-CALC-MM-INTEREST
               WHEN OTHER
                   MOVE '0003' TO LS-INT-RESULT-CODE
                   MOVE '알 수 없는 계좌 유형'
                       TO LS-INT-RESULT-MSG
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 2400-READ-CUSTOMER-GRADE
           SET WS-NOT-OVERDRAFT-ACCOUNT TO TRUE
           IF AF-STATUS-CLOSED
               MOVE '0003' TO LS-INT-RESULT-CODE
               MOVE '이미 해지된 계좌입니다'
                   TO LS-INT-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF AF-BALANCE < ZERO
                   MOVE IR-ANNUAL-RATE TO WS-ANNUAL-RATE
           END-READ
           MOVE 'BASE' TO WS-BAND-APPLIED
           PERFORM 2350-APPLY-BALANCE-BAND
           PERFORM 2380-APPLY-PREF-SPREAD.

      *    우대금리 - SA/IS 계좌의 우대실적이 계산일(당일) 기준
      *    적용기간 내이면 획득 우대폭을 가산한다. 우대실적 파일이
      *    없으면 기준이율 그대로 계산한다.
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
              PF-EFF-FROM <= WS-SYSTEM-DATE AND
              PF-EFF-TO >= WS-SYSTEM-DATE
               ADD PF-SPREAD TO WS-ANNUAL-RATE
               MOVE 'PREF' TO WS-BAND-APPLIED
           END-IF.

      *    잔액구간별 차등이율 - 유형별 TIR1~TIR5 구간레코드를
      *    상한 오름차순으로 적재한다. 구간 미정의시 BASE 이율을
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2410-FIND-TAX-GRADE
                   IF CF-TAX-RESID-CTRY NOT = SPACES AND
                      CF-TAX-RESID-CTRY NOT = 'KR'
                       PERFORM 2420-APPLY-NONRESIDENT-RATE
                   END-IF
           END-READ.

       2410-FIND-TAX-GRADE.
               END-IF
           END-PERFORM.

      *    비거주자(납세거주국 KR 이외, ACCT069 보고기준과 동일)
      *    - 등급 면세한도 없이 국내 비거주자 세율을 기본으로
      *    하고, 거주자증명서가 계산일 현재 유효하면 거주국
      *    조약세율(국내세율 이하인 경우)을 적용한다.
       2420-APPLY-NONRESIDENT-RATE.
           MOVE ZERO                TO WS-GRADE-EXEMPT-AMT
           MOVE WS-NR-DOMESTIC-RATE TO WS-GRADE-TAX-RATE
           MOVE 'N'                 TO WS-NR-BASIS
           MOVE CF-TAX-RESID-CTRY   TO WS-NR-CTRY
           IF CF-COR-EXPIRY-DATE = SPACES OR
              CF-COR-EXPIRY-DATE < WS-SYSTEM-DATE OR
              NOT WS-TREATY-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 2430-FIND-TREATY-RATE
           IF WS-NR-TREATY-FOUND AND
              WS-NR-TREATY-RATE < WS-GRADE-TAX-RATE
               MOVE WS-NR-TREATY-RATE TO WS-GRADE-TAX-RATE
               MOVE 'T'               TO WS-NR-BASIS
           END-IF.

      *    거주국의 유효일 오름차순 조약세율 중 계산일 이전
      *    최종 유효분(만료일 미도래)을 채택한다.
       2430-FIND-TREATY-RATE.
           MOVE 'N' TO WS-NR-FOUND-SW
           MOVE 'N' TO WS-NR-EOF-SW
           MOVE WS-NR-CTRY TO TT-COUNTRY
           MOVE LOW-VALUES TO TT-EFFECTIVE-DATE
           START TAX-TREATY-FILE KEY IS >= TT-KEY
               INVALID KEY
                   SET WS-NR-EOF TO TRUE
           END-START
           PERFORM 2440-READ-NEXT-TREATY
               UNTIL WS-NR-EOF.

       2440-READ-NEXT-TREATY.
           READ TAX-TREATY-FILE NEXT RECORD
               AT END
                   SET WS-NR-EOF TO TRUE
               NOT AT END
                   IF TT-COUNTRY NOT = WS-NR-CTRY OR
                      TT-EFFECTIVE-DATE > WS-SYSTEM-DATE
                       SET WS-NR-EOF TO TRUE
                   ELSE
                       IF TT-EXPIRE-DATE = SPACES OR
                          TT-EXPIRE-DATE > WS-SYSTEM-DATE
                           MOVE TT-INT-RATE TO WS-NR-TREATY-RATE
                           MOVE 'Y' TO WS-NR-FOUND-SW
                       ELSE
                           MOVE 'N' TO WS-NR-FOUND-SW
                       END-IF
                   END-IF
           END-READ.

       3000-CALC-SIMPLE-INTEREST.
           IF WS-ELAPSED-DAYS <= 0
               MOVE ZERO TO WS-GROSS-INTEREST
           ELSE
               MOVE SPACE TO IH-TAXEX-FLAG
           END-IF
           MOVE WS-NR-BASIS          TO IH-WHT-BASIS
           MOVE WS-NR-CTRY           TO IH-WHT-CTRY
           IF WS-NR-BASIS = SPACES
               MOVE ZERO             TO IH-WHT-RATE
           ELSE
               MOVE WS-GRADE-TAX-RATE TO IH-WHT-RATE
           END-IF
           MOVE SPACES               TO IH-FILLER
           WRITE INTEREST-HIST-RECORD
           IF NOT WS-FILE-OK
               MOVE '이자 이력 저장 오류' TO LS-INT-RESULT-MSG
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE INTEREST-RATE-FILE
           IF WS-PREF-FILE-OPEN
               CLOSE PREF-RATE-FILE
           END-IF
           IF WS-TREATY-FILE-OPEN
               CLOSE TAX-TREATY-FILE
           END-IF
           CLOSE INTEREST-HIST-FILE
           CLOSE INTEREST-REPORT-FILE
           MOVE '0000' TO LS-INT-RESULT-CODE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE INTEREST-RATE-FILE
           IF WS-PREF-FILE-OPEN
               CLOSE PREF-RATE-FILE
           END-IF
           IF WS-TREATY-FILE-OPEN
               CLOSE TAX-TREATY-FILE
           END-IF
           CLOSE INTEREST-HIST-FILE
           CLOSE INTEREST-REPORT-FILE
           GOBACK.
