      ******************************************************************
      * PROGRAM-ID: ACCT094
      * DESCRIPTION: 조세조약 제한세율(TAXTRTY) 유지보수 배치
      *              - TRTYMNT 입력(추가/변경/삭제)을 순차 처리하여
      *                거주국별 이자소득 제한세율(유효일/만료일
      *                포함)을 갱신, 변경 전/후 세율을 감사기록
      *                (연쇄)에 보존(INTRATE 유지보수 ACCT045와
      *                동일한 방식)
      *              - 세율은 소득세+지방소득세 합산 원천징수율,
      *                국내 비거주자 세율(22%)을 넘을 수 없다
      *              - 동일 거주국의 세율변경은 신규 유효일로 추가
      *                (이력 보존) - 적용은 ACCT003이 계산일 기준
      *                최종 유효분을 채택
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT094.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREATY-MAINT-FILE
               ASSIGN TO 'TRTYMNT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TAX-TREATY-FILE
               ASSIGN TO 'TAXTRTY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-CHAIN-FILE
               ASSIGN TO 'AUDCHAIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAIN-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TREATY-REPORT-FILE
               ASSIGN TO 'TRTYRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TREATY-MAINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  TREATY-MAINT-RECORD.
           05  MT-ACTION             PIC X(01).
               88  MT-ACTION-ADD     VALUE 'A'.
               88  MT-ACTION-CHANGE  VALUE 'C'.
               88  MT-ACTION-DELETE  VALUE 'D'.
           05  MT-COUNTRY            PIC X(02).
           05  MT-EFFECTIVE-DATE     PIC X(08).
           05  MT-INT-RATE           PIC 9(01)V9(04).
           05  MT-EXPIRE-DATE        PIC X(08).
           05  MT-COUNTRY-NAME       PIC X(20).
           05  MT-OPERATOR-ID        PIC X(08).
           05  MT-FILLER             PIC X(08).

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

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 170 CHARACTERS.
       01  AUDIT-RECORD.
           05  AR-TIMESTAMP          PIC X(14).
           05  AR-PROGRAM-ID         PIC X(08).
           05  AR-ACCOUNT-NO         PIC X(12).
           05  AR-ACTION-CODE        PIC X(04).
           05  AR-OPERATOR-ID        PIC X(08).
           05  AR-RESULT-CODE        PIC X(04).
           05  AR-MESSAGE            PIC X(100).
           05  AR-CHAIN-SEQ          PIC 9(09).
           05  AR-CHAIN-CHECK        PIC 9(09).
           05  AR-FILLER             PIC X(02).

       FD  AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  AUDIT-CHAIN-RECORD.
           05  AC-CHAIN-ID           PIC X(08).
           05  AC-LAST-SEQ           PIC 9(09).
           05  AC-LAST-CHECK         PIC 9(09).
           05  AC-FILLER             PIC X(14).

       FD  TREATY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  TREATY-REPORT-RECORD.
           05  TRPT-LINE             PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-DATE           PIC X(08).

       01  WS-RUN-TIME               PIC X(06).

       01  WS-SWITCHES.
           05  WS-MAINT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-MAINT-EOF      VALUE 'Y'.
           05  WS-LIST-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-LIST-EOF       VALUE 'Y'.

      *    국내 비거주자 원천징수율 - 조약세율 상한(ACCT003과 동일)
       01  WS-NR-DOMESTIC-RATE       PIC S9(01)V9(04) COMP-3
                                     VALUE 0.2200.

       01  WS-OLD-RATE               PIC S9(01)V9(04) COMP-3.
       01  WS-ACTION-CODE            PIC X(04).

       01  WS-TOTAL-AREA.
           05  WS-ADDED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-CHANGED-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-DELETED-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-LISTED-COUNT       PIC 9(05) VALUE ZERO.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-OLD-RATE       PIC 9.9999.
           05  WS-DSP-NEW-RATE       PIC 9.9999.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(160).
           05  WS-RPT-DETAIL         PIC X(160).
           05  WS-RPT-TOTAL          PIC X(160).

       01  WS-ERROR-MESSAGE          PIC X(100).

      *    감사기록 연쇄검증값 작업영역 - ACCT022 8010과 동일.
       01  WS-CHAIN-AREA.
           05  WS-CHAIN-WORK         PIC 9(18) COMP.
           05  WS-CHAIN-I            PIC 9(04) COMP.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MAINT-FILE
               UNTIL WS-MAINT-EOF
           PERFORM 5000-LIST-TREATY-TABLE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADER
           PERFORM 2100-READ-NEXT-MAINT-RECORD.

       1100-OPEN-FILES.
           OPEN I-O TAX-TREATY-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE TAX-TREATY-FILE
               OPEN OUTPUT TAX-TREATY-FILE
               CLOSE TAX-TREATY-FILE
               OPEN I-O TAX-TREATY-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'TAXTRTY 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT TREATY-MAINT-FILE
           IF NOT WS-FILE-OK
               MOVE 'TRTYMNT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT TREATY-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'TRTYRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-FILE-OK
               MOVE 'AUDITLOG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O AUDIT-CHAIN-FILE
           IF NOT WS-FILE-OK
               MOVE 'AUDCHAIN 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       1200-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-HEADER
           STRING
               '조세조약 제한세율 유지보수 | 기준일:'
                                  DELIMITED SIZE
               WS-RUN-DATE        DELIMITED SIZE
               INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO TRPT-LINE
           WRITE TREATY-REPORT-RECORD.

       2000-PROCESS-MAINT-FILE.
           MOVE ZERO TO WS-OLD-RATE
           EVALUATE TRUE
               WHEN MT-ACTION-ADD
                   PERFORM 3000-ADD-TREATY-ENTRY
               WHEN MT-ACTION-CHANGE
                   PERFORM 3100-CHANGE-TREATY-ENTRY
               WHEN MT-ACTION-DELETE
                   PERFORM 3200-DELETE-TREATY-ENTRY
               WHEN OTHER
                   MOVE '알수없는 작업구분' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 4000-WRITE-DETAIL-LINE
           END-EVALUATE
           PERFORM 2100-READ-NEXT-MAINT-RECORD.

       2100-READ-NEXT-MAINT-RECORD.
           READ TREATY-MAINT-FILE
               AT END
                   SET WS-MAINT-EOF TO TRUE
           END-READ.

      *    입력 검증 - 거주국/유효일 필수(KR 불가), 세율은 숫자
      *    이면서 국내 비거주자 세율 이하, 만료일은 유효일 이후.
       2200-VALIDATE-MAINT-RECORD.
           MOVE SPACES TO WS-RPT-DETAIL
           IF MT-COUNTRY = SPACES OR MT-COUNTRY = 'KR' OR
              MT-EFFECTIVE-DATE = SPACES
               MOVE '거부-거주국/유효일 오류' TO WS-RPT-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF MT-INT-RATE IS NOT NUMERIC
               MOVE '거부-세율 형식오류' TO WS-RPT-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF MT-INT-RATE > WS-NR-DOMESTIC-RATE
               MOVE '거부-국내 비거주자 세율 초과'
                   TO WS-RPT-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF MT-EXPIRE-DATE NOT = SPACES AND
              MT-EXPIRE-DATE NOT > MT-EFFECTIVE-DATE
               MOVE '거부-만료일이 유효일 이전'
                   TO WS-RPT-DETAIL
           END-IF.

       3000-ADD-TREATY-ENTRY.
           PERFORM 2200-VALIDATE-MAINT-RECORD
           IF WS-RPT-DETAIL NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 4000-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE MT-COUNTRY        TO TT-COUNTRY
           MOVE MT-EFFECTIVE-DATE TO TT-EFFECTIVE-DATE
           MOVE MT-INT-RATE       TO TT-INT-RATE
           MOVE MT-EXPIRE-DATE    TO TT-EXPIRE-DATE
           MOVE MT-COUNTRY-NAME   TO TT-COUNTRY-NAME
           MOVE MT-OPERATOR-ID    TO TT-OPERATOR-ID
           MOVE SPACES            TO TT-FILLER
           WRITE TAX-TREATY-RECORD
               INVALID KEY
                   MOVE '추가실패-이미존재' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE '세율추가 완료' TO WS-RPT-DETAIL
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE 'TTAD' TO WS-ACTION-CODE
                   PERFORM 8000-WRITE-AUDIT
           END-WRITE
           PERFORM 4000-WRITE-DETAIL-LINE.

      *    변경 - 세율/만료일/국가명 정정. 유효일 자체의 변경은
      *    삭제 후 추가로 처리한다.
       3100-CHANGE-TREATY-ENTRY.
           PERFORM 2200-VALIDATE-MAINT-RECORD
           IF WS-RPT-DETAIL NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 4000-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE MT-COUNTRY        TO TT-COUNTRY
           MOVE MT-EFFECTIVE-DATE TO TT-EFFECTIVE-DATE
           READ TAX-TREATY-FILE
               INVALID KEY
                   MOVE '변경실패-대상없음' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 4000-WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-READ
           MOVE TT-INT-RATE       TO WS-OLD-RATE
           MOVE MT-INT-RATE       TO TT-INT-RATE
           MOVE MT-EXPIRE-DATE    TO TT-EXPIRE-DATE
           IF MT-COUNTRY-NAME NOT = SPACES
               MOVE MT-COUNTRY-NAME TO TT-COUNTRY-NAME
           END-IF
           MOVE MT-OPERATOR-ID    TO TT-OPERATOR-ID
           REWRITE TAX-TREATY-RECORD
               INVALID KEY
                   MOVE '변경실패-오류' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE '세율변경 완료' TO WS-RPT-DETAIL
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'TTCH' TO WS-ACTION-CODE
                   PERFORM 8000-WRITE-AUDIT
           END-REWRITE
           PERFORM 4000-WRITE-DETAIL-LINE.

       3200-DELETE-TREATY-ENTRY.
           MOVE MT-COUNTRY        TO TT-COUNTRY
           MOVE MT-EFFECTIVE-DATE TO TT-EFFECTIVE-DATE
           READ TAX-TREATY-FILE
               INVALID KEY
                   MOVE '삭제실패-대상없음' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 4000-WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-READ
           MOVE TT-INT-RATE TO WS-OLD-RATE
           MOVE ZERO        TO MT-INT-RATE
           DELETE TAX-TREATY-FILE
               INVALID KEY
                   MOVE '삭제실패-오류' TO WS-RPT-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE '세율삭제 완료' TO WS-RPT-DETAIL
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE 'TTDL' TO WS-ACTION-CODE
                   PERFORM 8000-WRITE-AUDIT
           END-DELETE
           PERFORM 4000-WRITE-DETAIL-LINE.

       4000-WRITE-DETAIL-LINE.
           MOVE WS-OLD-RATE TO WS-DSP-OLD-RATE
           IF MT-INT-RATE IS NUMERIC
               MOVE MT-INT-RATE TO WS-DSP-NEW-RATE
           ELSE
               MOVE ZERO        TO WS-DSP-NEW-RATE
           END-IF
           MOVE SPACES TO TRPT-LINE
           STRING
               MT-ACTION          DELIMITED SIZE
               ' '                DELIMITED SIZE
               MT-COUNTRY         DELIMITED SIZE
               ' 유효:'           DELIMITED SIZE
               MT-EFFECTIVE-DATE  DELIMITED SIZE
               ' 구:'             DELIMITED SIZE
               WS-DSP-OLD-RATE    DELIMITED SIZE
               ' 신:'             DELIMITED SIZE
               WS-DSP-NEW-RATE    DELIMITED SIZE
               ' 만료:'           DELIMITED SIZE
               MT-EXPIRE-DATE     DELIMITED SIZE
               ' - '              DELIMITED SIZE
               WS-RPT-DETAIL      DELIMITED SIZE
               INTO TRPT-LINE
           WRITE TREATY-REPORT-RECORD.

      *    처리후 세율표 전건 목록 - 기준일 현재 적용중인 항목은
      *    '*'로 표시한다(동일 거주국 최종 유효분 판정은 생략,
      *    유효기간 내 여부만 표기).
       5000-LIST-TREATY-TABLE.
           MOVE SPACES TO TRPT-LINE
           MOVE '--- 조세조약 제한세율표 ---' TO TRPT-LINE
           WRITE TREATY-REPORT-RECORD
           MOVE LOW-VALUES TO TT-KEY
           START TAX-TREATY-FILE KEY IS >= TT-KEY
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM 5100-LIST-NEXT-ENTRY
               UNTIL WS-LIST-EOF.

       5100-LIST-NEXT-ENTRY.
           READ TAX-TREATY-FILE NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM 5200-WRITE-LIST-LINE
           END-READ.

       5200-WRITE-LIST-LINE.
           MOVE TT-INT-RATE TO WS-DSP-NEW-RATE
           MOVE SPACES TO WS-RPT-DETAIL
           IF TT-EFFECTIVE-DATE <= WS-RUN-DATE AND
              (TT-EXPIRE-DATE = SPACES OR
               TT-EXPIRE-DATE > WS-RUN-DATE)
               MOVE '*' TO WS-RPT-DETAIL
           END-IF
           MOVE SPACES TO TRPT-LINE
           STRING
               WS-RPT-DETAIL(1:1) DELIMITED SIZE
               ' '                DELIMITED SIZE
               TT-COUNTRY         DELIMITED SIZE
               ' '                DELIMITED SIZE
               TT-COUNTRY-NAME    DELIMITED SIZE
               ' 유효:'           DELIMITED SIZE
               TT-EFFECTIVE-DATE  DELIMITED SIZE
               ' 만료:'           DELIMITED SIZE
               TT-EXPIRE-DATE     DELIMITED SIZE
               ' 세율:'           DELIMITED SIZE
               WS-DSP-NEW-RATE    DELIMITED SIZE
               INTO TRPT-LINE
           WRITE TREATY-REPORT-RECORD.

       8000-WRITE-AUDIT.
           MOVE WS-OLD-RATE    TO WS-DSP-OLD-RATE
           MOVE MT-INT-RATE    TO WS-DSP-NEW-RATE
           MOVE WS-RUN-DATE    TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME    TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT094 '     TO AR-PROGRAM-ID
           MOVE SPACES         TO AR-ACCOUNT-NO
           MOVE WS-ACTION-CODE TO AR-ACTION-CODE
           MOVE MT-OPERATOR-ID TO AR-OPERATOR-ID
           MOVE '0000'         TO AR-RESULT-CODE
           MOVE SPACES         TO AR-MESSAGE
           STRING 'TAXTRTY '         DELIMITED SIZE
                  MT-COUNTRY         DELIMITED SIZE
                  ' 유효:'           DELIMITED SIZE
                  MT-EFFECTIVE-DATE  DELIMITED SIZE
                  ' 구:'             DELIMITED SIZE
                  WS-DSP-OLD-RATE    DELIMITED SIZE
                  ' 신:'             DELIMITED SIZE
                  WS-DSP-NEW-RATE    DELIMITED SIZE
                  INTO AR-MESSAGE
           PERFORM 8010-CHAIN-AUDIT-RECORD
           WRITE AUDIT-RECORD.

       8010-CHAIN-AUDIT-RECORD.
           MOVE 'AUDCHAIN' TO AC-CHAIN-ID
           READ AUDIT-CHAIN-FILE
               INVALID KEY
                   MOVE 'AUDCHAIN' TO AC-CHAIN-ID
                   MOVE ZERO TO AC-LAST-SEQ
                   MOVE ZERO TO AC-LAST-CHECK
                   MOVE SPACES TO AC-FILLER
                   WRITE AUDIT-CHAIN-RECORD
           END-READ
           ADD 1 TO AC-LAST-SEQ
           MOVE AC-LAST-SEQ   TO AR-CHAIN-SEQ
           MOVE SPACES        TO AR-FILLER
           MOVE AC-LAST-CHECK TO WS-CHAIN-WORK
           PERFORM VARYING WS-CHAIN-I FROM 1 BY 1
                   UNTIL WS-CHAIN-I > 159
               COMPUTE WS-CHAIN-WORK = FUNCTION MOD(
                   WS-CHAIN-WORK * 31
                   + WS-CHAIN-I
                     * FUNCTION ORD(AUDIT-RECORD(WS-CHAIN-I:1)),
                   999999937)
           END-PERFORM
           MOVE WS-CHAIN-WORK TO AR-CHAIN-CHECK
           MOVE WS-CHAIN-WORK TO AC-LAST-CHECK
           REWRITE AUDIT-CHAIN-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       9000-FINALIZE.
           PERFORM 9100-WRITE-TOTAL-LINE
           CLOSE TAX-TREATY-FILE
           CLOSE TREATY-MAINT-FILE
           CLOSE TREATY-REPORT-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '조세조약 세율 처리 완료'
               ' 추가:' WS-ADDED-COUNT
               ' 변경:' WS-CHANGED-COUNT
               ' 삭제:' WS-DELETED-COUNT
               ' 거부:' WS-REJECTED-COUNT.

       9100-WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='        DELIMITED SIZE
               ' 추가:'            DELIMITED SIZE
               WS-ADDED-COUNT      DELIMITED SIZE
               ' 변경:'            DELIMITED SIZE
               WS-CHANGED-COUNT    DELIMITED SIZE
               ' 삭제:'            DELIMITED SIZE
               WS-DELETED-COUNT    DELIMITED SIZE
               ' 거부:'            DELIMITED SIZE
               WS-REJECTED-COUNT   DELIMITED SIZE
               ' 세율표:'          DELIMITED SIZE
               WS-LISTED-COUNT     DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO TRPT-LINE
           WRITE TREATY-REPORT-RECORD.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE TAX-TREATY-FILE
           CLOSE TREATY-MAINT-FILE
           CLOSE TREATY-REPORT-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
