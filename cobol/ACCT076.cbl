      ******************************************************************
      * PROGRAM-ID: ACCT076
      * DESCRIPTION: AML 의심거래 케이스 관리/의심거래보고(STR)
      *              - SYSIN: 기동구분/기준일/케이스번호/조작자/
      *                담당자/처리구분/기한일수/메모
      *              - LOAD: 분할거래 케이스(AMLCASE, ACCT021)와
      *                고위험 EDD 검토큐(EDDQ, ACCT063)의 적중을
      *                고객별 진행 케이스(AMLCREG)로 통합. 진행건
      *                없으면 신규 케이스(조사기한 = 기준일+기한
      *                일수, 기본 30일), 기여 거래ID는 AMLCTXN
      *              - ASGN: 조사 담당자 배정(UPDATE 권한)
      *              - NOTE: 조사메모 기록(담당자 또는 APPROVE
      *                권한자) - AMLCNOTE
      *              - DISP: 처리결정(APPROVE 권한, 메모 1건 이상
      *                필수) - N:혐의없음 종결 / S:STR 보고대상
      *                (보고기한 = 결정일+3일)
      *              - STRF: STR 보고대상 케이스를 금융정보분석원
      *                제출 고정길이 파일(STROUT)로 작성, 보고
      *                완료(F) 처리
      *              - AGED: 미결 케이스 경과/기한 현황(준법감시)
      *              - 처리결과는 AMLCRPT, 상태변경은 감사기록
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT076.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-REGISTER-FILE
               ASSIGN TO 'AMLCREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CASE-NO
               ALTERNATE RECORD KEY IS CS-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CASE-NOTE-FILE
               ASSIGN TO 'AMLCNOTE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CASE-TXN-FILE
               ASSIGN TO 'AMLCTXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AML-CASE-FILE
               ASSIGN TO 'AMLCASE'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EDD-QUEUE-FILE
               ASSIGN TO 'EDDQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO 'TXNHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO 'OPERMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
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

           SELECT STR-OUT-FILE
               ASSIGN TO 'STROUT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CASE-REPORT-FILE
               ASSIGN TO 'AMLCRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    AML 케이스 대장 - 고객별 진행(O/A) 케이스는 1건만
      *    유지된다. 적중 원천별 누계와 마지막 원천일자
      *    (CS-LAST-AML-DATE/CS-EDD-QUEUE-DATE)로 동일 적중의
      *    중복 통합을 막는다.
       FD  CASE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  CASE-REGISTER-RECORD.
           05  CS-CASE-NO            PIC X(12).
           05  CS-CUSTOMER-ID        PIC X(10).
           05  CS-STATUS             PIC X(01).
               88  CS-STATUS-OPEN    VALUE 'O'.
               88  CS-STATUS-ASSIGNED VALUE 'A'.
               88  CS-STATUS-CLOSED  VALUE 'N'.
               88  CS-STATUS-STR     VALUE 'S'.
               88  CS-STATUS-FILED   VALUE 'F'.
               88  CS-STATUS-PENDING VALUE 'O' 'A'.
           05  CS-OPEN-DATE          PIC X(08).
           05  CS-DUE-DATE           PIC X(08).
           05  CS-LAST-HIT-DATE      PIC X(08).
           05  CS-STRUCT-HITS        PIC 9(03).
           05  CS-STRUCT-AMOUNT      PIC S9(13)V99 COMP-3.
           05  CS-TXN-COUNT          PIC 9(05).
           05  CS-WINDOW-FROM        PIC X(08).
           05  CS-WINDOW-TO          PIC X(08).
           05  CS-LAST-AML-DATE      PIC X(08).
           05  CS-EDD-FLAG           PIC X(01).
               88  CS-EDD-HIT        VALUE 'Y'.
           05  CS-EDD-SCORE          PIC 9(03).
           05  CS-EDD-QUEUE-DATE     PIC X(08).
           05  CS-INVESTIGATOR       PIC X(08).
           05  CS-ASSIGNED-DATE      PIC X(08).
           05  CS-NOTE-COUNT         PIC 9(03).
           05  CS-DISPOSITION        PIC X(01).
               88  CS-DISP-NO-ISSUE  VALUE 'N'.
               88  CS-DISP-STR       VALUE 'S'.
           05  CS-DISP-BY            PIC X(08).
           05  CS-DISP-DATE          PIC X(08).
           05  CS-DISP-REASON        PIC X(60).
           05  CS-STR-DUE-DATE       PIC X(08).
           05  CS-STR-REF            PIC X(20).
           05  CS-FILED-DATE         PIC X(08).
           05  CS-FILLER             PIC X(12).

       FD  CASE-NOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS.
       01  CASE-NOTE-RECORD.
           05  CN-KEY.
               10  CN-CASE-NO        PIC X(12).
               10  CN-NOTE-SEQ       PIC 9(03).
           05  CN-NOTE-DATE          PIC X(08).
           05  CN-OPERATOR-ID        PIC X(08).
           05  CN-NOTE-TEXT          PIC X(100).
           05  CN-FILLER             PIC X(09).

       FD  CASE-TXN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  CASE-TXN-RECORD.
           05  CT-KEY.
               10  CT-CASE-NO        PIC X(12).
               10  CT-TXN-ID         PIC X(20).
           05  CT-LOAD-DATE          PIC X(08).
           05  CT-FILLER             PIC X(10).

      *    분할거래 의심케이스 검토파일(ACCT021) - 헤더(C)와
      *    기여 거래ID 명세(X)가 연속된다.
       FD  AML-CASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  AML-CASE-RECORD           PIC X(80).

       FD  EDD-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  EDD-QUEUE-RECORD.
           05  ED-CUSTOMER-ID        PIC X(10).
           05  ED-QUEUE-DATE         PIC X(08).
           05  ED-SCORE              PIC 9(03).
           05  ED-STATUS             PIC X(01).
               88  ED-STATUS-OPEN    VALUE 'O'.
               88  ED-STATUS-WORKED  VALUE 'W'.
               88  ED-STATUS-CLEARED VALUE 'C'.
           05  ED-WORKED-BY          PIC X(08).
           05  ED-WORKED-DATE        PIC X(08).
           05  ED-FILLER             PIC X(22).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CF-CUSTOMER-ID        PIC X(10).
           05  CF-CUSTOMER-NAME      PIC X(50).
           05  CF-RESIDENT-NO        PIC X(14).
           05  CF-FILLER             PIC X(286).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TR-TXN-ID             PIC X(20).
           05  TR-ACCOUNT-NO         PIC X(12).
           05  TR-TXN-TYPE           PIC X(04).
           05  TR-TXN-DATE           PIC X(08).
           05  TR-TXN-TIME           PIC X(06).
           05  TR-AMOUNT             PIC S9(13)V99 COMP-3.
           05  TR-BEFORE-BALANCE     PIC S9(13)V99 COMP-3.
           05  TR-AFTER-BALANCE      PIC S9(13)V99 COMP-3.
           05  TR-COUNTER-ACCOUNT    PIC X(12).
           05  TR-CHANNEL            PIC X(04).
           05  TR-STATUS             PIC X(01).
           05  TR-DESCRIPTION        PIC X(80).
           05  TR-FILLER             PIC X(79).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID        PIC X(08).
           05  OP-OPERATOR-NAME      PIC X(30).
           05  OP-STATUS             PIC X(01).
               88  OP-STATUS-LOCKED  VALUE 'L'.
           05  OP-ROLE-FLAGS.
               10  OP-CAN-INQUIRY    PIC X(01).
               10  OP-CAN-OPEN       PIC X(01).
               10  OP-CAN-CLOSE      PIC X(01).
               10  OP-CAN-UPDATE     PIC X(01).
                   88  OP-ALLOW-UPDATE VALUE 'Y'.
               10  OP-CAN-UNFREEZE   PIC X(01).
               10  OP-CAN-OD-LIMIT   PIC X(01).
               10  OP-CAN-HOLD       PIC X(01).
               10  OP-CAN-APPROVE    PIC X(01).
                   88  OP-ALLOW-APPROVE VALUE 'Y'.
               10  OP-CAN-BACKDATE   PIC X(01).
           05  OP-FILLER             PIC X(37).

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

      *    금융정보분석원 의심거래보고 제출파일 - 헤더(H), 케이스
      *    (D), 거래명세(T), 트레일러(E) 고정길이 300바이트.
       FD  STR-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS.
       01  STR-OUT-RECORD            PIC X(300).

       FD  CASE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  CASE-REPORT-RECORD.
           05  CRPT-LINE             PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-FUNC           PIC X(04).
               88  WS-FUNC-LOAD      VALUE 'LOAD'.
               88  WS-FUNC-ASSIGN    VALUE 'ASGN'.
               88  WS-FUNC-NOTE      VALUE 'NOTE'.
               88  WS-FUNC-DISPOSE   VALUE 'DISP'.
               88  WS-FUNC-STR-FILE  VALUE 'STRF'.
               88  WS-FUNC-AGED      VALUE 'AGED'.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-PARM-CASE-NO       PIC X(12).
           05  WS-PARM-OPERATOR      PIC X(08).
           05  WS-PARM-INVESTIGATOR  PIC X(08).
           05  WS-PARM-DISPOSITION   PIC X(01).
               88  WS-PARM-DISP-VALID VALUE 'N' 'S'.
           05  WS-PARM-DUE-DAYS      PIC 9(03).
           05  WS-PARM-TEXT          PIC X(100).

       01  WS-RUN-TIME               PIC X(06).

      *    보고기관 코드(금융정보분석원 부여)와 STR 보고기한
      *    (보고대상 결정일로부터 일수)
       01  WS-STR-ORG-CODE           PIC X(07) VALUE 'KB00001'.
       01  WS-STR-FILE-DAYS          PIC 9(03) VALUE 003.

       01  WS-SWITCHES.
           05  WS-AMLCASE-SW         PIC X(01) VALUE 'N'.
               88  WS-AMLCASE-OPEN   VALUE 'Y'.
           05  WS-EDDQ-SW            PIC X(01) VALUE 'N'.
               88  WS-EDDQ-OPEN      VALUE 'Y'.
           05  WS-CASE-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CASE-EOF       VALUE 'Y'.
           05  WS-EDD-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-EDD-EOF        VALUE 'Y'.
           05  WS-REG-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-REG-EOF        VALUE 'Y'.
           05  WS-SCAN-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-SCAN-EOF       VALUE 'Y'.
           05  WS-CTXN-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CTXN-EOF       VALUE 'Y'.
           05  WS-TXN-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-TXN-EOF        VALUE 'Y'.
           05  WS-OPEN-CASE-SW       PIC X(01) VALUE 'N'.
               88  WS-OPEN-CASE-FOUND VALUE 'Y'.
           05  WS-EDD-USED-SW        PIC X(01) VALUE 'N'.
               88  WS-EDD-USED       VALUE 'Y'.
           05  WS-SKIP-DETAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-SKIP-DETAIL    VALUE 'Y'.
           05  WS-NEW-CASE-SW        PIC X(01) VALUE 'N'.
               88  WS-NEW-CASE       VALUE 'Y'.

      *    ACCT021 케이스 헤더/명세 레이아웃
       01  WS-CASE-HEADER-REC.
           05  CH-REC-TYPE           PIC X(01).
           05  CH-REPORT-DATE        PIC X(08).
           05  CH-CUSTOMER-ID        PIC X(10).
           05  CH-TXN-COUNT          PIC 9(03).
           05  CH-TOTAL-AMOUNT       PIC -(13)9.99.
           05  CH-WINDOW-FROM        PIC X(08).
           05  CH-WINDOW-TO          PIC X(08).
           05  CH-FILLER             PIC X(25).

       01  WS-CASE-DETAIL-REC.
           05  CX-REC-TYPE           PIC X(01).
           05  CX-CUSTOMER-ID        PIC X(10).
           05  CX-TXN-ID             PIC X(20).
           05  CX-FILLER             PIC X(49).

      *    고객별 케이스 탐색 결과
       01  WS-SCAN-WORK.
           05  WS-LOOKUP-CUSTOMER    PIC X(10).
           05  WS-LOOKUP-EDD-DATE    PIC X(08).
           05  WS-OPEN-CASE-NO       PIC X(12).
           05  WS-MAX-AML-DATE       PIC X(08).
           05  WS-CUR-CASE-NO        PIC X(12).
           05  WS-CUR-CUSTOMER       PIC X(10).
           05  WS-HIT-AMOUNT         PIC S9(13)V99 COMP-3.

       01  WS-CASE-NO-WORK.
           05  WS-NEW-CASE-NO.
               10  WS-NEW-CASE-DATE  PIC X(08).
               10  WS-NEW-CASE-SEQ   PIC 9(04).
           05  WS-CASE-SEQ           PIC 9(04) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-DATE-INT           PIC 9(07).
           05  WS-RUN-INT            PIC 9(07).
           05  WS-AGE-DAYS           PIC S9(05).
           05  WS-REMAIN-DAYS        PIC S9(05).
           05  WS-EFF-DUE-DATE       PIC X(08).

      *    STR 대상 케이스/거래 테이블
       01  WS-STR-AREA.
           05  WS-SC-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-SC-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-SC-IDX.
               10  WS-SC-CASE-NO     PIC X(12).
           05  WS-SX-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-SX-ENTRY OCCURS 3000 TIMES
                           INDEXED BY WS-SX-IDX.
               10  WS-SX-CASE-NO     PIC X(12).
               10  WS-SX-TXN-ID      PIC X(20).
               10  WS-SX-FOUND       PIC X(01).
               10  WS-SX-ACCOUNT-NO  PIC X(12).
               10  WS-SX-TXN-DATE    PIC X(08).
               10  WS-SX-TXN-TIME    PIC X(06).
               10  WS-SX-TXN-TYPE    PIC X(04).
               10  WS-SX-CHANNEL     PIC X(04).
               10  WS-SX-AMOUNT      PIC S9(13)V99 COMP-3.

       01  WS-STR-HEADER-REC.
           05  SH-REC-TYPE           PIC X(01).
           05  SH-ORG-CODE           PIC X(07).
           05  SH-FILE-DATE          PIC X(08).
           05  SH-FILE-TIME          PIC X(06).
           05  SH-FILLER             PIC X(278).

       01  WS-STR-CASE-REC.
           05  SD-REC-TYPE           PIC X(01).
           05  SD-STR-REF            PIC X(20).
           05  SD-CASE-NO            PIC X(12).
           05  SD-CUSTOMER-ID        PIC X(10).
           05  SD-CUSTOMER-NAME      PIC X(50).
           05  SD-RESIDENT-NO        PIC X(14).
           05  SD-SUSPECT-TYPE       PIC X(02).
           05  SD-TOTAL-AMOUNT       PIC 9(15).
           05  SD-TXN-COUNT          PIC 9(05).
           05  SD-PERIOD-FROM        PIC X(08).
           05  SD-PERIOD-TO          PIC X(08).
           05  SD-DECISION-DATE      PIC X(08).
           05  SD-INVESTIGATOR       PIC X(08).
           05  SD-REASON             PIC X(60).
           05  SD-FILLER             PIC X(72).

       01  WS-STR-TXN-REC.
           05  ST-REC-TYPE           PIC X(01).
           05  ST-STR-REF            PIC X(20).
           05  ST-TXN-ID             PIC X(20).
           05  ST-ACCOUNT-NO         PIC X(12).
           05  ST-TXN-DATE           PIC X(08).
           05  ST-TXN-TIME           PIC X(06).
           05  ST-TXN-TYPE           PIC X(04).
           05  ST-CHANNEL            PIC X(04).
           05  ST-AMOUNT             PIC 9(15).
           05  ST-FILLER             PIC X(210).

       01  WS-STR-TRAILER-REC.
           05  SE-REC-TYPE           PIC X(01).
           05  SE-CASE-COUNT         PIC 9(05).
           05  SE-TXN-COUNT          PIC 9(07).
           05  SE-TOTAL-AMOUNT       PIC 9(17).
           05  SE-FILLER             PIC X(270).

       01  WS-STR-REF-WORK.
           05  WS-STR-REF            PIC X(20).
           05  WS-STR-SEQ            PIC 9(04) VALUE ZERO.
           05  WS-STR-LAST-SEQ       PIC 9(04) VALUE ZERO.
           05  WS-STR-TOTAL          PIC S9(15)V99 COMP-3
                                     VALUE ZERO.

       01  WS-TOTAL-AREA.
           05  WS-HIT-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-DUP-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-NEW-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-MERGED-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-FILED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-FILED-TXN-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-AGED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-OVERDUE-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-AGE-BUCKET         PIC 9(07) OCCURS 4 TIMES.

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
           05  WS-DSP-DAYS           PIC -(04)9.
           05  WS-DSP-REMAIN         PIC -(04)9.
           05  WS-DUE-LABEL          PIC X(12).

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(160).
           05  WS-RPT-TOTAL          PIC X(160).

       01  WS-AUDIT-WORK.
           05  WS-AUDIT-ACTION       PIC X(04).
           05  WS-AUDIT-MESSAGE      PIC X(100).

      *    감사기록 연쇄검증값 작업영역 - ACCT022 8010과 동일.
       01  WS-CHAIN-AREA.
           05  WS-CHAIN-WORK         PIC 9(18) COMP.
           05  WS-CHAIN-I            PIC 9(04) COMP.

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN WS-FUNC-LOAD
                   PERFORM 2000-LOAD-CASES
               WHEN WS-FUNC-ASSIGN
                   PERFORM 3000-ASSIGN-INVESTIGATOR
               WHEN WS-FUNC-NOTE
                   PERFORM 3500-RECORD-NOTE
               WHEN WS-FUNC-DISPOSE
                   PERFORM 4000-RECORD-DISPOSITION
               WHEN WS-FUNC-STR-FILE
                   PERFORM 5000-BUILD-STR-FILE
               WHEN WS-FUNC-AGED
                   PERFORM 6000-AGED-CASE-REPORT
           END-EVALUATE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF NOT WS-FUNC-LOAD AND NOT WS-FUNC-ASSIGN AND
              NOT WS-FUNC-NOTE AND NOT WS-FUNC-DISPOSE AND
              NOT WS-FUNC-STR-FILE AND NOT WS-FUNC-AGED
               MOVE '기동구분 오류(LOAD/ASGN/NOTE/DISP/STRF/AGED)'
                   TO WS-ERROR-MESSAGE
               DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-DATE = SPACES OR WS-RUN-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-PARM-DUE-DAYS NOT NUMERIC OR
              WS-PARM-DUE-DAYS = ZERO
               MOVE 30 TO WS-PARM-DUE-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE ZERO TO WS-AGE-BUCKET(1) WS-AGE-BUCKET(2)
                        WS-AGE-BUCKET(3) WS-AGE-BUCKET(4)
           PERFORM 1100-OPEN-FILES
           MOVE SPACES TO CRPT-LINE
           STRING 'AML 케이스 관리 기동:' DELIMITED SIZE
                  WS-RUN-FUNC              DELIMITED SIZE
                  ' 기준일:'               DELIMITED SIZE
                  WS-RUN-DATE              DELIMITED SIZE
                  INTO CRPT-LINE
           WRITE CASE-REPORT-RECORD.

       1100-OPEN-FILES.
           OPEN I-O CASE-REGISTER-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE CASE-REGISTER-FILE
               OPEN OUTPUT CASE-REGISTER-FILE
               CLOSE CASE-REGISTER-FILE
               OPEN I-O CASE-REGISTER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'AMLCREG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O CASE-NOTE-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE CASE-NOTE-FILE
               OPEN OUTPUT CASE-NOTE-FILE
               CLOSE CASE-NOTE-FILE
               OPEN I-O CASE-NOTE-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'AMLCNOTE 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O CASE-TXN-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE CASE-TXN-FILE
               OPEN OUTPUT CASE-TXN-FILE
               CLOSE CASE-TXN-FILE
               OPEN I-O CASE-TXN-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'AMLCTXN 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-FILE-OK
               MOVE 'OPERMST 오픈실패' TO WS-ERROR-MESSAGE
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
           END-IF
           OPEN OUTPUT CASE-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'AMLCRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-FUNC-LOAD
               PERFORM 1200-OPEN-LOAD-SOURCES
           END-IF
           IF WS-FUNC-STR-FILE
               OPEN INPUT CUSTOMER-FILE
               IF NOT WS-FILE-OK
                   MOVE 'CUSTMST 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               OPEN INPUT TRANSACTION-FILE
               IF NOT WS-FILE-OK
                   MOVE 'TXNHIST 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               OPEN OUTPUT STR-OUT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'STROUT 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF.

      *    적중 원천 - 당일 ACCT021/ACCT063 미수행으로 파일이
      *    없으면 해당 원천은 건너뛴다.
       1200-OPEN-LOAD-SOURCES.
           OPEN INPUT AML-CASE-FILE
           IF WS-FILE-OK
               SET WS-AMLCASE-OPEN TO TRUE
           ELSE
               IF NOT WS-FILE-NOT-FOUND
                   MOVE 'AMLCASE 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF
           OPEN INPUT EDD-QUEUE-FILE
           IF WS-FILE-OK
               SET WS-EDDQ-OPEN TO TRUE
           ELSE
               IF NOT WS-FILE-NOT-FOUND
                   MOVE 'EDDQ 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    LOAD - 적중 통합
      *----------------------------------------------------------------
       2000-LOAD-CASES.
           PERFORM 2050-FIND-LAST-CASE-SEQ
           IF WS-AMLCASE-OPEN
               PERFORM 2100-READ-AML-CASE
                   UNTIL WS-CASE-EOF
           END-IF
           IF WS-EDDQ-OPEN
               MOVE LOW-VALUES TO ED-CUSTOMER-ID
               START EDD-QUEUE-FILE KEY IS > ED-CUSTOMER-ID
                   INVALID KEY
                       SET WS-EDD-EOF TO TRUE
               END-START
               PERFORM 2400-READ-EDD-QUEUE
                   UNTIL WS-EDD-EOF
           END-IF.

      *    케이스번호 = 기준일(8) + 일련(4). 동일일 재실행시
      *    기존 최종일련 다음부터 부여한다.
       2050-FIND-LAST-CASE-SEQ.
           MOVE ZERO TO WS-CASE-SEQ
           MOVE WS-RUN-DATE TO CS-CASE-NO(1:8)
           MOVE '0000'      TO CS-CASE-NO(9:4)
           MOVE 'N' TO WS-SCAN-EOF-SW
           START CASE-REGISTER-FILE KEY IS >= CS-CASE-NO
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2060-READ-NEXT-SEQ
               UNTIL WS-SCAN-EOF.

       2060-READ-NEXT-SEQ.
           READ CASE-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF CS-CASE-NO(1:8) NOT = WS-RUN-DATE
                       SET WS-SCAN-EOF TO TRUE
                   ELSE
                       MOVE CS-CASE-NO(9:4) TO WS-CASE-SEQ
                   END-IF
           END-READ.

       2100-READ-AML-CASE.
           READ AML-CASE-FILE
               AT END
                   SET WS-CASE-EOF TO TRUE
               NOT AT END
                   EVALUATE AML-CASE-RECORD(1:1)
                       WHEN 'C'
                           MOVE AML-CASE-RECORD TO WS-CASE-HEADER-REC
                           PERFORM 2200-APPLY-STRUCTURING-HIT
                       WHEN 'X'
                           MOVE AML-CASE-RECORD TO WS-CASE-DETAIL-REC
                           PERFORM 2300-RECORD-CASE-TXN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *    분할거래 적중 - 같은 보고일 이전 적중이 이미 반영된
      *    고객이면(재실행) 중복으로 보고 명세까지 건너뛴다.
       2200-APPLY-STRUCTURING-HIT.
           ADD 1 TO WS-HIT-COUNT
           MOVE CH-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
           MOVE SPACES         TO WS-LOOKUP-EDD-DATE
           PERFORM 2600-SCAN-CUSTOMER-CASES
           IF CH-REPORT-DATE <= WS-MAX-AML-DATE
               ADD 1 TO WS-DUP-COUNT
               SET WS-SKIP-DETAIL TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SKIP-DETAIL-SW
           PERFORM 2650-POSITION-CASE
           ADD 1 TO CS-STRUCT-HITS
           MOVE CH-TOTAL-AMOUNT TO WS-HIT-AMOUNT
           ADD WS-HIT-AMOUNT    TO CS-STRUCT-AMOUNT
           ADD CH-TXN-COUNT     TO CS-TXN-COUNT
           MOVE CH-REPORT-DATE  TO CS-LAST-AML-DATE
           IF CS-WINDOW-FROM = SPACES OR
              CH-WINDOW-FROM < CS-WINDOW-FROM
               MOVE CH-WINDOW-FROM TO CS-WINDOW-FROM
           END-IF
           IF CH-WINDOW-TO > CS-WINDOW-TO
               MOVE CH-WINDOW-TO TO CS-WINDOW-TO
           END-IF
           MOVE CS-CASE-NO     TO WS-CUR-CASE-NO
           MOVE CS-CUSTOMER-ID TO WS-CUR-CUSTOMER
           PERFORM 2700-STORE-CASE
           MOVE WS-HIT-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '분할거래 적중 케이스:' DELIMITED SIZE
                  CS-CASE-NO               DELIMITED SIZE
                  ' 고객:'                 DELIMITED SIZE
                  CS-CUSTOMER-ID           DELIMITED SIZE
                  ' 건수:'                 DELIMITED SIZE
                  CH-TXN-COUNT             DELIMITED SIZE
                  ' 합계:'                 DELIMITED SIZE
                  WS-DSP-AMOUNT            DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 8500-WRITE-REPORT-LINE.

       2300-RECORD-CASE-TXN.
           IF WS-SKIP-DETAIL OR
              CX-CUSTOMER-ID NOT = WS-CUR-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-CASE-NO TO CT-CASE-NO
           MOVE CX-TXN-ID      TO CT-TXN-ID
           MOVE WS-RUN-DATE    TO CT-LOAD-DATE
           MOVE SPACES         TO CT-FILLER
           WRITE CASE-TXN-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *    EDD 고위험 적중 - 미결(O)/착수(W) 검토큐 건만 대상.
      *    같은 적재일의 검토큐 건이 이미 어느 케이스에든 반영
      *    되었으면 건너뛴다.
       2400-READ-EDD-QUEUE.
           READ EDD-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-EDD-EOF TO TRUE
               NOT AT END
                   IF ED-STATUS-OPEN OR ED-STATUS-WORKED
                       PERFORM 2500-APPLY-EDD-HIT
                   END-IF
           END-READ.

       2500-APPLY-EDD-HIT.
           ADD 1 TO WS-HIT-COUNT
           MOVE ED-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
           MOVE ED-QUEUE-DATE  TO WS-LOOKUP-EDD-DATE
           PERFORM 2600-SCAN-CUSTOMER-CASES
           IF WS-EDD-USED
               ADD 1 TO WS-DUP-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 2650-POSITION-CASE
           MOVE 'Y'           TO CS-EDD-FLAG
           MOVE ED-SCORE      TO CS-EDD-SCORE
           MOVE ED-QUEUE-DATE TO CS-EDD-QUEUE-DATE
           PERFORM 2700-STORE-CASE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'EDD 고위험 적중 케이스:' DELIMITED SIZE
                  CS-CASE-NO                 DELIMITED SIZE
                  ' 고객:'                   DELIMITED SIZE
                  CS-CUSTOMER-ID             DELIMITED SIZE
                  ' 점수:'                   DELIMITED SIZE
                  ED-SCORE                   DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 8500-WRITE-REPORT-LINE.

      *    고객의 전체 케이스 탐색 - 진행(O/A) 케이스번호, 반영된
      *    최종 분할거래 보고일, 검토큐 적재일 반영여부를 구한다.
       2600-SCAN-CUSTOMER-CASES.
           MOVE 'N'    TO WS-OPEN-CASE-SW
           MOVE 'N'    TO WS-EDD-USED-SW
           MOVE SPACES TO WS-OPEN-CASE-NO
           MOVE SPACES TO WS-MAX-AML-DATE
           MOVE 'N'    TO WS-SCAN-EOF-SW
           MOVE WS-LOOKUP-CUSTOMER TO CS-CUSTOMER-ID
           START CASE-REGISTER-FILE KEY IS = CS-CUSTOMER-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2610-READ-NEXT-CUSTOMER-CASE
               UNTIL WS-SCAN-EOF.

       2610-READ-NEXT-CUSTOMER-CASE.
           READ CASE-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF CS-CUSTOMER-ID NOT = WS-LOOKUP-CUSTOMER
                       SET WS-SCAN-EOF TO TRUE
                   ELSE
                       IF CS-STATUS-PENDING
                           SET WS-OPEN-CASE-FOUND TO TRUE
                           MOVE CS-CASE-NO TO WS-OPEN-CASE-NO
                       END-IF
                       IF CS-LAST-AML-DATE NOT = SPACES AND
                          CS-LAST-AML-DATE > WS-MAX-AML-DATE
                           MOVE CS-LAST-AML-DATE TO WS-MAX-AML-DATE
                       END-IF
                       IF WS-LOOKUP-EDD-DATE NOT = SPACES AND
                          CS-EDD-QUEUE-DATE = WS-LOOKUP-EDD-DATE
                           SET WS-EDD-USED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    진행 케이스가 있으면 다시 읽어 갱신 대상으로 두고,
      *    없으면 신규 케이스 레코드를 구성한다.
       2650-POSITION-CASE.
           IF WS-OPEN-CASE-FOUND
               MOVE 'N' TO WS-NEW-CASE-SW
               MOVE WS-OPEN-CASE-NO TO CS-CASE-NO
               READ CASE-REGISTER-FILE
                   INVALID KEY
                       MOVE 'AMLCREG 재조회 실패'
                           TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-READ
               ADD 1 TO WS-MERGED-COUNT
           ELSE
               SET WS-NEW-CASE TO TRUE
               ADD 1 TO WS-CASE-SEQ
               MOVE WS-RUN-DATE TO WS-NEW-CASE-DATE
               MOVE WS-CASE-SEQ TO WS-NEW-CASE-SEQ
               MOVE SPACES             TO CASE-REGISTER-RECORD
               MOVE WS-NEW-CASE-NO     TO CS-CASE-NO
               MOVE WS-LOOKUP-CUSTOMER TO CS-CUSTOMER-ID
               MOVE 'O'                TO CS-STATUS
               MOVE WS-RUN-DATE        TO CS-OPEN-DATE
               COMPUTE WS-DATE-INT = WS-RUN-INT + WS-PARM-DUE-DAYS
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-NUM        TO CS-DUE-DATE
               MOVE ZERO               TO CS-STRUCT-HITS
               MOVE ZERO               TO CS-STRUCT-AMOUNT
               MOVE ZERO               TO CS-TXN-COUNT
               MOVE 'N'                TO CS-EDD-FLAG
               MOVE ZERO               TO CS-EDD-SCORE
               MOVE ZERO               TO CS-NOTE-COUNT
               ADD 1 TO WS-NEW-COUNT
           END-IF
           MOVE WS-RUN-DATE TO CS-LAST-HIT-DATE.

       2700-STORE-CASE.
           IF WS-NEW-CASE
               WRITE CASE-REGISTER-RECORD
                   INVALID KEY
                       MOVE 'AMLCREG 기록실패' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-WRITE
           ELSE
               REWRITE CASE-REGISTER-RECORD
                   INVALID KEY
                       MOVE 'AMLCREG 갱신실패' TO WS-ERROR-MESSAGE
                       PERFORM 9900-ABEND-HANDLER
               END-REWRITE
           END-IF.

      *----------------------------------------------------------------
      *    ASGN - 조사 담당자 배정
      *----------------------------------------------------------------
       3000-ASSIGN-INVESTIGATOR.
           PERFORM 7000-CHECK-OPERATOR
           IF NOT OP-ALLOW-UPDATE
               MOVE '배정권한 없음' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE WS-PARM-INVESTIGATOR TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '미등록 담당자ID' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-READ
           IF OP-STATUS-LOCKED
               MOVE '잠긴 담당자ID' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           PERFORM 7100-READ-PARM-CASE
           IF NOT CS-STATUS-PENDING
               MOVE '진행중 케이스가 아님' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE WS-PARM-INVESTIGATOR TO CS-INVESTIGATOR
           MOVE WS-RUN-DATE          TO CS-ASSIGNED-DATE
           MOVE 'A'                  TO CS-STATUS
           PERFORM 7200-REWRITE-CASE
           MOVE 'AMLA' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'AML 케이스 담당자 배정 담당='
                      DELIMITED SIZE
                  WS-PARM-INVESTIGATOR           DELIMITED SIZE
                  INTO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT
           MOVE WS-AUDIT-MESSAGE TO WS-RPT-DETAIL
           PERFORM 8500-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      *    NOTE - 조사메모 기록
      *----------------------------------------------------------------
       3500-RECORD-NOTE.
           PERFORM 7000-CHECK-OPERATOR
           IF WS-PARM-TEXT = SPACES
               MOVE '메모 내용 없음' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           PERFORM 7100-READ-PARM-CASE
           IF NOT CS-STATUS-PENDING
               MOVE '진행중 케이스가 아님' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-PARM-OPERATOR NOT = CS-INVESTIGATOR AND
              NOT OP-ALLOW-APPROVE
               MOVE '담당자/승인권자만 메모 가능'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           PERFORM 3600-WRITE-NOTE
           PERFORM 7200-REWRITE-CASE
           MOVE 'AMLN' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'AML 케이스 메모 기록 순번=' DELIMITED SIZE
                  CS-NOTE-COUNT                DELIMITED SIZE
                  INTO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT
           MOVE WS-AUDIT-MESSAGE TO WS-RPT-DETAIL
           PERFORM 8500-WRITE-REPORT-LINE.

       3600-WRITE-NOTE.
           ADD 1 TO CS-NOTE-COUNT
           MOVE CS-CASE-NO       TO CN-CASE-NO
           MOVE CS-NOTE-COUNT    TO CN-NOTE-SEQ
           MOVE WS-RUN-DATE      TO CN-NOTE-DATE
           MOVE WS-PARM-OPERATOR TO CN-OPERATOR-ID
           MOVE WS-PARM-TEXT     TO CN-NOTE-TEXT
           MOVE SPACES           TO CN-FILLER
           WRITE CASE-NOTE-RECORD
               INVALID KEY
                   MOVE 'AMLCNOTE 기록실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-WRITE.

      *----------------------------------------------------------------
      *    DISP - 처리결정 (N:혐의없음 종결 / S:STR 보고대상)
      *----------------------------------------------------------------
       4000-RECORD-DISPOSITION.
           PERFORM 7000-CHECK-OPERATOR
           IF NOT OP-ALLOW-APPROVE
               MOVE '처리결정 권한 없음' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF NOT WS-PARM-DISP-VALID
               MOVE '처리구분 오류(N/S)' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-PARM-TEXT = SPACES
               MOVE '처리사유 없음' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           PERFORM 7100-READ-PARM-CASE
           IF NOT CS-STATUS-ASSIGNED
               MOVE '담당배정 케이스만 결정 가능'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF CS-NOTE-COUNT = ZERO
               MOVE '조사메모 없이 결정 불가'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           PERFORM 3600-WRITE-NOTE
           MOVE WS-PARM-DISPOSITION TO CS-DISPOSITION
           MOVE WS-PARM-DISPOSITION TO CS-STATUS
           MOVE WS-PARM-OPERATOR    TO CS-DISP-BY
           MOVE WS-RUN-DATE         TO CS-DISP-DATE
           MOVE WS-PARM-TEXT        TO CS-DISP-REASON
           IF CS-DISP-STR
               COMPUTE WS-DATE-INT = WS-RUN-INT + WS-STR-FILE-DAYS
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-NUM TO CS-STR-DUE-DATE
           END-IF
           PERFORM 7200-REWRITE-CASE
           MOVE 'AMLD' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF CS-DISP-STR
               STRING 'AML 케이스 STR 보고대상 결정 기한='
                          DELIMITED SIZE
                      CS-STR-DUE-DATE DELIMITED SIZE
                      INTO WS-AUDIT-MESSAGE
           ELSE
               MOVE 'AML 케이스 혐의없음 종결'
                   TO WS-AUDIT-MESSAGE
           END-IF
           PERFORM 8000-WRITE-AUDIT
           MOVE WS-AUDIT-MESSAGE TO WS-RPT-DETAIL
           PERFORM 8500-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      *    STRF - 의심거래보고 제출파일 작성
      *----------------------------------------------------------------
       5000-BUILD-STR-FILE.
           MOVE LOW-VALUES TO CS-CASE-NO
           MOVE 'N' TO WS-REG-EOF-SW
           START CASE-REGISTER-FILE KEY IS > CS-CASE-NO
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM 5100-COLLECT-STR-CASE
               UNTIL WS-REG-EOF
           PERFORM 5200-LOAD-CASE-TXNS
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
           IF WS-SX-COUNT > ZERO
               PERFORM 5300-MATCH-TXNHIST
                   UNTIL WS-TXN-EOF
           END-IF
           MOVE SPACES            TO WS-STR-HEADER-REC
           MOVE 'H'               TO SH-REC-TYPE
           MOVE WS-STR-ORG-CODE   TO SH-ORG-CODE
           MOVE WS-RUN-DATE       TO SH-FILE-DATE
           MOVE WS-RUN-TIME       TO SH-FILE-TIME
           MOVE WS-STR-HEADER-REC TO STR-OUT-RECORD
           WRITE STR-OUT-RECORD
           PERFORM 5400-WRITE-STR-CASE
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
           MOVE SPACES             TO WS-STR-TRAILER-REC
           MOVE 'E'                TO SE-REC-TYPE
           MOVE WS-FILED-COUNT     TO SE-CASE-COUNT
           MOVE WS-FILED-TXN-COUNT TO SE-TXN-COUNT
           MOVE WS-STR-TOTAL       TO SE-TOTAL-AMOUNT
           MOVE WS-STR-TRAILER-REC TO STR-OUT-RECORD
           WRITE STR-OUT-RECORD.

       5100-COLLECT-STR-CASE.
           READ CASE-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   PERFORM 5110-NOTE-LAST-STR-SEQ
                   IF CS-STATUS-STR
                       IF WS-SC-COUNT >= 200
                           MOVE 'STR 케이스 한도(200) 초과'
                               TO WS-ERROR-MESSAGE
                           PERFORM 9900-ABEND-HANDLER
                       END-IF
                       ADD 1 TO WS-SC-COUNT
                       SET WS-SC-IDX TO WS-SC-COUNT
                       MOVE CS-CASE-NO TO WS-SC-CASE-NO(WS-SC-IDX)
                   END-IF
           END-READ.

      *    보고번호 일련 = 'STR' + 기준일 + 일련(4). 동일일 재실행시
      *    기존 보고번호의 최종일련 다음부터 부여한다.
       5110-NOTE-LAST-STR-SEQ.
           IF CS-STR-REF(1:3) = 'STR'
              AND CS-STR-REF(4:8) = WS-RUN-DATE
              AND CS-STR-REF(12:4) IS NUMERIC
               MOVE CS-STR-REF(12:4) TO WS-STR-LAST-SEQ
               IF WS-STR-LAST-SEQ > WS-STR-SEQ
                   MOVE WS-STR-LAST-SEQ TO WS-STR-SEQ
               END-IF
           END-IF.

       5200-LOAD-CASE-TXNS.
           MOVE WS-SC-CASE-NO(WS-SC-IDX) TO CT-CASE-NO
           MOVE LOW-VALUES               TO CT-TXN-ID
           MOVE 'N' TO WS-CTXN-EOF-SW
           START CASE-TXN-FILE KEY IS > CT-KEY
               INVALID KEY
                   SET WS-CTXN-EOF TO TRUE
           END-START
           PERFORM 5210-READ-NEXT-CASE-TXN
               UNTIL WS-CTXN-EOF.

       5210-READ-NEXT-CASE-TXN.
           READ CASE-TXN-FILE NEXT RECORD
               AT END
                   SET WS-CTXN-EOF TO TRUE
               NOT AT END
                   IF CT-CASE-NO NOT = WS-SC-CASE-NO(WS-SC-IDX)
                       SET WS-CTXN-EOF TO TRUE
                   ELSE
                       IF WS-SX-COUNT >= 3000
                           MOVE 'STR 거래 한도(3000) 초과'
                               TO WS-ERROR-MESSAGE
                           PERFORM 9900-ABEND-HANDLER
                       END-IF
                       ADD 1 TO WS-SX-COUNT
                       SET WS-SX-IDX TO WS-SX-COUNT
                       MOVE CT-CASE-NO TO WS-SX-CASE-NO(WS-SX-IDX)
                       MOVE CT-TXN-ID  TO WS-SX-TXN-ID(WS-SX-IDX)
                       MOVE 'N'        TO WS-SX-FOUND(WS-SX-IDX)
                   END-IF
           END-READ.

      *    거래명세 보완 - TXNHIST 1회 순차로 대상 거래ID의
      *    계좌/일시/유형/채널/금액을 채운다.
       5300-MATCH-TXNHIST.
           READ TRANSACTION-FILE
               AT END
                   SET WS-TXN-EOF TO TRUE
               NOT AT END
                   PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                           UNTIL WS-SX-IDX > WS-SX-COUNT
                       IF WS-SX-TXN-ID(WS-SX-IDX) = TR-TXN-ID
                           MOVE 'Y' TO WS-SX-FOUND(WS-SX-IDX)
                           MOVE TR-ACCOUNT-NO
                               TO WS-SX-ACCOUNT-NO(WS-SX-IDX)
                           MOVE TR-TXN-DATE
                               TO WS-SX-TXN-DATE(WS-SX-IDX)
                           MOVE TR-TXN-TIME
                               TO WS-SX-TXN-TIME(WS-SX-IDX)
                           MOVE TR-TXN-TYPE
                               TO WS-SX-TXN-TYPE(WS-SX-IDX)
                           MOVE TR-CHANNEL
                               TO WS-SX-CHANNEL(WS-SX-IDX)
                           MOVE TR-AMOUNT
                               TO WS-SX-AMOUNT(WS-SX-IDX)
                       END-IF
                   END-PERFORM
           END-READ.

      *    케이스 1건 보고 - 보고번호 = 'STR' + 기준일 + 일련.
       5400-WRITE-STR-CASE.
           MOVE WS-SC-CASE-NO(WS-SC-IDX) TO CS-CASE-NO
           READ CASE-REGISTER-FILE
               INVALID KEY
                   MOVE 'AMLCREG 재조회 실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-READ
           ADD 1 TO WS-STR-SEQ
           MOVE SPACES TO WS-STR-REF
           STRING 'STR'        DELIMITED SIZE
                  WS-RUN-DATE  DELIMITED SIZE
                  WS-STR-SEQ   DELIMITED SIZE
                  INTO WS-STR-REF
           MOVE CS-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CF-CUSTOMER-NAME
                   MOVE SPACES TO CF-RESIDENT-NO
           END-READ
           MOVE SPACES            TO WS-STR-CASE-REC
           MOVE 'D'               TO SD-REC-TYPE
           MOVE WS-STR-REF        TO SD-STR-REF
           MOVE CS-CASE-NO        TO SD-CASE-NO
           MOVE CS-CUSTOMER-ID    TO SD-CUSTOMER-ID
           MOVE CF-CUSTOMER-NAME  TO SD-CUSTOMER-NAME
           MOVE CF-RESIDENT-NO    TO SD-RESIDENT-NO
           EVALUATE TRUE
               WHEN CS-STRUCT-HITS > ZERO AND CS-EDD-HIT
                   MOVE '03' TO SD-SUSPECT-TYPE
               WHEN CS-STRUCT-HITS > ZERO
                   MOVE '01' TO SD-SUSPECT-TYPE
               WHEN OTHER
                   MOVE '02' TO SD-SUSPECT-TYPE
           END-EVALUATE
           MOVE CS-STRUCT-AMOUNT  TO SD-TOTAL-AMOUNT
           MOVE CS-TXN-COUNT      TO SD-TXN-COUNT
           MOVE CS-WINDOW-FROM    TO SD-PERIOD-FROM
           MOVE CS-WINDOW-TO      TO SD-PERIOD-TO
           MOVE CS-DISP-DATE      TO SD-DECISION-DATE
           MOVE CS-INVESTIGATOR   TO SD-INVESTIGATOR
           MOVE CS-DISP-REASON    TO SD-REASON
           MOVE WS-STR-CASE-REC   TO STR-OUT-RECORD
           WRITE STR-OUT-RECORD
           ADD CS-STRUCT-AMOUNT TO WS-STR-TOTAL
           PERFORM 5410-WRITE-STR-TXN
               VARYING WS-SX-IDX FROM 1 BY 1
               UNTIL WS-SX-IDX > WS-SX-COUNT
           MOVE 'F'         TO CS-STATUS
           MOVE WS-STR-REF  TO CS-STR-REF
           MOVE WS-RUN-DATE TO CS-FILED-DATE
           PERFORM 7200-REWRITE-CASE
           ADD 1 TO WS-FILED-COUNT
           MOVE 'AMLF' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'STR 제출파일 작성 보고번호=' DELIMITED SIZE
                  WS-STR-REF                    DELIMITED SIZE
                  INTO WS-AUDIT-MESSAGE
           MOVE 'ACCT076 ' TO WS-PARM-OPERATOR
           PERFORM 8000-WRITE-AUDIT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'STR 보고 케이스:'   DELIMITED SIZE
                  CS-CASE-NO           DELIMITED SIZE
                  ' 보고번호:'         DELIMITED SIZE
                  WS-STR-REF           DELIMITED SIZE
                  ' 기한:'             DELIMITED SIZE
                  CS-STR-DUE-DATE      DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 8500-WRITE-REPORT-LINE.

       5410-WRITE-STR-TXN.
           IF WS-SX-CASE-NO(WS-SX-IDX) NOT = CS-CASE-NO OR
              WS-SX-FOUND(WS-SX-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES                     TO WS-STR-TXN-REC
           MOVE 'T'                        TO ST-REC-TYPE
           MOVE WS-STR-REF                 TO ST-STR-REF
           MOVE WS-SX-TXN-ID(WS-SX-IDX)    TO ST-TXN-ID
           MOVE WS-SX-ACCOUNT-NO(WS-SX-IDX) TO ST-ACCOUNT-NO
           MOVE WS-SX-TXN-DATE(WS-SX-IDX)  TO ST-TXN-DATE
           MOVE WS-SX-TXN-TIME(WS-SX-IDX)  TO ST-TXN-TIME
           MOVE WS-SX-TXN-TYPE(WS-SX-IDX)  TO ST-TXN-TYPE
           MOVE WS-SX-CHANNEL(WS-SX-IDX)   TO ST-CHANNEL
           MOVE WS-SX-AMOUNT(WS-SX-IDX)    TO ST-AMOUNT
           MOVE WS-STR-TXN-REC             TO STR-OUT-RECORD
           WRITE STR-OUT-RECORD
           ADD 1 TO WS-FILED-TXN-COUNT.

      *----------------------------------------------------------------
      *    AGED - 미결 케이스 경과 현황. 경과구간은 7일이하/
      *    8~14/15~30/31일이상, 기한은 보고대상(S)이면 STR
      *    보고기한, 그외 조사기한.
      *----------------------------------------------------------------
       6000-AGED-CASE-REPORT.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '케이스번호   | 고객ID     | '
                      DELIMITED SIZE
                  '상태 | 담당자'
                      DELIMITED SIZE
                  '   | 개시일   | 경과 | 기한일   | 잔여'
                      DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 8500-WRITE-REPORT-LINE
           MOVE LOW-VALUES TO CS-CASE-NO
           MOVE 'N' TO WS-REG-EOF-SW
           START CASE-REGISTER-FILE KEY IS > CS-CASE-NO
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM 6100-READ-AGED-CASE
               UNTIL WS-REG-EOF.

       6100-READ-AGED-CASE.
           READ CASE-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF CS-STATUS-PENDING OR CS-STATUS-STR
                       PERFORM 6200-WRITE-AGED-LINE
                   END-IF
           END-READ.

       6200-WRITE-AGED-LINE.
           ADD 1 TO WS-AGED-COUNT
           MOVE CS-OPEN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-DATE-INT
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-AGE-BUCKET(1)
               WHEN WS-AGE-DAYS <= 14
                   ADD 1 TO WS-AGE-BUCKET(2)
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-BUCKET(3)
               WHEN OTHER
                   ADD 1 TO WS-AGE-BUCKET(4)
           END-EVALUATE
           IF CS-STATUS-STR
               MOVE CS-STR-DUE-DATE TO WS-EFF-DUE-DATE
           ELSE
               MOVE CS-DUE-DATE TO WS-EFF-DUE-DATE
           END-IF
           MOVE WS-EFF-DUE-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-REMAIN-DAYS = WS-DATE-INT - WS-RUN-INT
           IF WS-REMAIN-DAYS < ZERO
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE '기한초과' TO WS-DUE-LABEL
           ELSE
               MOVE SPACES TO WS-DUE-LABEL
           END-IF
           MOVE WS-AGE-DAYS    TO WS-DSP-DAYS
           MOVE WS-REMAIN-DAYS TO WS-DSP-REMAIN
           MOVE SPACES TO WS-RPT-DETAIL
           STRING CS-CASE-NO       DELIMITED SIZE
                  ' | '            DELIMITED SIZE
                  CS-CUSTOMER-ID   DELIMITED SIZE
                  ' | '            DELIMITED SIZE
                  CS-STATUS        DELIMITED SIZE
                  '    | '         DELIMITED SIZE
                  CS-INVESTIGATOR  DELIMITED SIZE
                  ' | '            DELIMITED SIZE
                  CS-OPEN-DATE     DELIMITED SIZE
                  ' |'             DELIMITED SIZE
                  WS-DSP-DAYS      DELIMITED SIZE
                  ' | '            DELIMITED SIZE
                  WS-EFF-DUE-DATE  DELIMITED SIZE
                  ' |'             DELIMITED SIZE
                  WS-DSP-REMAIN    DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-DUE-LABEL     DELIMITED SPACE
                  INTO WS-RPT-DETAIL
           PERFORM 8500-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      *    공통
      *----------------------------------------------------------------
       7000-CHECK-OPERATOR.
           MOVE WS-PARM-OPERATOR TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '미등록 조작자ID' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-READ
           IF OP-STATUS-LOCKED
               MOVE '잠긴 조작자ID' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       7100-READ-PARM-CASE.
           MOVE WS-PARM-CASE-NO TO CS-CASE-NO
           READ CASE-REGISTER-FILE
               INVALID KEY
                   MOVE '케이스 없음' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-READ.

       7200-REWRITE-CASE.
           REWRITE CASE-REGISTER-RECORD
               INVALID KEY
                   MOVE 'AMLCREG 갱신실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

       8000-WRITE-AUDIT.
           MOVE WS-RUN-DATE      TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME      TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT076 '       TO AR-PROGRAM-ID
           MOVE CS-CASE-NO       TO AR-ACCOUNT-NO
           MOVE WS-AUDIT-ACTION  TO AR-ACTION-CODE
           MOVE WS-PARM-OPERATOR TO AR-OPERATOR-ID
           MOVE '0000'           TO AR-RESULT-CODE
           MOVE WS-AUDIT-MESSAGE TO AR-MESSAGE
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

       8500-WRITE-REPORT-LINE.
           MOVE WS-RPT-DETAIL TO CRPT-LINE
           WRITE CASE-REPORT-RECORD.

       9000-FINALIZE.
           MOVE SPACES TO WS-RPT-TOTAL
           EVALUATE TRUE
               WHEN WS-FUNC-LOAD
                   STRING '===합계=== 적중:' DELIMITED SIZE
                          WS-HIT-COUNT       DELIMITED SIZE
                          ' 신규:'           DELIMITED SIZE
                          WS-NEW-COUNT       DELIMITED SIZE
                          ' 통합:'           DELIMITED SIZE
                          WS-MERGED-COUNT    DELIMITED SIZE
                          ' 중복제외:'       DELIMITED SIZE
                          WS-DUP-COUNT       DELIMITED SIZE
                          INTO WS-RPT-TOTAL
               WHEN WS-FUNC-STR-FILE
                   STRING '===합계=== STR보고:' DELIMITED SIZE
                          WS-FILED-COUNT        DELIMITED SIZE
                          ' 거래명세:'          DELIMITED SIZE
                          WS-FILED-TXN-COUNT    DELIMITED SIZE
                          INTO WS-RPT-TOTAL
               WHEN WS-FUNC-AGED
                   STRING '===합계=== 미결:'  DELIMITED SIZE
                          WS-AGED-COUNT       DELIMITED SIZE
                          ' ~7일:'            DELIMITED SIZE
                          WS-AGE-BUCKET(1)    DELIMITED SIZE
                          ' 8~14일:'          DELIMITED SIZE
                          WS-AGE-BUCKET(2)    DELIMITED SIZE
                          ' 15~30일:'         DELIMITED SIZE
                          WS-AGE-BUCKET(3)    DELIMITED SIZE
                          ' 31일~:'           DELIMITED SIZE
                          WS-AGE-BUCKET(4)    DELIMITED SIZE
                          ' 기한초과:'        DELIMITED SIZE
                          WS-OVERDUE-COUNT    DELIMITED SIZE
                          INTO WS-RPT-TOTAL
               WHEN OTHER
                   MOVE '===합계=== 처리:1' TO WS-RPT-TOTAL
           END-EVALUATE
           MOVE WS-RPT-TOTAL TO CRPT-LINE
           WRITE CASE-REPORT-RECORD
           PERFORM 9100-CLOSE-FILES
           DISPLAY 'AML 케이스 관리 완료(' WS-RUN-FUNC ')'
               ' 신규:' WS-NEW-COUNT ' 통합:' WS-MERGED-COUNT
               ' STR:' WS-FILED-COUNT ' 미결:' WS-AGED-COUNT.

       9100-CLOSE-FILES.
           CLOSE CASE-REGISTER-FILE
           CLOSE CASE-NOTE-FILE
           CLOSE CASE-TXN-FILE
           CLOSE OPERATOR-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           CLOSE CASE-REPORT-FILE
           IF WS-AMLCASE-OPEN
               CLOSE AML-CASE-FILE
           END-IF
           IF WS-EDDQ-OPEN
               CLOSE EDD-QUEUE-FILE
           END-IF
           IF WS-FUNC-STR-FILE
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE STR-OUT-FILE
           END-IF.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9100-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
