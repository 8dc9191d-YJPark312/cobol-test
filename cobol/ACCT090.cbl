      ******************************************************************
      * PROGRAM-ID: ACCT090
      * DESCRIPTION: 야간 ACCTMST 단일패스 통합 배치 드라이버
      *              - ACCTMST를 1회만 순차 판독하여 계좌별로
      *                아래 처리단계를 정해진 순서로 수행
      *                1) 잔액 스냅샷       (ACCT015 동일 규칙)
      *                2) 일별 이자적립     (ACCT017 동일 규칙)
      *                3) 초과인출 연체관리 (ACCT029 동일 규칙)
      *                4) 휴면전환 사전예고 (ACCT070 WARN 규칙)
      *                5) 휴면계좌 수수료   (ACCT007 동일 규칙)
      *              - 단계별 실행여부는 SYSIN 스위치(Y/N)로 지정
      *              - 단계별 리포트는 각 단독 프로그램과 동일한
      *                DD(ACCRRPT/ODAGERPT/DWRNRPT/DORMRPT)로 출력
      *              - 공통 실행통제(RUNCTL, 'ACCT090 ') 1건으로
      *                체크포인트 - 재기동시 모든 단계가 동일한
      *                최종키 이후부터 재개. 최초 기동시의 단계
      *                스위치를 RUNCTL에 보존하여 재기동시에도
      *                동일 단계 구성으로 재개한다
      *              - 완료시 수행한 단계의 단독 프로그램 실행통제
      *                (ACCT015/ACCT017/ACCT007)를 완료 처리하여
      *                당일 단독 재실행(이중처리)을 차단
      *              - 단계별 처리규칙 변경시 해당 단독 프로그램과
      *                본 프로그램을 함께 반영할 것
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      * 2026-10-15 : 연체관리 단계에 한도약정대장(ODFACIL) 심사
      *              기간 최대 연체일수/최대 인출액 갱신 추가
      *              (ACCT029 동일 규칙)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT090.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SNAPSHOT-FILE
               ASSIGN TO 'SNAPSHOT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT INTEREST-RATE-FILE
               ASSIGN TO 'INTRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCRUAL-POSITION-FILE
               ASSIGN TO 'ACCRPOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCRUAL-REPORT-FILE
               ASSIGN TO 'ACCRRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OD-AGING-REPORT-FILE
               ASSIGN TO 'ODAGERPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OD-FACILITY-FILE
               ASSIGN TO 'ODFACIL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DORM-WARN-FILE
               ASSIGN TO 'DORMWARN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT WARN-REPORT-FILE
               ASSIGN TO 'DWRNRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO 'TXNHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TXN-SEQUENCE-FILE
               ASSIGN TO 'TXNSEQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-SEQ-DATE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DORMANT-REPORT-FILE
               ASSIGN TO 'DORMRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCT-JOURNAL-FILE
               ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ALERT-QUEUE-FILE
               ASSIGN TO 'ALERTQ'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ACCOUNT-RECORD.
           05  AF-ACCOUNT-NO         PIC X(12).
           05  AF-CUSTOMER-ID        PIC X(10).
           05  AF-CUSTOMER-ID-2      PIC X(10).
           05  AF-ACCOUNT-TYPE       PIC X(02).
               88  AF-TYPE-CHECKING  VALUE 'CH'.
               88  AF-TYPE-SAVINGS   VALUE 'SA'.
               88  AF-TYPE-FIXED     VALUE 'FX'.
               88  AF-TYPE-MONEYMKT  VALUE 'MM'.
               88  AF-TYPE-LOAN      VALUE 'LN'.
           05  AF-BALANCE            PIC S9(13)V99 COMP-3.
           05  AF-OPEN-DATE          PIC X(08).
           05  AF-CLOSE-DATE         PIC X(08).
           05  AF-STATUS             PIC X(01).
               88  AF-STATUS-ACTIVE  VALUE 'A'.
               88  AF-STATUS-CLOSED  VALUE 'C'.
               88  AF-STATUS-FROZEN  VALUE 'F'.
               88  AF-STATUS-DORMANT VALUE 'D'.
           05  AF-INTEREST-RATE      PIC S9(03)V9(04) COMP-3.
           05  AF-LAST-TXN-DATE      PIC X(08).
           05  AF-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  AF-BRANCH-CODE        PIC X(04).
           05  AF-CURRENCY-CODE      PIC X(03).
           05  AF-LAST-FEE-DATE      PIC X(08).
           05  AF-MATURITY-DATE      PIC X(08).
           05  AF-MATURITY-INSTR     PIC X(01).
           05  AF-MATURITY-PAYOUT-ACCT PIC X(12).
           05  AF-DEBIT-RESTRICT     PIC X(01).
               88  AF-DEBIT-RESTRICTED VALUE 'R'.
           05  AF-OD-DAYS            PIC 9(03).
           05  AF-FILLER             PIC X(21).

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SNAPSHOT-RECORD.
           05  SN-KEY.
               10  SN-SNAP-DATE      PIC X(08).
               10  SN-ACCOUNT-NO     PIC X(12).
           05  SN-CUSTOMER-ID        PIC X(10).
           05  SN-CUSTOMER-ID-2      PIC X(10).
           05  SN-ACCOUNT-TYPE       PIC X(02).
           05  SN-BALANCE            PIC S9(13)V99 COMP-3.
           05  SN-STATUS             PIC X(01).
           05  SN-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  SN-BRANCH-CODE        PIC X(04).
           05  SN-FILLER             PIC X(19).

       FD  INTEREST-RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  INTEREST-RATE-RECORD.
           05  IR-RATE-KEY.
               10  IR-ACCOUNT-TYPE   PIC X(02).
               10  IR-TERM-CODE      PIC X(04).
           05  IR-ANNUAL-RATE        PIC S9(03)V9(06) COMP-3.
           05  IR-CALC-METHOD        PIC X(01).
           05  IR-PAYMENT-CYCLE      PIC X(02).
           05  IR-EFFECTIVE-DATE     PIC X(08).
           05  IR-EXPIRE-DATE        PIC X(08).
           05  IR-BAND-UPPER         PIC S9(13)V99 COMP-3.
           05  IR-BAND-MODE          PIC X(01).
               88  IR-BAND-FLAT      VALUE 'F'.
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
       01  ACCRUAL-LEDGER-RECORD.
           05  AL-KEY.
               10  AL-ACCOUNT-NO     PIC X(12).
               10  AL-ACCRUAL-DATE   PIC X(08).
           05  AL-DAY-ACCRUAL        PIC S9(13)V99 COMP-3.
           05  AL-ACCUM-ACCRUAL      PIC S9(13)V99 COMP-3.
           05  AL-FILLER             PIC X(24).

       FD  ACCRUAL-POSITION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCRUAL-POSITION-RECORD.
           05  AP-ACCOUNT-NO         PIC X(12).
           05  AP-ACCUM-ACCRUAL      PIC S9(13)V99 COMP-3.
           05  AP-LAST-ACCRUAL-DATE  PIC X(08).
           05  AP-CYCLE-START-DATE   PIC X(08).
           05  AP-FILLER             PIC X(14).

       FD  ACCRUAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ACCRUAL-REPORT-RECORD.
           05  ACRPT-LINE            PIC X(200).

       FD  OD-AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
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

      *    예고대장 - 계좌별 최종 예고단계/일자와 당시 최종
      *    거래일(재활성화 판정 기준)을 보존.
       FD  DORM-WARN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  DORM-WARN-RECORD.
           05  DW-ACCOUNT-NO         PIC X(12).
           05  DW-CUSTOMER-ID        PIC X(10).
           05  DW-WARN-STAGE         PIC X(01).
               88  DW-STAGE-1        VALUE '1'.
               88  DW-STAGE-2        VALUE '2'.
           05  DW-WARN-DATE          PIC X(08).
           05  DW-LAST-TXN-AT-WARN   PIC X(08).
           05  DW-FILLER             PIC X(21).

       FD  WARN-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  WARN-REPORT-RECORD.
           05  DRPT-LINE             PIC X(160).

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

       FD  TXN-SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS.
       01  TXN-SEQUENCE-RECORD.
           05  TS-SEQ-DATE           PIC X(08).
           05  TS-LAST-SEQ           PIC 9(12).
           05  TS-FILLER             PIC X(02).

       FD  DORMANT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  DORMANT-REPORT-RECORD.
           05  DR-LINE               PIC X(200).

      *    계좌원장 전/후 이미지 저널 - 장애시 백업+저널 재적용
      *    (ACCT040)으로 임의시점 원장을 복원하기 위한 기록.
      *    프로그램ID는 원장을 갱신한 처리단계의 단독 프로그램
      *    ID로 기록하여 단독 실행분과 동일하게 식별한다.
       FD  ACCT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 440 CHARACTERS.
       01  ACCT-JOURNAL-RECORD.
           05  AJ-TIMESTAMP          PIC X(14).
           05  AJ-PROGRAM-ID         PIC X(08).
           05  AJ-ACTION             PIC X(04).
           05  AJ-ACCOUNT-NO         PIC X(12).
           05  AJ-BEFORE-IMAGE       PIC X(200).
           05  AJ-AFTER-IMAGE        PIC X(200).
           05  AJ-FILLER             PIC X(02).

       FD  ALERT-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-QUEUE-RECORD.
           05  AQ-OCCURRED-TS        PIC X(14).
           05  AQ-CUSTOMER-ID        PIC X(10).
           05  AQ-ACCOUNT-NO         PIC X(12).
           05  AQ-EVENT-CODE         PIC X(04).
           05  AQ-AMOUNT             PIC S9(13)V99 COMP-3.
           05  AQ-DETAIL             PIC X(40).
           05  AQ-FILLER             PIC X(12).

      *    배치 실행통제 - ACCT배치 공통. 동일자 중복실행 방지와
      *    중단후 최종키 재개의 원천이다.
      *    본 프로그램은 RC-FILLER 앞 5바이트에 기동시 단계
      *    스위치를 보존한다.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-KEY.
               10  RC-PROGRAM-ID     PIC X(08).
               10  RC-RUN-DATE       PIC X(08).
           05  RC-STATUS             PIC X(01).
               88  RC-STATUS-OPEN     VALUE 'O'.
               88  RC-STATUS-COMPLETE VALUE 'C'.
           05  RC-LAST-ACCT-KEY      PIC X(12).
           05  RC-COMMIT-COUNT       PIC 9(07).
           05  RC-FILLER             PIC X(24).

       WORKING-STORAGE SECTION.

       01  WS-RUNCTL-AREA.
           05  WS-RESUME-KEY         PIC X(12).
           05  WS-RUNCTL-CYCLE       PIC 9(03).
           05  WS-RUNCTL-SAVE        PIC X(60).
           05  WS-STEP-PGM-ID        PIC X(08).

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '23'.

      *    SYSIN - 기준일, 단계 스위치(Y/N, 공백은 Y),
      *    연체 출금제한 기준일수(0이면 90일)
       01  WS-RUN-PARM.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-STEP-SWITCHES.
               10  WS-SW-SNAP        PIC X(01).
                   88  WS-STEP-SNAP  VALUE 'Y'.
               10  WS-SW-ACCR        PIC X(01).
                   88  WS-STEP-ACCR  VALUE 'Y'.
               10  WS-SW-ODAG        PIC X(01).
                   88  WS-STEP-ODAG  VALUE 'Y'.
               10  WS-SW-DWRN        PIC X(01).
                   88  WS-STEP-DWRN  VALUE 'Y'.
               10  WS-SW-DORM        PIC X(01).
                   88  WS-STEP-DORM  VALUE 'Y'.
           05  WS-RESTRICT-DAYS      PIC 9(03).

       01  WS-RUN-TIME               PIC X(06).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-RESTART-SW         PIC X(01) VALUE 'N'.
               88  WS-RESTART-RUN    VALUE 'Y'.
           05  WS-PREF-FILE-SW       PIC X(01) VALUE 'N'.
               88  WS-PREF-FILE-OPEN VALUE 'Y'.

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-NUM       PIC 9(08).
           05  WS-RUN-DATE-INT       PIC 9(07).
           05  WS-LAST-TXN-NUM       PIC 9(08).
           05  WS-LAST-TXN-INT       PIC 9(07).
           05  WS-LAST-FEE-NUM       PIC 9(08).
           05  WS-LAST-FEE-INT       PIC 9(07).
           05  WS-ELAPSED-DAYS       PIC S9(07).
           05  WS-FEE-ELAPSED-DAYS   PIC S9(07).

       01  WS-JRNL-AREA.
           05  WS-JRNL-BEFORE-IMAGE  PIC X(200).
           05  WS-JRNL-PGM-ID        PIC X(08).

      *----------------------------------------------------------------
      *    이자적립 단계 작업영역 (ACCT017)
      *----------------------------------------------------------------
       01  WS-RATE-KEY               PIC X(06).

       01  WS-BAND-AREA.
           05  WS-BAND-COUNT         PIC 9(01).
           05  WS-BAND-MODE          PIC X(01).
           05  WS-BAND-ENTRY OCCURS 5 TIMES
                             INDEXED BY WS-BAND-IDX.
               10  WS-BAND-UPPER     PIC S9(13)V99 COMP-3.
               10  WS-BAND-RATE      PIC S9(03)V9(06) COMP-3.
           05  WS-BAND-SLICE-LOWER   PIC S9(13)V99 COMP-3.
           05  WS-BAND-SLICE-AMOUNT  PIC S9(13)V99 COMP-3.
           05  WS-BAND-WEIGHTED-SUM  PIC S9(15)V9(06) COMP-3.
           05  WS-BAND-SEQ           PIC 9(01).
       01  WS-ANNUAL-RATE            PIC S9(03)V9(06) COMP-3.
       01  WS-DAILY-RATE             PIC S9(01)V9(10) COMP-3.
       01  WS-DAY-ACCRUAL            PIC S9(13)V99 COMP-3.
       01  WS-ACCUM-ACCRUAL          PIC S9(13)V99 COMP-3.

       01  WS-MM-TIER1-MAX           PIC S9(13)V99 COMP-3
                                     VALUE 10000000.00.
       01  WS-MM-TIER2-MAX           PIC S9(13)V99 COMP-3
                                     VALUE 50000000.00.
       01  WS-MM-TIER1-RATE          PIC S9(03)V9(06) COMP-3
                                     VALUE 0.015000.
       01  WS-MM-TIER2-RATE          PIC S9(03)V9(06) COMP-3
                                     VALUE 0.025000.
       01  WS-MM-TIER3-RATE          PIC S9(03)V9(06) COMP-3
                                     VALUE 0.035000.

      *----------------------------------------------------------------
      *    연체관리 단계 작업영역 (ACCT029)
      *----------------------------------------------------------------
       01  WS-BRANCH-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-AGING-TABLE.
           05  WS-AG-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-AG-IDX.
               10  WS-AG-BRANCH          PIC X(04).
               10  WS-AG-B1-COUNT        PIC 9(05).
               10  WS-AG-B1-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-AG-B2-COUNT        PIC 9(05).
               10  WS-AG-B2-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-AG-B3-COUNT        PIC 9(05).
               10  WS-AG-B3-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-AG-B4-COUNT        PIC 9(05).
               10  WS-AG-B4-AMOUNT       PIC S9(13)V99 COMP-3.

       01  WS-OD-AMOUNT              PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      *    휴면예고/휴면수수료 단계 작업영역 (ACCT070/ACCT007)
      *----------------------------------------------------------------
      *    휴면 수수료 기준일수 - ACCT007/ACCT070과 동일 기준.
       01  WS-DORMANCY-RULES.
           05  WS-FEE-THRESHOLD-DAYS PIC 9(05) VALUE 00365.
           05  WS-DORMANT-FEE-AMT    PIC S9(13)V99 COMP-3
                                     VALUE 5000.00.
           05  WS-STATUS-THRESHOLD-DAYS PIC 9(05) VALUE 01825.

       01  WS-DAYS-TO-DORMANT        PIC S9(05).
       01  WS-TARGET-STAGE           PIC X(01).

       01  WS-NEW-TXN-ID             PIC X(20).
       01  WS-TXN-TIME               PIC X(06) VALUE '000000'.

       01  WS-TOTAL-AREA.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-SN-WRITTEN-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-SN-REWRITTEN-COUNT PIC 9(07) VALUE ZERO.
           05  WS-AC-ACCRUED-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-AC-SKIPPED-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-AC-TOTAL-DAY       PIC S9(15)V99 COMP-3
                                     VALUE ZERO.
           05  WS-AC-TOTAL-ACCUM     PIC S9(15)V99 COMP-3
                                     VALUE ZERO.
           05  WS-OD-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-OD-CURED-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-OD-RESTRICTED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-DW-WARN1-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-DW-WARN2-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-DM-PROCESSED-COUNT PIC 9(07) VALUE ZERO.
           05  WS-DM-DORMANT-SET-COUNT PIC 9(07) VALUE ZERO.
           05  WS-DM-SKIPPED-COUNT   PIC 9(07) VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(200).
           05  WS-RPT-DETAIL         PIC X(200).
           05  WS-RPT-TOTAL          PIC X(200).

       01  WS-DISPLAY-WORK.
           05  WS-DSP-DAY            PIC -(13)9.99.
           05  WS-DSP-ACCUM          PIC -(13)9.99.
           05  WS-DSP-TOT-DAY        PIC -(15)9.99.
           05  WS-DSP-TOT-ACCUM      PIC -(15)9.99.
           05  WS-DSP-B1             PIC -(13)9.99.
           05  WS-DSP-B2             PIC -(13)9.99.
           05  WS-DSP-B3             PIC -(13)9.99.
           05  WS-DSP-B4             PIC -(13)9.99.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
           05  WS-DSP-DAYS           PIC -(06)9.

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNTS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           PERFORM 1050-EDIT-STEP-SWITCHES
           IF WS-RESTRICT-DAYS NOT NUMERIC OR
              WS-RESTRICT-DAYS = ZERO
               MOVE 90 TO WS-RESTRICT-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 1500-CHECK-RUN-CONTROL
           PERFORM 1100-OPEN-FILES.

      *    단계 스위치 - 공백은 수행(Y)으로 본다. 전 단계 해제는
      *    ACCTMST 판독만 남으므로 기동 오류로 처리한다.
       1050-EDIT-STEP-SWITCHES.
           IF WS-SW-SNAP = SPACE
               MOVE 'Y' TO WS-SW-SNAP
           END-IF
           IF WS-SW-ACCR = SPACE
               MOVE 'Y' TO WS-SW-ACCR
           END-IF
           IF WS-SW-ODAG = SPACE
               MOVE 'Y' TO WS-SW-ODAG
           END-IF
           IF WS-SW-DWRN = SPACE
               MOVE 'Y' TO WS-SW-DWRN
           END-IF
           IF WS-SW-DORM = SPACE
               MOVE 'Y' TO WS-SW-DORM
           END-IF
           IF WS-STEP-SWITCHES = 'NNNNN'
               MOVE '수행단계 없음(스위치 전부 N)'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE '계좌 파일 오픈 실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN EXTEND ACCT-JOURNAL-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTJRNL 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN EXTEND ALERT-QUEUE-FILE
           IF NOT WS-FILE-OK
               MOVE 'ALERTQ 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-STEP-SNAP
               PERFORM 1110-OPEN-SNAPSHOT-FILES
           END-IF
           IF WS-STEP-ACCR
               PERFORM 1120-OPEN-ACCRUAL-FILES
           END-IF
           IF WS-STEP-ODAG
               PERFORM 1130-OPEN-AGING-FILES
           END-IF
           IF WS-STEP-DWRN
               PERFORM 1140-OPEN-WARN-FILES
           END-IF
           IF WS-STEP-DORM
               PERFORM 1150-OPEN-DORMANT-FILES
           END-IF.

       1110-OPEN-SNAPSHOT-FILES.
           OPEN I-O SNAPSHOT-FILE
           IF NOT WS-FILE-OK
               MOVE 'SNAPSHOT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *    재기동시 단계 리포트는 이어쓰기(EXTEND)하여 중단 전
      *    출력분을 보존한다.
       1120-OPEN-ACCRUAL-FILES.
           OPEN INPUT INTEREST-RATE-FILE
           IF NOT WS-FILE-OK
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
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O ACCRUAL-POSITION-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCRPOS 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-RESTART-RUN
               OPEN EXTEND ACCRUAL-REPORT-FILE
           ELSE
               OPEN OUTPUT ACCRUAL-REPORT-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'ACCRRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       1130-OPEN-AGING-FILES.
           IF WS-RESTART-RUN
               OPEN EXTEND OD-AGING-REPORT-FILE
           ELSE
               OPEN OUTPUT OD-AGING-REPORT-FILE
           END-IF
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

       1140-OPEN-WARN-FILES.
           OPEN I-O DORM-WARN-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE DORM-WARN-FILE
               OPEN OUTPUT DORM-WARN-FILE
               CLOSE DORM-WARN-FILE
               OPEN I-O DORM-WARN-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'DORMWARN 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-RESTART-RUN
               OPEN EXTEND WARN-REPORT-FILE
           ELSE
               OPEN OUTPUT WARN-REPORT-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'DWRNRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       1150-OPEN-DORMANT-FILES.
           OPEN EXTEND TRANSACTION-FILE
           IF NOT WS-FILE-OK
               MOVE '거래 파일 오픈 실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O TXN-SEQUENCE-FILE
           IF NOT WS-FILE-OK
               MOVE '채번 파일 오픈 실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           IF WS-RESTART-RUN
               OPEN EXTEND DORMANT-REPORT-FILE
           ELSE
               OPEN OUTPUT DORMANT-REPORT-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE '휴면RPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *    공통 실행통제(RUNCTL) - 동일자 완료(C) 재기동은
      *    이중기표 방지를 위해 거부하고, 미완료(O) 재기동은
      *    기록된 최종키 이후부터 모든 단계를 재개한다. 재기동시
      *    단계 스위치는 최초 기동시 보존값을 따른다.
       1500-CHECK-RUN-CONTROL.
           MOVE SPACES TO WS-RESUME-KEY
           MOVE ZERO   TO WS-RUNCTL-CYCLE
           OPEN I-O RUN-CONTROL-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE RUN-CONTROL-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'RUNCTL 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE 'ACCT090 ' TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM 1550-CHECK-STEP-HISTORY
                   MOVE 'ACCT090 ' TO RC-PROGRAM-ID
                   MOVE WS-RUN-DATE TO RC-RUN-DATE
                   MOVE 'O'         TO RC-STATUS
                   MOVE SPACES      TO RC-LAST-ACCT-KEY
                   MOVE ZERO        TO RC-COMMIT-COUNT
                   MOVE SPACES      TO RC-FILLER
                   MOVE WS-STEP-SWITCHES TO RC-FILLER(1:5)
                   WRITE RUN-CONTROL-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF RC-STATUS-COMPLETE
               MOVE '당일 기완료 실행-재기동 거부'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           SET WS-RESTART-RUN TO TRUE
           MOVE RC-LAST-ACCT-KEY TO WS-RESUME-KEY
           IF RC-FILLER(1:5) NOT = SPACES AND
              RC-FILLER(1:5) NOT = WS-STEP-SWITCHES
               DISPLAY 'ACCT090 재기동 - 최초 단계스위치:'
                   RC-FILLER(1:5) ' (SYSIN:' WS-STEP-SWITCHES ')'
               MOVE RC-FILLER(1:5) TO WS-STEP-SWITCHES
           END-IF.

      *    단독 프로그램이 당일 이미 실행(완료/미완료)된 단계를
      *    통합 실행하면 이중처리되므로 기동을 거부한다.
      *    해당 단계 스위치를 N으로 지정하여 재기동한다.
       1550-CHECK-STEP-HISTORY.
           IF WS-STEP-SNAP
               MOVE 'ACCT015 ' TO WS-STEP-PGM-ID
               PERFORM 1560-CHECK-ONE-STEP
           END-IF
           IF WS-STEP-ACCR
               MOVE 'ACCT017 ' TO WS-STEP-PGM-ID
               PERFORM 1560-CHECK-ONE-STEP
           END-IF
           IF WS-STEP-DORM
               MOVE 'ACCT007 ' TO WS-STEP-PGM-ID
               PERFORM 1560-CHECK-ONE-STEP
           END-IF.

       1560-CHECK-ONE-STEP.
           MOVE WS-STEP-PGM-ID TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE    TO RC-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING WS-STEP-PGM-ID       DELIMITED SPACE
                  ' 당일 단독실행 이력-' DELIMITED SIZE
                  '해당단계 N 지정요'   DELIMITED SIZE
                  INTO WS-ERROR-MESSAGE
           PERFORM 9900-ABEND-HANDLER.

       1600-RUNCTL-CHECKPOINT.
           ADD 1 TO WS-RUNCTL-CYCLE
           IF WS-RUNCTL-CYCLE < 100
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-RUNCTL-CYCLE
           MOVE AF-ACCOUNT-NO TO RC-LAST-ACCT-KEY
           ADD 1 TO RC-COMMIT-COUNT
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *    완료 처리 - 수행한 단계의 단독 프로그램 실행통제도
      *    완료(C)로 기록하여 당일 단독 재실행을 차단한다.
       1700-CLOSE-RUN-CONTROL.
           MOVE 'C' TO RC-STATUS
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE RUN-CONTROL-RECORD TO WS-RUNCTL-SAVE
           IF WS-STEP-SNAP
               MOVE 'ACCT015 ' TO WS-STEP-PGM-ID
               PERFORM 1750-MARK-STEP-COMPLETE
           END-IF
           IF WS-STEP-ACCR
               MOVE 'ACCT017 ' TO WS-STEP-PGM-ID
               PERFORM 1750-MARK-STEP-COMPLETE
           END-IF
           IF WS-STEP-DORM
               MOVE 'ACCT007 ' TO WS-STEP-PGM-ID
               PERFORM 1750-MARK-STEP-COMPLETE
           END-IF
           CLOSE RUN-CONTROL-FILE.

       1750-MARK-STEP-COMPLETE.
           MOVE WS-RUNCTL-SAVE  TO RUN-CONTROL-RECORD
           MOVE WS-STEP-PGM-ID  TO RC-PROGRAM-ID
           MOVE SPACES          TO RC-FILLER
           MOVE 'ACCT090 '      TO RC-FILLER(1:8)
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

       2000-PROCESS-ACCOUNTS.
           IF WS-RESUME-KEY = SPACES
               MOVE LOW-VALUES TO AF-ACCOUNT-NO
           ELSE
               MOVE WS-RESUME-KEY TO AF-ACCOUNT-NO
               DISPLAY 'ACCT090 재개 최종키: ' WS-RESUME-KEY
           END-IF
           START ACCOUNT-FILE KEY IS > AF-ACCOUNT-NO
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-END-OF-FILE-SW
           END-START
           PERFORM 2100-READ-NEXT-ACCOUNT
               UNTIL WS-END-OF-FILE.

       2100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2200-DISPATCH-STEPS
           END-READ
           PERFORM 1600-RUNCTL-CHECKPOINT.

      *    단계 수행순서 - 스냅샷/이자적립은 당일 마감잔액 기준
      *    이므로 원장을 갱신하는 연체관리/휴면수수료보다 먼저
      *    수행한다. 휴면예고는 수수료 부과(휴면전환) 전 상태로
      *    판정한다.
       2200-DISPATCH-STEPS.
           IF WS-STEP-SNAP
               PERFORM 3000-SNAP-WRITE-SNAPSHOT
           END-IF
           IF WS-STEP-ACCR
               PERFORM 4000-ACCR-EVALUATE-ACCOUNT
           END-IF
           IF WS-STEP-ODAG AND NOT AF-STATUS-CLOSED
               MOVE 'ACCT029 ' TO WS-JRNL-PGM-ID
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
               PERFORM 5000-ODAG-EVALUATE-ACCOUNT
           END-IF
           IF WS-STEP-DWRN
               IF AF-STATUS-ACTIVE AND
                  AF-LAST-TXN-DATE NOT = SPACES
                   PERFORM 6000-DWRN-EVALUATE-ACCOUNT
               END-IF
           END-IF
           IF WS-STEP-DORM
               MOVE 'ACCT007 ' TO WS-JRNL-PGM-ID
               MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
               PERFORM 7000-DORM-EVALUATE-ACCOUNT
           END-IF.

      *================================================================
      *    1) 잔액 스냅샷 (ACCT015)
      *================================================================
      *    재실행(동일 기준일) 대비 - 키 중복이면 REWRITE 한다.
       3000-SNAP-WRITE-SNAPSHOT.
           MOVE WS-RUN-DATE          TO SN-SNAP-DATE
           MOVE AF-ACCOUNT-NO        TO SN-ACCOUNT-NO
           MOVE AF-CUSTOMER-ID       TO SN-CUSTOMER-ID
           MOVE AF-CUSTOMER-ID-2     TO SN-CUSTOMER-ID-2
           MOVE AF-ACCOUNT-TYPE      TO SN-ACCOUNT-TYPE
           MOVE AF-BALANCE           TO SN-BALANCE
           MOVE AF-STATUS            TO SN-STATUS
           MOVE AF-OVERDRAFT-LIMIT   TO SN-OVERDRAFT-LIMIT
           MOVE AF-BRANCH-CODE       TO SN-BRANCH-CODE
           MOVE SPACES               TO SN-FILLER
           WRITE SNAPSHOT-RECORD
               INVALID KEY
                   REWRITE SNAPSHOT-RECORD
                       INVALID KEY
                           MOVE 'SNAPSHOT 기록 오류'
                               TO WS-ERROR-MESSAGE
                           PERFORM 9900-ABEND-HANDLER
                       NOT INVALID KEY
                           ADD 1 TO WS-SN-REWRITTEN-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-SN-WRITTEN-COUNT
           END-WRITE.

      *================================================================
      *    2) 일별 이자적립 (ACCT017)
      *================================================================
      *    정기예금(FX)은 만기/해지 시점에 ACCT003 정산경로로
      *    기간이자를 일괄 계산하므로 일별적립 대상에서 제외한다.
       4000-ACCR-EVALUATE-ACCOUNT.
           IF AF-STATUS-ACTIVE AND AF-BALANCE > ZERO
              AND NOT AF-TYPE-FIXED
               PERFORM 4100-ACCR-ACCRUE-ACCOUNT
           ELSE
               ADD 1 TO WS-AC-SKIPPED-COUNT
           END-IF.

       4100-ACCR-ACCRUE-ACCOUNT.
           PERFORM 4110-ACCR-DETERMINE-RATE
           COMPUTE WS-DAILY-RATE = WS-ANNUAL-RATE / 365
           COMPUTE WS-DAY-ACCRUAL ROUNDED =
               AF-BALANCE * WS-DAILY-RATE
           PERFORM 4120-ACCR-UPDATE-POSITION
           PERFORM 4130-ACCR-WRITE-LEDGER
           ADD WS-DAY-ACCRUAL   TO WS-AC-TOTAL-DAY
           ADD WS-ACCUM-ACCRUAL TO WS-AC-TOTAL-ACCUM
           ADD 1 TO WS-AC-ACCRUED-COUNT
           PERFORM 4190-ACCR-WRITE-DETAIL-LINE.

      *    계좌유형 기준이율 조회 - ACCT017 2310과 동일 규칙.
       4110-ACCR-DETERMINE-RATE.
           IF AF-TYPE-MONEYMKT
               EVALUATE TRUE
                   WHEN AF-BALANCE < WS-MM-TIER1-MAX
                       MOVE WS-MM-TIER1-RATE TO WS-ANNUAL-RATE
                   WHEN AF-BALANCE < WS-MM-TIER2-MAX
                       MOVE WS-MM-TIER2-RATE TO WS-ANNUAL-RATE
                   WHEN OTHER
                       MOVE WS-MM-TIER3-RATE TO WS-ANNUAL-RATE
               END-EVALUATE
           ELSE
               MOVE AF-ACCOUNT-TYPE TO WS-RATE-KEY(1:2)
               MOVE 'BASE'          TO WS-RATE-KEY(3:4)
               MOVE WS-RATE-KEY     TO IR-RATE-KEY
               READ INTEREST-RATE-FILE
                   INVALID KEY
                       MOVE AF-INTEREST-RATE TO WS-ANNUAL-RATE
                   NOT INVALID KEY
                       MOVE IR-ANNUAL-RATE TO WS-ANNUAL-RATE
               END-READ
           END-IF
           PERFORM 4150-ACCR-APPLY-BALANCE-BAND
           PERFORM 4180-ACCR-APPLY-PREF-SPREAD.

      *    동일 기준일 재실행시 중복적립을 막기 위해 포지션의
      *    최종적립일이 기준일 이상이면 건너뛴다.
       4120-ACCR-UPDATE-POSITION.
           MOVE AF-ACCOUNT-NO TO AP-ACCOUNT-NO
           READ ACCRUAL-POSITION-FILE
               INVALID KEY
                   MOVE AF-ACCOUNT-NO   TO AP-ACCOUNT-NO
                   MOVE WS-DAY-ACCRUAL  TO AP-ACCUM-ACCRUAL
                   MOVE WS-RUN-DATE     TO AP-LAST-ACCRUAL-DATE
                   MOVE WS-RUN-DATE     TO AP-CYCLE-START-DATE
                   MOVE SPACES          TO AP-FILLER
                   MOVE AP-ACCUM-ACCRUAL TO WS-ACCUM-ACCRUAL
                   WRITE ACCRUAL-POSITION-RECORD
               NOT INVALID KEY
                   IF AP-LAST-ACCRUAL-DATE >= WS-RUN-DATE
                       MOVE ZERO TO WS-DAY-ACCRUAL
                       MOVE AP-ACCUM-ACCRUAL TO WS-ACCUM-ACCRUAL
                   ELSE
                       IF AP-ACCUM-ACCRUAL = ZERO OR
                          AP-CYCLE-START-DATE = SPACES
                           MOVE WS-RUN-DATE TO AP-CYCLE-START-DATE
                       END-IF
                       ADD WS-DAY-ACCRUAL TO AP-ACCUM-ACCRUAL
                       MOVE WS-RUN-DATE TO AP-LAST-ACCRUAL-DATE
                       MOVE AP-ACCUM-ACCRUAL TO WS-ACCUM-ACCRUAL
                       REWRITE ACCRUAL-POSITION-RECORD
                   END-IF
           END-READ.

       4130-ACCR-WRITE-LEDGER.
           MOVE AF-ACCOUNT-NO    TO AL-ACCOUNT-NO
           MOVE WS-RUN-DATE      TO AL-ACCRUAL-DATE
           MOVE WS-DAY-ACCRUAL   TO AL-DAY-ACCRUAL
           MOVE WS-ACCUM-ACCRUAL TO AL-ACCUM-ACCRUAL
           MOVE SPACES           TO AL-FILLER
           WRITE ACCRUAL-LEDGER-RECORD
               INVALID KEY
                   REWRITE ACCRUAL-LEDGER-RECORD
           END-WRITE.

      *    잔액구간별 차등이율 - ACCT017 2350과 동일 규칙.
       4150-ACCR-APPLY-BALANCE-BAND.
           MOVE ZERO  TO WS-BAND-COUNT
           MOVE SPACE TO WS-BAND-MODE
           PERFORM 4155-ACCR-LOAD-BAND-ENTRY
               VARYING WS-BAND-SEQ FROM 1 BY 1
               UNTIL WS-BAND-SEQ > 5
           IF WS-BAND-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-BAND-MODE = 'P'
               PERFORM 4160-ACCR-APPLY-PROGRESSIVE
           ELSE
               PERFORM 4170-ACCR-APPLY-FLAT-BAND
           END-IF.

       4155-ACCR-LOAD-BAND-ENTRY.
           MOVE AF-ACCOUNT-TYPE TO WS-RATE-KEY(1:2)
           MOVE 'TIR'           TO WS-RATE-KEY(3:3)
           MOVE WS-BAND-SEQ     TO WS-RATE-KEY(6:1)
           MOVE WS-RATE-KEY     TO IR-RATE-KEY
           READ INTEREST-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-BAND-COUNT
                   SET WS-BAND-IDX TO WS-BAND-COUNT
                   MOVE IR-BAND-UPPER  TO WS-BAND-UPPER(WS-BAND-IDX)
                   MOVE IR-ANNUAL-RATE TO WS-BAND-RATE(WS-BAND-IDX)
                   IF WS-BAND-COUNT = 1
                       MOVE IR-BAND-MODE TO WS-BAND-MODE
                   END-IF
           END-READ.

       4160-ACCR-APPLY-PROGRESSIVE.
           MOVE ZERO TO WS-BAND-WEIGHTED-SUM
           MOVE ZERO TO WS-BAND-SLICE-LOWER
           PERFORM 4165-ACCR-ADD-BAND-SLICE
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-COUNT
                  OR WS-BAND-SLICE-LOWER >= AF-BALANCE
      *    최상위 구간 상한을 넘는 금액은 최상위 구간이율 적용
           IF WS-BAND-SLICE-LOWER < AF-BALANCE
               COMPUTE WS-BAND-SLICE-AMOUNT =
                   AF-BALANCE - WS-BAND-SLICE-LOWER
               COMPUTE WS-BAND-WEIGHTED-SUM =
                   WS-BAND-WEIGHTED-SUM
                   + WS-BAND-SLICE-AMOUNT
                     * WS-BAND-RATE(WS-BAND-COUNT)
           END-IF
           IF AF-BALANCE > ZERO
               COMPUTE WS-ANNUAL-RATE ROUNDED =
                   WS-BAND-WEIGHTED-SUM / AF-BALANCE
           END-IF.

       4165-ACCR-ADD-BAND-SLICE.
           IF AF-BALANCE > WS-BAND-UPPER(WS-BAND-IDX)
               COMPUTE WS-BAND-SLICE-AMOUNT =
                   WS-BAND-UPPER(WS-BAND-IDX)
                   - WS-BAND-SLICE-LOWER
           ELSE
               COMPUTE WS-BAND-SLICE-AMOUNT =
                   AF-BALANCE - WS-BAND-SLICE-LOWER
           END-IF
           COMPUTE WS-BAND-WEIGHTED-SUM =
               WS-BAND-WEIGHTED-SUM
               + WS-BAND-SLICE-AMOUNT
                 * WS-BAND-RATE(WS-BAND-IDX)
           MOVE WS-BAND-UPPER(WS-BAND-IDX)
               TO WS-BAND-SLICE-LOWER.

       4170-ACCR-APPLY-FLAT-BAND.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
                      OR AF-BALANCE <= WS-BAND-UPPER(WS-BAND-IDX)
               CONTINUE
           END-PERFORM
           IF WS-BAND-IDX > WS-BAND-COUNT
               SET WS-BAND-IDX TO WS-BAND-COUNT
           END-IF
           MOVE WS-BAND-RATE(WS-BAND-IDX) TO WS-ANNUAL-RATE.

      *    우대금리 - ACCT017 2380과 동일 규칙.
       4180-ACCR-APPLY-PREF-SPREAD.
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

       4190-ACCR-WRITE-DETAIL-LINE.
           MOVE WS-DAY-ACCRUAL   TO WS-DSP-DAY
           MOVE WS-ACCUM-ACCRUAL TO WS-DSP-ACCUM
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               AF-ACCOUNT-NO      DELIMITED SIZE
               ' | 당일발생:'     DELIMITED SIZE
               WS-DSP-DAY         DELIMITED SIZE
               ' | 누적:'         DELIMITED SIZE
               WS-DSP-ACCUM       DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ACRPT-LINE
           WRITE ACCRUAL-REPORT-RECORD.

       4900-ACCR-WRITE-TOTAL-LINE.
           MOVE WS-AC-TOTAL-DAY   TO WS-DSP-TOT-DAY
           MOVE WS-AC-TOTAL-ACCUM TO WS-DSP-TOT-ACCUM
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='        DELIMITED SIZE
               ' 적립:'            DELIMITED SIZE
               WS-AC-ACCRUED-COUNT DELIMITED SIZE
               ' 당일발생합계:'    DELIMITED SIZE
               WS-DSP-TOT-DAY      DELIMITED SIZE
               ' 누적부채합계:'    DELIMITED SIZE
               WS-DSP-TOT-ACCUM    DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO ACRPT-LINE
           WRITE ACCRUAL-REPORT-RECORD.

      *================================================================
      *    3) 초과인출 연체관리 (ACCT029)
      *================================================================
       5000-ODAG-EVALUATE-ACCOUNT.
           IF AF-TYPE-LOAN
               EXIT PARAGRAPH
           END-IF
           IF AF-BALANCE < ZERO
               PERFORM 5100-ODAG-ADVANCE-COUNTER
           ELSE
               IF AF-OD-DAYS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               IF AF-OD-DAYS > ZERO OR AF-DEBIT-RESTRICTED
                   PERFORM 5200-ODAG-CURE-ACCOUNT
               END-IF
           END-IF.

       5100-ODAG-ADVANCE-COUNTER.
           ADD 1 TO WS-OD-COUNT
           IF AF-OD-DAYS NOT NUMERIC
               MOVE ZERO TO AF-OD-DAYS
           END-IF
           IF AF-OD-DAYS < 999
               ADD 1 TO AF-OD-DAYS
           END-IF
           COMPUTE WS-OD-AMOUNT = AF-BALANCE * -1
           PERFORM 5300-ODAG-ACCUMULATE-AGING
           IF AF-OD-DAYS > WS-RESTRICT-DAYS
               AND NOT AF-DEBIT-RESTRICTED
               MOVE 'R' TO AF-DEBIT-RESTRICT
               ADD 1 TO WS-OD-RESTRICTED-COUNT
               PERFORM 5400-ODAG-WRITE-RESTRICT-ALERT
           END-IF
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE '연체계좌 갱신 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               NOT INVALID KEY
                   PERFORM 8400-WRITE-ACCT-JOURNAL
           END-REWRITE
           IF AF-OVERDRAFT-LIMIT > ZERO
               PERFORM 5150-ODAG-UPDATE-FACILITY-PEAK
           END-IF.

      *    한도약정 심사실적 - 유효 약정의 최대 연체일수와 최대
      *    인출액을 갱신한다. 재처리시에도 최대값만 남는다.
       5150-ODAG-UPDATE-FACILITY-PEAK.
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
       5200-ODAG-CURE-ACCOUNT.
           MOVE ZERO  TO AF-OD-DAYS
           MOVE SPACE TO AF-DEBIT-RESTRICT
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE '연체해제 갱신 오류' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               NOT INVALID KEY
                   PERFORM 8400-WRITE-ACCT-JOURNAL
                   ADD 1 TO WS-OD-CURED-COUNT
           END-REWRITE.

       5300-ODAG-ACCUMULATE-AGING.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-BRANCH-COUNT
                      OR WS-AG-BRANCH(WS-AG-IDX) = AF-BRANCH-CODE
               CONTINUE
           END-PERFORM
           IF WS-AG-IDX > WS-BRANCH-COUNT
               IF WS-BRANCH-COUNT >= 500
                   MOVE '연체 집계 지점테이블 초과(500)'
                       TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
               ADD 1 TO WS-BRANCH-COUNT
               SET WS-AG-IDX TO WS-BRANCH-COUNT
               MOVE AF-BRANCH-CODE TO WS-AG-BRANCH(WS-AG-IDX)
               MOVE ZERO TO WS-AG-B1-COUNT(WS-AG-IDX)
               MOVE ZERO TO WS-AG-B1-AMOUNT(WS-AG-IDX)
               MOVE ZERO TO WS-AG-B2-COUNT(WS-AG-IDX)
               MOVE ZERO TO WS-AG-B2-AMOUNT(WS-AG-IDX)
               MOVE ZERO TO WS-AG-B3-COUNT(WS-AG-IDX)
               MOVE ZERO TO WS-AG-B3-AMOUNT(WS-AG-IDX)
               MOVE ZERO TO WS-AG-B4-COUNT(WS-AG-IDX)
               MOVE ZERO TO WS-AG-B4-AMOUNT(WS-AG-IDX)
           END-IF
           EVALUATE TRUE
               WHEN AF-OD-DAYS <= 30
                   ADD 1 TO WS-AG-B1-COUNT(WS-AG-IDX)
                   ADD WS-OD-AMOUNT TO WS-AG-B1-AMOUNT(WS-AG-IDX)
               WHEN AF-OD-DAYS <= 60
                   ADD 1 TO WS-AG-B2-COUNT(WS-AG-IDX)
                   ADD WS-OD-AMOUNT TO WS-AG-B2-AMOUNT(WS-AG-IDX)
               WHEN AF-OD-DAYS <= 90
                   ADD 1 TO WS-AG-B3-COUNT(WS-AG-IDX)
                   ADD WS-OD-AMOUNT TO WS-AG-B3-AMOUNT(WS-AG-IDX)
               WHEN OTHER
                   ADD 1 TO WS-AG-B4-COUNT(WS-AG-IDX)
                   ADD WS-OD-AMOUNT TO WS-AG-B4-AMOUNT(WS-AG-IDX)
           END-EVALUATE.

       5400-ODAG-WRITE-RESTRICT-ALERT.
           MOVE WS-RUN-DATE     TO AQ-OCCURRED-TS(1:8)
           MOVE '000000'        TO AQ-OCCURRED-TS(9:6)
           MOVE AF-CUSTOMER-ID  TO AQ-CUSTOMER-ID
           MOVE AF-ACCOUNT-NO   TO AQ-ACCOUNT-NO
           MOVE 'ODRS'          TO AQ-EVENT-CODE
           MOVE WS-OD-AMOUNT    TO AQ-AMOUNT
           MOVE '연체기준 초과 - 출금제한 설정' TO AQ-DETAIL
           MOVE SPACES          TO AQ-FILLER
           WRITE ALERT-QUEUE-RECORD.

      *    재기동분 에이징 집계는 재개키 이후 계좌만 포함하므로
      *    헤더에 재개키를 함께 표시한다.
       5800-ODAG-WRITE-AGING-REPORT.
           MOVE SPACES TO WS-RPT-HEADER
           IF WS-RESTART-RUN
               STRING '초과인출 연체 에이징 | 기준일:'
                                                   DELIMITED SIZE
                      WS-RUN-DATE                  DELIMITED SIZE
                      ' | 재개키:'                 DELIMITED SIZE
                      WS-RESUME-KEY                DELIMITED SIZE
                      INTO WS-RPT-HEADER
           ELSE
               STRING '초과인출 연체 에이징 | 기준일:'
                                                   DELIMITED SIZE
                      WS-RUN-DATE                  DELIMITED SIZE
                      INTO WS-RPT-HEADER
           END-IF
           MOVE WS-RPT-HEADER TO ODRPT-LINE
           WRITE OD-AGING-REPORT-RECORD
           PERFORM 5810-ODAG-WRITE-BRANCH-LINE
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-BRANCH-COUNT
           PERFORM 5820-ODAG-WRITE-TOTAL-LINE.

       5810-ODAG-WRITE-BRANCH-LINE.
           MOVE WS-AG-B1-AMOUNT(WS-AG-IDX) TO WS-DSP-B1
           MOVE WS-AG-B2-AMOUNT(WS-AG-IDX) TO WS-DSP-B2
           MOVE WS-AG-B3-AMOUNT(WS-AG-IDX) TO WS-DSP-B3
           MOVE WS-AG-B4-AMOUNT(WS-AG-IDX) TO WS-DSP-B4
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '지점:'            DELIMITED SIZE
               WS-AG-BRANCH(WS-AG-IDX)   DELIMITED SIZE
               ' 1-30:'           DELIMITED SIZE
               WS-AG-B1-COUNT(WS-AG-IDX) DELIMITED SIZE
               '건 '              DELIMITED SIZE
               WS-DSP-B1          DELIMITED SIZE
               ' 31-60:'          DELIMITED SIZE
               WS-AG-B2-COUNT(WS-AG-IDX) DELIMITED SIZE
               '건 '              DELIMITED SIZE
               WS-DSP-B2          DELIMITED SIZE
               ' 61-90:'          DELIMITED SIZE
               WS-AG-B3-COUNT(WS-AG-IDX) DELIMITED SIZE
               '건 '              DELIMITED SIZE
               WS-DSP-B3          DELIMITED SIZE
               ' 90+:'            DELIMITED SIZE
               WS-AG-B4-COUNT(WS-AG-IDX) DELIMITED SIZE
               '건 '              DELIMITED SIZE
               WS-DSP-B4          DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO ODRPT-LINE
           WRITE OD-AGING-REPORT-RECORD.

       5820-ODAG-WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='           DELIMITED SIZE
               ' 연체계좌:'           DELIMITED SIZE
               WS-OD-COUNT            DELIMITED SIZE
               ' 해소:'               DELIMITED SIZE
               WS-OD-CURED-COUNT      DELIMITED SIZE
               ' 신규제한:'           DELIMITED SIZE
               WS-OD-RESTRICTED-COUNT DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO ODRPT-LINE
           WRITE OD-AGING-REPORT-RECORD.

      *================================================================
      *    4) 휴면전환 사전예고 (ACCT070 WARN)
      *================================================================
      *    예고대상 선별 - 활성계좌 중 무거래 경과일이 휴면기준
      *    도래 60일 내(1단계), 30일 내(2단계)인 계좌.
       6000-DWRN-EVALUATE-ACCOUNT.
           MOVE AF-LAST-TXN-DATE TO WS-LAST-TXN-NUM
           COMPUTE WS-LAST-TXN-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-TXN-NUM)
           COMPUTE WS-ELAPSED-DAYS =
               WS-RUN-DATE-INT - WS-LAST-TXN-INT
           COMPUTE WS-DAYS-TO-DORMANT =
               WS-FEE-THRESHOLD-DAYS - WS-ELAPSED-DAYS
           IF WS-DAYS-TO-DORMANT <= ZERO OR
              WS-DAYS-TO-DORMANT > 60
               EXIT PARAGRAPH
           END-IF
           IF WS-DAYS-TO-DORMANT <= 30
               MOVE '2' TO WS-TARGET-STAGE
           ELSE
               MOVE '1' TO WS-TARGET-STAGE
           END-IF
           PERFORM 6100-DWRN-WARN-IF-NEW-STAGE.

      *    동일단계 중복통지 방지 - ACCT070 2200과 동일 규칙.
       6100-DWRN-WARN-IF-NEW-STAGE.
           MOVE AF-ACCOUNT-NO TO DW-ACCOUNT-NO
           READ DORM-WARN-FILE
               INVALID KEY
                   PERFORM 6200-DWRN-RECORD-AND-ALERT
                   EXIT PARAGRAPH
           END-READ
           IF DW-LAST-TXN-AT-WARN NOT = AF-LAST-TXN-DATE
      *        예고후 재거래 - 새 사이클
               PERFORM 6200-DWRN-RECORD-AND-ALERT
               EXIT PARAGRAPH
           END-IF
           IF WS-TARGET-STAGE > DW-WARN-STAGE
               PERFORM 6200-DWRN-RECORD-AND-ALERT
           END-IF.

       6200-DWRN-RECORD-AND-ALERT.
           MOVE AF-ACCOUNT-NO     TO DW-ACCOUNT-NO
           MOVE AF-CUSTOMER-ID    TO DW-CUSTOMER-ID
           MOVE WS-TARGET-STAGE   TO DW-WARN-STAGE
           MOVE WS-RUN-DATE       TO DW-WARN-DATE
           MOVE AF-LAST-TXN-DATE  TO DW-LAST-TXN-AT-WARN
           MOVE SPACES            TO DW-FILLER
           WRITE DORM-WARN-RECORD
               INVALID KEY
                   REWRITE DORM-WARN-RECORD
           END-WRITE
           MOVE WS-RUN-DATE    TO AQ-OCCURRED-TS(1:8)
           MOVE WS-RUN-TIME    TO AQ-OCCURRED-TS(9:6)
           MOVE AF-CUSTOMER-ID TO AQ-CUSTOMER-ID
           MOVE AF-ACCOUNT-NO  TO AQ-ACCOUNT-NO
           MOVE ZERO           TO AQ-AMOUNT
           IF WS-TARGET-STAGE = '2'
               MOVE 'DRM2' TO AQ-EVENT-CODE
               MOVE '휴면전환 30일전 예고' TO AQ-DETAIL
               ADD 1 TO WS-DW-WARN2-COUNT
           ELSE
               MOVE 'DRM1' TO AQ-EVENT-CODE
               MOVE '휴면전환 60일전 예고' TO AQ-DETAIL
               ADD 1 TO WS-DW-WARN1-COUNT
           END-IF
           MOVE SPACES TO AQ-FILLER
           WRITE ALERT-QUEUE-RECORD
           PERFORM 6300-DWRN-WRITE-DETAIL-LINE.

       6300-DWRN-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '예고:'             DELIMITED SIZE
                  AF-ACCOUNT-NO       DELIMITED SIZE
                  ' 단계:'            DELIMITED SIZE
                  WS-TARGET-STAGE     DELIMITED SIZE
                  ' 최종거래:'        DELIMITED SIZE
                  AF-LAST-TXN-DATE    DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO DRPT-LINE
           WRITE WARN-REPORT-RECORD.

       6900-DWRN-WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '===합계=== 1단계:'  DELIMITED SIZE
               WS-DW-WARN1-COUNT    DELIMITED SIZE
               ' 2단계:'            DELIMITED SIZE
               WS-DW-WARN2-COUNT    DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO DRPT-LINE
           WRITE WARN-REPORT-RECORD.

      *================================================================
      *    5) 휴면계좌 수수료 (ACCT007)
      *================================================================
       7000-DORM-EVALUATE-ACCOUNT.
           IF AF-TYPE-LOAN
               ADD 1 TO WS-DM-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF AF-STATUS-ACTIVE OR AF-STATUS-DORMANT
               PERFORM 7100-DORM-CHECK-DORMANCY
           ELSE
               ADD 1 TO WS-DM-SKIPPED-COUNT
           END-IF.

       7100-DORM-CHECK-DORMANCY.
           MOVE AF-LAST-TXN-DATE TO WS-LAST-TXN-NUM
           COMPUTE WS-LAST-TXN-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-TXN-NUM)
           COMPUTE WS-ELAPSED-DAYS =
               WS-RUN-DATE-INT - WS-LAST-TXN-INT
           PERFORM 7120-DORM-CHECK-WARNING
           IF WS-ELAPSED-DAYS >= WS-FEE-THRESHOLD-DAYS
               PERFORM 7150-DORM-CHECK-FEE-DUE
           ELSE
               ADD 1 TO WS-DM-SKIPPED-COUNT
           END-IF.

      *    휴면전환 임박 알림 - 미사용일수가 전환기준까지
      *    1주기(수수료 주기) 이내로 남은 활성계좌를 통보한다.
       7120-DORM-CHECK-WARNING.
           IF AF-STATUS-ACTIVE
               AND WS-ELAPSED-DAYS >=
                   (WS-STATUS-THRESHOLD-DAYS - WS-FEE-THRESHOLD-DAYS)
               AND WS-ELAPSED-DAYS < WS-STATUS-THRESHOLD-DAYS
               PERFORM 7130-DORM-WRITE-ALERT
           END-IF.

       7130-DORM-WRITE-ALERT.
           MOVE WS-RUN-DATE     TO AQ-OCCURRED-TS(1:8)
           MOVE '000000'        TO AQ-OCCURRED-TS(9:6)
           MOVE AF-CUSTOMER-ID  TO AQ-CUSTOMER-ID
           MOVE AF-ACCOUNT-NO   TO AQ-ACCOUNT-NO
           MOVE 'DRM1'          TO AQ-EVENT-CODE
           MOVE AF-BALANCE      TO AQ-AMOUNT
           MOVE '휴면전환 임박 계좌' TO AQ-DETAIL
           MOVE SPACES          TO AQ-FILLER
           WRITE ALERT-QUEUE-RECORD.

      *    최근 부과일로부터 WS-FEE-THRESHOLD-DAYS(1년) 미만이면
      *    휴면계좌라도 중복부과하지 않는다.
       7150-DORM-CHECK-FEE-DUE.
           IF AF-LAST-FEE-DATE = SPACES OR AF-LAST-FEE-DATE = LOW-VALUES
               PERFORM 7200-DORM-ASSESS-FEE
           ELSE
               MOVE AF-LAST-FEE-DATE TO WS-LAST-FEE-NUM
               COMPUTE WS-LAST-FEE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-FEE-NUM)
               COMPUTE WS-FEE-ELAPSED-DAYS =
                   WS-RUN-DATE-INT - WS-LAST-FEE-INT
               IF WS-FEE-ELAPSED-DAYS >= WS-FEE-THRESHOLD-DAYS
                   PERFORM 7200-DORM-ASSESS-FEE
               ELSE
                   ADD 1 TO WS-DM-SKIPPED-COUNT
               END-IF
           END-IF.

       7200-DORM-ASSESS-FEE.
           IF AF-BALANCE >= WS-DORMANT-FEE-AMT
               SUBTRACT WS-DORMANT-FEE-AMT FROM AF-BALANCE
           ELSE
               MOVE ZERO TO AF-BALANCE
           END-IF
           MOVE WS-RUN-DATE TO AF-LAST-FEE-DATE
           PERFORM 7300-DORM-STATUS-TRANSITION
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE '휴면계좌 갱신 오류' TO WS-ERROR-MESSAGE
                   ADD 1 TO WS-DM-SKIPPED-COUNT
               NOT INVALID KEY
                   PERFORM 8400-WRITE-ACCT-JOURNAL
                   PERFORM 8100-WRITE-FEE-TRANSACTION
                   ADD 1 TO WS-DM-PROCESSED-COUNT
           END-REWRITE.

       7300-DORM-STATUS-TRANSITION.
           IF AF-STATUS-ACTIVE
               AND AF-BALANCE = ZERO
               AND WS-ELAPSED-DAYS >= WS-STATUS-THRESHOLD-DAYS
               SET AF-STATUS-DORMANT TO TRUE
               ADD 1 TO WS-DM-DORMANT-SET-COUNT
           END-IF.

       7400-DORM-WRITE-DETAIL-LINE.
           MOVE WS-DORMANT-FEE-AMT TO WS-DSP-AMOUNT
           MOVE WS-ELAPSED-DAYS    TO WS-DSP-DAYS
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               AF-ACCOUNT-NO       DELIMITED SIZE
               ' | 미사용일수:'    DELIMITED SIZE
               WS-DSP-DAYS         DELIMITED SIZE
               ' | 수수료:'        DELIMITED SIZE
               WS-DSP-AMOUNT       DELIMITED SIZE
               ' | 상태:'          DELIMITED SIZE
               AF-STATUS           DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO DR-LINE
           WRITE DORMANT-REPORT-RECORD.

       7900-DORM-WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===합계==='            DELIMITED SIZE
               ' 처리:'                DELIMITED SIZE
               WS-DM-PROCESSED-COUNT   DELIMITED SIZE
               ' 휴면전환:'            DELIMITED SIZE
               WS-DM-DORMANT-SET-COUNT DELIMITED SIZE
               ' 건너뜀:'              DELIMITED SIZE
               WS-DM-SKIPPED-COUNT     DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO DR-LINE
           WRITE DORMANT-REPORT-RECORD.

       8100-WRITE-FEE-TRANSACTION.
           PERFORM 8110-NEXT-TXN-ID
           MOVE WS-NEW-TXN-ID     TO TR-TXN-ID
           MOVE AF-ACCOUNT-NO     TO TR-ACCOUNT-NO
           MOVE 'FEE '            TO TR-TXN-TYPE
           MOVE WS-RUN-DATE       TO TR-TXN-DATE
           MOVE WS-TXN-TIME       TO TR-TXN-TIME
           MOVE WS-DORMANT-FEE-AMT TO TR-AMOUNT
           COMPUTE TR-BEFORE-BALANCE = AF-BALANCE + WS-DORMANT-FEE-AMT
           MOVE AF-BALANCE        TO TR-AFTER-BALANCE
           MOVE SPACES            TO TR-COUNTER-ACCOUNT
           MOVE 'BATC'            TO TR-CHANNEL
           MOVE 'S'               TO TR-STATUS
           MOVE '휴면계좌 수수료'    TO TR-DESCRIPTION
           WRITE TRANSACTION-RECORD
           PERFORM 7400-DORM-WRITE-DETAIL-LINE.

       8110-NEXT-TXN-ID.
           MOVE WS-RUN-DATE TO TS-SEQ-DATE
           READ TXN-SEQUENCE-FILE
               INVALID KEY
                   MOVE ZERO TO TS-LAST-SEQ
                   ADD 1 TO TS-LAST-SEQ
                   WRITE TXN-SEQUENCE-RECORD
               NOT INVALID KEY
                   ADD 1 TO TS-LAST-SEQ
                   REWRITE TXN-SEQUENCE-RECORD
           END-READ
           MOVE WS-RUN-DATE TO WS-NEW-TXN-ID(1:8)
           MOVE TS-LAST-SEQ TO WS-NEW-TXN-ID(9:12).

      *    계좌원장 변경저널 기록 - 갱신한 처리단계 진입시점의
      *    이미지와 갱신 후 이미지를 함께 보존한다.
       8400-WRITE-ACCT-JOURNAL.
           MOVE WS-RUN-DATE          TO AJ-TIMESTAMP(1:8)
           MOVE '000000'             TO AJ-TIMESTAMP(9:6)
           MOVE WS-JRNL-PGM-ID       TO AJ-PROGRAM-ID
           MOVE 'REWR'               TO AJ-ACTION
           MOVE AF-ACCOUNT-NO        TO AJ-ACCOUNT-NO
           MOVE WS-JRNL-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD       TO AJ-AFTER-IMAGE
           MOVE SPACES               TO AJ-FILLER
           WRITE ACCT-JOURNAL-RECORD.

       9000-FINALIZE.
           PERFORM 1700-CLOSE-RUN-CONTROL
           CLOSE ACCOUNT-FILE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE ALERT-QUEUE-FILE
           IF WS-STEP-SNAP
               CLOSE SNAPSHOT-FILE
           END-IF
           IF WS-STEP-ACCR
               PERFORM 4900-ACCR-WRITE-TOTAL-LINE
               CLOSE INTEREST-RATE-FILE
               IF WS-PREF-FILE-OPEN
                   CLOSE PREF-RATE-FILE
               END-IF
               CLOSE ACCRUAL-LEDGER-FILE
               CLOSE ACCRUAL-POSITION-FILE
               CLOSE ACCRUAL-REPORT-FILE
           END-IF
           IF WS-STEP-ODAG
               PERFORM 5800-ODAG-WRITE-AGING-REPORT
               CLOSE OD-AGING-REPORT-FILE
               CLOSE OD-FACILITY-FILE
           END-IF
           IF WS-STEP-DWRN
               PERFORM 6900-DWRN-WRITE-TOTAL-LINE
               CLOSE DORM-WARN-FILE
               CLOSE WARN-REPORT-FILE
           END-IF
           IF WS-STEP-DORM
               PERFORM 7900-DORM-WRITE-TOTAL-LINE
               CLOSE TRANSACTION-FILE
               CLOSE TXN-SEQUENCE-FILE
               CLOSE DORMANT-REPORT-FILE
           END-IF
           PERFORM 9100-DISPLAY-STEP-TOTALS.

       9100-DISPLAY-STEP-TOTALS.
           DISPLAY '==============================='
           DISPLAY 'ACCT090 야간 통합배치 완료'
           DISPLAY '기준일  : ' WS-RUN-DATE
           DISPLAY '단계    : ' WS-STEP-SWITCHES
           DISPLAY '판독계좌: ' WS-READ-COUNT
           IF WS-STEP-SNAP
               DISPLAY '스냅샷  신규:' WS-SN-WRITTEN-COUNT
                   ' 재기록:' WS-SN-REWRITTEN-COUNT
           END-IF
           IF WS-STEP-ACCR
               DISPLAY '이자적립 적립:' WS-AC-ACCRUED-COUNT
                   ' 건너뜀:' WS-AC-SKIPPED-COUNT
           END-IF
           IF WS-STEP-ODAG
               DISPLAY '연체관리 연체:' WS-OD-COUNT
                   ' 해소:' WS-OD-CURED-COUNT
                   ' 신규제한:' WS-OD-RESTRICTED-COUNT
           END-IF
           IF WS-STEP-DWRN
               DISPLAY '휴면예고 1단계:' WS-DW-WARN1-COUNT
                   ' 2단계:' WS-DW-WARN2-COUNT
           END-IF
           IF WS-STEP-DORM
               DISPLAY '휴면수수료 처리:' WS-DM-PROCESSED-COUNT
                   ' 휴면전환:' WS-DM-DORMANT-SET-COUNT
                   ' 건너뜀:' WS-DM-SKIPPED-COUNT
           END-IF
           DISPLAY '==============================='.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE ACCOUNT-FILE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE ALERT-QUEUE-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE INTEREST-RATE-FILE
           CLOSE ACCRUAL-LEDGER-FILE
           CLOSE ACCRUAL-POSITION-FILE
           CLOSE ACCRUAL-REPORT-FILE
           CLOSE OD-AGING-REPORT-FILE
           CLOSE OD-FACILITY-FILE
           CLOSE DORM-WARN-FILE
           CLOSE WARN-REPORT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE TXN-SEQUENCE-FILE
           CLOSE DORMANT-REPORT-FILE
           CLOSE RUN-CONTROL-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
