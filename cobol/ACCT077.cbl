      ******************************************************************
      * PROGRAM-ID: ACCT077
      * DESCRIPTION: 전기통신금융사기 피해구제(피해금 환급) 배치
      *              - VPMNT 입력 순차처리(기동구분 MANT)
      *                C:피해구제 신청 접수 W:신청 취하
      *                N:채권소멸절차 개시공고일 등록
      *                O:명의인 이의제기(절차중지) R:이의 종결
      *                (절차재개) A:환급금 지급승인(APPROVE 권한)
      *              - 신청 대상은 수취금지계좌(BLOCKLST, ACCT035)
      *                에 유효 등재된 당행 사기이용계좌에 한함
      *              - 최초 신청시 사기이용계좌 잔액(타 지급정지
      *                차감)을 지급정지(HOLDREG 사유 VPHS)하고
      *                계좌대장(VPACCT)을 개설, 신청건은 피해자
      *                신청대장(VPCLAIM)에 순번 부여 적재
      *              - DALY 기동: 공고일+2개월(채권소멸일) 경과
      *                계좌의 채권소멸 확정 및 피해자별 안분액
      *                (잔액 x 피해액 / 피해액합계, 원미만 절사,
      *                단수는 최대 피해액 신청건에 가산) 산정,
      *                지급실패 잔여건 재지급
      *              - 승인건은 지급정지 해제후 ACCT002 이체
      *                (당행 XFER/타행 IBKX)로 피해자에게 지급,
      *                실패분은 다시 지급정지. 지급건은 금융감독원
      *                피해환급금 지급통지 파일(VPFSS) 작성
      *              - 처리 리포트(VPRPT), 감사기록(연쇄)
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT077.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VP-MAINT-FILE
               ASSIGN TO 'VPMNT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT VP-ACCOUNT-FILE
               ASSIGN TO 'VPACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VA-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT VP-CLAIM-FILE
               ASSIGN TO 'VPCLAIM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BLOCKLIST-FILE
               ASSIGN TO 'BLOCKLST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO 'HOLDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-KEY
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

           SELECT FSS-NOTICE-FILE
               ASSIGN TO 'VPFSS'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT VP-REPORT-FILE
               ASSIGN TO 'VPRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    피해구제 유지보수 입력 - 피해구제 담당 접수분.
      *    피해자 계좌 은행코드 공백은 당행계좌.
       FD  VP-MAINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  VP-MAINT-RECORD.
           05  VM-ACTION             PIC X(01).
               88  VM-ACTION-CLAIM   VALUE 'C'.
               88  VM-ACTION-WITHDRAW VALUE 'W'.
               88  VM-ACTION-NOTICE  VALUE 'N'.
               88  VM-ACTION-OBJECT  VALUE 'O'.
               88  VM-ACTION-RESUME  VALUE 'R'.
               88  VM-ACTION-APPROVE VALUE 'A'.
           05  VM-ACCOUNT-NO         PIC X(12).
           05  VM-CLAIM-SEQ          PIC 9(03).
           05  VM-VICTIM-NAME        PIC X(30).
           05  VM-VICTIM-CUST-ID     PIC X(10).
           05  VM-VICTIM-BANK        PIC X(03).
           05  VM-VICTIM-ACCT        PIC X(12).
           05  VM-CLAIM-AMOUNT       PIC 9(13)V99.
           05  VM-POLICE-REF         PIC X(20).
           05  VM-EVENT-DATE         PIC X(08).
           05  VM-OPERATOR-ID        PIC X(08).
           05  VM-FILLER             PIC X(38).

      *    피해구제 계좌대장 - 사기이용계좌 단위.
      *    F:지급정지/공고요청 N:공고중 B:이의제기 중지
      *    E:채권소멸/안분확정 A:지급승인 D:환급완료 C:신청전건취하
       FD  VP-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  VP-ACCOUNT-RECORD.
           05  VA-ACCOUNT-NO         PIC X(12).
           05  VA-CUSTOMER-ID        PIC X(10).
           05  VA-LIST-SOURCE        PIC X(10).
           05  VA-STATUS             PIC X(01).
               88  VA-STATUS-FROZEN  VALUE 'F'.
               88  VA-STATUS-NOTICE  VALUE 'N'.
               88  VA-STATUS-OBJECTED VALUE 'B'.
               88  VA-STATUS-EXTINCT VALUE 'E'.
               88  VA-STATUS-APPROVED VALUE 'A'.
               88  VA-STATUS-DONE    VALUE 'D'.
               88  VA-STATUS-CANCELLED VALUE 'C'.
               88  VA-STATUS-CLAIMABLE VALUE 'F' 'N'.
           05  VA-HOLD-SEQ           PIC 9(04).
           05  VA-FROZEN-AMT         PIC S9(13)V99 COMP-3.
           05  VA-FREEZE-DATE        PIC X(08).
           05  VA-NOTICE-DATE        PIC X(08).
           05  VA-EXTINCT-DATE       PIC X(08).
           05  VA-CLAIM-COUNT        PIC 9(03).
           05  VA-CLAIM-TOTAL        PIC S9(13)V99 COMP-3.
           05  VA-POOL-AMT           PIC S9(13)V99 COMP-3.
           05  VA-SHARE-DATE         PIC X(08).
           05  VA-APPROVED-BY        PIC X(08).
           05  VA-APPROVED-DATE      PIC X(08).
           05  VA-PAID-TOTAL         PIC S9(13)V99 COMP-3.
           05  VA-CLOSE-DATE         PIC X(08).
           05  VA-FILLER             PIC X(22).

      *    피해자 신청대장 - 사기이용계좌+신청순번.
      *    R:접수 W:취하 S:안분확정 P:지급완료 F:지급실패
       FD  VP-CLAIM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  VP-CLAIM-RECORD.
           05  VC-KEY.
               10  VC-ACCOUNT-NO     PIC X(12).
               10  VC-CLAIM-SEQ      PIC 9(03).
           05  VC-VICTIM-NAME        PIC X(30).
           05  VC-VICTIM-CUST-ID     PIC X(10).
           05  VC-VICTIM-BANK        PIC X(03).
           05  VC-VICTIM-ACCT        PIC X(12).
           05  VC-CLAIM-AMOUNT       PIC S9(13)V99 COMP-3.
           05  VC-POLICE-REF         PIC X(20).
           05  VC-CLAIM-DATE         PIC X(08).
           05  VC-STATUS             PIC X(01).
               88  VC-STATUS-RECEIVED VALUE 'R'.
               88  VC-STATUS-WITHDRAWN VALUE 'W'.
               88  VC-STATUS-SHARED  VALUE 'S'.
               88  VC-STATUS-PAID    VALUE 'P'.
               88  VC-STATUS-FAILED  VALUE 'F'.
               88  VC-STATUS-LIVE    VALUE 'R' 'S' 'P' 'F'.
               88  VC-STATUS-PAYABLE VALUE 'S' 'F'.
           05  VC-SHARE-AMT          PIC S9(13)V99 COMP-3.
           05  VC-PAID-AMT           PIC S9(13)V99 COMP-3.
           05  VC-PAID-DATE          PIC X(08).
           05  VC-TXN-RESULT         PIC X(04).
           05  VC-REG-BY             PIC X(08).
           05  VC-FILLER             PIC X(39).

       FD  BLOCKLIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  BLOCKLIST-RECORD.
           05  BL-KEY.
               10  BL-BANK-CODE      PIC X(03).
               10  BL-ACCOUNT-NO     PIC X(12).
           05  BL-LIST-SOURCE        PIC X(10).
           05  BL-EFFECTIVE-FROM     PIC X(08).
           05  BL-EFFECTIVE-TO       PIC X(08).
           05  BL-STATUS             PIC X(01).
               88  BL-STATUS-ACTIVE  VALUE 'A'.
           05  BL-FILLER             PIC X(18).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ACCOUNT-RECORD.
           05  AF-ACCOUNT-NO         PIC X(12).
           05  AF-CUSTOMER-ID        PIC X(10).
           05  AF-CUSTOMER-ID-2      PIC X(10).
           05  AF-ACCOUNT-TYPE       PIC X(02).
           05  AF-BALANCE            PIC S9(13)V99 COMP-3.
           05  AF-OPEN-DATE          PIC X(08).
           05  AF-CLOSE-DATE         PIC X(08).
           05  AF-STATUS             PIC X(01).
               88  AF-STATUS-CLOSED  VALUE 'C'.
           05  AF-FILLER             PIC X(141).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  HOLD-RECORD.
           05  HR-KEY.
               10  HR-ACCOUNT-NO     PIC X(12).
               10  HR-HOLD-SEQ       PIC 9(04).
           05  HR-HOLD-AMOUNT        PIC S9(13)V99 COMP-3.
           05  HR-REASON-CODE        PIC X(04).
               88  HR-REASON-VPHS    VALUE 'VPHS'.
           05  HR-PLACED-BY          PIC X(08).
           05  HR-PLACED-DATE        PIC X(08).
           05  HR-EXPIRY-DATE        PIC X(08).
           05  HR-STATUS             PIC X(01).
               88  HR-STATUS-ACTIVE  VALUE 'A'.
               88  HR-STATUS-RELEASED VALUE 'R'.
           05  HR-RELEASED-BY        PIC X(08).
           05  HR-RELEASED-DATE      PIC X(08).
           05  HR-FILLER             PIC X(31).

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

      *    금융감독원 피해환급금 지급통지 - 헤더(H), 지급명세
      *    (D), 트레일러(E) 고정길이 200바이트.
       FD  FSS-NOTICE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  FSS-NOTICE-RECORD         PIC X(200).

       FD  VP-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  VP-REPORT-RECORD.
           05  VPRPT-LINE            PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '35'.

       01  WS-RUN-PARM.
           05  WS-RUN-FUNC           PIC X(04).
               88  WS-FUNC-MAINT     VALUE 'MANT'.
               88  WS-FUNC-DAILY     VALUE 'DALY'.
           05  WS-RUN-DATE           PIC X(08).

       01  WS-RUN-TIME               PIC X(06).

      *    보고기관 코드(금융감독원 부여)와 채권소멸 공고기간(월)
       01  WS-FSS-ORG-CODE           PIC X(07) VALUE 'KB00001'.
       01  WS-NOTICE-MONTHS          PIC 9(02) VALUE 02.

       01  WS-SWITCHES.
           05  WS-MAINT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-MAINT-EOF      VALUE 'Y'.
           05  WS-VA-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-VA-EOF         VALUE 'Y'.
           05  WS-CLAIM-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-CLAIM-EOF      VALUE 'Y'.
           05  WS-HOLD-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-HOLD-EOF       VALUE 'Y'.
           05  WS-FSS-HEADER-SW      PIC X(01) VALUE 'N'.
               88  WS-FSS-HEADER-DONE VALUE 'Y'.

      *    신청건 작업표 - 안분/지급 대상
       01  WS-CL-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-CL-IDX.
               10  WS-CL-SEQ             PIC 9(03).
               10  WS-CL-CLAIM-AMT       PIC S9(13)V99 COMP-3.
               10  WS-CL-SHARE-AMT       PIC S9(13)V99 COMP-3.

       01  WS-VP-WORK.
           05  WS-CUR-ACCOUNT        PIC X(12).
           05  WS-NEXT-SEQ           PIC 9(03).
           05  WS-NEXT-HOLD-SEQ      PIC 9(04).
           05  WS-OTHER-HOLDS        PIC S9(13)V99 COMP-3.
           05  WS-FREEZE-AMT         PIC S9(13)V99 COMP-3.
           05  WS-POOL-AMT           PIC S9(13)V99 COMP-3.
           05  WS-LIVE-TOTAL         PIC S9(13)V99 COMP-3.
           05  WS-SHARE-SUM          PIC S9(13)V99 COMP-3.
           05  WS-SHARE-WON          PIC S9(13).
           05  WS-REMAINDER          PIC S9(13)V99 COMP-3.
           05  WS-MAX-IDX            PIC 9(03).
           05  WS-MAX-CLAIM          PIC S9(13)V99 COMP-3.
           05  WS-UNPAID-AMT         PIC S9(13)V99 COMP-3.
           05  WS-PAID-THIS-RUN      PIC S9(13)V99 COMP-3.
           05  WS-LIVE-COUNT         PIC 9(03).

       01  WS-DATE-WORK.
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-DATE-INT           PIC 9(07).
           05  WS-CALC-DATE          PIC 9(08).
           05  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
               10  WS-CALC-YYYY      PIC 9(04).
               10  WS-CALC-MM        PIC 9(02).
               10  WS-CALC-DD        PIC 9(02).
           05  WS-NOTICE-DD          PIC 9(02).
           05  WS-MONTH-END-DD       PIC 9(02).

       01  WS-ACCT002-LINKAGE.
           05  WS-TXN-ACCOUNT-NO     PIC X(12).
           05  WS-TXN-TYPE           PIC X(04).
           05  WS-TXN-AMOUNT         PIC S9(13)V99 COMP-3.
           05  WS-TXN-COUNTER-ACCT-NO PIC X(12).
           05  WS-TXN-CHANNEL        PIC X(04).
           05  WS-TXN-RESULT-CODE    PIC X(04).
           05  WS-TXN-RESULT-MSG     PIC X(100).
           05  WS-TXN-CLIENT-REF     PIC X(20).
           05  WS-TXN-ORIG-TXN-ID    PIC X(20).
           05  WS-TXN-OPERATOR-ID    PIC X(08).
           05  WS-TXN-PEND-BYPASS    PIC X(01).
           05  WS-TXN-ORIG-BRANCH    PIC X(04).
           05  WS-TXN-VALUE-DATE     PIC X(08).
           05  WS-TXN-GUARDIAN-APPR  PIC X(01).
           05  WS-TXN-COUNTER-BANK   PIC X(03).
           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

       01  WS-FSS-HEADER-REC.
           05  FH-REC-TYPE           PIC X(01).
           05  FH-ORG-CODE           PIC X(07).
           05  FH-FILE-DATE          PIC X(08).
           05  FH-FILE-TIME          PIC X(06).
           05  FH-FILLER             PIC X(178).

       01  WS-FSS-DETAIL-REC.
           05  FD-REC-TYPE           PIC X(01).
           05  FD-FRAUD-ACCT-NO      PIC X(12).
           05  FD-CLAIM-SEQ          PIC 9(03).
           05  FD-POLICE-REF         PIC X(20).
           05  FD-VICTIM-NAME        PIC X(30).
           05  FD-VICTIM-BANK        PIC X(03).
           05  FD-VICTIM-ACCT        PIC X(12).
           05  FD-CLAIM-AMOUNT       PIC 9(15).
           05  FD-REFUND-AMOUNT      PIC 9(15).
           05  FD-NOTICE-DATE        PIC X(08).
           05  FD-EXTINCT-DATE       PIC X(08).
           05  FD-PAID-DATE          PIC X(08).
           05  FD-POOL-AMOUNT        PIC 9(15).
           05  FD-CLAIM-TOTAL        PIC 9(15).
           05  FD-FILLER             PIC X(35).

       01  WS-FSS-TRAILER-REC.
           05  FE-REC-TYPE           PIC X(01).
           05  FE-PAID-COUNT         PIC 9(07).
           05  FE-PAID-TOTAL         PIC 9(17).
           05  FE-FILLER             PIC X(175).

       01  WS-TOTAL-AREA.
           05  WS-CLAIM-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-WITHDRAWN-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-NOTICE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-OBJECT-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-APPROVED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-EXTINCT-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-PAYOUT-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-PAYFAIL-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-PAYOUT-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-FSS-COUNT          PIC 9(07) VALUE ZERO.

       01  WS-AUDIT-WORK.
           05  WS-AUDIT-KEY          PIC X(12).
           05  WS-AUDIT-ACTION       PIC X(04).
           05  WS-AUDIT-OPERATOR     PIC X(08).
           05  WS-AUDIT-RESULT       PIC X(04).
           05  WS-AUDIT-MESSAGE      PIC X(100).

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
           05  WS-DSP-AMOUNT-2       PIC -(13)9.99.
           05  WS-DSP-TOTAL          PIC -(15)9.99.

       01  WS-REPORT-LINES.
           05  WS-RPT-DETAIL         PIC X(160).
           05  WS-RPT-RESULT         PIC X(100).

      *    감사기록 연쇄검증값 작업영역 - ACCT022 8010과 동일.
       01  WS-CHAIN-AREA.
           05  WS-CHAIN-WORK         PIC 9(18) COMP.
           05  WS-CHAIN-I            PIC 9(04) COMP.

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN WS-FUNC-MAINT
                   PERFORM 2000-PROCESS-MAINT-FILE
                       UNTIL WS-MAINT-EOF
               WHEN WS-FUNC-DAILY
                   PERFORM 4000-DAILY-SCAN
                       UNTIL WS-VA-EOF
           END-EVALUATE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM SYSIN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF NOT WS-FUNC-MAINT AND NOT WS-FUNC-DAILY
               DISPLAY '*** ABEND: 기동구분 오류(MANT/DALY)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-DATE = SPACES OR WS-RUN-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           PERFORM 1100-OPEN-FILES
           MOVE SPACES TO VPRPT-LINE
           STRING '피해구제 처리 기동:' DELIMITED SIZE
                  WS-RUN-FUNC           DELIMITED SIZE
                  ' 기준일:'            DELIMITED SIZE
                  WS-RUN-DATE           DELIMITED SIZE
                  INTO VPRPT-LINE
           WRITE VP-REPORT-RECORD
           IF WS-FUNC-MAINT
               PERFORM 2100-READ-NEXT-MAINT-RECORD
           ELSE
               MOVE LOW-VALUES TO VA-ACCOUNT-NO
               START VP-ACCOUNT-FILE KEY IS > VA-ACCOUNT-NO
                   INVALID KEY
                       SET WS-VA-EOF TO TRUE
               END-START
           END-IF.

       1100-OPEN-FILES.
           IF WS-FUNC-MAINT
               OPEN INPUT VP-MAINT-FILE
               IF NOT WS-FILE-OK
                   MOVE 'VPMNT 오픈실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
               END-IF
           END-IF
           OPEN I-O VP-ACCOUNT-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE VP-ACCOUNT-FILE
               OPEN OUTPUT VP-ACCOUNT-FILE
               CLOSE VP-ACCOUNT-FILE
               OPEN I-O VP-ACCOUNT-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'VPACCT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O VP-CLAIM-FILE
           IF WS-FILE-NOT-FOUND
               CLOSE VP-CLAIM-FILE
               OPEN OUTPUT VP-CLAIM-FILE
               CLOSE VP-CLAIM-FILE
               OPEN I-O VP-CLAIM-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'VPCLAIM 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT BLOCKLIST-FILE
           IF NOT WS-FILE-OK
               MOVE 'BLOCKLST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O HOLD-FILE
           IF NOT WS-FILE-OK
               MOVE 'HOLDREG 오픈실패' TO WS-ERROR-MESSAGE
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
           OPEN OUTPUT FSS-NOTICE-FILE
           IF NOT WS-FILE-OK
               MOVE 'VPFSS 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT VP-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'VPRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *----------------------------------------------------------------
      *    MANT - 유지보수 입력 처리
      *----------------------------------------------------------------
       2000-PROCESS-MAINT-FILE.
           EVALUATE TRUE
               WHEN VM-ACTION-CLAIM
                   PERFORM 2200-REGISTER-CLAIM
               WHEN VM-ACTION-WITHDRAW
                   PERFORM 2300-WITHDRAW-CLAIM
               WHEN VM-ACTION-NOTICE
                   PERFORM 2400-RECORD-NOTICE
               WHEN VM-ACTION-OBJECT
                   PERFORM 2500-RECORD-OBJECTION
               WHEN VM-ACTION-RESUME
                   PERFORM 2550-RESUME-PROCEDURE
               WHEN VM-ACTION-APPROVE
                   PERFORM 2600-APPROVE-REFUND
               WHEN OTHER
                   MOVE '알수없는 작업구분' TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
           END-EVALUATE
           PERFORM 2100-READ-NEXT-MAINT-RECORD.

       2100-READ-NEXT-MAINT-RECORD.
           READ VP-MAINT-FILE
               AT END
                   SET WS-MAINT-EOF TO TRUE
           END-READ.

      *    피해구제 신청 접수 - 수취금지 등재 당행계좌 확인후,
      *    최초 신청이면 잔액 지급정지와 계좌대장을 개설한다.
      *    신청 전건취하(C)된 계좌는 지급정지를 다시 걸고 대장을
      *    재개한다. 채권소멸 확정(E) 이후 신청은 받지 않는다.
       2200-REGISTER-CLAIM.
           IF VM-ACCOUNT-NO = SPACES OR VM-VICTIM-NAME = SPACES OR
              VM-VICTIM-ACCT = SPACES OR VM-POLICE-REF = SPACES
               MOVE '접수실패-필수항목 누락' TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           IF VM-CLAIM-AMOUNT NOT NUMERIC OR VM-CLAIM-AMOUNT = ZERO
               MOVE '접수실패-피해금액 오류' TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES        TO BL-BANK-CODE
           MOVE VM-ACCOUNT-NO TO BL-ACCOUNT-NO
           READ BLOCKLIST-FILE
               INVALID KEY
                   MOVE '접수실패-수취금지 미등재 계좌'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-READ
           IF NOT BL-STATUS-ACTIVE
               MOVE '접수실패-수취금지 해제된 계좌'
                   TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           MOVE VM-ACCOUNT-NO TO VA-ACCOUNT-NO
           READ VP-ACCOUNT-FILE
               INVALID KEY
                   PERFORM 2250-OPEN-VP-ACCOUNT
                   IF NOT WS-FILE-OK
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           IF VA-STATUS-CANCELLED
               PERFORM 2255-REOPEN-VP-ACCOUNT
               IF NOT WS-FILE-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF NOT VA-STATUS-CLAIMABLE AND NOT VA-STATUS-OBJECTED
               MOVE '접수실패-채권소멸 확정후 신청'
                   TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           PERFORM 2270-FIND-NEXT-CLAIM-SEQ
           MOVE SPACES            TO VP-CLAIM-RECORD
           MOVE VM-ACCOUNT-NO     TO VC-ACCOUNT-NO
           MOVE WS-NEXT-SEQ       TO VC-CLAIM-SEQ
           MOVE VM-VICTIM-NAME    TO VC-VICTIM-NAME
           MOVE VM-VICTIM-CUST-ID TO VC-VICTIM-CUST-ID
           MOVE VM-VICTIM-BANK    TO VC-VICTIM-BANK
           MOVE VM-VICTIM-ACCT    TO VC-VICTIM-ACCT
           MOVE VM-CLAIM-AMOUNT   TO VC-CLAIM-AMOUNT
           MOVE VM-POLICE-REF     TO VC-POLICE-REF
           MOVE WS-RUN-DATE       TO VC-CLAIM-DATE
           MOVE 'R'               TO VC-STATUS
           MOVE ZERO              TO VC-SHARE-AMT
           MOVE ZERO              TO VC-PAID-AMT
           MOVE VM-OPERATOR-ID    TO VC-REG-BY
           WRITE VP-CLAIM-RECORD
               INVALID KEY
                   MOVE '접수실패-신청대장 기록오류'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1               TO VA-CLAIM-COUNT
           ADD VM-CLAIM-AMOUNT TO VA-CLAIM-TOTAL
           PERFORM 2800-REWRITE-VP-ACCOUNT
           ADD 1 TO WS-CLAIM-COUNT
           MOVE SPACES TO WS-RPT-RESULT
           STRING '피해구제 신청 접수 순번:' DELIMITED SIZE
                  WS-NEXT-SEQ                DELIMITED SIZE
                  INTO WS-RPT-RESULT
           PERFORM 2810-WRITE-MAINT-LINE
           MOVE 'VPCL' TO WS-AUDIT-ACTION
           PERFORM 2850-AUDIT-MAINT.

      *    계좌대장 개설 - 지급정지액 = 잔액 - 타 유효 지급정지
      *    (음수는 0). 잔액이 없어도 대장은 개설하여 신청을
      *    모은다.
       2250-OPEN-VP-ACCOUNT.
           MOVE VM-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '접수실패-당행 계좌 아님'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   MOVE '23' TO WS-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ
           MOVE VM-ACCOUNT-NO TO WS-CUR-ACCOUNT
           PERFORM 2260-SCAN-ACCOUNT-HOLDS
           COMPUTE WS-FREEZE-AMT = AF-BALANCE - WS-OTHER-HOLDS
           IF WS-FREEZE-AMT < ZERO
               MOVE ZERO TO WS-FREEZE-AMT
           END-IF
           MOVE SPACES           TO VP-ACCOUNT-RECORD
           MOVE VM-ACCOUNT-NO    TO VA-ACCOUNT-NO
           MOVE AF-CUSTOMER-ID   TO VA-CUSTOMER-ID
           MOVE BL-LIST-SOURCE   TO VA-LIST-SOURCE
           MOVE 'F'              TO VA-STATUS
           MOVE ZERO             TO VA-HOLD-SEQ
           MOVE WS-FREEZE-AMT    TO VA-FROZEN-AMT
           MOVE WS-RUN-DATE      TO VA-FREEZE-DATE
           MOVE ZERO             TO VA-CLAIM-COUNT
           MOVE ZERO             TO VA-CLAIM-TOTAL
           MOVE ZERO             TO VA-POOL-AMT
           MOVE ZERO             TO VA-PAID-TOTAL
           IF WS-FREEZE-AMT > ZERO
               PERFORM 2265-PLACE-VPHS-HOLD
           END-IF
           WRITE VP-ACCOUNT-RECORD
               INVALID KEY
                   MOVE '접수실패-계좌대장 기록오류'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-WRITE
           MOVE WS-FREEZE-AMT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '  사기이용계좌 지급정지:' DELIMITED SIZE
                  VM-ACCOUNT-NO              DELIMITED SIZE
                  ' 정지액:'                 DELIMITED SIZE
                  WS-DSP-AMOUNT              DELIMITED SIZE
                  ' 등재출처:'               DELIMITED SIZE
                  BL-LIST-SOURCE             DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE VM-ACCOUNT-NO  TO WS-AUDIT-KEY
           MOVE 'VPFZ'         TO WS-AUDIT-ACTION
           MOVE VM-OPERATOR-ID TO WS-AUDIT-OPERATOR
           MOVE '0000'         TO WS-AUDIT-RESULT
           MOVE WS-RPT-DETAIL(3:98) TO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT
           MOVE '00' TO WS-FILE-STATUS.

      *    전건취하 계좌 재개 - 개설과 같이 지급정지액을 다시
      *    산정하여 정지하고, 이전 절차의 일자/금액/건수는 초기화
      *    한다(신청순번은 이어서 부여).
       2255-REOPEN-VP-ACCOUNT.
           MOVE VM-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '접수실패-당행 계좌 아님'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   MOVE '23' TO WS-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ
           MOVE VM-ACCOUNT-NO TO WS-CUR-ACCOUNT
           PERFORM 2260-SCAN-ACCOUNT-HOLDS
           COMPUTE WS-FREEZE-AMT = AF-BALANCE - WS-OTHER-HOLDS
           IF WS-FREEZE-AMT < ZERO
               MOVE ZERO TO WS-FREEZE-AMT
           END-IF
           MOVE BL-LIST-SOURCE   TO VA-LIST-SOURCE
           MOVE 'F'              TO VA-STATUS
           MOVE ZERO             TO VA-HOLD-SEQ
           MOVE WS-FREEZE-AMT    TO VA-FROZEN-AMT
           MOVE WS-RUN-DATE      TO VA-FREEZE-DATE
           MOVE SPACES           TO VA-NOTICE-DATE
           MOVE SPACES           TO VA-EXTINCT-DATE
           MOVE ZERO             TO VA-CLAIM-COUNT
           MOVE ZERO             TO VA-CLAIM-TOTAL
           MOVE ZERO             TO VA-POOL-AMT
           MOVE SPACES           TO VA-SHARE-DATE
           MOVE SPACES           TO VA-APPROVED-BY
           MOVE SPACES           TO VA-APPROVED-DATE
           MOVE ZERO             TO VA-PAID-TOTAL
           MOVE SPACES           TO VA-CLOSE-DATE
           IF WS-FREEZE-AMT > ZERO
               PERFORM 2265-PLACE-VPHS-HOLD
           END-IF
           REWRITE VP-ACCOUNT-RECORD
               INVALID KEY
                   MOVE '접수실패-계좌대장 갱신오류'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   MOVE '23' TO WS-FILE-STATUS
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE WS-FREEZE-AMT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '  사기이용계좌 정지재개:' DELIMITED SIZE
                  VM-ACCOUNT-NO              DELIMITED SIZE
                  ' 정지액:'                 DELIMITED SIZE
                  WS-DSP-AMOUNT              DELIMITED SIZE
                  ' 등재출처:'               DELIMITED SIZE
                  BL-LIST-SOURCE             DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE VM-ACCOUNT-NO  TO WS-AUDIT-KEY
           MOVE 'VPFZ'         TO WS-AUDIT-ACTION
           MOVE VM-OPERATOR-ID TO WS-AUDIT-OPERATOR
           MOVE '0000'         TO WS-AUDIT-RESULT
           MOVE WS-RPT-DETAIL(3:98) TO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT
           MOVE '00' TO WS-FILE-STATUS.

      *    계좌의 지급정지 전건 탐색 - VPHS 외 유효 정지 합계와
      *    다음 일련번호를 구한다.
       2260-SCAN-ACCOUNT-HOLDS.
           MOVE ZERO TO WS-OTHER-HOLDS
           MOVE ZERO TO WS-NEXT-HOLD-SEQ
           MOVE 'N'  TO WS-HOLD-EOF-SW
           MOVE WS-CUR-ACCOUNT TO HR-ACCOUNT-NO
           MOVE ZERO           TO HR-HOLD-SEQ
           START HOLD-FILE KEY IS >= HR-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM 2261-READ-NEXT-HOLD
               UNTIL WS-HOLD-EOF.

       2261-READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HR-ACCOUNT-NO NOT = WS-CUR-ACCOUNT
                       SET WS-HOLD-EOF TO TRUE
                   ELSE
                       MOVE HR-HOLD-SEQ TO WS-NEXT-HOLD-SEQ
                       IF HR-STATUS-ACTIVE AND NOT HR-REASON-VPHS
                           ADD HR-HOLD-AMOUNT TO WS-OTHER-HOLDS
                       END-IF
                   END-IF
           END-READ.

       2265-PLACE-VPHS-HOLD.
           ADD 1 TO WS-NEXT-HOLD-SEQ
           MOVE SPACES           TO HOLD-RECORD
           MOVE VM-ACCOUNT-NO    TO HR-ACCOUNT-NO
           MOVE WS-NEXT-HOLD-SEQ TO HR-HOLD-SEQ
           MOVE WS-FREEZE-AMT    TO HR-HOLD-AMOUNT
           MOVE 'VPHS'           TO HR-REASON-CODE
           MOVE 'ACCT077 '       TO HR-PLACED-BY
           MOVE WS-RUN-DATE      TO HR-PLACED-DATE
           MOVE '99991231'       TO HR-EXPIRY-DATE
           MOVE 'A'              TO HR-STATUS
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE 'HOLDREG 기록실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-WRITE
           MOVE WS-NEXT-HOLD-SEQ TO VA-HOLD-SEQ.

       2270-FIND-NEXT-CLAIM-SEQ.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N'  TO WS-CLAIM-EOF-SW
           MOVE VM-ACCOUNT-NO TO VC-ACCOUNT-NO
           MOVE ZERO          TO VC-CLAIM-SEQ
           START VP-CLAIM-FILE KEY IS >= VC-KEY
               INVALID KEY
                   SET WS-CLAIM-EOF TO TRUE
           END-START
           PERFORM 2271-READ-NEXT-SEQ
               UNTIL WS-CLAIM-EOF
           ADD 1 TO WS-NEXT-SEQ.

       2271-READ-NEXT-SEQ.
           READ VP-CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-CLAIM-EOF TO TRUE
               NOT AT END
                   IF VC-ACCOUNT-NO NOT = VM-ACCOUNT-NO
                       SET WS-CLAIM-EOF TO TRUE
                   ELSE
                       MOVE VC-CLAIM-SEQ TO WS-NEXT-SEQ
                   END-IF
           END-READ.

      *    신청 취하 - 안분확정 이전 신청만. 남은 신청이 없으면
      *    계좌대장을 취소(C)하고 지급정지를 해제한다.
       2300-WITHDRAW-CLAIM.
           MOVE VM-ACCOUNT-NO TO VA-ACCOUNT-NO
           READ VP-ACCOUNT-FILE
               INVALID KEY
                   MOVE '취하실패-피해구제 미접수 계좌'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-READ
           IF NOT VA-STATUS-CLAIMABLE AND NOT VA-STATUS-OBJECTED
               MOVE '취하실패-안분확정 이후' TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           MOVE VM-ACCOUNT-NO TO VC-ACCOUNT-NO
           MOVE VM-CLAIM-SEQ  TO VC-CLAIM-SEQ
           READ VP-CLAIM-FILE
               INVALID KEY
                   MOVE '취하실패-신청 없음' TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-READ
           IF NOT VC-STATUS-RECEIVED
               MOVE '취하실패-이미 취하된 신청'
                   TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           MOVE 'W' TO VC-STATUS
           REWRITE VP-CLAIM-RECORD
               INVALID KEY
                   MOVE '취하실패-신청대장 갱신오류'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-REWRITE
           SUBTRACT 1               FROM VA-CLAIM-COUNT
           SUBTRACT VC-CLAIM-AMOUNT FROM VA-CLAIM-TOTAL
           IF VA-CLAIM-COUNT = ZERO
               MOVE 'C'         TO VA-STATUS
               MOVE WS-RUN-DATE TO VA-CLOSE-DATE
               PERFORM 3500-RELEASE-VPHS-HOLD
           END-IF
           PERFORM 2800-REWRITE-VP-ACCOUNT
           ADD 1 TO WS-WITHDRAWN-COUNT
           IF VA-STATUS-CANCELLED
               MOVE '신청 취하 - 잔여신청 없음, 정지해제'
                   TO WS-RPT-RESULT
           ELSE
               MOVE '신청 취하 완료' TO WS-RPT-RESULT
           END-IF
           PERFORM 2810-WRITE-MAINT-LINE
           MOVE 'VPWD' TO WS-AUDIT-ACTION
           PERFORM 2850-AUDIT-MAINT.

      *    채권소멸절차 개시공고 - 금융감독원 공고일 등록,
      *    채권소멸일 = 공고일 + 공고기간(월), 해당월에 같은
      *    일자가 없으면 말일.
       2400-RECORD-NOTICE.
           MOVE VM-ACCOUNT-NO TO VA-ACCOUNT-NO
           READ VP-ACCOUNT-FILE
               INVALID KEY
                   MOVE '공고실패-피해구제 미접수 계좌'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-READ
           IF NOT VA-STATUS-FROZEN
               MOVE '공고실패-공고요청 상태 아님'
                   TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           IF VM-EVENT-DATE = SPACES OR VM-EVENT-DATE NOT NUMERIC
               MOVE '공고실패-공고일 오류' TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           MOVE VM-EVENT-DATE TO VA-NOTICE-DATE
           PERFORM 2410-CALC-EXTINCT-DATE
           MOVE 'N' TO VA-STATUS
           PERFORM 2800-REWRITE-VP-ACCOUNT
           ADD 1 TO WS-NOTICE-COUNT
           MOVE SPACES TO WS-RPT-RESULT
           STRING '채권소멸공고 등록 소멸예정일:'
                      DELIMITED SIZE
                  VA-EXTINCT-DATE DELIMITED SIZE
                  INTO WS-RPT-RESULT
           PERFORM 2810-WRITE-MAINT-LINE
           MOVE 'VPNT' TO WS-AUDIT-ACTION
           PERFORM 2850-AUDIT-MAINT.

       2410-CALC-EXTINCT-DATE.
           MOVE VA-NOTICE-DATE TO WS-CALC-DATE
           MOVE WS-CALC-DD     TO WS-NOTICE-DD
           ADD WS-NOTICE-MONTHS TO WS-CALC-MM
           ADD 1 TO WS-CALC-MM
           PERFORM 2420-NORMALIZE-MONTH
           MOVE 1 TO WS-CALC-DD
           MOVE WS-CALC-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-CALC-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-CALC-DD TO WS-MONTH-END-DD
           IF WS-NOTICE-DD < WS-MONTH-END-DD
               MOVE WS-NOTICE-DD TO WS-CALC-DD
           END-IF
           MOVE WS-CALC-DATE TO VA-EXTINCT-DATE.

       2420-NORMALIZE-MONTH.
           IF WS-CALC-MM > 12
               SUBTRACT 12 FROM WS-CALC-MM
               ADD 1 TO WS-CALC-YYYY
           END-IF.

      *    명의인 이의제기 - 채권소멸 진행을 중지한다(지급정지
      *    유지). 이의 종결(R)시 공고상태로 재개.
       2500-RECORD-OBJECTION.
           MOVE VM-ACCOUNT-NO TO VA-ACCOUNT-NO
           READ VP-ACCOUNT-FILE
               INVALID KEY
                   MOVE '이의실패-피해구제 미접수 계좌'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-READ
           IF NOT VA-STATUS-CLAIMABLE
               MOVE '이의실패-채권소멸 진행중 아님'
                   TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO VA-STATUS
           PERFORM 2800-REWRITE-VP-ACCOUNT
           ADD 1 TO WS-OBJECT-COUNT
           MOVE '명의인 이의제기 - 절차 중지'
               TO WS-RPT-RESULT
           PERFORM 2810-WRITE-MAINT-LINE
           MOVE 'VPOB' TO WS-AUDIT-ACTION
           PERFORM 2850-AUDIT-MAINT.

       2550-RESUME-PROCEDURE.
           MOVE VM-ACCOUNT-NO TO VA-ACCOUNT-NO
           READ VP-ACCOUNT-FILE
               INVALID KEY
                   MOVE '재개실패-피해구제 미접수 계좌'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-READ
           IF NOT VA-STATUS-OBJECTED
               MOVE '재개실패-이의제기 상태 아님'
                   TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           IF VA-NOTICE-DATE = SPACES
               MOVE 'F' TO VA-STATUS
           ELSE
               MOVE 'N' TO VA-STATUS
           END-IF
           PERFORM 2800-REWRITE-VP-ACCOUNT
           MOVE '이의 종결 - 절차 재개' TO WS-RPT-RESULT
           PERFORM 2810-WRITE-MAINT-LINE
           MOVE 'VPRS' TO WS-AUDIT-ACTION
           PERFORM 2850-AUDIT-MAINT.

      *    지급승인 - 안분확정(E) 계좌를 APPROVE 권한자가 승인하면
      *    즉시 피해자별 안분액을 지급한다.
       2600-APPROVE-REFUND.
           MOVE VM-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '승인실패-미등록 조작자'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-READ
           IF OP-STATUS-LOCKED OR NOT OP-ALLOW-APPROVE
               MOVE '승인실패-승인권한 없음' TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           MOVE VM-ACCOUNT-NO TO VA-ACCOUNT-NO
           READ VP-ACCOUNT-FILE
               INVALID KEY
                   MOVE '승인실패-피해구제 미접수 계좌'
                       TO WS-RPT-RESULT
                   PERFORM 2900-REJECT-MAINT
                   EXIT PARAGRAPH
           END-READ
           IF NOT VA-STATUS-EXTINCT
               MOVE '승인실패-안분확정 상태 아님'
                   TO WS-RPT-RESULT
               PERFORM 2900-REJECT-MAINT
               EXIT PARAGRAPH
           END-IF
           MOVE 'A'            TO VA-STATUS
           MOVE VM-OPERATOR-ID TO VA-APPROVED-BY
           MOVE WS-RUN-DATE    TO VA-APPROVED-DATE
           PERFORM 2800-REWRITE-VP-ACCOUNT
           ADD 1 TO WS-APPROVED-COUNT
           MOVE '환급금 지급승인 - 지급진행' TO WS-RPT-RESULT
           PERFORM 2810-WRITE-MAINT-LINE
           MOVE 'VPAP' TO WS-AUDIT-ACTION
           PERFORM 2850-AUDIT-MAINT
           MOVE VM-ACCOUNT-NO TO WS-CUR-ACCOUNT
           PERFORM 6000-PAY-OUT-ACCOUNT.

       2800-REWRITE-VP-ACCOUNT.
           REWRITE VP-ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'VPACCT 갱신실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-REWRITE.

       2810-WRITE-MAINT-LINE.
           MOVE VM-CLAIM-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING VM-ACTION         DELIMITED SIZE
                  ' 계좌:'          DELIMITED SIZE
                  VM-ACCOUNT-NO     DELIMITED SIZE
                  ' 피해자:'        DELIMITED SIZE
                  VM-VICTIM-NAME    DELIMITED SIZE
                  ' 피해액:'        DELIMITED SIZE
                  WS-DSP-AMOUNT     DELIMITED SIZE
                  ' - '             DELIMITED SIZE
                  WS-RPT-RESULT     DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 7900-WRITE-REPORT-LINE.

       2850-AUDIT-MAINT.
           MOVE VM-ACCOUNT-NO  TO WS-AUDIT-KEY
           MOVE VM-OPERATOR-ID TO WS-AUDIT-OPERATOR
           MOVE '0000'         TO WS-AUDIT-RESULT
           MOVE SPACES         TO WS-AUDIT-MESSAGE
           STRING '피해구제 '    DELIMITED SIZE
                  WS-RPT-RESULT  DELIMITED SIZE
                  INTO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT.

       2900-REJECT-MAINT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 8 TO RETURN-CODE
           PERFORM 2810-WRITE-MAINT-LINE.

      *    피해구제 지급정지 해제 - 계좌대장의 정지 일련번호.
       3500-RELEASE-VPHS-HOLD.
           IF VA-HOLD-SEQ = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE VA-ACCOUNT-NO TO HR-ACCOUNT-NO
           MOVE VA-HOLD-SEQ   TO HR-HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF HR-STATUS-ACTIVE
               MOVE 'R'         TO HR-STATUS
               MOVE 'ACCT077 '  TO HR-RELEASED-BY
               MOVE WS-RUN-DATE TO HR-RELEASED-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      *----------------------------------------------------------------
      *    DALY - 채권소멸 확정/안분, 지급실패 재지급
      *----------------------------------------------------------------
       4000-DAILY-SCAN.
           READ VP-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-VA-EOF TO TRUE
               NOT AT END
                   MOVE VA-ACCOUNT-NO TO WS-CUR-ACCOUNT
                   EVALUATE TRUE
                       WHEN VA-STATUS-NOTICE AND
                            WS-RUN-DATE >= VA-EXTINCT-DATE
                           PERFORM 5000-EXTINGUISH-AND-SHARE
                           PERFORM 4900-REPOSITION-ACCOUNT
                       WHEN VA-STATUS-APPROVED
                           PERFORM 6000-PAY-OUT-ACCOUNT
                           PERFORM 4900-REPOSITION-ACCOUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *    안분/지급 처리가 계좌대장을 키로 재조회하므로 처리후
      *    다음 계좌부터 재위치한다.
       4900-REPOSITION-ACCOUNT.
           MOVE WS-CUR-ACCOUNT TO VA-ACCOUNT-NO
           START VP-ACCOUNT-FILE KEY IS > VA-ACCOUNT-NO
               INVALID KEY
                   SET WS-VA-EOF TO TRUE
           END-START.

      *    채권소멸 확정 및 안분 - 환급재원 = min(지급정지액,
      *    현재 잔액). 재원이 피해액 합계 이상이면 피해액 전액,
      *    미달이면 피해액 비례(원미만 절사) 후 단수를 최대
      *    피해액 신청건에 가산한다.
       5000-EXTINGUISH-AND-SHARE.
           MOVE WS-CUR-ACCOUNT TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE ZERO TO AF-BALANCE
           END-READ
           MOVE VA-FROZEN-AMT TO WS-POOL-AMT
           IF AF-BALANCE < WS-POOL-AMT
               MOVE AF-BALANCE TO WS-POOL-AMT
           END-IF
           IF WS-POOL-AMT < ZERO
               MOVE ZERO TO WS-POOL-AMT
           END-IF
           PERFORM 5100-LOAD-LIVE-CLAIMS
           MOVE ZERO TO WS-SHARE-SUM
           PERFORM 5200-CALC-ONE-SHARE
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
           COMPUTE WS-REMAINDER = WS-POOL-AMT - WS-SHARE-SUM
           IF WS-POOL-AMT < WS-LIVE-TOTAL AND WS-REMAINDER > ZERO
              AND WS-MAX-IDX > ZERO
               SET WS-CL-IDX TO WS-MAX-IDX
               ADD WS-REMAINDER TO WS-CL-SHARE-AMT(WS-CL-IDX)
               ADD WS-REMAINDER TO WS-SHARE-SUM
           END-IF
           PERFORM 5300-STORE-ONE-SHARE
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
           MOVE WS-CUR-ACCOUNT TO VA-ACCOUNT-NO
           READ VP-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'VPACCT 재조회 실패' TO WS-ERROR-MESSAGE
                   PERFORM 9900-ABEND-HANDLER
           END-READ
           MOVE 'E'          TO VA-STATUS
           MOVE WS-POOL-AMT  TO VA-POOL-AMT
           MOVE WS-RUN-DATE  TO VA-SHARE-DATE
           MOVE WS-LIVE-TOTAL TO VA-CLAIM-TOTAL
           MOVE WS-LIVE-COUNT TO VA-CLAIM-COUNT
           PERFORM 2800-REWRITE-VP-ACCOUNT
           ADD 1 TO WS-EXTINCT-COUNT
           MOVE WS-POOL-AMT   TO WS-DSP-AMOUNT
           MOVE WS-LIVE-TOTAL TO WS-DSP-AMOUNT-2
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '채권소멸 확정 계좌:'  DELIMITED SIZE
                  WS-CUR-ACCOUNT         DELIMITED SIZE
                  ' 환급재원:'           DELIMITED SIZE
                  WS-DSP-AMOUNT          DELIMITED SIZE
                  ' 피해액합계:'         DELIMITED SIZE
                  WS-DSP-AMOUNT-2        DELIMITED SIZE
                  ' 신청:'               DELIMITED SIZE
                  WS-LIVE-COUNT          DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-CUR-ACCOUNT TO WS-AUDIT-KEY
           MOVE 'VPEX'         TO WS-AUDIT-ACTION
           MOVE 'ACCT077 '     TO WS-AUDIT-OPERATOR
           MOVE '0000'         TO WS-AUDIT-RESULT
           MOVE WS-RPT-DETAIL  TO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT.

       5100-LOAD-LIVE-CLAIMS.
           MOVE ZERO TO WS-CL-COUNT
           MOVE ZERO TO WS-LIVE-TOTAL
           MOVE ZERO TO WS-LIVE-COUNT
           MOVE ZERO TO WS-MAX-IDX
           MOVE ZERO TO WS-MAX-CLAIM
           MOVE 'N'  TO WS-CLAIM-EOF-SW
           MOVE WS-CUR-ACCOUNT TO VC-ACCOUNT-NO
           MOVE ZERO           TO VC-CLAIM-SEQ
           START VP-CLAIM-FILE KEY IS >= VC-KEY
               INVALID KEY
                   SET WS-CLAIM-EOF TO TRUE
           END-START
           PERFORM 5110-READ-NEXT-LIVE-CLAIM
               UNTIL WS-CLAIM-EOF.

       5110-READ-NEXT-LIVE-CLAIM.
           READ VP-CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-CLAIM-EOF TO TRUE
               NOT AT END
                   IF VC-ACCOUNT-NO NOT = WS-CUR-ACCOUNT
                       SET WS-CLAIM-EOF TO TRUE
                   ELSE
                       IF VC-STATUS-RECEIVED
                           PERFORM 5120-ADD-CLAIM-ENTRY
                       END-IF
                   END-IF
           END-READ.

       5120-ADD-CLAIM-ENTRY.
           IF WS-CL-COUNT >= 200
               MOVE '피해구제 신청건 한도(200) 초과'
                   TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           ADD 1 TO WS-CL-COUNT
           SET WS-CL-IDX TO WS-CL-COUNT
           MOVE VC-CLAIM-SEQ    TO WS-CL-SEQ(WS-CL-IDX)
           MOVE VC-CLAIM-AMOUNT TO WS-CL-CLAIM-AMT(WS-CL-IDX)
           MOVE ZERO            TO WS-CL-SHARE-AMT(WS-CL-IDX)
           ADD VC-CLAIM-AMOUNT  TO WS-LIVE-TOTAL
           ADD 1                TO WS-LIVE-COUNT
           IF VC-CLAIM-AMOUNT > WS-MAX-CLAIM
               MOVE VC-CLAIM-AMOUNT TO WS-MAX-CLAIM
               MOVE WS-CL-COUNT     TO WS-MAX-IDX
           END-IF.

       5200-CALC-ONE-SHARE.
           IF WS-POOL-AMT >= WS-LIVE-TOTAL
               MOVE WS-CL-CLAIM-AMT(WS-CL-IDX)
                   TO WS-CL-SHARE-AMT(WS-CL-IDX)
           ELSE
               COMPUTE WS-SHARE-WON =
                   WS-POOL-AMT * WS-CL-CLAIM-AMT(WS-CL-IDX)
                   / WS-LIVE-TOTAL
               MOVE WS-SHARE-WON TO WS-CL-SHARE-AMT(WS-CL-IDX)
           END-IF
           ADD WS-CL-SHARE-AMT(WS-CL-IDX) TO WS-SHARE-SUM.

       5300-STORE-ONE-SHARE.
           MOVE WS-CUR-ACCOUNT        TO VC-ACCOUNT-NO
           MOVE WS-CL-SEQ(WS-CL-IDX)  TO VC-CLAIM-SEQ
           READ VP-CLAIM-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-CL-SHARE-AMT(WS-CL-IDX) TO VC-SHARE-AMT
           MOVE 'S' TO VC-STATUS
           REWRITE VP-CLAIM-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE VC-CLAIM-AMOUNT TO WS-DSP-AMOUNT
           MOVE VC-SHARE-AMT    TO WS-DSP-AMOUNT-2
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '  안분 순번:'    DELIMITED SIZE
                  VC-CLAIM-SEQ      DELIMITED SIZE
                  ' 피해자:'        DELIMITED SIZE
                  VC-VICTIM-NAME    DELIMITED SIZE
                  ' 피해액:'        DELIMITED SIZE
                  WS-DSP-AMOUNT     DELIMITED SIZE
                  ' 환급액:'        DELIMITED SIZE
                  WS-DSP-AMOUNT-2   DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 7900-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      *    환급금 지급 - 지급정지 해제후 신청건별 이체, 실패분
      *    합계로 지급정지를 복원한다.
      *----------------------------------------------------------------
       6000-PAY-OUT-ACCOUNT.
           MOVE ZERO TO WS-PAID-THIS-RUN
           MOVE ZERO TO WS-UNPAID-AMT
           MOVE WS-CUR-ACCOUNT TO VA-ACCOUNT-NO
           READ VP-ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM 3500-RELEASE-VPHS-HOLD
           MOVE ZERO TO WS-CL-COUNT
           MOVE 'N'  TO WS-CLAIM-EOF-SW
           MOVE WS-CUR-ACCOUNT TO VC-ACCOUNT-NO
           MOVE ZERO           TO VC-CLAIM-SEQ
           START VP-CLAIM-FILE KEY IS >= VC-KEY
               INVALID KEY
                   SET WS-CLAIM-EOF TO TRUE
           END-START
           PERFORM 6100-READ-NEXT-PAY-CLAIM
               UNTIL WS-CLAIM-EOF
           PERFORM 6200-PAY-ONE-CLAIM
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
           MOVE WS-CUR-ACCOUNT TO VA-ACCOUNT-NO
           READ VP-ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD WS-PAID-THIS-RUN TO VA-PAID-TOTAL
           IF WS-UNPAID-AMT > ZERO
               PERFORM 6400-RESTORE-VPHS-HOLD
           ELSE
               MOVE 'D'         TO VA-STATUS
               MOVE WS-RUN-DATE TO VA-CLOSE-DATE
           END-IF
           PERFORM 2800-REWRITE-VP-ACCOUNT
           MOVE VA-PAID-TOTAL TO WS-DSP-AMOUNT
           MOVE WS-UNPAID-AMT TO WS-DSP-AMOUNT-2
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '환급지급 계좌:'   DELIMITED SIZE
                  WS-CUR-ACCOUNT     DELIMITED SIZE
                  ' 지급누계:'       DELIMITED SIZE
                  WS-DSP-AMOUNT      DELIMITED SIZE
                  ' 미지급:'         DELIMITED SIZE
                  WS-DSP-AMOUNT-2    DELIMITED SIZE
                  ' 상태:'           DELIMITED SIZE
                  VA-STATUS          DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 7900-WRITE-REPORT-LINE.

       6100-READ-NEXT-PAY-CLAIM.
           READ VP-CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-CLAIM-EOF TO TRUE
               NOT AT END
                   IF VC-ACCOUNT-NO NOT = WS-CUR-ACCOUNT
                       SET WS-CLAIM-EOF TO TRUE
                   ELSE
                       IF VC-STATUS-PAYABLE AND
                          VC-SHARE-AMT > ZERO AND WS-CL-COUNT < 200
                           ADD 1 TO WS-CL-COUNT
                           SET WS-CL-IDX TO WS-CL-COUNT
                           MOVE VC-CLAIM-SEQ TO WS-CL-SEQ(WS-CL-IDX)
                           MOVE VC-SHARE-AMT
                               TO WS-CL-SHARE-AMT(WS-CL-IDX)
                       END-IF
                   END-IF
           END-READ.

      *    피해자 1건 지급 - 참조번호(사기계좌+순번)로 재지급시
      *    이중기표를 막는다.
       6200-PAY-ONE-CLAIM.
           MOVE WS-CUR-ACCOUNT       TO VC-ACCOUNT-NO
           MOVE WS-CL-SEQ(WS-CL-IDX) TO VC-CLAIM-SEQ
           READ VP-CLAIM-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           INITIALIZE WS-ACCT002-LINKAGE
           MOVE WS-CUR-ACCOUNT   TO WS-TXN-ACCOUNT-NO
           IF VC-VICTIM-BANK = SPACES
               MOVE 'XFER'       TO WS-TXN-TYPE
           ELSE
               MOVE 'IBKX'       TO WS-TXN-TYPE
           END-IF
           MOVE VC-SHARE-AMT     TO WS-TXN-AMOUNT
           MOVE VC-VICTIM-ACCT   TO WS-TXN-COUNTER-ACCT-NO
           MOVE 'BATC'           TO WS-TXN-CHANNEL
           STRING 'V'            DELIMITED SIZE
                  WS-CUR-ACCOUNT DELIMITED SIZE
                  VC-CLAIM-SEQ   DELIMITED SIZE
                  INTO WS-TXN-CLIENT-REF
           MOVE 'ACCT077 '       TO WS-TXN-OPERATOR-ID
           MOVE VC-VICTIM-BANK   TO WS-TXN-COUNTER-BANK
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           MOVE WS-TXN-RESULT-CODE TO VC-TXN-RESULT
           IF WS-TXN-RESULT-CODE = '0000'
               MOVE 'P'          TO VC-STATUS
               MOVE VC-SHARE-AMT TO VC-PAID-AMT
               MOVE WS-RUN-DATE  TO VC-PAID-DATE
               ADD VC-SHARE-AMT  TO WS-PAID-THIS-RUN
               ADD 1             TO WS-PAYOUT-COUNT
               ADD VC-SHARE-AMT  TO WS-PAYOUT-TOTAL
               PERFORM 6300-WRITE-FSS-DETAIL
           ELSE
               MOVE 'F'          TO VC-STATUS
               ADD VC-SHARE-AMT  TO WS-UNPAID-AMT
               ADD 1             TO WS-PAYFAIL-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           REWRITE VP-CLAIM-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE VC-SHARE-AMT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING '  환급 순번:'         DELIMITED SIZE
                  VC-CLAIM-SEQ           DELIMITED SIZE
                  ' -> '                 DELIMITED SIZE
                  VC-VICTIM-BANK         DELIMITED SIZE
                  '/'                    DELIMITED SIZE
                  VC-VICTIM-ACCT         DELIMITED SIZE
                  ' 금액:'               DELIMITED SIZE
                  WS-DSP-AMOUNT          DELIMITED SIZE
                  ' 결과:'               DELIMITED SIZE
                  WS-TXN-RESULT-CODE     DELIMITED SIZE
                  ' '                    DELIMITED SIZE
                  WS-TXN-RESULT-MSG      DELIMITED SIZE
                  INTO WS-RPT-DETAIL
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-CUR-ACCOUNT     TO WS-AUDIT-KEY
           MOVE 'VPPY'             TO WS-AUDIT-ACTION
           MOVE 'ACCT077 '         TO WS-AUDIT-OPERATOR
           MOVE WS-TXN-RESULT-CODE TO WS-AUDIT-RESULT
           MOVE SPACES             TO WS-AUDIT-MESSAGE
           STRING '피해환급 순번:'  DELIMITED SIZE
                  VC-CLAIM-SEQ      DELIMITED SIZE
                  ' 금액='          DELIMITED SIZE
                  WS-DSP-AMOUNT     DELIMITED SIZE
                  INTO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT.

       6300-WRITE-FSS-DETAIL.
           IF NOT WS-FSS-HEADER-DONE
               MOVE SPACES            TO WS-FSS-HEADER-REC
               MOVE 'H'               TO FH-REC-TYPE
               MOVE WS-FSS-ORG-CODE   TO FH-ORG-CODE
               MOVE WS-RUN-DATE       TO FH-FILE-DATE
               MOVE WS-RUN-TIME       TO FH-FILE-TIME
               MOVE WS-FSS-HEADER-REC TO FSS-NOTICE-RECORD
               WRITE FSS-NOTICE-RECORD
               SET WS-FSS-HEADER-DONE TO TRUE
           END-IF
           MOVE SPACES            TO WS-FSS-DETAIL-REC
           MOVE 'D'               TO FD-REC-TYPE
           MOVE VC-ACCOUNT-NO     TO FD-FRAUD-ACCT-NO
           MOVE VC-CLAIM-SEQ      TO FD-CLAIM-SEQ
           MOVE VC-POLICE-REF     TO FD-POLICE-REF
           MOVE VC-VICTIM-NAME    TO FD-VICTIM-NAME
           MOVE VC-VICTIM-BANK    TO FD-VICTIM-BANK
           MOVE VC-VICTIM-ACCT    TO FD-VICTIM-ACCT
           MOVE VC-CLAIM-AMOUNT   TO FD-CLAIM-AMOUNT
           MOVE VC-PAID-AMT       TO FD-REFUND-AMOUNT
           MOVE VA-NOTICE-DATE    TO FD-NOTICE-DATE
           MOVE VA-EXTINCT-DATE   TO FD-EXTINCT-DATE
           MOVE VC-PAID-DATE      TO FD-PAID-DATE
           MOVE VA-POOL-AMT       TO FD-POOL-AMOUNT
           MOVE VA-CLAIM-TOTAL    TO FD-CLAIM-TOTAL
           MOVE WS-FSS-DETAIL-REC TO FSS-NOTICE-RECORD
           WRITE FSS-NOTICE-RECORD
           ADD 1 TO WS-FSS-COUNT.

      *    지급실패분 지급정지 복원 - 다음 DALY 기동시 재지급.
       6400-RESTORE-VPHS-HOLD.
           IF VA-HOLD-SEQ = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE VA-ACCOUNT-NO TO HR-ACCOUNT-NO
           MOVE VA-HOLD-SEQ   TO HR-HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-UNPAID-AMT TO HR-HOLD-AMOUNT
           MOVE 'A'           TO HR-STATUS
           MOVE SPACES        TO HR-RELEASED-BY
           MOVE SPACES        TO HR-RELEASED-DATE
           REWRITE HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       7900-WRITE-REPORT-LINE.
           MOVE WS-RPT-DETAIL TO VPRPT-LINE
           WRITE VP-REPORT-RECORD.

       8000-WRITE-AUDIT.
           MOVE WS-RUN-DATE       TO AR-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME       TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT077 '        TO AR-PROGRAM-ID
           MOVE WS-AUDIT-KEY      TO AR-ACCOUNT-NO
           MOVE WS-AUDIT-ACTION   TO AR-ACTION-CODE
           MOVE WS-AUDIT-OPERATOR TO AR-OPERATOR-ID
           MOVE WS-AUDIT-RESULT   TO AR-RESULT-CODE
           MOVE WS-AUDIT-MESSAGE  TO AR-MESSAGE
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
           IF WS-FSS-HEADER-DONE
               MOVE SPACES             TO WS-FSS-TRAILER-REC
               MOVE 'E'                TO FE-REC-TYPE
               MOVE WS-FSS-COUNT       TO FE-PAID-COUNT
               MOVE WS-PAYOUT-TOTAL    TO FE-PAID-TOTAL
               MOVE WS-FSS-TRAILER-REC TO FSS-NOTICE-RECORD
               WRITE FSS-NOTICE-RECORD
           END-IF
           MOVE WS-PAYOUT-TOTAL TO WS-DSP-TOTAL
           MOVE SPACES TO VPRPT-LINE
           STRING '===합계=== 신청:'  DELIMITED SIZE
                  WS-CLAIM-COUNT      DELIMITED SIZE
                  ' 취하:'            DELIMITED SIZE
                  WS-WITHDRAWN-COUNT  DELIMITED SIZE
                  ' 공고:'            DELIMITED SIZE
                  WS-NOTICE-COUNT     DELIMITED SIZE
                  ' 이의:'            DELIMITED SIZE
                  WS-OBJECT-COUNT     DELIMITED SIZE
                  ' 소멸확정:'        DELIMITED SIZE
                  WS-EXTINCT-COUNT    DELIMITED SIZE
                  ' 승인:'            DELIMITED SIZE
                  WS-APPROVED-COUNT   DELIMITED SIZE
                  ' 지급:'            DELIMITED SIZE
                  WS-PAYOUT-COUNT     DELIMITED SIZE
                  '/'                 DELIMITED SIZE
                  WS-DSP-TOTAL        DELIMITED SIZE
                  ' 실패:'            DELIMITED SIZE
                  WS-PAYFAIL-COUNT    DELIMITED SIZE
                  ' 거절:'            DELIMITED SIZE
                  WS-REJECTED-COUNT   DELIMITED SIZE
                  INTO VPRPT-LINE
           WRITE VP-REPORT-RECORD
           PERFORM 9100-CLOSE-FILES
           DISPLAY '피해구제 처리 완료(' WS-RUN-FUNC ')'
               ' 신청:' WS-CLAIM-COUNT
               ' 소멸확정:' WS-EXTINCT-COUNT
               ' 지급:' WS-PAYOUT-COUNT ' 실패:' WS-PAYFAIL-COUNT
               ' 거절:' WS-REJECTED-COUNT.

       9100-CLOSE-FILES.
           IF WS-FUNC-MAINT
               CLOSE VP-MAINT-FILE
           END-IF
           CLOSE VP-ACCOUNT-FILE
           CLOSE VP-CLAIM-FILE
           CLOSE BLOCKLIST-FILE
           CLOSE ACCOUNT-FILE
           CLOSE HOLD-FILE
           CLOSE OPERATOR-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           CLOSE FSS-NOTICE-FILE
           CLOSE VP-REPORT-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           PERFORM 9100-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.
