      *              발신/결과(FATE)수신/미결보고는 ACCT043이
      *              수행. 상대은행코드(LS-TXN-COUNTER-BANK) 연동
      *              신설, 승인대기/마감보류에도 보존
      * 2026-10-15 : 정정/취소(CORR) 거래유형 신설 - 원거래ID
      *              (LS-TXN-REV-TXN-ID)의 입금/출금/이체를 역기표
      *              (이체는 출금측 환입/수신측 차감 동시처리),
      *              원거래 색인 취소(C) 표시 및 한도누계(DAILYTOT/
      *              MONTHTOT/CHANDAILY) 원거래일 기준 차감. 당일
      *              취소는 책임자(OPERMST 승인권한) 조작 필수,
      *              익일이후 정정은 승인대기(PENDTXN) 이중통제.
      *              창구 현금 원거래는 텔러시재 역방향 반영.
      *              TXNHIST에 원거래ID/유형(TR-REV-TXN-ID/TYPE),
      *              TXNIDX에 거래채널(TI-CHANNEL) 수록(공통
      *              레이아웃).
      *              TXNHIST 원거래 상태반영은 ACCT071
      * 2026-10-15 : 예금담보대출 거래유형 신설 - LNDB(대출금
      *              지급: 대출계좌 차기/결제계좌 입금), LNRP
      *              (원금상환: 결제계좌 출금/대출계좌 입금),
      *              LNIN(이자수납: 결제계좌 차감). 대출계좌
      *              (유형 LN)는 대출거래 전용으로 일반 입출금/
      *              이체 수신 거절. 이자적립/수납은 ACCT073
      * 2026-10-15 : 한도제한계좌(AF-LIMITED-FLAG, 금융거래목적
      *              증빙 미제출) 출금성 거래는 채널별 전용 1일
      *              한도(ATM/INET 30만원, TELL 100만원) 적용
      * 2026-10-15 : 거절거래 감사기록 - 접수보류/승인대기/수취
      *              금지(별도 BLKX)/사기규칙(별도 FRDX)을 제외한
      *              거절건을 거래유형/결과코드로 AUDITLOG(연쇄)에
      *              기록. 거래제한 진단조회(ACCT080)의 기초자료
      * 2026-10-15 : 텔러시재(TELLDRW) 키에 통화코드 추가 - 외화
      *              현찰 환전(ACCT084)용 통화별 시재. 원화 거래는
      *              통화 공백(원화 시재)으로 갱신
      * 2026-10-15 : 고액현금 인출예약(CSBKREG, ACCT086) 연동 - 창구
      *              (TELL) 출금시 당일/동일지점/예약금액 이내의
      *              예약(B)이 있으면 해당 예약 지급정지(CSBK)를
      *              가용잔액 산정에서 제외하고, 출금 완료후 예약을
      *              인출완료(P)로 종결하며 지급정지를 해제
      * 2026-10-15 : 법인계좌 서명권 검증 - 창구(TELL) 출금/이체
      *              (WITH/XFER/IBKX)는 법인프로필(CORPPRF) 법인
      *              고객 계좌면 서명권자ID(LS-TXN-SIGNATORY-ID)
      *              필수, 서명권자 등록부(SIGNREG, 등록은 ACCT022)
      *              의 유효상태/기간/건별한도 위반은 전용코드
      *              ('0015') 거절. 개인사업자는 입력시만 검증.
      *              사용 서명권자는 TXNHIST(TR-SIGNATORY-ID)에
      *              수록, 승인대기/마감보류에도 보존
      * 2026-10-15 : 수수료 가격예외(PRCEXCP, 등록은 ACCT096) 적용 -
      *              출금/타행이체 수수료 산정후 계좌+수수료코드,
      *              계좌+*ALL, 고객+수수료코드, 고객+*ALL 순으로
      *              유효 예외를 찾아 정률/정액 감면하고, 기표 완료
      *              시 감면액을 예외건의 월별 감면누계에 반영
      * 2026-10-15 : 예금주 조회(ACCT097) 참조번호 연동 - 이체/타행
      *              이체 요청의 조회참조번호(LS-TXN-NAMEVER-REF)를
      *              조회대장(NAMEVLOG)과 대조하여 수취계좌 불일치
      *              또는 입금불가 조회건은 전용코드('0016') 거절,
      *              참조번호는 TXNHIST 적요 끝 12자리(TR-NAMEVER-
      *              REF)와 승인대기(PENDTXN)에 보존하고 기표 완료시
      *              조회대장에 사용 거래ID를 기록
      * 2026-10-15 : 타행입금 수신(ACCT099) - 상대은행코드가 있는
      *              입금(DEPO)은 적요에 송금은행/송금계좌를 기록
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT002.
               RECORD KEY IS HR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CASH-BOOKING-FILE
               ASSIGN TO 'CSBKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CLIENT-REF-FILE
               ASSIGN TO 'CLNTREF'
               ORGANIZATION IS INDEXED
               RECORD KEY IS AG-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CORP-PROFILE-FILE
               ASSIGN TO 'CORPPRF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SIGNATORY-FILE
               ASSIGN TO 'SIGNREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRICE-EXCEPTION-FILE
               ASSIGN TO 'PRCEXCP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NAMEV-LOG-FILE
               ASSIGN TO 'NAMEVLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NV-REF-ID
               FILE STATUS IS WS-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
           05  AF-CUSTOMER-ID        PIC X(10).
           05  AF-CUSTOMER-ID-2      PIC X(10).
           05  AF-ACCOUNT-TYPE       PIC X(02).
               88  AF-TYPE-LOAN      VALUE 'LN'.
           05  AF-BALANCE            PIC S9(13)V99 COMP-3.
           05  AF-OPEN-DATE          PIC X(08).
           05  AF-CLOSE-DATE         PIC X(08).
           05  AF-INT-PAYOUT-ACCT    PIC X(12).
           05  AF-TAXEX-FLAG         PIC X(01).
               88  AF-TAXEX-ENROLLED VALUE 'Y'.
           05  AF-PURPOSE-CODE       PIC X(02).
           05  AF-LIMITED-FLAG       PIC X(01).
               88  AF-LIMITED-ACCOUNT VALUE 'L'.
           05  AF-FILLER             PIC X(03).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
               88  TR-TYPE-FEE       VALUE 'FEE '.
               88  TR-TYPE-COLLECTION VALUE 'COLL'.
               88  TR-TYPE-CHEQUE    VALUE 'CHQ '.
               88  TR-TYPE-CORRECTION VALUE 'CORR'.
               88  TR-TYPE-LOAN-DISBURSE VALUE 'LNDB'.
               88  TR-TYPE-LOAN-REPAY VALUE 'LNRP'.
               88  TR-TYPE-LOAN-INTEREST VALUE 'LNIN'.
           05  TR-TXN-DATE           PIC X(08).
           05  TR-TXN-TIME           PIC X(06).
           05  TR-AMOUNT             PIC S9(13)V99 COMP-3.
               88  TR-STATUS-FAILED  VALUE 'F'.
               88  TR-STATUS-CANCEL  VALUE 'C'.
           05  TR-DESCRIPTION        PIC X(80).
      *    이체 적요 끝 12자리 - 예금주 조회참조번호
           05  TR-DESC-PARTS REDEFINES TR-DESCRIPTION.
               10  TR-DESC-TEXT      PIC X(68).
               10  TR-NAMEVER-REF    PIC X(12).
           05  TR-ORIG-CURRENCY      PIC X(03).
           05  TR-ORIG-AMOUNT        PIC S9(13)V99 COMP-3.
           05  TR-FX-RATE            PIC S9(03)V9(06) COMP-3.
           05  TR-VALUE-DATE         PIC X(08).
           05  TR-OPERATOR-ID        PIC X(08).
           05  TR-VIRTUAL-NO         PIC X(12).
           05  TR-REV-TXN-ID         PIC X(20).
           05  TR-REV-TXN-TYPE       PIC X(04).
           05  TR-SIGNATORY-ID       PIC X(06).
           05  TR-FILLER             PIC X(01).

       FD  LIMIT-FILE
           LABEL RECORDS ARE STANDARD
           05  TI-STATUS             PIC X(01).
           05  TI-ARCH-YEAR          PIC X(04).
           05  TI-AFTER-BALANCE      PIC S9(13)V99 COMP-3.
           05  TI-CHANNEL            PIC X(04).
           05  TI-FILLER             PIC X(01).

       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           05  HR-RELEASED-DATE      PIC X(08).
           05  HR-FILLER             PIC X(31).

      *    고액현금 인출예약 대장 (ACCT086 관리)
       FD  CASH-BOOKING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  CASH-BOOKING-RECORD.
           05  CB-KEY.
               10  CB-ACCOUNT-NO     PIC X(12).
               10  CB-PICKUP-DATE    PIC X(08).
               10  CB-BOOKING-SEQ    PIC 9(02).
           05  CB-BRANCH-CODE        PIC X(04).
           05  CB-AMOUNT             PIC S9(13)V99 COMP-3.
           05  CB-DENOMINATIONS      PIC X(20).
           05  CB-CUSTOMER-ID        PIC X(10).
           05  CB-BOOKED-DATE        PIC X(08).
           05  CB-BOOKED-BY          PIC X(08).
           05  CB-HOLD-SEQ           PIC 9(04).
           05  CB-STATUS             PIC X(01).
               88  CB-STATUS-BOOKED  VALUE 'B'.
           05  CB-PAID-AMOUNT        PIC S9(13)V99 COMP-3.
           05  CB-PAID-TXN-ID        PIC X(20).
           05  CB-CLOSED-DATE        PIC X(08).
           05  CB-CLOSED-BY          PIC X(08).
           05  CB-FILLER             PIC X(21).

       FD  CLIENT-REF-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           05  SQ-CARD-NO            PIC X(16).
           05  SQ-REV-TXN-ID         PIC X(20).
           05  SQ-AGENT-ID           PIC X(10).
           05  SQ-SIGNATORY-ID       PIC X(06).
           05  SQ-FILLER             PIC X(10).

       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD
           05  FX-BUY-RATE           PIC S9(07)V9(06) COMP-3.
           05  FX-SELL-RATE          PIC S9(07)V9(06) COMP-3.
           05  FX-MID-RATE           PIC S9(07)V9(06) COMP-3.
           05  FX-CASH-BUY-RATE      PIC S9(07)V9(06) COMP-3.
           05  FX-CASH-SELL-RATE     PIC S9(07)V9(06) COMP-3.
           05  FX-FILLER             PIC X(11).

       FD  ALERT-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           05  PD-CARD-NO            PIC X(16).
           05  PD-REV-TXN-ID         PIC X(20).
           05  PD-AGENT-ID           PIC X(10).
           05  PD-SIGNATORY-ID       PIC X(06).
           05  PD-NAMEVER-REF        PIC X(12).
           05  PD-FILLER             PIC X(01).

       FD  BLOCKLIST-FILE
           LABEL RECORDS ARE STANDARD
               10  TD-BRANCH-CODE    PIC X(04).
               10  TD-TELLER-ID      PIC X(08).
               10  TD-DRAWER-DATE    PIC X(08).
               10  TD-CURRENCY       PIC X(03).
           05  TD-FLOAT-AMOUNT       PIC S9(13)V99 COMP-3.
           05  TD-CASH-IN-TOTAL      PIC S9(13)V99 COMP-3.
           05  TD-CASH-OUT-TOTAL     PIC S9(13)V99 COMP-3.
           05  TD-STATUS             PIC X(01).
               88  TD-STATUS-OPEN    VALUE 'O'.
               88  TD-STATUS-CLOSED  VALUE 'C'.
           05  TD-FILLER             PIC X(16).

      *    타행이체 등록 - 발신/결과(FATE) 추적 원장. 발신파일
      *    생성과 결과 매칭은 ACCT043이 수행한다.
               88  AG-STATUS-REVOKED VALUE 'X'.
           05  AG-FILLER             PIC X(20).

      *    법인프로필 - 법인(C)/개인사업자(S) 고객 (등록 ACCT022)
       FD  CORP-PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  CORP-PROFILE-RECORD.
           05  CO-CUSTOMER-ID        PIC X(10).
           05  CO-CUST-TYPE          PIC X(01).
               88  CO-TYPE-CORPORATE VALUE 'C'.
               88  CO-TYPE-SOLE-PROP VALUE 'S'.
           05  CO-BIZ-REG-NO         PIC X(10).
           05  CO-CORP-REG-NO        PIC X(13).
           05  CO-REP-NAME           PIC X(50).
           05  CO-BIZ-OPEN-DATE      PIC X(08).
           05  CO-STATUS             PIC X(01).
               88  CO-STATUS-ACTIVE  VALUE 'A'.
           05  CO-REGISTER-DATE      PIC X(08).
           05  CO-UPDATE-DATE        PIC X(08).
           05  CO-OPERATOR-ID        PIC X(08).
           05  CO-FILLER             PIC X(33).

      *    법인계좌 서명권자 등록부 - 등록/변경/해지는 ACCT022.
       FD  SIGNATORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS.
       01  SIGNATORY-RECORD.
           05  SG-KEY.
               10  SG-ACCOUNT-NO     PIC X(12).
               10  SG-SIGNATORY-ID   PIC X(06).
           05  SG-CUSTOMER-ID        PIC X(10).
           05  SG-SIGNER-NAME        PIC X(50).
           05  SG-SIGNER-RESNO       PIC X(14).
           05  SG-SIGNER-TITLE       PIC X(20).
           05  SG-TXN-LIMIT          PIC S9(13)V99 COMP-3.
           05  SG-VALID-FROM         PIC X(08).
           05  SG-VALID-TO           PIC X(08).
           05  SG-STATUS             PIC X(01).
               88  SG-STATUS-ACTIVE  VALUE 'A'.
               88  SG-STATUS-REVOKED VALUE 'X'.
           05  SG-REGISTER-DATE      PIC X(08).
           05  SG-REVOKE-DATE        PIC X(08).
           05  SG-OPERATOR-ID        PIC X(08).
           05  SG-FILLER             PIC X(19).

      *    수수료 가격예외 - 레이아웃은 ACCT096과 동일
       FD  PRICE-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  PRICE-EXCEPTION-RECORD.
           05  PX-KEY.
               10  PX-SCOPE          PIC X(01).
               10  PX-SUBJECT-ID     PIC X(12).
               10  PX-FEE-CODE       PIC X(04).
           05  PX-DISC-TYPE          PIC X(01).
               88  PX-DISC-PERCENT   VALUE 'P'.
               88  PX-DISC-FIXED     VALUE 'F'.
           05  PX-DISC-RATE          PIC 9(03)V99 COMP-3.
           05  PX-DISC-AMOUNT        PIC S9(07)V99 COMP-3.
           05  PX-EFFECTIVE-DATE     PIC X(08).
           05  PX-EXPIRY-DATE        PIC X(08).
           05  PX-APPROVER-ID        PIC X(08).
           05  PX-REQUESTER-ID       PIC X(08).
           05  PX-STATUS             PIC X(01).
               88  PX-STATUS-ACTIVE  VALUE 'A'.
               88  PX-STATUS-CANCEL  VALUE 'X'.
           05  PX-REGISTER-DATE      PIC X(08).
           05  PX-CANCEL-DATE        PIC X(08).
           05  PX-REASON             PIC X(40).
           05  PX-CUR-MONTH          PIC X(06).
           05  PX-CUR-FORGONE        PIC S9(11)V99 COMP-3.
           05  PX-CUR-COUNT          PIC 9(07) COMP-3.
           05  PX-PREV-MONTH         PIC X(06).
           05  PX-PREV-FORGONE       PIC S9(11)V99 COMP-3.
           05  PX-PREV-COUNT         PIC 9(07) COMP-3.
           05  PX-TOTAL-FORGONE      PIC S9(13)V99 COMP-3.
           05  PX-FILLER             PIC X(43).

      *    예금주 조회대장 - 레이아웃은 ACCT097과 동일
       FD  NAMEV-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS.
       01  NAMEV-LOG-RECORD.
           05  NV-REF-ID.
               10  NV-REF-DATE       PIC X(06).
               10  NV-REF-SEQ        PIC 9(06).
           05  NV-INQ-DATE           PIC X(08).
           05  NV-INQ-TIME           PIC X(06).
           05  NV-CHANNEL            PIC X(04).
           05  NV-REQUESTER-ID       PIC X(10).
           05  NV-SOURCE-ACCT        PIC X(12).
           05  NV-BANK-CODE          PIC X(03).
           05  NV-ACCOUNT-NO         PIC X(12).
           05  NV-RESOLVED-ACCT      PIC X(12).
           05  NV-ACCT-KIND          PIC X(01).
               88  NV-KIND-INTERNAL  VALUE 'I'.
               88  NV-KIND-VIRTUAL   VALUE 'V'.
               88  NV-KIND-EXTERNAL  VALUE 'E'.
           05  NV-MASKED-NAME        PIC X(50).
           05  NV-RECEIVABLE         PIC X(01).
           05  NV-REASON-CODE        PIC X(02).
           05  NV-BLOCKLIST-FLAG     PIC X(01).
           05  NV-RESULT-CODE        PIC X(04).
           05  NV-USED-TXN-ID        PIC X(20).
           05  NV-USED-DATE          PIC X(08).
           05  NV-FILLER             PIC X(14).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
       01  WS-XFER-TARGET-CURRENCY   PIC X(03).
       01  WS-XFER-SWAP-ACCT-NO      PIC X(12).

       01  WS-LOAN-CPTY-AREA.
           05  WS-LOAN-CPTY-FOUND-SW PIC X(01) VALUE 'N'.
               88  WS-LOAN-CPTY-FOUND VALUE 'Y'.
           05  WS-LOAN-CPTY-TYPE     PIC X(02).
           05  WS-LOAN-CPTY-STATUS   PIC X(01).
           05  WS-LOAN-CPTY-CURRENCY PIC X(03).
           05  WS-LOAN-CPTY-BALANCE  PIC S9(13)V99 COMP-3.

       01  WS-FX-AREA.
           05  WS-FX-APPLIED-SW      PIC X(01) VALUE 'N'.
               88  WS-FX-APPLIED     VALUE 'Y'.
       01  WS-MINOR-TXN-LIMIT        PIC S9(13)V99 COMP-3
                                     VALUE 500000.00.

      *    한도제한계좌(금융거래목적 증빙 미제출) 채널별 1일
      *    출금성 한도. 그 외 고객채널은 ATM 한도를 적용한다.
       01  WS-LMT-CAP-AREA.
           05  WS-LMT-CAP-ATM        PIC S9(13)V99 COMP-3
                                     VALUE 300000.00.
           05  WS-LMT-CAP-INET       PIC S9(13)V99 COMP-3
                                     VALUE 300000.00.
           05  WS-LMT-CAP-TELL       PIC S9(13)V99 COMP-3
                                     VALUE 1000000.00.
           05  WS-LMT-CAP            PIC S9(13)V99 COMP-3.

       01  WS-BACKDATE-AREA.
           05  WS-BACKDATE-MAX-DAYS  PIC 9(03) VALUE 060.
           05  WS-BACKDATE-SW        PIC X(01) VALUE 'N'.
           05  WS-CHQ-DATE-NUM       PIC 9(08).
           05  WS-CHQ-DATE-INT       PIC 9(07).

      *    정정/취소 작업영역 - 원거래 색인정보와 이체 수신측
      *    원거래(출금측 거래ID 직후 2건 이내) 탐색결과
       01  WS-CORR-AREA.
           05  WS-CORR-ORIG-TYPE     PIC X(04).
           05  WS-CORR-ORIG-DATE     PIC X(08).
           05  WS-CORR-ORIG-CHANNEL  PIC X(04).
           05  WS-CORR-ORIG-SEQ      PIC 9(12).
           05  WS-CORR-TARGET-TXN-ID PIC X(20).
           05  WS-CORR-TARGET-SEQ    PIC 9(12).
           05  WS-CORR-TARGET-AMOUNT PIC S9(13)V99 COMP-3.
           05  WS-CORR-SAVE-AMOUNT   PIC S9(13)V99 COMP-3.
           05  WS-CORR-SAVE-CHANNEL  PIC X(04).
           05  WS-CORR-IDX-ACCT-NO   PIC X(12).
           05  WS-CORR-IDX-TXN-ID    PIC X(20).
           05  WS-CORR-LEG-SW        PIC X(01).
               88  WS-CORR-DEBIT-LEG VALUE 'D'.
               88  WS-CORR-CREDIT-LEG VALUE 'C'.
           05  WS-CORR-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CORR-EOF       VALUE 'Y'.

       01  WS-HOLD-TOTAL             PIC S9(13)V99 COMP-3.
       01  WS-AVAILABLE-BALANCE      PIC S9(13)V99 COMP-3.
       01  WS-HOLD-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-HOLD-EOF           VALUE 'Y'.
           88  WS-HOLD-NOT-EOF       VALUE 'N'.

      *    창구 출금과 매칭된 고액현금 인출예약
       01  WS-CASH-BOOKING-AREA.
           05  WS-CB-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-CB-FOUND       VALUE 'Y'.
           05  WS-CB-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-CB-EOF         VALUE 'Y'.
           05  WS-CB-MATCH-KEY       PIC X(22).
           05  WS-CB-HOLD-SEQ        PIC 9(04).
           05  WS-CB-BRANCH-CODE     PIC X(04).

      *    출금 수수료에 적용된 가격예외와 감면액
       01  WS-PRICE-EXCEPTION-AREA.
           05  WS-PX-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-PX-FOUND       VALUE 'Y'.
           05  WS-PX-MATCH-KEY       PIC X(17).
           05  WS-PX-FEE-CODE        PIC X(04).
           05  WS-PX-FORGONE         PIC S9(09)V99 COMP-3.

       LINKAGE SECTION.
       01  LS-TXN-LINKAGE.
           05  LS-TXN-ACCOUNT-NO     PIC X(12).
           05  LS-TXN-CARD-NO        PIC X(16).
           05  LS-TXN-REV-TXN-ID     PIC X(20).
           05  LS-TXN-AGENT-ID       PIC X(10).
           05  LS-TXN-SIGNATORY-ID   PIC X(06).
           05  LS-TXN-NAMEVER-REF    PIC X(12).

       PROCEDURE DIVISION USING LS-TXN-LINKAGE.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION
           PERFORM 2099-AUDIT-DECLINED-TXN
           PERFORM 9000-FINALIZE
           GOBACK.

           MOVE 'N'    TO WS-FX-APPLIED-SW
           MOVE ZERO   TO WS-FX-RATE
           MOVE 'N'    TO WS-BACKDATE-SW
           MOVE 'N'    TO WS-CB-FOUND-SW
           MOVE 'N'    TO WS-PX-FOUND-SW
           MOVE SPACES TO WS-USED-VIRTUAL-NO
      *    연동확장 항목 보정 - 구버전 호출부가 초기화하지 않은
      *    확장항목(LOW-VALUE)을 공백으로 정규화한다
           IF LS-TXN-AGENT-ID = LOW-VALUES
               MOVE SPACES TO LS-TXN-AGENT-ID
           END-IF
           IF LS-TXN-SIGNATORY-ID = LOW-VALUES
               MOVE SPACES TO LS-TXN-SIGNATORY-ID
           END-IF
           IF LS-TXN-NAMEVER-REF = LOW-VALUES
               MOVE SPACES TO LS-TXN-NAMEVER-REF
           END-IF
           MOVE ZERO TO WS-DAILY-TOTAL.

       1100-OPEN-FILES.
               MOVE '대리인등록 오픈실패' TO LS-TXN-RESULT-MSG
               MOVE '9999' TO LS-TXN-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF
           OPEN INPUT CORP-PROFILE-FILE
           IF NOT WS-FILE-OK
               MOVE '법인프로필 오픈실패' TO LS-TXN-RESULT-MSG
               MOVE '9999' TO LS-TXN-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF
           OPEN INPUT SIGNATORY-FILE
           IF NOT WS-FILE-OK
               MOVE '서명권자등록 오픈실패'
                   TO LS-TXN-RESULT-MSG
               MOVE '9999' TO LS-TXN-RESULT-CODE
               PERFORM 9900-ERROR-EXIT
           END-IF.

      *    멱등 유효기간(일) 조회 - IDEMCTL 미등록시 기본 2일.
           IF LS-TXN-RESULT-CODE = '0000' AND
              LS-TXN-CHANNEL NOT = 'BATC' AND
              LS-TXN-PEND-BYPASS NOT = 'Y' AND
              LS-TXN-TYPE NOT = 'CORR' AND
              WS-FR-COUNT > ZERO
               PERFORM 2600-EVALUATE-FRAUD-RULES
               IF LS-TXN-RESULT-CODE NOT = '0000'
           END-IF
           IF LS-TXN-RESULT-CODE = '0000' AND
              LS-TXN-CHANNEL NOT = 'BATC' AND
              LS-TXN-PEND-BYPASS NOT = 'Y' AND
              LS-TXN-TYPE NOT = 'CORR'
               PERFORM 2075-CHECK-DUAL-CONTROL
               IF LS-TXN-RESULT-CODE = '0006'
                   EXIT PARAGRAPH
                       PERFORM 3000-PROCESS-DEPOSIT
                   WHEN 'FREV'
                       PERFORM 5700-PROCESS-FEE-REVERSAL
                   WHEN 'CORR'
                       PERFORM 5800-PROCESS-CORRECTION
                   WHEN 'LNDB'
                       PERFORM 5900-PROCESS-LOAN-DISBURSE
                   WHEN 'LNRP'
                       PERFORM 5910-PROCESS-LOAN-REPAY
                   WHEN 'LNIN'
                       PERFORM 5920-PROCESS-LOAN-INTEREST
                   WHEN OTHER
                       MOVE '0003' TO LS-TXN-RESULT-CODE
                       MOVE '유효하지 않은 거래 유형'
                           TO LS-TXN-RESULT-MSG
               END-EVALUATE
           END-IF
           MOVE WS-PRIMARY-TXN-ID TO LS-TXN-ORIG-TXN-ID
               PERFORM 2085-POST-BACKDATE-ADJUSTMENT
           END-IF
           IF LS-TXN-RESULT-CODE = '0000' AND
              LS-TXN-CHANNEL NOT = 'BATC' AND
              LS-TXN-TYPE NOT = 'CORR'
               PERFORM 2690-RECORD-FRAUD-TRACKING
           END-IF
           PERFORM 2080-RAISE-TXN-ALERTS.

      *    거절건 감사기록 - 창구/콜센터의 거절사유 조회용으로
      *    거래유형을 행위코드, 결과코드를 그대로 남긴다.
      *    마감보류('0005')/승인대기('0006')는 거절이 아니고
      *    수취금지('0007')/사기규칙('0011')은 자체 기록이 있다.
       2099-AUDIT-DECLINED-TXN.
           IF LS-TXN-RESULT-CODE = '0000' OR
              LS-TXN-RESULT-CODE = '0005' OR
              LS-TXN-RESULT-CODE = '0006' OR
              LS-TXN-RESULT-CODE = '0007' OR
              LS-TXN-RESULT-CODE = '0011'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TXN-DATE        TO AR-TIMESTAMP(1:8)
           MOVE WS-TXN-TIME        TO AR-TIMESTAMP(9:6)
           MOVE 'ACCT002 '         TO AR-PROGRAM-ID
           MOVE LS-TXN-ACCOUNT-NO  TO AR-ACCOUNT-NO
           MOVE LS-TXN-TYPE        TO AR-ACTION-CODE
           MOVE LS-TXN-OPERATOR-ID TO AR-OPERATOR-ID
           MOVE LS-TXN-RESULT-CODE TO AR-RESULT-CODE
           MOVE SPACES             TO AR-MESSAGE
           STRING LS-TXN-CHANNEL      DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  LS-TXN-RESULT-MSG   DELIMITED SIZE
                  INTO AR-MESSAGE
           PERFORM 5030-CHAIN-AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *    소급기표 이자보정 - 기산일~기표일 사이 기간이자를
      *    거래금액 기준으로 ACCT003(지정원금)으로 산출하여
      *    소급입금은 가산, 소급출금성(WITH/CHQ/COLL)은 차감
           MOVE LS-TXN-VALUE-DATE TO TR-VALUE-DATE
           MOVE LS-TXN-OPERATOR-ID TO TR-OPERATOR-ID
           MOVE SPACES TO TR-VIRTUAL-NO
           MOVE SPACES TO TR-REV-TXN-ID
           MOVE SPACES TO TR-REV-TXN-TYPE
           MOVE LS-TXN-SIGNATORY-ID TO TR-SIGNATORY-ID
           MOVE SPACES TO TR-FILLER
           WRITE TRANSACTION-RECORD
           PERFORM 8200-WRITE-TXN-INDEX.

           MOVE LS-TXN-CARD-NO         TO PD-CARD-NO
           MOVE LS-TXN-REV-TXN-ID      TO PD-REV-TXN-ID
           MOVE LS-TXN-AGENT-ID        TO PD-AGENT-ID
           MOVE LS-TXN-SIGNATORY-ID    TO PD-SIGNATORY-ID
           MOVE LS-TXN-NAMEVER-REF     TO PD-NAMEVER-REF
           MOVE SPACES                 TO PD-FILLER
           WRITE PENDING-TXN-RECORD
               INVALID KEY
                   MOVE '9999' TO LS-TXN-RESULT-CODE
                   MOVE '승인대기 적재 오류'
                       TO LS-TXN-RESULT-MSG
               NOT INVALID KEY
                   MOVE '0006' TO LS-TXN-RESULT-CODE
                   MOVE '고액거래 승인대기 접수'
                       TO LS-TXN-RESULT-MSG
           END-WRITE.

       2077-READ-NEXT-PENDING.
           EVALUATE TRUE
               WHEN LS-TXN-RESULT-CODE = '0000'
                   AND LS-TXN-TYPE NOT = 'DEPO'
                   AND LS-TXN-TYPE NOT = 'CORR'
                   AND LS-TXN-AMOUNT >= WS-ALERT-THRESHOLD
                   MOVE 'LGTX' TO WS-ALERT-EVENT
               WHEN LS-TXN-RESULT-CODE NOT = '0000'
           MOVE LS-TXN-CARD-NO         TO SQ-CARD-NO
           MOVE LS-TXN-REV-TXN-ID      TO SQ-REV-TXN-ID
           MOVE LS-TXN-AGENT-ID        TO SQ-AGENT-ID
           MOVE LS-TXN-SIGNATORY-ID    TO SQ-SIGNATORY-ID
           MOVE SPACES                 TO SQ-FILLER
           WRITE SAF-QUEUE-RECORD
           CLOSE SAF-QUEUE-FILE
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF (LS-TXN-TYPE = 'XFER' OR LS-TXN-TYPE = 'COLL' OR
               LS-TXN-TYPE = 'LNDB' OR LS-TXN-TYPE = 'LNRP' OR
               LS-TXN-TYPE = 'LNIN') AND
              LS-TXN-COUNTER-ACCT-NO NOT = SPACES
               MOVE 'V' TO WS-CHK-FUNCTION
               MOVE LS-TXN-COUNTER-ACCT-NO TO WS-CHK-ACCOUNT-NO
           END-IF
           IF LS-TXN-AMOUNT <= ZERO
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '거래 금액은 0보다 커야 합니다'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
      *    대출계좌(LN)는 대출금 지급(LNDB)의 기표계좌로만 쓰인다.
      *    상환/이자는 결제계좌 기준 거래(LNRP/LNIN)로 받는다.
      *    대출금 지급은 은행 내부 기표이므로 이하 고객거래
      *    검증을 적용하지 않는다.
           IF AF-TYPE-LOAN AND LS-TXN-TYPE NOT = 'LNDB'
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '대출계좌는 대출거래 전용'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF LS-TXN-TYPE = 'LNDB'
               IF NOT AF-TYPE-LOAN
                   MOVE '0003' TO LS-TXN-RESULT-CODE
                   MOVE '대출금 지급은 대출계좌만 가능'
                       TO LS-TXN-RESULT-MSG
               ELSE
                   MOVE '0000' TO LS-TXN-RESULT-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
      *    정정/취소는 신규 고객거래가 아니므로 출금제한/채널/
      *    한도 검증을 적용하지 않는다(권한통제는 5800에서).
           IF LS-TXN-TYPE = 'CORR'
               MOVE '0000' TO LS-TXN-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           IF AF-DEBIT-RESTRICTED AND LS-TXN-TYPE NOT = 'DEPO'
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '연체 출금제한 계좌입니다'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF AF-KYC-RESTRICTED AND
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LS-TXN-CHANNEL = 'TELL' AND
              (LS-TXN-TYPE = 'WITH' OR LS-TXN-TYPE = 'XFER' OR
               LS-TXN-TYPE = 'IBKX')
               PERFORM 2286-CHECK-SIGNATORY
               IF LS-TXN-RESULT-CODE NOT = '0000'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LS-TXN-VALUE-DATE NOT = SPACES AND
              LS-TXN-VALUE-DATE NOT = WS-TXN-DATE
               PERFORM 2250-VALIDATE-VALUE-DATE
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '0003' TO LS-TXN-RESULT-CODE
                   MOVE '소급기표 권한 없음'
                       TO LS-TXN-RESULT-MSG
                   EXIT PARAGRAPH
           END-READ
           IF OP-STATUS-LOCKED OR NOT OP-ALLOW-BACKDATE
           END-IF
           IF LS-TXN-AMOUNT > WS-MINOR-TXN-LIMIT
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE SPACES TO LS-TXN-RESULT-MSG
               STRING '미성년 계좌 한도초과 - ' DELIMITED SIZE
                      '대리인 승인 필요'        DELIMITED SIZE
                      INTO LS-TXN-RESULT-MSG
           END-IF.

      *    사기탐지 규칙 평가 - 적중한 규칙 중 가장 강한 조치를
           EVALUATE WS-FRAUD-ACTION
               WHEN 'R'
                   MOVE '0011' TO LS-TXN-RESULT-CODE
                   MOVE '사기의심 거래 거절'
                       TO LS-TXN-RESULT-MSG
               WHEN 'P'
                   PERFORM 2076-QUEUE-PENDING-TXN
                   IF LS-TXN-RESULT-CODE = '0006'
           END-IF
           IF CM-PIN-RETRY-CNT >= 3
               MOVE '0010' TO LS-TXN-RESULT-CODE
               MOVE '비밀번호 오류 잠금 카드'
                   TO LS-TXN-RESULT-MSG
           END-IF.

      *    대리인 거래검증 - 등록(AGENTREG)된 범위/기한 안에서만
                   MOVE '대리권 범위 오류' TO LS-TXN-RESULT-MSG
           END-EVALUATE.

      *    법인계좌 서명권 검증 - 법인프로필이 없는 개인고객은
      *    대상외. 법인(C)은 서명권자ID 필수, 개인사업자(S)는
      *    본인거래가 원칙이라 입력된 경우만 검증한다. 등록부
      *    (SIGNREG)의 유효상태/기간/건별한도 위반은 '0015'.
       2286-CHECK-SIGNATORY.
           MOVE '0000' TO LS-TXN-RESULT-CODE
           MOVE AF-CUSTOMER-ID TO CO-CUSTOMER-ID
           READ CORP-PROFILE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT CO-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF LS-TXN-SIGNATORY-ID = SPACES
               IF CO-TYPE-CORPORATE
                   MOVE '0015' TO LS-TXN-RESULT-CODE
                   MOVE '법인계좌-서명권자ID 필수'
                       TO LS-TXN-RESULT-MSG
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TXN-ACCOUNT-NO   TO SG-ACCOUNT-NO
           MOVE LS-TXN-SIGNATORY-ID TO SG-SIGNATORY-ID
           READ SIGNATORY-FILE
               INVALID KEY
                   MOVE '0015' TO LS-TXN-RESULT-CODE
                   MOVE '미등록 서명권자' TO LS-TXN-RESULT-MSG
                   EXIT PARAGRAPH
           END-READ
           IF NOT SG-STATUS-ACTIVE
               MOVE '0015' TO LS-TXN-RESULT-CODE
               MOVE '해지된 서명권자' TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF SG-VALID-FROM > WS-TXN-DATE OR
              (SG-VALID-TO NOT = SPACES AND
               SG-VALID-TO < WS-TXN-DATE)
               MOVE '0015' TO LS-TXN-RESULT-CODE
               MOVE '서명권 유효기간 외' TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF LS-TXN-AMOUNT > SG-TXN-LIMIT
               MOVE '0015' TO LS-TXN-RESULT-CODE
               MOVE '서명권자 건별한도 초과'
                   TO LS-TXN-RESULT-MSG
           END-IF.

      *    비과세 원금한도 - 고객의 가입계좌 합산원금(TAXEXREG)
      *    에 입금액을 더해 법정한도를 넘으면 거절한다.
       2290-CHECK-TAXEX-CEILING.
           END-READ
           IF WS-LIMIT-OK
               PERFORM 2330-CHECK-CHANNEL-LIMIT
           END-IF
           IF WS-LIMIT-OK AND AF-LIMITED-ACCOUNT AND
              LS-TXN-CHANNEL NOT = 'BATC' AND
              LS-TXN-TYPE NOT = 'DEPO' AND
              LS-TXN-TYPE NOT = 'CHQD' AND
              LS-TXN-TYPE NOT = 'ATMC'
               PERFORM 2340-CHECK-LIMITED-ACCT-CAP
           END-IF.

       2310-CHECK-DAILY-LIMIT.
               SET WS-LIMIT-EXCEEDED TO TRUE
           END-IF.

      *    한도제한계좌 채널별 1일 한도 - 채널 1일누계(CHANDAILY)
      *    에 금회 금액을 더해 제한계좌 전용 한도와 비교한다.
       2340-CHECK-LIMITED-ACCT-CAP.
           EVALUATE LS-TXN-CHANNEL
               WHEN 'ATM '
                   MOVE WS-LMT-CAP-ATM  TO WS-LMT-CAP
               WHEN 'INET'
                   MOVE WS-LMT-CAP-INET TO WS-LMT-CAP
               WHEN 'TELL'
                   MOVE WS-LMT-CAP-TELL TO WS-LMT-CAP
               WHEN OTHER
                   MOVE WS-LMT-CAP-ATM  TO WS-LMT-CAP
           END-EVALUATE
           MOVE LS-TXN-ACCOUNT-NO TO CD-ACCOUNT-NO
           MOVE LS-TXN-CHANNEL    TO CD-CHANNEL
           MOVE WS-TXN-DATE       TO CD-TXN-DATE
           READ CHANNEL-DAILY-FILE
               INVALID KEY
                   MOVE ZERO TO WS-CHANNEL-DAILY-TOTAL
               NOT INVALID KEY
                   MOVE CD-TOTAL-AMOUNT TO WS-CHANNEL-DAILY-TOTAL
           END-READ
           ADD LS-TXN-AMOUNT TO WS-CHANNEL-DAILY-TOTAL
           IF WS-CHANNEL-DAILY-TOTAL > WS-LMT-CAP
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '한도제한계좌 1일한도 초과'
                   TO LS-TXN-RESULT-MSG
               SET WS-LIMIT-EXCEEDED TO TRUE
           END-IF.

      *    창구 현금시재 갱신 - 창구(TELL)채널 현금거래(DEPO/
      *    WITH)에 한해, 당일 개설(O)된 텔러 시재기록의 입금/
      *    출금 누계를 가산한다. 시재 미개설 텔러는 건너뛴다
           END-IF
           MOVE LS-TXN-OPERATOR-ID TO TD-TELLER-ID
           MOVE WS-TXN-DATE        TO TD-DRAWER-DATE
           MOVE SPACES             TO TD-CURRENCY
           READ TELLER-DRAWER-FILE
               INVALID KEY
                   EXIT PARAGRAPH

       4000-PROCESS-WITHDRAWAL.
           MOVE AF-BALANCE TO WS-BEFORE-BALANCE
           IF LS-TXN-CHANNEL = 'TELL' AND LS-TXN-TYPE = 'WITH'
               PERFORM 4040-FIND-CASH-BOOKING
           END-IF
           PERFORM 4050-CALC-AVAILABLE-BALANCE
           IF LS-TXN-AMOUNT > WS-AVAILABLE-BALANCE
               MOVE '0008' TO LS-TXN-RESULT-CODE
                   PERFORM 8000-WRITE-TRANSACTION
                   PERFORM 2400-UPDATE-TRANSACTION-TOTALS
                   PERFORM 2460-UPDATE-TELLER-DRAWER
                   IF WS-CB-FOUND
                       PERFORM 4070-CLOSE-CASH-BOOKING
                   END-IF
                   IF AF-TAXEX-ENROLLED
                       PERFORM 2295-UPDATE-TAXEX-PRINCIPAL
                   END-IF
                   IF WS-FEE-AMOUNT > ZERO
                       PERFORM 8100-WRITE-FEE-TRANSACTION
                   END-IF
                   IF WS-PX-FOUND
                       PERFORM 4220-RECORD-PRICE-EXCEPTION
                   END-IF
           END-REWRITE.

      *    고액현금 인출예약 매칭 - 거래일이 인출일이고 예약지점
      *    에서 예약금액 이내로 출금하는 예약(B) 첫 건. 예약대장이
      *    없으면 매칭하지 않는다.
       4040-FIND-CASH-BOOKING.
           IF LS-TXN-ORIG-BRANCH = SPACES
               MOVE AF-BRANCH-CODE TO WS-CB-BRANCH-CODE
           ELSE
               MOVE LS-TXN-ORIG-BRANCH TO WS-CB-BRANCH-CODE
           END-IF
           OPEN INPUT CASH-BOOKING-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CB-EOF-SW
           MOVE LS-TXN-ACCOUNT-NO TO CB-ACCOUNT-NO
           MOVE WS-TXN-DATE       TO CB-PICKUP-DATE
           MOVE ZERO              TO CB-BOOKING-SEQ
           START CASH-BOOKING-FILE KEY IS >= CB-KEY
               INVALID KEY
                   SET WS-CB-EOF TO TRUE
           END-START
           PERFORM 4045-READ-NEXT-BOOKING
               UNTIL WS-CB-EOF OR WS-CB-FOUND
           CLOSE CASH-BOOKING-FILE.

       4045-READ-NEXT-BOOKING.
           READ CASH-BOOKING-FILE NEXT RECORD
               AT END
                   SET WS-CB-EOF TO TRUE
               NOT AT END
                   IF CB-ACCOUNT-NO NOT = LS-TXN-ACCOUNT-NO OR
                      CB-PICKUP-DATE NOT = WS-TXN-DATE
                       SET WS-CB-EOF TO TRUE
                   ELSE
                       IF CB-STATUS-BOOKED AND
                          CB-BRANCH-CODE = WS-CB-BRANCH-CODE AND
                          LS-TXN-AMOUNT <= CB-AMOUNT
                           MOVE 'Y'         TO WS-CB-FOUND-SW
                           MOVE CB-KEY      TO WS-CB-MATCH-KEY
                           MOVE CB-HOLD-SEQ TO WS-CB-HOLD-SEQ
                       END-IF
                   END-IF
           END-READ.

      *    예약 종결 - 인출완료(P)로 갱신하고 예약 지급정지 해제.
      *    출금은 이미 기표되었으므로 종결 실패는 거래결과에
      *    반영하지 않는다(미종결 예약은 ACCT086 불출처리 대상).
       4070-CLOSE-CASH-BOOKING.
           OPEN I-O CASH-BOOKING-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CB-MATCH-KEY TO CB-KEY
           READ CASH-BOOKING-FILE
               INVALID KEY
                   CLOSE CASH-BOOKING-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE 'P'                TO CB-STATUS
           MOVE LS-TXN-AMOUNT      TO CB-PAID-AMOUNT
           MOVE WS-PRIMARY-TXN-ID  TO CB-PAID-TXN-ID
           MOVE WS-TXN-DATE        TO CB-CLOSED-DATE
           MOVE LS-TXN-OPERATOR-ID TO CB-CLOSED-BY
           REWRITE CASH-BOOKING-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE CASH-BOOKING-FILE
           MOVE LS-TXN-ACCOUNT-NO TO HR-ACCOUNT-NO
           MOVE WS-CB-HOLD-SEQ    TO HR-HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF HR-STATUS-ACTIVE
               MOVE 'R'                TO HR-STATUS
               MOVE LS-TXN-OPERATOR-ID TO HR-RELEASED-BY
               MOVE WS-TXN-DATE        TO HR-RELEASED-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      *    가용잔액 = 잔액 - 유효 지급정지 합계 + 초과인출한도.
      *    지급정지는 활성 상태이면서 만기 미지정 또는 거래일
      *    이후 만기인 건만 합산한다.
                   ELSE
                       IF HR-STATUS-ACTIVE AND
                          (HR-EXPIRY-DATE = SPACES OR
                           HR-EXPIRY-DATE >= WS-TXN-DATE) AND
                          NOT (WS-CB-FOUND AND
                               HR-HOLD-SEQ = WS-CB-HOLD-SEQ)
                           ADD HR-HOLD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
                   END-IF
                       MOVE WS-FEE-MAX(WS-FEE-IDX) TO WS-FEE-AMOUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FEE-AMOUNT > ZERO
               PERFORM 4210-APPLY-PRICE-EXCEPTION
           END-IF.

      *    가격예외 조회 - 타행이체는 IBKX, 그 외 출금은 ATM 수수료
      *    코드. 계좌 단위가 고객 단위보다, 개별 코드가 *ALL보다
      *    우선하며 유효(A)이고 거래일이 유효기간 내인 첫 건 적용.
      *    예외 등록부가 없으면 감면하지 않는다.
       4210-APPLY-PRICE-EXCEPTION.
           MOVE 'N'  TO WS-PX-FOUND-SW
           MOVE ZERO TO WS-PX-FORGONE
           IF LS-TXN-TYPE = 'IBKX'
               MOVE 'IBKX' TO WS-PX-FEE-CODE
           ELSE
               MOVE 'ATM ' TO WS-PX-FEE-CODE
           END-IF
           OPEN INPUT PRICE-EXCEPTION-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'A'               TO PX-SCOPE
           MOVE LS-TXN-ACCOUNT-NO TO PX-SUBJECT-ID
           MOVE WS-PX-FEE-CODE    TO PX-FEE-CODE
           PERFORM 4215-READ-PRICE-EXCEPTION
           IF NOT WS-PX-FOUND
               MOVE '*ALL' TO PX-FEE-CODE
               PERFORM 4215-READ-PRICE-EXCEPTION
           END-IF
           IF NOT WS-PX-FOUND
               MOVE 'C'            TO PX-SCOPE
               MOVE AF-CUSTOMER-ID TO PX-SUBJECT-ID
               MOVE WS-PX-FEE-CODE TO PX-FEE-CODE
               PERFORM 4215-READ-PRICE-EXCEPTION
           END-IF
           IF NOT WS-PX-FOUND
               MOVE '*ALL' TO PX-FEE-CODE
               PERFORM 4215-READ-PRICE-EXCEPTION
           END-IF
           CLOSE PRICE-EXCEPTION-FILE
           IF NOT WS-PX-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FEE-AMOUNT TO WS-PX-FORGONE
           IF PX-DISC-PERCENT
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   WS-FEE-AMOUNT * (100 - PX-DISC-RATE) / 100
           ELSE
               IF PX-DISC-AMOUNT >= WS-FEE-AMOUNT
                   MOVE ZERO TO WS-FEE-AMOUNT
               ELSE
                   SUBTRACT PX-DISC-AMOUNT FROM WS-FEE-AMOUNT
               END-IF
           END-IF
           SUBTRACT WS-FEE-AMOUNT FROM WS-PX-FORGONE
           MOVE PX-KEY TO WS-PX-MATCH-KEY.

       4215-READ-PRICE-EXCEPTION.
           READ PRICE-EXCEPTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PX-STATUS-ACTIVE AND
              PX-EFFECTIVE-DATE <= WS-TXN-DATE AND
              PX-EXPIRY-DATE >= WS-TXN-DATE
               MOVE 'Y' TO WS-PX-FOUND-SW
           END-IF.

      *    감면액 누계 - 거래월이 바뀌면 당월 구간을 전월로 넘긴다.
      *    출금은 이미 기표되었으므로 누계 실패는 거래결과에
      *    반영하지 않는다.
       4220-RECORD-PRICE-EXCEPTION.
           OPEN I-O PRICE-EXCEPTION-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PX-MATCH-KEY TO PX-KEY
           READ PRICE-EXCEPTION-FILE
               INVALID KEY
                   CLOSE PRICE-EXCEPTION-FILE
                   EXIT PARAGRAPH
           END-READ
           IF PX-CUR-MONTH NOT = WS-TXN-DATE(1:6)
               IF PX-CUR-MONTH NOT = SPACES
                   MOVE PX-CUR-MONTH   TO PX-PREV-MONTH
                   MOVE PX-CUR-FORGONE TO PX-PREV-FORGONE
                   MOVE PX-CUR-COUNT   TO PX-PREV-COUNT
               END-IF
               MOVE WS-TXN-DATE(1:6) TO PX-CUR-MONTH
               MOVE ZERO             TO PX-CUR-FORGONE
               MOVE ZERO             TO PX-CUR-COUNT
           END-IF
           ADD WS-PX-FORGONE TO PX-CUR-FORGONE
           ADD WS-PX-FORGONE TO PX-TOTAL-FORGONE
           ADD 1             TO PX-CUR-COUNT
           REWRITE PRICE-EXCEPTION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE PRICE-EXCEPTION-FILE.

      *    수수료 직접부과 - 출금과 달리 수수료 재계산 없이
      *    요청금액만 차감한다. 가용잔액 부족시 거절하여
               NOT INVALID KEY
                   PERFORM 8400-WRITE-ACCT-JOURNAL
                   MOVE '0000' TO LS-TXN-RESULT-CODE
                   IF LS-TXN-TYPE = 'LNIN'
                       MOVE '대출이자 수납 완료'
                           TO LS-TXN-RESULT-MSG
                   ELSE
                       MOVE '수수료 부과 완료'
                           TO LS-TXN-RESULT-MSG
                   END-IF
                   PERFORM 8000-WRITE-TRANSACTION
           END-REWRITE.

           IF LS-TXN-RESULT-CODE = '0007'
               EXIT PARAGRAPH
           END-IF
           PERFORM 5040-CHECK-NAME-VERIFICATION
           IF LS-TXN-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           PERFORM 5050-VALIDATE-TRANSFER-CURRENCY
           IF LS-TXN-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           PERFORM 4000-PROCESS-WITHDRAWAL
           IF LS-TXN-RESULT-CODE = '0000'
               PERFORM 5100-DEPOSIT-TO-TARGET
           END-IF
           IF LS-TXN-RESULT-CODE = '0000'
               PERFORM 5045-MARK-NAME-VERIFICATION
           END-IF.

      *    예금주 조회참조 대조 - 참조번호가 있으면 조회대장에서
      *    정상조회('0000')이고 수취 은행/계좌가 요청과 같으며
      *    입금불가(N)로 응답하지 않은 건이어야 한다. 참조번호
      *    미지정 요청은 대조하지 않는다.
       5040-CHECK-NAME-VERIFICATION.
           IF LS-TXN-NAMEVER-REF = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NAMEV-LOG-FILE
           IF NOT WS-FILE-OK
               MOVE '0016' TO LS-TXN-RESULT-CODE
               MOVE '예금주 조회참조 확인불가'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TXN-NAMEVER-REF TO NV-REF-ID
           READ NAMEV-LOG-FILE
               INVALID KEY
                   MOVE '0016' TO LS-TXN-RESULT-CODE
                   MOVE '예금주 조회참조 없음'
                       TO LS-TXN-RESULT-MSG
           END-READ
           CLOSE NAMEV-LOG-FILE
           IF LS-TXN-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           IF NV-RESULT-CODE NOT = '0000' OR
              NV-ACCOUNT-NO NOT = LS-TXN-COUNTER-ACCT-NO
               MOVE '0016' TO LS-TXN-RESULT-CODE
               MOVE '예금주 조회 수취계좌 불일치'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF (LS-TXN-TYPE = 'IBKX' AND
               NV-BANK-CODE NOT = LS-TXN-COUNTER-BANK) OR
              (LS-TXN-TYPE NOT = 'IBKX' AND NV-BANK-CODE NOT = SPACES)
               MOVE '0016' TO LS-TXN-RESULT-CODE
               MOVE '예금주 조회 수취은행 불일치'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF NV-RECEIVABLE = 'N'
               MOVE '0016' TO LS-TXN-RESULT-CODE
               MOVE '예금주 조회 입금불가 계좌'
                   TO LS-TXN-RESULT-MSG
           END-IF.

      *    조회대장 사용기록 - 최초 사용 거래ID만 남긴다. 이체는
      *    이미 기표되었으므로 기록 실패는 거래결과에 반영하지
      *    않는다.
       5045-MARK-NAME-VERIFICATION.
           IF LS-TXN-NAMEVER-REF = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN I-O NAMEV-LOG-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TXN-NAMEVER-REF TO NV-REF-ID
           READ NAMEV-LOG-FILE
               INVALID KEY
                   CLOSE NAMEV-LOG-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NV-USED-TXN-ID = SPACES
               MOVE WS-PRIMARY-TXN-ID TO NV-USED-TXN-ID
               MOVE WS-TXN-DATE       TO NV-USED-DATE
               REWRITE NAMEV-LOG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           CLOSE NAMEV-LOG-FILE.

      *    수신계좌 비과세한도 선검사 - 출금 기표전에 수신측이
      *    비과세 가입계좌이면 원금한도를 검사해 초과시 거절
      *    한다(출금 확정후 되돌릴 수 없으므로 선검사). 검사후
               EXIT PARAGRAPH
           END-IF
           MOVE '0007' TO LS-TXN-RESULT-CODE
           MOVE '수취금지계좌 - 이체 차단'
               TO LS-TXN-RESULT-MSG
           PERFORM 5020-AUDIT-BLOCKED-ATTEMPT
           MOVE 'BLKX' TO WS-ALERT-EVENT
           PERFORM 2090-WRITE-ALERT.
           MOVE LS-TXN-OPERATOR-ID TO AR-OPERATOR-ID
           MOVE '0007'             TO AR-RESULT-CODE
           MOVE SPACES             TO AR-MESSAGE
           STRING '수취금지계좌 이체시도 상대='
                      DELIMITED SIZE
                  LS-TXN-COUNTER-ACCT-NO       DELIMITED SIZE
                  ' 출처='                     DELIMITED SIZE
                  BL-LIST-SOURCE               DELIMITED SIZE
                   IF WS-XFER-TARGET-CURRENCY = SPACES
                       MOVE 'KRW' TO WS-XFER-TARGET-CURRENCY
                   END-IF
                   EVALUATE TRUE
                       WHEN AF-TYPE-LOAN
                           MOVE '0003' TO LS-TXN-RESULT-CODE
                           MOVE '대출계좌 입금불가(상환)'
                               TO LS-TXN-RESULT-MSG
                       WHEN WS-XFER-TARGET-CURRENCY
                           NOT = WS-XFER-SOURCE-CURRENCY
                           PERFORM 5060-RESOLVE-FX-RATE
                       WHEN OTHER
                           MOVE '0000' TO LS-TXN-RESULT-CODE
                   END-EVALUATE
           END-READ
           MOVE WS-XFER-SOURCE-KEY TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
           END-PERFORM
           IF NOT WS-FX-FOUND
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '적용환율 미고시 - 이체불가'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           SET WS-FX-APPLIED TO TRUE
           MOVE LS-TXN-COUNTER-ACCT-NO    TO LS-TXN-ACCOUNT-NO
           MOVE WS-XFER-SWAP-ACCT-NO      TO LS-TXN-COUNTER-ACCT-NO.

      *    대출금 지급 - 대출계좌(LN)를 지급액만큼 차기(음수
      *    잔액 = 대출잔액)하고 결제계좌에 입금한다. 한도와
      *    담보 질권은 개설(ACCT001)시 확정되므로 가용잔액
      *    검사는 하지 않는다.
       5900-PROCESS-LOAN-DISBURSE.
           PERFORM 5905-READ-LOAN-COUNTERPART
           IF LS-TXN-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-CPTY-TYPE = 'LN' OR
              WS-LOAN-CPTY-STATUS NOT = 'A' OR
              (WS-LOAN-CPTY-CURRENCY NOT = 'KRW' AND
               WS-LOAN-CPTY-CURRENCY NOT = SPACES)
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '대출금 결제계좌 오류(원화 활동계좌)'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE AF-BALANCE TO WS-BEFORE-BALANCE
           SUBTRACT LS-TXN-AMOUNT FROM AF-BALANCE
           MOVE AF-BALANCE TO WS-AFTER-BALANCE
           MOVE WS-TXN-DATE TO AF-LAST-TXN-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE '9999' TO LS-TXN-RESULT-CODE
                   MOVE '대출금 지급 오류' TO LS-TXN-RESULT-MSG
               NOT INVALID KEY
                   PERFORM 8400-WRITE-ACCT-JOURNAL
                   MOVE '0000' TO LS-TXN-RESULT-CODE
                   MOVE '대출금 지급' TO LS-TXN-RESULT-MSG
                   PERFORM 8000-WRITE-TRANSACTION
           END-REWRITE
           IF LS-TXN-RESULT-CODE = '0000'
               PERFORM 5100-DEPOSIT-TO-TARGET
           END-IF
           IF LS-TXN-RESULT-CODE = '0000'
               MOVE '대출금 지급 완료' TO LS-TXN-RESULT-MSG
           END-IF.

      *    대출거래 상대계좌 조회 - 상대계좌의 유형/상태/통화/
      *    잔액을 보관하고 기표계좌 레코드를 재판독해 원상복구
      *    한다(5060 선검사와 같은 방식).
       5905-READ-LOAN-COUNTERPART.
           MOVE 'N' TO WS-LOAN-CPTY-FOUND-SW
           IF LS-TXN-COUNTER-ACCT-NO = SPACES OR
              LS-TXN-COUNTER-ACCT-NO = LS-TXN-ACCOUNT-NO
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '상대 계좌번호 오류' TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TXN-COUNTER-ACCT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO LS-TXN-RESULT-CODE
                   MOVE '상대 계좌 없음' TO LS-TXN-RESULT-MSG
               NOT INVALID KEY
                   SET WS-LOAN-CPTY-FOUND TO TRUE
                   MOVE AF-ACCOUNT-TYPE  TO WS-LOAN-CPTY-TYPE
                   MOVE AF-STATUS        TO WS-LOAN-CPTY-STATUS
                   MOVE AF-CURRENCY-CODE TO WS-LOAN-CPTY-CURRENCY
                   MOVE AF-BALANCE       TO WS-LOAN-CPTY-BALANCE
           END-READ
           MOVE LS-TXN-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '9999' TO LS-TXN-RESULT-CODE
                   MOVE '기표계좌 재판독 오류'
                       TO LS-TXN-RESULT-MSG
           END-READ.

      *    대출원금 상환 - 결제계좌(기표계좌) 출금 후 대출계좌
      *    (상대계좌)에 입금하여 대출잔액을 줄인다. 대출잔액을
      *    넘는 상환은 거절한다.
       5910-PROCESS-LOAN-REPAY.
           PERFORM 5905-READ-LOAN-COUNTERPART
           IF LS-TXN-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-CPTY-TYPE NOT = 'LN' OR
              WS-LOAN-CPTY-STATUS NOT = 'A'
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '상환대상 대출계좌 아님'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF LS-TXN-AMOUNT + WS-LOAN-CPTY-BALANCE > ZERO
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '상환금액이 대출잔액 초과'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-PROCESS-WITHDRAWAL
           IF LS-TXN-RESULT-CODE = '0000'
               PERFORM 5100-DEPOSIT-TO-TARGET
           END-IF
           IF LS-TXN-RESULT-CODE = '0000'
               MOVE '대출원금 상환 완료' TO LS-TXN-RESULT-MSG
           END-IF.

      *    대출이자 수납 - 결제계좌에서 가용잔액 내로 차감한다.
      *    상대계좌는 대출계좌(참조용)로, 수익계상은 원장
      *    분개(ACCT030)가 거래유형으로 구분한다.
       5920-PROCESS-LOAN-INTEREST.
           PERFORM 5905-READ-LOAN-COUNTERPART
           IF LS-TXN-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-CPTY-TYPE NOT = 'LN'
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '이자수납 대상 대출계좌 아님'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM 4500-PROCESS-FEE-DEBIT.

      *    타행이체 - 출금 기표후 타행이체등록(IBKREG)에 발신
      *    대기(P) 적재한다. 실제 대외 발신과 결과(FATE) 반영은
      *    ACCT043 몫이며, 결과 거절시 자동 재입금된다. 수신
           IF LS-TXN-COUNTER-BANK = SPACES OR
              LS-TXN-COUNTER-ACCT-NO = SPACES
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '상대은행/계좌번호 오류'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM 5010-SCREEN-BLOCKLIST
           IF LS-TXN-RESULT-CODE = '0007'
               EXIT PARAGRAPH
           END-IF
           PERFORM 5040-CHECK-NAME-VERIFICATION
           IF LS-TXN-RESULT-CODE NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-PROCESS-WITHDRAWAL
           IF LS-TXN-RESULT-CODE = '0000'
               PERFORM 5510-WRITE-IBK-REGISTER
               PERFORM 5045-MARK-NAME-VERIFICATION
               MOVE '타행이체 접수 - 발신대기'
                   TO LS-TXN-RESULT-MSG
           END-IF.

       5510-WRITE-IBK-REGISTER.
           IF LS-TXN-COUNTER-BANK = SPACES OR
              LS-TXN-CLIENT-REF = SPACES
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '지급은행/수표번호 오류'
                   TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-PROCESS-DEPOSIT
           READ TXN-INDEX-FILE
               INVALID KEY
                   MOVE '0003' TO LS-TXN-RESULT-CODE
                   MOVE '원수수료 거래 없음'
                       TO LS-TXN-RESULT-MSG
                   EXIT PARAGRAPH
           END-READ
           IF TI-TXN-TYPE NOT = 'FEE '
               MOVE '수수료 취소 완료' TO LS-TXN-RESULT-MSG
           END-IF.

      *    정정/취소 - 원거래(LS-TXN-REV-TXN-ID)를 색인으로 대조
      *    하여 입금(DEPO)은 차감, 출금(WITH)은 환입하고, 이체
      *    (XFER)는 수신측 차감과 출금측 환입을 함께 역기표한다
      *    (수신측 잔액부족이면 양측 모두 기표하지 않음). 당일
      *    취소는 책임자(OPERMST 승인권한) 조작만 허용하고,
      *    익일이후 정정은 금액과 무관하게 승인대기(PENDTXN)
      *    이중통제를 거친다. 원거래 색인은 취소(C) 표시하고
      *    한도누계는 원거래일 기준으로 차감한다. 정정기록의
      *    채널은 원거래 채널로 수록하여 GL 상대계정이 원거래와
      *    대칭이 되게 한다. TXNHIST 원거래 상태(C)는 순차파일
      *    이므로 야간 ACCT071이 색인 기준으로 반영한다.
       5800-PROCESS-CORRECTION.
           IF LS-TXN-REV-TXN-ID = SPACES
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '원거래ID 미지정' TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TXN-ACCOUNT-NO       TO TI-ACCOUNT-NO
           MOVE LS-TXN-REV-TXN-ID(1:8)  TO TI-TXN-DATE
           MOVE LS-TXN-REV-TXN-ID       TO TI-TXN-ID
           READ TXN-INDEX-FILE
               INVALID KEY
                   MOVE '0003' TO LS-TXN-RESULT-CODE
                   MOVE '정정 원거래 없음' TO LS-TXN-RESULT-MSG
                   EXIT PARAGRAPH
           END-READ
           IF TI-TXN-TYPE NOT = 'DEPO' AND
              TI-TXN-TYPE NOT = 'WITH' AND
              TI-TXN-TYPE NOT = 'XFER'
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '정정 불가 거래유형' TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF TI-STATUS NOT = 'S'
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '이미 취소된 거래' TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           IF LS-TXN-AMOUNT NOT = TI-AMOUNT
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '정정금액 불일치' TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE TI-TXN-TYPE  TO WS-CORR-ORIG-TYPE
           MOVE TI-TXN-DATE  TO WS-CORR-ORIG-DATE
           MOVE TI-CHANNEL   TO WS-CORR-ORIG-CHANNEL
           MOVE TI-TXN-ID(9:12) TO WS-CORR-ORIG-SEQ
           IF WS-CORR-ORIG-TYPE = 'XFER'
               PERFORM 5810-FIND-TRANSFER-TARGET
               IF LS-TXN-RESULT-CODE NOT = '0000'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CORR-ORIG-DATE = WS-TXN-DATE
               PERFORM 5820-CHECK-SUPERVISOR
               IF LS-TXN-RESULT-CODE NOT = '0000'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF LS-TXN-PEND-BYPASS NOT = 'Y'
                   PERFORM 2076-QUEUE-PENDING-TXN
                   IF LS-TXN-RESULT-CODE = '0006'
                       MOVE '정정거래 승인대기 접수'
                           TO LS-TXN-RESULT-MSG
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LS-TXN-CHANNEL TO WS-CORR-SAVE-CHANNEL
           IF WS-CORR-ORIG-CHANNEL NOT = SPACES
               MOVE WS-CORR-ORIG-CHANNEL TO LS-TXN-CHANNEL
           END-IF
           EVALUATE WS-CORR-ORIG-TYPE
               WHEN 'DEPO'
                   SET WS-CORR-DEBIT-LEG TO TRUE
                   PERFORM 5830-POST-CORRECTION-LEG
               WHEN 'WITH'
                   SET WS-CORR-CREDIT-LEG TO TRUE
                   PERFORM 5830-POST-CORRECTION-LEG
               WHEN 'XFER'
                   PERFORM 5850-REVERSE-TRANSFER-TARGET
                   IF LS-TXN-RESULT-CODE = '0000'
                       SET WS-CORR-CREDIT-LEG TO TRUE
                       PERFORM 5830-POST-CORRECTION-LEG
                   END-IF
           END-EVALUATE
           MOVE WS-CORR-SAVE-CHANNEL TO LS-TXN-CHANNEL
           IF LS-TXN-RESULT-CODE = '0000'
               MOVE LS-TXN-ACCOUNT-NO TO WS-CORR-IDX-ACCT-NO
               MOVE LS-TXN-REV-TXN-ID TO WS-CORR-IDX-TXN-ID
               PERFORM 5860-CANCEL-ORIGINAL-INDEX
               MOVE '정정(취소) 처리 완료' TO LS-TXN-RESULT-MSG
           END-IF.

      *    이체 수신측 원거래 탐색 - 수신계좌의 원거래일 색인에서
      *    출금측 거래ID 이후 첫 XFER 기록을 찾는다. 수신측은
      *    출금측(및 출금수수료) 직후 채번되므로 2건 이내여야
      *    하며, 벗어나면 상대계좌 지정 오류로 본다.
       5810-FIND-TRANSFER-TARGET.
           IF LS-TXN-COUNTER-ACCT-NO = SPACES
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '이체 수신계좌 미지정' TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CORR-TARGET-TXN-ID
           MOVE 'N'    TO WS-CORR-EOF-SW
           MOVE LS-TXN-COUNTER-ACCT-NO TO TI-ACCOUNT-NO
           MOVE WS-CORR-ORIG-DATE      TO TI-TXN-DATE
           MOVE LS-TXN-REV-TXN-ID      TO TI-TXN-ID
           START TXN-INDEX-FILE KEY IS > TI-KEY
               INVALID KEY
                   SET WS-CORR-EOF TO TRUE
           END-START
           PERFORM 5815-READ-NEXT-TARGET-LEG
               UNTIL WS-CORR-EOF
           IF WS-CORR-TARGET-TXN-ID = SPACES
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '이체 수신측 원거래 없음'
                   TO LS-TXN-RESULT-MSG
           ELSE
               MOVE '0000' TO LS-TXN-RESULT-CODE
           END-IF.

       5815-READ-NEXT-TARGET-LEG.
           READ TXN-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-CORR-EOF TO TRUE
               NOT AT END
                   IF TI-ACCOUNT-NO NOT = LS-TXN-COUNTER-ACCT-NO OR
                      TI-TXN-DATE NOT = WS-CORR-ORIG-DATE
                       SET WS-CORR-EOF TO TRUE
                   ELSE
                       MOVE TI-TXN-ID(9:12) TO WS-CORR-TARGET-SEQ
                       IF WS-CORR-TARGET-SEQ - WS-CORR-ORIG-SEQ > 2
                           SET WS-CORR-EOF TO TRUE
                       ELSE
                           IF TI-TXN-TYPE = 'XFER' AND
                              TI-STATUS = 'S'
                               MOVE TI-TXN-ID TO WS-CORR-TARGET-TXN-ID
                               MOVE TI-AMOUNT
                                   TO WS-CORR-TARGET-AMOUNT
                               SET WS-CORR-EOF TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    당일 취소 권한 - 조작자가 OPERMST에 정상 등록된
      *    책임자(승인권한 보유)여야 한다.
       5820-CHECK-SUPERVISOR.
           MOVE '0000' TO LS-TXN-RESULT-CODE
           MOVE LS-TXN-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '0003' TO LS-TXN-RESULT-CODE
                   MOVE '당일취소 책임자 권한 없음'
                       TO LS-TXN-RESULT-MSG
                   EXIT PARAGRAPH
           END-READ
           IF OP-STATUS-LOCKED OR OP-CAN-APPROVE NOT = 'Y'
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '당일취소 책임자 권한 없음'
                   TO LS-TXN-RESULT-MSG
           END-IF.

      *    정정 한쪽 기표 - LS-TXN-ACCOUNT-NO 계좌를 차감(D) 또는
      *    환입(C)하고 CORR 거래로 기록한 뒤 원거래일 한도누계를
      *    차감한다. 차감측은 가용잔액 범위에서만 허용한다.
       5830-POST-CORRECTION-LEG.
           MOVE LS-TXN-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO LS-TXN-RESULT-CODE
                   MOVE '정정 대상계좌 없음'
                       TO LS-TXN-RESULT-MSG
                   EXIT PARAGRAPH
           END-READ
           IF AF-STATUS-CLOSED
               MOVE '0003' TO LS-TXN-RESULT-CODE
               MOVE '정정 대상계좌 해지' TO LS-TXN-RESULT-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
           MOVE AF-BALANCE TO WS-BEFORE-BALANCE
           IF WS-CORR-DEBIT-LEG
               PERFORM 4050-CALC-AVAILABLE-BALANCE
               IF LS-TXN-AMOUNT > WS-AVAILABLE-BALANCE
                   MOVE '0008' TO LS-TXN-RESULT-CODE
                   MOVE '가용잔액 부족 - 정정불가'
                       TO LS-TXN-RESULT-MSG
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT LS-TXN-AMOUNT FROM AF-BALANCE
           ELSE
               ADD LS-TXN-AMOUNT TO AF-BALANCE
           END-IF
           MOVE AF-BALANCE TO WS-AFTER-BALANCE
           MOVE WS-TXN-DATE TO AF-LAST-TXN-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE '9999' TO LS-TXN-RESULT-CODE
                   MOVE '정정 처리 오류' TO LS-TXN-RESULT-MSG
               NOT INVALID KEY
                   PERFORM 8400-WRITE-ACCT-JOURNAL
                   MOVE '0000' TO LS-TXN-RESULT-CODE
                   MOVE SPACES TO LS-TXN-RESULT-MSG
                   STRING '정정취소 원거래:' DELIMITED SIZE
                          LS-TXN-REV-TXN-ID   DELIMITED SIZE
                          INTO LS-TXN-RESULT-MSG
                   PERFORM 8000-WRITE-TRANSACTION
                   PERFORM 5870-BACKOUT-LIMIT-TOTALS
                   PERFORM 5880-REVERSE-TELLER-DRAWER
                   IF AF-TAXEX-ENROLLED
                       PERFORM 2295-UPDATE-TAXEX-PRINCIPAL
                   END-IF
           END-REWRITE.

      *    이체 수신측 역기표 - 5150과 같이 계좌/상대계좌를 맞바꿔
      *    수신계좌를 차감하고(이종통화 이체는 수신측 입금액
      *    기준) 수신측 원거래 색인을 취소 표시한다.
       5850-REVERSE-TRANSFER-TARGET.
           MOVE LS-TXN-AMOUNT             TO WS-CORR-SAVE-AMOUNT
           MOVE WS-CORR-TARGET-AMOUNT     TO LS-TXN-AMOUNT
           MOVE LS-TXN-ACCOUNT-NO         TO WS-XFER-SWAP-ACCT-NO
           MOVE LS-TXN-COUNTER-ACCT-NO    TO LS-TXN-ACCOUNT-NO
           MOVE WS-XFER-SWAP-ACCT-NO      TO LS-TXN-COUNTER-ACCT-NO
           SET WS-CORR-DEBIT-LEG TO TRUE
           PERFORM 5830-POST-CORRECTION-LEG
           IF LS-TXN-RESULT-CODE = '0000'
               MOVE LS-TXN-ACCOUNT-NO     TO WS-CORR-IDX-ACCT-NO
               MOVE WS-CORR-TARGET-TXN-ID TO WS-CORR-IDX-TXN-ID
               PERFORM 5860-CANCEL-ORIGINAL-INDEX
           END-IF
           MOVE LS-TXN-ACCOUNT-NO         TO WS-XFER-SWAP-ACCT-NO
           MOVE LS-TXN-COUNTER-ACCT-NO    TO LS-TXN-ACCOUNT-NO
           MOVE WS-XFER-SWAP-ACCT-NO      TO LS-TXN-COUNTER-ACCT-NO
           MOVE WS-CORR-SAVE-AMOUNT       TO LS-TXN-AMOUNT.

       5860-CANCEL-ORIGINAL-INDEX.
           MOVE WS-CORR-IDX-ACCT-NO TO TI-ACCOUNT-NO
           MOVE WS-CORR-ORIG-DATE   TO TI-TXN-DATE
           MOVE WS-CORR-IDX-TXN-ID  TO TI-TXN-ID
           READ TXN-INDEX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO TI-STATUS
                   REWRITE TXN-INDEX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

      *    한도누계 차감 - 원거래가 가산한 일/월/채널일 누계를
      *    원거래일 기준으로 되돌린다(음수가 되지 않게 보정).
      *    원거래 채널 미수록(구 색인)이면 채널누계는 생략한다.
       5870-BACKOUT-LIMIT-TOTALS.
           MOVE LS-TXN-ACCOUNT-NO TO DT-ACCOUNT-NO
           MOVE WS-CORR-ORIG-DATE TO DT-TXN-DATE
           READ DAILY-TOTAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT LS-TXN-AMOUNT FROM DT-TOTAL-AMOUNT
                   IF DT-TOTAL-AMOUNT < ZERO
                       MOVE ZERO TO DT-TOTAL-AMOUNT
                   END-IF
                   REWRITE DAILY-TOTAL-RECORD
           END-READ
           MOVE LS-TXN-ACCOUNT-NO      TO MT-ACCOUNT-NO
           MOVE WS-CORR-ORIG-DATE(1:6) TO MT-YEAR-MONTH
           READ MONTHLY-TOTAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT LS-TXN-AMOUNT FROM MT-TOTAL-AMOUNT
                   IF MT-TOTAL-AMOUNT < ZERO
                       MOVE ZERO TO MT-TOTAL-AMOUNT
                   END-IF
                   REWRITE MONTHLY-TOTAL-RECORD
           END-READ
           IF WS-CORR-ORIG-CHANNEL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TXN-ACCOUNT-NO    TO CD-ACCOUNT-NO
           MOVE WS-CORR-ORIG-CHANNEL TO CD-CHANNEL
           MOVE WS-CORR-ORIG-DATE    TO CD-TXN-DATE
           READ CHANNEL-DAILY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT LS-TXN-AMOUNT FROM CD-TOTAL-AMOUNT
                   IF CD-TOTAL-AMOUNT < ZERO
                       MOVE ZERO TO CD-TOTAL-AMOUNT
                   END-IF
                   REWRITE CHANNEL-DAILY-RECORD
           END-READ.

      *    창구 현금시재 역반영 - 창구(TELL) 현금 입금/출금의
      *    정정은 현금을 되돌려주거나 돌려받으므로, 정정 조작자의
      *    당일 시재에 원거래 반대방향(입금정정=출금누계, 출금
      *    정정=입금누계)으로 가산한다. 조건은 2460과 같다.
       5880-REVERSE-TELLER-DRAWER.
           IF WS-CORR-ORIG-CHANNEL NOT = 'TELL'
               EXIT PARAGRAPH
           END-IF
           IF WS-CORR-ORIG-TYPE NOT = 'DEPO' AND
              WS-CORR-ORIG-TYPE NOT = 'WITH'
               EXIT PARAGRAPH
           END-IF
           IF LS-TXN-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LS-TXN-ORIG-BRANCH = SPACES
               MOVE AF-BRANCH-CODE TO TD-BRANCH-CODE
           ELSE
               MOVE LS-TXN-ORIG-BRANCH TO TD-BRANCH-CODE
           END-IF
           MOVE LS-TXN-OPERATOR-ID TO TD-TELLER-ID
           MOVE WS-TXN-DATE        TO TD-DRAWER-DATE
           MOVE SPACES             TO TD-CURRENCY
           READ TELLER-DRAWER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT TD-STATUS-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-CORR-ORIG-TYPE = 'DEPO'
               ADD LS-TXN-AMOUNT TO TD-CASH-OUT-TOTAL
           ELSE
               ADD LS-TXN-AMOUNT TO TD-CASH-IN-TOTAL
           END-IF
           REWRITE TELLER-DRAWER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       8000-WRITE-TRANSACTION.
           PERFORM 1300-NEXT-TXN-ID
           IF WS-PRIMARY-TXN-ID = SPACES
           MOVE LS-TXN-CHANNEL       TO TR-CHANNEL
           MOVE 'S'                  TO TR-STATUS
           MOVE LS-TXN-RESULT-MSG    TO TR-DESCRIPTION
           IF LS-TXN-NAMEVER-REF NOT = SPACES AND
              (LS-TXN-TYPE = 'XFER' OR LS-TXN-TYPE = 'IBKX')
               MOVE LS-TXN-NAMEVER-REF TO TR-NAMEVER-REF
           END-IF
           IF LS-TXN-TYPE = 'DEPO' AND
              LS-TXN-COUNTER-BANK NOT = SPACES
               MOVE SPACES TO TR-DESC-TEXT
               STRING '타행입금 송금은행:'    DELIMITED SIZE
                      LS-TXN-COUNTER-BANK    DELIMITED SIZE
                      ' 송금계좌:'           DELIMITED SIZE
                      LS-TXN-COUNTER-ACCT-NO DELIMITED SIZE
                      INTO TR-DESC-TEXT
           END-IF
           IF WS-FX-APPLIED
               MOVE WS-XFER-SOURCE-CURRENCY TO TR-ORIG-CURRENCY
               MOVE WS-FX-ORIG-AMOUNT       TO TR-ORIG-AMOUNT
           END-IF
           MOVE LS-TXN-OPERATOR-ID TO TR-OPERATOR-ID
           MOVE WS-USED-VIRTUAL-NO TO TR-VIRTUAL-NO
           MOVE LS-TXN-REV-TXN-ID  TO TR-REV-TXN-ID
           IF LS-TXN-TYPE = 'CORR'
               MOVE WS-CORR-ORIG-TYPE TO TR-REV-TXN-TYPE
           ELSE
               MOVE SPACES TO TR-REV-TXN-TYPE
           END-IF
           MOVE LS-TXN-SIGNATORY-ID TO TR-SIGNATORY-ID
           MOVE SPACES             TO TR-FILLER
           WRITE TRANSACTION-RECORD
           IF NOT WS-FILE-OK
               ADD 1 TO WS-PROCESS-COUNT
           MOVE WS-TXN-DATE TO TR-VALUE-DATE
           MOVE LS-TXN-OPERATOR-ID TO TR-OPERATOR-ID
           MOVE SPACES TO TR-VIRTUAL-NO
           MOVE SPACES TO TR-REV-TXN-ID
           MOVE SPACES TO TR-REV-TXN-TYPE
           MOVE SPACES TO TR-SIGNATORY-ID
           MOVE SPACES TO TR-FILLER
           WRITE TRANSACTION-RECORD
           PERFORM 8200-WRITE-TXN-INDEX.

           MOVE TR-STATUS     TO TI-STATUS
           MOVE SPACES        TO TI-ARCH-YEAR
           MOVE TR-AFTER-BALANCE TO TI-AFTER-BALANCE
           MOVE TR-CHANNEL    TO TI-CHANNEL
           MOVE SPACES        TO TI-FILLER
           WRITE TXN-INDEX-RECORD
               INVALID KEY
           CLOSE COUNTERPARTY-FILE
           CLOSE VIRTUAL-ACCT-FILE
           CLOSE TAXEX-REGISTER-FILE
           CLOSE AGENT-REGISTER-FILE
           CLOSE CORP-PROFILE-FILE
           CLOSE SIGNATORY-FILE.

       9900-ERROR-EXIT.
           CLOSE ACCOUNT-FILE
           CLOSE VIRTUAL-ACCT-FILE
           CLOSE TAXEX-REGISTER-FILE
           CLOSE AGENT-REGISTER-FILE
           CLOSE CORP-PROFILE-FILE
           CLOSE SIGNATORY-FILE
           GOBACK.
