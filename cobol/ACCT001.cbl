      *              승인 항목 보존 - 승인기표시 원요청과 동일
      *              하게 복원(공통 레이아웃). 이자정산 지정원금
      *              항목 초기값(ZERO) 명시
      * 2026-10-15 : 압류·추심 지급정지(사유 SEIZ)는 압류등록부
      *              (ACCT072) 전용 - 창구 HPLC 등록/HREL 해제 불가
      * 2026-10-15 : 예금담보대출(유형 LN) 개설 - 본인 정기예금/
      *              적금을 담보로 담보인정비율(FX 95%/IS 90%)
      *              이내 대출, 담보예금 질권(HOLDREG 사유 LOAN)
      *              설정, 대출대장(LOANREG) 등록, 결제계좌로
      *              대출금 지급(ACCT002 LNDB). 질권은 창구
      *              해제 불가, 담보예금/대출계좌 창구해지 불가.
      *              고객별 조회(CINQ)에 대출건수/대출잔액 표시
      * 2026-10-15 : 금융거래목적 확인 - 요구불(CH/SA/MM) 개설시
      *              목적코드(AF-PURPOSE-CODE) 필수, 증빙 미제출
      *              계좌는 한도제한계좌(AF-LIMITED-FLAG)로 개설
      *              하여 대장(LMTREG) 등록. 한도제한 해제(LMTL)는
      *              증빙유형과 APPROVE 권한 2차 승인자 필수
      * 2026-10-15 : 피해구제 지급정지(사유 VPHS)는 피해구제 배치
      *              (ACCT077)에서만 설정/해제 - 창구 HPLC/HREL
      *              거절
      * 2026-10-15 : 수신상품 마스터(PRODMST, 유지보수 ACCT088) 도입 -
      *              개설시 유형별 상품(미지정시 기본상품 000)의
      *              판매기간/통화/최저 개설금액/약정기간/판매채널
      *              검증, 상품 기본금리(INTRATE 유형+금리키) 적용,
      *              AF-PRODUCT-CODE 기록(공통 레이아웃 잔여 FILLER).
      *              비과세 지정(TXEN)은 상품 비과세 가능여부 확인.
      *              기본상품 미등록 유형은 종전 기준으로 개설
      * 2026-10-15 : 유치직원 실적 - 개설시 유치직원(OPERMST 등록)
      *              을 유치실적대장(ACQREG)에 기록, 유치직원 변경
      *              ACQC 신설(UPDATE 권한 + 별도 APPROVE 승인자
      *              필수, 직전 유치직원 보존). 월간 실적/환수
      *              집계는 ACCT089
      * 2026-10-15 : 법인계좌 서명권 검증(ACCT002) 대응 - 승인
      *              대기 서명권자ID 보존/승인기표 전달, 해지정산
      *              이체에 요청 서명권자ID(WS-REQ-SIGNATORY-ID)
      *              전달
      * 2026-10-15 : 예금주 조회참조번호(ACCT002 연동) 승인대기
      *              보존분을 승인기표에 전달
      * 2026-10-15 : 초과인출한도 변경(ODLM)시 한도약정대장
      *              (ODFACIL) 등록/갱신 - 한도 설정은 약정일 기준
      *              11개월 재심사일/12개월 만기일 부여, 한도 0은
      *              약정해지. 재심사/만기감액은 ACCT100
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT001.
               RECORD KEY IS AG-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LOAN-REGISTER-FILE
               ASSIGN TO 'LOANREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LN-COLLAT-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LIMITED-REGISTER-FILE
               ASSIGN TO 'LMTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRODUCT-FILE
               ASSIGN TO 'PRODMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT INTEREST-RATE-FILE
               ASSIGN TO 'INTRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IR-RATE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACQUISITION-REGISTER-FILE
               ASSIGN TO 'ACQREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OD-FACILITY-FILE
               ASSIGN TO 'ODFACIL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88  AF-TYPE-FIXED     VALUE 'FX'.
               88  AF-TYPE-MONEYMKT  VALUE 'MM'.
               88  AF-TYPE-INSTALLMENT VALUE 'IS'.
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
           05  AF-PRODUCT-CODE       PIC X(03).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           05  PD-CARD-NO            PIC X(16).
           05  PD-REV-TXN-ID         PIC X(20).
           05  PD-AGENT-ID           PIC X(10).
           05  PD-SIGNATORY-ID       PIC X(06).
           05  PD-NAMEVER-REF        PIC X(12).
           05  PD-FILLER             PIC X(01).

      *    계좌원장 전/후 이미지 저널 - 장애시 백업+저널 재적용
      *    (ACCT040)으로 임의시점 원장을 복원하기 위한 기록.
               88  AG-STATUS-REVOKED VALUE 'X'.
           05  AG-FILLER             PIC X(20).

      *    예금담보대출 대장 - 대출계좌별 1건, 담보예금으로
      *    역조회(대체키). 이자적립/수납/종결은 ACCT073,
      *    담보 만기정산은 ACCT018이 갱신한다.
       FD  LOAN-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
       01  LOAN-REGISTER-RECORD.
           05  LN-LOAN-ACCT-NO       PIC X(12).
           05  LN-CUSTOMER-ID        PIC X(10).
           05  LN-COLLAT-ACCT-NO     PIC X(12).
           05  LN-COLLAT-HOLD-SEQ    PIC 9(04).
           05  LN-SETTLE-ACCT-NO     PIC X(12).
           05  LN-PRINCIPAL          PIC S9(13)V99 COMP-3.
           05  LN-RATE               PIC S9(03)V9(04) COMP-3.
           05  LN-ACCRUED-INT        PIC S9(13)V99 COMP-3.
           05  LN-LAST-ACCR-DATE     PIC X(08).
           05  LN-OPEN-DATE          PIC X(08).
           05  LN-MATURITY-DATE      PIC X(08).
           05  LN-STATUS             PIC X(01).
               88  LN-STATUS-ACTIVE  VALUE 'A'.
               88  LN-STATUS-REPAID  VALUE 'C'.
               88  LN-STATUS-SETTLED VALUE 'S'.
           05  LN-CLOSE-DATE         PIC X(08).
           05  LN-INT-PAID-TOT       PIC S9(13)V99 COMP-3.
           05  LN-FILLER             PIC X(08).

      *    한도제한계좌 대장 - 금융거래목적 증빙 미제출로 제한
      *    개설된 요구불계좌별 1건. 해제시 증빙유형/해제조작자/
      *    승인자를 기록하며, 제한기간 보고는 ACCT075가 한다.
       FD  LIMITED-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LIMITED-REGISTER-RECORD.
           05  LR-ACCOUNT-NO         PIC X(12).
           05  LR-CUSTOMER-ID        PIC X(10).
           05  LR-BRANCH-CODE        PIC X(04).
           05  LR-ACCOUNT-TYPE       PIC X(02).
           05  LR-PURPOSE-CODE       PIC X(02).
           05  LR-LIMITED-DATE       PIC X(08).
           05  LR-OPEN-OPERATOR      PIC X(08).
           05  LR-STATUS             PIC X(01).
               88  LR-STATUS-LIMITED VALUE 'L'.
               88  LR-STATUS-LIFTED  VALUE 'R'.
           05  LR-EVIDENCE-TYPE      PIC X(02).
           05  LR-LIFT-DATE          PIC X(08).
           05  LR-LIFT-OPERATOR      PIC X(08).
           05  LR-LIFT-APPROVER      PIC X(08).
           05  LR-FILLER             PIC X(07).

      *    수신상품 마스터 - 계좌유형+상품코드 (ACCT088 유지보수)
       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  PRODUCT-RECORD.
           05  PM-KEY.
               10  PM-ACCOUNT-TYPE   PIC X(02).
               10  PM-PRODUCT-CODE   PIC X(03).
           05  PM-PRODUCT-NAME       PIC X(40).
           05  PM-SALE-START-DATE    PIC X(08).
           05  PM-SALE-END-DATE      PIC X(08).
           05  PM-CURRENCY-LIST.
               10  PM-CURRENCY       PIC X(03) OCCURS 5 TIMES.
           05  PM-MIN-OPEN-AMOUNT    PIC S9(13)V99 COMP-3.
           05  PM-TERM-MIN-MONTHS    PIC 9(03).
           05  PM-TERM-MAX-MONTHS    PIC 9(03).
           05  PM-CHANNEL-LIST.
               10  PM-CHANNEL        PIC X(04) OCCURS 4 TIMES.
           05  PM-RATE-TERM-CODE     PIC X(04).
           05  PM-FEE-PLAN           PIC X(04).
           05  PM-TAXEX-ELIGIBLE     PIC X(01).
               88  PM-TAXEX-OK       VALUE 'Y'.
           05  PM-STATUS             PIC X(01).
               88  PM-STATUS-ACTIVE  VALUE 'A'.
               88  PM-STATUS-SUSPENDED VALUE 'S'.
           05  PM-MAINT-BY           PIC X(08).
           05  PM-MAINT-DATE         PIC X(08).
           05  PM-FILLER             PIC X(68).

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
           05  IR-FILLER             PIC X(38).

      *    유치실적대장 - 유치직원이 지정된 개설계좌별 1건.
      *    변경(ACQC)시 직전 유치직원/변경자/승인자를 남기고,
      *    실적제외(해지환수/본인자금 이체)는 ACCT089가 표시.
       FD  ACQUISITION-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  ACQUISITION-REGISTER-RECORD.
           05  AQ-ACCOUNT-NO         PIC X(12).
           05  AQ-CUSTOMER-ID        PIC X(10).
           05  AQ-EMPLOYEE-ID        PIC X(08).
           05  AQ-BRANCH-CODE        PIC X(04).
           05  AQ-OPEN-DATE          PIC X(08).
           05  AQ-OPEN-AMOUNT        PIC S9(13)V99 COMP-3.
           05  AQ-OPEN-OPERATOR      PIC X(08).
           05  AQ-PREV-EMPLOYEE      PIC X(08).
           05  AQ-CHANGE-DATE        PIC X(08).
           05  AQ-CHANGE-OPERATOR    PIC X(08).
           05  AQ-CHANGE-APPROVER    PIC X(08).
           05  AQ-EXCLUDE-CODE       PIC X(01).
               88  AQ-CREDITED       VALUE SPACE.
               88  AQ-EXCL-CLAWBACK  VALUE 'C'.
               88  AQ-EXCL-SELF-FUND VALUE 'S'.
           05  AQ-EXCLUDE-DATE       PIC X(08).
           05  AQ-FILLER             PIC X(01).

      *    초과인출 한도약정대장 - 한도 설정계좌별 1건. ODLM
      *    한도설정시 재심사일/만기일을 부여하고, 연체관리
      *    (ACCT029/ACCT090)가 심사기간중 최대 연체일수/최대
      *    인출액을, 재심사배치(ACCT100)가 안내/제안을 기록.
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
               88  WS-REQ-TAXEX-ACCT VALUE 'TXEN'.
               88  WS-REQ-AGENT-REG  VALUE 'AREG'.
               88  WS-REQ-AGENT-REV  VALUE 'AREV'.
               88  WS-REQ-LIMIT-LIFT VALUE 'LMTL'.
               88  WS-REQ-ACQ-CHANGE VALUE 'ACQC'.
           05  WS-REQ-ACCOUNT-NO     PIC X(12).
           05  WS-REQ-CUSTOMER-ID    PIC X(10).
           05  WS-REQ-CUSTOMER-ID-2  PIC X(10).
           05  WS-REQ-PLAN-MONTHS    PIC 9(03).
           05  WS-REQ-INT-PAYOUT-FREQ PIC X(01).
           05  WS-REQ-INT-PAYOUT-ACCT PIC X(12).
           05  WS-REQ-COLLAT-ACCT-NO PIC X(12).
      *    금융거래목적 - 01급여 02사업 03저축 04공과금/자동이체
      *    05연금/수당 99기타
           05  WS-REQ-PURPOSE-CODE   PIC X(02).
               88  WS-REQ-PURPOSE-VALID VALUE '01' '02' '03' '04'
                                              '05' '99'.
      *    목적 증빙서류 - EM재직증명 PS급여명세 BR사업자등록
      *    TX납세증명 PN연금수급 OT기타
           05  WS-REQ-EVIDENCE-TYPE  PIC X(02).
               88  WS-REQ-EVIDENCE-VALID VALUE 'EM' 'PS' 'BR' 'TX'
                                               'PN' 'OT'.
      *    수신상품코드(미지정시 기본상품 000), 개설채널(미지정시
      *    창구 TELL)
           05  WS-REQ-PRODUCT-CODE   PIC X(03).
           05  WS-REQ-CHANNEL        PIC X(04).
      *    유치직원 조작자ID - 개설시 선택, ACQC는 변경후 직원
           05  WS-REQ-REFERRER-ID    PIC X(08).
      *    법인계좌 서명권자ID - 해지정산 창구이체 서명권 검증
           05  WS-REQ-SIGNATORY-ID   PIC X(06).

       01  WS-RESPONSE-AREA.
           05  WS-RESP-CODE          PIC X(04).
               10  WS-RESP-ACCT-STATUS   PIC X(01).
               10  WS-RESP-ACCT-TYPE     PIC X(02).
           05  WS-RESP-PLAN-MISSED   PIC 9(03).
           05  WS-RESP-LOAN-COUNT    PIC 9(03).
           05  WS-RESP-LOAN-OUTSTANDING PIC S9(13)V99 COMP-3.

       01  WS-ACCT002-LINKAGE.
           05  WS-TXN-ACCOUNT-NO     PIC X(12).
           05  WS-TXN-CARD-NO        PIC X(16).
           05  WS-TXN-REV-TXN-ID     PIC X(20).
           05  WS-TXN-AGENT-ID       PIC X(10).
           05  WS-TXN-SIGNATORY-ID   PIC X(06).
           05  WS-TXN-NAMEVER-REF    PIC X(12).

       01  WS-ACCT003-LINKAGE.
           05  WS-INT-ACCOUNT-NO     PIC X(12).
       01  WS-JRNL-AREA.
           05  WS-JRNL-BEFORE-IMAGE  PIC X(200).

      *    수신상품 검증 작업영역 - 상품마스터/금리표는 선택 파일
       01  WS-PRODUCT-WORK.
           05  WS-PRD-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-PRD-AVAILABLE  VALUE 'Y'.
           05  WS-RATE-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-RATE-AVAILABLE VALUE 'Y'.
           05  WS-PRD-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-PRD-FOUND      VALUE 'Y'.
           05  WS-PRD-PRODUCT-CODE   PIC X(03).
           05  WS-PRD-CURRENCY       PIC X(03).
           05  WS-PRD-CHANNEL        PIC X(04).
           05  WS-PRD-TODAY          PIC X(08).
           05  WS-PRD-TERM-MONTHS    PIC S9(04) COMP.
           05  WS-PRD-IDX            PIC 9(02) COMP.
           05  WS-PRD-MAT-DATE       PIC X(08).
           05  WS-PRD-MAT-DATE-R REDEFINES WS-PRD-MAT-DATE.
               10  WS-PRD-MAT-YEAR   PIC 9(04).
               10  WS-PRD-MAT-MONTH  PIC 9(02).
               10  WS-PRD-MAT-DAY    PIC 9(02).

       01  WS-GUARDIAN-WORK.
           05  WS-BIRTH-YY2          PIC 9(02).
           05  WS-BIRTH-YEAR         PIC 9(04).
               10  WS-PLAN-MM        PIC 9(02).
               10  WS-PLAN-DD        PIC 9(02).

      *    한도약정 재심사일/만기일 산출 작업영역
       01  WS-ODF-WORK.
           05  WS-ODF-FOUND-SW       PIC X(01).
               88  WS-ODF-FOUND      VALUE 'Y'.
           05  WS-ODF-ADD-MONTHS     PIC 9(02).
           05  WS-ODF-DATE-NUM       PIC 9(08).
           05  WS-ODF-DATE-R REDEFINES WS-ODF-DATE-NUM.
               10  WS-ODF-YY         PIC 9(04).
               10  WS-ODF-MM         PIC 9(02).
               10  WS-ODF-DD         PIC 9(02).

       01  WS-HOLD-NEXT-SEQ          PIC 9(04).
       01  WS-NOMINEE-NEXT-SEQ       PIC 9(02).
       01  WS-NOMINEE-PCT-SUM        PIC 9(04).
       01  WS-TAXEX-CEILING          PIC S9(13)V99 COMP-3
                                     VALUE 50000000.00.

      *    예금담보대출 - 담보 인정비율(LTV)과 담보예금 금리
      *    대비 가산금리
       01  WS-LN-LTV-FX              PIC S9(01)V9(04) COMP-3
                                     VALUE 0.9500.
       01  WS-LN-LTV-IS              PIC S9(01)V9(04) COMP-3
                                     VALUE 0.9000.
       01  WS-LN-SPREAD              PIC S9(03)V9(04) COMP-3
                                     VALUE 0.0125.

       01  WS-LOAN-WORK.
           05  WS-LN-LTV             PIC S9(01)V9(04) COMP-3.
           05  WS-LN-COLLAT-KEY      PIC X(12).
           05  WS-LN-COLLAT-RATE     PIC S9(03)V9(04) COMP-3.
           05  WS-LN-COLLAT-MATURITY PIC X(08).
           05  WS-LN-COLLAT-AVAIL    PIC S9(13)V99 COMP-3.
           05  WS-LN-HOLD-TOTAL      PIC S9(13)V99 COMP-3.
           05  WS-LN-MAX-AMOUNT      PIC S9(13)V99 COMP-3.
           05  WS-LN-LIEN-AMOUNT     PIC S9(13)V99 COMP-3.
           05  WS-LN-LIEN-SEQ        PIC 9(04).
           05  WS-LN-LOAN-RATE       PIC S9(03)V9(04) COMP-3.
           05  WS-LN-ACTIVE-SW       PIC X(01) VALUE 'N'.
               88  WS-LN-ACTIVE-FOUND VALUE 'Y'.
           05  WS-LN-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-LN-EOF         VALUE 'Y'.

       01  WS-OD-APPROVAL-THRESHOLD  PIC S9(09)V99 COMP-3
                                     VALUE 10000000.00.
       01  WS-OD-OLD-LIMIT           PIC S9(09)V99 COMP-3.
               MOVE 'OPERATOR FILE OPEN ERROR' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
      *    상품마스터/금리표 미구축시 종전 유형별 기준으로 개설
           OPEN INPUT PRODUCT-FILE
           IF WS-FILE-OK
               MOVE 'Y' TO WS-PRD-AVAIL-SW
           END-IF
           OPEN INPUT INTEREST-RATE-FILE
           IF WS-FILE-OK
               MOVE 'Y' TO WS-RATE-AVAIL-SW
           END-IF
           OPEN I-O HOLD-FILE
           IF NOT WS-FILE-OK
               MOVE 'HOLD FILE OPEN ERROR' TO WS-ERROR-MESSAGE
           IF NOT WS-FILE-OK
               MOVE 'SAVPLAN OPEN ERROR' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O LOAN-REGISTER-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE LOAN-REGISTER-FILE
               OPEN OUTPUT LOAN-REGISTER-FILE
               CLOSE LOAN-REGISTER-FILE
               OPEN I-O LOAN-REGISTER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'LOANREG OPEN ERROR' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O LIMITED-REGISTER-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE LIMITED-REGISTER-FILE
               OPEN OUTPUT LIMITED-REGISTER-FILE
               CLOSE LIMITED-REGISTER-FILE
               OPEN I-O LIMITED-REGISTER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'LMTREG OPEN ERROR' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O ACQUISITION-REGISTER-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE ACQUISITION-REGISTER-FILE
               OPEN OUTPUT ACQUISITION-REGISTER-FILE
               CLOSE ACQUISITION-REGISTER-FILE
               OPEN I-O ACQUISITION-REGISTER-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'ACQREG OPEN ERROR' TO WS-ERROR-MESSAGE
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
               MOVE 'ODFACIL OPEN ERROR' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       1200-BUILD-TIMESTAMP.
                   PERFORM 6980-PROCESS-AGENT-REG
               WHEN WS-REQ-AGENT-REV
                   PERFORM 6990-PROCESS-AGENT-REV
               WHEN WS-REQ-LIMIT-LIFT
                   PERFORM 7300-PROCESS-LIMIT-LIFT
               WHEN WS-REQ-ACQ-CHANGE
                   PERFORM 7400-PROCESS-ACQ-CHANGE
               WHEN OTHER
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '유효하지 않은 요청 코드입니다'
                       TO WS-RESP-MESSAGE
           END-EVALUATE.

       1300-VALIDATE-OPERATOR.
                   IF NOT OP-ALLOW-UPDATE
                       PERFORM 1320-SET-AUTH-DENIED
                   END-IF
               WHEN WS-REQ-LIMIT-LIFT
                   IF NOT OP-ALLOW-UPDATE
                       PERFORM 1320-SET-AUTH-DENIED
                   END-IF
               WHEN WS-REQ-ACQ-CHANGE
                   IF NOT OP-ALLOW-UPDATE
                       PERFORM 1320-SET-AUTH-DENIED
                   END-IF
           END-EVALUATE.

       1320-SET-AUTH-DENIED.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
                   SET WS-ACCT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ACCT-FOUND TO TRUE
       3100-PROCESS-CUSTOMER-INQUIRY.
           MOVE ZERO   TO WS-RESP-ACCT-COUNT
           MOVE ZERO   TO WS-RESP-TOTAL-BALANCE
           MOVE ZERO   TO WS-RESP-LOAN-COUNT
           MOVE ZERO   TO WS-RESP-LOAN-OUTSTANDING
           INITIALIZE WS-RESP-ACCT-TABLE
           SET WS-ACCT-NOT-FOUND TO TRUE
           MOVE WS-REQ-CUSTOMER-ID TO AF-CUSTOMER-ID
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       ADD 1 TO WS-RESP-ACCT-COUNT
      *                대출계좌는 예금합계에서 제외하고 활동
      *                대출의 건수/잔액을 따로 집계한다.
                       IF AF-TYPE-LOAN
                           IF AF-STATUS-ACTIVE
                               ADD 1 TO WS-RESP-LOAN-COUNT
                               SUBTRACT AF-BALANCE
                                   FROM WS-RESP-LOAN-OUTSTANDING
                           END-IF
                       ELSE
                           ADD AF-BALANCE TO WS-RESP-TOTAL-BALANCE
                       END-IF
                       IF WS-RESP-ACCT-COUNT <= 20
                           MOVE AF-ACCOUNT-NO TO
                               WS-RESP-ACCT-NO(WS-RESP-ACCT-COUNT)
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '고객 정보를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
                   SET WS-CUST-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CUST-FOUND TO TRUE
              WS-REQ-ACCOUNT-TYPE NOT = 'SA' AND
              WS-REQ-ACCOUNT-TYPE NOT = 'FX' AND
              WS-REQ-ACCOUNT-TYPE NOT = 'MM' AND
              WS-REQ-ACCOUNT-TYPE NOT = 'IS' AND
              WS-REQ-ACCOUNT-TYPE NOT = 'LN'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '유효하지 않은 계좌 유형입니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-INIT-BALANCE < ZERO
               MOVE '0003' TO WS-RESP-CODE
               MOVE '초기 잔액은 0 이상이어야 합니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-CURRENCY-CODE NOT = SPACES AND
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-REQ-ACCOUNT-TYPE = 'LN'
               PERFORM 4140-VALIDATE-LOAN-REQUEST
               IF NOT WS-RESP-SUCCESS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-REQ-ACCOUNT-TYPE = 'CH' OR
              WS-REQ-ACCOUNT-TYPE = 'SA' OR
              WS-REQ-ACCOUNT-TYPE = 'MM'
               PERFORM 4130-VALIDATE-PURPOSE-REQUEST
               IF NOT WS-RESP-SUCCESS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 4160-VALIDATE-PRODUCT
           IF NOT WS-RESP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-REFERRER-ID NOT = SPACES
               PERFORM 4180-VALIDATE-REFERRER
               IF NOT WS-RESP-SUCCESS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE '0000' TO WS-RESP-CODE.

      *    유치직원 확인 - OPERMST 등록 직원이어야 한다(잠금
      *    직원도 유치실적은 인정). 개설/변경(ACQC) 공용.
       4180-VALIDATE-REFERRER.
           MOVE WS-REQ-REFERRER-ID TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '미등록 유치직원' TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE '0000' TO WS-RESP-CODE
           END-READ.

      *    수신상품 검증 - 상품코드 미지정시 유형 기본상품(000).
      *    기본상품이 미등록이거나 상품마스터가 없으면 종전
      *    유형별 기준으로 개설한다(상품코드 미기록). 지정한
      *    상품이 미등록이면 거절. 통화/채널 목록이 공백이면
      *    제한 없음, 약정 상한이 0이면 기간 검증 생략.
       4160-VALIDATE-PRODUCT.
           MOVE '0000' TO WS-RESP-CODE
           MOVE 'N'    TO WS-PRD-FOUND-SW
           MOVE SPACES TO WS-PRD-PRODUCT-CODE
           MOVE WS-TIMESTAMP(1:8) TO WS-PRD-TODAY
           MOVE WS-REQ-ACCOUNT-TYPE TO PM-ACCOUNT-TYPE
           IF WS-REQ-PRODUCT-CODE = SPACES
               MOVE '000' TO PM-PRODUCT-CODE
           ELSE
               MOVE WS-REQ-PRODUCT-CODE TO PM-PRODUCT-CODE
           END-IF
           IF WS-PRD-AVAILABLE
               READ PRODUCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PRD-FOUND-SW
               END-READ
           END-IF
           IF NOT WS-PRD-FOUND
               IF WS-REQ-PRODUCT-CODE NOT = SPACES
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '미등록 상품코드' TO WS-RESP-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT PM-STATUS-ACTIVE
               MOVE '0003' TO WS-RESP-CODE
               MOVE '판매중지 상품' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PM-SALE-START-DATE > WS-PRD-TODAY OR
              (PM-SALE-END-DATE NOT = SPACES AND
               PM-SALE-END-DATE < WS-PRD-TODAY)
               MOVE '0003' TO WS-RESP-CODE
               MOVE '판매기간 외 상품' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-CURRENCY-CODE = SPACES
               MOVE 'KRW' TO WS-PRD-CURRENCY
           ELSE
               MOVE WS-REQ-CURRENCY-CODE TO WS-PRD-CURRENCY
           END-IF
           IF PM-CURRENCY-LIST NOT = SPACES
               PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                       UNTIL WS-PRD-IDX > 5
                          OR PM-CURRENCY(WS-PRD-IDX) = WS-PRD-CURRENCY
                   CONTINUE
               END-PERFORM
               IF WS-PRD-IDX > 5
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '상품 취급통화 아님' TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-REQ-ACCOUNT-TYPE NOT = 'LN' AND
              WS-REQ-INIT-BALANCE < PM-MIN-OPEN-AMOUNT
               MOVE '0003' TO WS-RESP-CODE
               MOVE '상품 최저 개설금액 미달'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PM-TERM-MAX-MONTHS > ZERO
               PERFORM 4165-COMPUTE-TERM-MONTHS
               IF WS-PRD-TERM-MONTHS < PM-TERM-MIN-MONTHS OR
                  WS-PRD-TERM-MONTHS > PM-TERM-MAX-MONTHS
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '상품 약정기간 범위 외'
                       TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-REQ-CHANNEL = SPACES
               MOVE 'TELL' TO WS-PRD-CHANNEL
           ELSE
               MOVE WS-REQ-CHANNEL TO WS-PRD-CHANNEL
           END-IF
           IF PM-CHANNEL-LIST NOT = SPACES
               PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                       UNTIL WS-PRD-IDX > 4
                          OR PM-CHANNEL(WS-PRD-IDX) = WS-PRD-CHANNEL
                   CONTINUE
               END-PERFORM
               IF WS-PRD-IDX > 4
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '상품 판매채널 아님' TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE PM-PRODUCT-CODE TO WS-PRD-PRODUCT-CODE.

      *    약정기간(개월) - 정기예금은 개설월~만기월, 적금은
      *    약정개월, 그 외 유형은 0.
       4165-COMPUTE-TERM-MONTHS.
           MOVE ZERO TO WS-PRD-TERM-MONTHS
           EVALUATE WS-REQ-ACCOUNT-TYPE
               WHEN 'IS'
                   MOVE WS-REQ-PLAN-MONTHS TO WS-PRD-TERM-MONTHS
               WHEN 'FX'
                   MOVE WS-REQ-MATURITY-DATE TO WS-PRD-MAT-DATE
                   IF WS-PRD-MAT-DATE IS NUMERIC
                       COMPUTE WS-PRD-TERM-MONTHS =
                           (WS-PRD-MAT-YEAR * 12 + WS-PRD-MAT-MONTH)
                         - (WS-SYS-YEAR * 12 + WS-SYS-MONTH)
                   END-IF
           END-EVALUATE.

      *    상품 기본금리 - INTRATE(유형+상품 금리키)가 유효하면
      *    유형별 기본금리 대신 적용. MM(구간)/LN(담보)은 제외.
       4170-APPLY-PRODUCT-RATE.
           MOVE WS-REQ-ACCOUNT-TYPE TO IR-ACCOUNT-TYPE
           MOVE PM-RATE-TERM-CODE   TO IR-TERM-CODE
           READ INTEREST-RATE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF IR-EFFECTIVE-DATE > WS-PRD-TODAY
               EXIT PARAGRAPH
           END-IF
           IF IR-EXPIRE-DATE NOT = SPACES AND
              IR-EXPIRE-DATE <= WS-PRD-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE IR-ANNUAL-RATE TO AF-INTEREST-RATE.

      *    요구불계좌(CH/SA/MM) 금융거래목적 확인 - 목적코드는
      *    필수, 증빙서류 유형은 제출시에만 지정한다. 증빙
      *    미제출 계좌는 한도제한계좌로 개설된다(4300).
       4130-VALIDATE-PURPOSE-REQUEST.
           IF NOT WS-REQ-PURPOSE-VALID
               MOVE '0003' TO WS-RESP-CODE
               MOVE '금융거래목적 코드 필수/오류'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-EVIDENCE-TYPE NOT = SPACES AND
              NOT WS-REQ-EVIDENCE-VALID
               MOVE '0003' TO WS-RESP-CODE
               MOVE '증빙서류 유형 오류' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE '0000' TO WS-RESP-CODE.

      *    정기예금(FX) 개설시 만기일/만기지시 검증.
           MOVE '0000' TO WS-RESP-CODE
           IF WS-REQ-MATURITY-DATE = SPACES
               MOVE '0003' TO WS-RESP-CODE
               MOVE '정기예금은 만기일 필수'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-MATURITY-INSTR NOT = SPACE AND
              WS-REQ-MATURITY-INSTR NOT = 'I' AND
              WS-REQ-MATURITY-INSTR NOT = 'O'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '유효하지 않은 만기지시'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-MATURITY-INSTR = 'O' AND
              WS-REQ-PAYOUT-ACCT-NO = SPACES
               MOVE '0003' TO WS-RESP-CODE
               MOVE '지급지시는 지급계좌 필수'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
      *    월이자지급식 - 지급주기 'M'은 이자 지급계좌 필수.
               MOVE '적금 약정은 6~60개월' TO WS-RESP-MESSAGE
           END-IF.

      *    예금담보대출(LN) 개설 검증 - 대출금액은 초기잔액,
      *    결제계좌는 지급계좌 항목으로 받는다. 담보는 본인
      *    명의 원화 정기예금/적금으로 만기 전이어야 하며,
      *    대출한도 = (잔액 - 기존 지급정지) x 담보인정비율.
       4140-VALIDATE-LOAN-REQUEST.
           MOVE '0000' TO WS-RESP-CODE
           IF WS-REQ-INIT-BALANCE <= ZERO
               MOVE '0003' TO WS-RESP-CODE
               MOVE '대출금액 필수' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-CURRENCY-CODE NOT = SPACES AND
              WS-REQ-CURRENCY-CODE NOT = 'KRW'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '예금담보대출은 원화만 가능'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-COLLAT-ACCT-NO = SPACES OR
              WS-REQ-PAYOUT-ACCT-NO = SPACES
               MOVE '0003' TO WS-RESP-CODE
               MOVE '담보예금/결제계좌 필수'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-PAYOUT-ACCT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '결제계좌 없음' TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF AF-CUSTOMER-ID NOT = WS-REQ-CUSTOMER-ID OR
              NOT AF-STATUS-ACTIVE OR
              AF-TYPE-LOAN OR
              NOT AF-CURRENCY-KRW
               MOVE '0003' TO WS-RESP-CODE
               MOVE '결제계좌는 본인 원화 활동계좌'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-COLLAT-ACCT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '담보예금 계좌 없음' TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF AF-CUSTOMER-ID NOT = WS-REQ-CUSTOMER-ID
               MOVE '0003' TO WS-RESP-CODE
               MOVE '담보예금은 본인명의만 가능'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT AF-TYPE-FIXED AND NOT AF-TYPE-INSTALLMENT
               MOVE '0003' TO WS-RESP-CODE
               MOVE '담보는 정기예금/적금만 가능'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT AF-STATUS-ACTIVE OR NOT AF-CURRENCY-KRW
               MOVE '0003' TO WS-RESP-CODE
               MOVE '담보예금 상태/통화 오류'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF AF-MATURITY-DATE <= WS-TIMESTAMP(1:8)
               MOVE '0003' TO WS-RESP-CODE
               MOVE '만기 도래 예금은 담보불가'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF AF-TYPE-FIXED
               MOVE WS-LN-LTV-FX TO WS-LN-LTV
           ELSE
               MOVE WS-LN-LTV-IS TO WS-LN-LTV
           END-IF
           MOVE AF-INTEREST-RATE TO WS-LN-COLLAT-RATE
           MOVE AF-MATURITY-DATE TO WS-LN-COLLAT-MATURITY
           MOVE AF-ACCOUNT-NO    TO WS-LN-COLLAT-KEY
           PERFORM 4145-CHECK-ACTIVE-LOAN
           IF WS-LN-ACTIVE-FOUND
               MOVE '0003' TO WS-RESP-CODE
               MOVE '이미 대출담보로 제공된 예금'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4150-SUM-COLLAT-HOLDS
           COMPUTE WS-LN-COLLAT-AVAIL = AF-BALANCE - WS-LN-HOLD-TOTAL
           COMPUTE WS-LN-MAX-AMOUNT = WS-LN-COLLAT-AVAIL * WS-LN-LTV
           IF WS-REQ-INIT-BALANCE > WS-LN-MAX-AMOUNT
               MOVE '0003' TO WS-RESP-CODE
               MOVE '담보인정한도 초과' TO WS-RESP-MESSAGE
           END-IF.

      *    담보예금의 활동 대출 존재여부 - 대출대장 대체키
      *    (담보계좌)로 조회한다.
       4145-CHECK-ACTIVE-LOAN.
           MOVE 'N' TO WS-LN-ACTIVE-SW
           MOVE 'N' TO WS-LN-EOF-SW
           MOVE WS-LN-COLLAT-KEY TO LN-COLLAT-ACCT-NO
           START LOAN-REGISTER-FILE KEY IS = LN-COLLAT-ACCT-NO
               INVALID KEY
                   SET WS-LN-EOF TO TRUE
           END-START
           PERFORM 4146-READ-NEXT-COLLAT-LOAN
               UNTIL WS-LN-EOF OR WS-LN-ACTIVE-FOUND.

       4146-READ-NEXT-COLLAT-LOAN.
           READ LOAN-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-LN-EOF TO TRUE
               NOT AT END
                   IF LN-COLLAT-ACCT-NO NOT = WS-LN-COLLAT-KEY
                       SET WS-LN-EOF TO TRUE
                   ELSE
                       IF LN-STATUS-ACTIVE
                           SET WS-LN-ACTIVE-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    담보예금의 유효 지급정지 합계와 최종 일련번호를 구한다
      *    (질권 등록 일련번호 채번에 재사용).
       4150-SUM-COLLAT-HOLDS.
           MOVE ZERO TO WS-LN-HOLD-TOTAL
           MOVE ZERO TO WS-LN-LIEN-SEQ
           MOVE 'N'  TO WS-LN-EOF-SW
           MOVE WS-LN-COLLAT-KEY TO HR-ACCOUNT-NO
           MOVE ZERO             TO HR-HOLD-SEQ
           START HOLD-FILE KEY IS >= HR-KEY
               INVALID KEY
                   SET WS-LN-EOF TO TRUE
           END-START
           PERFORM 4155-READ-NEXT-COLLAT-HOLD
               UNTIL WS-LN-EOF.

       4155-READ-NEXT-COLLAT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-LN-EOF TO TRUE
               NOT AT END
                   IF HR-ACCOUNT-NO NOT = WS-LN-COLLAT-KEY
                       SET WS-LN-EOF TO TRUE
                   ELSE
                       MOVE HR-HOLD-SEQ TO WS-LN-LIEN-SEQ
                       IF HR-STATUS-ACTIVE AND
                          (HR-EXPIRY-DATE = SPACES OR
                           HR-EXPIRY-DATE >= WS-TIMESTAMP(1:8))
                           ADD HR-HOLD-AMOUNT TO WS-LN-HOLD-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *    신형 번호체계 - 지점(4)+표식'9'+일련(6)+검증숫자(1).
      *    검증숫자는 ACCT057 공통부품이 산출한다.
       4200-GENERATE-ACCOUNT-NO.
               WHEN 'FX' MOVE 0.0380 TO AF-INTEREST-RATE
               WHEN 'MM' PERFORM 4310-DETERMINE-MM-RATE
               WHEN 'IS' MOVE 0.0300 TO AF-INTEREST-RATE
               WHEN 'LN'
                   COMPUTE AF-INTEREST-RATE =
                       WS-LN-COLLAT-RATE + WS-LN-SPREAD
           END-EVALUATE
           IF WS-PRD-FOUND AND WS-RATE-AVAILABLE AND
              WS-REQ-ACCOUNT-TYPE NOT = 'MM' AND
              WS-REQ-ACCOUNT-TYPE NOT = 'LN'
               PERFORM 4170-APPLY-PRODUCT-RATE
           END-IF
           MOVE SPACES TO AF-LAST-FEE-DATE
           MOVE SPACES TO AF-MATURITY-DATE
           MOVE SPACE  TO AF-MATURITY-INSTR
           MOVE SPACE  TO AF-INT-PAYOUT-FREQ
           MOVE SPACES TO AF-INT-PAYOUT-ACCT
           MOVE SPACE  TO AF-TAXEX-FLAG
           MOVE SPACES TO AF-PURPOSE-CODE
           MOVE SPACE  TO AF-LIMITED-FLAG
           MOVE WS-PRD-PRODUCT-CODE TO AF-PRODUCT-CODE
           IF WS-REQ-ACCOUNT-TYPE = 'CH' OR
              WS-REQ-ACCOUNT-TYPE = 'SA' OR
              WS-REQ-ACCOUNT-TYPE = 'MM'
               MOVE WS-REQ-PURPOSE-CODE TO AF-PURPOSE-CODE
               IF WS-REQ-EVIDENCE-TYPE = SPACES
                   MOVE 'L' TO AF-LIMITED-FLAG
               END-IF
           END-IF
           IF WS-REQ-ACCOUNT-TYPE = 'FX'
               MOVE WS-REQ-MATURITY-DATE TO AF-MATURITY-DATE
               IF WS-REQ-MATURITY-INSTR = SPACE
               MOVE 'O' TO AF-MATURITY-INSTR
               MOVE WS-REQ-PAYOUT-ACCT-NO TO AF-MATURITY-PAYOUT-ACCT
           END-IF
      *    대출계좌는 잔액 0으로 개설하고 지급(LNDB)으로 차기
      *    한다. 만기는 담보예금 만기, 지급계좌는 결제계좌.
           IF WS-REQ-ACCOUNT-TYPE = 'LN'
               MOVE ZERO TO AF-BALANCE
               MOVE WS-LN-COLLAT-MATURITY TO AF-MATURITY-DATE
               MOVE WS-REQ-PAYOUT-ACCT-NO TO AF-MATURITY-PAYOUT-ACCT
               MOVE AF-INTEREST-RATE TO WS-LN-LOAN-RATE
           END-IF
           MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE '0000' TO WS-RESP-CODE
                   MOVE WS-NEW-ACCOUNT-NO TO WS-RESP-ACCOUNT-NO
                   MOVE '계좌 개설 완료' TO WS-RESP-MESSAGE
                   IF AF-LIMITED-ACCOUNT
                       PERFORM 4340-REGISTER-LIMITED-ACCOUNT
                   END-IF
                   IF WS-REQ-REFERRER-ID NOT = SPACES
                       PERFORM 4350-REGISTER-ACQUISITION
                   END-IF
                   ADD 1 TO WS-PROCESS-COUNT
           END-WRITE.

                   REWRITE SAVINGS-PLAN-RECORD
           END-WRITE.

      *    한도제한계좌 대장 등록 - 제한 개시일은 개설일.
       4340-REGISTER-LIMITED-ACCOUNT.
           MOVE SPACES              TO LIMITED-REGISTER-RECORD
           MOVE AF-ACCOUNT-NO       TO LR-ACCOUNT-NO
           MOVE AF-CUSTOMER-ID      TO LR-CUSTOMER-ID
           MOVE AF-BRANCH-CODE      TO LR-BRANCH-CODE
           MOVE AF-ACCOUNT-TYPE     TO LR-ACCOUNT-TYPE
           MOVE AF-PURPOSE-CODE     TO LR-PURPOSE-CODE
           MOVE AF-OPEN-DATE        TO LR-LIMITED-DATE
           MOVE WS-REQ-OPERATOR-ID  TO LR-OPEN-OPERATOR
           MOVE 'L'                 TO LR-STATUS
           WRITE LIMITED-REGISTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
           END-WRITE
           MOVE '계좌 개설 완료(한도제한계좌)'
               TO WS-RESP-MESSAGE.

      *    유치실적대장 등록 - 개설금액은 개설 신청금액.
       4350-REGISTER-ACQUISITION.
           MOVE SPACES              TO ACQUISITION-REGISTER-RECORD
           MOVE AF-ACCOUNT-NO       TO AQ-ACCOUNT-NO
           MOVE AF-CUSTOMER-ID      TO AQ-CUSTOMER-ID
           MOVE WS-REQ-REFERRER-ID  TO AQ-EMPLOYEE-ID
           MOVE AF-BRANCH-CODE      TO AQ-BRANCH-CODE
           MOVE AF-OPEN-DATE        TO AQ-OPEN-DATE
           MOVE WS-REQ-INIT-BALANCE TO AQ-OPEN-AMOUNT
           MOVE WS-REQ-OPERATOR-ID  TO AQ-OPEN-OPERATOR
           WRITE ACQUISITION-REGISTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
           END-WRITE.

       4400-CALL-INITIAL-TRANSACTION.
           IF WS-REQ-ACCOUNT-TYPE = 'LN'
               PERFORM 4450-DISBURSE-SECURED-LOAN
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-INIT-BALANCE > ZERO
               MOVE WS-NEW-ACCOUNT-NO TO WS-TXN-ACCOUNT-NO
               MOVE 'DEPO' TO WS-TXN-TYPE
               END-IF
           END-IF.

      *    예금담보대출 실행 - 담보예금 질권(사유 LOAN)을 먼저
      *    설정한 뒤 대출금을 결제계좌로 지급한다. 질권금액은
      *    대출금액/담보인정비율(담보 가용잔액 한도). 지급 실패
      *    시 질권을 해제하고 대출계좌를 해지 처리한다. 개설
      *    조작자의 창구거래이므로 지급은 승인대기 면제로 보낸다.
       4450-DISBURSE-SECURED-LOAN.
           IF NOT WS-RESP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM 4460-PLACE-COLLATERAL-LIEN
           IF NOT WS-RESP-SUCCESS
               PERFORM 4480-CANCEL-LOAN-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-ACCT002-LINKAGE
           MOVE WS-NEW-ACCOUNT-NO     TO WS-TXN-ACCOUNT-NO
           MOVE 'LNDB'                TO WS-TXN-TYPE
           MOVE WS-REQ-INIT-BALANCE   TO WS-TXN-AMOUNT
           MOVE WS-REQ-PAYOUT-ACCT-NO TO WS-TXN-COUNTER-ACCT-NO
           MOVE 'TELL'                TO WS-TXN-CHANNEL
           MOVE WS-REQ-OPERATOR-ID    TO WS-TXN-OPERATOR-ID
           MOVE 'Y'                   TO WS-TXN-PEND-BYPASS
           MOVE WS-REQ-BRANCH-CODE    TO WS-TXN-ORIG-BRANCH
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           IF WS-TXN-RESULT-CODE NOT = '0000'
               MOVE WS-TXN-RESULT-CODE TO WS-RESP-CODE
               MOVE WS-TXN-RESULT-MSG TO WS-RESP-MESSAGE
               PERFORM 4470-RELEASE-COLLATERAL-LIEN
               PERFORM 4480-CANCEL-LOAN-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-ACCOUNT-NO     TO LN-LOAN-ACCT-NO
           MOVE WS-REQ-CUSTOMER-ID    TO LN-CUSTOMER-ID
           MOVE WS-LN-COLLAT-KEY      TO LN-COLLAT-ACCT-NO
           MOVE WS-LN-LIEN-SEQ        TO LN-COLLAT-HOLD-SEQ
           MOVE WS-REQ-PAYOUT-ACCT-NO TO LN-SETTLE-ACCT-NO
           MOVE WS-REQ-INIT-BALANCE   TO LN-PRINCIPAL
           MOVE WS-LN-LOAN-RATE       TO LN-RATE
           MOVE ZERO                  TO LN-ACCRUED-INT
           MOVE WS-TIMESTAMP(1:8)     TO LN-LAST-ACCR-DATE
           MOVE WS-TIMESTAMP(1:8)     TO LN-OPEN-DATE
           MOVE WS-LN-COLLAT-MATURITY TO LN-MATURITY-DATE
           MOVE 'A'                   TO LN-STATUS
           MOVE SPACES                TO LN-CLOSE-DATE
           MOVE ZERO                  TO LN-INT-PAID-TOT
           MOVE SPACES                TO LN-FILLER
           WRITE LOAN-REGISTER-RECORD
               INVALID KEY
                   MOVE '9999' TO WS-RESP-CODE
                   MOVE '대출대장 등록 오류' TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE '0000' TO WS-RESP-CODE
                   MOVE '예금담보대출 개설/지급 완료'
                       TO WS-RESP-MESSAGE
           END-WRITE.

       4460-PLACE-COLLATERAL-LIEN.
           PERFORM 4150-SUM-COLLAT-HOLDS
           MOVE WS-LN-COLLAT-KEY TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '담보예금 계좌 없음' TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-LN-COLLAT-AVAIL = AF-BALANCE - WS-LN-HOLD-TOTAL
           COMPUTE WS-LN-LIEN-AMOUNT ROUNDED =
               WS-REQ-INIT-BALANCE / WS-LN-LTV
           IF WS-LN-LIEN-AMOUNT > WS-LN-COLLAT-AVAIL
               MOVE WS-LN-COLLAT-AVAIL TO WS-LN-LIEN-AMOUNT
           END-IF
           ADD 1 TO WS-LN-LIEN-SEQ
           MOVE WS-LN-COLLAT-KEY    TO HR-ACCOUNT-NO
           MOVE WS-LN-LIEN-SEQ      TO HR-HOLD-SEQ
           MOVE WS-LN-LIEN-AMOUNT   TO HR-HOLD-AMOUNT
           MOVE 'LOAN'              TO HR-REASON-CODE
           MOVE WS-REQ-OPERATOR-ID  TO HR-PLACED-BY
           MOVE WS-TIMESTAMP(1:8)   TO HR-PLACED-DATE
           MOVE SPACES              TO HR-EXPIRY-DATE
           MOVE 'A'                 TO HR-STATUS
           MOVE SPACES              TO HR-RELEASED-BY
           MOVE SPACES              TO HR-RELEASED-DATE
           MOVE SPACES              TO HR-FILLER
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE '0002' TO WS-RESP-CODE
                   MOVE '담보 질권 등록 오류' TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE '0000' TO WS-RESP-CODE
           END-WRITE.

       4470-RELEASE-COLLATERAL-LIEN.
           MOVE WS-LN-COLLAT-KEY TO HR-ACCOUNT-NO
           MOVE WS-LN-LIEN-SEQ   TO HR-HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'R'                TO HR-STATUS
           MOVE WS-REQ-OPERATOR-ID TO HR-RELEASED-BY
           MOVE WS-TIMESTAMP(1:8)  TO HR-RELEASED-DATE
           REWRITE HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *    대출 미실행 - 개설한 대출계좌를 잔액 0 상태로 해지.
       4480-CANCEL-LOAN-ACCOUNT.
           MOVE WS-NEW-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCOUNT-RECORD    TO WS-JRNL-BEFORE-IMAGE
           MOVE 'C'               TO AF-STATUS
           MOVE WS-TIMESTAMP(1:8) TO AF-CLOSE-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 8400-WRITE-ACCT-JOURNAL
           END-REWRITE.

       5000-PROCESS-CLOSE.
           MOVE WS-REQ-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
                   PERFORM 5100-VALIDATE-CLOSE
       5100-VALIDATE-CLOSE.
           IF AF-STATUS-CLOSED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '이미 해지된 계좌입니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF AF-STATUS-FROZEN
               MOVE '0003' TO WS-RESP-CODE
               MOVE '동결 계좌는 해지할 수 없습니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF AF-TYPE-LOAN
               MOVE '0003' TO WS-RESP-CODE
               MOVE '대출계좌는 상환완료시 자동해지'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF AF-TYPE-FIXED OR AF-TYPE-INSTALLMENT
               MOVE AF-ACCOUNT-NO TO WS-LN-COLLAT-KEY
               PERFORM 4145-CHECK-ACTIVE-LOAN
               IF WS-LN-ACTIVE-FOUND
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '대출 담보예금 - 대출상환후 해지'
                       TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE '0000' TO WS-RESP-CODE.

       5200-SETTLE-INTEREST.
           IF WS-NOMINEE-EXISTS
               IF WS-REQ-NOMINEE-CONF NOT = 'Y'
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE
                       '수익자 등록계좌 - 수익자확인 필요'
                       TO WS-RESP-MESSAGE
               ELSE
                   MOVE '수익자등록 계좌 확인지급'
           END-IF
           MOVE 'TELL'                 TO WS-TXN-CHANNEL
           MOVE WS-REQ-OPERATOR-ID     TO WS-TXN-OPERATOR-ID
           MOVE WS-REQ-SIGNATORY-ID    TO WS-TXN-SIGNATORY-ID
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           MOVE SPACES                 TO WS-TXN-SIGNATORY-ID
           IF WS-TXN-RESULT-CODE = '0000'
               READ ACCOUNT-FILE
                   INVALID KEY
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 6100-DO-UPDATE
           END-READ
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
                   PERFORM 6210-VALIDATE-OD-LIMIT-CHANGE
       6210-VALIDATE-OD-LIMIT-CHANGE.
           IF WS-REQ-INIT-BALANCE < ZERO
               MOVE '0003' TO WS-RESP-CODE
               MOVE '한도는 0 이상이어야 합니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-INIT-BALANCE > WS-OD-APPROVAL-THRESHOLD
                          WS-DSP-OD-NEW-LIMIT  DELIMITED SIZE
                          INTO WS-RESP-MESSAGE
                   ADD 1 TO WS-PROCESS-COUNT
                   PERFORM 6230-UPDATE-OD-FACILITY
           END-REWRITE.

      *    한도약정대장 갱신 - 한도 설정/변경은 변경일을 새
      *    약정일로 보아 재심사일(+11개월)/만기일(+12개월)과
      *    심사기간 실적을 새로 시작하고, 한도 0은 해지 처리.
      *    대장 기록 실패는 원장 변경을 되돌리지 않으며 대장
      *    미등록 한도는 ACCT100이 다음 실행시 편입한다.
       6230-UPDATE-OD-FACILITY.
           MOVE 'N' TO WS-ODF-FOUND-SW
           MOVE AF-ACCOUNT-NO TO OL-ACCOUNT-NO
           READ OD-FACILITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ODF-FOUND TO TRUE
           END-READ
           IF AF-OVERDRAFT-LIMIT = ZERO
               IF WS-ODF-FOUND
                   MOVE ZERO               TO OL-LIMIT
                   SET OL-STATUS-CANCEL    TO TRUE
                   MOVE WS-TIMESTAMP(1:8)  TO OL-LAST-REVIEW-DATE
                   MOVE WS-REQ-OPERATOR-ID TO OL-CHANGE-OPERATOR
                   PERFORM 6240-STORE-OD-FACILITY
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-ODF-FOUND
               MOVE SPACES        TO OD-FACILITY-RECORD
               MOVE AF-ACCOUNT-NO TO OL-ACCOUNT-NO
           END-IF
           MOVE AF-CUSTOMER-ID     TO OL-CUSTOMER-ID
           MOVE AF-OVERDRAFT-LIMIT TO OL-LIMIT
           MOVE WS-TIMESTAMP(1:8)  TO OL-GRANT-DATE
           MOVE 11 TO WS-ODF-ADD-MONTHS
           PERFORM 6235-ADD-FACILITY-MONTHS
           MOVE WS-ODF-DATE-NUM    TO OL-REVIEW-DATE
           MOVE 12 TO WS-ODF-ADD-MONTHS
           PERFORM 6235-ADD-FACILITY-MONTHS
           MOVE WS-ODF-DATE-NUM    TO OL-EXPIRY-DATE
           SET OL-STATUS-ACTIVE    TO TRUE
           MOVE AF-OD-DAYS         TO OL-PEAK-OD-DAYS
           IF AF-OD-DAYS NOT NUMERIC
               MOVE ZERO TO OL-PEAK-OD-DAYS
           END-IF
           MOVE ZERO               TO OL-PEAK-DRAWN
           IF AF-BALANCE < ZERO
               COMPUTE OL-PEAK-DRAWN = AF-BALANCE * -1
           END-IF
           MOVE SPACES             TO OL-NOTICE-DATE
           MOVE SPACES             TO OL-LAST-PROPOSAL
           MOVE WS-TIMESTAMP(1:8)  TO OL-LAST-REVIEW-DATE
           MOVE WS-REQ-OPERATOR-ID TO OL-CHANGE-OPERATOR
           PERFORM 6240-STORE-OD-FACILITY.

      *    약정일 + N개월 - 말일 초과일자는 해당월 말일로 조정.
       6235-ADD-FACILITY-MONTHS.
           MOVE OL-GRANT-DATE TO WS-ODF-DATE-NUM
           ADD WS-ODF-ADD-MONTHS TO WS-ODF-MM
           PERFORM UNTIL WS-ODF-MM <= 12
               SUBTRACT 12 FROM WS-ODF-MM
               ADD 1 TO WS-ODF-YY
           END-PERFORM
           PERFORM UNTIL
               FUNCTION TEST-DATE-YYYYMMDD(WS-ODF-DATE-NUM) = ZERO
               SUBTRACT 1 FROM WS-ODF-DD
           END-PERFORM.

       6240-STORE-OD-FACILITY.
           IF WS-ODF-FOUND
               REWRITE OD-FACILITY-RECORD
                   INVALID KEY
                       DISPLAY 'ODFACIL 갱신 오류: ' AF-ACCOUNT-NO
               END-REWRITE
           ELSE
               WRITE OD-FACILITY-RECORD
                   INVALID KEY
                       DISPLAY 'ODFACIL 등록 오류: ' AF-ACCOUNT-NO
               END-WRITE
           END-IF.

       6500-PROCESS-HOLD-PLACE.
           MOVE WS-REQ-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 6510-VALIDATE-HOLD-PLACE
                   IF WS-RESP-SUCCESS
           END-IF
           IF WS-REQ-HOLD-REASON = SPACES
               MOVE '0003' TO WS-RESP-CODE
               MOVE '지급정지 사유코드 필수'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-HOLD-REASON = 'SEIZ'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '압류는 압류등록부에서 등록'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-HOLD-REASON = 'LOAN'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '대출 질권은 대출개설시 설정'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-HOLD-REASON = 'VPHS'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '피해구제 정지는 구제신청시 설정'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE '0000' TO WS-RESP-CODE.
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE '0002' TO WS-RESP-CODE
                   MOVE '지급정지 등록 중복 오류'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE '0000' TO WS-RESP-CODE
                   MOVE '지급정지 등록 완료' TO WS-RESP-MESSAGE
       6610-DO-HOLD-RELEASE.
           IF NOT HR-STATUS-ACTIVE
               MOVE '0003' TO WS-RESP-CODE
               MOVE '이미 해제된 지급정지입니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF HR-REASON-CODE = 'SEIZ'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '압류는 압류등록부에서 해제'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF HR-REASON-CODE = 'LOAN'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '대출 질권은 상환/정산시 해제'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF HR-REASON-CODE = 'VPHS'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '피해구제 정지는 환급처리시 해제'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'R'                TO HR-STATUS
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
                   PERFORM 6710-VALIDATE-MATURITY-INSTR
       6710-VALIDATE-MATURITY-INSTR.
           IF NOT AF-TYPE-FIXED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '정기예금 계좌가 아닙니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT AF-STATUS-ACTIVE
              WS-REQ-MATURITY-INSTR NOT = 'I' AND
              WS-REQ-MATURITY-INSTR NOT = 'O'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '유효하지 않은 만기지시'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-MATURITY-INSTR = 'O' AND
              WS-REQ-PAYOUT-ACCT-NO = SPACES
               MOVE '0003' TO WS-RESP-CODE
               MOVE '지급지시는 지급계좌 필수'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE '0000' TO WS-RESP-CODE.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 6810-VALIDATE-NOMINEE-REG
                   IF WS-RESP-SUCCESS
           IF WS-REQ-NOMINEE-NAME = SPACES OR
              WS-REQ-NOMINEE-RESNO = SPACES
               MOVE '0003' TO WS-RESP-CODE
               MOVE '수익자 성명/주민번호 필수'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-NOMINEE-PCT < 1 OR WS-REQ-NOMINEE-PCT > 100
           WRITE NOMINEE-RECORD
               INVALID KEY
                   MOVE '0002' TO WS-RESP-CODE
                   MOVE '수익자 등록 중복 오류'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE '0000' TO WS-RESP-CODE
                   MOVE '수익자 등록 완료' TO WS-RESP-MESSAGE
           MOVE PD-CARD-NO         TO WS-TXN-CARD-NO
           MOVE PD-REV-TXN-ID      TO WS-TXN-REV-TXN-ID
           MOVE PD-AGENT-ID        TO WS-TXN-AGENT-ID
           MOVE PD-SIGNATORY-ID    TO WS-TXN-SIGNATORY-ID
           MOVE PD-NAMEVER-REF     TO WS-TXN-NAMEVER-REF
           MOVE 'Y'                TO WS-TXN-PEND-BYPASS
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           MOVE SPACE TO WS-TXN-PEND-BYPASS
           MOVE SPACES TO WS-TXN-CARD-NO
           MOVE SPACES TO WS-TXN-REV-TXN-ID
           MOVE SPACES TO WS-TXN-AGENT-ID
           MOVE SPACES TO WS-TXN-SIGNATORY-ID
           MOVE SPACES TO WS-TXN-NAMEVER-REF
           IF WS-TXN-RESULT-CODE NOT = '0000'
               MOVE WS-TXN-RESULT-CODE TO WS-RESP-CODE
               MOVE WS-TXN-RESULT-MSG  TO WS-RESP-MESSAGE
                   MOVE '승인대기 갱신 오류' TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE '0000' TO WS-RESP-CODE
                   STRING '고액거래 반려 요청자='
                                                  DELIMITED SIZE
                          PD-REQUESTER-ID         DELIMITED SIZE
                          ' 반려자='              DELIMITED SIZE
                          WS-REQ-OPERATOR-ID      DELIMITED SIZE
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 6960-VALIDATE-GUARDIAN-REG
                   IF WS-RESP-SUCCESS
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '법정대리인 고객정보 없음'
                       TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           MOVE AF-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '명의인 고객정보 없음'
                       TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 6965-COMPUTE-ADULT-DATE
                   REWRITE GUARDIAN-RECORD
                       INVALID KEY
                           MOVE '9999' TO WS-RESP-CODE
                           MOVE '대리인 등록 오류'
                               TO WS-RESP-MESSAGE
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
                   PERFORM 7100-VALIDATE-UNFREEZE
                   ADD 1 TO WS-PROCESS-COUNT
           END-REWRITE.

      *    한도제한 해제(LMTL) - 금융거래목적 증빙서류 유형과
      *    2차 승인자(APPROVE 권한, 요청자 본인 불가)가 필수.
      *    원장 제한표시를 지우고 한도제한계좌 대장에 해제일/
      *    증빙유형/해제조작자/승인자를 기록한다.
       7300-PROCESS-LIMIT-LIFT.
           MOVE WS-REQ-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE-IMAGE
                   PERFORM 7310-VALIDATE-LIMIT-LIFT
                   IF WS-RESP-SUCCESS
                       PERFORM 7330-DO-LIMIT-LIFT
                   END-IF
           END-READ
           PERFORM 8000-WRITE-AUDIT.

       7310-VALIDATE-LIMIT-LIFT.
           IF AF-STATUS-CLOSED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '해지된 계좌입니다' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT AF-LIMITED-ACCOUNT
               MOVE '0003' TO WS-RESP-CODE
               MOVE '한도제한계좌가 아닙니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-REQ-EVIDENCE-VALID
               MOVE '0003' TO WS-RESP-CODE
               MOVE '증빙서류 유형 필수/오류'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-OPERATOR-ID-2 = SPACES OR
              WS-REQ-OPERATOR-ID-2 = WS-REQ-OPERATOR-ID
               MOVE '0003' TO WS-RESP-CODE
               MOVE '해제는 별도 승인자 필요'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 7320-VALIDATE-LIFT-APPROVER.

      *    해제 승인자를 OPERMST에서 직접 조회하여
      *    등록/잠금여부와 APPROVE 권한을 확인한다.
       7320-VALIDATE-LIFT-APPROVER.
           MOVE WS-REQ-OPERATOR-ID-2 TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '승인권한 없음' TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   IF OP-STATUS-LOCKED OR NOT OP-ALLOW-APPROVE
                       MOVE '0003' TO WS-RESP-CODE
                       MOVE '승인권한 없음' TO WS-RESP-MESSAGE
                   ELSE
                       MOVE '0000' TO WS-RESP-CODE
                   END-IF
           END-READ.

       7330-DO-LIMIT-LIFT.
           MOVE SPACE TO AF-LIMITED-FLAG
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE '9999' TO WS-RESP-CODE
                   MOVE '한도제한 해제 처리 오류'
                       TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 8400-WRITE-ACCT-JOURNAL
           MOVE AF-ACCOUNT-NO TO LR-ACCOUNT-NO
           READ LIMITED-REGISTER-FILE
               INVALID KEY
                   MOVE SPACES          TO LIMITED-REGISTER-RECORD
                   MOVE AF-ACCOUNT-NO   TO LR-ACCOUNT-NO
                   MOVE AF-CUSTOMER-ID  TO LR-CUSTOMER-ID
                   MOVE AF-BRANCH-CODE  TO LR-BRANCH-CODE
                   MOVE AF-ACCOUNT-TYPE TO LR-ACCOUNT-TYPE
                   MOVE AF-PURPOSE-CODE TO LR-PURPOSE-CODE
                   MOVE AF-OPEN-DATE    TO LR-LIMITED-DATE
                   MOVE 'R'             TO LR-STATUS
                   PERFORM 7340-SET-LIFT-DETAILS
                   WRITE LIMITED-REGISTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'R'             TO LR-STATUS
                   PERFORM 7340-SET-LIFT-DETAILS
                   REWRITE LIMITED-REGISTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                   END-REWRITE
           END-READ
           MOVE '0000' TO WS-RESP-CODE
           MOVE AF-BALANCE TO WS-RESP-BALANCE
           MOVE SPACES TO WS-RESP-MESSAGE
           STRING '한도제한 해제 완료 증빙=' DELIMITED SIZE
                  WS-REQ-EVIDENCE-TYPE       DELIMITED SIZE
                  ' 승인='                   DELIMITED SIZE
                  WS-REQ-OPERATOR-ID-2       DELIMITED SIZE
                  INTO WS-RESP-MESSAGE
           ADD 1 TO WS-PROCESS-COUNT.

       7340-SET-LIFT-DETAILS.
           MOVE WS-REQ-EVIDENCE-TYPE  TO LR-EVIDENCE-TYPE
           MOVE WS-TIMESTAMP(1:8)     TO LR-LIFT-DATE
           MOVE WS-REQ-OPERATOR-ID    TO LR-LIFT-OPERATOR
           MOVE WS-REQ-OPERATOR-ID-2  TO LR-LIFT-APPROVER.

      *    유치직원 변경 - 별도 승인자(APPROVE 권한, 요청자 본인
      *    불가) 필수. 대장이 없으면(개설시 미지정) 신규 등록,
      *    있으면 직전 유치직원을 보존하고 변경한다.
       7400-PROCESS-ACQ-CHANGE.
           MOVE WS-REQ-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 7410-VALIDATE-ACQ-CHANGE
                   IF WS-RESP-SUCCESS
                       PERFORM 7430-DO-ACQ-CHANGE
                   END-IF
           END-READ
           PERFORM 8000-WRITE-AUDIT.

       7410-VALIDATE-ACQ-CHANGE.
           IF AF-STATUS-CLOSED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '해지된 계좌입니다' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-REFERRER-ID = SPACES
               MOVE '0003' TO WS-RESP-CODE
               MOVE '변경할 유치직원 필수' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-OPERATOR-ID-2 = SPACES OR
              WS-REQ-OPERATOR-ID-2 = WS-REQ-OPERATOR-ID
               MOVE '0003' TO WS-RESP-CODE
               MOVE '유치직원 변경은 별도 승인자 필요'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4180-VALIDATE-REFERRER
           IF NOT WS-RESP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM 7420-VALIDATE-ACQ-APPROVER.

      *    변경 승인자를 OPERMST에서 직접 조회하여
      *    등록/잠금여부와 APPROVE 권한을 확인한다.
       7420-VALIDATE-ACQ-APPROVER.
           MOVE WS-REQ-OPERATOR-ID-2 TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '승인권한 없음' TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   IF OP-STATUS-LOCKED OR NOT OP-ALLOW-APPROVE
                       MOVE '0003' TO WS-RESP-CODE
                       MOVE '승인권한 없음' TO WS-RESP-MESSAGE
                   ELSE
                       MOVE '0000' TO WS-RESP-CODE
                   END-IF
           END-READ.

       7430-DO-ACQ-CHANGE.
           MOVE AF-ACCOUNT-NO TO AQ-ACCOUNT-NO
           READ ACQUISITION-REGISTER-FILE
               INVALID KEY
                   MOVE SPACES          TO ACQUISITION-REGISTER-RECORD
                   MOVE AF-ACCOUNT-NO   TO AQ-ACCOUNT-NO
                   MOVE AF-CUSTOMER-ID  TO AQ-CUSTOMER-ID
                   MOVE AF-BRANCH-CODE  TO AQ-BRANCH-CODE
                   MOVE AF-OPEN-DATE    TO AQ-OPEN-DATE
                   MOVE ZERO            TO AQ-OPEN-AMOUNT
                   PERFORM 7440-SET-ACQ-CHANGE
                   WRITE ACQUISITION-REGISTER-RECORD
                       INVALID KEY
                           MOVE '9999' TO WS-RESP-CODE
                   END-WRITE
               NOT INVALID KEY
                   IF AQ-EMPLOYEE-ID = WS-REQ-REFERRER-ID
                       MOVE '0003' TO WS-RESP-CODE
                       MOVE '현재 유치직원과 동일'
                           TO WS-RESP-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 7440-SET-ACQ-CHANGE
                   REWRITE ACQUISITION-REGISTER-RECORD
                       INVALID KEY
                           MOVE '9999' TO WS-RESP-CODE
                   END-REWRITE
           END-READ
           IF WS-RESP-SYSTEM-ERR
               MOVE '유치실적대장 기록 오류'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE '0000' TO WS-RESP-CODE
           MOVE SPACES TO WS-RESP-MESSAGE
           STRING '유치직원 변경 완료 '      DELIMITED SIZE
                  AQ-PREV-EMPLOYEE           DELIMITED SIZE
                  '->'                       DELIMITED SIZE
                  AQ-EMPLOYEE-ID             DELIMITED SIZE
                  ' 승인='                   DELIMITED SIZE
                  WS-REQ-OPERATOR-ID-2       DELIMITED SIZE
                  INTO WS-RESP-MESSAGE
           ADD 1 TO WS-PROCESS-COUNT.

       7440-SET-ACQ-CHANGE.
           MOVE AQ-EMPLOYEE-ID        TO AQ-PREV-EMPLOYEE
           MOVE WS-REQ-REFERRER-ID    TO AQ-EMPLOYEE-ID
           MOVE WS-TIMESTAMP(1:8)     TO AQ-CHANGE-DATE
           MOVE WS-REQ-OPERATOR-ID    TO AQ-CHANGE-OPERATOR
           MOVE WS-REQ-OPERATOR-ID-2  TO AQ-CHANGE-APPROVER.

      *    비과세 계좌지정 - 가입자격 고객(CF-TAXEX-FLAG)의
      *    계좌를 비과세로 지정하고 원금한도대장(TAXEXREG)에
      *    현재잔액을 합산한다. 한도초과 지정은 거부한다.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
                   PERFORM 8000-WRITE-AUDIT
                   EXIT PARAGRAPH
           END-READ
               PERFORM 8000-WRITE-AUDIT
               EXIT PARAGRAPH
           END-IF
           IF AF-PRODUCT-CODE NOT = SPACES AND WS-PRD-AVAILABLE
               MOVE AF-ACCOUNT-TYPE TO PM-ACCOUNT-TYPE
               MOVE AF-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PM-TAXEX-OK
                           MOVE '0003' TO WS-RESP-CODE
                           MOVE '비과세 지정불가 상품'
                               TO WS-RESP-MESSAGE
                           PERFORM 8000-WRITE-AUDIT
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF
           MOVE AF-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
                   PERFORM 8000-WRITE-AUDIT
                   EXIT PARAGRAPH
           END-READ
           CLOSE GUARDIAN-FILE
           CLOSE SAVINGS-PLAN-FILE
           CLOSE TAXEX-REGISTER-FILE
           CLOSE AGENT-REGISTER-FILE
           CLOSE LOAN-REGISTER-FILE
           CLOSE LIMITED-REGISTER-FILE
           CLOSE PRODUCT-FILE
           CLOSE INTEREST-RATE-FILE
           CLOSE ACQUISITION-REGISTER-FILE
           CLOSE OD-FACILITY-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
