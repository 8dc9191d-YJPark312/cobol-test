      *              등급별 주기로 기한 부여, 재인증 완료(KYCV)시
      *              기한 재산출 및 고객/계좌 채널제한 해제
      *              (기한관리 배치는 ACCT044)
      * 2026-10-15 : 개인정보 분리보관 대응 - 분리보관(S)/파기(P)
      *              고객은 변경/재인증/비과세 등록 불가(분리보관
      *              및 열람은 ACCT081)
      * 2026-10-15 : 마케팅/정보제공 동의 등록부(CONSREG) 신설 -
      *              등록(CREG)/변경(CAMD)시 동의유형별(SMS/이메일/
      *              전화 마케팅, 제3자 제공, 계열사 제공) 동의/
      *              철회를 채널과 함께 기록, 유효기간 부여
      *              (알림 발송통제 ACCT028, 재확인 안내 ACCT082)
      * 2026-10-15 : 거주자증명서 등록(CORR) - 비거주자(납세
      *              거주국 KR 이외) 고객의 거주자증명서 발급일/
      *              만료일 수록(공통 레이아웃 CF-COR-ISSUE-DATE/
      *              CF-COR-EXPIRY-DATE/NOTICE-DATE). 조약세율
      *              원천징수는 ACCT003, 만료예정 안내는
      *              ACCT069(CORX)
      * 2026-10-15 : 법인/개인사업자 고객 및 서명권자 등록 -
      *              고객구분(CF-CUST-TYPE, 공통 레이아웃) 신설,
      *              법인(C)/개인사업자(S)는 사업자등록번호 검증숫자
      *              확인후 법인프로필(CORPPRF)에 사업자/법인등록
      *              번호와 대표자 수록. 법인계좌 서명권자 등록부
      *              (SIGNREG) 등록(SGAD)/변경(SGCH)/해지(SGRV) -
      *              건별 거래한도와 유효기간. 창구 출금/이체
      *              서명권 검증은 ACCT002
      * 2026-10-15 : 반송우편 관리 - 주소확인상태(CF-ADDR-STATUS)/
      *              반송누계(CF-RETMAIL-COUNT) 신설(공통 레이아웃),
      *              명세서 수령방법 지점보관(H) 추가. 주소 변경시
      *              주소확인상태/반송누계 초기화, 지점보관은
      *              우편(P)으로 환원. 반송 접수/판정은 ACCT095
      * 2026-10-15 : 분리보관/파기 고객 해지(CCLS) 거부 - 분리보관
      *              상태가 해지(C)로 덮이지 않도록 함
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT022.
               RECORD KEY IS MQ-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CONSENT-FILE
               ASSIGN TO 'CONSREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CORP-PROFILE-FILE
               ASSIGN TO 'CORPPRF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CO-BIZ-REG-NO WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SIGNATORY-FILE
               ASSIGN TO 'SIGNREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

               88  CF-DELIVERY-PAPER VALUE 'P' SPACE.
               88  CF-DELIVERY-EMAIL VALUE 'E'.
               88  CF-DELIVERY-BOTH  VALUE 'B'.
               88  CF-DELIVERY-HOLD  VALUE 'H'.
           05  CF-CUST-STATUS        PIC X(01).
               88  CF-CUST-ACTIVE    VALUE 'A' SPACE.
               88  CF-CUST-CLOSED    VALUE 'C'.
               88  CF-CUST-MERGED    VALUE 'M'.
               88  CF-CUST-SEPARATED VALUE 'S' 'P'.
           05  CF-DECEASED-FLAG      PIC X(01).
               88  CF-DECEASED       VALUE 'Y'.
           05  CF-DECEASED-DATE      PIC X(08).
           05  CF-TAX-RESID-CTRY     PIC X(02).
           05  CF-FOREIGN-TIN        PIC X(20).
           05  CF-SELF-CERT-DATE     PIC X(08).
           05  CF-COR-ISSUE-DATE     PIC X(08).
           05  CF-COR-EXPIRY-DATE    PIC X(08).
           05  CF-COR-NOTICE-DATE    PIC X(08).
           05  CF-CUST-TYPE          PIC X(01).
               88  CF-TYPE-INDIVIDUAL VALUE 'I' SPACE.
               88  CF-TYPE-CORPORATE VALUE 'C'.
               88  CF-TYPE-SOLE-PROP VALUE 'S'.
           05  CF-ADDR-STATUS        PIC X(01).
               88  CF-ADDR-VERIFIED  VALUE 'V' SPACE.
               88  CF-ADDR-UNVERIFIED VALUE 'U'.
           05  CF-RETMAIL-COUNT      PIC 9(02).
           05  CF-FILLER             PIC X(02).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD
           05  MQ-DECIDED-DATE       PIC X(08).
           05  MQ-FILLER             PIC X(30).

      *    동의 등록부 - 고객/동의유형별 최종 동의상태
      *    유형 MS:SMS마케팅 ME:이메일마케팅 MP:전화마케팅
      *         T3:제3자 제공 AF:계열사 제공
       FD  CONSENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONSENT-RECORD.
           05  CN-KEY.
               10  CN-CUSTOMER-ID    PIC X(10).
               10  CN-CONSENT-TYPE   PIC X(02).
           05  CN-CONSENT-STATUS     PIC X(01).
               88  CN-STATUS-AGREED  VALUE 'Y'.
               88  CN-STATUS-WITHDRAWN VALUE 'N'.
               88  CN-STATUS-EXPIRED VALUE 'E'.
           05  CN-CONSENT-DATE       PIC X(08).
           05  CN-CHANNEL            PIC X(04).
           05  CN-EXPIRY-DATE        PIC X(08).
           05  CN-WITHDRAW-DATE      PIC X(08).
           05  CN-UPDATED-BY         PIC X(08).
           05  CN-RECONF-SENT-DATE   PIC X(08).
           05  CN-FILLER             PIC X(23).

      *    법인프로필 - 법인(C)/개인사업자(S) 고객의 사업자정보.
      *    사업자등록번호는 해지고객을 제외하고 유일해야 한다.
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
               88  CO-STATUS-CLOSED  VALUE 'C'.
           05  CO-REGISTER-DATE      PIC X(08).
           05  CO-UPDATE-DATE        PIC X(08).
           05  CO-OPERATOR-ID        PIC X(08).
           05  CO-FILLER             PIC X(33).

      *    서명권자 등록부 - 법인계좌별 거래 서명권자. 건별
      *    거래한도와 유효기간(종료일 공백은 기한없음) 관리,
      *    해지(X)는 이력 보존을 위해 삭제하지 않는다.
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

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
               88  WS-REQ-ESTATE-REL VALUE 'ESTR'.
               88  WS-REQ-KYC-VERIFY VALUE 'KYCV'.
               88  WS-REQ-TAXEX-ENROLL VALUE 'TXEL'.
               88  WS-REQ-COR-REGISTER VALUE 'CORR'.
               88  WS-REQ-SIGN-ADD   VALUE 'SGAD'.
               88  WS-REQ-SIGN-CHANGE VALUE 'SGCH'.
               88  WS-REQ-SIGN-REVOKE VALUE 'SGRV'.
               88  WS-REQ-SIGNATORY  VALUE 'SGAD' 'SGCH' 'SGRV'.
           05  WS-REQ-CUSTOMER-ID    PIC X(10).
           05  WS-REQ-CUSTOMER-NAME  PIC X(50).
           05  WS-REQ-RESIDENT-NO    PIC X(14).
           05  WS-REQ-TAX-RESID-CTRY PIC X(02).
           05  WS-REQ-FOREIGN-TIN    PIC X(20).
           05  WS-REQ-SELF-CERT-DATE PIC X(08).
      *        동의유형별 Y:동의 N:철회 공백:변경없음 (유형순서는
      *        WS-CONSENT-TYPE-TABLE), 채널 공백시 BRCH(창구)
           05  WS-REQ-CONSENT-CHANNEL PIC X(04).
           05  WS-REQ-CONSENT-FLAGS.
               10  WS-REQ-CONSENT-FLAG PIC X(01) OCCURS 5 TIMES.
      *        거주자증명서 발급일/만료일 (CORR)
           05  WS-REQ-COR-ISSUE-DATE PIC X(08).
           05  WS-REQ-COR-EXPIRY-DATE PIC X(08).
      *        고객구분(공백/I:개인 C:법인 S:개인사업자)과 사업자
      *        정보 - 법인등록번호/대표자는 법인 필수
           05  WS-REQ-CUST-TYPE      PIC X(01).
           05  WS-REQ-BIZ-REG-NO     PIC X(10).
           05  WS-REQ-CORP-REG-NO    PIC X(13).
           05  WS-REQ-REP-NAME       PIC X(50).
           05  WS-REQ-BIZ-OPEN-DATE  PIC X(08).
      *        서명권자 (SGAD/SGCH/SGRV) - 한도 0/일자 공백은
      *        변경시 기존값 유지
           05  WS-REQ-ACCOUNT-NO     PIC X(12).
           05  WS-REQ-SIGNATORY-ID   PIC X(06).
           05  WS-REQ-SIGNER-NAME    PIC X(50).
           05  WS-REQ-SIGNER-RESNO   PIC X(14).
           05  WS-REQ-SIGNER-TITLE   PIC X(20).
           05  WS-REQ-SIGN-LIMIT     PIC S9(13)V99 COMP-3.
           05  WS-REQ-SIGN-FROM-DATE PIC X(08).
           05  WS-REQ-SIGN-TO-DATE   PIC X(08).

       01  WS-RESPONSE-AREA.
           05  WS-RESP-CODE          PIC X(04).
               88  WS-RESIDENT-DUP   VALUE 'Y'.
           05  WS-ACCT-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-ACCT-EOF       VALUE 'Y'.
           05  WS-BRN-DUP-SW         PIC X(01) VALUE 'N'.
               88  WS-BRN-DUP        VALUE 'Y'.
           05  WS-CO-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-CO-EOF         VALUE 'Y'.
           05  WS-CORP-NEW-SW        PIC X(01) VALUE 'N'.
               88  WS-CORP-NEW       VALUE 'Y'.

       01  WS-BEFORE-IMAGE           PIC X(360).
       01  WS-NEW-CUSTOMER-ID        PIC X(10).

       01  WS-KYC-YEAR               PIC 9(04).

      *    동의유형 및 유효기간(년) - 마케팅 2년, 정보제공 5년
       01  WS-CONSENT-TYPE-VALUES.
           05  FILLER                PIC X(03) VALUE 'MS2'.
           05  FILLER                PIC X(03) VALUE 'ME2'.
           05  FILLER                PIC X(03) VALUE 'MP2'.
           05  FILLER                PIC X(03) VALUE 'T35'.
           05  FILLER                PIC X(03) VALUE 'AF5'.
       01  WS-CONSENT-TYPE-TABLE REDEFINES WS-CONSENT-TYPE-VALUES.
           05  WS-CT-ENTRY OCCURS 5 TIMES.
               10  WS-CT-TYPE        PIC X(02).
               10  WS-CT-VALID-YEARS PIC 9(01).
       01  WS-CN-IDX                 PIC 9(02).
       01  WS-CN-CHANGE-COUNT        PIC 9(02).
       01  WS-CN-EXPIRY-YEAR         PIC 9(04).

       01  WS-TAXEX-WORK.
           05  WS-TAXEX-BIRTH-YY2    PIC 9(02).
           05  WS-TAXEX-BIRTH-YEAR   PIC 9(04).
           05  WS-TAXEX-THIS-YEAR    PIC 9(04).
           05  WS-TAXEX-AGE          PIC S9(04).

      *    사업자등록번호 검증숫자 - 가중치 1,3,7,1,3,7,1,3,5
      *    곱의 합에 9번째 자리×5의 십의자리를 더하고, 10에서
      *    합의 일의자리를 뺀 값(10이면 0)이 10번째 자리.
       01  WS-BRN-AREA.
           05  WS-BRN-DIGITS         PIC X(10).
           05  WS-BRN-DIGIT-TBL REDEFINES WS-BRN-DIGITS.
               10  WS-BRN-DIGIT      PIC 9(01) OCCURS 10 TIMES.
           05  WS-BRN-WEIGHT-VALUES  PIC X(09) VALUE '137137135'.
           05  WS-BRN-WEIGHT-TBL REDEFINES WS-BRN-WEIGHT-VALUES.
               10  WS-BRN-WEIGHT     PIC 9(01) OCCURS 9 TIMES.
           05  WS-BRN-IDX            PIC 9(02).
           05  WS-BRN-SUM            PIC 9(04).
           05  WS-BRN-CARRY          PIC 9(02).
           05  WS-BRN-QUOT           PIC 9(04).
           05  WS-BRN-REM            PIC 9(02).
           05  WS-BRN-CHECK          PIC 9(02).
           05  WS-BRN-SELF-ID        PIC X(10).

       01  WS-WL-AREA.
           05  WS-WL-EOF-SW          PIC X(01).
               88  WS-WL-EOF         VALUE 'Y'.
           IF NOT WS-FILE-OK
               MOVE 'WLMATCHQ OPEN ERROR' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O CONSENT-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE CONSENT-FILE
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN I-O CONSENT-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'CONSREG OPEN ERROR' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O CORP-PROFILE-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE CORP-PROFILE-FILE
               OPEN OUTPUT CORP-PROFILE-FILE
               CLOSE CORP-PROFILE-FILE
               OPEN I-O CORP-PROFILE-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'CORPPRF OPEN ERROR' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O SIGNATORY-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE SIGNATORY-FILE
               OPEN OUTPUT SIGNATORY-FILE
               CLOSE SIGNATORY-FILE
               OPEN I-O SIGNATORY-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'SIGNREG OPEN ERROR' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

       1200-BUILD-TIMESTAMP.
                   PERFORM 6700-PROCESS-KYC-VERIFY
               WHEN WS-REQ-TAXEX-ENROLL
                   PERFORM 6800-PROCESS-TAXEX-ENROLL
               WHEN WS-REQ-COR-REGISTER
                   PERFORM 6900-PROCESS-COR-REGISTER
               WHEN WS-REQ-SIGNATORY
                   PERFORM 6950-PROCESS-SIGNATORY
               WHEN OTHER
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '유효하지 않은 요청 코드입니다'
                       TO WS-RESP-MESSAGE
                   PERFORM 8000-WRITE-AUDIT
           END-EVALUATE.

                   IF NOT OP-ALLOW-UPDATE
                       PERFORM 1320-SET-AUTH-DENIED
                   END-IF
               WHEN WS-REQ-COR-REGISTER
                   IF NOT OP-ALLOW-UPDATE
                       PERFORM 1320-SET-AUTH-DENIED
                   END-IF
               WHEN WS-REQ-SIGNATORY
                   IF NOT OP-ALLOW-UPDATE
                       PERFORM 1320-SET-AUTH-DENIED
                   END-IF
           END-EVALUATE.

       1320-SET-AUTH-DENIED.
               MOVE '고객명 필수' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BRN-SELF-ID
           PERFORM 3160-VALIDATE-CUST-TYPE
           IF NOT WS-RESP-SUCCESS
               EXIT PARAGRAPH
           END-IF
      *    법인은 주민번호 대상이 아니다(개인사업자는 대표 본인
      *    주민번호로 검증).
           IF WS-REQ-CUST-TYPE NOT = 'C'
               PERFORM 3110-VALIDATE-RESIDENT-NO
               IF NOT WS-RESP-SUCCESS
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3120-CHECK-RESIDENT-DUP
               IF WS-RESIDENT-DUP
                   MOVE '0002' TO WS-RESP-CODE
                   MOVE '동일 주민번호 기등록 고객 존재'
                       TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 3140-VALIDATE-TAX-RESIDENCY
           IF WS-RESP-SUCCESS
               PERFORM 3150-VALIDATE-CONSENT
           END-IF.

      *    동의입력 검증 - 유형별 Y/N/공백만 허용
       3150-VALIDATE-CONSENT.
           MOVE '0000' TO WS-RESP-CODE
           PERFORM 3151-CHECK-CONSENT-FLAG
               VARYING WS-CN-IDX FROM 1 BY 1
               UNTIL WS-CN-IDX > 5.

       3151-CHECK-CONSENT-FLAG.
           IF WS-REQ-CONSENT-FLAG(WS-CN-IDX) NOT = 'Y' AND
              WS-REQ-CONSENT-FLAG(WS-CN-IDX) NOT = 'N' AND
              WS-REQ-CONSENT-FLAG(WS-CN-IDX) NOT = SPACE
               MOVE '0003' TO WS-RESP-CODE
               MOVE '동의구분 오류(Y/N)' TO WS-RESP-MESSAGE
           END-IF.

      *    고객구분 검증 - 법인(C)/개인사업자(S)는 사업자등록
      *    번호(검증숫자/중복), 법인은 법인등록번호(13자리)와
      *    대표자명까지 필수.
       3160-VALIDATE-CUST-TYPE.
           MOVE '0000' TO WS-RESP-CODE
           IF WS-REQ-CUST-TYPE NOT = SPACE AND
              WS-REQ-CUST-TYPE NOT = 'I' AND
              WS-REQ-CUST-TYPE NOT = 'C' AND
              WS-REQ-CUST-TYPE NOT = 'S'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '고객구분 오류(I/C/S)' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-CUST-TYPE = SPACE OR WS-REQ-CUST-TYPE = 'I'
               EXIT PARAGRAPH
           END-IF
           PERFORM 3170-VALIDATE-BIZ-REG-NO
           IF NOT WS-RESP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM 3180-CHECK-BRN-DUP
           IF WS-BRN-DUP
               MOVE '0002' TO WS-RESP-CODE
               MOVE '사업자등록번호 중복(기등록 고객)'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-CUST-TYPE = 'C'
               IF WS-REQ-CORP-REG-NO NOT NUMERIC
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '법인등록번호 오류(13자리)'
                       TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               IF WS-REQ-REP-NAME = SPACES
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '법인 대표자명 필수' TO WS-RESP-MESSAGE
               END-IF
           END-IF.

      *    사업자등록번호 형식/검증숫자 확인 (10자리 숫자)
       3170-VALIDATE-BIZ-REG-NO.
           MOVE '0000' TO WS-RESP-CODE
           MOVE WS-REQ-BIZ-REG-NO TO WS-BRN-DIGITS
           IF WS-BRN-DIGITS NOT NUMERIC
               MOVE '0003' TO WS-RESP-CODE
               MOVE '사업자등록번호 형식 오류(10자리)'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-BRN-SUM
           PERFORM 3171-ADD-BRN-DIGIT
               VARYING WS-BRN-IDX FROM 1 BY 1
               UNTIL WS-BRN-IDX > 9
           COMPUTE WS-BRN-CARRY = (WS-BRN-DIGIT(9) * 5) / 10
           ADD WS-BRN-CARRY TO WS-BRN-SUM
           DIVIDE WS-BRN-SUM BY 10 GIVING WS-BRN-QUOT
               REMAINDER WS-BRN-REM
           COMPUTE WS-BRN-CHECK = 10 - WS-BRN-REM
           IF WS-BRN-CHECK = 10
               MOVE ZERO TO WS-BRN-CHECK
           END-IF
           IF WS-BRN-CHECK NOT = WS-BRN-DIGIT(10)
               MOVE '0003' TO WS-RESP-CODE
               MOVE '사업자등록번호 검증숫자 오류'
                   TO WS-RESP-MESSAGE
           END-IF.

       3171-ADD-BRN-DIGIT.
           COMPUTE WS-BRN-SUM = WS-BRN-SUM +
               WS-BRN-DIGIT(WS-BRN-IDX) * WS-BRN-WEIGHT(WS-BRN-IDX).

      *    사업자등록번호 중복검사 - CORPPRF 대체키로 동일번호를
      *    훑어 해지되지 않은 타 고객이 있으면 중복.
       3180-CHECK-BRN-DUP.
           MOVE 'N' TO WS-BRN-DUP-SW
           MOVE 'N' TO WS-CO-EOF-SW
           MOVE WS-REQ-BIZ-REG-NO TO CO-BIZ-REG-NO
           START CORP-PROFILE-FILE KEY IS = CO-BIZ-REG-NO
               INVALID KEY
                   SET WS-CO-EOF TO TRUE
           END-START
           PERFORM 3181-READ-NEXT-BRN
               UNTIL WS-CO-EOF.

       3181-READ-NEXT-BRN.
           READ CORP-PROFILE-FILE NEXT RECORD
               AT END
                   SET WS-CO-EOF TO TRUE
               NOT AT END
                   IF CO-BIZ-REG-NO NOT = WS-REQ-BIZ-REG-NO
                       SET WS-CO-EOF TO TRUE
                   ELSE
                       IF CO-CUSTOMER-ID NOT = WS-BRN-SELF-ID
                          AND CO-STATUS-ACTIVE
                           SET WS-BRN-DUP TO TRUE
                           SET WS-CO-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    납세거주지 검증 - 외국국적(KR 이외)은 납세거주국과
      *    자기확인서일자 필수, 거주국이 KR 이외면 해외TIN 필수.
              WS-REQ-RESIDENT-NO(7:1) NOT = '-' OR
              WS-REQ-RESIDENT-NO(8:7) NOT NUMERIC
               MOVE '0003' TO WS-RESP-CODE
               MOVE '주민등록번호 형식 오류'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-RESIDENT-NO(3:2) < '01' OR
              WS-REQ-RESIDENT-NO(5:2) < '01' OR
              WS-REQ-RESIDENT-NO(5:2) > '31'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '주민등록번호 생년월일 오류'
                   TO WS-RESP-MESSAGE
           END-IF.

      *    주민번호 중복검사 - CUSTMST 전건 순차대조.
           MOVE SPACES               TO CUSTOMER-RECORD
           MOVE WS-NEW-CUSTOMER-ID   TO CF-CUSTOMER-ID
           MOVE WS-REQ-CUSTOMER-NAME TO CF-CUSTOMER-NAME
           IF WS-REQ-CUST-TYPE = 'C'
               MOVE 'C'                TO CF-CUST-TYPE
           ELSE
               MOVE WS-REQ-RESIDENT-NO TO CF-RESIDENT-NO
               IF WS-REQ-CUST-TYPE = 'S'
                   MOVE 'S' TO CF-CUST-TYPE
               ELSE
                   MOVE 'I' TO CF-CUST-TYPE
               END-IF
           END-IF
           MOVE WS-REQ-PHONE         TO CF-PHONE
           MOVE WS-REQ-EMAIL         TO CF-EMAIL
           MOVE WS-REQ-ADDRESS       TO CF-ADDRESS
           MOVE WS-TIMESTAMP(1:8)    TO CF-REGISTER-DATE
           MOVE WS-REQ-STMT-DELIVERY TO CF-STMT-DELIVERY
           MOVE 'A'                  TO CF-CUST-STATUS
           MOVE 'V'                  TO CF-ADDR-STATUS
           MOVE ZERO                 TO CF-RETMAIL-COUNT
           MOVE WS-REQ-NATIONALITY    TO CF-NATIONALITY
           MOVE WS-REQ-TAX-RESID-CTRY TO CF-TAX-RESID-CTRY
           MOVE WS-REQ-FOREIGN-TIN    TO CF-FOREIGN-TIN
                   MOVE '고객 등록 완료' TO WS-RESP-MESSAGE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM 7000-WRITE-CUST-HISTORY
                   IF NOT CF-TYPE-INDIVIDUAL
                       PERFORM 3700-WRITE-CORP-PROFILE
                   END-IF
                   PERFORM 3600-APPLY-CONSENTS
                   PERFORM 3500-SCREEN-WATCHLIST
                   ADD 1 TO WS-PROCESS-COUNT
           END-WRITE.

      *    법인프로필 신규 기록 - 개인사업자의 대표자명은 미입력시
      *    고객명(본인)으로 한다.
       3700-WRITE-CORP-PROFILE.
           MOVE SPACES               TO CORP-PROFILE-RECORD
           MOVE CF-CUSTOMER-ID       TO CO-CUSTOMER-ID
           MOVE CF-CUST-TYPE         TO CO-CUST-TYPE
           MOVE WS-REQ-BIZ-REG-NO    TO CO-BIZ-REG-NO
           MOVE WS-REQ-CORP-REG-NO   TO CO-CORP-REG-NO
           IF WS-REQ-REP-NAME = SPACES
               MOVE CF-CUSTOMER-NAME TO CO-REP-NAME
           ELSE
               MOVE WS-REQ-REP-NAME  TO CO-REP-NAME
           END-IF
           MOVE WS-REQ-BIZ-OPEN-DATE TO CO-BIZ-OPEN-DATE
           MOVE 'A'                  TO CO-STATUS
           MOVE WS-TIMESTAMP(1:8)    TO CO-REGISTER-DATE
           MOVE WS-TIMESTAMP(1:8)    TO CO-UPDATE-DATE
           MOVE WS-REQ-OPERATOR-ID   TO CO-OPERATOR-ID
           WRITE CORP-PROFILE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
           END-WRITE.

      *    KYC 재인증 기한 산출 - AML 위험등급(ACCT063 산정)
      *    우선(H:1년/M:2년/L:3년), 미산정 고객은 고객등급
      *    대용(V1/G1: 2년, 그외: 3년). 위험도가 높은
           MOVE WS-KYC-YEAR TO CF-KYC-DUE-DATE(1:4)
           MOVE SPACE       TO CF-KYC-RESTRICT.

      *    동의 등록/철회 반영 - 입력된 유형만 갱신한다. 동의시
      *    동의일/채널/유효기간을 새로 부여하고 재확인 안내일을
      *    초기화하며, 철회시 철회일만 기록한다(미등록 유형의
      *    철회도 수신거부 의사로 등록).
       3600-APPLY-CONSENTS.
           MOVE ZERO TO WS-CN-CHANGE-COUNT
           PERFORM 3610-APPLY-ONE-CONSENT
               VARYING WS-CN-IDX FROM 1 BY 1
               UNTIL WS-CN-IDX > 5
           IF WS-CN-CHANGE-COUNT > ZERO
               STRING WS-RESP-MESSAGE    DELIMITED '  '
                      ' (동의변경 '      DELIMITED SIZE
                      WS-CN-CHANGE-COUNT DELIMITED SIZE
                      '건)'              DELIMITED SIZE
                      INTO WS-ERROR-MESSAGE
               MOVE WS-ERROR-MESSAGE TO WS-RESP-MESSAGE
               MOVE SPACES TO WS-ERROR-MESSAGE
           END-IF.

       3610-APPLY-ONE-CONSENT.
           IF WS-REQ-CONSENT-FLAG(WS-CN-IDX) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE CF-CUSTOMER-ID         TO CN-CUSTOMER-ID
           MOVE WS-CT-TYPE(WS-CN-IDX)  TO CN-CONSENT-TYPE
           READ CONSENT-FILE
               INVALID KEY
                   MOVE SPACES                TO CN-CONSENT-STATUS
                   MOVE SPACES                TO CN-CONSENT-DATE
                   MOVE SPACES                TO CN-CHANNEL
                   MOVE SPACES                TO CN-EXPIRY-DATE
                   MOVE SPACES                TO CN-WITHDRAW-DATE
                   MOVE SPACES                TO CN-RECONF-SENT-DATE
                   MOVE SPACES                TO CN-FILLER
                   MOVE CF-CUSTOMER-ID        TO CN-CUSTOMER-ID
                   MOVE WS-CT-TYPE(WS-CN-IDX) TO CN-CONSENT-TYPE
                   PERFORM 3620-SET-CONSENT-VALUES
                   WRITE CONSENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 3620-SET-CONSENT-VALUES
                   REWRITE CONSENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                   END-REWRITE
           END-READ
           ADD 1 TO WS-CN-CHANGE-COUNT.

       3620-SET-CONSENT-VALUES.
           MOVE WS-REQ-CONSENT-FLAG(WS-CN-IDX) TO CN-CONSENT-STATUS
           MOVE WS-REQ-OPERATOR-ID            TO CN-UPDATED-BY
           IF WS-REQ-CONSENT-CHANNEL = SPACES
               MOVE 'BRCH' TO CN-CHANNEL
           ELSE
               MOVE WS-REQ-CONSENT-CHANNEL TO CN-CHANNEL
           END-IF
           IF CN-STATUS-AGREED
               MOVE WS-TIMESTAMP(1:8) TO CN-CONSENT-DATE
               MOVE WS-TIMESTAMP(1:8) TO CN-EXPIRY-DATE
               MOVE WS-TIMESTAMP(1:4) TO WS-CN-EXPIRY-YEAR
               ADD WS-CT-VALID-YEARS(WS-CN-IDX) TO WS-CN-EXPIRY-YEAR
               MOVE WS-CN-EXPIRY-YEAR TO CN-EXPIRY-DATE(1:4)
               MOVE SPACES            TO CN-WITHDRAW-DATE
               MOVE SPACES            TO CN-RECONF-SENT-DATE
           ELSE
               MOVE WS-TIMESTAMP(1:8) TO CN-WITHDRAW-DATE
           END-IF.

      *    신규등록 명단대조 - 성명일치 60점, 생년월일(주민번호
      *    YYMMDD) 일치 +40점. 60점 이상은 매칭큐(WLMATCHQ)에
      *    후보로 적재하고 등록 응답에 대조요망을 부기한다.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '고객을 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 4100-DO-AMEND
           END-READ
               MOVE '병합된 고객입니다' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF CF-CUST-SEPARATED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '분리보관 고객입니다' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           IF WS-REQ-RESIDENT-NO NOT = SPACES
               PERFORM 3110-VALIDATE-RESIDENT-NO
           IF WS-REQ-EMAIL NOT = SPACES
               MOVE WS-REQ-EMAIL TO CF-EMAIL
           END-IF
      *    주소 변경은 반송 누계를 초기화하고 지점보관을 해제
           IF WS-REQ-ADDRESS NOT = SPACES
               MOVE WS-REQ-ADDRESS TO CF-ADDRESS
               MOVE 'V'            TO CF-ADDR-STATUS
               MOVE ZERO           TO CF-RETMAIL-COUNT
               IF CF-DELIVERY-HOLD
                   MOVE 'P' TO CF-STMT-DELIVERY
               END-IF
           END-IF
           IF WS-REQ-STMT-DELIVERY NOT = SPACE
               MOVE WS-REQ-STMT-DELIVERY TO CF-STMT-DELIVERY
               MOVE WS-REQ-FOREIGN-TIN    TO CF-FOREIGN-TIN
               MOVE WS-REQ-SELF-CERT-DATE TO CF-SELF-CERT-DATE
           END-IF
           PERFORM 4200-VALIDATE-CORP-AMEND
           IF NOT WS-RESP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM 3150-VALIDATE-CONSENT
           IF NOT WS-RESP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE '9999' TO WS-RESP-CODE
                   MOVE '0000' TO WS-RESP-CODE
                   MOVE '고객 변경 완료' TO WS-RESP-MESSAGE
                   PERFORM 7000-WRITE-CUST-HISTORY
                   IF NOT CF-TYPE-INDIVIDUAL
                       PERFORM 4300-UPDATE-CORP-PROFILE
                   END-IF
                   PERFORM 3600-APPLY-CONSENTS
                   ADD 1 TO WS-PROCESS-COUNT
           END-REWRITE.

      *    고객구분/사업자정보 변경 검증 - 구분 변경은 개인에서
      *    법인/개인사업자로의 전환만 허용(기존 사업자 고객의
      *    이관 등록). 기존 사업자 고객은 입력된 항목만 검증.
       4200-VALIDATE-CORP-AMEND.
           MOVE '0000' TO WS-RESP-CODE
           MOVE 'N' TO WS-CORP-NEW-SW
           MOVE CF-CUSTOMER-ID TO WS-BRN-SELF-ID
           EVALUATE TRUE
               WHEN (WS-REQ-CUST-TYPE = 'C' OR
                     WS-REQ-CUST-TYPE = 'S') AND CF-TYPE-INDIVIDUAL
                   PERFORM 3160-VALIDATE-CUST-TYPE
                   IF WS-RESP-SUCCESS
                       SET WS-CORP-NEW TO TRUE
                       MOVE WS-REQ-CUST-TYPE TO CF-CUST-TYPE
                   END-IF
                   EXIT PARAGRAPH
               WHEN WS-REQ-CUST-TYPE = SPACE
                   CONTINUE
               WHEN WS-REQ-CUST-TYPE = CF-CUST-TYPE
                   CONTINUE
               WHEN WS-REQ-CUST-TYPE = 'I' AND CF-TYPE-INDIVIDUAL
                   CONTINUE
               WHEN OTHER
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '고객구분 변경불가' TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF CF-TYPE-INDIVIDUAL
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-BIZ-REG-NO NOT = SPACES
               PERFORM 3170-VALIDATE-BIZ-REG-NO
               IF NOT WS-RESP-SUCCESS
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3180-CHECK-BRN-DUP
               IF WS-BRN-DUP
                   MOVE '0002' TO WS-RESP-CODE
                   MOVE '사업자등록번호 중복(기등록 고객)'
                       TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-REQ-CORP-REG-NO NOT = SPACES AND
              WS-REQ-CORP-REG-NO NOT NUMERIC
               MOVE '0003' TO WS-RESP-CODE
               MOVE '법인등록번호 오류(13자리)'
                   TO WS-RESP-MESSAGE
           END-IF.

      *    법인프로필 변경 - 전환 등록은 신규 기록, 기존 프로필은
      *    입력된 항목만 반영한다.
       4300-UPDATE-CORP-PROFILE.
           MOVE CF-CUSTOMER-ID TO CO-CUSTOMER-ID
           READ CORP-PROFILE-FILE
               INVALID KEY
                   PERFORM 3700-WRITE-CORP-PROFILE
                   EXIT PARAGRAPH
           END-READ
           IF WS-REQ-BIZ-REG-NO NOT = SPACES
               MOVE WS-REQ-BIZ-REG-NO    TO CO-BIZ-REG-NO
           END-IF
           IF WS-REQ-CORP-REG-NO NOT = SPACES
               MOVE WS-REQ-CORP-REG-NO   TO CO-CORP-REG-NO
           END-IF
           IF WS-REQ-REP-NAME NOT = SPACES
               MOVE WS-REQ-REP-NAME      TO CO-REP-NAME
           END-IF
           IF WS-REQ-BIZ-OPEN-DATE NOT = SPACES
               MOVE WS-REQ-BIZ-OPEN-DATE TO CO-BIZ-OPEN-DATE
           END-IF
           MOVE WS-TIMESTAMP(1:8)  TO CO-UPDATE-DATE
           MOVE WS-REQ-OPERATOR-ID TO CO-OPERATOR-ID
           REWRITE CORP-PROFILE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

       5000-PROCESS-CUST-CLOSE.
           MOVE WS-REQ-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '고객을 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 5100-DO-CUST-CLOSE
           END-READ
       5100-DO-CUST-CLOSE.
           IF CF-CUST-CLOSED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '이미 해지된 고객입니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF CF-CUST-SEPARATED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '분리보관 고객입니다' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
                   MOVE '0000' TO WS-RESP-CODE
                   MOVE '고객 해지 완료' TO WS-RESP-MESSAGE
                   PERFORM 7000-WRITE-CUST-HISTORY
                   IF NOT CF-TYPE-INDIVIDUAL
                       PERFORM 5200-CLOSE-CORP-PROFILE
                   END-IF
                   ADD 1 TO WS-PROCESS-COUNT
           END-REWRITE.

      *    해지고객 법인프로필 종결 - 사업자등록번호 재사용 허용
       5200-CLOSE-CORP-PROFILE.
           MOVE CF-CUSTOMER-ID TO CO-CUSTOMER-ID
           READ CORP-PROFILE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'C'                TO CO-STATUS
           MOVE WS-TIMESTAMP(1:8)  TO CO-UPDATE-DATE
           MOVE WS-REQ-OPERATOR-ID TO CO-OPERATOR-ID
           REWRITE CORP-PROFILE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

       6000-PROCESS-DECEASED.
           MOVE WS-REQ-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '고객을 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 6100-DO-DECEASED
           END-READ
       6100-DO-DECEASED.
           IF CF-DECEASED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '이미 사망등록된 고객입니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '고객을 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 6600-DO-ESTATE-RELEASE
           END-READ
       6600-DO-ESTATE-RELEASE.
           IF NOT CF-DECEASED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '사망등록 고객이 아닙니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6610-VALIDATE-RELEASE-APPROVER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '고객을 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 6710-DO-KYC-VERIFY
           END-READ
               MOVE '해지된 고객입니다' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF CF-CUST-SEPARATED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '분리보관 고객입니다' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           PERFORM 3400-SET-KYC-DUE-DATE
           REWRITE CUSTOMER-RECORD
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '고객을 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 6810-DO-TAXEX-ENROLL
           END-READ
      *    뒷자리 첫째 1/2는 1900년대, 3/4는 2000년대 출생)
      *    자격만 등록한다. 세부 자격서류 확인은 창구 절차.
       6810-DO-TAXEX-ENROLL.
           IF CF-CUST-CLOSED OR CF-CUST-MERGED OR CF-CUST-SEPARATED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '등록불가 고객상태' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT CF-TYPE-INDIVIDUAL
               MOVE '0003' TO WS-RESP-CODE
               MOVE '개인고객만 가입 가능' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF CF-TAXEX-ENROLLED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '이미 가입된 고객입니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-BUILD-TIMESTAMP
                   ADD 1 TO WS-PROCESS-COUNT
           END-REWRITE.

       6900-PROCESS-COR-REGISTER.
           MOVE WS-REQ-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '고객을 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 6910-DO-COR-REGISTER
           END-READ
           PERFORM 8000-WRITE-AUDIT.

      *    거주자증명서 등록 - 조약세율 적용대상인 비거주자만
      *    등록한다. 만료일은 발급일 이후이면서 등록일 현재
      *    미경과여야 한다(갱신 제출도 동일 경로로 덮어쓰며,
      *    만료예정 안내일은 새 증명서 기준으로 초기화).
       6910-DO-COR-REGISTER.
           IF CF-CUST-CLOSED OR CF-CUST-MERGED OR CF-CUST-SEPARATED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '등록불가 고객상태' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF CF-TAX-RESID-CTRY = SPACES OR
              CF-TAX-RESID-CTRY = 'KR'
               MOVE '0003' TO WS-RESP-CODE
               MOVE '비거주자 아님(납세거주국 확인)'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-BUILD-TIMESTAMP
           IF WS-REQ-COR-ISSUE-DATE = SPACES OR
              WS-REQ-COR-EXPIRY-DATE = SPACES OR
              WS-REQ-COR-ISSUE-DATE > WS-TIMESTAMP(1:8) OR
              WS-REQ-COR-EXPIRY-DATE NOT > WS-REQ-COR-ISSUE-DATE
               MOVE '0003' TO WS-RESP-CODE
               MOVE '증명서 발급일/만료일 오류'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-COR-EXPIRY-DATE < WS-TIMESTAMP(1:8)
               MOVE '0003' TO WS-RESP-CODE
               MOVE '이미 만료된 증명서입니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-RECORD        TO WS-BEFORE-IMAGE
           MOVE WS-REQ-COR-ISSUE-DATE  TO CF-COR-ISSUE-DATE
           MOVE WS-REQ-COR-EXPIRY-DATE TO CF-COR-EXPIRY-DATE
           MOVE SPACES                 TO CF-COR-NOTICE-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE '9999' TO WS-RESP-CODE
                   MOVE '증명서 등록 오류' TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE '0000' TO WS-RESP-CODE
                   MOVE '거주자증명서 등록 완료'
                       TO WS-RESP-MESSAGE
                   PERFORM 7000-WRITE-CUST-HISTORY
                   ADD 1 TO WS-PROCESS-COUNT
           END-REWRITE.

       6950-PROCESS-SIGNATORY.
           MOVE WS-REQ-ACCOUNT-NO TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '계좌를 찾을 수 없습니다'
                       TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   PERFORM 6960-DO-SIGNATORY
           END-READ
           PERFORM 8000-WRITE-AUDIT.

      *    서명권자 등록부 유지 - 법인프로필이 있는(법인/개인
      *    사업자) 고객의 미해지 계좌만 대상으로 한다.
       6960-DO-SIGNATORY.
           IF AF-STATUS-CLOSED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '해지된 계좌입니다' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE AF-CUSTOMER-ID TO CO-CUSTOMER-ID
           READ CORP-PROFILE-FILE
               INVALID KEY
                   MOVE 'C' TO CO-STATUS
           END-READ
           IF NOT CO-STATUS-ACTIVE
               MOVE '0003' TO WS-RESP-CODE
               MOVE '법인/사업자 고객 계좌가 아닙니다'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-SIGNATORY-ID = SPACES
               MOVE '0003' TO WS-RESP-CODE
               MOVE '서명권자ID 필수' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-BUILD-TIMESTAMP
           MOVE WS-REQ-ACCOUNT-NO   TO SG-ACCOUNT-NO
           MOVE WS-REQ-SIGNATORY-ID TO SG-SIGNATORY-ID
           EVALUATE TRUE
               WHEN WS-REQ-SIGN-ADD
                   PERFORM 6970-ADD-SIGNATORY
               WHEN WS-REQ-SIGN-CHANGE
                   PERFORM 6980-CHANGE-SIGNATORY
               WHEN OTHER
                   PERFORM 6990-REVOKE-SIGNATORY
           END-EVALUATE.

      *    서명권자 등록 - 성명/주민번호/건별한도 필수, 시작일
      *    미입력시 당일. 해지된 ID도 이력 보존을 위해 재사용
      *    하지 않는다.
       6970-ADD-SIGNATORY.
           IF WS-REQ-SIGNER-NAME = SPACES OR
              WS-REQ-SIGN-LIMIT NOT > ZERO
               MOVE '0003' TO WS-RESP-CODE
               MOVE '서명권자명/거래한도 필수'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-SIGNER-RESNO(1:6) NOT NUMERIC OR
              WS-REQ-SIGNER-RESNO(7:1) NOT = '-' OR
              WS-REQ-SIGNER-RESNO(8:7) NOT NUMERIC
               MOVE '0003' TO WS-RESP-CODE
               MOVE '서명권자 주민번호 형식 오류'
                   TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           READ SIGNATORY-FILE
               NOT INVALID KEY
                   MOVE '0002' TO WS-RESP-CODE
                   MOVE '기등록 서명권자ID(해지분 포함)'
                       TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES              TO SIGNATORY-RECORD
           MOVE WS-REQ-ACCOUNT-NO   TO SG-ACCOUNT-NO
           MOVE WS-REQ-SIGNATORY-ID TO SG-SIGNATORY-ID
           MOVE AF-CUSTOMER-ID      TO SG-CUSTOMER-ID
           MOVE WS-REQ-SIGNER-NAME  TO SG-SIGNER-NAME
           MOVE WS-REQ-SIGNER-RESNO TO SG-SIGNER-RESNO
           MOVE WS-REQ-SIGNER-TITLE TO SG-SIGNER-TITLE
           MOVE WS-REQ-SIGN-LIMIT   TO SG-TXN-LIMIT
           IF WS-REQ-SIGN-FROM-DATE = SPACES
               MOVE WS-TIMESTAMP(1:8) TO SG-VALID-FROM
           ELSE
               MOVE WS-REQ-SIGN-FROM-DATE TO SG-VALID-FROM
           END-IF
           MOVE WS-REQ-SIGN-TO-DATE TO SG-VALID-TO
           PERFORM 6975-CHECK-SIGN-PERIOD
           IF NOT WS-RESP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE 'A'                 TO SG-STATUS
           MOVE WS-TIMESTAMP(1:8)   TO SG-REGISTER-DATE
           MOVE WS-REQ-OPERATOR-ID  TO SG-OPERATOR-ID
           WRITE SIGNATORY-RECORD
               INVALID KEY
                   MOVE '0002' TO WS-RESP-CODE
                   MOVE '서명권자 등록 중복' TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE '0000' TO WS-RESP-CODE
                   MOVE '서명권자 등록 완료' TO WS-RESP-MESSAGE
                   ADD 1 TO WS-PROCESS-COUNT
           END-WRITE.

      *    유효기간 검증 - 시작일은 일자형식, 종료일(선택)은
      *    시작일 이후이면서 당일 이후여야 한다.
       6975-CHECK-SIGN-PERIOD.
           MOVE '0000' TO WS-RESP-CODE
           IF SG-VALID-FROM NOT NUMERIC
               MOVE '0003' TO WS-RESP-CODE
               MOVE '서명권 시작일 오류' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF SG-VALID-TO NOT = SPACES
               IF SG-VALID-TO NOT NUMERIC OR
                  SG-VALID-TO < SG-VALID-FROM OR
                  SG-VALID-TO < WS-TIMESTAMP(1:8)
                   MOVE '0003' TO WS-RESP-CODE
                   MOVE '서명권 종료일 오류' TO WS-RESP-MESSAGE
               END-IF
           END-IF.

      *    서명권자 변경 - 입력된 항목(성명/직위/한도/기간)만
      *    반영한다.
       6980-CHANGE-SIGNATORY.
           READ SIGNATORY-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '미등록 서명권자' TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF SG-STATUS-REVOKED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '해지된 서명권자' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-SIGNER-NAME NOT = SPACES
               MOVE WS-REQ-SIGNER-NAME    TO SG-SIGNER-NAME
           END-IF
           IF WS-REQ-SIGNER-TITLE NOT = SPACES
               MOVE WS-REQ-SIGNER-TITLE   TO SG-SIGNER-TITLE
           END-IF
           IF WS-REQ-SIGN-LIMIT > ZERO
               MOVE WS-REQ-SIGN-LIMIT     TO SG-TXN-LIMIT
           END-IF
           IF WS-REQ-SIGN-FROM-DATE NOT = SPACES
               MOVE WS-REQ-SIGN-FROM-DATE TO SG-VALID-FROM
           END-IF
           IF WS-REQ-SIGN-TO-DATE NOT = SPACES
               MOVE WS-REQ-SIGN-TO-DATE   TO SG-VALID-TO
           END-IF
           PERFORM 6975-CHECK-SIGN-PERIOD
           IF NOT WS-RESP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-OPERATOR-ID TO SG-OPERATOR-ID
           REWRITE SIGNATORY-RECORD
               INVALID KEY
                   MOVE '9999' TO WS-RESP-CODE
                   MOVE '서명권자 변경 오류' TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE '0000' TO WS-RESP-CODE
                   MOVE '서명권자 변경 완료' TO WS-RESP-MESSAGE
                   ADD 1 TO WS-PROCESS-COUNT
           END-REWRITE.

       6990-REVOKE-SIGNATORY.
           READ SIGNATORY-FILE
               INVALID KEY
                   MOVE '0001' TO WS-RESP-CODE
                   MOVE '미등록 서명권자' TO WS-RESP-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF SG-STATUS-REVOKED
               MOVE '0003' TO WS-RESP-CODE
               MOVE '이미 해지된 서명권자' TO WS-RESP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'X'                TO SG-STATUS
           MOVE WS-TIMESTAMP(1:8)  TO SG-REVOKE-DATE
           MOVE WS-REQ-OPERATOR-ID TO SG-OPERATOR-ID
           REWRITE SIGNATORY-RECORD
               INVALID KEY
                   MOVE '9999' TO WS-RESP-CODE
                   MOVE '서명권자 해지 오류' TO WS-RESP-MESSAGE
               NOT INVALID KEY
                   MOVE '0000' TO WS-RESP-CODE
                   MOVE '서명권자 해지 완료' TO WS-RESP-MESSAGE
                   ADD 1 TO WS-PROCESS-COUNT
           END-REWRITE.

      *    계좌원장 변경저널 기록 - 직전 조회시점의 이미지와
      *    갱신 후 이미지를 함께 보존한다.
       8400-WRITE-ACCT-JOURNAL.
           PERFORM 1200-BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP          TO AR-TIMESTAMP
           MOVE 'ACCT022 '            TO AR-PROGRAM-ID
           IF WS-REQ-SIGNATORY
               MOVE WS-REQ-ACCOUNT-NO TO AR-ACCOUNT-NO
           ELSE
               MOVE WS-REQ-CUSTOMER-ID TO AR-ACCOUNT-NO
           END-IF
           MOVE WS-REQ-FUNCTION       TO AR-ACTION-CODE
           MOVE WS-REQ-OPERATOR-ID    TO AR-OPERATOR-ID
           MOVE WS-RESP-CODE          TO AR-RESULT-CODE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-CHAIN-FILE
           CLOSE CUST-HIST-FILE
           CLOSE CUST-SEQUENCE-FILE
           CLOSE CONSENT-FILE
           CLOSE CORP-PROFILE-FILE
           CLOSE SIGNATORY-FILE.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
