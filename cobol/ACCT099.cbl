      ******************************************************************
      * PROGRAM-ID: ACCT099
      * DESCRIPTION: 타행입금 수신 배치 프로그램
      *              - 대외망 타행입금 수신파일(IBKIN, HD/DT/TR
      *                구성)의 헤더/트레일러 통제합계(건수/금액)를
      *                먼저 검증하여 불일치시 전체 미처리(RC=8)
      *              - 건별로 수취계좌(가상계좌는 VIRTACCT 경유
      *                모계좌), 계좌상태, 통화, 수취금지(BLOCKLST
      *                수취/송금계좌), 수취인명(CUSTMST 예금주명,
      *                허용오차 내 일치)을 검증
      *              - 정상건은 ACCT002 DEPO로 입금(송금은행/
      *                송금계좌를 상대계좌 정보로 기록, 망참조번호
      *                멱등)
      *              - 수취불가건(계좌없음/해지/통화/수취인명
      *                불일치)은 반환파일(IBKRJT)로 대외망 반환,
      *                보류대상건(수취금지/사고·휴면/기표실패)은
      *                미결산원장(SUSPLDG) 대변으로 적재(정리는
      *                ACCT060)
      *              - 수신 리포트(IBKIRPT) 생성
      * AUTHOR     : MIGRATION-TEST
      * DATE       : 2026-10-15
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15 : 최초 작성
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT099.
       AUTHOR. MIGRATION-TEST.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IBK-IN-FILE
               ASSIGN TO 'IBKIN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AF-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT VIRTUAL-ACCT-FILE
               ASSIGN TO 'VIRTACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VA-VIRTUAL-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BLOCKLIST-FILE
               ASSIGN TO 'BLOCKLST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO 'SUSPLDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT IBK-REJECT-FILE
               ASSIGN TO 'IBKRJT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT IBK-IN-REPORT-FILE
               ASSIGN TO 'IBKIRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    대외망 타행입금 수신파일 - HD(헤더)/DT(건별)/TR
      *    (트레일러). 금액은 원화 정수부13+소수2 부호없는 숫자.
       FD  IBK-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  IBK-IN-RECORD.
           05  IN-RECORD-TYPE        PIC X(02).
               88  IN-TYPE-HEADER    VALUE 'HD'.
               88  IN-TYPE-DETAIL    VALUE 'DT'.
               88  IN-TYPE-TRAILER   VALUE 'TR'.
           05  IN-DETAIL-AREA.
               10  IN-NET-REF        PIC X(20).
               10  IN-SEND-BANK      PIC X(03).
               10  IN-SEND-ACCT      PIC X(12).
               10  IN-SENDER-NAME    PIC X(30).
               10  IN-BENE-ACCT      PIC X(12).
               10  IN-BENE-NAME      PIC X(30).
               10  IN-AMOUNT         PIC 9(13)V99.
               10  IN-CURRENCY       PIC X(03).
               10  IN-VALUE-DATE     PIC X(08).
               10  IN-FILLER         PIC X(15).
           05  IN-HEADER-AREA REDEFINES IN-DETAIL-AREA.
               10  IN-HD-FILE-DATE   PIC X(08).
               10  IN-HD-NETWORK-ID  PIC X(04).
               10  IN-HD-FILE-SEQ    PIC 9(04).
               10  IN-HD-FILLER      PIC X(132).
           05  IN-TRAILER-AREA REDEFINES IN-DETAIL-AREA.
               10  IN-TR-TOTAL-COUNT PIC 9(07).
               10  IN-TR-TOTAL-AMOUNT PIC 9(15)V99.
               10  IN-TR-FILLER      PIC X(124).

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
               88  AF-STATUS-ACTIVE  VALUE 'A'.
               88  AF-STATUS-CLOSED  VALUE 'C'.
               88  AF-STATUS-FROZEN  VALUE 'F'.
               88  AF-STATUS-DORMANT VALUE 'D'.
           05  AF-INTEREST-RATE      PIC S9(03)V9(04) COMP-3.
           05  AF-LAST-TXN-DATE      PIC X(08).
           05  AF-OVERDRAFT-LIMIT    PIC S9(09)V99 COMP-3.
           05  AF-BRANCH-CODE        PIC X(04).
           05  AF-CURRENCY-CODE      PIC X(03).
           05  AF-FILLER             PIC X(54).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CF-CUSTOMER-ID        PIC X(10).
           05  CF-CUSTOMER-NAME      PIC X(50).
           05  CF-FILLER             PIC X(300).

       FD  VIRTUAL-ACCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  VIRTUAL-ACCT-RECORD.
           05  VA-VIRTUAL-NO         PIC X(12).
           05  VA-PARENT-ACCT        PIC X(12).
           05  VA-COMPANY-ID         PIC X(10).
           05  VA-PAYER-REF          PIC X(20).
           05  VA-EXPIRY-DATE        PIC X(08).
           05  VA-STATUS             PIC X(01).
               88  VA-STATUS-ACTIVE  VALUE 'A'.
               88  VA-STATUS-CLOSED  VALUE 'X'.
           05  VA-FILLER             PIC X(17).

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
               88  BL-STATUS-LIFTED  VALUE 'L'.
           05  BL-FILLER             PIC X(18).

      *    미결산(SUSPENSE) 원장 - 미매칭 교환/수납 자금의
      *    임시 보관처(정리는 ACCT060)
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  SUSPENSE-RECORD.
           05  SL-KEY.
               10  SL-ENTRY-DATE     PIC X(08).
               10  SL-ENTRY-SEQ      PIC 9(06).
           05  SL-DR-CR              PIC X(01).
               88  SL-DEBIT          VALUE 'D'.
               88  SL-CREDIT         VALUE 'C'.
           05  SL-AMOUNT             PIC S9(13)V99 COMP-3.
           05  SL-REASON-CODE        PIC X(04).
           05  SL-SOURCE-PGM         PIC X(08).
           05  SL-SOURCE-REF         PIC X(20).
           05  SL-ORIG-ACCT          PIC X(12).
           05  SL-STATUS             PIC X(01).
               88  SL-STATUS-OPEN     VALUE 'O'.
               88  SL-STATUS-REPOSTED VALUE 'R'.
               88  SL-STATUS-RETURNED VALUE 'T'.
           05  SL-RESOLVE-DATE       PIC X(08).
           05  SL-RESOLVE-REF        PIC X(12).
           05  SL-FILLER             PIC X(12).

      *    대외망 반환파일 - HD/DT/TR. DT는 원 망참조번호와
      *    반환사유를 회신한다.
       FD  IBK-REJECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  IBK-REJECT-RECORD.
           05  RJ-RECORD-TYPE        PIC X(02).
           05  RJ-NET-REF            PIC X(20).
           05  RJ-SEND-BANK          PIC X(03).
           05  RJ-SEND-ACCT          PIC X(12).
           05  RJ-BENE-ACCT          PIC X(12).
           05  RJ-AMOUNT             PIC 9(13)V99.
           05  RJ-REASON-CODE        PIC X(04).
           05  RJ-RETURN-DATE        PIC X(08).
           05  RJ-FILLER             PIC X(24).

       FD  IBK-IN-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  IBK-IN-REPORT-RECORD.
           05  IIRPT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS            PIC X(02).
           88  WS-FILE-OK            VALUE '00'.
           88  WS-FILE-EOF           VALUE '10'.
           88  WS-FILE-NOT-FOUND     VALUE '23'.

      *    실행파라미터 - 기준일, 수취인명 허용오차(바이트,
      *    생략시 3 = 한글 1자)
       01  WS-RUN-PARM.
           05  WS-RUN-DATE           PIC X(08).
           05  WS-NAME-TOLERANCE     PIC 9(02).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-VIRTUAL-OPEN-SW    PIC X(01) VALUE 'N'.
               88  WS-VIRTUAL-OPEN   VALUE 'Y'.
           05  WS-FILE-REJECT-SW     PIC X(01) VALUE 'N'.
               88  WS-FILE-REJECTED  VALUE 'Y'.
           05  WS-HEADER-SEEN-SW     PIC X(01) VALUE 'N'.
               88  WS-HEADER-SEEN    VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW    PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN   VALUE 'Y'.
           05  WS-NAME-MATCH-SW      PIC X(01) VALUE 'N'.
               88  WS-NAME-MATCHED   VALUE 'Y'.

      *    건별 처리구분 - P:입금 R:대외망 반환 S:미결산 보류
       01  WS-DISPOSITION-AREA.
           05  WS-DISPOSITION        PIC X(01).
               88  WS-DISP-POST      VALUE 'P'.
               88  WS-DISP-REJECT    VALUE 'R'.
               88  WS-DISP-SUSPENSE  VALUE 'S'.
           05  WS-REASON-CODE        PIC X(04).
           05  WS-REASON-TEXT        PIC X(40).
           05  WS-RESOLVED-ACCT      PIC X(12).
           05  WS-IN-CURRENCY        PIC X(03).
           05  WS-ACCT-CURRENCY      PIC X(03).
           05  WS-SECOND-HOLDER      PIC X(10).

      *    통제합계 - 1차 판독에서 DT 건수/금액을 집계하여
      *    트레일러와 대사한다.
       01  WS-CONTROL-AREA.
           05  WS-CTL-DETAIL-COUNT   PIC 9(07).
           05  WS-CTL-DETAIL-AMOUNT  PIC 9(15)V99.
           05  WS-CTL-TR-COUNT       PIC 9(07).
           05  WS-CTL-TR-AMOUNT      PIC 9(15)V99.
           05  WS-CTL-HD-DATE        PIC X(08).
           05  WS-CTL-RECORD-COUNT   PIC 9(07).
           05  WS-CTL-REJECT-TEXT    PIC X(60).

      *    수취인명 비교 - 공백/괄호/마침표를 제거한 압축명을
      *    바이트 단위로 대조한다. 길이가 같으면 상이 바이트
      *    수가 허용오차 이내, 길이가 다르면 짧은 쪽(6바이트
      *    이상)이 긴 쪽의 앞부분과 같을 때(망 전문의 이름
      *    절단) 일치로 본다.
       01  WS-NAME-WORK.
           05  WS-NAME-SOURCE        PIC X(50).
           05  WS-NAME-PACKED        PIC X(50).
           05  WS-NAME-PACKED-LEN    PIC 9(03) COMP.
           05  WS-NAME-IN            PIC X(50).
           05  WS-NAME-IN-LEN        PIC 9(03) COMP.
           05  WS-NAME-HOLDER        PIC X(50).
           05  WS-NAME-HOLDER-LEN    PIC 9(03) COMP.
           05  WS-NAME-SHORT-LEN     PIC 9(03) COMP.
           05  WS-NAME-DIFF-COUNT    PIC 9(03) COMP.
           05  WS-NAME-SRC-IDX       PIC 9(03) COMP.
           05  WS-NAME-CMP-IDX       PIC 9(03) COMP.
           05  WS-NAME-CHAR          PIC X(01).

       01  WS-SUSPENSE-AREA.
           05  WS-SUSP-NEXT-SEQ      PIC 9(06).
           05  WS-SUSP-EOF-SW        PIC X(01).
               88  WS-SUSP-EOF       VALUE 'Y'.

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

       01  WS-TOTAL-AREA.
           05  WS-DETAIL-COUNT       PIC 9(07).
           05  WS-POSTED-COUNT       PIC 9(07).
           05  WS-POSTED-AMOUNT      PIC S9(15)V99 COMP-3.
           05  WS-REJECT-COUNT       PIC 9(07).
           05  WS-REJECT-AMOUNT      PIC S9(15)V99 COMP-3.
           05  WS-SUSPENSE-COUNT     PIC 9(07).
           05  WS-SUSPENSE-AMOUNT    PIC S9(15)V99 COMP-3.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER         PIC X(200).
           05  WS-RPT-DETAIL         PIC X(200).
           05  WS-RPT-TOTAL          PIC X(200).

       01  WS-DISPLAY-WORK.
           05  WS-DSP-AMOUNT         PIC -(13)9.99.
           05  WS-DSP-TOTAL          PIC -(15)9.99.
           05  WS-DSP-TOTAL-2        PIC -(15)9.99.
           05  WS-DSP-COUNT          PIC 9(07).
           05  WS-DSP-DISPOSITION    PIC X(12).

       01  WS-ERROR-MESSAGE          PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-CONTROL-TOTALS
           IF NOT WS-FILE-REJECTED
               PERFORM 3000-PROCESS-CREDITS
               PERFORM 5000-WRITE-TOTALS
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-TOTAL-AREA
           INITIALIZE WS-CONTROL-AREA
           MOVE SPACES TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM SYSIN
           IF WS-NAME-TOLERANCE NOT NUMERIC OR
              WS-NAME-TOLERANCE = ZERO
               MOVE 3 TO WS-NAME-TOLERANCE
           END-IF
           PERFORM 1100-OPEN-FILES
           MOVE SPACES TO WS-RPT-HEADER
           STRING '타행입금 수신 리포트 | 기준일:'
                                      DELIMITED SIZE
                  WS-RUN-DATE                     DELIMITED SIZE
                  INTO WS-RPT-HEADER
           MOVE WS-RPT-HEADER TO IIRPT-LINE
           WRITE IBK-IN-REPORT-RECORD.

       1100-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-FILE-OK
               MOVE 'ACCTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'CUSTMST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN INPUT VIRTUAL-ACCT-FILE
           IF WS-FILE-OK
               SET WS-VIRTUAL-OPEN TO TRUE
           END-IF
           OPEN INPUT BLOCKLIST-FILE
           IF NOT WS-FILE-OK
               MOVE 'BLOCKLST 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN I-O SUSPENSE-FILE
           IF WS-FILE-STATUS = '35'
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF NOT WS-FILE-OK
               MOVE 'SUSPLDG 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT IBK-REJECT-FILE
           IF NOT WS-FILE-OK
               MOVE 'IBKRJT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           OPEN OUTPUT IBK-IN-REPORT-FILE
           IF NOT WS-FILE-OK
               MOVE 'IBKIRPT 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF.

      *    1차 판독 - 첫 레코드는 기준일자의 HD, 마지막은 TR
      *    이어야 하며 DT 건수/금액 합계가 TR과 일치해야 한다.
      *    불일치시 어떤 건도 기표하지 않고 파일 전체를 보류.
       2000-VERIFY-CONTROL-TOTALS.
           OPEN INPUT IBK-IN-FILE
           IF NOT WS-FILE-OK
               MOVE 'IBKIN 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 2100-READ-CONTROL-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE IBK-IN-FILE
           EVALUATE TRUE
               WHEN NOT WS-HEADER-SEEN
                   MOVE '헤더(HD) 누락' TO WS-CTL-REJECT-TEXT
               WHEN WS-CTL-HD-DATE NOT = WS-RUN-DATE
                   MOVE '헤더 파일일자 불일치'
                       TO WS-CTL-REJECT-TEXT
               WHEN NOT WS-TRAILER-SEEN
                   MOVE '트레일러(TR) 누락' TO WS-CTL-REJECT-TEXT
               WHEN WS-CTL-TR-COUNT NOT = WS-CTL-DETAIL-COUNT
                   MOVE '트레일러 건수 불일치'
                       TO WS-CTL-REJECT-TEXT
               WHEN WS-CTL-TR-AMOUNT NOT = WS-CTL-DETAIL-AMOUNT
                   MOVE '트레일러 금액 불일치'
                       TO WS-CTL-REJECT-TEXT
           END-EVALUATE
           IF WS-CTL-REJECT-TEXT NOT = SPACES
               SET WS-FILE-REJECTED TO TRUE
               PERFORM 2200-WRITE-CONTROL-REJECT
           END-IF.

       2100-READ-CONTROL-RECORD.
           READ IBK-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTL-RECORD-COUNT
                   IF WS-TRAILER-SEEN
                       MOVE '트레일러 이후 레코드 존재'
                           TO WS-CTL-REJECT-TEXT
                   END-IF
                   EVALUATE TRUE
                       WHEN IN-TYPE-HEADER AND
                            WS-CTL-RECORD-COUNT = 1
                           SET WS-HEADER-SEEN TO TRUE
                           MOVE IN-HD-FILE-DATE TO WS-CTL-HD-DATE
                       WHEN IN-TYPE-DETAIL
                           ADD 1 TO WS-CTL-DETAIL-COUNT
                           IF IN-AMOUNT NUMERIC
                               ADD IN-AMOUNT TO WS-CTL-DETAIL-AMOUNT
                           END-IF
                       WHEN IN-TYPE-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE IN-TR-TOTAL-COUNT TO WS-CTL-TR-COUNT
                           MOVE IN-TR-TOTAL-AMOUNT
                               TO WS-CTL-TR-AMOUNT
                       WHEN OTHER
                           MOVE '레코드구분 오류'
                               TO WS-CTL-REJECT-TEXT
                   END-EVALUATE
           END-READ.

       2200-WRITE-CONTROL-REJECT.
           MOVE WS-CTL-DETAIL-COUNT TO WS-DSP-COUNT
           MOVE WS-CTL-DETAIL-AMOUNT TO WS-DSP-TOTAL
           MOVE WS-CTL-TR-AMOUNT     TO WS-DSP-TOTAL-2
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '*** 통제합계 오류 - 파일 전체 미처리 | '
                                    DELIMITED SIZE
               WS-CTL-REJECT-TEXT   DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO IIRPT-LINE
           WRITE IBK-IN-REPORT-RECORD
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               '    DT건수:'        DELIMITED SIZE
               WS-DSP-COUNT         DELIMITED SIZE
               ' TR건수:'           DELIMITED SIZE
               WS-CTL-TR-COUNT      DELIMITED SIZE
               ' DT금액:'           DELIMITED SIZE
               WS-DSP-TOTAL         DELIMITED SIZE
               ' TR금액:'           DELIMITED SIZE
               WS-DSP-TOTAL-2       DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO IIRPT-LINE
           WRITE IBK-IN-REPORT-RECORD
           MOVE 8 TO RETURN-CODE.

      *    2차 판독 - DT 건별 검증/처리
       3000-PROCESS-CREDITS.
           OPEN INPUT IBK-IN-FILE
           IF NOT WS-FILE-OK
               MOVE 'IBKIN 오픈실패' TO WS-ERROR-MESSAGE
               PERFORM 9900-ABEND-HANDLER
           END-IF
           PERFORM 3900-WRITE-REJECT-HEADER
           MOVE 'N' TO WS-END-OF-FILE-SW
           PERFORM 3010-READ-NEXT-CREDIT
               UNTIL WS-END-OF-FILE
           PERFORM 3910-WRITE-REJECT-TRAILER
           CLOSE IBK-IN-FILE.

       3010-READ-NEXT-CREDIT.
           READ IBK-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF IN-TYPE-DETAIL
                       ADD 1 TO WS-DETAIL-COUNT
                       PERFORM 3100-VALIDATE-CREDIT
                       IF WS-DISP-POST
                           PERFORM 3500-POST-CREDIT
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-DISP-POST
                               ADD 1 TO WS-POSTED-COUNT
                               ADD IN-AMOUNT TO WS-POSTED-AMOUNT
                           WHEN WS-DISP-REJECT
                               PERFORM 3600-RETURN-TO-NETWORK
                           WHEN OTHER
                               PERFORM 3700-PARK-IN-SUSPENSE
                       END-EVALUATE
                       PERFORM 4000-WRITE-DETAIL-LINE
                   END-IF
           END-READ.

      *    건별 검증 - 수취불가(계좌없음/해지/통화/수취인명)는
      *    반환, 수취금지 등재/사고·휴면은 미결산 보류.
       3100-VALIDATE-CREDIT.
           SET WS-DISP-POST TO TRUE
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-REASON-TEXT
           MOVE IN-BENE-ACCT TO WS-RESOLVED-ACCT
           IF IN-AMOUNT NOT NUMERIC OR IN-AMOUNT = ZERO
               SET WS-DISP-REJECT TO TRUE
               MOVE 'I001' TO WS-REASON-CODE
               MOVE '입금금액 오류' TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-RESOLVE-BENEFICIARY
           IF NOT WS-DISP-POST
               EXIT PARAGRAPH
           END-IF
           IF AF-STATUS-CLOSED
               SET WS-DISP-REJECT TO TRUE
               MOVE 'I004' TO WS-REASON-CODE
               MOVE '해지계좌' TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE IN-CURRENCY      TO WS-IN-CURRENCY
           MOVE AF-CURRENCY-CODE TO WS-ACCT-CURRENCY
           IF WS-IN-CURRENCY = SPACES
               MOVE 'KRW' TO WS-IN-CURRENCY
           END-IF
           IF WS-ACCT-CURRENCY = SPACES
               MOVE 'KRW' TO WS-ACCT-CURRENCY
           END-IF
           IF WS-IN-CURRENCY NOT = WS-ACCT-CURRENCY
               SET WS-DISP-REJECT TO TRUE
               MOVE 'I005' TO WS-REASON-CODE
               MOVE '통화 불일치' TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3300-CHECK-PAYEE-NAME
           IF NOT WS-NAME-MATCHED
               SET WS-DISP-REJECT TO TRUE
               MOVE 'I006' TO WS-REASON-CODE
               MOVE '수취인명 불일치' TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3400-SCREEN-BLOCKLIST
           IF NOT WS-DISP-POST
               EXIT PARAGRAPH
           END-IF
           IF AF-STATUS-FROZEN OR AF-STATUS-DORMANT
               SET WS-DISP-SUSPENSE TO TRUE
               MOVE 'I008' TO WS-REASON-CODE
               MOVE '사고/휴면계좌 - 입금보류'
                   TO WS-REASON-TEXT
           END-IF.

      *    수취계좌 - 원장에 없으면 가상계좌로 조회하여 모계좌를
      *    수취계좌로 본다(ACCT002 가상계좌 입금경로와 동일).
       3200-RESOLVE-BENEFICIARY.
           MOVE IN-BENE-ACCT TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM 3210-RESOLVE-VIRTUAL
           END-READ.

       3210-RESOLVE-VIRTUAL.
           IF NOT WS-VIRTUAL-OPEN
               SET WS-DISP-REJECT TO TRUE
               MOVE 'I002' TO WS-REASON-CODE
               MOVE '수취계좌 없음' TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE IN-BENE-ACCT TO VA-VIRTUAL-NO
           READ VIRTUAL-ACCT-FILE
               INVALID KEY
                   SET WS-DISP-REJECT TO TRUE
                   MOVE 'I002' TO WS-REASON-CODE
                   MOVE '수취계좌 없음' TO WS-REASON-TEXT
                   EXIT PARAGRAPH
           END-READ
           IF NOT VA-STATUS-ACTIVE OR
              (VA-EXPIRY-DATE NOT = SPACES AND
               VA-EXPIRY-DATE < WS-RUN-DATE)
               SET WS-DISP-REJECT TO TRUE
               MOVE 'I003' TO WS-REASON-CODE
               MOVE '해지/만기경과 가상계좌' TO WS-REASON-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE VA-PARENT-ACCT TO WS-RESOLVED-ACCT
           MOVE VA-PARENT-ACCT TO AF-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   SET WS-DISP-REJECT TO TRUE
                   MOVE 'I002' TO WS-REASON-CODE
                   MOVE '가상계좌 모계좌 없음'
                       TO WS-REASON-TEXT
           END-READ.

      *    수취인명 대조 - 주 예금주, 공동명의면 제2예금주까지
       3300-CHECK-PAYEE-NAME.
           MOVE 'N' TO WS-NAME-MATCH-SW
           MOVE IN-BENE-NAME TO WS-NAME-SOURCE
           PERFORM 3310-PACK-NAME
           MOVE WS-NAME-PACKED     TO WS-NAME-IN
           MOVE WS-NAME-PACKED-LEN TO WS-NAME-IN-LEN
           IF WS-NAME-IN-LEN = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE AF-CUSTOMER-ID-2 TO WS-SECOND-HOLDER
           MOVE AF-CUSTOMER-ID   TO CF-CUSTOMER-ID
           PERFORM 3320-COMPARE-HOLDER
           IF WS-NAME-MATCHED
               EXIT PARAGRAPH
           END-IF
           IF WS-SECOND-HOLDER NOT = SPACES
               MOVE WS-SECOND-HOLDER TO CF-CUSTOMER-ID
               PERFORM 3320-COMPARE-HOLDER
           END-IF.

       3310-PACK-NAME.
           MOVE SPACES TO WS-NAME-PACKED
           MOVE ZERO   TO WS-NAME-PACKED-LEN
           PERFORM 3315-PACK-ONE-BYTE
               VARYING WS-NAME-SRC-IDX FROM 1 BY 1
               UNTIL WS-NAME-SRC-IDX > 50.

       3315-PACK-ONE-BYTE.
           MOVE WS-NAME-SOURCE(WS-NAME-SRC-IDX:1) TO WS-NAME-CHAR
           IF WS-NAME-CHAR NOT = SPACE AND
              WS-NAME-CHAR NOT = '(' AND
              WS-NAME-CHAR NOT = ')' AND
              WS-NAME-CHAR NOT = '.'
               ADD 1 TO WS-NAME-PACKED-LEN
               MOVE WS-NAME-CHAR
                   TO WS-NAME-PACKED(WS-NAME-PACKED-LEN:1)
           END-IF.

       3320-COMPARE-HOLDER.
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CF-CUSTOMER-NAME TO WS-NAME-SOURCE
           PERFORM 3310-PACK-NAME
           MOVE WS-NAME-PACKED     TO WS-NAME-HOLDER
           MOVE WS-NAME-PACKED-LEN TO WS-NAME-HOLDER-LEN
           IF WS-NAME-HOLDER-LEN = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-NAME-IN-LEN = WS-NAME-HOLDER-LEN
               MOVE ZERO TO WS-NAME-DIFF-COUNT
               PERFORM 3325-COUNT-DIFF-BYTE
                   VARYING WS-NAME-CMP-IDX FROM 1 BY 1
                   UNTIL WS-NAME-CMP-IDX > WS-NAME-IN-LEN
               IF WS-NAME-DIFF-COUNT <= WS-NAME-TOLERANCE
                   SET WS-NAME-MATCHED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-NAME-IN-LEN < WS-NAME-HOLDER-LEN
               MOVE WS-NAME-IN-LEN TO WS-NAME-SHORT-LEN
           ELSE
               MOVE WS-NAME-HOLDER-LEN TO WS-NAME-SHORT-LEN
           END-IF
           IF WS-NAME-SHORT-LEN >= 6 AND
              WS-NAME-IN(1:WS-NAME-SHORT-LEN) =
              WS-NAME-HOLDER(1:WS-NAME-SHORT-LEN)
               SET WS-NAME-MATCHED TO TRUE
           END-IF.

       3325-COUNT-DIFF-BYTE.
           IF WS-NAME-IN(WS-NAME-CMP-IDX:1) NOT =
              WS-NAME-HOLDER(WS-NAME-CMP-IDX:1)
               ADD 1 TO WS-NAME-DIFF-COUNT
           END-IF.

      *    수취금지 대조 - 수취계좌(당행: 은행코드 공백, 가상
      *    계좌는 모계좌)와 송금은행+송금계좌의 유효 등재건
       3400-SCREEN-BLOCKLIST.
           MOVE SPACES           TO BL-BANK-CODE
           MOVE WS-RESOLVED-ACCT TO BL-ACCOUNT-NO
           PERFORM 3410-CHECK-BLOCKLIST-ENTRY
           IF NOT WS-DISP-POST
               EXIT PARAGRAPH
           END-IF
           MOVE IN-SEND-BANK TO BL-BANK-CODE
           MOVE IN-SEND-ACCT TO BL-ACCOUNT-NO
           PERFORM 3410-CHECK-BLOCKLIST-ENTRY.

       3410-CHECK-BLOCKLIST-ENTRY.
           READ BLOCKLIST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT BL-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF BL-EFFECTIVE-FROM NOT = SPACES AND
              WS-RUN-DATE < BL-EFFECTIVE-FROM
               EXIT PARAGRAPH
           END-IF
           IF BL-EFFECTIVE-TO NOT = SPACES AND
              WS-RUN-DATE > BL-EFFECTIVE-TO
               EXIT PARAGRAPH
           END-IF
           SET WS-DISP-SUSPENSE TO TRUE
           MOVE 'I007' TO WS-REASON-CODE
           MOVE '수취금지 등재계좌 - 입금보류'
               TO WS-REASON-TEXT.

      *    입금 기표 - 가상계좌는 가상번호 그대로 넘겨 ACCT002가
      *    모계좌 치환/가상번호 수록을 하게 한다. 망참조번호를
      *    참조번호로 사용하여 재수신시에도 이중입금되지 않는다.
       3500-POST-CREDIT.
           MOVE IN-BENE-ACCT    TO WS-TXN-ACCOUNT-NO
           MOVE 'DEPO'          TO WS-TXN-TYPE
           MOVE IN-AMOUNT       TO WS-TXN-AMOUNT
           MOVE IN-SEND-ACCT    TO WS-TXN-COUNTER-ACCT-NO
           MOVE 'BATC'          TO WS-TXN-CHANNEL
           MOVE IN-NET-REF      TO WS-TXN-CLIENT-REF
           MOVE SPACES          TO WS-TXN-ORIG-TXN-ID
           MOVE 'ACCT099 '      TO WS-TXN-OPERATOR-ID
           MOVE SPACE           TO WS-TXN-PEND-BYPASS
           MOVE SPACES          TO WS-TXN-ORIG-BRANCH
           MOVE IN-VALUE-DATE   TO WS-TXN-VALUE-DATE
           MOVE SPACE           TO WS-TXN-GUARDIAN-APPR
           MOVE IN-SEND-BANK    TO WS-TXN-COUNTER-BANK
           MOVE SPACES          TO WS-TXN-CARD-NO
           MOVE SPACES          TO WS-TXN-REV-TXN-ID
           MOVE SPACES          TO WS-TXN-AGENT-ID
           MOVE SPACES          TO WS-TXN-SIGNATORY-ID
           MOVE SPACES          TO WS-TXN-NAMEVER-REF
           CALL 'ACCT002' USING WS-ACCT002-LINKAGE
           IF WS-TXN-RESULT-CODE NOT = '0000'
               SET WS-DISP-SUSPENSE TO TRUE
               MOVE 'I009' TO WS-REASON-CODE
               MOVE SPACES TO WS-REASON-TEXT
               STRING '입금기표 실패 RC:'  DELIMITED SIZE
                      WS-TXN-RESULT-CODE  DELIMITED SIZE
                      INTO WS-REASON-TEXT
           END-IF.

       3600-RETURN-TO-NETWORK.
           MOVE SPACES         TO IBK-REJECT-RECORD
           MOVE 'DT'           TO RJ-RECORD-TYPE
           MOVE IN-NET-REF     TO RJ-NET-REF
           MOVE IN-SEND-BANK   TO RJ-SEND-BANK
           MOVE IN-SEND-ACCT   TO RJ-SEND-ACCT
           MOVE IN-BENE-ACCT   TO RJ-BENE-ACCT
           IF IN-AMOUNT NUMERIC
               MOVE IN-AMOUNT  TO RJ-AMOUNT
               ADD IN-AMOUNT   TO WS-REJECT-AMOUNT
           ELSE
               MOVE ZERO       TO RJ-AMOUNT
           END-IF
           MOVE WS-REASON-CODE TO RJ-REASON-CODE
           MOVE WS-RUN-DATE    TO RJ-RETURN-DATE
           WRITE IBK-REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

      *    미결산 적재 - 대변(C) 미결로 적재하고 ACCT060에서
      *    재기표(R) 또는 송금은행 반환(T)으로 정리한다.
       3700-PARK-IN-SUSPENSE.
           MOVE ZERO TO WS-SUSP-NEXT-SEQ
           MOVE 'N'  TO WS-SUSP-EOF-SW
           MOVE WS-RUN-DATE TO SL-ENTRY-DATE
           MOVE ZERO        TO SL-ENTRY-SEQ
           START SUSPENSE-FILE KEY IS >= SL-KEY
               INVALID KEY
                   SET WS-SUSP-EOF TO TRUE
           END-START
           PERFORM 3710-READ-NEXT-SUSP-SEQ
               UNTIL WS-SUSP-EOF
           ADD 1 TO WS-SUSP-NEXT-SEQ
           MOVE WS-RUN-DATE       TO SL-ENTRY-DATE
           MOVE WS-SUSP-NEXT-SEQ  TO SL-ENTRY-SEQ
           MOVE 'C'               TO SL-DR-CR
           MOVE IN-AMOUNT         TO SL-AMOUNT
           MOVE WS-REASON-CODE    TO SL-REASON-CODE
           MOVE 'ACCT099 '        TO SL-SOURCE-PGM
           MOVE IN-NET-REF        TO SL-SOURCE-REF
           MOVE WS-RESOLVED-ACCT  TO SL-ORIG-ACCT
           MOVE 'O'               TO SL-STATUS
           MOVE SPACES            TO SL-RESOLVE-DATE
           MOVE SPACES            TO SL-RESOLVE-REF
           MOVE SPACES            TO SL-FILLER
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD IN-AMOUNT TO WS-SUSPENSE-AMOUNT.

       3710-READ-NEXT-SUSP-SEQ.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-SUSP-EOF TO TRUE
               NOT AT END
                   IF SL-ENTRY-DATE NOT = WS-RUN-DATE
                       SET WS-SUSP-EOF TO TRUE
                   ELSE
                       MOVE SL-ENTRY-SEQ TO WS-SUSP-NEXT-SEQ
                   END-IF
           END-READ.

       3900-WRITE-REJECT-HEADER.
           MOVE SPACES      TO IBK-REJECT-RECORD
           MOVE 'HD'        TO RJ-RECORD-TYPE
           MOVE ZERO        TO RJ-AMOUNT
           MOVE WS-RUN-DATE TO RJ-RETURN-DATE
           WRITE IBK-REJECT-RECORD.

       3910-WRITE-REJECT-TRAILER.
           MOVE SPACES           TO IBK-REJECT-RECORD
           MOVE 'TR'             TO RJ-RECORD-TYPE
           MOVE WS-REJECT-COUNT  TO RJ-NET-REF(1:7)
           MOVE WS-REJECT-AMOUNT TO RJ-AMOUNT
           MOVE WS-RUN-DATE      TO RJ-RETURN-DATE
           WRITE IBK-REJECT-RECORD.

       4000-WRITE-DETAIL-LINE.
           EVALUATE TRUE
               WHEN WS-DISP-POST
                   MOVE '입금'     TO WS-DSP-DISPOSITION
               WHEN WS-DISP-REJECT
                   MOVE '반환'     TO WS-DSP-DISPOSITION
               WHEN OTHER
                   MOVE '미결보류' TO WS-DSP-DISPOSITION
           END-EVALUATE
           IF IN-AMOUNT NUMERIC
               MOVE IN-AMOUNT TO WS-DSP-AMOUNT
           ELSE
               MOVE ZERO TO WS-DSP-AMOUNT
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING
               IN-NET-REF         DELIMITED SIZE
               ' 송금:'           DELIMITED SIZE
               IN-SEND-BANK       DELIMITED SIZE
               '-'                DELIMITED SIZE
               IN-SEND-ACCT       DELIMITED SIZE
               ' 수취:'           DELIMITED SIZE
               IN-BENE-ACCT       DELIMITED SIZE
               ' 금액:'           DELIMITED SIZE
               WS-DSP-AMOUNT      DELIMITED SIZE
               ' | '              DELIMITED SIZE
               WS-DSP-DISPOSITION DELIMITED SPACE
               ' '                DELIMITED SIZE
               WS-REASON-CODE     DELIMITED SIZE
               ' '                DELIMITED SIZE
               WS-REASON-TEXT     DELIMITED SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO IIRPT-LINE
           WRITE IBK-IN-REPORT-RECORD.

       5000-WRITE-TOTALS.
           MOVE WS-CTL-DETAIL-AMOUNT TO WS-DSP-TOTAL
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===통제합계=== 수신:' DELIMITED SIZE
               WS-DETAIL-COUNT        DELIMITED SIZE
               ' 금액:'               DELIMITED SIZE
               WS-DSP-TOTAL           DELIMITED SIZE
               ' (HD/TR 일치)'        DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO IIRPT-LINE
           WRITE IBK-IN-REPORT-RECORD
           MOVE WS-POSTED-AMOUNT   TO WS-DSP-TOTAL
           MOVE WS-REJECT-AMOUNT   TO WS-DSP-TOTAL-2
           MOVE WS-SUSPENSE-AMOUNT TO WS-DSP-AMOUNT
           MOVE SPACES TO WS-RPT-TOTAL
           STRING
               '===처리합계=== 입금:' DELIMITED SIZE
               WS-POSTED-COUNT        DELIMITED SIZE
               '/'                    DELIMITED SIZE
               WS-DSP-TOTAL           DELIMITED SIZE
               ' 반환:'               DELIMITED SIZE
               WS-REJECT-COUNT        DELIMITED SIZE
               '/'                    DELIMITED SIZE
               WS-DSP-TOTAL-2         DELIMITED SIZE
               ' 미결:'               DELIMITED SIZE
               WS-SUSPENSE-COUNT      DELIMITED SIZE
               '/'                    DELIMITED SIZE
               WS-DSP-AMOUNT          DELIMITED SIZE
               INTO WS-RPT-TOTAL
           MOVE WS-RPT-TOTAL TO IIRPT-LINE
           WRITE IBK-IN-REPORT-RECORD
           IF WS-REJECT-COUNT > ZERO OR WS-SUSPENSE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-FINALIZE.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           IF WS-VIRTUAL-OPEN
               CLOSE VIRTUAL-ACCT-FILE
           END-IF
           CLOSE BLOCKLIST-FILE
           CLOSE SUSPENSE-FILE
           CLOSE IBK-REJECT-FILE
           CLOSE IBK-IN-REPORT-FILE
           DISPLAY '타행입금 수신 완료 수신:' WS-DETAIL-COUNT
               ' 입금:' WS-POSTED-COUNT
               ' 반환:' WS-REJECT-COUNT
               ' 미결:' WS-SUSPENSE-COUNT.

       9900-ABEND-HANDLER.
           DISPLAY '*** ABEND: ' WS-ERROR-MESSAGE
           CLOSE IBK-IN-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           IF WS-VIRTUAL-OPEN
               CLOSE VIRTUAL-ACCT-FILE
           END-IF
           CLOSE BLOCKLIST-FILE
           CLOSE SUSPENSE-FILE
           CLOSE IBK-REJECT-FILE
           CLOSE IBK-IN-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
