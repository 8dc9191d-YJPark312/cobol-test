      *              큐(ALERTQ) 적재 추가 - ACCT028 연동
      * 2026-01-25 : 계좌원장 전/후 이미지 저널(ACCTJRNL) 기록
      *              추가 - 수수료 부과/휴면전환 반영 전건
      * 2026-10-15 : 예금담보대출 계좌(LN) 휴면/수수료 대상 제외
      * 2026-10-15 : 야간 정기실행은 ACCT090 단일패스 통합배치의
      *              처리단계로 수행 - 본 프로그램은 단독 재처리
      *              용도로 유지하며 처리규칙 변경시 ACCT090 동시
      *              반영
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT007.
               88  AF-TYPE-SAVINGS   VALUE 'SA'.
               88  AF-TYPE-FIXED     VALUE 'FX'.
               88  AF-TYPE-MONEYMKT  VALUE 'MM'.
               88  AF-TYPE-LOAN      VALUE 'LN'.
           05  AF-BALANCE            PIC S9(13)V99 COMP-3.
           05  AF-OPEN-DATE          PIC X(08).
           05  AF-CLOSE-DATE         PIC X(08).
           PERFORM 1600-RUNCTL-CHECKPOINT.

       2200-EVALUATE-ACCOUNT.
           IF AF-TYPE-LOAN
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF AF-STATUS-ACTIVE OR AF-STATUS-DORMANT
               PERFORM 2300-CHECK-DORMANCY
           ELSE
