      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-08-30 : 최초 작성
      * 2026-10-15 : 야간 정기실행은 ACCT090 단일패스 통합배치의
      *              처리단계로 수행 - 본 프로그램은 단독 재처리
      *              용도로 유지하며 처리규칙 변경시 ACCT090 동시
      *              반영
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT070.
