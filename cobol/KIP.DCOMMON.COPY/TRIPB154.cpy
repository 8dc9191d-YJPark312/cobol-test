      ******************************************************************
      * 1. COPY NAME   : TRIPB154                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :계열사 보고통화등록원장 RECORD COPYBOOK    *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    EXMTN-CUST-IDNFR               : 심사고객식별자           *
      *    RPT-CRNCY-CD                   : 보고통화코드             *
      *                                     (ISO 통화코드, 미등록시 *
      *                                      KRW로 간주)            *
      *    REGI-EMPID                     : 등록직원번호             *
      *    REGI-YMD                       : 등록년월일               *
      *    SYS-LAST-PRCSS-YMS             : 시스템최종처리일시       *
      *    SYS-LAST-UNO                   : 시스템최종사용자번호     *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(계열사 보고통화등록)     *
      ******************************************************************
           03  TRIPB154-REC.
               05  RIPB154-GROUP-CO-CD          PIC  X(003).
               05  RIPB154-EXMTN-CUST-IDNFR     PIC  X(010).
               05  RIPB154-RPT-CRNCY-CD         PIC  X(003).
               05  RIPB154-REGI-EMPID           PIC  X(007).
               05  RIPB154-REGI-YMD             PIC  X(008).
               05  RIPB154-SYS-LAST-PRCSS-YMS   PIC  X(020).
               05  RIPB154-SYS-LAST-UNO         PIC  X(007).
      *=================================================================
      * END OF COPYBOOK TRIPB154
      *=================================================================
