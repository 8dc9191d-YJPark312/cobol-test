      ******************************************************************
      * 1. COPY NAME   : TRIPB151                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :계열사 상호채무보증등록원장 RECORD COPYBOOK*
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    GRNTR-CUST-IDNFR               : 보증제공심사고객식별자   *
      *    GRNTE-CUST-IDNFR               : 피보증고객식별자         *
      *    GRNT-STRT-YMD                  : 보증개시년월일           *
      *    GRNTE-IDNFR-DSTCD              : 피보증고객식별구분       *
      *                                     (1:심사고객식별자/      *
      *                                      2:사업자번호-집단외)   *
      *    GRNTE-ENTP-NAME                : 피보증업체명             *
      *    GRNT-AMT                       : 보증금액                 *
      *    GRNT-END-YMD                   : 보증만기년월일           *
      *    GRNT-SRC-DSTCD                 : 보증등록원천구분         *
      *                                     (1:온라인/2:공시적재)   *
      *    DSCLS-RCPT-NO                  : 공시접수번호             *
      *    REGI-EMPID                     : 등록직원번호             *
      *    REGI-YMD                       : 등록년월일               *
      *    USE-YN                         : 사용여부                 *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(상호채무보증 등록원장)   *
      ******************************************************************
           03  TRIPB151-REC.
               05  RIPB151-GROUP-CO-CD          PIC  X(003).
               05  RIPB151-GRNTR-CUST-IDNFR     PIC  X(010).
               05  RIPB151-GRNTE-CUST-IDNFR     PIC  X(010).
               05  RIPB151-GRNT-STRT-YMD        PIC  X(008).
               05  RIPB151-GRNTE-IDNFR-DSTCD    PIC  X(001).
               05  RIPB151-GRNTE-ENTP-NAME      PIC  X(050).
               05  RIPB151-GRNT-AMT             PIC S9(015) COMP-3.
               05  RIPB151-GRNT-END-YMD         PIC  X(008).
               05  RIPB151-GRNT-SRC-DSTCD       PIC  X(001).
               05  RIPB151-DSCLS-RCPT-NO        PIC  X(014).
               05  RIPB151-REGI-EMPID           PIC  X(007).
               05  RIPB151-REGI-YMD             PIC  X(008).
               05  RIPB151-USE-YN               PIC  X(001).
      *=================================================================
      * END OF COPYBOOK TRIPB151
      *=================================================================
