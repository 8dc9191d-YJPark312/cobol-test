      ******************************************************************
      * 1. COPY NAME   : TKIPB151                                      *
      * 2. COPY TYPE   : T ( KEY COPY )                                *
      * 3. DESCRIPTION :계열사 상호채무보증등록원장 KEY COPYBOOK   *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    GRNTR-CUST-IDNFR               : 보증제공심사고객식별자   *
      *    GRNTE-CUST-IDNFR               : 피보증고객식별자         *
      *    GRNT-STRT-YMD                  : 보증개시년월일           *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(상호채무보증 등록원장)   *
      ******************************************************************
           03  TKIPB151-PK.
               05  KIPB151-PK-GROUP-CO-CD         PIC  X(003).
               05  KIPB151-PK-GRNTR-CUST-IDNFR    PIC  X(010).
               05  KIPB151-PK-GRNTE-CUST-IDNFR    PIC  X(010).
               05  KIPB151-PK-GRNT-STRT-YMD       PIC  X(008).
      *=================================================================
      * END OF COPYBOOK TKIPB151
      *=================================================================
