      ******************************************************************
      * 1. COPY NAME   : TKIPB154                                      *
      * 2. COPY TYPE   : T ( KEY COPY )                                *
      * 3. DESCRIPTION :계열사 보고통화등록원장 KEY COPYBOOK       *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    EXMTN-CUST-IDNFR               : 심사고객식별자           *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(계열사 보고통화등록)     *
      ******************************************************************
           03  TKIPB154-PK.
               05  KIPB154-PK-GROUP-CO-CD         PIC  X(003).
               05  KIPB154-PK-EXMTN-CUST-IDNFR    PIC  X(010).
      *=================================================================
      * END OF COPYBOOK TKIPB154
      *=================================================================
