      ******************************************************************
      * 1. COPY NAME   : TKIPB143                                      *
      * 2. COPY TYPE   : T ( KEY COPY )                                *
      * 3. DESCRIPTION :기업집단 재무약정등록원장 KEY COPYBOOK     *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    CVNT-SERNO                     : 재무약정일련번호         *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(재무약정 등록원장)       *
      ******************************************************************
           03  TKIPB143-PK.
               05  KIPB143-PK-GROUP-CO-CD         PIC  X(003).
               05  KIPB143-PK-CORP-CLCT-GROUP-CD  PIC  X(003).
               05  KIPB143-PK-CORP-CLCT-REGI-CD   PIC  X(003).
               05  KIPB143-PK-CVNT-SERNO          PIC  9(003).
      *=================================================================
      * END OF COPYBOOK TKIPB143
      *=================================================================
