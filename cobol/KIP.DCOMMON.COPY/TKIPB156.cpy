      ******************************************************************
      * 1. COPY NAME   : TKIPB156                                      *
      * 2. COPY TYPE   : T ( KEY COPY )                                *
      * 3. DESCRIPTION :거시 스트레스시나리오 KEY COPYBOOK          *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    SCNR-ID                        : 시나리오ID               *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(거시 스트레스시나리오)   *
      ******************************************************************
           03  TKIPB156-PK.
               05  KIPB156-PK-GROUP-CO-CD         PIC  X(003).
               05  KIPB156-PK-SCNR-ID             PIC  X(008).
      *=================================================================
      * END OF COPYBOOK TKIPB156
      *=================================================================
