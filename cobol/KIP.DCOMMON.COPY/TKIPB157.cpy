      ******************************************************************
      * 1. COPY NAME   : TKIPB157                                      *
      * 2. COPY TYPE   : T ( KEY COPY )                                *
      * 3. DESCRIPTION :스트레스시나리오 충격항목 KEY COPYBOOK      *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    SCNR-ID                        : 시나리오ID               *
      *    FNAF-A-RPTDOC-DSTCD            : 재무분석보고서구분       *
      *    FNAF-ITEM-CD                   : 재무항목코드             *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(스트레스 충격항목)       *
      ******************************************************************
           03  TKIPB157-PK.
               05  KIPB157-PK-GROUP-CO-CD         PIC  X(003).
               05  KIPB157-PK-SCNR-ID             PIC  X(008).
               05  KIPB157-PK-FNAF-A-RPTDOC-DSTCD PIC  X(002).
               05  KIPB157-PK-FNAF-ITEM-CD        PIC  X(004).
      *=================================================================
      * END OF COPYBOOK TKIPB157
      *=================================================================
