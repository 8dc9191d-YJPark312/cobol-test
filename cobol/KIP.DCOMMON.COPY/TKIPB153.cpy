      ******************************************************************
      * 1. COPY NAME   : TKIPB153                                      *
      * 2. COPY TYPE   : T ( KEY COPY )                                *
      * 3. DESCRIPTION :기업집단 추정재무제표명세 KEY COPYBOOK     *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    VALUA-YMD                      : 평가년월일               *
      *    PRJT-STLACC-YR                 : 추정결산년               *
      *    FNAF-A-RPTDOC-DSTCD            : 재무분석보고서구분       *
      *    FNAF-ITEM-CD                   : 재무항목코드             *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(추정재무제표명세)        *
      ******************************************************************
           03  TKIPB153-PK.
               05  KIPB153-PK-GROUP-CO-CD         PIC  X(003).
               05  KIPB153-PK-CORP-CLCT-GROUP-CD  PIC  X(003).
               05  KIPB153-PK-CORP-CLCT-REGI-CD   PIC  X(003).
               05  KIPB153-PK-VALUA-YMD           PIC  X(008).
               05  KIPB153-PK-PRJT-STLACC-YR      PIC  X(004).
               05  KIPB153-PK-FNAF-A-RPTDOC-DSTCD PIC  X(002).
               05  KIPB153-PK-FNAF-ITEM-CD        PIC  X(004).
      *=================================================================
      * END OF COPYBOOK TKIPB153
      *=================================================================
