      ******************************************************************
      * 1. COPY NAME   : TKIPB159                                      *
      * 2. COPY TYPE   : T ( KEY COPY )                                *
      * 3. DESCRIPTION :기업집단등급전망 KEY COPYBOOK               *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    VALUA-YMD                      : 평가년월일               *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(등급전망/신용감시)       *
      ******************************************************************
           03  TKIPB159-PK.
               05  KIPB159-PK-GROUP-CO-CD         PIC  X(003).
               05  KIPB159-PK-CORP-CLCT-GROUP-CD  PIC  X(003).
               05  KIPB159-PK-CORP-CLCT-REGI-CD   PIC  X(003).
               05  KIPB159-PK-VALUA-YMD           PIC  X(008).
      *=================================================================
      * END OF COPYBOOK TKIPB159
      *=================================================================
