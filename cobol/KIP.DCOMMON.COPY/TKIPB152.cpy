      ******************************************************************
      * 1. COPY NAME   : TKIPB152                                      *
      * 2. COPY TYPE   : T ( KEY COPY )                                *
      * 3. DESCRIPTION :주채무계열 지정이력 KEY COPYBOOK           *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    DSGN-YR                        : 주채무계열지정년         *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(주채무계열 지정이력)     *
      ******************************************************************
           03  TKIPB152-PK.
               05  KIPB152-PK-GROUP-CO-CD         PIC  X(003).
               05  KIPB152-PK-DSGN-YR             PIC  X(004).
               05  KIPB152-PK-CORP-CLCT-GROUP-CD  PIC  X(003).
               05  KIPB152-PK-CORP-CLCT-REGI-CD   PIC  X(003).
      *=================================================================
      * END OF COPYBOOK TKIPB152
      *=================================================================
