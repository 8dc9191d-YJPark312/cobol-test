      ******************************************************************
      * 1. COPY NAME   : TKIPB155                                      *
      * 2. COPY TYPE   : T ( KEY COPY )                                *
      * 3. DESCRIPTION :기업집단 외화환산 적용환율이력 KEY COPY    *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    BASE-YR                        : 기준년                   *
      *    STLACC-YR                      : 결산년                   *
      *    CRNCY-CD                       : 통화코드                 *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(외화환산 적용환율이력)   *
      ******************************************************************
           03  TKIPB155-PK.
               05  KIPB155-PK-GROUP-CO-CD         PIC  X(003).
               05  KIPB155-PK-CORP-CLCT-GROUP-CD  PIC  X(003).
               05  KIPB155-PK-CORP-CLCT-REGI-CD   PIC  X(003).
               05  KIPB155-PK-BASE-YR             PIC  X(004).
               05  KIPB155-PK-STLACC-YR           PIC  X(004).
               05  KIPB155-PK-CRNCY-CD            PIC  X(003).
      *=================================================================
      * END OF COPYBOOK TKIPB155
      *=================================================================
