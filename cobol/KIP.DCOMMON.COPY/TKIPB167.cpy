      ******************************************************************
      * 1. COPY NAME   : TKIPB167                                      *
      * 2. COPY TYPE   : T ( KEY COPY )                                *
      * 3. DESCRIPTION :기업집단평가입력 변경이력 KEY COPYBOOK     *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    VALUA-YMD                      : 평가년월일               *
      *    CHG-YMD                        : 변경년월일               *
      *    CHG-HMS                        : 변경시각                 *
      *    PGM-ID                         : 변경프로그램ID           *
      *    CHG-SERNO                      : 변경일련번호             *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(평가입력 변경이력)       *
      ******************************************************************
           03  TKIPB167-PK.
               05  KIPB167-PK-GROUP-CO-CD         PIC  X(003).
               05  KIPB167-PK-CORP-CLCT-GROUP-CD  PIC  X(003).
               05  KIPB167-PK-CORP-CLCT-REGI-CD   PIC  X(003).
               05  KIPB167-PK-VALUA-YMD           PIC  X(008).
               05  KIPB167-PK-CHG-YMD             PIC  X(008).
               05  KIPB167-PK-CHG-HMS             PIC  X(008).
               05  KIPB167-PK-PGM-ID              PIC  X(008).
               05  KIPB167-PK-CHG-SERNO           PIC  9(005).
      *=================================================================
      * END OF COPYBOOK TKIPB167
      *=================================================================
