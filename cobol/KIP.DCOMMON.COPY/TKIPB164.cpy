      ******************************************************************
      * 1. COPY NAME   : TKIPB164                                      *
      * 2. COPY TYPE   : T ( KEY COPY )                                *
      * 3. DESCRIPTION :확정평가보존자료기본 KEY COPYBOOK           *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    VALUA-YMD                      : 평가년월일               *
      *    DEFINS-SEQ                     : 확정차수                 *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(확정평가 보존자료)       *
      ******************************************************************
           03  TKIPB164-PK.
               05  KIPB164-PK-GROUP-CO-CD         PIC  X(003).
               05  KIPB164-PK-CORP-CLCT-GROUP-CD  PIC  X(003).
               05  KIPB164-PK-CORP-CLCT-REGI-CD   PIC  X(003).
               05  KIPB164-PK-VALUA-YMD           PIC  X(008).
               05  KIPB164-PK-DEFINS-SEQ          PIC  9(003).
      *=================================================================
      * END OF COPYBOOK TKIPB164
      *=================================================================
