      ******************************************************************
      * 1. COPY NAME   : TKIPB166                                      *
      * 2. COPY TYPE   : T ( KEY COPY )                                *
      * 3. DESCRIPTION :기업집단 신용사건 수신후보내역 KEY COPYBOOK   *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    FEED-RCV-YMD                   : 수신년월일               *
      *    FEED-RCV-SERNO                 : 수신일련번호             *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(신용사건 수신후보)       *
      ******************************************************************
           03  TKIPB166-PK.
               05  KIPB166-PK-GROUP-CO-CD         PIC  X(003).
               05  KIPB166-PK-FEED-RCV-YMD        PIC  X(008).
               05  KIPB166-PK-FEED-RCV-SERNO      PIC  9(007).
      *=================================================================
      * END OF COPYBOOK TKIPB166
      *=================================================================
