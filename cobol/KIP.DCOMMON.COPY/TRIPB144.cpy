      ******************************************************************
      * 1. COPY NAME   : TRIPB144                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :기업집단 재무약정검증이력 RECORD COPYBOOK  *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    CVNT-SERNO                     : 재무약정일련번호         *
      *    TEST-YMD                       : 재무약정검증년월일       *
      *    FNAF-A-RPTDOC-DSTCD            : 재무분석보고서구분       *
      *    FNAF-ITEM-CD                   : 재무항목코드             *
      *    STLACC-YR                      : 결산년(검증대상)         *
      *    CORP-CLCT-FNAF-RATO            : 기업집단재무비율         *
      *    CVNT-THRHD-RATO                : 재무약정임계비율         *
      *    CVNT-DIRCT-DSTCD               : 재무약정방향구분         *
      *    TEST-RSLT-DSTCD                : 재무약정검증결과구분     *
      *                                     (P:충족/B:위반/W:면제/  *
      *                                      N:비율미산출)          *
      *    SYS-LAST-PRCSS-YMS             : 시스템최종처리일시       *
      *    SYS-LAST-UNO                   : 시스템최종사용자번호     *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(재무약정 검증이력)       *
      ******************************************************************
           03  TRIPB144-REC.
               05  RIPB144-GROUP-CO-CD          PIC  X(003).
               05  RIPB144-CORP-CLCT-GROUP-CD   PIC  X(003).
               05  RIPB144-CORP-CLCT-REGI-CD    PIC  X(003).
               05  RIPB144-CVNT-SERNO           PIC  9(003).
               05  RIPB144-TEST-YMD             PIC  X(008).
               05  RIPB144-FNAF-A-RPTDOC-DSTCD  PIC  X(002).
               05  RIPB144-FNAF-ITEM-CD         PIC  X(004).
               05  RIPB144-STLACC-YR            PIC  X(004).
               05  RIPB144-CORP-CLCT-FNAF-RATO  PIC S9(005)V9(002)
                                                COMP-3.
               05  RIPB144-CVNT-THRHD-RATO      PIC S9(005)V9(002)
                                                COMP-3.
               05  RIPB144-CVNT-DIRCT-DSTCD     PIC  X(001).
               05  RIPB144-TEST-RSLT-DSTCD      PIC  X(001).
               05  RIPB144-SYS-LAST-PRCSS-YMS   PIC  X(020).
               05  RIPB144-SYS-LAST-UNO         PIC  X(007).
      *=================================================================
      * END OF COPYBOOK TRIPB144
      *=================================================================
