      ******************************************************************
      * 1. COPY NAME   : TRIPB143                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :기업집단 재무약정등록원장 RECORD COPYBOOK  *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    CVNT-SERNO                     : 재무약정일련번호         *
      *    FNAF-A-RPTDOC-DSTCD            : 재무분석보고서구분       *
      *    FNAF-ITEM-CD                   : 재무항목코드             *
      *    CVNT-NAME                      : 재무약정명               *
      *    CVNT-THRHD-RATO                : 재무약정임계비율         *
      *    CVNT-DIRCT-DSTCD               : 재무약정방향구분         *
      *                                     (U:상한-이하유지/       *
      *                                      L:하한-이상유지)       *
      *    TEST-FREQ-DSTCD                : 재무약정검증주기구분     *
      *                                     (Q:분기/H:반기/Y:년)    *
      *    WAIV-YN                        : 재무약정면제여부         *
      *    WAIV-END-YMD                   : 재무약정면제종료년월일   *
      *    APRV-YMD                       : 재무약정승인년월일       *
      *    LAST-TEST-YMD                  : 최종검증년월일           *
      *    REGI-EMPID                     : 등록직원번호             *
      *    REGI-YMD                       : 등록년월일               *
      *    USE-YN                         : 사용여부                 *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(재무약정 등록원장)       *
      ******************************************************************
           03  TRIPB143-REC.
               05  RIPB143-GROUP-CO-CD          PIC  X(003).
               05  RIPB143-CORP-CLCT-GROUP-CD   PIC  X(003).
               05  RIPB143-CORP-CLCT-REGI-CD    PIC  X(003).
               05  RIPB143-CVNT-SERNO           PIC  9(003).
               05  RIPB143-FNAF-A-RPTDOC-DSTCD  PIC  X(002).
               05  RIPB143-FNAF-ITEM-CD         PIC  X(004).
               05  RIPB143-CVNT-NAME            PIC  X(040).
               05  RIPB143-CVNT-THRHD-RATO      PIC S9(005)V9(002)
                                                COMP-3.
               05  RIPB143-CVNT-DIRCT-DSTCD     PIC  X(001).
               05  RIPB143-TEST-FREQ-DSTCD      PIC  X(001).
               05  RIPB143-WAIV-YN              PIC  X(001).
               05  RIPB143-WAIV-END-YMD         PIC  X(008).
               05  RIPB143-APRV-YMD             PIC  X(008).
               05  RIPB143-LAST-TEST-YMD        PIC  X(008).
               05  RIPB143-REGI-EMPID           PIC  X(007).
               05  RIPB143-REGI-YMD             PIC  X(008).
               05  RIPB143-USE-YN               PIC  X(001).
      *=================================================================
      * END OF COPYBOOK TRIPB143
      *=================================================================
