      ******************************************************************
      * 1. COPY NAME   : TRIPB153                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :기업집단 추정재무제표명세 RECORD COPYBOOK  *
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
      *    FNAF-ITEM-NAME                 : 재무항목명               *
      *    PRJT-ITEM-AMT                  : 추정항목금액             *
      *    REGI-EMPID                     : 등록직원번호             *
      *    REGI-YMD                       : 등록년월일               *
      *    SYS-LAST-PRCSS-YMS             : 시스템최종처리일시       *
      *    SYS-LAST-UNO                   : 시스템최종사용자번호     *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(추정재무제표명세)        *
      ******************************************************************
           03  TRIPB153-REC.
               05  RIPB153-GROUP-CO-CD          PIC  X(003).
               05  RIPB153-CORP-CLCT-GROUP-CD   PIC  X(003).
               05  RIPB153-CORP-CLCT-REGI-CD    PIC  X(003).
               05  RIPB153-VALUA-YMD            PIC  X(008).
               05  RIPB153-PRJT-STLACC-YR       PIC  X(004).
               05  RIPB153-FNAF-A-RPTDOC-DSTCD  PIC  X(002).
               05  RIPB153-FNAF-ITEM-CD         PIC  X(004).
               05  RIPB153-FNAF-ITEM-NAME       PIC  X(102).
               05  RIPB153-PRJT-ITEM-AMT        PIC S9(015) COMP-3.
               05  RIPB153-REGI-EMPID           PIC  X(007).
               05  RIPB153-REGI-YMD             PIC  X(008).
               05  RIPB153-SYS-LAST-PRCSS-YMS   PIC  X(020).
               05  RIPB153-SYS-LAST-UNO         PIC  X(007).
      *=================================================================
      * END OF COPYBOOK TRIPB153
      *=================================================================
