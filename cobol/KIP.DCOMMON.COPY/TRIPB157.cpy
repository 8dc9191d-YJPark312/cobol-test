      ******************************************************************
      * 1. COPY NAME   : TRIPB157                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :스트레스시나리오 충격항목 RECORD COPYBOOK   *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    SCNR-ID                        : 시나리오ID               *
      *    FNAF-A-RPTDOC-DSTCD            : 재무분석보고서구분       *
      *    FNAF-ITEM-CD                   : 재무항목코드             *
      *    SHK-RT                         : 충격률(%)                *
      *    REGI-EMPID                     : 등록직원번호             *
      *    REGI-YMD                       : 등록년월일               *
      *    SYS-LAST-PRCSS-YMS             : 시스템최종처리일시       *
      *    SYS-LAST-UNO                   : 시스템최종사용자번호     *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(스트레스 충격항목)       *
      ******************************************************************
           03  TRIPB157-REC.
               05  RIPB157-GROUP-CO-CD          PIC  X(003).
               05  RIPB157-SCNR-ID              PIC  X(008).
               05  RIPB157-FNAF-A-RPTDOC-DSTCD  PIC  X(002).
               05  RIPB157-FNAF-ITEM-CD         PIC  X(004).
               05  RIPB157-SHK-RT               PIC S9(003)V9(002)
                                                COMP-3.
               05  RIPB157-REGI-EMPID           PIC  X(007).
               05  RIPB157-REGI-YMD             PIC  X(008).
               05  RIPB157-SYS-LAST-PRCSS-YMS   PIC  X(020).
               05  RIPB157-SYS-LAST-UNO         PIC  X(007).
      *=================================================================
      * END OF COPYBOOK TRIPB157
      *=================================================================
