      ******************************************************************
      * 1. COPY NAME   : TRIPB152                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :주채무계열 지정이력 RECORD COPYBOOK        *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    DSGN-YR                        : 주채무계열지정년         *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    MAIN-DA-DSGN-YN                : 주채무계열지정여부       *
      *                                     (1:지정/0:미지정)       *
      *    DSGN-CHNG-DSTCD                : 주채무계열변동구분       *
      *                                     (1:신규/2:유지/3:해제)  *
      *    CORP-CLCT-CRDT-AMT             : 기업집단총여신금액       *
      *    FNSYS-CRDT-AMT                 : 금융권총신용공여금액     *
      *    CRDT-SHR-RATO                  : 신용공여비중(%)          *
      *    DSGN-THRHD-RATO                : 지정기준비율(%)          *
      *    DSGN-YMD                       : 지정처리년월일           *
      *    SYS-LAST-PRCSS-YMS             : 시스템최종처리일시       *
      *    SYS-LAST-UNO                   : 시스템최종사용자번호     *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(주채무계열 지정이력)     *
      ******************************************************************
           03  TRIPB152-REC.
               05  RIPB152-GROUP-CO-CD          PIC  X(003).
               05  RIPB152-DSGN-YR              PIC  X(004).
               05  RIPB152-CORP-CLCT-GROUP-CD   PIC  X(003).
               05  RIPB152-CORP-CLCT-REGI-CD    PIC  X(003).
               05  RIPB152-MAIN-DA-DSGN-YN      PIC  X(001).
               05  RIPB152-DSGN-CHNG-DSTCD      PIC  X(001).
               05  RIPB152-CORP-CLCT-CRDT-AMT   PIC S9(015) COMP-3.
               05  RIPB152-FNSYS-CRDT-AMT       PIC S9(018) COMP-3.
               05  RIPB152-CRDT-SHR-RATO        PIC S9(003)V9(004)
                                                COMP-3.
               05  RIPB152-DSGN-THRHD-RATO      PIC S9(003)V9(004)
                                                COMP-3.
               05  RIPB152-DSGN-YMD             PIC  X(008).
               05  RIPB152-SYS-LAST-PRCSS-YMS   PIC  X(020).
               05  RIPB152-SYS-LAST-UNO         PIC  X(007).
      *=================================================================
      * END OF COPYBOOK TRIPB152
      *=================================================================
