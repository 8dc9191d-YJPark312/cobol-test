      ******************************************************************
      * 1. COPY NAME   : TRIPB155                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :기업집단 외화환산 적용환율이력 RECORD COPY *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    BASE-YR                        : 기준년                   *
      *    STLACC-YR                      : 결산년                   *
      *    CRNCY-CD                       : 통화코드                 *
      *    TERM-END-XCHRT                 : 기말환율(결산년말)       *
      *    TERM-END-XCHRT-YMD             : 기말환율고시년월일       *
      *    AVG-XCHRT                      : 평균환율(결산년중)       *
      *    AVG-XCHRT-NOITM                : 평균환율산출건수         *
      *    PRCSS-PGM-ID                   : 처리프로그램ID           *
      *    SYS-LAST-PRCSS-YMS             : 시스템최종처리일시       *
      *    SYS-LAST-UNO                   : 시스템최종사용자번호     *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(외화환산 적용환율이력)   *
      ******************************************************************
           03  TRIPB155-REC.
               05  RIPB155-GROUP-CO-CD          PIC  X(003).
               05  RIPB155-CORP-CLCT-GROUP-CD   PIC  X(003).
               05  RIPB155-CORP-CLCT-REGI-CD    PIC  X(003).
               05  RIPB155-BASE-YR              PIC  X(004).
               05  RIPB155-STLACC-YR            PIC  X(004).
               05  RIPB155-CRNCY-CD             PIC  X(003).
               05  RIPB155-TERM-END-XCHRT       PIC S9(007)V9(006)
                                                COMP-3.
               05  RIPB155-TERM-END-XCHRT-YMD   PIC  X(008).
               05  RIPB155-AVG-XCHRT            PIC S9(007)V9(006)
                                                COMP-3.
               05  RIPB155-AVG-XCHRT-NOITM      PIC S9(005) COMP-3.
               05  RIPB155-PRCSS-PGM-ID         PIC  X(008).
               05  RIPB155-SYS-LAST-PRCSS-YMS   PIC  X(020).
               05  RIPB155-SYS-LAST-UNO         PIC  X(007).
      *=================================================================
      * END OF COPYBOOK TRIPB155
      *=================================================================
