      ******************************************************************
      * 1. COPY NAME   : TRIPB156                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :거시 스트레스시나리오 RECORD COPYBOOK       *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    SCNR-ID                        : 시나리오ID               *
      *    SCNR-NAME                      : 시나리오명               *
      *    LOAN-INCR-RT                   : 여신증가율(%)            *
      *    USE-YN                         : 사용여부                 *
      *    REGI-EMPID                     : 등록직원번호             *
      *    REGI-YMD                       : 등록년월일               *
      *    SYS-LAST-PRCSS-YMS             : 시스템최종처리일시       *
      *    SYS-LAST-UNO                   : 시스템최종사용자번호     *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(거시 스트레스시나리오)   *
      ******************************************************************
           03  TRIPB156-REC.
               05  RIPB156-GROUP-CO-CD          PIC  X(003).
               05  RIPB156-SCNR-ID              PIC  X(008).
               05  RIPB156-SCNR-NAME            PIC  X(052).
               05  RIPB156-LOAN-INCR-RT         PIC S9(003)V9(002)
                                                COMP-3.
               05  RIPB156-USE-YN               PIC  X(001).
               05  RIPB156-REGI-EMPID           PIC  X(007).
               05  RIPB156-REGI-YMD             PIC  X(008).
               05  RIPB156-SYS-LAST-PRCSS-YMS   PIC  X(020).
               05  RIPB156-SYS-LAST-UNO         PIC  X(007).
      *=================================================================
      * END OF COPYBOOK TRIPB156
      *=================================================================
