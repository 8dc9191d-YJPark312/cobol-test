      ******************************************************************
      * 1. COPY NAME   : TRIPB165                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :확정평가보존자료명세 RECORD COPYBOOK        *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    VALUA-YMD                      : 평가년월일               *
      *    DEFINS-SEQ                     : 확정차수                 *
      *    DOSR-DSTCD                     : 보존자료구분             *
      *                                     (FC:요인별기여도         *
      *                                      RP:평가보고서)          *
      *    SGMT-SEQ                       : 세그먼트순번             *
      *    SGMT-LEN                       : 세그먼트길이             *
      *    SGMT-CTNT                      : 세그먼트내용             *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(확정평가 보존자료)       *
      ******************************************************************
           03  TRIPB165-REC.
               05  RIPB165-GROUP-CO-CD          PIC  X(003).
               05  RIPB165-CORP-CLCT-GROUP-CD   PIC  X(003).
               05  RIPB165-CORP-CLCT-REGI-CD    PIC  X(003).
               05  RIPB165-VALUA-YMD            PIC  X(008).
               05  RIPB165-DEFINS-SEQ           PIC  9(003).
               05  RIPB165-DOSR-DSTCD           PIC  X(002).
               05  RIPB165-SGMT-SEQ             PIC  9(004).
               05  RIPB165-SGMT-LEN             PIC  9(005).
               05  RIPB165-SGMT-CTNT            PIC  X(2000).
      *=================================================================
      * END OF COPYBOOK TRIPB165
      *=================================================================
