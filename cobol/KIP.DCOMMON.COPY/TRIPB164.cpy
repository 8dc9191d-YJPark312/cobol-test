      ******************************************************************
      * 1. COPY NAME   : TRIPB164                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :확정평가보존자료기본 RECORD COPYBOOK        *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    VALUA-YMD                      : 평가년월일               *
      *    DEFINS-SEQ                     : 확정차수                 *
      *    DEFINS-YMD                     : 확정년월일               *
      *    DEFINS-EMPID                   : 확정직원번호             *
      *    RETN-END-YMD                   : 보존기한년월일           *
      *    FNAF-SCOR                      : 확정시 재무점수          *
      *    NON-FNAF-SCOR                  : 확정시 비재무점수        *
      *    CHSN-SCOR                      : 확정시 결합점수          *
      *    SPARE-C-GRD-DSTCD              : 확정시 예비집단등급      *
      *    LAST-CLCT-GRD-DSTCD            : 확정시 최종집단등급      *
      *    GRD-ADJS-DSTCD                 : 확정시 등급조정구분      *
      *    MDEL-VER-ID                    : 적용모델버전ID           *
      *    RPT-LEN                        : 보고서자료길이           *
      *    RPT-SGMT-CNT                   : 보고서세그먼트수         *
      *    FCTR-CNT                       : 요인별기여도건수         *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(확정평가 보존자료)       *
      ******************************************************************
           03  TRIPB164-REC.
               05  RIPB164-GROUP-CO-CD          PIC  X(003).
               05  RIPB164-CORP-CLCT-GROUP-CD   PIC  X(003).
               05  RIPB164-CORP-CLCT-REGI-CD    PIC  X(003).
               05  RIPB164-VALUA-YMD            PIC  X(008).
               05  RIPB164-DEFINS-SEQ           PIC  9(003).
               05  RIPB164-DEFINS-YMD           PIC  X(008).
               05  RIPB164-DEFINS-EMPID         PIC  X(007).
               05  RIPB164-RETN-END-YMD         PIC  X(008).
               05  RIPB164-FNAF-SCOR            PIC S9(005)V9(02)
                                                 LEADING  SEPARATE.
               05  RIPB164-NON-FNAF-SCOR        PIC S9(005)V9(02)
                                                 LEADING  SEPARATE.
               05  RIPB164-CHSN-SCOR            PIC S9(004)V9(05)
                                                 LEADING  SEPARATE.
               05  RIPB164-SPARE-C-GRD-DSTCD    PIC  X(003).
               05  RIPB164-LAST-CLCT-GRD-DSTCD  PIC  X(003).
               05  RIPB164-GRD-ADJS-DSTCD       PIC  X(001).
               05  RIPB164-MDEL-VER-ID          PIC  X(008).
               05  RIPB164-RPT-LEN              PIC  9(009).
               05  RIPB164-RPT-SGMT-CNT         PIC  9(004).
               05  RIPB164-FCTR-CNT             PIC  9(004).
      *=================================================================
      * END OF COPYBOOK TRIPB164
      *=================================================================
