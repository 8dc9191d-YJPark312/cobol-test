      ******************************************************************
      * 1. COPY NAME   : TRIPH110                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :기업집단평가기본 보관이력 RECORD COPYBOOK  *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드          *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드      *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드      *
      *    VALUA-YMD                      : 평가년월일            *
      *    CORP-CLCT-NAME                 : 기업집단명            *
      *    MAIN-DEBT-AFFLT-YN             : 주채무계열여부        *
      *    CORP-C-VALUA-DSTCD             : 기업집단평가구분      *
      *    VALUA-DEFINS-YMD               : 평가확정년월일        *
      *    VALUA-BASE-YMD                 : 평가기준년월일        *
      *    CORP-CP-STGE-DSTCD             : 기업집단처리단계구분  *
      *    GRD-ADJS-DSTCD                 : 등급조정구분          *
      *    ADJS-STGE-NO-DSTCD             : 조정단계번호구분      *
      *    STABL-IF-CMPTN-VAL1            : 안정성재무산출값1    *
      *    STABL-IF-CMPTN-VAL2            : 안정성재무산출값2    *
      *    ERN-IF-CMPTN-VAL1              : 수익성재무산출값1    *
      *    ERN-IF-CMPTN-VAL2              : 수익성재무산출값2    *
      *    CSFW-FNAF-CMPTN-VAL            : 현금흐름재무산출값    *
      *    FNAF-SCOR                      : 재무점수              *
      *    NON-FNAF-SCOR                  : 비재무점수            *
      *    CHSN-SCOR                      : 결합점수              *
      *    SPARE-C-GRD-DSTCD              : 예비집단등급구분      *
      *    LAST-CLCT-GRD-DSTCD            : 최종집단등급구분      *
      *    OL-GM-GRD-DSTCD                : 구등급매핑등급        *
      *    VALD-YMD                       : 유효년월일            *
      *    VALUA-EMPID                    : 평가직원번호          *
      *    VALUA-EMNM                     : 평가직원명            *
      *    VALUA-BRNCD                    : 평가부점코드          *
      *    MGT-BRNCD                      : 관리부점코드          *
      *    MDEL-VER-ID                    : 모델버전ID            *
      *    SYS-LAST-PRCSS-YMS             : 시스템최종처리일시    *
      *    SYS-LAST-UNO                   : 시스템최종사용자번호  *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(평가기본 보관이력)       *
      ******************************************************************
           03  TRIPH110-REC.
               05  RIPH110-GROUP-CO-CD          PIC  X(003).
               05  RIPH110-CORP-CLCT-GROUP-CD   PIC  X(003).
               05  RIPH110-CORP-CLCT-REGI-CD    PIC  X(003).
               05  RIPH110-VALUA-YMD            PIC  X(008).
               05  RIPH110-CORP-CLCT-NAME       PIC  X(072).
               05  RIPH110-MAIN-DEBT-AFFLT-YN   PIC  X(001).
               05  RIPH110-CORP-C-VALUA-DSTCD   PIC  X(001).
               05  RIPH110-VALUA-DEFINS-YMD     PIC  X(008).
               05  RIPH110-VALUA-BASE-YMD       PIC  X(008).
               05  RIPH110-CORP-CP-STGE-DSTCD   PIC  X(001).
               05  RIPH110-GRD-ADJS-DSTCD       PIC  X(001).
               05  RIPH110-ADJS-STGE-NO-DSTCD   PIC  X(002).
               05  RIPH110-STABL-IF-CMPTN-VAL1  PIC S9(016)V9(08)
                                                 LEADING  SEPARATE.
               05  RIPH110-STABL-IF-CMPTN-VAL2  PIC S9(016)V9(08)
                                                 LEADING  SEPARATE.
               05  RIPH110-ERN-IF-CMPTN-VAL1    PIC S9(016)V9(08)
                                                 LEADING  SEPARATE.
               05  RIPH110-ERN-IF-CMPTN-VAL2    PIC S9(016)V9(08)
                                                 LEADING  SEPARATE.
               05  RIPH110-CSFW-FNAF-CMPTN-VAL  PIC S9(016)V9(08)
                                                 LEADING  SEPARATE.
               05  RIPH110-FNAF-SCOR            PIC S9(005)V9(02)
                                                 LEADING  SEPARATE.
               05  RIPH110-NON-FNAF-SCOR        PIC S9(005)V9(02)
                                                 LEADING  SEPARATE.
               05  RIPH110-CHSN-SCOR            PIC S9(004)V9(05)
                                                 LEADING  SEPARATE.
               05  RIPH110-SPARE-C-GRD-DSTCD    PIC  X(003).
               05  RIPH110-LAST-CLCT-GRD-DSTCD  PIC  X(003).
               05  RIPH110-OL-GM-GRD-DSTCD      PIC  X(003).
               05  RIPH110-VALD-YMD             PIC  X(008).
               05  RIPH110-VALUA-EMPID          PIC  X(007).
               05  RIPH110-VALUA-EMNM           PIC  X(052).
               05  RIPH110-VALUA-BRNCD          PIC  X(004).
               05  RIPH110-MGT-BRNCD            PIC  X(004).
               05  RIPH110-MDEL-VER-ID          PIC  X(008).
               05  RIPH110-SYS-LAST-PRCSS-YMS   PIC  X(020).
               05  RIPH110-SYS-LAST-UNO         PIC  X(007).
      *=================================================================
      * END OF COPYBOOK TRIPH110
      *=================================================================
