      ******************************************************************
      * 1. COPY NAME   : TRIPB167                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :기업집단평가입력 변경이력 RECORD COPYBOOK  *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    VALUA-YMD                      : 평가년월일               *
      *    CHG-YMD                        : 변경년월일               *
      *    CHG-HMS                        : 변경시각(시분초+1/100초) *
      *    PGM-ID                         : 변경프로그램ID           *
      *    CHG-SERNO                      : 변경일련번호(저장건내)   *
      *    TBL-NAME                       : 변경테이블명             *
      *    ROW-KEY-CTNT                   : 변경행식별내용           *
      *    FLD-NAME                       : 변경항목명               *
      *    CHG-DSTCD                      : 변경구분                 *
      *                                     (1:추가/2:변경/3:삭제)   *
      *    BF-CTNT                        : 변경전내용               *
      *    AF-CTNT                        : 변경후내용               *
      *    CHG-EMPID                      : 변경직원번호             *
      *    PRCSS-STGE-DSTCD               : 변경시 처리단계구분      *
      *    CNFM-WAIT-YN                   : 변경시 확정대기여부      *
      *                                     (처리단계 '5' 또는       *
      *                                      결의록명세 존재)        *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(평가입력 변경이력)       *
      ******************************************************************
           03  TRIPB167-REC.
               05  RIPB167-GROUP-CO-CD          PIC  X(003).
               05  RIPB167-CORP-CLCT-GROUP-CD   PIC  X(003).
               05  RIPB167-CORP-CLCT-REGI-CD    PIC  X(003).
               05  RIPB167-VALUA-YMD            PIC  X(008).
               05  RIPB167-CHG-YMD              PIC  X(008).
               05  RIPB167-CHG-HMS              PIC  X(008).
               05  RIPB167-PGM-ID               PIC  X(008).
               05  RIPB167-CHG-SERNO            PIC  9(005).
               05  RIPB167-TBL-NAME             PIC  X(010).
               05  RIPB167-ROW-KEY-CTNT         PIC  X(050).
               05  RIPB167-FLD-NAME             PIC  X(030).
               05  RIPB167-CHG-DSTCD            PIC  X(001).
               05  RIPB167-BF-CTNT              PIC  X(200).
               05  RIPB167-AF-CTNT              PIC  X(200).
               05  RIPB167-CHG-EMPID            PIC  X(007).
               05  RIPB167-PRCSS-STGE-DSTCD     PIC  X(001).
               05  RIPB167-CNFM-WAIT-YN         PIC  X(001).
      *=================================================================
      * END OF COPYBOOK TRIPB167
      *=================================================================
