      ******************************************************************
      * 1. COPY NAME   : TRIPB159                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :기업집단등급전망 RECORD COPYBOOK            *
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    VALUA-YMD                      : 평가년월일               *
      *    LAST-CLCT-GRD-DSTCD            : 확정시 최종집단등급     *
      *    OTLK-DSTCD                     : 등급전망구분             *
      *                                     (P:긍정적/S:안정적/    *
      *                                      N:부정적/D:유동적)    *
      *    OTLK-RSN-CD                    : 등급전망사유코드         *
      *    OTLK-REVW-YMD                  : 등급전망검토기한년월일   *
      *    WATCH-DSTCD                    : 신용감시구분             *
      *                                     (공백:해당없음/P:상향  *
      *                                      검토/N:하향검토/D:방향*
      *                                      미정)                  *
      *    WATCH-RSN-CD                   : 신용감시사유코드         *
      *    WATCH-REVW-YMD                 : 신용감시검토기한년월일   *
      *    RSLV-VALUA-YMD                 : 해소 평가년월일(후속    *
      *                                     확정평가)                *
      *    RSLV-GRD-DSTCD                 : 해소시 최종집단등급     *
      *    RSLV-DRCTN-DSTCD               : 해소 등급방향           *
      *                                     (U:상향/S:유지/D:하향) *
      *    OTLK-RSLT-DSTCD                : 전망해소결과             *
      *                                     (1:실현/2:미실현/      *
      *                                      3:반대방향)            *
      *    WATCH-RSLT-DSTCD               : 감시해소결과(전망과     *
      *                                     동일코드, 감시없음 공백)*
      *    RSLV-YMD                       : 해소처리년월일           *
      *    REGI-EMPID                     : 등록직원번호             *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(등급전망/신용감시)       *
      ******************************************************************
           03  TRIPB159-REC.
               05  RIPB159-GROUP-CO-CD          PIC  X(003).
               05  RIPB159-CORP-CLCT-GROUP-CD   PIC  X(003).
               05  RIPB159-CORP-CLCT-REGI-CD    PIC  X(003).
               05  RIPB159-VALUA-YMD            PIC  X(008).
               05  RIPB159-LAST-CLCT-GRD-DSTCD  PIC  X(003).
               05  RIPB159-OTLK-DSTCD           PIC  X(001).
               05  RIPB159-OTLK-RSN-CD          PIC  X(002).
               05  RIPB159-OTLK-REVW-YMD        PIC  X(008).
               05  RIPB159-WATCH-DSTCD          PIC  X(001).
               05  RIPB159-WATCH-RSN-CD         PIC  X(002).
               05  RIPB159-WATCH-REVW-YMD       PIC  X(008).
               05  RIPB159-RSLV-VALUA-YMD       PIC  X(008).
               05  RIPB159-RSLV-GRD-DSTCD       PIC  X(003).
               05  RIPB159-RSLV-DRCTN-DSTCD     PIC  X(001).
               05  RIPB159-OTLK-RSLT-DSTCD      PIC  X(001).
               05  RIPB159-WATCH-RSLT-DSTCD     PIC  X(001).
               05  RIPB159-RSLV-YMD             PIC  X(008).
               05  RIPB159-REGI-EMPID           PIC  X(007).
      *=================================================================
      * END OF COPYBOOK TRIPB159
      *=================================================================
