      ******************************************************************
      * 1. COPY NAME   : TRIPB166                                      *
      * 2. COPY TYPE   : T ( RECORD COPY )                             *
      * 3. DESCRIPTION :기업집단 신용사건 수신후보내역 RECORD COPYBOOK*
      * -------------------------------------------------------------- *
      * 4. 항목설명   :                                              *
      *                                                                *
      *    GROUP-CO-CD                    : 그룹회사코드             *
      *    FEED-RCV-YMD                   : 수신년월일               *
      *    FEED-RCV-SERNO                 : 수신일련번호             *
      *    FEED-EVNT-ID                   : 외부사건식별번호         *
      *    DFLT-EVNT-YMD                  : 부도사건년월일           *
      *    DFLT-EVNT-TYPE-CD              : 부도사건유형코드         *
      *                                     (01:부도/02:워크아웃/   *
      *                                      03:법정관리/04:파산/   *
      *                                      05:당좌거래정지/        *
      *                                      09:기타)                *
      *    CPRNO                          : 법인등록번호             *
      *    BZNO                           : 사업자번호               *
      *    ENTP-NAME                      : 업체명                   *
      *    EVNT-INSTT-NAME                : 사건통보기관명           *
      *    MTCH-DSTCD                     : 매칭구분                 *
      *                                     (1:법인등록번호/         *
      *                                      2:사업자번호/0:미매칭)  *
      *    EXMN-CUST-IDNFR                : 심사고객식별자           *
      *    CORP-CLCT-GROUP-CD             : 기업집단그룹코드         *
      *    CORP-CLCT-REGI-CD              : 기업집단등록코드         *
      *    CAND-STAT-DSTCD                : 후보상태구분             *
      *                                     (0:미매칭/1:확인대기/   *
      *                                      2:확정/3:기각)          *
      *    PRCSS-EMPID                    : 처리직원번호             *
      *    PRCSS-YMD                      : 처리년월일               *
      *    DSMS-RSN-CTNT                  : 기각사유내용             *
      *    REGI-DFLT-EVNT-YMD             : 등록부도사건년월일       *
      *    REGI-DFLT-EVNT-SERNO           : 등록부도사건일련번호     *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20261015 김경호 최초 작성(신용사건 수신후보)       *
      ******************************************************************
           03  TRIPB166-REC.
               05  RIPB166-GROUP-CO-CD          PIC  X(003).
               05  RIPB166-FEED-RCV-YMD         PIC  X(008).
               05  RIPB166-FEED-RCV-SERNO       PIC  9(007).
               05  RIPB166-FEED-EVNT-ID         PIC  X(020).
               05  RIPB166-DFLT-EVNT-YMD        PIC  X(008).
               05  RIPB166-DFLT-EVNT-TYPE-CD    PIC  X(002).
               05  RIPB166-CPRNO                PIC  X(013).
               05  RIPB166-BZNO                 PIC  X(010).
               05  RIPB166-ENTP-NAME            PIC  X(050).
               05  RIPB166-EVNT-INSTT-NAME      PIC  X(030).
               05  RIPB166-MTCH-DSTCD           PIC  X(001).
               05  RIPB166-EXMN-CUST-IDNFR      PIC  X(010).
               05  RIPB166-CORP-CLCT-GROUP-CD   PIC  X(003).
               05  RIPB166-CORP-CLCT-REGI-CD    PIC  X(003).
               05  RIPB166-CAND-STAT-DSTCD      PIC  X(001).
               05  RIPB166-PRCSS-EMPID          PIC  X(007).
               05  RIPB166-PRCSS-YMD            PIC  X(008).
               05  RIPB166-DSMS-RSN-CTNT        PIC  X(060).
               05  RIPB166-REGI-DFLT-EVNT-YMD   PIC  X(008).
               05  RIPB166-REGI-DFLT-EVNT-SERNO PIC  9(003).
      *=================================================================
      * END OF COPYBOOK TRIPB166
      *=================================================================
