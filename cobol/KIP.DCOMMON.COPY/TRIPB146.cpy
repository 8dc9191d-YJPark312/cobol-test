      *    DFLT-EVNT-TYPE-CD              : 부도사건유형코드         *
      *                                     (01:부도/02:워크아웃/   *
      *                                      03:법정관리/04:파산/   *
      *                                      05:당좌거래정지/        *
      *                                      09:기타)                *
      *    EVNT-SRC-CTNT                  : 사건자료원내용           *
      *    REGI-EMPID                     : 등록직원번호             *
      *    REGI-YMD                       : 등록년월일               *
      *    USE-YN                         : 사용여부                 *
      *    REGI-SRC-DSTCD                 : 등록원천구분             *
      *                                     (1:수기/2:외부사건수신)  *
      *    FEED-RCV-YMD                   : 수신년월일               *
      *    FEED-RCV-SERNO                 : 수신일련번호             *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20260901 김경호 최초 작성(부도사건 등록원장)       *
      *    0002 20261015 김경호 등록원천/수신키 추가, 유형 05 추가 *
      ******************************************************************
           03  TRIPB146-REC.
               05  RIPB146-GROUP-CO-CD          PIC  X(003).
               05  RIPB146-REGI-EMPID           PIC  X(007).
               05  RIPB146-REGI-YMD             PIC  X(008).
               05  RIPB146-USE-YN               PIC  X(001).
               05  RIPB146-REGI-SRC-DSTCD       PIC  X(001).
               05  RIPB146-FEED-RCV-YMD         PIC  X(008).
               05  RIPB146-FEED-RCV-SERNO       PIC  9(007).
      *=================================================================
      * END OF COPYBOOK TRIPB146
      *=================================================================
