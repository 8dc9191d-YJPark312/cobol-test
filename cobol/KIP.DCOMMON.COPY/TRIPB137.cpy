      *                                     (0:대기/1:전송/2:실패)  *
      *    DLVR-YMD                       : 전송년월일               *
      *    RETRY-CNT                      : 재전송횟수               *
      *    OTLK-DSTCD                     : 등급전망구분             *
      *    WATCH-DSTCD                    : 신용감시구분             *
      ******************************************************************
      * 5. HISTORY      :                                              *
      *     NO    DATE     USER     DESCRIPTION                        *
      *    ==== ======== ======== ==================================== *
      *    0001 20260828 김경호 최초 작성(등급변경 이벤트큐)       *
      *    0002 20261015 김경호 등급전망/신용감시구분 추가         *
      ******************************************************************
           03  TRIPB137-REC.
               05  RIPB137-GROUP-CO-CD          PIC  X(003).
               05  RIPB137-DLVR-STAT-CD         PIC  X(001).
               05  RIPB137-DLVR-YMD             PIC  X(008).
               05  RIPB137-RETRY-CNT            PIC  9(003).
               05  RIPB137-OTLK-DSTCD           PIC  X(001).
               05  RIPB137-WATCH-DSTCD          PIC  X(001).
      *=================================================================
      * END OF COPYBOOK TRIPB137
      *=================================================================
