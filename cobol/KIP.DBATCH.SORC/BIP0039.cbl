      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20260828:신규작성
      *@김경호:20261015:전송레코드에 등급전망/신용감시구분 추가
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
           03  WK-DB-DEFINS-YMD        PIC  X(008).
           03  WK-DB-DLVR-STAT         PIC  X(001).
           03  WK-DB-RETRY-CNT         PIC S9(003) COMP-3.
           03  WK-DB-OTLK-DSTCD        PIC  X(001).
           03  WK-DB-WATCH-DSTCD       PIC  X(001).

      *@  전송레코드
       01  WK-EVT-LINE.
           03  WK-EV-BEFRE-GRD         PIC  X(003).
           03  WK-EV-AFTER-GRD         PIC  X(003).
           03  WK-EV-DEFINS-YMD        PIC  X(008).
           03  WK-EV-OTLK-DSTCD        PIC  X(001).
           03  WK-EV-WATCH-DSTCD       PIC  X(001).
           03  FILLER                  PIC  X(040).

      *@  경과현황 보고서라인
       01  WK-RPT-LINE.
                     , 평가확정년월일
                     , 전송상태코드
                     , 재전송횟수
                     , VALUE(등급전망구분,' ')
                     , VALUE(신용감시구분,' ')
                  FROM DB2DBA.THKIPB137
                 WHERE 그룹회사코드 = :BICOM-GROUP-CO-CD
                   AND (   전송상태코드 = '0'
                   , :WK-DB-DEFINS-YMD
                   , :WK-DB-DLVR-STAT
                   , :WK-DB-RETRY-CNT
                   , :WK-DB-OTLK-DSTCD
                   , :WK-DB-WATCH-DSTCD
           END-EXEC

           EVALUATE SQLCODE
           MOVE WK-DB-BEFRE-GRD     TO  WK-EV-BEFRE-GRD
           MOVE WK-DB-AFTER-GRD     TO  WK-EV-AFTER-GRD
           MOVE WK-DB-DEFINS-YMD    TO  WK-EV-DEFINS-YMD
           MOVE WK-DB-OTLK-DSTCD    TO  WK-EV-OTLK-DSTCD
           MOVE WK-DB-WATCH-DSTCD   TO  WK-EV-WATCH-DSTCD
           MOVE WK-EVT-LINE         TO  EVT-RECORD

           WRITE WK-EVT-REC
