           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0060 (BT 등급전망/신용감시 검토기한 경과현황)
      *@처리유형  : BATCH
      *@처리개요  : 확정평가시 등록한 등급전망/신용감시(THKIPB159,
      *@            DIPA961)를 월간 점검하여 RPTFILE에 수록한다.
      *@            1. 검토기한 경과 명세
      *@               - 미해소(해소평가년월일 공백)건중 신용감시
      *@                 검토기한 또는 등급전망 검토기한이 작업일
      *@                 이전인 건. 감시 경과건을 먼저 수록
      *@               - 경과일수 = 작업일 - 검토기한년월일
      *@            2. 당월 해소현황
      *@               - 해소처리년월일이 작업월인 건을 전망/감시
      *@                 구분코드별로 실현/미실현/반대방향 건수와
      *@                 실현율로 집계
      *@  SYSIN    : 그룹회사코드/작업일/작업자
      *-----------------------------------------------------------------
      *@에러표준  :
      *@11~19:입력파라미터 오류
      *@21~29: DB관련 오류
      *@91~99:파일컨트롤오류(초기화,OPEN,CLOSE,READ,WRITE등)
      *-----------------------------------------------------------------
      *@             P R O G R A M   변　경　이　력
      *-----------------------------------------------------------------
      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20261015:신규작성
      *-----------------------------------------------------------------
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     BIP0060.
       AUTHOR.                         김경호.
       DATE-WRITTEN.                   26/10/15.

      *=================================================================
       ENVIRONMENT                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                   SECTION.
      *-----------------------------------------------------------------
       SOURCE-COMPUTER.                IBM-Z10.
       OBJECT-COMPUTER.                IBM-Z10.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                    SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *@   등급전망/신용감시 경과현황 보고서파일
           SELECT  RPT-OUT-FILE        ASSIGN  TO  RPTFILE
                   ORGANIZATION        IS      SEQUENTIAL
                   ACCESS MODE         IS      SEQUENTIAL
                   FILE STATUS         IS      WK-RPT-FILE-ST.
      *@   배치진행정보(BATSTAT) LOG
           SELECT  BATSTAT-FILE        ASSIGN  TO  BATSTAT
                   ORGANIZATION        IS      SEQUENTIAL
                   ACCESS MODE         IS      SEQUENTIAL
                   FILE STATUS         IS      WK-BATSTAT-FILE-ST.

      *=================================================================
       DATA                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                            SECTION.
      *-----------------------------------------------------------------
       FD  RPT-OUT-FILE                RECORDING MODE F.
       01  WK-RPT-REC.
           03  RPT-RECORD              PIC  X(132).

      *    배치진행정보 기록레코드
       FD  BATSTAT-FILE                RECORDING MODE F.
       01  BATSTAT-REC.
           COPY  BATSTAT.

      *-----------------------------------------------------------------
       WORKING-STORAGE                 SECTION.
      *-----------------------------------------------------------------
      *@CONSTANT AREA
      *-----------------------------------------------------------------
       01  CO-AREA.
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0060'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.

      *-----------------------------------------------------------------
      *@FILE STATUS
      *-----------------------------------------------------------------
       01  WK-FILE-STATUS.
           03  WK-RPT-FILE-ST          PIC  X(002) VALUE '00'.
           03  WK-BATSTAT-FILE-ST      PIC  X(002) VALUE '00'.

      *-----------------------------------------------------------------
      *@WORKING AREA
      *-----------------------------------------------------------------
       01  WK-AREA.
           03  WK-SW-EOF               PIC  X(001).
           03  WK-BATSTAT-STRT-HMS     PIC  X(006).
           03  WK-BATSTAT-CD           PIC  X(002).
           03  WK-READ-CNT             PIC  9(009).
           03  WK-WATCH-CNT            PIC  9(009).
           03  WK-OTLK-CNT             PIC  9(009).
           03  WK-RSLV-CNT             PIC  9(009).
      *@   경과일수 산출
           03  WK-BASE-YMD-N           PIC  9(008).
           03  WK-REVW-YMD-N           PIC  9(008).
           03  WK-OVER-DAYS            PIC S9(007).
      *@   해소현황 집계(직전 구분/코드, 결과별 건수)
           03  WK-PREV-KIND            PIC  X(001).
           03  WK-PREV-DSTCD           PIC  X(001).
           03  WK-RSLT-CNT1            PIC  9(007).
           03  WK-RSLT-CNT2            PIC  9(007).
           03  WK-RSLT-CNT3            PIC  9(007).
           03  WK-RSLT-TOT             PIC  9(007).
           03  WK-HIT-RATE             PIC  9(003)V9(002).

      *@  검토기한 경과 명세라인
       01  WK-DTL-LINE.
           03  WK-DTL-TYPE             PIC  X(006).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-GROUP-CD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-REGI-CD          PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-GROUP-NAME       PIC  X(040).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-VALUA-YMD        PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-GRD              PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-OTLK-DSTCD       PIC  X(001).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-WATCH-DSTCD      PIC  X(001).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-RSN-CD           PIC  X(002).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-REVW-YMD         PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-OVER-DAYS        PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(003) VALUE '일'.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-REGI-EMPID       PIC  X(007).
           03  FILLER                  PIC  X(030) VALUE SPACE.

      *@  해소현황 집계라인
       01  WK-SUM-LINE.
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-SUM-KIND             PIC  X(006).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-SUM-DSTCD            PIC  X(001).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-SUM-DSTCD-NAME       PIC  X(012).
           03  FILLER                  PIC  X(010) VALUE ' 실현 '.
           03  WK-SUM-CNT1             PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(013) VALUE ' 미실현 '.
           03  WK-SUM-CNT2             PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(016)
                                       VALUE ' 반대방향 '.
           03  WK-SUM-CNT3             PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(007) VALUE ' 계 '.
           03  WK-SUM-TOT              PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(013) VALUE ' 실현율 '.
           03  WK-SUM-HIT-RATE         PIC  ZZ9.99.
           03  FILLER                  PIC  X(001) VALUE '%'.
           03  FILLER                  PIC  X(014) VALUE SPACE.

      *-----------------------------------------------------------------
      *@SYSIN AREA
      *-----------------------------------------------------------------
       01  WK-SYSIN.
      *@그룹회사구분코드
           03  WK-SYSIN-GR-CO-CD       PIC  X(003).
           03  WK-FILLER               PIC  X(001).
      *@작업수행년월일
           03  WK-SYSIN-WORK-BSD       PIC  X(008).
           03  WK-FILLER               PIC  X(001).
      *@작업자ID
           03  WK-SYSIN-EMP-NO         PIC  X(007).
           03  WK-FILLER               PIC  X(001).

      *-----------------------------------------------------------------
      *@테이블(호스트변수)영역
      *-----------------------------------------------------------------
       01  WK-HOST-VARIABLE.
           03  WK-BASE-YMD             PIC  X(008).
           03  WK-MONTH-FROM-YMD       PIC  X(008).
           03  WK-MONTH-TO-YMD         PIC  X(008).
      *@   검토기한 경과 항목
           03  WK-OVER-TYPE            PIC  X(001).
           03  WK-CORP-CLCT-GROUP-CD   PIC  X(003).
           03  WK-CORP-CLCT-REGI-CD    PIC  X(003).
           03  WK-CORP-CLCT-NAME       PIC  X(072).
           03  WK-VALUA-YMD            PIC  X(008).
           03  WK-LAST-CLCT-GRD-DSTCD  PIC  X(003).
           03  WK-OTLK-DSTCD           PIC  X(001).
           03  WK-OTLK-RSN-CD          PIC  X(002).
           03  WK-OTLK-REVW-YMD        PIC  X(008).
           03  WK-WATCH-DSTCD          PIC  X(001).
           03  WK-WATCH-RSN-CD         PIC  X(002).
           03  WK-WATCH-REVW-YMD       PIC  X(008).
           03  WK-REGI-EMPID           PIC  X(007).
      *@   해소현황 항목
           03  WK-RSLV-KIND            PIC  X(001).
           03  WK-RSLV-DSTCD           PIC  X(001).
           03  WK-RSLV-RSLT-DSTCD      PIC  X(001).
           03  WK-RSLV-ROW-CNT         PIC S9(009) COMP.

      * -------------------------------------------
           EXEC SQL INCLUDE SQLCA      END-EXEC.

      ******************************************************************
      * SQL CURSOR DECLARE                                             *
      ******************************************************************
      *@  미해소 검토기한 경과건 - 감시경과(W) 우선, 기한순
           EXEC SQL
           DECLARE CUR_OVER CURSOR WITH HOLD FOR
           SELECT CASE WHEN O.신용감시구분 <> ' '
                        AND O.신용감시검토기한년월일
                                       < :WK-BASE-YMD
                       THEN 'W' ELSE 'O' END
                 ,O.기업집단그룹코드
                 ,O.기업집단등록코드
                 ,VALUE(B.기업집단명, ' ')
                 ,O.평가년월일
                 ,O.최종집단등급구분
                 ,O.등급전망구분
                 ,O.등급전망사유코드
                 ,O.등급전망검토기한년월일
                 ,O.신용감시구분
                 ,O.신용감시사유코드
                 ,O.신용감시검토기한년월일
                 ,O.등록직원번호
           FROM   DB2DBA.THKIPB159 O
           LEFT OUTER JOIN DB2DBA.THKIPB110 B
                  ON  B.그룹회사코드
                             = O.그룹회사코드
                  AND B.기업집단그룹코드
                             = O.기업집단그룹코드
                  AND B.기업집단등록코드
                             = O.기업집단등록코드
                  AND B.평가년월일       = O.평가년월일
           WHERE  O.그룹회사코드     = 'KB0'
             AND  O.해소평가년월일   = ' '
             AND ((    O.신용감시구분 <> ' '
                   AND O.신용감시검토기한년월일
                                       < :WK-BASE-YMD)
               OR  O.등급전망검토기한년월일
                                       < :WK-BASE-YMD)
           ORDER BY 1 DESC, 12, 9, 2, 3
           WITH UR
           END-EXEC.

      *@  당월 해소건 - 전망(O)/감시(W) 구분코드별 결과건수
           EXEC SQL
           DECLARE CUR_RSLV CURSOR WITH HOLD FOR
           SELECT 'O'
                 ,등급전망구분
                 ,전망해소결과구분
                 ,COUNT(*)
           FROM   DB2DBA.THKIPB159
           WHERE  그룹회사코드     = 'KB0'
             AND  해소처리년월일 BETWEEN :WK-MONTH-FROM-YMD
                                     AND :WK-MONTH-TO-YMD
           GROUP  BY 등급전망구분, 전망해소결과구분
           UNION  ALL
           SELECT 'W'
                 ,신용감시구분
                 ,감시해소결과구분
                 ,COUNT(*)
           FROM   DB2DBA.THKIPB159
           WHERE  그룹회사코드     = 'KB0'
             AND  해소처리년월일 BETWEEN :WK-MONTH-FROM-YMD
                                     AND :WK-MONTH-TO-YMD
             AND  신용감시구분    <> ' '
           GROUP  BY 신용감시구분, 감시해소결과구분
           ORDER  BY 1, 2, 3
           WITH UR
           END-EXEC.

      *=================================================================
       PROCEDURE                       DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
      *@메인　프로세스　처리한다．
      *-----------------------------------------------------------------
       S0000-MAIN-RTN.
      *@1초기화처리한다．
           PERFORM S1000-INITIALIZE-RTN
              THRU S1000-INITIALIZE-EXT

      *@1업무프로세스　처리한다．
           PERFORM S3000-PROCESS-RTN
              THRU S3000-PROCESS-EXT

      *@1종료처리한다．
           PERFORM S9000-FINAL-RTN
              THRU S9000-FINAL-EXT
           .
       S0000-MAIN-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@초기화처리한다．
      *-----------------------------------------------------------------
       S1000-INITIALIZE-RTN.
           INITIALIZE WK-AREA
                      WK-SYSIN

           MOVE ZEROS        TO  RETURN-CODE

      *@1 배치진행정보 시작시각 기록
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-BATSTAT-STRT-HMS

           ACCEPT  WK-SYSIN  FROM    SYSIN

           DISPLAY "*-----------------------------*"
           DISPLAY "* BIP0060 PGM START           *"
           DISPLAY "*-----------------------------*"
           DISPLAY "* WK-SYSIN = " WK-SYSIN
           DISPLAY "*-----------------------------*"

      *#1 작업수행년월일 확인
           IF  WK-SYSIN-WORK-BSD IS NOT NUMERIC
               DISPLAY ":::::ERROR:::::"
               DISPLAY "작업수행년월일 파라미터 오류"
               MOVE 11 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE WK-SYSIN-WORK-BSD        TO  WK-BASE-YMD
           MOVE WK-SYSIN-WORK-BSD        TO  WK-BASE-YMD-N

      *@1 해소현황 집계월(작업월 1일 ~ 말일)
           MOVE WK-BASE-YMD              TO  WK-MONTH-FROM-YMD
           MOVE '01'                     TO  WK-MONTH-FROM-YMD(7:2)
           MOVE WK-BASE-YMD              TO  WK-MONTH-TO-YMD
           MOVE '31'                     TO  WK-MONTH-TO-YMD(7:2)

           DISPLAY "* RSLV-MONTH = " WK-MONTH-FROM-YMD
                   " ~ " WK-MONTH-TO-YMD

      *@1 보고서 파일 OPEN
           OPEN  OUTPUT  RPT-OUT-FILE
           IF  WK-RPT-FILE-ST  NOT =  '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "RPTFILE OPEN 오류 [" WK-RPT-FILE-ST "]"
               MOVE 91 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE SPACE TO RPT-RECORD
           STRING '** 등급전망/신용감시 '
                  '검토기한 경과현황 '
                  '(처리일 ' WK-BASE-YMD ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@업무처리
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.
      *@1 검토기한 경과 명세
           MOVE '구분   그룹/등록 기업집단명'  TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           EXEC SQL OPEN CUR_OVER END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_OVER ERROR SQLCODE=[" SQLCODE "]"
              MOVE 21 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S4000-FETCH-OVER-RTN
              THRU S4000-FETCH-OVER-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_OVER END-EXEC

      *@1 당월 해소현황
           MOVE SPACE TO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           MOVE SPACE TO RPT-RECORD
           STRING '** 당월 전망/감시 해소현황 ('
                  WK-MONTH-FROM-YMD(1:6) ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           EXEC SQL OPEN CUR_RSLV END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_RSLV ERROR SQLCODE=[" SQLCODE "]"
              MOVE 23 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE SPACE  TO  WK-PREV-KIND
                           WK-PREV-DSTCD
           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S5000-FETCH-RSLV-RTN
              THRU S5000-FETCH-RSLV-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_RSLV END-EXEC

      *@1 최종 구분코드 집계
           IF  WK-PREV-KIND NOT = SPACE
               PERFORM S5100-WRITE-SUM-RTN
                  THRU S5100-WRITE-SUM-EXT
           END-IF
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  검토기한 경과건 FETCH 및 명세 수록
      *-----------------------------------------------------------------
       S4000-FETCH-OVER-RTN.
           EXEC  SQL  FETCH  CUR_OVER
                 INTO :WK-OVER-TYPE
                    , :WK-CORP-CLCT-GROUP-CD
                    , :WK-CORP-CLCT-REGI-CD
                    , :WK-CORP-CLCT-NAME
                    , :WK-VALUA-YMD
                    , :WK-LAST-CLCT-GRD-DSTCD
                    , :WK-OTLK-DSTCD
                    , :WK-OTLK-RSN-CD
                    , :WK-OTLK-REVW-YMD
                    , :WK-WATCH-DSTCD
                    , :WK-WATCH-RSN-CD
                    , :WK-WATCH-REVW-YMD
                    , :WK-REGI-EMPID
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S4000-FETCH-OVER-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_OVER ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 22 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           ADD 1 TO WK-READ-CNT

           MOVE WK-CORP-CLCT-GROUP-CD    TO  WK-DTL-GROUP-CD
           MOVE WK-CORP-CLCT-REGI-CD     TO  WK-DTL-REGI-CD
           MOVE WK-CORP-CLCT-NAME        TO  WK-DTL-GROUP-NAME
           MOVE WK-VALUA-YMD             TO  WK-DTL-VALUA-YMD
           MOVE WK-LAST-CLCT-GRD-DSTCD   TO  WK-DTL-GRD
           MOVE WK-OTLK-DSTCD            TO  WK-DTL-OTLK-DSTCD
           MOVE WK-WATCH-DSTCD           TO  WK-DTL-WATCH-DSTCD
           MOVE WK-REGI-EMPID            TO  WK-DTL-REGI-EMPID

      *#1 감시경과건은 감시 사유/기한, 그외는 전망 사유/기한
           IF  WK-OVER-TYPE = 'W'
               ADD 1                     TO  WK-WATCH-CNT
               MOVE '감시'               TO  WK-DTL-TYPE
               MOVE WK-WATCH-RSN-CD      TO  WK-DTL-RSN-CD
               MOVE WK-WATCH-REVW-YMD    TO  WK-DTL-REVW-YMD
           ELSE
               ADD 1                     TO  WK-OTLK-CNT
               MOVE '전망'               TO  WK-DTL-TYPE
               MOVE WK-OTLK-RSN-CD       TO  WK-DTL-RSN-CD
               MOVE WK-OTLK-REVW-YMD     TO  WK-DTL-REVW-YMD
           END-IF

      *@1 경과일수
           MOVE ZEROS                    TO  WK-OVER-DAYS
           IF  WK-DTL-REVW-YMD IS NUMERIC
               MOVE WK-DTL-REVW-YMD      TO  WK-REVW-YMD-N
               COMPUTE WK-OVER-DAYS =
                       FUNCTION INTEGER-OF-DATE(WK-BASE-YMD-N)
                     - FUNCTION INTEGER-OF-DATE(WK-REVW-YMD-N)
           END-IF
           MOVE WK-OVER-DAYS             TO  WK-DTL-OVER-DAYS

           MOVE WK-DTL-LINE              TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S4000-FETCH-OVER-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  당월 해소건 FETCH - 구분/코드 변경시 집계라인 수록
      *-----------------------------------------------------------------
       S5000-FETCH-RSLV-RTN.
           EXEC  SQL  FETCH  CUR_RSLV
                 INTO :WK-RSLV-KIND
                    , :WK-RSLV-DSTCD
                    , :WK-RSLV-RSLT-DSTCD
                    , :WK-RSLV-ROW-CNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S5000-FETCH-RSLV-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_RSLV ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 24 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

      *@1 구분/코드 변경시 직전 집계 수록
           IF  WK-RSLV-KIND  NOT = WK-PREV-KIND
           OR  WK-RSLV-DSTCD NOT = WK-PREV-DSTCD
               IF  WK-PREV-KIND NOT = SPACE
                   PERFORM S5100-WRITE-SUM-RTN
                      THRU S5100-WRITE-SUM-EXT
               END-IF
               MOVE WK-RSLV-KIND         TO  WK-PREV-KIND
               MOVE WK-RSLV-DSTCD        TO  WK-PREV-DSTCD
               MOVE ZEROS                TO  WK-RSLT-CNT1
                                             WK-RSLT-CNT2
                                             WK-RSLT-CNT3
           END-IF

           ADD WK-RSLV-ROW-CNT           TO  WK-RSLV-CNT

           EVALUATE WK-RSLV-RSLT-DSTCD
               WHEN '1'
                    ADD WK-RSLV-ROW-CNT  TO  WK-RSLT-CNT1
               WHEN '3'
                    ADD WK-RSLV-ROW-CNT  TO  WK-RSLT-CNT3
               WHEN OTHER
                    ADD WK-RSLV-ROW-CNT  TO  WK-RSLT-CNT2
           END-EVALUATE
           .
       S5000-FETCH-RSLV-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  전망/감시 구분코드별 해소결과 집계라인 수록
      *-----------------------------------------------------------------
       S5100-WRITE-SUM-RTN.
           COMPUTE WK-RSLT-TOT = WK-RSLT-CNT1
                               + WK-RSLT-CNT2
                               + WK-RSLT-CNT3

           MOVE ZEROS                    TO  WK-HIT-RATE
           IF  WK-RSLT-TOT > ZEROS
               COMPUTE WK-HIT-RATE ROUNDED =
                       WK-RSLT-CNT1 * 100 / WK-RSLT-TOT
           END-IF

           IF  WK-PREV-KIND = 'W'
               MOVE '감시'               TO  WK-SUM-KIND
               EVALUATE WK-PREV-DSTCD
                   WHEN 'P'  MOVE '상향검토'  TO  WK-SUM-DSTCD-NAME
                   WHEN 'N'  MOVE '하향검토'  TO  WK-SUM-DSTCD-NAME
                   WHEN 'D'  MOVE '방향미정'  TO  WK-SUM-DSTCD-NAME
                   WHEN OTHER MOVE SPACE      TO  WK-SUM-DSTCD-NAME
               END-EVALUATE
           ELSE
               MOVE '전망'               TO  WK-SUM-KIND
               EVALUATE WK-PREV-DSTCD
                   WHEN 'P'  MOVE '긍정적'    TO  WK-SUM-DSTCD-NAME
                   WHEN 'S'  MOVE '안정적'    TO  WK-SUM-DSTCD-NAME
                   WHEN 'N'  MOVE '부정적'    TO  WK-SUM-DSTCD-NAME
                   WHEN 'D'  MOVE '유동적'    TO  WK-SUM-DSTCD-NAME
                   WHEN OTHER MOVE SPACE      TO  WK-SUM-DSTCD-NAME
               END-EVALUATE
           END-IF

           MOVE WK-PREV-DSTCD            TO  WK-SUM-DSTCD
           MOVE WK-RSLT-CNT1             TO  WK-SUM-CNT1
           MOVE WK-RSLT-CNT2             TO  WK-SUM-CNT2
           MOVE WK-RSLT-CNT3             TO  WK-SUM-CNT3
           MOVE WK-RSLT-TOT              TO  WK-SUM-TOT
           MOVE WK-HIT-RATE              TO  WK-SUM-HIT-RATE

           MOVE WK-SUM-LINE              TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S5100-WRITE-SUM-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  보고서 라인 WRITE
      *-----------------------------------------------------------------
       S6000-WRITE-RPT-RTN.
           WRITE WK-RPT-REC
           IF  WK-RPT-FILE-ST NOT = '00'
               DISPLAY "RPTFILE WRITE 오류 [" WK-RPT-FILE-ST "]"
               MOVE 92 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF
           .
       S6000-WRITE-RPT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@종료처리한다(오류).
      *-----------------------------------------------------------------
       S8000-ERROR-RTN.
      *@1  배치진행정보 관리 모듈 호출
           MOVE CO-STAT-ERROR TO WK-BATSTAT-CD
           PERFORM S9500-BATSTAT-WRITE-RTN
              THRU S9500-BATSTAT-WRITE-EXT

      *@1  비정상종료
           #OKEXIT CO-STAT-ERROR
           .
       S8000-ERROR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@종료처리한다．
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.
           MOVE SPACE TO RPT-RECORD
           STRING '** 경과 감시 '  WK-WATCH-CNT
                  ' 전망 '         WK-OTLK-CNT
                  ' 당월해소 '     WK-RSLV-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           CLOSE  RPT-OUT-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0060 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* OVERDUE-CNT        = " WK-READ-CNT
           DISPLAY "* WATCH-OVERDUE-CNT  = " WK-WATCH-CNT
           DISPLAY "* OUTLOOK-OVERDUE-CNT= " WK-OTLK-CNT
           DISPLAY "* RESOLVED-CNT       = " WK-RSLV-CNT
           DISPLAY "*-----------------------------------*"

      *@1  배치진행정보 관리 모듈 호출
           MOVE CO-STAT-OK TO WK-BATSTAT-CD
           PERFORM S9500-BATSTAT-WRITE-RTN
              THRU S9500-BATSTAT-WRITE-EXT

      *@1  정상종료
           #OKEXIT RETURN-CODE
           .
       S9000-FINAL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  배치진행정보(BATSTAT) 기록
      *-----------------------------------------------------------------
       S9500-BATSTAT-WRITE-RTN.

           INITIALIZE BATSTAT-REC.

           MOVE CO-PGM-ID
             TO BATSTAT-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO BATSTAT-RUN-YMD.
           MOVE WK-BATSTAT-STRT-HMS
             TO BATSTAT-STRT-HMS.
           MOVE FUNCTION CURRENT-DATE(9:6)
             TO BATSTAT-END-HMS.
           MOVE WK-BATSTAT-CD
             TO BATSTAT-RETURN-CD.
           MOVE WK-READ-CNT
             TO BATSTAT-PRCSS-CNT.

           EVALUATE WK-BATSTAT-CD
               WHEN CO-STAT-OK
                    MOVE 'NORM' TO BATSTAT-ERRBAND-DSTCD
               WHEN OTHER
                    MOVE 'ETC ' TO BATSTAT-ERRBAND-DSTCD
           END-EVALUATE.

           OPEN EXTEND BATSTAT-FILE.

           IF WK-BATSTAT-FILE-ST = '00'
              WRITE BATSTAT-REC
              CLOSE BATSTAT-FILE
           END-IF.

       S9500-BATSTAT-WRITE-EXT.
           EXIT.
