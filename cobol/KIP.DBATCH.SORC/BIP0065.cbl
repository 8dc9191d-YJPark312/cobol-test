           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0065 (BT 심사역별 비재무항목 평가일관성 현황)
      *@처리유형  : BATCH(분기)
      *@처리개요  : 관측기간(기준일 직전 1년)내 확정(처리단계 '6')
      *@            평가의 비재무항목별 평가결과(THKIPB114)를
      *@            평가직원(THKIPB110 평가직원번호) 단위로
      *@            집계하여 동일 등급구간/주력업종 동료평균과
      *@            비교하고 RPTFILE에 수록한다(품질검토 대상선정).
      *@            1. 심사역 이탈 명세
      *@               - 항목점수 환산 A:5/B:4/C:3/D:2/E:1
      *@               - 셀(항목x등급구간x업종x심사역)별 건수/
      *@                 평균/분포(A~E)와 동료(셀내 타심사역)
      *@                 평균/표준편차
      *@               - 검정통계량 Z = (심사역평균-동료평균)
      *@                 / (동료표준편차 / SQRT(심사역건수))
      *@               - |Z| >= 기준(2.00)이면 이탈(HIGH:관대,
      *@                 LOW:엄격). 심사역/동료 건수가 최소건수
      *@                 (3) 미만인 셀은 판정 제외
      *@            2. 재무신호 상충 명세
      *@               - 업종내 재무점수 백분위 20 이하(약세)인데
      *@                 항목 'A', 또는 80 이상(강세)인데 항목 'E'
      *@            3. 심사역별 요약(이탈/상충 보유 심사역)
      *@            등급구간(1:AAA~AA-/2:A+~A-/3:BBB/4:BB+~BB-/
      *@            5:B+이하)
      *@  SYSIN    : 그룹회사코드/작업일(기준일)/작업자
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
       PROGRAM-ID.                     BIP0065.
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
      *@   비재무항목 평가일관성 보고서파일
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0065'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.
      *@   이탈 판정 기준(|Z|)
           03  CO-Z-THRSH              PIC  9(001)V9(02) VALUE 2.00.
      *@   판정 최소건수(심사역/동료 각각)
           03  CO-MIN-CNT              PIC  9(003) VALUE 3.
      *@   동료 표준편차 하한(동료 점수가 모두 같을 때)
           03  CO-SD-FLOOR             PIC  9(001)V9(02) VALUE 0.50.
      *@   재무신호 약세/강세 백분위 기준
           03  CO-FIN-WEAK-PCTL        PIC  9(003) VALUE 20.
           03  CO-FIN-STRONG-PCTL      PIC  9(003) VALUE 80.
      *@   심사역 요약 최대건수
           03  CO-ANL-MAX              PIC  9(004) VALUE 300.

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
           03  WK-CELL-CNT             PIC  9(009).
           03  WK-JDGE-CNT             PIC  9(009).
           03  WK-SKIP-CNT             PIC  9(009).
           03  WK-HIGH-CNT             PIC  9(009).
           03  WK-LOW-CNT              PIC  9(009).
           03  WK-CNTRA-CNT            PIC  9(009).
      *@   관측기간 시작일 산출
           03  WK-CALC-YYYY            PIC  9(004).
      *@   동료 통계 산출
           03  WK-PEER-CNT             PIC S9(009) COMP.
           03  WK-ANL-MEAN             PIC S9(003)V9(04) COMP-3.
           03  WK-PEER-MEAN            PIC S9(003)V9(04) COMP-3.
           03  WK-PEER-VAR             PIC S9(005)V9(06) COMP-3.
           03  WK-PEER-SD              PIC S9(003)V9(04) COMP-3.
           03  WK-Z-SCOR               PIC S9(005)V9(04) COMP-3.
           03  WK-ABS-Z                PIC S9(005)V9(04) COMP-3.
           03  WK-FLAG-DSTCD           PIC  X(004).
      *@   심사역 요약 검색
           03  WK-ANL-CNT              PIC S9(004) COMP.
           03  WK-ANL-IX               PIC S9(004) COMP.
           03  WK-ANL-FOUND-IX         PIC S9(004) COMP.

      *@  심사역별 요약(이탈/상충 건수)
       01  WK-ANL-AREA.
           03  WK-ANL-TBL              OCCURS 300.
               05  WK-ANL-EMPID        PIC  X(007).
               05  WK-ANL-EMNM         PIC  X(020).
               05  WK-ANL-CELL-CNT     PIC  9(005) COMP.
               05  WK-ANL-HIGH-CNT     PIC  9(005) COMP.
               05  WK-ANL-LOW-CNT      PIC  9(005) COMP.
               05  WK-ANL-CNTRA-CNT    PIC  9(005) COMP.

      *@  심사역 이탈 명세라인
       01  WK-DTL-LINE.
           03  WK-DTL-ITEM-CD          PIC  X(002).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-BAND-CD          PIC  X(001).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-BZTYP-CD         PIC  X(004).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-EMPID            PIC  X(007).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-EMNM             PIC  X(020).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-ANL-CNT          PIC  ZZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-ANL-MEAN         PIC  9.99.
           03  FILLER                  PIC  X(002) VALUE ' ['.
           03  WK-DTL-DIST-A           PIC  ZZ9.
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-DIST-B           PIC  ZZ9.
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-DIST-C           PIC  ZZ9.
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-DIST-D           PIC  ZZ9.
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-DIST-E           PIC  ZZ9.
           03  FILLER                  PIC  X(002) VALUE '] '.
           03  WK-DTL-PEER-CNT         PIC  ZZZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-PEER-MEAN        PIC  9.99.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-PEER-SD          PIC  9.99.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-Z-SCOR           PIC  +ZZ9.99.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-FLAG             PIC  X(004).
           03  FILLER                  PIC  X(024) VALUE SPACE.

      *@  재무신호 상충 명세라인
       01  WK-CNT-LINE.
           03  WK-CNT-GROUP-CD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-CNT-REGI-CD          PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-CNT-VALUA-YMD        PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-CNT-ITEM-CD          PIC  X(002).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-CNT-RSULT-DSTCD      PIC  X(001).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-CNT-FNAF-SCOR        PIC  ZZ9.99.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-CNT-FNAF-PCTL        PIC  ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-CNT-SIGNAL           PIC  X(009).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-CNT-EMPID            PIC  X(007).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-CNT-EMNM             PIC  X(020).
           03  FILLER                  PIC  X(061) VALUE SPACE.

      *@  심사역별 요약라인
       01  WK-SUM-LINE.
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-SUM-EMPID            PIC  X(007).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-SUM-EMNM             PIC  X(020).
           03  FILLER                  PIC  X(008) VALUE ' 셀수 '.
           03  WK-SUM-CELL-CNT         PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(007) VALUE ' HIGH '.
           03  WK-SUM-HIGH-CNT         PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(006) VALUE ' LOW '.
           03  WK-SUM-LOW-CNT          PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(008) VALUE ' 상충 '.
           03  WK-SUM-CNTRA-CNT        PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(049) VALUE SPACE.

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
           03  WK-FROM-YMD             PIC  X(008).
           03  WK-FIN-WEAK-PCTL        PIC S9(003) COMP-3.
           03  WK-FIN-STRONG-PCTL      PIC S9(003) COMP-3.
      *@   심사역 셀 집계
           03  WK-ITEM-CD              PIC  X(002).
           03  WK-BAND-CD              PIC  X(001).
           03  WK-BZTYP-CD             PIC  X(004).
           03  WK-VALUA-EMPID          PIC  X(007).
           03  WK-VALUA-EMNM           PIC  X(052).
           03  WK-ANL-ITEM-CNT         PIC S9(009) COMP.
           03  WK-ANL-SCOR-SUM         PIC S9(009) COMP.
           03  WK-ANL-SCOR-SQSUM       PIC S9(009) COMP.
           03  WK-ANL-DIST-A           PIC S9(009) COMP.
           03  WK-ANL-DIST-B           PIC S9(009) COMP.
           03  WK-ANL-DIST-C           PIC S9(009) COMP.
           03  WK-ANL-DIST-D           PIC S9(009) COMP.
           03  WK-ANL-DIST-E           PIC S9(009) COMP.
           03  WK-TOT-ITEM-CNT         PIC S9(009) COMP.
           03  WK-TOT-SCOR-SUM         PIC S9(009) COMP.
           03  WK-TOT-SCOR-SQSUM       PIC S9(009) COMP.
      *@   재무신호 상충
           03  WK-CORP-CLCT-GROUP-CD   PIC  X(003).
           03  WK-CORP-CLCT-REGI-CD    PIC  X(003).
           03  WK-VALUA-YMD            PIC  X(008).
           03  WK-ITEM-RSULT-DSTCD     PIC  X(001).
           03  WK-FNAF-SCOR            PIC S9(005)V9(02) COMP-3.
           03  WK-FNAF-PCTL            PIC S9(003) COMP-3.

      * -------------------------------------------
           EXEC SQL INCLUDE SQLCA      END-EXEC.

      ******************************************************************
      * SQL CURSOR DECLARE                                             *
      ******************************************************************
      *@  심사역 셀(항목x등급구간x업종x심사역) 집계와 셀이 속한
      *@  비교집단(항목x등급구간x업종) 전체 합계
           EXEC SQL
           DECLARE CUR_ANLST CURSOR WITH HOLD FOR
           SELECT V.항목구분
                 ,V.등급구간
                 ,V.업종코드
                 ,V.평가직원번호
                 ,MAX(V.평가직원명)
                 ,COUNT(*)
                 ,SUM(V.항목점수)
                 ,SUM(V.항목점수 * V.항목점수)
                 ,SUM(CASE WHEN V.항목점수 = 5 THEN 1 ELSE 0 END)
                 ,SUM(CASE WHEN V.항목점수 = 4 THEN 1 ELSE 0 END)
                 ,SUM(CASE WHEN V.항목점수 = 3 THEN 1 ELSE 0 END)
                 ,SUM(CASE WHEN V.항목점수 = 2 THEN 1 ELSE 0 END)
                 ,SUM(CASE WHEN V.항목점수 = 1 THEN 1 ELSE 0 END)
                 ,SUM(COUNT(*)) OVER
                     (PARTITION BY V.항목구분
                                 , V.등급구간
                                 , V.업종코드)
                 ,SUM(SUM(V.항목점수)) OVER
                     (PARTITION BY V.항목구분
                                 , V.등급구간
                                 , V.업종코드)
                 ,SUM(SUM(V.항목점수 * V.항목점수)) OVER
                     (PARTITION BY V.항목구분
                                 , V.등급구간
                                 , V.업종코드)
           FROM  (SELECT I.기업집단항목평가구분
                                                     AS 항목구분
                        ,CASE
                         WHEN B.최종집단등급구분
                              IN ('AAA', 'AA+', 'AA ', 'AA-')
                         THEN '1'
                         WHEN B.최종집단등급구분
                              IN ('A+ ', 'A  ', 'A- ')
                         THEN '2'
                         WHEN B.최종집단등급구분 = 'BBB'
                         THEN '3'
                         WHEN B.최종집단등급구분
                              IN ('BB+', 'BB ', 'BB-')
                         THEN '4'
                         ELSE '5'
                         END                         AS 등급구간
                        ,VALUE(B.주력업종코드, ' ')
                                                     AS 업종코드
                        ,B.평가직원번호
                                                 AS 평가직원번호
                        ,B.평가직원명
                                                 AS 평가직원명
                        ,CASE I.항목평가결과구분
                         WHEN 'A' THEN 5
                         WHEN 'B' THEN 4
                         WHEN 'C' THEN 3
                         WHEN 'D' THEN 2
                         ELSE 1
                         END                         AS 항목점수
                  FROM   DB2DBA.THKIPB110 B
                  INNER JOIN DB2DBA.THKIPB114 I
                         ON  I.그룹회사코드 = B.그룹회사코드
                         AND I.기업집단그룹코드
                           = B.기업집단그룹코드
                         AND I.기업집단등록코드
                           = B.기업집단등록코드
                         AND I.평가년월일       = B.평가년월일
                  WHERE  B.그룹회사코드         = 'KB0'
                    AND  B.기업집단처리단계구분 = '6'
                    AND  B.평가년월일           > :WK-FROM-YMD
                    AND  B.평가년월일          <= :WK-BASE-YMD
                    AND  I.항목평가결과구분
                         IN ('A', 'B', 'C', 'D', 'E')) V
           GROUP BY V.항목구분
                   ,V.등급구간
                   ,V.업종코드
                   ,V.평가직원번호
           ORDER BY V.항목구분
                   ,V.등급구간
                   ,V.업종코드
                   ,V.평가직원번호
           END-EXEC.

      *@  재무신호 상충 - 업종내 재무점수 백분위(동점 동일,
      *@  업종내 단독집단 50)가 약세인데 항목 'A', 강세인데 'E'
           EXEC SQL
           DECLARE CUR_CNTRA CURSOR WITH HOLD FOR
           SELECT W.기업집단그룹코드
                 ,W.기업집단등록코드
                 ,W.평가년월일
                 ,W.평가직원번호
                 ,W.평가직원명
                 ,I.기업집단항목평가구분
                 ,I.항목평가결과구분
                 ,W.재무점수
                 ,W.재무백분위
           FROM  (SELECT B.그룹회사코드
                        ,B.기업집단그룹코드
                        ,B.기업집단등록코드
                        ,B.평가년월일
                        ,B.평가직원번호
                        ,B.평가직원명
                        ,B.재무점수
                        ,CASE WHEN COUNT(*) OVER
                               (PARTITION BY
                                VALUE(B.주력업종코드, ' ')) = 1
                              THEN 50
                              ELSE (RANK() OVER
                               (PARTITION BY
                                VALUE(B.주력업종코드, ' ')
                                ORDER BY B.재무점수) - 1) * 100
                               / (COUNT(*) OVER
                               (PARTITION BY
                                VALUE(B.주력업종코드, ' ')) - 1)
                         END                         AS 재무백분위
                  FROM   DB2DBA.THKIPB110 B
                  WHERE  B.그룹회사코드         = 'KB0'
                    AND  B.기업집단처리단계구분 = '6'
                    AND  B.평가년월일           > :WK-FROM-YMD
                    AND  B.평가년월일          <= :WK-BASE-YMD) W
           INNER JOIN DB2DBA.THKIPB114 I
                  ON  I.그룹회사코드     = W.그룹회사코드
                  AND I.기업집단그룹코드
                    = W.기업집단그룹코드
                  AND I.기업집단등록코드
                    = W.기업집단등록코드
                  AND I.평가년월일       = W.평가년월일
           WHERE  (W.재무백분위 <= :WK-FIN-WEAK-PCTL
                   AND I.항목평가결과구분 = 'A')
              OR  (W.재무백분위 >= :WK-FIN-STRONG-PCTL
                   AND I.항목평가결과구분 = 'E')
           ORDER BY W.평가직원번호
                   ,W.기업집단그룹코드
                   ,W.기업집단등록코드
                   ,W.평가년월일
                   ,I.기업집단항목평가구분
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
                      WK-ANL-AREA
                      WK-SYSIN

           MOVE ZEROS        TO  RETURN-CODE

      *@1 배치진행정보 시작시각 기록
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-BATSTAT-STRT-HMS

           ACCEPT  WK-SYSIN  FROM    SYSIN

           DISPLAY "*-----------------------------*"
           DISPLAY "* BIP0065 PGM START           *"
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

           MOVE WK-SYSIN-WORK-BSD  TO  WK-BASE-YMD

      *@1 관측기간 시작일(기준일 1년전, 미포함)
           MOVE WK-BASE-YMD(1:4)   TO  WK-CALC-YYYY
           SUBTRACT 1            FROM  WK-CALC-YYYY
           MOVE WK-BASE-YMD        TO  WK-FROM-YMD
           MOVE WK-CALC-YYYY       TO  WK-FROM-YMD(1:4)

           MOVE CO-FIN-WEAK-PCTL   TO  WK-FIN-WEAK-PCTL
           MOVE CO-FIN-STRONG-PCTL TO  WK-FIN-STRONG-PCTL

      *@1 파일 OPEN
           OPEN  OUTPUT  RPT-OUT-FILE
           IF  WK-RPT-FILE-ST  NOT =  '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "RPTFILE OPEN 오류 [" WK-RPT-FILE-ST "]"
               MOVE 91 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE SPACE TO RPT-RECORD
           STRING '** 심사역별 비재무항목 '
                  '평가일관성 현황 '
                  '(기준일 ' WK-BASE-YMD
                  ' 관측 ' WK-FROM-YMD '~' WK-BASE-YMD ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S9100-RPT-WRITE-RTN
              THRU S9100-RPT-WRITE-EXT
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@업무처리
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.
      *@1 심사역 이탈 명세
           PERFORM S4000-ANLST-RTN
              THRU S4000-ANLST-EXT

      *@1 재무신호 상충 명세
           PERFORM S5000-CNTRA-RTN
              THRU S5000-CNTRA-EXT

      *@1 심사역별 요약
           PERFORM S6000-SUMMARY-RTN
              THRU S6000-SUMMARY-EXT
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  1.심사역 이탈 명세
      *-----------------------------------------------------------------
       S4000-ANLST-RTN.
           MOVE SPACE TO RPT-RECORD
           PERFORM S9100-RPT-WRITE-RTN
              THRU S9100-RPT-WRITE-EXT
           MOVE SPACE TO RPT-RECORD
           STRING '[1] 심사역 이탈 명세 '
                  '(|Z|>=2.00, 점수 A:5~E:1)'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S9100-RPT-WRITE-RTN
              THRU S9100-RPT-WRITE-EXT
           MOVE SPACE TO RPT-RECORD
           STRING '항목 구간 업종 심사역  '
                  '성명                '
                  '  건수 평균 [ A / B / C / D / E ] 동료 '
                  '평균 편차       Z 판정'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S9100-RPT-WRITE-RTN
              THRU S9100-RPT-WRITE-EXT

           EXEC SQL OPEN CUR_ANLST END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_ANLST ERROR SQLCODE=[" SQLCODE "]"
              MOVE 21 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S4100-ANLST-FETCH-RTN
              THRU S4100-ANLST-FETCH-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_ANLST END-EXEC
           .
       S4000-ANLST-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  심사역 셀 FETCH
      *-----------------------------------------------------------------
       S4100-ANLST-FETCH-RTN.
           EXEC  SQL  FETCH  CUR_ANLST
                 INTO :WK-ITEM-CD
                    , :WK-BAND-CD
                    , :WK-BZTYP-CD
                    , :WK-VALUA-EMPID
                    , :WK-VALUA-EMNM
                    , :WK-ANL-ITEM-CNT
                    , :WK-ANL-SCOR-SUM
                    , :WK-ANL-SCOR-SQSUM
                    , :WK-ANL-DIST-A
                    , :WK-ANL-DIST-B
                    , :WK-ANL-DIST-C
                    , :WK-ANL-DIST-D
                    , :WK-ANL-DIST-E
                    , :WK-TOT-ITEM-CNT
                    , :WK-TOT-SCOR-SUM
                    , :WK-TOT-SCOR-SQSUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    ADD 1 TO WK-CELL-CNT
                    PERFORM S4200-ANLST-JUDGE-RTN
                       THRU S4200-ANLST-JUDGE-EXT
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
               WHEN OTHER
                    DISPLAY "FETCH CUR_ANLST ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 22 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S4100-ANLST-FETCH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  셀 이탈판정 - 동료(셀내 타심사역) 평균/표준편차 대비
      *@  심사역 평균의 Z로 판정한다
      *-----------------------------------------------------------------
       S4200-ANLST-JUDGE-RTN.
           COMPUTE WK-PEER-CNT = WK-TOT-ITEM-CNT - WK-ANL-ITEM-CNT

      *#1 최소건수 미달 셀은 판정 제외
           IF  WK-ANL-ITEM-CNT < CO-MIN-CNT
           OR  WK-PEER-CNT     < CO-MIN-CNT
               ADD 1 TO WK-SKIP-CNT
               GO TO S4200-ANLST-JUDGE-EXT
           END-IF

           ADD 1 TO WK-JDGE-CNT

           COMPUTE WK-ANL-MEAN ROUNDED =
                   WK-ANL-SCOR-SUM / WK-ANL-ITEM-CNT
           COMPUTE WK-PEER-MEAN ROUNDED =
                   (WK-TOT-SCOR-SUM - WK-ANL-SCOR-SUM) / WK-PEER-CNT
           COMPUTE WK-PEER-VAR ROUNDED =
                   (WK-TOT-SCOR-SQSUM - WK-ANL-SCOR-SQSUM)
                   / WK-PEER-CNT
                   - WK-PEER-MEAN * WK-PEER-MEAN

           IF  WK-PEER-VAR > ZERO
               COMPUTE WK-PEER-SD ROUNDED =
                       FUNCTION SQRT(WK-PEER-VAR)
           ELSE
               MOVE ZERO  TO  WK-PEER-SD
           END-IF
           IF  WK-PEER-SD < CO-SD-FLOOR
               MOVE CO-SD-FLOOR  TO  WK-PEER-SD
           END-IF

           COMPUTE WK-Z-SCOR ROUNDED =
                   (WK-ANL-MEAN - WK-PEER-MEAN)
                   / (WK-PEER-SD / FUNCTION SQRT(WK-ANL-ITEM-CNT))

           IF  WK-Z-SCOR < ZERO
               COMPUTE WK-ABS-Z = WK-Z-SCOR * -1
           ELSE
               MOVE WK-Z-SCOR  TO  WK-ABS-Z
           END-IF

      *@1 심사역 요약 위치 확보
           PERFORM S7000-ANL-FIND-RTN
              THRU S7000-ANL-FIND-EXT
           IF  WK-ANL-FOUND-IX > ZERO
               ADD 1 TO WK-ANL-CELL-CNT(WK-ANL-FOUND-IX)
           END-IF

      *#1 기준 미만이면 명세 미수록
           IF  WK-ABS-Z < CO-Z-THRSH
               GO TO S4200-ANLST-JUDGE-EXT
           END-IF

           IF  WK-Z-SCOR > ZERO
               MOVE 'HIGH'  TO  WK-FLAG-DSTCD
               ADD 1 TO WK-HIGH-CNT
               IF  WK-ANL-FOUND-IX > ZERO
                   ADD 1 TO WK-ANL-HIGH-CNT(WK-ANL-FOUND-IX)
               END-IF
           ELSE
               MOVE 'LOW '  TO  WK-FLAG-DSTCD
               ADD 1 TO WK-LOW-CNT
               IF  WK-ANL-FOUND-IX > ZERO
                   ADD 1 TO WK-ANL-LOW-CNT(WK-ANL-FOUND-IX)
               END-IF
           END-IF

           MOVE WK-ITEM-CD             TO  WK-DTL-ITEM-CD
           MOVE WK-BAND-CD             TO  WK-DTL-BAND-CD
           MOVE WK-BZTYP-CD            TO  WK-DTL-BZTYP-CD
           MOVE WK-VALUA-EMPID         TO  WK-DTL-EMPID
           MOVE WK-VALUA-EMNM          TO  WK-DTL-EMNM
           MOVE WK-ANL-ITEM-CNT        TO  WK-DTL-ANL-CNT
           MOVE WK-ANL-MEAN            TO  WK-DTL-ANL-MEAN
           MOVE WK-ANL-DIST-A          TO  WK-DTL-DIST-A
           MOVE WK-ANL-DIST-B          TO  WK-DTL-DIST-B
           MOVE WK-ANL-DIST-C          TO  WK-DTL-DIST-C
           MOVE WK-ANL-DIST-D          TO  WK-DTL-DIST-D
           MOVE WK-ANL-DIST-E          TO  WK-DTL-DIST-E
           MOVE WK-PEER-CNT            TO  WK-DTL-PEER-CNT
           MOVE WK-PEER-MEAN           TO  WK-DTL-PEER-MEAN
           MOVE WK-PEER-SD             TO  WK-DTL-PEER-SD
           MOVE WK-Z-SCOR              TO  WK-DTL-Z-SCOR
           MOVE WK-FLAG-DSTCD          TO  WK-DTL-FLAG

           MOVE WK-DTL-LINE            TO  RPT-RECORD
           PERFORM S9100-RPT-WRITE-RTN
              THRU S9100-RPT-WRITE-EXT
           .
       S4200-ANLST-JUDGE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  2.재무신호 상충 명세
      *-----------------------------------------------------------------
       S5000-CNTRA-RTN.
           MOVE SPACE TO RPT-RECORD
           PERFORM S9100-RPT-WRITE-RTN
              THRU S9100-RPT-WRITE-EXT
           MOVE SPACE TO RPT-RECORD
           STRING '[2] 재무신호 상충 명세 '
                  '(업종내 재무점수 백분위 '
                  '20이하 항목A / 80이상 항목E)'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S9100-RPT-WRITE-RTN
              THRU S9100-RPT-WRITE-EXT

           EXEC SQL OPEN CUR_CNTRA END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_CNTRA ERROR SQLCODE=[" SQLCODE "]"
              MOVE 23 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S5100-CNTRA-FETCH-RTN
              THRU S5100-CNTRA-FETCH-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_CNTRA END-EXEC
           .
       S5000-CNTRA-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  재무신호 상충 FETCH 및 수록
      *-----------------------------------------------------------------
       S5100-CNTRA-FETCH-RTN.
           EXEC  SQL  FETCH  CUR_CNTRA
                 INTO :WK-CORP-CLCT-GROUP-CD
                    , :WK-CORP-CLCT-REGI-CD
                    , :WK-VALUA-YMD
                    , :WK-VALUA-EMPID
                    , :WK-VALUA-EMNM
                    , :WK-ITEM-CD
                    , :WK-ITEM-RSULT-DSTCD
                    , :WK-FNAF-SCOR
                    , :WK-FNAF-PCTL
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S5100-CNTRA-FETCH-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_CNTRA ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 24 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           ADD 1 TO WK-CNTRA-CNT

      *@1 심사역 요약 반영
           PERFORM S7000-ANL-FIND-RTN
              THRU S7000-ANL-FIND-EXT
           IF  WK-ANL-FOUND-IX > ZERO
               ADD 1 TO WK-ANL-CNTRA-CNT(WK-ANL-FOUND-IX)
           END-IF

           MOVE WK-CORP-CLCT-GROUP-CD  TO  WK-CNT-GROUP-CD
           MOVE WK-CORP-CLCT-REGI-CD   TO  WK-CNT-REGI-CD
           MOVE WK-VALUA-YMD           TO  WK-CNT-VALUA-YMD
           MOVE WK-ITEM-CD             TO  WK-CNT-ITEM-CD
           MOVE WK-ITEM-RSULT-DSTCD    TO  WK-CNT-RSULT-DSTCD
           MOVE WK-FNAF-SCOR           TO  WK-CNT-FNAF-SCOR
           MOVE WK-FNAF-PCTL           TO  WK-CNT-FNAF-PCTL
           IF  WK-ITEM-RSULT-DSTCD = 'A'
               MOVE '재무약'           TO  WK-CNT-SIGNAL
           ELSE
               MOVE '재무강'           TO  WK-CNT-SIGNAL
           END-IF
           MOVE WK-VALUA-EMPID         TO  WK-CNT-EMPID
           MOVE WK-VALUA-EMNM          TO  WK-CNT-EMNM

           MOVE WK-CNT-LINE            TO  RPT-RECORD
           PERFORM S9100-RPT-WRITE-RTN
              THRU S9100-RPT-WRITE-EXT
           .
       S5100-CNTRA-FETCH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  3.심사역별 요약 - 이탈 또는 상충이 있는 심사역만 수록
      *-----------------------------------------------------------------
       S6000-SUMMARY-RTN.
           MOVE SPACE TO RPT-RECORD
           PERFORM S9100-RPT-WRITE-RTN
              THRU S9100-RPT-WRITE-EXT
           MOVE SPACE TO RPT-RECORD
           STRING '[3] 심사역별 요약 '
                  '(이탈/상충 보유 심사역)'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S9100-RPT-WRITE-RTN
              THRU S9100-RPT-WRITE-EXT

           PERFORM S6100-SUMMARY-LINE-RTN
              THRU S6100-SUMMARY-LINE-EXT
                   VARYING WK-ANL-IX FROM 1 BY 1
                   UNTIL WK-ANL-IX > WK-ANL-CNT

           MOVE SPACE TO RPT-RECORD
           STRING '** 셀 '       WK-CELL-CNT
                  ' 판정 '       WK-JDGE-CNT
                  ' 제외 '       WK-SKIP-CNT
                  ' HIGH '       WK-HIGH-CNT
                  ' LOW '        WK-LOW-CNT
                  ' 상충 '       WK-CNTRA-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S9100-RPT-WRITE-RTN
              THRU S9100-RPT-WRITE-EXT
           .
       S6000-SUMMARY-EXT.
           EXIT.

       S6100-SUMMARY-LINE-RTN.
           IF  WK-ANL-HIGH-CNT(WK-ANL-IX)  = ZERO
           AND WK-ANL-LOW-CNT(WK-ANL-IX)   = ZERO
           AND WK-ANL-CNTRA-CNT(WK-ANL-IX) = ZERO
               GO TO S6100-SUMMARY-LINE-EXT
           END-IF

           MOVE WK-ANL-EMPID(WK-ANL-IX)      TO  WK-SUM-EMPID
           MOVE WK-ANL-EMNM(WK-ANL-IX)       TO  WK-SUM-EMNM
           MOVE WK-ANL-CELL-CNT(WK-ANL-IX)   TO  WK-SUM-CELL-CNT
           MOVE WK-ANL-HIGH-CNT(WK-ANL-IX)   TO  WK-SUM-HIGH-CNT
           MOVE WK-ANL-LOW-CNT(WK-ANL-IX)    TO  WK-SUM-LOW-CNT
           MOVE WK-ANL-CNTRA-CNT(WK-ANL-IX)  TO  WK-SUM-CNTRA-CNT

           MOVE WK-SUM-LINE                  TO  RPT-RECORD
           PERFORM S9100-RPT-WRITE-RTN
              THRU S9100-RPT-WRITE-EXT
           .
       S6100-SUMMARY-LINE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  심사역 요약 위치 검색(미등재시 추가, 초과시 0)
      *-----------------------------------------------------------------
       S7000-ANL-FIND-RTN.
           MOVE ZERO  TO  WK-ANL-FOUND-IX

           PERFORM S7100-ANL-CMPR-RTN
              THRU S7100-ANL-CMPR-EXT
                   VARYING WK-ANL-IX FROM 1 BY 1
                   UNTIL WK-ANL-IX > WK-ANL-CNT
                      OR WK-ANL-FOUND-IX > ZERO

           IF  WK-ANL-FOUND-IX > ZERO
               GO TO S7000-ANL-FIND-EXT
           END-IF

           IF  WK-ANL-CNT >= CO-ANL-MAX
               GO TO S7000-ANL-FIND-EXT
           END-IF

           ADD  1                TO  WK-ANL-CNT
           MOVE WK-ANL-CNT       TO  WK-ANL-FOUND-IX
           MOVE WK-VALUA-EMPID   TO  WK-ANL-EMPID(WK-ANL-CNT)
           MOVE WK-VALUA-EMNM    TO  WK-ANL-EMNM(WK-ANL-CNT)
           .
       S7000-ANL-FIND-EXT.
           EXIT.

       S7100-ANL-CMPR-RTN.
           IF  WK-ANL-EMPID(WK-ANL-IX) = WK-VALUA-EMPID
               MOVE WK-ANL-IX  TO  WK-ANL-FOUND-IX
           END-IF
           .
       S7100-ANL-CMPR-EXT.
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
           CLOSE  RPT-OUT-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0065 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* CELL-CNT           = " WK-CELL-CNT
           DISPLAY "* JUDGE-CNT          = " WK-JDGE-CNT
           DISPLAY "* SKIP-CNT           = " WK-SKIP-CNT
           DISPLAY "* HIGH-CNT           = " WK-HIGH-CNT
           DISPLAY "* LOW-CNT            = " WK-LOW-CNT
           DISPLAY "* CONTRADICT-CNT     = " WK-CNTRA-CNT
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
      *@  보고서 기록
      *-----------------------------------------------------------------
       S9100-RPT-WRITE-RTN.
           WRITE WK-RPT-REC
           IF  WK-RPT-FILE-ST NOT = '00'
               DISPLAY "RPTFILE WRITE 오류 [" WK-RPT-FILE-ST "]"
               MOVE 94 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF
           .
       S9100-RPT-WRITE-EXT.
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
           MOVE WK-JDGE-CNT
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
