           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0062 (BT 내부/외부 기업집단등급 괴리현황)
      *@처리유형  : BATCH
      *@처리개요  : 기업집단별 최신 확정 내부등급(THKIPB110)과
      *@            외부평가사별 최신 등급(THKIPB160, BIP0061
      *@            적재)을 등급환산표(THKIPB161)로 내부등급
      *@            체계에 맞추어 비교하고 RPTFILE에 수록한다.
      *@            1. 괴리 명세
      *@               - 노치차이 = 환산등급순위 - 내부등급순위
      *@                 (+:내부등급이 높음, -:내부등급이 낮음)
      *@               - |노치차이|가 기준노치(SYSIN, 기본 3)
      *@                 이상(임계)이거나 전월대비 괴리가 확대된
      *@                 (확대) 건을 담당심사역(THKIPB147)과
      *@                 함께 수록한다.
      *@            2. 내부등급 구간별 괴리 집계(모형검증용)
      *@               - 건수/일치/내부상위/내부하위/평균괴리
      *@            3. 기준월 괴리 스냅샷(THKIPB162) 적재
      *@               - 해명대상여부 'Y' 설정, 당월분 선삭제후
      *@                 적재(재실행 대비)
      *@            - 환산표 미등록 평가사등급은 건수만 집계
      *@  SYSIN    : 그룹회사코드/작업일/작업자/기준노치
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
       PROGRAM-ID.                     BIP0062.
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
      *@   내부/외부 등급 괴리현황 보고서파일
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0062'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.
      *@   괴리 명세 기준노치(SYSIN 미지정시)
           03  CO-GAP-NOTCH            PIC  9(002) VALUE 3.

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
           03  WK-LIST-CNT             PIC  9(009).
           03  WK-SNAP-CNT             PIC  9(009).
           03  WK-UNMAP-CNT            PIC  9(009).
           03  WK-SKIP-CNT             PIC  9(009).
      *@   기준노치
           03  WK-GAP-NOTCH            PIC  9(002).
      *@   전월 산출
           03  WK-CALC-YYYY            PIC  9(004).
           03  WK-CALC-MM              PIC  9(002).
      *@   등급순위(노치) 산출용
           03  WK-RANK-GRD-DSTCD       PIC  X(003).
           03  WK-GRD-RANK             PIC S9(003) COMP.
           03  WK-INT-GRD-RANK         PIC S9(003) COMP.
           03  WK-CNV-GRD-RANK         PIC S9(003) COMP.
      *@   괴리(노치차이 절대값) 및 확대 판정
           03  WK-ABS-GAP              PIC S9(003) COMP.
           03  WK-ABS-PREV-GAP         PIC S9(003) COMP.
           03  WK-SW-THRSH             PIC  X(001).
           03  WK-SW-WIDEN             PIC  X(001).
      *@   구간별 집계 첨자/평균괴리
           03  WK-BAND-IX              PIC S9(004) COMP.
           03  WK-AVG-GAP              PIC  9(003)V9(002).

      *@  내부등급 구간별 괴리 집계
      *@  (1:AAA~AA-/2:A+~A-/3:BBB/4:BB+~BB-/5:B+이하)
       01  WK-BAND-AREA.
           03  WK-BAND-TBL             OCCURS 5.
               05  WK-BAND-CNT         PIC  9(007) COMP.
               05  WK-BAND-EQ-CNT      PIC  9(007) COMP.
               05  WK-BAND-HIGH-CNT    PIC  9(007) COMP.
               05  WK-BAND-LOW-CNT     PIC  9(007) COMP.
               05  WK-BAND-GAP-SUM     PIC  9(009) COMP.

      *@  괴리 명세라인
       01  WK-DTL-LINE.
           03  WK-DTL-GROUP-CD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-REGI-CD          PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-GROUP-NAME       PIC  X(030).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-VALUA-YMD        PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-INT-GRD          PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-SOURCE-DSTCD     PIC  X(002).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-AGNCY-GRD        PIC  X(010).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-AGRD-YMD         PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-CNV-GRD          PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-GAP              PIC  +Z9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-DRCTN-DSTCD      PIC  X(001).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-PREV-GAP-X       PIC  X(003).
           03  WK-DTL-PREV-GAP         REDEFINES
               WK-DTL-PREV-GAP-X       PIC  +Z9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-RSN              PIC  X(012).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-ANLST-EMPID      PIC  X(007).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-ANLST-EMNM       PIC  X(018).
           03  FILLER                  PIC  X(004) VALUE SPACE.

      *@  구간별 집계라인
       01  WK-SUM-LINE.
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-SUM-BAND-NAME        PIC  X(014).
           03  FILLER                  PIC  X(008) VALUE ' 건수 '.
           03  WK-SUM-CNT              PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(008) VALUE ' 일치 '.
           03  WK-SUM-EQ-CNT           PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(014)
                                       VALUE ' 내부상위 '.
           03  WK-SUM-HIGH-CNT         PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(014)
                                       VALUE ' 내부하위 '.
           03  WK-SUM-LOW-CNT          PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(014)
                                       VALUE ' 평균괴리 '.
           03  WK-SUM-AVG-GAP          PIC  ZZ9.99.
           03  FILLER                  PIC  X(007) VALUE '노치'.
           03  FILLER                  PIC  X(017) VALUE SPACE.

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
      *@괴리 명세 기준노치(공백시 3)
           03  WK-SYSIN-GAP-NOTCH      PIC  X(002).
           03  WK-FILLER               PIC  X(001).

      *-----------------------------------------------------------------
      *@테이블(호스트변수)영역
      *-----------------------------------------------------------------
       01  WK-HOST-VARIABLE.
           03  WK-BASE-YMD             PIC  X(008).
           03  WK-BASE-YM              PIC  X(006).
           03  WK-PREV-YM              PIC  X(006).
           03  WK-EMP-NO               PIC  X(007).
      *@   내부/외부 등급 비교 항목
           03  WK-CORP-CLCT-GROUP-CD   PIC  X(003).
           03  WK-CORP-CLCT-REGI-CD    PIC  X(003).
           03  WK-CORP-CLCT-NAME       PIC  X(072).
           03  WK-VALUA-YMD            PIC  X(008).
           03  WK-INT-GRD-DSTCD        PIC  X(003).
           03  WK-SOURCE-DSTCD         PIC  X(002).
           03  WK-AGNCY-GRD            PIC  X(010).
           03  WK-AGRD-VALUA-YMD       PIC  X(008).
           03  WK-CNV-GRD-DSTCD        PIC  X(003).
           03  WK-PREV-BASE-YM         PIC  X(006).
           03  WK-PREV-NOTCH-GAP       PIC S9(003) COMP-3.
           03  WK-ANLST-EMPID          PIC  X(007).
           03  WK-ANLST-EMNM           PIC  X(042).
      *@   괴리 스냅샷 항목
           03  WK-NOTCH-GAP            PIC S9(003) COMP-3.
           03  WK-DRCTN-DSTCD          PIC  X(001).
           03  WK-EXPLN-YN             PIC  X(001).

      * -------------------------------------------
           EXEC SQL INCLUDE SQLCA      END-EXEC.

      ******************************************************************
      * SQL CURSOR DECLARE                                             *
      ******************************************************************
      *@  최신 확정 내부등급 x 평가사별 최신 외부등급
      *@  (환산등급/전월 괴리/담당심사역 결합)
           EXEC SQL
           DECLARE CUR_GAP CURSOR WITH HOLD FOR
           SELECT B.기업집단그룹코드
                 ,B.기업집단등록코드
                 ,VALUE(B.기업집단명, ' ')
                 ,B.평가년월일
                 ,B.최종집단등급구분
                 ,G.평가사출처구분
                 ,G.평가사등급
                 ,G.등급평가년월일
                 ,VALUE(M.내부등급구분, ' ')
                 ,VALUE(P.기준년월, ' ')
                 ,VALUE(P.노치차이, 0)
                 ,VALUE(S.담당심사역직원번호, ' ')
                 ,VALUE(S.담당심사역성명, ' ')
           FROM   DB2DBA.THKIPB110 B
           INNER JOIN DB2DBA.THKIPB160 G
                  ON  G.그룹회사코드     = B.그룹회사코드
                  AND G.기업집단그룹코드
                                         = B.기업집단그룹코드
                  AND G.기업집단등록코드
                                         = B.기업집단등록코드
                  AND G.등급평가년월일   =
                     (SELECT MAX(G2.등급평가년월일)
                      FROM   DB2DBA.THKIPB160 G2
                      WHERE  G2.그룹회사코드
                                         = G.그룹회사코드
                        AND  G2.평가사출처구분
                                         = G.평가사출처구분
                        AND  G2.기업집단그룹코드
                                         = G.기업집단그룹코드
                        AND  G2.기업집단등록코드
                                         = G.기업집단등록코드
                        AND  G2.등급평가년월일 <= :WK-BASE-YMD)
           LEFT OUTER JOIN DB2DBA.THKIPB161 M
                  ON  M.그룹회사코드     = G.그룹회사코드
                  AND M.평가사출처구분
                                         = G.평가사출처구분
                  AND M.평가사등급       = G.평가사등급
                  AND M.사용여부         = 'Y'
           LEFT OUTER JOIN DB2DBA.THKIPB162 P
                  ON  P.그룹회사코드     = B.그룹회사코드
                  AND P.기준년월         = :WK-PREV-YM
                  AND P.기업집단그룹코드
                                         = B.기업집단그룹코드
                  AND P.기업집단등록코드
                                         = B.기업집단등록코드
                  AND P.평가사출처구분
                                         = G.평가사출처구분
           LEFT OUTER JOIN DB2DBA.THKIPB147 S
                  ON  S.그룹회사코드     = B.그룹회사코드
                  AND S.기업집단그룹코드
                                         = B.기업집단그룹코드
                  AND S.기업집단등록코드
                                         = B.기업집단등록코드
                  AND S.사용여부         = 'Y'
                  AND S.배정년월일       =
                     (SELECT MAX(S2.배정년월일)
                      FROM   DB2DBA.THKIPB147 S2
                      WHERE  S2.그룹회사코드
                                         = S.그룹회사코드
                        AND  S2.기업집단그룹코드
                                         = S.기업집단그룹코드
                        AND  S2.기업집단등록코드
                                         = S.기업집단등록코드
                        AND  S2.사용여부     = 'Y')
           WHERE  B.그룹회사코드         = 'KB0'
             AND  B.기업집단처리단계구분 = '6'
             AND  B.평가년월일           =
                 (SELECT MAX(B2.평가년월일)
                  FROM   DB2DBA.THKIPB110 B2
                  WHERE  B2.그룹회사코드
                                         = B.그룹회사코드
                    AND  B2.기업집단그룹코드
                                         = B.기업집단그룹코드
                    AND  B2.기업집단등록코드
                                         = B.기업집단등록코드
                    AND  B2.기업집단처리단계구분 = '6'
                    AND  B2.평가년월일      <= :WK-BASE-YMD)
           ORDER BY B.기업집단그룹코드
                  , B.기업집단등록코드
                  , G.평가사출처구분
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

      *@1당월 괴리 스냅샷 선삭제
           PERFORM S2000-DELETE-MONTH-RTN
              THRU S2000-DELETE-MONTH-EXT

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
                      WK-BAND-AREA
                      WK-SYSIN

           MOVE ZEROS        TO  RETURN-CODE

      *@1 배치진행정보 시작시각 기록
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-BATSTAT-STRT-HMS

           ACCEPT  WK-SYSIN  FROM    SYSIN

           DISPLAY "*-----------------------------*"
           DISPLAY "* BIP0062 PGM START           *"
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

      *#1 기준노치 - 미지정/오류시 기본값
           IF  WK-SYSIN-GAP-NOTCH IS NUMERIC
           AND WK-SYSIN-GAP-NOTCH > '00'
               MOVE WK-SYSIN-GAP-NOTCH   TO  WK-GAP-NOTCH
           ELSE
               MOVE CO-GAP-NOTCH         TO  WK-GAP-NOTCH
           END-IF

           MOVE WK-SYSIN-WORK-BSD        TO  WK-BASE-YMD
           MOVE WK-SYSIN-WORK-BSD(1:6)   TO  WK-BASE-YM
           MOVE WK-SYSIN-EMP-NO          TO  WK-EMP-NO

      *@1 전월(기준월 - 1월)
           MOVE WK-BASE-YMD(1:4)         TO  WK-CALC-YYYY
           MOVE WK-BASE-YMD(5:2)         TO  WK-CALC-MM
           IF  WK-CALC-MM = 1
               SUBTRACT 1                FROM WK-CALC-YYYY
               MOVE 12                   TO  WK-CALC-MM
           ELSE
               SUBTRACT 1                FROM WK-CALC-MM
           END-IF
           MOVE WK-CALC-YYYY             TO  WK-PREV-YM(1:4)
           MOVE WK-CALC-MM               TO  WK-PREV-YM(5:2)

           DISPLAY "* BASE-YM = " WK-BASE-YM
                   " PREV-YM = " WK-PREV-YM
                   " GAP-NOTCH = " WK-GAP-NOTCH

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
           STRING '** 내부/외부 기업집단등급 '
                  '괴리현황 (기준월 ' WK-BASE-YM
                  ', 기준노치 ' WK-GAP-NOTCH ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  당월 괴리 스냅샷 선삭제(재실행 대비)
      *-----------------------------------------------------------------
       S2000-DELETE-MONTH-RTN.
           EXEC SQL
           DELETE FROM DB2DBA.THKIPB162
           WHERE  그룹회사코드   = 'KB0'
             AND  기준년월       = :WK-BASE-YM
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "KIPB162 DELETE ERROR SQLCODE=["
                            SQLCODE "]"
                    MOVE 21 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S2000-DELETE-MONTH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@업무처리
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.
      *@1 괴리 명세
           MOVE SPACE TO RPT-RECORD
           STRING '그룹/등록 기업집단명 평가일 내부 '
                  '출처 평가사등급 등급일 환산 괴리 '
                  '방향 전월 사유 담당심사역'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           EXEC SQL OPEN CUR_GAP END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_GAP ERROR SQLCODE=[" SQLCODE "]"
              MOVE 22 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S4000-FETCH-GAP-RTN
              THRU S4000-FETCH-GAP-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_GAP END-EXEC

      *@1 내부등급 구간별 괴리 집계
           MOVE SPACE TO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           MOVE '** 내부등급 구간별 괴리 집계 **'
                                         TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           PERFORM S5000-WRITE-BAND-RTN
              THRU S5000-WRITE-BAND-EXT
                   VARYING WK-BAND-IX FROM 1 BY 1
                     UNTIL WK-BAND-IX > 5
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  내부/외부 등급 FETCH 및 괴리 판정
      *-----------------------------------------------------------------
       S4000-FETCH-GAP-RTN.
           EXEC  SQL  FETCH  CUR_GAP
                 INTO :WK-CORP-CLCT-GROUP-CD
                    , :WK-CORP-CLCT-REGI-CD
                    , :WK-CORP-CLCT-NAME
                    , :WK-VALUA-YMD
                    , :WK-INT-GRD-DSTCD
                    , :WK-SOURCE-DSTCD
                    , :WK-AGNCY-GRD
                    , :WK-AGRD-VALUA-YMD
                    , :WK-CNV-GRD-DSTCD
                    , :WK-PREV-BASE-YM
                    , :WK-PREV-NOTCH-GAP
                    , :WK-ANLST-EMPID
                    , :WK-ANLST-EMNM
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S4000-FETCH-GAP-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_GAP ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 23 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           ADD 1 TO WK-READ-CNT

      *#1 환산표 미등록 평가사등급은 건수만 집계
           IF  WK-CNV-GRD-DSTCD = SPACE
               ADD 1 TO WK-UNMAP-CNT
               DISPLAY "* 환산표 미등록 : " WK-SOURCE-DSTCD
                       " [" WK-AGNCY-GRD "] "
                       WK-CORP-CLCT-GROUP-CD "/"
                       WK-CORP-CLCT-REGI-CD
               GO TO S4000-FETCH-GAP-EXT
           END-IF

      *@1 내부등급/환산등급 노치순위
           MOVE WK-INT-GRD-DSTCD         TO  WK-RANK-GRD-DSTCD
           PERFORM S4200-GRADE-RANK-RTN
              THRU S4200-GRADE-RANK-EXT
           MOVE WK-GRD-RANK              TO  WK-INT-GRD-RANK

           MOVE WK-CNV-GRD-DSTCD         TO  WK-RANK-GRD-DSTCD
           PERFORM S4200-GRADE-RANK-RTN
              THRU S4200-GRADE-RANK-EXT
           MOVE WK-GRD-RANK              TO  WK-CNV-GRD-RANK

           IF  WK-INT-GRD-RANK = 99
           OR  WK-CNV-GRD-RANK = 99
               ADD 1 TO WK-SKIP-CNT
               GO TO S4000-FETCH-GAP-EXT
           END-IF

      *@1 노치차이/방향(H:내부상위 L:내부하위 E:일치)
           COMPUTE WK-NOTCH-GAP = WK-CNV-GRD-RANK
                                - WK-INT-GRD-RANK
           EVALUATE TRUE
               WHEN WK-NOTCH-GAP > ZEROS
                    MOVE 'H'             TO  WK-DRCTN-DSTCD
                    MOVE WK-NOTCH-GAP    TO  WK-ABS-GAP
               WHEN WK-NOTCH-GAP < ZEROS
                    MOVE 'L'             TO  WK-DRCTN-DSTCD
                    COMPUTE WK-ABS-GAP = ZEROS - WK-NOTCH-GAP
               WHEN OTHER
                    MOVE 'E'             TO  WK-DRCTN-DSTCD
                    MOVE ZEROS           TO  WK-ABS-GAP
           END-EVALUATE

      *@1 임계 판정
           MOVE CO-N                     TO  WK-SW-THRSH
           IF  WK-ABS-GAP >= WK-GAP-NOTCH
               MOVE CO-Y                 TO  WK-SW-THRSH
           END-IF

      *@1 전월대비 괴리확대 판정(전월 스냅샷 존재시)
           MOVE CO-N                     TO  WK-SW-WIDEN
           IF  WK-PREV-BASE-YM NOT = SPACE
               IF  WK-PREV-NOTCH-GAP < ZEROS
                   COMPUTE WK-ABS-PREV-GAP = ZEROS - WK-PREV-NOTCH-GAP
               ELSE
                   MOVE WK-PREV-NOTCH-GAP TO WK-ABS-PREV-GAP
               END-IF
               IF  WK-ABS-GAP > WK-ABS-PREV-GAP
                   MOVE CO-Y             TO  WK-SW-WIDEN
               END-IF
           END-IF

           IF  WK-SW-THRSH = CO-Y
           OR  WK-SW-WIDEN = CO-Y
               MOVE CO-Y                 TO  WK-EXPLN-YN
               PERFORM S4300-WRITE-DTL-RTN
                  THRU S4300-WRITE-DTL-EXT
           ELSE
               MOVE CO-N                 TO  WK-EXPLN-YN
           END-IF

      *@1 구간별 집계
           PERFORM S4400-BAND-ADD-RTN
              THRU S4400-BAND-ADD-EXT

      *@1 괴리 스냅샷 적재
           PERFORM S4500-INSERT-B162-RTN
              THRU S4500-INSERT-B162-EXT
           .
       S4000-FETCH-GAP-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  등급 노치순위 산출(AAA=1 ... D=20, 미상=99)
      *-----------------------------------------------------------------
       S4200-GRADE-RANK-RTN.
           EVALUATE WK-RANK-GRD-DSTCD
               WHEN 'AAA'  MOVE  1 TO WK-GRD-RANK
               WHEN 'AA+'  MOVE  2 TO WK-GRD-RANK
               WHEN 'AA '  MOVE  3 TO WK-GRD-RANK
               WHEN 'AA-'  MOVE  4 TO WK-GRD-RANK
               WHEN 'A+ '  MOVE  5 TO WK-GRD-RANK
               WHEN 'A  '  MOVE  6 TO WK-GRD-RANK
               WHEN 'A- '  MOVE  7 TO WK-GRD-RANK
               WHEN 'BBB'  MOVE  8 TO WK-GRD-RANK
               WHEN 'BB+'  MOVE  9 TO WK-GRD-RANK
               WHEN 'BB '  MOVE 10 TO WK-GRD-RANK
               WHEN 'BB-'  MOVE 11 TO WK-GRD-RANK
               WHEN 'B+ '  MOVE 12 TO WK-GRD-RANK
               WHEN 'B  '  MOVE 13 TO WK-GRD-RANK
               WHEN 'B- '  MOVE 14 TO WK-GRD-RANK
               WHEN 'CCC'  MOVE 15 TO WK-GRD-RANK
               WHEN 'CC '  MOVE 16 TO WK-GRD-RANK
               WHEN 'C  '  MOVE 17 TO WK-GRD-RANK
               WHEN 'D  '  MOVE 20 TO WK-GRD-RANK
               WHEN OTHER  MOVE 99 TO WK-GRD-RANK
           END-EVALUATE
           .
       S4200-GRADE-RANK-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  괴리 명세 수록(임계/확대 사유, 담당심사역)
      *-----------------------------------------------------------------
       S4300-WRITE-DTL-RTN.
           MOVE WK-CORP-CLCT-GROUP-CD    TO  WK-DTL-GROUP-CD
           MOVE WK-CORP-CLCT-REGI-CD     TO  WK-DTL-REGI-CD
           MOVE WK-CORP-CLCT-NAME        TO  WK-DTL-GROUP-NAME
           MOVE WK-VALUA-YMD             TO  WK-DTL-VALUA-YMD
           MOVE WK-INT-GRD-DSTCD         TO  WK-DTL-INT-GRD
           MOVE WK-SOURCE-DSTCD          TO  WK-DTL-SOURCE-DSTCD
           MOVE WK-AGNCY-GRD             TO  WK-DTL-AGNCY-GRD
           MOVE WK-AGRD-VALUA-YMD        TO  WK-DTL-AGRD-YMD
           MOVE WK-CNV-GRD-DSTCD         TO  WK-DTL-CNV-GRD
           MOVE WK-NOTCH-GAP             TO  WK-DTL-GAP
           MOVE WK-DRCTN-DSTCD           TO  WK-DTL-DRCTN-DSTCD
           MOVE WK-ANLST-EMPID           TO  WK-DTL-ANLST-EMPID
           MOVE WK-ANLST-EMNM            TO  WK-DTL-ANLST-EMNM

           IF  WK-PREV-BASE-YM NOT = SPACE
               MOVE WK-PREV-NOTCH-GAP    TO  WK-DTL-PREV-GAP
           ELSE
               MOVE SPACE                TO  WK-DTL-PREV-GAP-X
           END-IF

           EVALUATE TRUE
               WHEN WK-SW-THRSH = CO-Y AND WK-SW-WIDEN = CO-Y
                    MOVE '임계/확대'     TO  WK-DTL-RSN
               WHEN WK-SW-THRSH = CO-Y
                    MOVE '임계'          TO  WK-DTL-RSN
               WHEN OTHER
                    MOVE '확대'          TO  WK-DTL-RSN
           END-EVALUATE

           ADD 1 TO WK-LIST-CNT

           MOVE WK-DTL-LINE              TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S4300-WRITE-DTL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  내부등급 구간별 집계 누적
      *-----------------------------------------------------------------
       S4400-BAND-ADD-RTN.
           EVALUATE TRUE
               WHEN WK-INT-GRD-RANK <=  4
                    MOVE 1               TO  WK-BAND-IX
               WHEN WK-INT-GRD-RANK <=  7
                    MOVE 2               TO  WK-BAND-IX
               WHEN WK-INT-GRD-RANK  =  8
                    MOVE 3               TO  WK-BAND-IX
               WHEN WK-INT-GRD-RANK <= 11
                    MOVE 4               TO  WK-BAND-IX
               WHEN OTHER
                    MOVE 5               TO  WK-BAND-IX
           END-EVALUATE

           ADD 1           TO  WK-BAND-CNT(WK-BAND-IX)
           ADD WK-ABS-GAP  TO  WK-BAND-GAP-SUM(WK-BAND-IX)

           EVALUATE WK-DRCTN-DSTCD
               WHEN 'H'
                    ADD 1  TO  WK-BAND-HIGH-CNT(WK-BAND-IX)
               WHEN 'L'
                    ADD 1  TO  WK-BAND-LOW-CNT(WK-BAND-IX)
               WHEN OTHER
                    ADD 1  TO  WK-BAND-EQ-CNT(WK-BAND-IX)
           END-EVALUATE
           .
       S4400-BAND-ADD-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  기준월 괴리 스냅샷(THKIPB162) 적재
      *-----------------------------------------------------------------
       S4500-INSERT-B162-RTN.
           EXEC SQL
           INSERT INTO DB2DBA.THKIPB162
                ( 그룹회사코드
                , 기준년월
                , 기업집단그룹코드
                , 기업집단등록코드
                , 평가사출처구분
                , 내부평가년월일
                , 내부등급구분
                , 평가사등급
                , 등급평가년월일
                , 환산등급구분
                , 노치차이
                , 괴리방향구분
                , 해명대상여부
                , 담당심사역직원번호
                , 시스템최종처리일시
                , 시스템최종사용자번호 )
           VALUES
                ( 'KB0'
                , :WK-BASE-YM
                , :WK-CORP-CLCT-GROUP-CD
                , :WK-CORP-CLCT-REGI-CD
                , :WK-SOURCE-DSTCD
                , :WK-VALUA-YMD
                , :WK-INT-GRD-DSTCD
                , :WK-AGNCY-GRD
                , :WK-AGRD-VALUA-YMD
                , :WK-CNV-GRD-DSTCD
                , :WK-NOTCH-GAP
                , :WK-DRCTN-DSTCD
                , :WK-EXPLN-YN
                , :WK-ANLST-EMPID
                , CURRENT TIMESTAMP
                , :WK-EMP-NO )
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    ADD 1 TO WK-SNAP-CNT
               WHEN OTHER
                    DISPLAY "KIPB162 INSERT ERROR SQLCODE=["
                            SQLCODE "]"
                    MOVE 24 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S4500-INSERT-B162-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  내부등급 구간별 괴리 집계라인 수록
      *-----------------------------------------------------------------
       S5000-WRITE-BAND-RTN.
           EVALUATE WK-BAND-IX
               WHEN 1  MOVE 'AAA ~ AA-'      TO  WK-SUM-BAND-NAME
               WHEN 2  MOVE 'A+  ~ A-'       TO  WK-SUM-BAND-NAME
               WHEN 3  MOVE 'BBB'            TO  WK-SUM-BAND-NAME
               WHEN 4  MOVE 'BB+ ~ BB-'      TO  WK-SUM-BAND-NAME
               WHEN OTHER
                       MOVE 'B+  이하'       TO  WK-SUM-BAND-NAME
           END-EVALUATE

           MOVE ZEROS                    TO  WK-AVG-GAP
           IF  WK-BAND-CNT(WK-BAND-IX) > ZEROS
               COMPUTE WK-AVG-GAP ROUNDED =
                       WK-BAND-GAP-SUM(WK-BAND-IX)
                     / WK-BAND-CNT(WK-BAND-IX)
           END-IF

           MOVE WK-BAND-CNT(WK-BAND-IX)      TO  WK-SUM-CNT
           MOVE WK-BAND-EQ-CNT(WK-BAND-IX)   TO  WK-SUM-EQ-CNT
           MOVE WK-BAND-HIGH-CNT(WK-BAND-IX) TO  WK-SUM-HIGH-CNT
           MOVE WK-BAND-LOW-CNT(WK-BAND-IX)  TO  WK-SUM-LOW-CNT
           MOVE WK-AVG-GAP                   TO  WK-SUM-AVG-GAP

           MOVE WK-SUM-LINE              TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S5000-WRITE-BAND-EXT.
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
           STRING '** 비교 '       WK-READ-CNT
                  ' 명세 '         WK-LIST-CNT
                  ' 환산표미등록 ' WK-UNMAP-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           CLOSE  RPT-OUT-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0062 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* READ-CNT           = " WK-READ-CNT
           DISPLAY "* LIST-CNT           = " WK-LIST-CNT
           DISPLAY "* SNAPSHOT-CNT       = " WK-SNAP-CNT
           DISPLAY "* UNMAPPED-GRD-CNT   = " WK-UNMAP-CNT
           DISPLAY "* UNKNOWN-GRD-CNT    = " WK-SKIP-CNT
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
