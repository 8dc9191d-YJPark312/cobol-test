           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0058 (BT 추정재무제표 추정대비실적 점검)
      *@처리유형  : BATCH
      *@처리개요  : 평가시 등록한 추정재무제표(THKIPB153, DIPA682)
      *@            중 실적결산년의 추정항목을 실적 합산재무제표
      *@            (THKIPC130, 재무분석결산구분 '1', 기준년 =
      *@            결산년)과 항목별로 비교하여 추정오차율을
      *@            RPTFILE에 수록한다.
      *@            - 추정오차율 = (추정금액 - 실적금액) × 100
      *@                           / |실적금액|
      *@              (실적금액 0 은 오차율 산출 제외, N/A 표시)
      *@            - 기업집단별 소계: 평균절대오차율
      *@            - 평가직원(THKIPB110 평가직원번호)별 집계:
      *@              추정항목수, 평균절대오차율
      *@            - 실적 미생성 항목은 비교대상에서 제외
      *@  SYSIN    : 그룹회사코드/작업일/작업자/실적결산년(YYYY,
      *@            미입력시 작업년도 전년)
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
       PROGRAM-ID.                     BIP0058.
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
      *@   추정대비실적 점검 보고서파일
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0058'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.
      *@   오차율 표시 상한(%)
           03  CO-MAX-ERR-RATE         PIC  9(004)V9(002)
                                       VALUE 9999.99.

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
           03  WK-STLACC-YR-N          PIC  9(004).
           03  WK-READ-CNT             PIC  9(009).
           03  WK-NA-CNT               PIC  9(009).
           03  WK-GROUP-CNT            PIC  9(009).
           03  WK-EMP-CNT              PIC  9(009).
      *@   항목 추정오차율/절대오차율
           03  WK-ERR-RATE             PIC S9(004)V9(002).
           03  WK-ABS-ERR-RATE         PIC  9(004)V9(002).
      *@   기업집단 소계(직전 집단키, 항목수, 절대오차율 합계)
           03  WK-PREV-GROUP-CD        PIC  X(003).
           03  WK-PREV-REGI-CD         PIC  X(003).
           03  WK-PREV-GROUP-NAME      PIC  X(052).
           03  WK-GRP-ITEM-CNT         PIC  9(007).
           03  WK-GRP-RATE-CNT         PIC  9(007).
           03  WK-GRP-ABS-ERR-SUM      PIC  9(011)V9(002).
           03  WK-AVG-ERR-RATE         PIC  9(004)V9(002).

      *@  항목별 비교 명세라인
       01  WK-DTL-LINE.
           03  WK-DTL-GROUP-CD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-REGI-CD          PIC  X(003).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-VALUA-YMD        PIC  X(008).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-EMPID            PIC  X(007).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-RPTDOC-DSTCD     PIC  X(002).
           03  FILLER                  PIC  X(001) VALUE '-'.
           03  WK-DTL-ITEM-CD          PIC  X(004).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-ITEM-NAME        PIC  X(030).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-PRJT-AMT         PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-ACTL-AMT         PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-ERR-TXT          PIC  X(008).
           03  WK-DTL-ERR-RATE         REDEFINES  WK-DTL-ERR-TXT
                                       PIC  -ZZZ9.99.
           03  FILLER                  PIC  X(001) VALUE '%'.
           03  FILLER                  PIC  X(010) VALUE SPACE.

      *@  기업집단 소계라인
       01  WK-GRP-LINE.
           03  FILLER                  PIC  X(010) VALUE '** 소계 '.
           03  WK-GRP-GROUP-CD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-GRP-REGI-CD          PIC  X(003).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-GRP-GROUP-NAME       PIC  X(052).
           03  FILLER                  PIC  X(012) VALUE ' 항목수 '.
           03  WK-GRP-ITEM-CNT-E       PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(026)
                                       VALUE '  평균절대오차율 '.
           03  WK-GRP-AVG-RATE         PIC  ZZZ9.99.
           03  FILLER                  PIC  X(001) VALUE '%'.
           03  FILLER                  PIC  X(008) VALUE SPACE.

      *@  평가직원별 집계라인
       01  WK-EMP-LINE.
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-EMP-EMPID            PIC  X(007).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-EMP-EMNM             PIC  X(052).
           03  FILLER                  PIC  X(012) VALUE ' 항목수 '.
           03  WK-EMP-ITEM-CNT-E       PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(026)
                                       VALUE '  평균절대오차율 '.
           03  WK-EMP-AVG-RATE         PIC  ZZZ9.99.
           03  FILLER                  PIC  X(001) VALUE '%'.
           03  FILLER                  PIC  X(016) VALUE SPACE.

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
      *@실적결산년
           03  WK-SYSIN-STLACC-YR      PIC  X(004).
           03  WK-FILLER               PIC  X(001).

      *-----------------------------------------------------------------
      *@테이블(호스트변수)영역
      *-----------------------------------------------------------------
       01  WK-HOST-VARIABLE.
           03  WK-BASE-YMD             PIC  X(008).
           03  WK-STLACC-YR            PIC  X(004).
      *@   추정대비실적 항목
           03  WK-CORP-CLCT-GROUP-CD   PIC  X(003).
           03  WK-CORP-CLCT-REGI-CD    PIC  X(003).
           03  WK-CORP-CLCT-NAME       PIC  X(052).
           03  WK-VALUA-YMD            PIC  X(008).
           03  WK-VALUA-EMPID          PIC  X(007).
           03  WK-FNAF-A-RPTDOC-DSTCD  PIC  X(002).
           03  WK-FNAF-ITEM-CD         PIC  X(004).
           03  WK-FNAF-ITEM-NAME       PIC  X(102).
           03  WK-PRJT-ITEM-AMT        PIC S9(015) COMP-3.
           03  WK-ACTL-ITEM-AMT        PIC S9(015) COMP-3.
      *@   평가직원별 집계
           03  WK-VALUA-EMNM           PIC  X(052).
           03  WK-EMP-ITEM-CNT         PIC S9(009) COMP.
           03  WK-EMP-RATE-CNT         PIC S9(009) COMP.
           03  WK-EMP-ABS-ERR-SUM      PIC S9(013)V9(002) COMP-3.

      * -------------------------------------------
           EXEC SQL INCLUDE SQLCA      END-EXEC.

      ******************************************************************
      * SQL CURSOR DECLARE                                             *
      ******************************************************************
      *@  실적결산년 추정항목 - 실적 합산재무제표가 있는 항목만
           EXEC SQL
           DECLARE CUR_PRJT CURSOR WITH HOLD FOR
           SELECT P.기업집단그룹코드
                 ,P.기업집단등록코드
                 ,VALUE(B.기업집단명, ' ')
                 ,P.평가년월일
                 ,VALUE(B.평가직원번호, ' ')
                 ,P.재무분석보고서구분
                 ,P.재무항목코드
                 ,P.재무항목명
                 ,P.추정항목금액
                 ,C.재무제표항목금액
           FROM   DB2DBA.THKIPB153 P
           INNER JOIN DB2DBA.THKIPC130 C
                  ON  C.그룹회사코드
                             = P.그룹회사코드
                  AND C.기업집단그룹코드
                             = P.기업집단그룹코드
                  AND C.기업집단등록코드
                             = P.기업집단등록코드
                  AND C.재무분석결산구분 = '1'
                  AND C.기준년           = P.추정결산년
                  AND C.결산년           = P.추정결산년
                  AND C.재무분석보고서구분
                             = P.재무분석보고서구분
                  AND C.재무항목코드     = P.재무항목코드
           LEFT OUTER JOIN DB2DBA.THKIPB110 B
                  ON  B.그룹회사코드
                             = P.그룹회사코드
                  AND B.기업집단그룹코드
                             = P.기업집단그룹코드
                  AND B.기업집단등록코드
                             = P.기업집단등록코드
                  AND B.평가년월일       = P.평가년월일
           WHERE  P.그룹회사코드 = 'KB0'
             AND  P.추정결산년   = :WK-STLACC-YR
           ORDER BY 1, 2, 4, 6, 7
           WITH UR
           END-EXEC.

      *@  평가직원별 추정항목수/절대오차율 합계
      *@  항목별 오차율은 S4100-WRITE-DTL-RTN 과 같이 소수 2자리
      *@  반올림후 CO-MAX-ERR-RATE(9999.99) 로 상한 적용
           EXEC SQL
           DECLARE CUR_EMP CURSOR WITH HOLD FOR
           SELECT VALUE(B.평가직원번호, ' ')
                 ,VALUE(MAX(B.평가직원명), ' ')
                 ,COUNT(*)
                 ,SUM(CASE WHEN C.재무제표항목금액 = 0
                           THEN 0 ELSE 1 END)
                 ,VALUE(SUM(CASE WHEN C.재무제표항목금액 = 0
                                 THEN 0
                                 WHEN ROUND(ABS(DEC(P.추정항목금액
                                   - C.재무제표항목금액, 31, 2)
                                   * 100
                                   / C.재무제표항목금액), 2)
                                      > 9999.99
                                 THEN 9999.99
                                 ELSE ROUND(ABS(DEC(P.추정항목금액
                                   - C.재무제표항목금액, 31, 2)
                                   * 100
                                   / C.재무제표항목금액), 2)
                            END), 0)
           FROM   DB2DBA.THKIPB153 P
           INNER JOIN DB2DBA.THKIPC130 C
                  ON  C.그룹회사코드
                             = P.그룹회사코드
                  AND C.기업집단그룹코드
                             = P.기업집단그룹코드
                  AND C.기업집단등록코드
                             = P.기업집단등록코드
                  AND C.재무분석결산구분 = '1'
                  AND C.기준년           = P.추정결산년
                  AND C.결산년           = P.추정결산년
                  AND C.재무분석보고서구분
                             = P.재무분석보고서구분
                  AND C.재무항목코드     = P.재무항목코드
           LEFT OUTER JOIN DB2DBA.THKIPB110 B
                  ON  B.그룹회사코드
                             = P.그룹회사코드
                  AND B.기업집단그룹코드
                             = P.기업집단그룹코드
                  AND B.기업집단등록코드
                             = P.기업집단등록코드
                  AND B.평가년월일       = P.평가년월일
           WHERE  P.그룹회사코드 = 'KB0'
             AND  P.추정결산년   = :WK-STLACC-YR
           GROUP  BY VALUE(B.평가직원번호, ' ')
           ORDER  BY 1
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
           DISPLAY "* BIP0058 PGM START           *"
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

      *@1 실적결산년 - 미입력시 작업년도 전년
           IF  WK-SYSIN-STLACC-YR IS NUMERIC
               MOVE WK-SYSIN-STLACC-YR   TO  WK-STLACC-YR
           ELSE
               IF  WK-SYSIN-STLACC-YR NOT = SPACE
                   DISPLAY ":::::ERROR:::::"
                   DISPLAY "실적결산년 파라미터 오류"
                   MOVE 12 TO RETURN-CODE
                   PERFORM  S8000-ERROR-RTN
                      THRU  S8000-ERROR-EXT
               END-IF
               MOVE WK-BASE-YMD(1:4)     TO  WK-STLACC-YR-N
               SUBTRACT 1              FROM  WK-STLACC-YR-N
               MOVE WK-STLACC-YR-N       TO  WK-STLACC-YR
           END-IF

           DISPLAY "* STLACC-YR  = " WK-STLACC-YR

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
           STRING '** 추정재무제표 추정대비실적 점검 '
                  '(실적결산년 ' WK-STLACC-YR
                  ', 처리일 ' WK-BASE-YMD ') **'
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
      *@1 기업집단별 항목 비교
           EXEC SQL OPEN CUR_PRJT END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_PRJT ERROR SQLCODE=[" SQLCODE "]"
              MOVE 21 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE SPACE  TO  WK-PREV-GROUP-CD
                           WK-PREV-REGI-CD
           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S4000-FETCH-PRJT-RTN
              THRU S4000-FETCH-PRJT-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_PRJT END-EXEC

      *@1 최종 기업집단 소계
           IF  WK-PREV-GROUP-CD NOT = SPACE
               PERFORM S4200-WRITE-GRP-RTN
                  THRU S4200-WRITE-GRP-EXT
           END-IF

      *@1 평가직원별 집계
           MOVE SPACE TO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           MOVE '** 평가직원별 추정오차 **' TO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           EXEC SQL OPEN CUR_EMP END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_EMP ERROR SQLCODE=[" SQLCODE "]"
              MOVE 23 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S5000-FETCH-EMP-RTN
              THRU S5000-FETCH-EMP-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_EMP END-EXEC
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  추정항목 FETCH - 기업집단 변경시 소계후 명세 수록
      *-----------------------------------------------------------------
       S4000-FETCH-PRJT-RTN.
           EXEC  SQL  FETCH  CUR_PRJT
                 INTO :WK-CORP-CLCT-GROUP-CD
                    , :WK-CORP-CLCT-REGI-CD
                    , :WK-CORP-CLCT-NAME
                    , :WK-VALUA-YMD
                    , :WK-VALUA-EMPID
                    , :WK-FNAF-A-RPTDOC-DSTCD
                    , :WK-FNAF-ITEM-CD
                    , :WK-FNAF-ITEM-NAME
                    , :WK-PRJT-ITEM-AMT
                    , :WK-ACTL-ITEM-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S4000-FETCH-PRJT-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_PRJT ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 22 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           ADD 1 TO WK-READ-CNT

      *@1 기업집단 변경시 직전 집단 소계
           IF  WK-CORP-CLCT-GROUP-CD NOT = WK-PREV-GROUP-CD
           OR  WK-CORP-CLCT-REGI-CD  NOT = WK-PREV-REGI-CD
               IF  WK-PREV-GROUP-CD NOT = SPACE
                   PERFORM S4200-WRITE-GRP-RTN
                      THRU S4200-WRITE-GRP-EXT
               END-IF
               MOVE WK-CORP-CLCT-GROUP-CD  TO  WK-PREV-GROUP-CD
               MOVE WK-CORP-CLCT-REGI-CD   TO  WK-PREV-REGI-CD
               MOVE WK-CORP-CLCT-NAME      TO  WK-PREV-GROUP-NAME
               MOVE ZEROS                  TO  WK-GRP-ITEM-CNT
                                               WK-GRP-RATE-CNT
                                               WK-GRP-ABS-ERR-SUM
               ADD 1                       TO  WK-GROUP-CNT
           END-IF

           PERFORM S4100-WRITE-DTL-RTN
              THRU S4100-WRITE-DTL-EXT
           .
       S4000-FETCH-PRJT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  항목별 추정오차율 산출 및 명세 수록
      *-----------------------------------------------------------------
       S4100-WRITE-DTL-RTN.
           MOVE WK-CORP-CLCT-GROUP-CD    TO  WK-DTL-GROUP-CD
           MOVE WK-CORP-CLCT-REGI-CD     TO  WK-DTL-REGI-CD
           MOVE WK-VALUA-YMD             TO  WK-DTL-VALUA-YMD
           MOVE WK-VALUA-EMPID           TO  WK-DTL-EMPID
           MOVE WK-FNAF-A-RPTDOC-DSTCD   TO  WK-DTL-RPTDOC-DSTCD
           MOVE WK-FNAF-ITEM-CD          TO  WK-DTL-ITEM-CD
           MOVE WK-FNAF-ITEM-NAME        TO  WK-DTL-ITEM-NAME
           MOVE WK-PRJT-ITEM-AMT         TO  WK-DTL-PRJT-AMT
           MOVE WK-ACTL-ITEM-AMT         TO  WK-DTL-ACTL-AMT

           ADD 1  TO  WK-GRP-ITEM-CNT

      *#1 실적금액 0 은 오차율 산출 제외
           IF  WK-ACTL-ITEM-AMT = ZEROS
               ADD 1  TO  WK-NA-CNT
               MOVE '     N/A'  TO  WK-DTL-ERR-TXT
           ELSE
               IF  WK-ACTL-ITEM-AMT > ZEROS
                   COMPUTE WK-ERR-RATE ROUNDED =
                          (WK-PRJT-ITEM-AMT - WK-ACTL-ITEM-AMT)
                          * 100 / WK-ACTL-ITEM-AMT
                     ON SIZE ERROR
                          MOVE CO-MAX-ERR-RATE  TO  WK-ERR-RATE
                   END-COMPUTE
               ELSE
                   COMPUTE WK-ERR-RATE ROUNDED =
                          (WK-PRJT-ITEM-AMT - WK-ACTL-ITEM-AMT)
                          * 100 / (0 - WK-ACTL-ITEM-AMT)
                     ON SIZE ERROR
                          MOVE CO-MAX-ERR-RATE  TO  WK-ERR-RATE
                   END-COMPUTE
               END-IF
               MOVE WK-ERR-RATE         TO  WK-DTL-ERR-RATE
               MOVE WK-ERR-RATE         TO  WK-ABS-ERR-RATE
               ADD  1                   TO  WK-GRP-RATE-CNT
               ADD  WK-ABS-ERR-RATE     TO  WK-GRP-ABS-ERR-SUM
           END-IF

           MOVE WK-DTL-LINE              TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S4100-WRITE-DTL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  기업집단 소계(평균절대오차율) 수록
      *-----------------------------------------------------------------
       S4200-WRITE-GRP-RTN.
           MOVE ZEROS                    TO  WK-AVG-ERR-RATE
           IF  WK-GRP-RATE-CNT > ZEROS
               COMPUTE WK-AVG-ERR-RATE ROUNDED =
                       WK-GRP-ABS-ERR-SUM / WK-GRP-RATE-CNT
                 ON SIZE ERROR
                       MOVE CO-MAX-ERR-RATE  TO  WK-AVG-ERR-RATE
               END-COMPUTE
           END-IF

           MOVE WK-PREV-GROUP-CD         TO  WK-GRP-GROUP-CD
           MOVE WK-PREV-REGI-CD          TO  WK-GRP-REGI-CD
           MOVE WK-PREV-GROUP-NAME       TO  WK-GRP-GROUP-NAME
           MOVE WK-GRP-ITEM-CNT          TO  WK-GRP-ITEM-CNT-E
           MOVE WK-AVG-ERR-RATE          TO  WK-GRP-AVG-RATE

           MOVE WK-GRP-LINE              TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S4200-WRITE-GRP-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  평가직원별 집계 FETCH 및 수록
      *-----------------------------------------------------------------
       S5000-FETCH-EMP-RTN.
           EXEC  SQL  FETCH  CUR_EMP
                 INTO :WK-VALUA-EMPID
                    , :WK-VALUA-EMNM
                    , :WK-EMP-ITEM-CNT
                    , :WK-EMP-RATE-CNT
                    , :WK-EMP-ABS-ERR-SUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S5000-FETCH-EMP-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_EMP ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 24 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           ADD 1 TO WK-EMP-CNT

           MOVE ZEROS                    TO  WK-AVG-ERR-RATE
           IF  WK-EMP-RATE-CNT > ZEROS
               COMPUTE WK-AVG-ERR-RATE ROUNDED =
                       WK-EMP-ABS-ERR-SUM / WK-EMP-RATE-CNT
                 ON SIZE ERROR
                       MOVE CO-MAX-ERR-RATE  TO  WK-AVG-ERR-RATE
               END-COMPUTE
           END-IF

           MOVE WK-VALUA-EMPID           TO  WK-EMP-EMPID
           MOVE WK-VALUA-EMNM            TO  WK-EMP-EMNM
           MOVE WK-EMP-ITEM-CNT          TO  WK-EMP-ITEM-CNT-E
           MOVE WK-AVG-ERR-RATE          TO  WK-EMP-AVG-RATE

           MOVE WK-EMP-LINE              TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S5000-FETCH-EMP-EXT.
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
           STRING '** 비교항목 '  WK-READ-CNT
                  ' (실적0 제외 ' WK-NA-CNT
                  ') 기업집단 '   WK-GROUP-CNT
                  ' 평가직원 '    WK-EMP-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           CLOSE  RPT-OUT-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0058 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* COMPARED-ITEM-CNT  = " WK-READ-CNT
           DISPLAY "* ZERO-ACTUAL-CNT    = " WK-NA-CNT
           DISPLAY "* GROUP-CNT          = " WK-GROUP-CNT
           DISPLAY "* ANALYST-CNT        = " WK-EMP-CNT
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
