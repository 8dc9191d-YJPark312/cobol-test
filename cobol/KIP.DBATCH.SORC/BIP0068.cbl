           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0068 (BT 등급별 익스포저분포/예상손실 분기보고)
      *@처리유형  : BATCH
      *@처리개요  : 분기말 기준 기업집단별 확정등급(THKIPB110,
      *@            처리단계 6)과 여신소진금액(THKIPL011)을 결합하여
      *@            등급별 익스포저 분포와 예상손실(EL)을 산출하고
      *@            전분기 대비 EL 증감을 요인별로 분해한다.
      *@            1. 익스포저 : 해당 분기중 최종 집계기준일의
      *@               총여신소진금액 (0 초과 집단이 대상)
      *@            2. 등급     : 분기말까지 확정된 최종 평가 등급
      *@               (확정평가 없는 집단은 '미평가', EL 제외)
      *@            3. PD       : 등급별PD관리(THKIPB168)에서 등급별
      *@               당분기말 이전 최종 적용시작분(관측/수기)
      *@               - 하한 0.03%, 미등록 등급은 'PD미등록'
      *@               - 전분기 EL도 당분기 PD로 산출(요인분해 일관)
      *@            4. EL       = 익스포저 × PD × LGD
      *@               (LGD는 SYSIN, 미지정시 45%)
      *@            5. 전분기 대비 EL 증감 분해
      *@               - 등급이동효과 : 전분기익스포저×(당PD-전PD)
      *@               - 익스포저효과 : (당-전분기익스포저)×당PD
      *@               - 신규편입/제외 : 당분기EL / -전분기EL
      *@               - 미평가.PD미등록 전환분은 기타로 구분
      *@  SYSIN    : 그룹회사코드/분기말일/작업자/LGD(%)
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
       PROGRAM-ID.                     BIP0068.
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
      *@   등급별 익스포저/예상손실 보고서파일
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0068'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.
      *@   LGD(%, SYSIN 미지정시)
           03  CO-LGD-RATE             PIC  9(003)V9(02) VALUE 45.00.
      *@   PD 하한(%)
           03  CO-PD-FLOOR             PIC  9(003)V9(04) VALUE 0.0300.
      *@   등급 최대종류
           03  CO-GRD-MAX              PIC S9(004) COMP  VALUE 30.

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
           03  WK-SW-SORTED            PIC  X(001).
           03  WK-BATSTAT-STRT-HMS     PIC  X(006).
           03  WK-BATSTAT-CD           PIC  X(002).
           03  WK-I                    PIC S9(004) COMP.
           03  WK-GRD-IX               PIC S9(004) COMP.
           03  WK-CUR-IX               PIC S9(004) COMP.
           03  WK-PRV-IX               PIC S9(004) COMP.
      *@   LGD(%)
           03  WK-LGD-NUM              PIC  9(005).
           03  WK-LGD-RATE             PIC  9(003)V9(02).
           03  WK-LGD-EDIT             PIC  ZZ9.99.
      *@   전분기말 산출
           03  WK-CALC-YYYY            PIC  9(004).
      *@   등급 탐색 입력
           03  WK-FIND-GRD             PIC  X(003).
      *@   그룹 단건 산출
           03  WK-GRP-STAT             PIC  X(012).
           03  WK-GRP-PD               PIC S9(003)V9(04).
           03  WK-GRP-CUR-EL           PIC S9(015) COMP-3.
           03  WK-GRP-PRV-EL           PIC S9(015) COMP-3.
           03  WK-GRP-MIGR-EL          PIC S9(015) COMP-3.
           03  WK-GRP-CUR-PD-YN        PIC  X(001).
           03  WK-GRP-PRV-PD-YN        PIC  X(001).
      *@   건수
           03  WK-PD-CNT               PIC  9(009).
           03  WK-GROUP-READ-CNT       PIC  9(009).
           03  WK-CUR-GROUP-CNT        PIC  9(009).
           03  WK-PRV-GROUP-CNT        PIC  9(009).
           03  WK-CONT-CNT             PIC  9(009).
           03  WK-MIGR-CNT             PIC  9(009).
           03  WK-NEW-CNT              PIC  9(009).
           03  WK-EXIT-CNT             PIC  9(009).
           03  WK-OTHR-CNT             PIC  9(009).
           03  WK-NOPD-CNT             PIC  9(009).
      *@   합계(원)
           03  WK-TOT-CUR-EXP          PIC S9(015) COMP-3.
           03  WK-TOT-PRV-EXP          PIC S9(015) COMP-3.
           03  WK-TOT-CUR-EL           PIC S9(015) COMP-3.
           03  WK-TOT-PRV-EL           PIC S9(015) COMP-3.
      *@   EL 증감 요인(원)
           03  WK-BRG-MIGR-EL          PIC S9(015) COMP-3.
           03  WK-BRG-EXPS-EL          PIC S9(015) COMP-3.
           03  WK-BRG-NEW-EL           PIC S9(015) COMP-3.
           03  WK-BRG-EXIT-EL          PIC S9(015) COMP-3.
           03  WK-BRG-OTHR-EL          PIC S9(015) COMP-3.
           03  WK-BRG-DIFF-EL          PIC S9(015) COMP-3.
      *@   미평가 집단(당분기/전분기)
           03  WK-NR-CUR-CNT           PIC  9(007) COMP.
           03  WK-NR-CUR-EXP           PIC S9(015) COMP-3.
           03  WK-NR-PRV-CNT           PIC  9(007) COMP.
           03  WK-NR-PRV-EXP           PIC S9(015) COMP-3.

      *@  등급별 집계(PD 등록등급 선적재, 미등록 등급은 추가후 정렬)
       01  WK-GRD-AREA.
           03  WK-GRD-CNT              PIC S9(004) COMP.
           03  WK-GRD-TBL          OCCURS 30.
               05  WK-GRD-CD           PIC  X(003).
               05  WK-GRD-PD-YN        PIC  X(001).
               05  WK-GRD-PD-SRC       PIC  X(001).
               05  WK-GRD-PD           PIC S9(003)V9(04) COMP-3.
               05  WK-GRD-CUR-CNT      PIC  9(007) COMP.
               05  WK-GRD-CUR-EXP      PIC S9(015) COMP-3.
               05  WK-GRD-CUR-EL       PIC S9(015) COMP-3.
               05  WK-GRD-PRV-CNT      PIC  9(007) COMP.
               05  WK-GRD-PRV-EXP      PIC S9(015) COMP-3.
               05  WK-GRD-PRV-EL       PIC S9(015) COMP-3.

      *@  등급별 집계 정렬 교환영역
       01  WK-SWAP-GRD.
           03  WK-SWAP-CD              PIC  X(003).
           03  WK-SWAP-PD-YN           PIC  X(001).
           03  WK-SWAP-PD-SRC          PIC  X(001).
           03  WK-SWAP-PD              PIC S9(003)V9(04) COMP-3.
           03  WK-SWAP-CUR-CNT         PIC  9(007) COMP.
           03  WK-SWAP-CUR-EXP         PIC S9(015) COMP-3.
           03  WK-SWAP-CUR-EL          PIC S9(015) COMP-3.
           03  WK-SWAP-PRV-CNT         PIC  9(007) COMP.
           03  WK-SWAP-PRV-EXP         PIC S9(015) COMP-3.
           03  WK-SWAP-PRV-EL          PIC S9(015) COMP-3.

      *-----------------------------------------------------------------
      *@SYSIN 영역
      *-----------------------------------------------------------------
       01  WK-SYSIN.
      *@그룹회사구분코드
           03  WK-SYSIN-GR-CO-CD       PIC  X(003).
           03  WK-FILLER               PIC  X(001).
      *@분기말일(YYYY0331/0630/0930/1231)
           03  WK-SYSIN-QTR-YMD        PIC  X(008).
           03  WK-FILLER               PIC  X(001).
      *@작업자ID
           03  WK-SYSIN-EMP-NO         PIC  X(007).
           03  WK-FILLER               PIC  X(001).
      *@LGD(%, 정수3.소수2 - 04500=45.00%, 공백시 45.00%)
           03  WK-SYSIN-LGD            PIC  X(005).
           03  WK-FILLER               PIC  X(001).

      *-----------------------------------------------------------------
      *@테이블(호스트변수)영역
      *-----------------------------------------------------------------
       01  WK-HOST-VARIABLE.
           03  WK-EMP-NO               PIC  X(007).
      *@   당분기말/전분기말
           03  WK-CUR-QTR-YMD          PIC  X(008).
           03  WK-PRV-QTR-YMD          PIC  X(008).
      *@   전전분기말(전분기 익스포저 집계기준일 하한)
           03  WK-PRV-BF-QTR-YMD       PIC  X(008).
      *@   당분기/전분기 익스포저 집계기준년월일(THKIPL011)
           03  WK-CUR-AGGR-YMD         PIC  X(008).
           03  WK-PRV-AGGR-YMD         PIC  X(008).
      *@   등급별PD 조회
           03  WK-DB-PD-GRD            PIC  X(003).
           03  WK-DB-PD-RATE           PIC S9(003)V9(04) COMP-3.
           03  WK-DB-PD-SRC            PIC  X(001).
           03  WK-DB-PD-APLY-YMD       PIC  X(008).
      *@   기업집단별 익스포저/등급 조회
           03  WK-DB-GROUP-CD          PIC  X(003).
           03  WK-DB-REGI-CD           PIC  X(003).
           03  WK-DB-GROUP-NAME        PIC  X(072).
           03  WK-DB-CUR-EXP           PIC S9(015) COMP-3.
           03  WK-DB-PRV-EXP           PIC S9(015) COMP-3.
           03  WK-DB-CUR-GRD           PIC  X(003).
           03  WK-DB-PRV-GRD           PIC  X(003).

      *@  기업집단 명세라인(금액단위 천원)
       01  WK-DTL-LINE.
           03  WK-DTL-GROUP-CD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-REGI-CD          PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-GROUP-NAME       PIC  X(021).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-PRV-GRD          PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '>'.
           03  WK-DTL-CUR-GRD          PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-PRV-EXP          PIC  ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-CUR-EXP          PIC  ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-PD               PIC  ZZ9.9999.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-PRV-EL           PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-CUR-EL           PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-CHG-EL           PIC  -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-STAT             PIC  X(012).

      *@  등급별 분포라인(금액단위 천원)
       01  WK-GRD-LINE.
           03  WK-GL-GRD               PIC  X(009).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GL-CUR-CNT           PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GL-CUR-EXP           PIC  ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GL-SHARE             PIC  ZZ9.99.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GL-PD                PIC  ZZ9.9999.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GL-PD-SRC            PIC  X(011).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GL-CUR-EL            PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GL-PRV-CNT           PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GL-PRV-EXP           PIC  ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GL-PRV-EL            PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GL-CHG-EL            PIC  -ZZZ,ZZZ,ZZ9.

      *@  EL 증감 요인라인(금액단위 천원)
       01  WK-BRG-LINE.
           03  WK-BL-DSTIC             PIC  X(040).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-BL-CNT               PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-BL-EL                PIC  -ZZ,ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
      *@   DBIO/SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@   DBIO공통처리부품 COPYBOOK 정의
           COPY    YCDBIOCA.
      *@   SQLIO공통처리부품 COPYBOOK 정의
           COPY    YCDBSQLA.
      *@   공통 COPYBOOK 정의
           COPY    YCCOMMON.

      *-----------------------------------------------------------------
      *@   CURSOR 정의
      *-----------------------------------------------------------------
      *@  등급별 당분기말 적용 PD(등급별 최종 적용시작분)
           EXEC SQL
                DECLARE CUR_C001 CURSOR FOR
                SELECT P.집단등급구분
                     , P.PD율
                     , P.자료원구분
                     , P.적용시작년월일
                  FROM DB2DBA.THKIPB168 P
                 WHERE P.그룹회사코드   = :BICOM-GROUP-CO-CD
                   AND P.적용시작년월일 =
                      (SELECT MAX(P2.적용시작년월일)
                         FROM DB2DBA.THKIPB168 P2
                        WHERE P2.그룹회사코드
                                      = P.그룹회사코드
                          AND P2.집단등급구분
                                      = P.집단등급구분
                          AND P2.적용시작년월일
                                      <= :WK-CUR-QTR-YMD)
                 ORDER BY P.집단등급구분
                 WITH UR
           END-EXEC.

      *@  당/전분기 익스포저 보유 기업집단별 익스포저/확정등급
           EXEC SQL
                DECLARE CUR_C002 CURSOR FOR
                SELECT G.기업집단그룹코드
                     , G.기업집단등록코드
                     , VALUE(A.기업집단명, ' ')
                     , VALUE(
                       (SELECT L.총여신소진금액
                          FROM DB2DBA.THKIPL011 L
                         WHERE L.그룹회사코드
                                      = G.그룹회사코드
                           AND L.기업집단그룹코드
                                      = G.기업집단그룹코드
                           AND L.기업집단등록코드
                                      = G.기업집단등록코드
                           AND L.집계기준년월일
                                      = :WK-CUR-AGGR-YMD), 0)
                     , VALUE(
                       (SELECT L.총여신소진금액
                          FROM DB2DBA.THKIPL011 L
                         WHERE L.그룹회사코드
                                      = G.그룹회사코드
                           AND L.기업집단그룹코드
                                      = G.기업집단그룹코드
                           AND L.기업집단등록코드
                                      = G.기업집단등록코드
                           AND L.집계기준년월일
                                      = :WK-PRV-AGGR-YMD), 0)
                     , VALUE(
                       (SELECT B.최종집단등급구분
                          FROM DB2DBA.THKIPB110 B
                         WHERE B.그룹회사코드
                                      = G.그룹회사코드
                           AND B.기업집단그룹코드
                                      = G.기업집단그룹코드
                           AND B.기업집단등록코드
                                      = G.기업집단등록코드
                           AND B.기업집단처리단계구분 = '6'
                           AND B.평가년월일 <= :WK-CUR-QTR-YMD
                           AND B.평가확정년월일
                                      <= :WK-CUR-QTR-YMD
                         ORDER BY B.평가확정년월일 DESC
                                , B.평가년월일 DESC
                         FETCH FIRST 1 ROW ONLY), ' ')
                     , VALUE(
                       (SELECT B.최종집단등급구분
                          FROM DB2DBA.THKIPB110 B
                         WHERE B.그룹회사코드
                                      = G.그룹회사코드
                           AND B.기업집단그룹코드
                                      = G.기업집단그룹코드
                           AND B.기업집단등록코드
                                      = G.기업집단등록코드
                           AND B.기업집단처리단계구분 = '6'
                           AND B.평가년월일 <= :WK-PRV-QTR-YMD
                           AND B.평가확정년월일
                                      <= :WK-PRV-QTR-YMD
                         ORDER BY B.평가확정년월일 DESC
                                , B.평가년월일 DESC
                         FETCH FIRST 1 ROW ONLY), ' ')
                  FROM (SELECT DISTINCT 그룹회사코드
                                      , 기업집단그룹코드
                                      , 기업집단등록코드
                          FROM DB2DBA.THKIPL011
                         WHERE 그룹회사코드 = :BICOM-GROUP-CO-CD
                           AND 집계기준년월일
                                  IN (:WK-CUR-AGGR-YMD
                                    , :WK-PRV-AGGR-YMD)) G
                  LEFT OUTER JOIN DB2DBA.THKIPA111 A
                        ON  A.그룹회사코드
                                      = G.그룹회사코드
                        AND A.기업집단그룹코드
                                      = G.기업집단그룹코드
                        AND A.기업집단등록코드
                                      = G.기업집단등록코드
                 ORDER BY 1, 2
                 WITH UR
           END-EXEC.

      *=================================================================
       PROCEDURE                       DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
      *@메인　프로세스　처리한다．
      *-----------------------------------------------------------------
       S0000-MAIN-RTN.
      *@1 초기화처리한다．
           PERFORM S1000-INITIALIZE-RTN
              THRU S1000-INITIALIZE-EXT

      *@1 등급별 적용 PD 적재
           PERFORM S2000-PD-LOAD-RTN
              THRU S2000-PD-LOAD-EXT

      *@1 기업집단별 익스포저/EL 산출 및 명세 출력
           PERFORM S3000-GROUP-PROC-RTN
              THRU S3000-GROUP-PROC-EXT

      *@1 등급별 분포 출력
           PERFORM S4000-GRD-REPORT-RTN
              THRU S4000-GRD-REPORT-EXT

      *@1 전분기 대비 EL 증감 요인 출력
           PERFORM S5000-BRIDGE-REPORT-RTN
              THRU S5000-BRIDGE-REPORT-EXT

      *@1 종료처리한다．
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
                      WK-GRD-AREA
                      WK-SYSIN
                      WK-HOST-VARIABLE

           MOVE ZEROS        TO  RETURN-CODE

      *@1 배치진행정보 시작시각 기록
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-BATSTAT-STRT-HMS

           ACCEPT  WK-SYSIN  FROM    SYSIN

           DISPLAY "*-----------------------------*"
           DISPLAY "* BIP0068 PGM START           *"
           DISPLAY "*-----------------------------*"
           DISPLAY "* WK-SYSIN = " WK-SYSIN
           DISPLAY "*-----------------------------*"

      *#1 그룹회사구분코드 확인
           IF  WK-SYSIN-GR-CO-CD = SPACE
               DISPLAY ":::::ERROR:::::"
               DISPLAY "그룹회사구분코드 파라미터 오류"
               MOVE 11 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

      *#1 분기말일 확인
           IF  WK-SYSIN-QTR-YMD IS NOT NUMERIC
               DISPLAY ":::::ERROR:::::"
               DISPLAY "분기말일 파라미터 오류"
               MOVE 12 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE WK-SYSIN-QTR-YMD         TO  WK-CUR-QTR-YMD

      *@1 전분기말 산출
           MOVE WK-CUR-QTR-YMD(1:4)      TO  WK-PRV-QTR-YMD(1:4)
           EVALUATE WK-CUR-QTR-YMD(5:4)
               WHEN '0331'
                    MOVE WK-CUR-QTR-YMD(1:4) TO  WK-CALC-YYYY
                    SUBTRACT 1             FROM  WK-CALC-YYYY
                    MOVE WK-CALC-YYYY        TO  WK-PRV-QTR-YMD(1:4)
                    MOVE '1231'              TO  WK-PRV-QTR-YMD(5:4)
               WHEN '0630'
                    MOVE '0331'              TO  WK-PRV-QTR-YMD(5:4)
               WHEN '0930'
                    MOVE '0630'              TO  WK-PRV-QTR-YMD(5:4)
               WHEN '1231'
                    MOVE '0930'              TO  WK-PRV-QTR-YMD(5:4)
               WHEN OTHER
                    DISPLAY ":::::ERROR:::::"
                    DISPLAY "분기말일 아님(0331/0630/0930/1231) ["
                            WK-CUR-QTR-YMD "]"
                    MOVE 12 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

      *@1 전전분기말 산출
           MOVE WK-PRV-QTR-YMD(1:4)      TO  WK-PRV-BF-QTR-YMD(1:4)
           EVALUATE WK-PRV-QTR-YMD(5:4)
               WHEN '0331'
                    MOVE WK-PRV-QTR-YMD(1:4) TO  WK-CALC-YYYY
                    SUBTRACT 1             FROM  WK-CALC-YYYY
                    MOVE WK-CALC-YYYY     TO  WK-PRV-BF-QTR-YMD(1:4)
                    MOVE '1231'           TO  WK-PRV-BF-QTR-YMD(5:4)
               WHEN '0630'
                    MOVE '0331'           TO  WK-PRV-BF-QTR-YMD(5:4)
               WHEN '0930'
                    MOVE '0630'           TO  WK-PRV-BF-QTR-YMD(5:4)
               WHEN '1231'
                    MOVE '0930'           TO  WK-PRV-BF-QTR-YMD(5:4)
           END-EVALUATE

      *#1 LGD - 미지정시 기본값, 0 초과 100 이하
           IF  WK-SYSIN-LGD IS NUMERIC
               MOVE WK-SYSIN-LGD         TO  WK-LGD-NUM
               COMPUTE WK-LGD-RATE = WK-LGD-NUM / 100
           ELSE
               MOVE CO-LGD-RATE          TO  WK-LGD-RATE
           END-IF

           IF  WK-LGD-RATE = ZEROS
           OR  WK-LGD-RATE > 100
               DISPLAY ":::::ERROR:::::"
               DISPLAY "LGD 파라미터 오류 [" WK-SYSIN-LGD "]"
               MOVE 13 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE WK-LGD-RATE              TO  WK-LGD-EDIT

           MOVE WK-SYSIN-GR-CO-CD        TO  BICOM-GROUP-CO-CD
           MOVE WK-SYSIN-EMP-NO          TO  WK-EMP-NO
           IF  WK-EMP-NO = SPACE
               MOVE CO-PGM-ID            TO  WK-EMP-NO
           END-IF

      *@1 당분기/전분기 익스포저 집계기준년월일(해당 분기중 최종)
           EXEC SQL
                SELECT VALUE(MAX(집계기준년월일), '00000000')
                  INTO :WK-CUR-AGGR-YMD
                  FROM DB2DBA.THKIPL011
                 WHERE 그룹회사코드   = :BICOM-GROUP-CO-CD
                   AND 집계기준년월일 <= :WK-CUR-QTR-YMD
                   AND 집계기준년월일  > :WK-PRV-QTR-YMD
                 WITH UR
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "SELECT THKIPL011(당분기) "
                       " SQL-ERROR:[" SQLCODE "]"
               MOVE 22 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

      *#1 당분기중 익스포저 집계 없으면 보고 불가
           IF  WK-CUR-AGGR-YMD = '00000000'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "당분기 여신소진현황 미집계 ["
                       WK-CUR-QTR-YMD "]"
               MOVE 22 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           EXEC SQL
                SELECT VALUE(MAX(집계기준년월일), '00000000')
                  INTO :WK-PRV-AGGR-YMD
                  FROM DB2DBA.THKIPL011
                 WHERE 그룹회사코드   = :BICOM-GROUP-CO-CD
                   AND 집계기준년월일 <= :WK-PRV-QTR-YMD
                   AND 집계기준년월일  > :WK-PRV-BF-QTR-YMD
                 WITH UR
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "SELECT THKIPL011(전분기) "
                       " SQL-ERROR:[" SQLCODE "]"
               MOVE 22 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           DISPLAY "* CUR-QTR = "   WK-CUR-QTR-YMD
                   " AGGR = "       WK-CUR-AGGR-YMD
           DISPLAY "* PRV-QTR = "   WK-PRV-QTR-YMD
                   " AGGR = "       WK-PRV-AGGR-YMD
           DISPLAY "* LGD     = "   WK-LGD-RATE

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
           STRING '** 등급별 익스포저분포/'
                  '예상손실 분기보고 '
                  '(당분기말 '   WK-CUR-QTR-YMD
                  ', 전분기말 '  WK-PRV-QTR-YMD ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           MOVE SPACE TO RPT-RECORD
           STRING '   익스포저 집계기준일 당분기 '
                  WK-CUR-AGGR-YMD
                  ' 전분기 '     WK-PRV-AGGR-YMD
                  '  LGD(%) '    WK-LGD-EDIT
                  '  PD하한 0.03%  금액단위 천원'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

      *@1 전분기 익스포저 미집계시 안내(전 집단 신규편입 처리)
           IF  WK-PRV-AGGR-YMD = '00000000'
               MOVE SPACE TO RPT-RECORD
               STRING '** 전분기 여신소진현황 미집계 - '
                      '전 집단 신규편입 **'
                      DELIMITED BY SIZE  INTO RPT-RECORD
               PERFORM S6000-WRITE-RPT-RTN
                  THRU S6000-WRITE-RPT-EXT
           END-IF
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@등급별 적용 PD 적재(당분기말 기준 PD로 당/전분기 공통 적용)
      *-----------------------------------------------------------------
       S2000-PD-LOAD-RTN.

           EXEC SQL OPEN CUR_C001 END-EXEC
           IF  SQLCODE NOT = ZEROS
               DISPLAY "OPEN CUR_C001 SQL-ERROR:[" SQLCODE "]"
               MOVE 21 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N  TO  WK-SW-EOF
           PERFORM S2100-PD-FETCH-RTN
              THRU S2100-PD-FETCH-EXT
             UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_C001 END-EXEC

      *#1 PD 미등록시 안내(EL 미산출, 분포만 보고)
           IF  WK-PD-CNT = ZEROS
               MOVE SPACE TO RPT-RECORD
               STRING '** 등급별PD관리(THKIPB168) '
                      '적용 PD 없음 - EL 미산출 **'
                      DELIMITED BY SIZE  INTO RPT-RECORD
               PERFORM S6000-WRITE-RPT-RTN
                  THRU S6000-WRITE-RPT-EXT
           END-IF
           .
       S2000-PD-LOAD-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@등급별 PD 단건 적재(하한 적용)
      *-----------------------------------------------------------------
       S2100-PD-FETCH-RTN.

           EXEC SQL
                FETCH  CUR_C001
                INTO   :WK-DB-PD-GRD
                     , :WK-DB-PD-RATE
                     , :WK-DB-PD-SRC
                     , :WK-DB-PD-APLY-YMD
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZEROS
                IF  WK-GRD-CNT >= CO-GRD-MAX
                    DISPLAY ":::::ERROR:::::"
                    DISPLAY "등급종류 " CO-GRD-MAX " 초과 ["
                            WK-DB-PD-GRD "]"
                    MOVE 24 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
                END-IF

                ADD  1                   TO  WK-GRD-CNT
                                             WK-PD-CNT
                MOVE WK-DB-PD-GRD        TO  WK-GRD-CD(WK-GRD-CNT)
                MOVE CO-Y                TO  WK-GRD-PD-YN(WK-GRD-CNT)
                MOVE WK-DB-PD-SRC        TO  WK-GRD-PD-SRC(WK-GRD-CNT)
                IF  WK-DB-PD-RATE < CO-PD-FLOOR
                    MOVE CO-PD-FLOOR     TO  WK-GRD-PD(WK-GRD-CNT)
                ELSE
                    MOVE WK-DB-PD-RATE   TO  WK-GRD-PD(WK-GRD-CNT)
                END-IF

           WHEN 100
                MOVE CO-Y  TO  WK-SW-EOF

           WHEN OTHER
                DISPLAY "FETCH CUR_C001 SQL-ERROR:[" SQLCODE "]"
                MOVE 21 TO RETURN-CODE
                PERFORM  S8000-ERROR-RTN
                   THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S2100-PD-FETCH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@기업집단별 익스포저/EL 산출
      *-----------------------------------------------------------------
       S3000-GROUP-PROC-RTN.

           MOVE SPACE TO RPT-RECORD
           MOVE '-- 기업집단별 명세' TO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           MOVE SPACE TO RPT-RECORD
           STRING '   그룹/등록 집단명 전>당등급 '
                  '전분기익스포저 당분기익스포저 PD(%) '
                  '전분기EL 당분기EL EL증감 구분'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           EXEC SQL OPEN CUR_C002 END-EXEC
           IF  SQLCODE NOT = ZEROS
               DISPLAY "OPEN CUR_C002 SQL-ERROR:[" SQLCODE "]"
               MOVE 23 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N  TO  WK-SW-EOF
           PERFORM S3100-GROUP-FETCH-RTN
              THRU S3100-GROUP-FETCH-EXT
             UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_C002 END-EXEC
           .
       S3000-GROUP-PROC-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@기업집단 단건처리
      *-----------------------------------------------------------------
       S3100-GROUP-FETCH-RTN.

           EXEC SQL
                FETCH  CUR_C002
                INTO   :WK-DB-GROUP-CD
                     , :WK-DB-REGI-CD
                     , :WK-DB-GROUP-NAME
                     , :WK-DB-CUR-EXP
                     , :WK-DB-PRV-EXP
                     , :WK-DB-CUR-GRD
                     , :WK-DB-PRV-GRD
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZEROS
                CONTINUE
           WHEN 100
                MOVE CO-Y  TO  WK-SW-EOF
                GO TO S3100-GROUP-FETCH-EXT
           WHEN OTHER
                DISPLAY "FETCH CUR_C002 SQL-ERROR:[" SQLCODE "]"
                MOVE 23 TO RETURN-CODE
                PERFORM  S8000-ERROR-RTN
                   THRU  S8000-ERROR-EXT
           END-EVALUATE

           ADD  1  TO  WK-GROUP-READ-CNT

      *#1 당/전분기 모두 익스포저 없는 집단 제외
           IF  WK-DB-CUR-EXP NOT > ZEROS
           AND WK-DB-PRV-EXP NOT > ZEROS
               GO TO S3100-GROUP-FETCH-EXT
           END-IF

           MOVE ZEROS  TO  WK-GRP-CUR-EL
                           WK-GRP-PRV-EL
                           WK-GRP-MIGR-EL
                           WK-GRP-PD
                           WK-CUR-IX
                           WK-PRV-IX
           MOVE CO-N   TO  WK-GRP-CUR-PD-YN
                           WK-GRP-PRV-PD-YN

      *@1 당분기 - 등급별 집계 및 EL
           IF  WK-DB-CUR-EXP > ZEROS
               PERFORM S3200-CUR-ACCUM-RTN
                  THRU S3200-CUR-ACCUM-EXT
           END-IF

      *@1 전분기 - 등급별 집계 및 EL(당분기 PD 적용)
           IF  WK-DB-PRV-EXP > ZEROS
               PERFORM S3300-PRV-ACCUM-RTN
                  THRU S3300-PRV-ACCUM-EXT
           END-IF

      *@1 EL 증감 요인 분해
           PERFORM S3400-BRIDGE-ACCUM-RTN
              THRU S3400-BRIDGE-ACCUM-EXT

      *@1 명세 출력
           MOVE WK-DB-GROUP-CD           TO  WK-DTL-GROUP-CD
           MOVE WK-DB-REGI-CD            TO  WK-DTL-REGI-CD
           MOVE WK-DB-GROUP-NAME         TO  WK-DTL-GROUP-NAME
           MOVE WK-DB-PRV-GRD            TO  WK-DTL-PRV-GRD
           MOVE WK-DB-CUR-GRD            TO  WK-DTL-CUR-GRD
           COMPUTE WK-DTL-PRV-EXP ROUNDED = WK-DB-PRV-EXP / 1000
           COMPUTE WK-DTL-CUR-EXP ROUNDED = WK-DB-CUR-EXP / 1000
           MOVE WK-GRP-PD                TO  WK-DTL-PD
           COMPUTE WK-DTL-PRV-EL  ROUNDED = WK-GRP-PRV-EL / 1000
           COMPUTE WK-DTL-CUR-EL  ROUNDED = WK-GRP-CUR-EL / 1000
           COMPUTE WK-DTL-CHG-EL  ROUNDED =
                  (WK-GRP-CUR-EL - WK-GRP-PRV-EL) / 1000
           MOVE WK-GRP-STAT              TO  WK-DTL-STAT

           MOVE WK-DTL-LINE  TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S3100-GROUP-FETCH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@당분기 등급별 집계 및 EL(미평가는 별도 집계, EL 제외)
      *-----------------------------------------------------------------
       S3200-CUR-ACCUM-RTN.

           ADD  1                        TO  WK-CUR-GROUP-CNT
           ADD  WK-DB-CUR-EXP            TO  WK-TOT-CUR-EXP

           IF  WK-DB-CUR-GRD = SPACE
               ADD  1                    TO  WK-NR-CUR-CNT
               ADD  WK-DB-CUR-EXP        TO  WK-NR-CUR-EXP
               GO TO S3200-CUR-ACCUM-EXT
           END-IF

           MOVE WK-DB-CUR-GRD            TO  WK-FIND-GRD
           PERFORM S3500-GRD-FIND-RTN
              THRU S3500-GRD-FIND-EXT
           MOVE WK-GRD-IX                TO  WK-CUR-IX

           ADD  1              TO  WK-GRD-CUR-CNT(WK-CUR-IX)
           ADD  WK-DB-CUR-EXP  TO  WK-GRD-CUR-EXP(WK-CUR-IX)

      *#1 PD 미등록 등급 - EL 미산출
           IF  WK-GRD-PD-YN(WK-CUR-IX) NOT = CO-Y
               ADD  1                    TO  WK-NOPD-CNT
               GO TO S3200-CUR-ACCUM-EXT
           END-IF

           MOVE CO-Y                     TO  WK-GRP-CUR-PD-YN
           MOVE WK-GRD-PD(WK-CUR-IX)     TO  WK-GRP-PD
           COMPUTE WK-GRP-CUR-EL ROUNDED =
                   WK-DB-CUR-EXP * WK-GRD-PD(WK-CUR-IX) / 100
                 * WK-LGD-RATE / 100

           ADD  WK-GRP-CUR-EL  TO  WK-GRD-CUR-EL(WK-CUR-IX)
                                   WK-TOT-CUR-EL
           .
       S3200-CUR-ACCUM-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@전분기 등급별 집계 및 EL(당분기 PD 적용)
      *-----------------------------------------------------------------
       S3300-PRV-ACCUM-RTN.

           ADD  1                        TO  WK-PRV-GROUP-CNT
           ADD  WK-DB-PRV-EXP            TO  WK-TOT-PRV-EXP

           IF  WK-DB-PRV-GRD = SPACE
               ADD  1                    TO  WK-NR-PRV-CNT
               ADD  WK-DB-PRV-EXP        TO  WK-NR-PRV-EXP
               GO TO S3300-PRV-ACCUM-EXT
           END-IF

           MOVE WK-DB-PRV-GRD            TO  WK-FIND-GRD
           PERFORM S3500-GRD-FIND-RTN
              THRU S3500-GRD-FIND-EXT
           MOVE WK-GRD-IX                TO  WK-PRV-IX

           ADD  1              TO  WK-GRD-PRV-CNT(WK-PRV-IX)
           ADD  WK-DB-PRV-EXP  TO  WK-GRD-PRV-EXP(WK-PRV-IX)

           IF  WK-GRD-PD-YN(WK-PRV-IX) NOT = CO-Y
               GO TO S3300-PRV-ACCUM-EXT
           END-IF

           MOVE CO-Y                     TO  WK-GRP-PRV-PD-YN
      *#1 당분기 익스포저 없는(제외) 집단은 전분기 PD 표시
           IF  WK-GRP-CUR-PD-YN NOT = CO-Y
               MOVE WK-GRD-PD(WK-PRV-IX) TO  WK-GRP-PD
           END-IF
           COMPUTE WK-GRP-PRV-EL ROUNDED =
                   WK-DB-PRV-EXP * WK-GRD-PD(WK-PRV-IX) / 100
                 * WK-LGD-RATE / 100

           ADD  WK-GRP-PRV-EL  TO  WK-GRD-PRV-EL(WK-PRV-IX)
                                   WK-TOT-PRV-EL
           .
       S3300-PRV-ACCUM-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@EL 증감 요인 분해
      *@ - 계속보유(PD 양분기 산출) : 등급이동 = 전익스포저×PD증감
      *@                              익스포저 = EL증감 - 등급이동
      *@ - 신규편입 : +당분기EL, 제외 : -전분기EL
      *@ - 계속보유중 미평가/PD미등록 전환분 : 기타
      *-----------------------------------------------------------------
       S3400-BRIDGE-ACCUM-RTN.

           EVALUATE TRUE
           WHEN WK-DB-PRV-EXP NOT > ZEROS
                ADD  1                   TO  WK-NEW-CNT
                ADD  WK-GRP-CUR-EL       TO  WK-BRG-NEW-EL
                MOVE '신규편입'          TO  WK-GRP-STAT

           WHEN WK-DB-CUR-EXP NOT > ZEROS
                ADD  1                   TO  WK-EXIT-CNT
                SUBTRACT WK-GRP-PRV-EL FROM  WK-BRG-EXIT-EL
                MOVE '제외'              TO  WK-GRP-STAT

           WHEN WK-GRP-CUR-PD-YN = CO-Y
            AND WK-GRP-PRV-PD-YN = CO-Y
                ADD  1                   TO  WK-CONT-CNT
                COMPUTE WK-GRP-MIGR-EL ROUNDED =
                        WK-DB-PRV-EXP
                      * (WK-GRD-PD(WK-CUR-IX) - WK-GRD-PD(WK-PRV-IX))
                      / 100 * WK-LGD-RATE / 100
                ADD  WK-GRP-MIGR-EL      TO  WK-BRG-MIGR-EL
                COMPUTE WK-BRG-EXPS-EL = WK-BRG-EXPS-EL
                      + WK-GRP-CUR-EL - WK-GRP-PRV-EL
                      - WK-GRP-MIGR-EL
                IF  WK-DB-CUR-GRD NOT = WK-DB-PRV-GRD
                    ADD  1               TO  WK-MIGR-CNT
                    MOVE '등급변동'      TO  WK-GRP-STAT
                ELSE
                    MOVE '유지'          TO  WK-GRP-STAT
                END-IF

           WHEN OTHER
                ADD  1                   TO  WK-CONT-CNT
                                             WK-OTHR-CNT
                COMPUTE WK-BRG-OTHR-EL = WK-BRG-OTHR-EL
                      + WK-GRP-CUR-EL - WK-GRP-PRV-EL
                IF  WK-DB-CUR-GRD = SPACE
                OR  WK-DB-PRV-GRD = SPACE
                    MOVE '미평가'        TO  WK-GRP-STAT
                ELSE
                    MOVE 'PD미등록'      TO  WK-GRP-STAT
                END-IF
           END-EVALUATE
           .
       S3400-BRIDGE-ACCUM-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@등급 슬롯 탐색(PD 미등록 등급은 신규 추가)
      *-----------------------------------------------------------------
       S3500-GRD-FIND-RTN.

           MOVE ZEROS  TO  WK-GRD-IX
           PERFORM S3510-GRD-SCAN-RTN
              THRU S3510-GRD-SCAN-EXT
           VARYING WK-I FROM 1 BY 1
             UNTIL WK-I > WK-GRD-CNT
                OR WK-GRD-IX > ZEROS

           IF  WK-GRD-IX > ZEROS
               GO TO S3500-GRD-FIND-EXT
           END-IF

           IF  WK-GRD-CNT >= CO-GRD-MAX
               DISPLAY ":::::ERROR:::::"
               DISPLAY "등급종류 " CO-GRD-MAX " 초과 ["
                       WK-FIND-GRD "]"
               MOVE 24 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           ADD  1                        TO  WK-GRD-CNT
           MOVE WK-GRD-CNT               TO  WK-GRD-IX
           MOVE WK-FIND-GRD              TO  WK-GRD-CD(WK-GRD-IX)
           MOVE CO-N                     TO  WK-GRD-PD-YN(WK-GRD-IX)
           MOVE SPACE                    TO  WK-GRD-PD-SRC(WK-GRD-IX)
           MOVE ZEROS                    TO  WK-GRD-PD(WK-GRD-IX)
                                             WK-GRD-CUR-CNT(WK-GRD-IX)
                                             WK-GRD-CUR-EXP(WK-GRD-IX)
                                             WK-GRD-CUR-EL(WK-GRD-IX)
                                             WK-GRD-PRV-CNT(WK-GRD-IX)
                                             WK-GRD-PRV-EXP(WK-GRD-IX)
                                             WK-GRD-PRV-EL(WK-GRD-IX)
           .
       S3500-GRD-FIND-EXT.
           EXIT.

       S3510-GRD-SCAN-RTN.
           IF  WK-GRD-CD(WK-I) = WK-FIND-GRD
               MOVE WK-I  TO  WK-GRD-IX
           END-IF
           .
       S3510-GRD-SCAN-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@등급별 익스포저 분포/EL 출력(등급코드순, 미평가 최후)
      *-----------------------------------------------------------------
       S4000-GRD-REPORT-RTN.

      *@1 등급코드순 정렬(PD 미등록 추가분 포함)
           MOVE CO-N  TO  WK-SW-SORTED
           PERFORM S4100-GRD-SORT-PASS-RTN
              THRU S4100-GRD-SORT-PASS-EXT
             UNTIL WK-SW-SORTED = CO-Y

           MOVE SPACE TO RPT-RECORD
           MOVE '-- 등급별 익스포저 분포/예상손실'
             TO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           MOVE SPACE TO RPT-RECORD
           STRING '   등급 집단수 당분기익스포저 '
                  '비중(%) PD(%) PD자료원 당분기EL '
                  '집단수 전분기익스포저 '
                  '전분기EL EL증감'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           PERFORM S4200-GRD-LINE-RTN
              THRU S4200-GRD-LINE-EXT
           VARYING WK-I FROM 1 BY 1
             UNTIL WK-I > WK-GRD-CNT

      *@1 미평가 집단
           IF  WK-NR-CUR-CNT > ZEROS
           OR  WK-NR-PRV-CNT > ZEROS
               MOVE SPACE                TO  WK-GRD-LINE
               MOVE '미평가'             TO  WK-GL-GRD
               MOVE WK-NR-CUR-CNT        TO  WK-GL-CUR-CNT
               COMPUTE WK-GL-CUR-EXP ROUNDED = WK-NR-CUR-EXP / 1000
               IF  WK-TOT-CUR-EXP > ZEROS
                   COMPUTE WK-GL-SHARE ROUNDED =
                           WK-NR-CUR-EXP * 100 / WK-TOT-CUR-EXP
               END-IF
               MOVE 'EL제외'             TO  WK-GL-PD-SRC
               MOVE WK-NR-PRV-CNT        TO  WK-GL-PRV-CNT
               COMPUTE WK-GL-PRV-EXP ROUNDED = WK-NR-PRV-EXP / 1000
               MOVE WK-GRD-LINE          TO  RPT-RECORD
               PERFORM S6000-WRITE-RPT-RTN
                  THRU S6000-WRITE-RPT-EXT
           END-IF

      *@1 합계
           MOVE SPACE                    TO  WK-GRD-LINE
           MOVE '합계'                   TO  WK-GL-GRD
           MOVE WK-CUR-GROUP-CNT         TO  WK-GL-CUR-CNT
           COMPUTE WK-GL-CUR-EXP ROUNDED = WK-TOT-CUR-EXP / 1000
           IF  WK-TOT-CUR-EXP > ZEROS
               MOVE 100                  TO  WK-GL-SHARE
           END-IF
           COMPUTE WK-GL-CUR-EL  ROUNDED = WK-TOT-CUR-EL  / 1000
           MOVE WK-PRV-GROUP-CNT         TO  WK-GL-PRV-CNT
           COMPUTE WK-GL-PRV-EXP ROUNDED = WK-TOT-PRV-EXP / 1000
           COMPUTE WK-GL-PRV-EL  ROUNDED = WK-TOT-PRV-EL  / 1000
           COMPUTE WK-GL-CHG-EL  ROUNDED =
                  (WK-TOT-CUR-EL - WK-TOT-PRV-EL) / 1000
           MOVE WK-GRD-LINE              TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S4000-GRD-REPORT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@정렬 1패스(등급코드 오름차순이 우량순)
      *-----------------------------------------------------------------
       S4100-GRD-SORT-PASS-RTN.

           MOVE CO-Y  TO  WK-SW-SORTED
           PERFORM S4110-GRD-SORT-CMP-RTN
              THRU S4110-GRD-SORT-CMP-EXT
           VARYING WK-I FROM 1 BY 1
             UNTIL WK-I >= WK-GRD-CNT
           .
       S4100-GRD-SORT-PASS-EXT.
           EXIT.

       S4110-GRD-SORT-CMP-RTN.
           IF  WK-GRD-CD(WK-I) > WK-GRD-CD(WK-I + 1)
               MOVE WK-GRD-TBL(WK-I)      TO  WK-SWAP-GRD
               MOVE WK-GRD-TBL(WK-I + 1)  TO  WK-GRD-TBL(WK-I)
               MOVE WK-SWAP-GRD           TO  WK-GRD-TBL(WK-I + 1)
               MOVE CO-N                  TO  WK-SW-SORTED
           END-IF
           .
       S4110-GRD-SORT-CMP-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@등급 1건 분포라인 출력(당/전분기 모두 없는 등급 생략)
      *-----------------------------------------------------------------
       S4200-GRD-LINE-RTN.

           IF  WK-GRD-CUR-CNT(WK-I) = ZEROS
           AND WK-GRD-PRV-CNT(WK-I) = ZEROS
               GO TO S4200-GRD-LINE-EXT
           END-IF

           MOVE SPACE                    TO  WK-GRD-LINE
           MOVE WK-GRD-CD(WK-I)          TO  WK-GL-GRD
           MOVE WK-GRD-CUR-CNT(WK-I)     TO  WK-GL-CUR-CNT
           COMPUTE WK-GL-CUR-EXP ROUNDED =
                   WK-GRD-CUR-EXP(WK-I) / 1000
           IF  WK-TOT-CUR-EXP > ZEROS
               COMPUTE WK-GL-SHARE ROUNDED =
                       WK-GRD-CUR-EXP(WK-I) * 100 / WK-TOT-CUR-EXP
           END-IF

           EVALUATE TRUE
           WHEN WK-GRD-PD-YN(WK-I) NOT = CO-Y
                MOVE 'PD미등록'          TO  WK-GL-PD-SRC
           WHEN WK-GRD-PD-SRC(WK-I) = '1'
                MOVE WK-GRD-PD(WK-I)     TO  WK-GL-PD
                MOVE '관측'              TO  WK-GL-PD-SRC
           WHEN OTHER
                MOVE WK-GRD-PD(WK-I)     TO  WK-GL-PD
                MOVE '수기'              TO  WK-GL-PD-SRC
           END-EVALUATE

           COMPUTE WK-GL-CUR-EL  ROUNDED =
                   WK-GRD-CUR-EL(WK-I) / 1000
           MOVE WK-GRD-PRV-CNT(WK-I)     TO  WK-GL-PRV-CNT
           COMPUTE WK-GL-PRV-EXP ROUNDED =
                   WK-GRD-PRV-EXP(WK-I) / 1000
           COMPUTE WK-GL-PRV-EL  ROUNDED =
                   WK-GRD-PRV-EL(WK-I) / 1000
           COMPUTE WK-GL-CHG-EL  ROUNDED =
                  (WK-GRD-CUR-EL(WK-I) - WK-GRD-PRV-EL(WK-I)) / 1000

           MOVE WK-GRD-LINE              TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S4200-GRD-LINE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@전분기 대비 EL 증감 요인 출력
      *-----------------------------------------------------------------
       S5000-BRIDGE-REPORT-RTN.

      *@1 검증차이(당분기EL - 전분기EL - 요인합계, 정상시 0)
           COMPUTE WK-BRG-DIFF-EL = WK-TOT-CUR-EL - WK-TOT-PRV-EL
                 - WK-BRG-MIGR-EL - WK-BRG-EXPS-EL
                 - WK-BRG-NEW-EL  - WK-BRG-EXIT-EL
                 - WK-BRG-OTHR-EL

           MOVE SPACE TO RPT-RECORD
           MOVE '-- 전분기 대비 EL 증감 요인 (집단수 EL)'
             TO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           MOVE SPACE                    TO  WK-BRG-LINE
           MOVE '전분기 EL(당분기 PD 기준)' TO  WK-BL-DSTIC
           MOVE WK-PRV-GROUP-CNT         TO  WK-BL-CNT
           COMPUTE WK-BL-EL ROUNDED = WK-TOT-PRV-EL / 1000
           PERFORM S5100-BRG-LINE-RTN
              THRU S5100-BRG-LINE-EXT

           MOVE '(+) 등급이동효과'       TO  WK-BL-DSTIC
           MOVE WK-MIGR-CNT              TO  WK-BL-CNT
           COMPUTE WK-BL-EL ROUNDED = WK-BRG-MIGR-EL / 1000
           PERFORM S5100-BRG-LINE-RTN
              THRU S5100-BRG-LINE-EXT

           MOVE '(+) 익스포저효과'       TO  WK-BL-DSTIC
           COMPUTE WK-BL-CNT = WK-CONT-CNT - WK-OTHR-CNT
           COMPUTE WK-BL-EL ROUNDED = WK-BRG-EXPS-EL / 1000
           PERFORM S5100-BRG-LINE-RTN
              THRU S5100-BRG-LINE-EXT

           MOVE '(+) 신규편입'           TO  WK-BL-DSTIC
           MOVE WK-NEW-CNT               TO  WK-BL-CNT
           COMPUTE WK-BL-EL ROUNDED = WK-BRG-NEW-EL / 1000
           PERFORM S5100-BRG-LINE-RTN
              THRU S5100-BRG-LINE-EXT

           MOVE '(+) 제외'               TO  WK-BL-DSTIC
           MOVE WK-EXIT-CNT              TO  WK-BL-CNT
           COMPUTE WK-BL-EL ROUNDED = WK-BRG-EXIT-EL / 1000
           PERFORM S5100-BRG-LINE-RTN
              THRU S5100-BRG-LINE-EXT

           MOVE '(+) 기타(미평가/PD미등록)' TO  WK-BL-DSTIC
           MOVE WK-OTHR-CNT              TO  WK-BL-CNT
           COMPUTE WK-BL-EL ROUNDED = WK-BRG-OTHR-EL / 1000
           PERFORM S5100-BRG-LINE-RTN
              THRU S5100-BRG-LINE-EXT

           MOVE '당분기 EL'              TO  WK-BL-DSTIC
           MOVE WK-CUR-GROUP-CNT         TO  WK-BL-CNT
           COMPUTE WK-BL-EL ROUNDED = WK-TOT-CUR-EL / 1000
           PERFORM S5100-BRG-LINE-RTN
              THRU S5100-BRG-LINE-EXT

           MOVE '검증차이(원)'           TO  WK-BL-DSTIC
           MOVE ZEROS                    TO  WK-BL-CNT
           MOVE WK-BRG-DIFF-EL           TO  WK-BL-EL
           PERFORM S5100-BRG-LINE-RTN
              THRU S5100-BRG-LINE-EXT
           .
       S5000-BRIDGE-REPORT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@요인라인 출력
      *-----------------------------------------------------------------
       S5100-BRG-LINE-RTN.
           MOVE WK-BRG-LINE TO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S5100-BRG-LINE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@보고서 1건 출력
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
           STRING '** 대상집단 '   WK-GROUP-READ-CNT
                  ' 신규 '         WK-NEW-CNT
                  ' 제외 '         WK-EXIT-CNT
                  ' 등급변동 '     WK-MIGR-CNT
                  ' PD미등록 '     WK-NOPD-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           CLOSE  RPT-OUT-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0068 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* PD-CNT          = " WK-PD-CNT
           DISPLAY "* GROUP-READ-CNT  = " WK-GROUP-READ-CNT
           DISPLAY "* CUR-GROUP-CNT   = " WK-CUR-GROUP-CNT
           DISPLAY "* PRV-GROUP-CNT   = " WK-PRV-GROUP-CNT
           DISPLAY "* NEW-CNT         = " WK-NEW-CNT
           DISPLAY "* EXIT-CNT        = " WK-EXIT-CNT
           DISPLAY "* MIGR-CNT        = " WK-MIGR-CNT
           DISPLAY "* NOPD-CNT        = " WK-NOPD-CNT
           DISPLAY "* BRG-DIFF-EL     = " WK-BRG-DIFF-EL
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
           MOVE WK-GROUP-READ-CNT
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
