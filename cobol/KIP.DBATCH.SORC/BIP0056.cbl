           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0056 (BT 기업집단 상호채무보증 연결망 보고)
      *@처리유형  : BATCH
      *@처리개요  : 상호채무보증등록원장(THKIPB151)의 기준일 현재
      *@            유효 보증을 보증제공처의 기업집단(THKIPA110)
      *@            단위로 모아 보증 연결망을 보고하고, 그룹내
      *@            순환보증(A→B→…→A) 고리에 속한 보증을 표시
      *@            한다.
      *@            - 피보증처가 동일 기업집단 관계기업이면 그룹내,
      *@              아니면 집단외 보증으로 구분
      *@            - 순환판정: 그룹내 보증 u→v 에 대해 v에서 u로
      *@              도달가능하면 순환(도달행렬, WARSHALL)
      *@            - 그룹별 그룹내/집단외 보증합계, 순환보증건수
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
       PROGRAM-ID.                     BIP0056.
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
      *@   상호채무보증 연결망 보고서파일
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0056'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.
      *@   그룹당 보관한도(관계기업/보증건수)
           03  CO-NODE-MAX             PIC  9(004) COMP VALUE 50.
           03  CO-EDGE-MAX             PIC  9(004) COMP VALUE 300.

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
           03  WK-FETCH-CNT            PIC  9(009).
           03  WK-GRP-CNT              PIC  9(009).
           03  WK-TOT-CIRC-CNT         PIC  9(009).
           03  WK-TOT-OVFL-CNT         PIC  9(009).
           03  WK-TOT-IN-AMT           PIC S9(017) COMP-3.
           03  WK-TOT-OUT-AMT          PIC S9(017) COMP-3.
      *@   직전 처리그룹
           03  WK-PREV-GROUP-CD        PIC  X(003).
           03  WK-PREV-REGI-CD         PIC  X(003).
      *@   도달행렬/명세 첨자
           03  WK-I                    PIC  9(004) COMP.
           03  WK-J                    PIC  9(004) COMP.
           03  WK-K                    PIC  9(004) COMP.
           03  WK-E                    PIC  9(004) COMP.
           03  WK-NODE-IX              PIC  9(004) COMP.
           03  WK-FROM-IX              PIC  9(004) COMP.
           03  WK-TO-IX                PIC  9(004) COMP.
           03  WK-FIND-IDNFR           PIC  X(010).

      *@  그룹단위 보증 연결망 보관영역
       01  WK-GRP-AREA.
           03  WK-GRP-IN-AMT           PIC S9(017) COMP-3.
           03  WK-GRP-OUT-AMT          PIC S9(017) COMP-3.
           03  WK-GRP-CIRC-CNT         PIC  9(005).
           03  WK-GRP-OVFL-YN          PIC  X(001).
           03  WK-NODE-CNT             PIC  9(004) COMP.
           03  WK-NODE-TBL             OCCURS 50.
               05  WK-NODE-IDNFR       PIC  X(010).
           03  WK-EDGE-CNT             PIC  9(004) COMP.
           03  WK-EDGE-TBL             OCCURS 300.
               05  WK-EG-GRNTR-IDNFR   PIC  X(010).
               05  WK-EG-GRNTR-NAME    PIC  X(050).
               05  WK-EG-GRNTE-IDNFR   PIC  X(010).
               05  WK-EG-GRNTE-NAME    PIC  X(050).
               05  WK-EG-INGRP-YN      PIC  X(001).
               05  WK-EG-AMT           PIC S9(015) COMP-3.
               05  WK-EG-END-YMD       PIC  X(008).
               05  WK-EG-FROM-IX       PIC  9(004) COMP.
               05  WK-EG-TO-IX         PIC  9(004) COMP.

      *@  그룹내 보증 도달행렬(R(I,J)='Y': I에서 J로 보증연결)
       01  WK-REACH-AREA.
           03  WK-REACH-ROW            OCCURS 50.
               05  WK-REACH            PIC  X(001) OCCURS 50.

      *@  그룹 표제라인
       01  WK-HDR-LINE.
           03  FILLER                  PIC  X(010) VALUE '** 그룹 '.
           03  WK-HDR-GROUP-CD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-HDR-REGI-CD          PIC  X(003).
           03  FILLER                  PIC  X(115) VALUE SPACE.

      *@  보증 명세라인
       01  WK-DTL-LINE.
           03  WK-DTL-TAG              PIC  X(009).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-GRNTR-IDNFR      PIC  X(010).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-GRNTR-NAME       PIC  X(029).
           03  FILLER                  PIC  X(002) VALUE '> '.
           03  WK-DTL-GRNTE-IDNFR      PIC  X(010).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-GRNTE-NAME       PIC  X(029).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-AMT              PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-END-YMD          PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-CIRC             PIC  X(009).
           03  FILLER                  PIC  X(001) VALUE SPACE.

      *@  그룹 합계라인
       01  WK-SUM-LINE.
           03  FILLER                  PIC  X(018)
                                       VALUE '   그룹내합계'.
           03  WK-SUM-IN-AMT           PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(018)
                                       VALUE '   집단외합계'.
           03  WK-SUM-OUT-AMT          PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(018)
                                       VALUE '   순환보증수'.
           03  WK-SUM-CIRC-CNT         PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(034) VALUE SPACE.

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
      *@   유효 보증(THKIPB151) 및 보증제공처/피보증처 기업집단
           03  WK-CORP-CLCT-GROUP-CD   PIC  X(003).
           03  WK-CORP-CLCT-REGI-CD    PIC  X(003).
           03  WK-GRNTR-CUST-IDNFR     PIC  X(010).
           03  WK-GRNTR-NAME           PIC  X(050).
           03  WK-GRNTE-CUST-IDNFR     PIC  X(010).
           03  WK-GRNTE-NAME           PIC  X(050).
           03  WK-GRNTE-GROUP-CD       PIC  X(003).
           03  WK-GRNTE-REGI-CD        PIC  X(003).
           03  WK-GRNT-AMT             PIC S9(015) COMP-3.
           03  WK-GRNT-END-YMD         PIC  X(008).

      * -------------------------------------------
           EXEC SQL INCLUDE SQLCA      END-EXEC.

      ******************************************************************
      * SQL CURSOR DECLARE                                             *
      ******************************************************************
      *@  기준일 현재 유효 보증 - 보증제공처 기업집단 순
      *@  (피보증처 기업집단은 관계기업 식별('1')일 때만 조회)
           EXEC SQL
           DECLARE CUR_GRNT CURSOR WITH HOLD FOR
           SELECT A1.기업집단그룹코드
                 ,A1.기업집단등록코드
                 ,BB.보증제공심사고객식별자
                 ,A1.대표업체명
                 ,BB.피보증고객식별자
                 ,BB.피보증업체명
                 ,VALUE(A2.기업집단그룹코드, ' ')
                 ,VALUE(A2.기업집단등록코드, ' ')
                 ,BB.보증금액
                 ,BB.보증만기년월일
           FROM   DB2DBA.THKIPB151 BB
           INNER JOIN DB2DBA.THKIPA110 A1
                  ON  A1.그룹회사코드   = BB.그룹회사코드
                  AND A1.심사고객식별자
                             = BB.보증제공심사고객식별자
           LEFT OUTER JOIN DB2DBA.THKIPA110 A2
                  ON  A2.그룹회사코드   = BB.그룹회사코드
                  AND A2.심사고객식별자
                             = BB.피보증고객식별자
                  AND BB.피보증고객식별구분 = '1'
           WHERE  BB.그룹회사코드     = 'KB0'
             AND  BB.사용여부         = 'Y'
             AND  BB.보증개시년월일  <= :WK-BASE-YMD
             AND  BB.보증만기년월일  >= :WK-BASE-YMD
           ORDER BY 1, 2, 3, 5
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
           DISPLAY "* BIP0056 PGM START           *"
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
           STRING '** 기업집단 상호채무보증 연결망 보고 '
                  '(기준일 ' WK-BASE-YMD ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC

           PERFORM S5900-GROUP-CLEAR-RTN
              THRU S5900-GROUP-CLEAR-EXT
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@업무처리
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.
      *@1 유효 보증 CURSOR OPEN
           EXEC SQL OPEN CUR_GRNT END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_GRNT ERROR SQLCODE=[" SQLCODE "]"
              MOVE 21 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S4000-FETCH-GRNT-RTN
              THRU S4000-FETCH-GRNT-EXT
                   UNTIL WK-SW-EOF = CO-Y

      *@1 최종 그룹 마감
           IF  WK-EDGE-CNT > ZEROS
               PERFORM S5000-GROUP-END-RTN
                  THRU S5000-GROUP-END-EXT
           END-IF

           EXEC SQL CLOSE CUR_GRNT END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "CLOSE CUR_GRNT ERROR SQLCODE=[" SQLCODE "]"
              MOVE 21 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  유효 보증 FETCH 및 그룹단위 수집
      *-----------------------------------------------------------------
       S4000-FETCH-GRNT-RTN.
           EXEC  SQL  FETCH  CUR_GRNT
                 INTO :WK-CORP-CLCT-GROUP-CD
                    , :WK-CORP-CLCT-REGI-CD
                    , :WK-GRNTR-CUST-IDNFR
                    , :WK-GRNTR-NAME
                    , :WK-GRNTE-CUST-IDNFR
                    , :WK-GRNTE-NAME
                    , :WK-GRNTE-GROUP-CD
                    , :WK-GRNTE-REGI-CD
                    , :WK-GRNT-AMT
                    , :WK-GRNT-END-YMD
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    ADD 1 TO WK-FETCH-CNT
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S4000-FETCH-GRNT-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_GRNT ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 22 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

      *@1 기업집단 변경시 직전 그룹 마감
           IF  WK-EDGE-CNT > ZEROS
           AND (WK-CORP-CLCT-GROUP-CD NOT = WK-PREV-GROUP-CD
           OR   WK-CORP-CLCT-REGI-CD  NOT = WK-PREV-REGI-CD)
               PERFORM S5000-GROUP-END-RTN
                  THRU S5000-GROUP-END-EXT
           END-IF

           MOVE WK-CORP-CLCT-GROUP-CD  TO  WK-PREV-GROUP-CD
           MOVE WK-CORP-CLCT-REGI-CD   TO  WK-PREV-REGI-CD

           PERFORM S4100-EDGE-ADD-RTN
              THRU S4100-EDGE-ADD-EXT
           .
       S4000-FETCH-GRNT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  보증 1건 보관 - 그룹내 보증은 도달행렬에 연결 설정
      *-----------------------------------------------------------------
       S4100-EDGE-ADD-RTN.
      *#1 그룹당 보관한도 초과시 합계만 누적
           IF  WK-EDGE-CNT NOT < CO-EDGE-MAX
               MOVE CO-Y  TO  WK-GRP-OVFL-YN
               IF  WK-GRNTE-GROUP-CD = WK-CORP-CLCT-GROUP-CD
               AND WK-GRNTE-REGI-CD  = WK-CORP-CLCT-REGI-CD
                   ADD WK-GRNT-AMT  TO  WK-GRP-IN-AMT
               ELSE
                   ADD WK-GRNT-AMT  TO  WK-GRP-OUT-AMT
               END-IF
               GO TO S4100-EDGE-ADD-EXT
           END-IF

           ADD  1  TO  WK-EDGE-CNT
           MOVE WK-EDGE-CNT            TO  WK-E
           MOVE WK-GRNTR-CUST-IDNFR    TO  WK-EG-GRNTR-IDNFR(WK-E)
           MOVE WK-GRNTR-NAME          TO  WK-EG-GRNTR-NAME(WK-E)
           MOVE WK-GRNTE-CUST-IDNFR    TO  WK-EG-GRNTE-IDNFR(WK-E)
           MOVE WK-GRNTE-NAME          TO  WK-EG-GRNTE-NAME(WK-E)
           MOVE WK-GRNT-AMT            TO  WK-EG-AMT(WK-E)
           MOVE WK-GRNT-END-YMD        TO  WK-EG-END-YMD(WK-E)
           MOVE ZEROS                  TO  WK-EG-FROM-IX(WK-E)
                                           WK-EG-TO-IX(WK-E)

      *#1 집단외 보증 - 합계만 누적
           IF  WK-GRNTE-GROUP-CD NOT = WK-CORP-CLCT-GROUP-CD
           OR  WK-GRNTE-REGI-CD  NOT = WK-CORP-CLCT-REGI-CD
               MOVE CO-N  TO  WK-EG-INGRP-YN(WK-E)
               ADD WK-GRNT-AMT  TO  WK-GRP-OUT-AMT
               GO TO S4100-EDGE-ADD-EXT
           END-IF

           MOVE CO-Y  TO  WK-EG-INGRP-YN(WK-E)
           ADD WK-GRNT-AMT  TO  WK-GRP-IN-AMT

      *@1 보증제공처/피보증처 관계기업 위치 확보
           MOVE WK-GRNTR-CUST-IDNFR  TO  WK-FIND-IDNFR
           PERFORM S4200-NODE-FIND-RTN
              THRU S4200-NODE-FIND-EXT
           MOVE WK-NODE-IX           TO  WK-FROM-IX

           MOVE WK-GRNTE-CUST-IDNFR  TO  WK-FIND-IDNFR
           PERFORM S4200-NODE-FIND-RTN
              THRU S4200-NODE-FIND-EXT
           MOVE WK-NODE-IX           TO  WK-TO-IX

           IF  WK-FROM-IX = ZEROS
           OR  WK-TO-IX   = ZEROS
               MOVE CO-Y  TO  WK-GRP-OVFL-YN
               GO TO S4100-EDGE-ADD-EXT
           END-IF

           MOVE WK-FROM-IX  TO  WK-EG-FROM-IX(WK-E)
           MOVE WK-TO-IX    TO  WK-EG-TO-IX(WK-E)
           MOVE CO-Y        TO  WK-REACH(WK-FROM-IX, WK-TO-IX)
           .
       S4100-EDGE-ADD-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  관계기업 위치 검색/신규등록(한도 초과시 0)
      *-----------------------------------------------------------------
       S4200-NODE-FIND-RTN.
           MOVE ZEROS  TO  WK-NODE-IX

           PERFORM S4210-NODE-SCAN-RTN
              THRU S4210-NODE-SCAN-EXT
           VARYING WK-I FROM 1 BY 1
             UNTIL WK-I > WK-NODE-CNT
                OR WK-NODE-IX > ZEROS

           IF  WK-NODE-IX > ZEROS
               GO TO S4200-NODE-FIND-EXT
           END-IF

           IF  WK-NODE-CNT NOT < CO-NODE-MAX
               GO TO S4200-NODE-FIND-EXT
           END-IF

           ADD  1  TO  WK-NODE-CNT
           MOVE WK-NODE-CNT    TO  WK-NODE-IX
           MOVE WK-FIND-IDNFR  TO  WK-NODE-IDNFR(WK-NODE-IX)
           .
       S4200-NODE-FIND-EXT.
           EXIT.

       S4210-NODE-SCAN-RTN.
           IF  WK-NODE-IDNFR(WK-I) = WK-FIND-IDNFR
               MOVE WK-I  TO  WK-NODE-IX
           END-IF
           .
       S4210-NODE-SCAN-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  그룹 마감 - 순환판정 후 명세/합계 출력
      *-----------------------------------------------------------------
       S5000-GROUP-END-RTN.
           ADD  1  TO  WK-GRP-CNT

      *@1 도달행렬 폐포(WARSHALL) 산출
           IF  WK-NODE-CNT > ZEROS
               PERFORM S5100-CLOSURE-RTN
                  THRU S5100-CLOSURE-EXT
               VARYING WK-K FROM 1 BY 1 UNTIL WK-K > WK-NODE-CNT
                 AFTER WK-I FROM 1 BY 1 UNTIL WK-I > WK-NODE-CNT
                 AFTER WK-J FROM 1 BY 1 UNTIL WK-J > WK-NODE-CNT
           END-IF

           MOVE WK-PREV-GROUP-CD  TO  WK-HDR-GROUP-CD
           MOVE WK-PREV-REGI-CD   TO  WK-HDR-REGI-CD
           MOVE WK-HDR-LINE       TO  RPT-RECORD
           PERFORM S5800-RPT-WRITE-RTN
              THRU S5800-RPT-WRITE-EXT

      *@1 보증 명세 출력
           PERFORM S5200-EDGE-PRINT-RTN
              THRU S5200-EDGE-PRINT-EXT
           VARYING WK-E FROM 1 BY 1 UNTIL WK-E > WK-EDGE-CNT

           IF  WK-GRP-OVFL-YN = CO-Y
               ADD 1 TO WK-TOT-OVFL-CNT
               MOVE SPACE TO RPT-RECORD
               STRING '   (보관한도 초과 - 일부 보증 '
                      '명세/순환판정 생략, '
                      '합계는 전건 반영)'
                      DELIMITED BY SIZE  INTO RPT-RECORD
               PERFORM S5800-RPT-WRITE-RTN
                  THRU S5800-RPT-WRITE-EXT
           END-IF

      *@1 그룹 합계 출력
           MOVE WK-GRP-IN-AMT     TO  WK-SUM-IN-AMT
           MOVE WK-GRP-OUT-AMT    TO  WK-SUM-OUT-AMT
           MOVE WK-GRP-CIRC-CNT   TO  WK-SUM-CIRC-CNT
           MOVE WK-SUM-LINE       TO  RPT-RECORD
           PERFORM S5800-RPT-WRITE-RTN
              THRU S5800-RPT-WRITE-EXT

           ADD  WK-GRP-IN-AMT     TO  WK-TOT-IN-AMT
           ADD  WK-GRP-OUT-AMT    TO  WK-TOT-OUT-AMT
           ADD  WK-GRP-CIRC-CNT   TO  WK-TOT-CIRC-CNT

           PERFORM S5900-GROUP-CLEAR-RTN
              THRU S5900-GROUP-CLEAR-EXT
           .
       S5000-GROUP-END-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  도달행렬 폐포: R(I,K) 및 R(K,J) 이면 R(I,J)
      *-----------------------------------------------------------------
       S5100-CLOSURE-RTN.
           IF  WK-REACH(WK-I, WK-K) = CO-Y
           AND WK-REACH(WK-K, WK-J) = CO-Y
               MOVE CO-Y  TO  WK-REACH(WK-I, WK-J)
           END-IF
           .
       S5100-CLOSURE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  보증 명세 1건 출력(그룹내 u→v 는 v→u 도달시 순환)
      *-----------------------------------------------------------------
       S5200-EDGE-PRINT-RTN.
           MOVE SPACE  TO  WK-DTL-CIRC

           IF  WK-EG-INGRP-YN(WK-E) = CO-Y
               MOVE '그룹내'  TO  WK-DTL-TAG
               IF  WK-EG-FROM-IX(WK-E) > ZEROS
               AND WK-REACH(WK-EG-TO-IX(WK-E),
                            WK-EG-FROM-IX(WK-E)) = CO-Y
                   MOVE '*순환'  TO  WK-DTL-CIRC
                   ADD  1        TO  WK-GRP-CIRC-CNT
               END-IF
           ELSE
               MOVE '집단외'  TO  WK-DTL-TAG
           END-IF

           MOVE WK-EG-GRNTR-IDNFR(WK-E)  TO  WK-DTL-GRNTR-IDNFR
           MOVE WK-EG-GRNTR-NAME(WK-E)   TO  WK-DTL-GRNTR-NAME
           MOVE WK-EG-GRNTE-IDNFR(WK-E)  TO  WK-DTL-GRNTE-IDNFR
           MOVE WK-EG-GRNTE-NAME(WK-E)   TO  WK-DTL-GRNTE-NAME
           MOVE WK-EG-AMT(WK-E)          TO  WK-DTL-AMT
           MOVE WK-EG-END-YMD(WK-E)      TO  WK-DTL-END-YMD

           MOVE WK-DTL-LINE              TO  RPT-RECORD
           PERFORM S5800-RPT-WRITE-RTN
              THRU S5800-RPT-WRITE-EXT
           .
       S5200-EDGE-PRINT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  보고서 1행 출력
      *-----------------------------------------------------------------
       S5800-RPT-WRITE-RTN.
           WRITE WK-RPT-REC
           IF  WK-RPT-FILE-ST NOT = '00'
               DISPLAY "RPTFILE WRITE 오류 [" WK-RPT-FILE-ST "]"
               MOVE 92 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF
           .
       S5800-RPT-WRITE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  그룹단위 보관영역 초기화
      *-----------------------------------------------------------------
       S5900-GROUP-CLEAR-RTN.
           MOVE ZEROS  TO  WK-GRP-IN-AMT
                           WK-GRP-OUT-AMT
                           WK-GRP-CIRC-CNT
                           WK-NODE-CNT
                           WK-EDGE-CNT
           MOVE CO-N   TO  WK-GRP-OVFL-YN
           MOVE ALL 'N'  TO  WK-REACH-AREA
           .
       S5900-GROUP-CLEAR-EXT.
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
           MOVE WK-TOT-IN-AMT     TO  WK-SUM-IN-AMT
           MOVE WK-TOT-OUT-AMT    TO  WK-SUM-OUT-AMT
           MOVE WK-TOT-CIRC-CNT   TO  WK-SUM-CIRC-CNT
           MOVE SPACE TO RPT-RECORD
           STRING '** 전체 그룹수 ' WK-GRP-CNT
                  ' 보증건수 '      WK-FETCH-CNT
                  ' 한도초과그룹 '  WK-TOT-OVFL-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC
           MOVE WK-SUM-LINE       TO  RPT-RECORD
           WRITE WK-RPT-REC

           CLOSE  RPT-OUT-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0056 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* FETCH-CNT          = " WK-FETCH-CNT
           DISPLAY "* GROUP-CNT          = " WK-GRP-CNT
           DISPLAY "* CIRCULAR-CNT       = " WK-TOT-CIRC-CNT
           DISPLAY "* OVERFLOW-GRP-CNT   = " WK-TOT-OVFL-CNT
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
           MOVE WK-FETCH-CNT
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
