           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0057 (BT 주채무계열 연간 지정)
      *@처리유형  : BATCH
      *@처리개요  : 관계기업(THKIPA110) 총여신금액을 기업집단
      *@            단위로 합산하여 금융권 총신용공여금액 대비
      *@            비중이 지정기준비율 이상인 집단을 당해년도
      *@            주채무계열로 지정한다.
      *@            - 지정이력(THKIPB152) 적재: 1:신규/2:유지/3:해제
      *@            - 관계기업군(THKIPA111) 주채무계열그룹여부 및
      *@              기업군관리그룹구분('01')을 동시에 갱신
      *@              (평가 QIPA307 조회원천, BIP0002 일일갱신도
      *@               지정이력을 우선 참조)
      *@            - 전년 지정대비 신규/유지/해제 목록을
      *@              RPTFILE에 수록(리스크위원회 보고용)
      *@            - 전년 지정이력이 없으면 관계기업군의 현행
      *@              주채무계열그룹여부를 전년 지정으로 간주
      *@            - 당해 지정년 이력 선삭제(재실행 대비)
      *@  SYSIN    : 그룹회사코드/작업일/작업자/지정년(YYYY)/
      *@            금융권총신용공여금액 9(18)/지정기준비율
      *@            9(3)V9(4) (% 단위, 미입력시 0.0750%)
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
       PROGRAM-ID.                     BIP0057.
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
      *@   주채무계열 지정목록 보고서파일
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0057'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.
      *@   지정기준비율 기본값(금융권 총신용공여 대비 %)
           03  CO-DFLT-THRHD-RATO      PIC  9(003)V9(004)
                                       VALUE 0.0750.

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
           03  WK-DSGN-CNT             PIC  9(009).
           03  WK-NEW-CNT              PIC  9(009).
           03  WK-KEEP-CNT             PIC  9(009).
           03  WK-DROP-CNT             PIC  9(009).

      *@  지정목록 명세라인
       01  WK-DTL-LINE.
           03  WK-DTL-TAG              PIC  X(006).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-GROUP-CD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-REGI-CD          PIC  X(003).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-GROUP-NAME       PIC  X(052).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-CRDT-AMT         PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-SHR-RATO         PIC  ZZ9.9999.
           03  FILLER                  PIC  X(001) VALUE '%'.
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-TEXT             PIC  X(014).
           03  FILLER                  PIC  X(013) VALUE SPACE.

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
      *@주채무계열지정년
           03  WK-SYSIN-DSGN-YR        PIC  X(004).
           03  WK-FILLER               PIC  X(001).
      *@금융권총신용공여금액
           03  WK-SYSIN-FNSYS-CRDT-AMT PIC  9(018).
           03  WK-FILLER               PIC  X(001).
      *@지정기준비율(%)
           03  WK-SYSIN-THRHD-RATO     PIC  9(003)V9(004).
           03  WK-FILLER               PIC  X(001).

      *-----------------------------------------------------------------
      *@테이블(호스트변수)영역
      *-----------------------------------------------------------------
       01  WK-HOST-VARIABLE.
           03  WK-BASE-YMD             PIC  X(008).
           03  WK-DSGN-YR              PIC  X(004).
      *@   전년 지정년(지정이력상 당해년 이전 최종년, 없으면 SPACE)
           03  WK-PREV-YR              PIC  X(004).
           03  WK-FNSYS-CRDT-AMT       PIC S9(018) COMP-3.
           03  WK-THRHD-RATO           PIC S9(003)V9(004) COMP-3.
           03  WK-THRHD-AMT            PIC S9(018) COMP-3.
      *@   기업집단별 총여신 및 전년 지정여부
           03  WK-CORP-CLCT-GROUP-CD   PIC  X(003).
           03  WK-CORP-CLCT-REGI-CD    PIC  X(003).
           03  WK-CORP-CLCT-NAME       PIC  X(052).
           03  WK-CORP-CLCT-CRDT-AMT   PIC S9(015) COMP-3.
           03  WK-PREV-DSGN-YN         PIC  X(001).
           03  WK-CRDT-SHR-RATO        PIC S9(003)V9(004) COMP-3.
           03  WK-MAIN-DA-DSGN-YN      PIC  X(001).
           03  WK-DSGN-CHNG-DSTCD      PIC  X(001).

      * -------------------------------------------
           EXEC SQL INCLUDE SQLCA      END-EXEC.

      ******************************************************************
      * SQL CURSOR DECLARE                                             *
      ******************************************************************
      *@  지정대상 - 집단별 총여신 합계가 지정기준금액 이상
      *@  (전년 지정여부: 전년 지정이력, 없으면 관계기업군 현행값)
           EXEC SQL
           DECLARE CUR_DSGN CURSOR WITH HOLD FOR
           SELECT A111.기업집단그룹코드
                 ,A111.기업집단등록코드
                 ,A111.기업집단명
                 ,SUM(VALUE(A110.총여신금액, 0))
                 ,CASE WHEN :WK-PREV-YR = ' '
                       THEN A111.주채무계열그룹여부
                       ELSE VALUE(
                  (SELECT MAX(PP.주채무계열지정여부)
                     FROM DB2DBA.THKIPB152 PP
                    WHERE PP.그룹회사코드
                              = A111.그룹회사코드
                      AND PP.주채무계열지정년 = :WK-PREV-YR
                      AND PP.기업집단그룹코드
                              = A111.기업집단그룹코드
                      AND PP.기업집단등록코드
                              = A111.기업집단등록코드), '0')
                  END
           FROM   DB2DBA.THKIPA111 A111
           LEFT OUTER JOIN DB2DBA.THKIPA110 A110
                  ON  A110.그룹회사코드
                             = A111.그룹회사코드
                  AND A110.기업집단등록코드
                             = A111.기업집단등록코드
                  AND A110.기업집단그룹코드
                             = A111.기업집단그룹코드
           WHERE  A111.그룹회사코드 = 'KB0'
           GROUP  BY A111.그룹회사코드
                   , A111.기업집단그룹코드
                   , A111.기업집단등록코드
                   , A111.기업집단명
                   , A111.주채무계열그룹여부
           HAVING SUM(VALUE(A110.총여신금액, 0)) >= :WK-THRHD-AMT
           ORDER BY 4 DESC
           END-EXEC.

      *@  해제대상 - 전년 지정(또는 현행 지정표시)이나 당해년
      *@  미지정 집단
           EXEC SQL
           DECLARE CUR_DROP CURSOR WITH HOLD FOR
           SELECT A111.기업집단그룹코드
                 ,A111.기업집단등록코드
                 ,A111.기업집단명
                 ,VALUE(
                  (SELECT SUM(VALUE(A110.총여신금액, 0))
                     FROM DB2DBA.THKIPA110 A110
                    WHERE A110.그룹회사코드
                              = A111.그룹회사코드
                      AND A110.기업집단등록코드
                              = A111.기업집단등록코드
                      AND A110.기업집단그룹코드
                              = A111.기업집단그룹코드), 0)
           FROM   DB2DBA.THKIPA111 A111
           WHERE  A111.그룹회사코드 = 'KB0'
             AND (A111.주채무계열그룹여부 = '1'
              OR  EXISTS
                  (SELECT 1
                     FROM DB2DBA.THKIPB152 PP
                    WHERE PP.그룹회사코드
                              = A111.그룹회사코드
                      AND PP.주채무계열지정년 = :WK-PREV-YR
                      AND PP.기업집단그룹코드
                              = A111.기업집단그룹코드
                      AND PP.기업집단등록코드
                              = A111.기업집단등록코드
                      AND PP.주채무계열지정여부 = '1'))
             AND  NOT EXISTS
                  (SELECT 1
                     FROM DB2DBA.THKIPB152 CC
                    WHERE CC.그룹회사코드
                              = A111.그룹회사코드
                      AND CC.주채무계열지정년 = :WK-DSGN-YR
                      AND CC.기업집단그룹코드
                              = A111.기업집단그룹코드
                      AND CC.기업집단등록코드
                              = A111.기업집단등록코드
                      AND CC.주채무계열지정여부 = '1')
           ORDER BY 1, 2
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
           DISPLAY "* BIP0057 PGM START           *"
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

      *#1 지정년 확인
           IF  WK-SYSIN-DSGN-YR IS NOT NUMERIC
               DISPLAY ":::::ERROR:::::"
               DISPLAY "주채무계열지정년 파라미터 오류"
               MOVE 12 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

      *#1 금융권총신용공여금액 확인
           IF  WK-SYSIN-FNSYS-CRDT-AMT IS NOT NUMERIC
           OR  WK-SYSIN-FNSYS-CRDT-AMT = ZEROS
               DISPLAY ":::::ERROR:::::"
               DISPLAY "금융권총신용공여금액 "
                       "파라미터 오류"
               MOVE 13 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

      *@1 지정기준비율 - 미입력시 기본값
           IF  WK-SYSIN-THRHD-RATO IS NOT NUMERIC
           OR  WK-SYSIN-THRHD-RATO = ZEROS
               MOVE CO-DFLT-THRHD-RATO  TO  WK-THRHD-RATO
           ELSE
               MOVE WK-SYSIN-THRHD-RATO TO  WK-THRHD-RATO
           END-IF

           MOVE WK-SYSIN-WORK-BSD        TO  WK-BASE-YMD
           MOVE WK-SYSIN-DSGN-YR         TO  WK-DSGN-YR
           MOVE WK-SYSIN-FNSYS-CRDT-AMT  TO  WK-FNSYS-CRDT-AMT

      *@1 지정기준금액 = 금융권총신용공여금액 × 지정기준비율 / 100
           COMPUTE WK-THRHD-AMT ROUNDED =
                   WK-FNSYS-CRDT-AMT * WK-THRHD-RATO / 100

           DISPLAY "* DSGN-YR    = " WK-DSGN-YR
           DISPLAY "* THRHD-RATO = " WK-THRHD-RATO
           DISPLAY "* THRHD-AMT  = " WK-THRHD-AMT

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
           STRING '** 주채무계열 지정목록 '
                  '(지정년 ' WK-DSGN-YR
                  ', 처리일 ' WK-BASE-YMD ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@업무처리
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.
      *@1 당해 지정년 이력 선삭제(재실행 대비)
           PERFORM S3500-DELETE-YEAR-RTN
              THRU S3500-DELETE-YEAR-EXT

      *@1 전년 지정년 확인
           PERFORM S3600-PREV-YEAR-RTN
              THRU S3600-PREV-YEAR-EXT

      *@1 지정대상 처리(신규/유지)
           EXEC SQL OPEN CUR_DSGN END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_DSGN ERROR SQLCODE=[" SQLCODE "]"
              MOVE 21 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S4000-FETCH-DSGN-RTN
              THRU S4000-FETCH-DSGN-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_DSGN END-EXEC

      *@1 해제대상 처리
           EXEC SQL OPEN CUR_DROP END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_DROP ERROR SQLCODE=[" SQLCODE "]"
              MOVE 21 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S5000-FETCH-DROP-RTN
              THRU S5000-FETCH-DROP-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_DROP END-EXEC
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  당해 지정년 이력 선삭제(재실행 대비)
      *-----------------------------------------------------------------
       S3500-DELETE-YEAR-RTN.
           EXEC SQL
           DELETE FROM DB2DBA.THKIPB152
           WHERE  그룹회사코드     = 'KB0'
             AND  주채무계열지정년 = :WK-DSGN-YR
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "KIPB152 DELETE ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 22 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S3500-DELETE-YEAR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  전년 지정년(당해년 이전 최종 지정년) 조회
      *-----------------------------------------------------------------
       S3600-PREV-YEAR-RTN.
           MOVE SPACE  TO  WK-PREV-YR

           EXEC SQL
           SELECT VALUE(MAX(주채무계열지정년), ' ')
           INTO   :WK-PREV-YR
           FROM   DB2DBA.THKIPB152
           WHERE  그룹회사코드     = 'KB0'
             AND  주채무계열지정년 < :WK-DSGN-YR
           END-EXEC

           IF NOT SQLCODE = ZEROS
              DISPLAY "KIPB152 SELECT ERROR "
                      " SQL-ERROR : [" SQLCODE "]"
              MOVE 23 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           DISPLAY "* PREV-YR    = [" WK-PREV-YR "]"
           .
       S3600-PREV-YEAR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  지정대상 FETCH - 지정이력 적재 및 관계기업군 갱신
      *-----------------------------------------------------------------
       S4000-FETCH-DSGN-RTN.
           EXEC  SQL  FETCH  CUR_DSGN
                 INTO :WK-CORP-CLCT-GROUP-CD
                    , :WK-CORP-CLCT-REGI-CD
                    , :WK-CORP-CLCT-NAME
                    , :WK-CORP-CLCT-CRDT-AMT
                    , :WK-PREV-DSGN-YN
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S4000-FETCH-DSGN-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_DSGN ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 24 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           ADD 1 TO WK-DSGN-CNT
           MOVE '1'  TO  WK-MAIN-DA-DSGN-YN

      *@1 전년 지정여부로 신규/유지 구분
           IF  WK-PREV-DSGN-YN = '1'
               MOVE '2'        TO  WK-DSGN-CHNG-DSTCD
               MOVE 'KEEP'     TO  WK-DTL-TAG
               MOVE '유지'     TO  WK-DTL-TEXT
               ADD 1           TO  WK-KEEP-CNT
           ELSE
               MOVE '1'        TO  WK-DSGN-CHNG-DSTCD
               MOVE 'ADD'      TO  WK-DTL-TAG
               MOVE '*신규지정' TO  WK-DTL-TEXT
               ADD 1           TO  WK-NEW-CNT
           END-IF

           PERFORM S4100-DSGN-APPLY-RTN
              THRU S4100-DSGN-APPLY-EXT
           .
       S4000-FETCH-DSGN-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  지정/해제 공통 - 이력적재, 관계기업군 갱신, 명세 수록
      *-----------------------------------------------------------------
       S4100-DSGN-APPLY-RTN.
           COMPUTE WK-CRDT-SHR-RATO ROUNDED =
                   WK-CORP-CLCT-CRDT-AMT * 100 / WK-FNSYS-CRDT-AMT
             ON SIZE ERROR
                   MOVE 999.9999  TO  WK-CRDT-SHR-RATO
           END-COMPUTE

           PERFORM S4200-INSERT-HIST-RTN
              THRU S4200-INSERT-HIST-EXT

           PERFORM S4300-UPDATE-A111-RTN
              THRU S4300-UPDATE-A111-EXT

           PERFORM S4500-WRITE-DTL-RTN
              THRU S4500-WRITE-DTL-EXT
           .
       S4100-DSGN-APPLY-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  주채무계열 지정이력 적재
      *-----------------------------------------------------------------
       S4200-INSERT-HIST-RTN.
           EXEC SQL
           INSERT INTO DB2DBA.THKIPB152
                ( 그룹회사코드
                , 주채무계열지정년
                , 기업집단그룹코드
                , 기업집단등록코드
                , 주채무계열지정여부
                , 주채무계열변동구분
                , 기업집단총여신금액
                , 금융권총신용공여금액
                , 신용공여비중
                , 지정기준비율
                , 지정처리년월일
                , 시스템최종처리일시
                , 시스템최종사용자번호 )
           VALUES
                ( 'KB0'
                , :WK-DSGN-YR
                , :WK-CORP-CLCT-GROUP-CD
                , :WK-CORP-CLCT-REGI-CD
                , :WK-MAIN-DA-DSGN-YN
                , :WK-DSGN-CHNG-DSTCD
                , :WK-CORP-CLCT-CRDT-AMT
                , :WK-FNSYS-CRDT-AMT
                , :WK-CRDT-SHR-RATO
                , :WK-THRHD-RATO
                , :WK-BASE-YMD
                , CURRENT TIMESTAMP
                , :WK-SYSIN-EMP-NO )
           END-EXEC

           IF NOT SQLCODE = ZEROS
              DISPLAY "KIPB152 INSERT ERROR "
                      " SQL-ERROR : [" SQLCODE "]"
              MOVE 25 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF
           .
       S4200-INSERT-HIST-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  관계기업군 주채무계열그룹여부/기업군관리그룹구분 갱신
      *@  (지정 '1'→'01', 해제 '0'→'01'이던 집단만 '00')
      *-----------------------------------------------------------------
       S4300-UPDATE-A111-RTN.
           EXEC SQL
           UPDATE DB2DBA.THKIPA111
           SET    주채무계열그룹여부 = :WK-MAIN-DA-DSGN-YN
                , 기업군관리그룹구분 =
                  CASE WHEN :WK-MAIN-DA-DSGN-YN = '1'
                       THEN '01'
                       WHEN 기업군관리그룹구분 = '01'
                       THEN '00'
                       ELSE 기업군관리그룹구분
                  END
                , 시스템최종처리일시   = CURRENT TIMESTAMP
                , 시스템최종사용자번호 = :WK-SYSIN-EMP-NO
           WHERE  그룹회사코드     = 'KB0'
             AND  기업집단그룹코드 = :WK-CORP-CLCT-GROUP-CD
             AND  기업집단등록코드 = :WK-CORP-CLCT-REGI-CD
           END-EXEC

           IF NOT SQLCODE = ZEROS
              DISPLAY "KIPA111 UPDATE ERROR "
                      " SQL-ERROR : [" SQLCODE "]"
              MOVE 26 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF
           .
       S4300-UPDATE-A111-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  지정목록 명세 수록
      *-----------------------------------------------------------------
       S4500-WRITE-DTL-RTN.
           MOVE WK-CORP-CLCT-GROUP-CD    TO  WK-DTL-GROUP-CD
           MOVE WK-CORP-CLCT-REGI-CD     TO  WK-DTL-REGI-CD
           MOVE WK-CORP-CLCT-NAME        TO  WK-DTL-GROUP-NAME
           MOVE WK-CORP-CLCT-CRDT-AMT    TO  WK-DTL-CRDT-AMT
           MOVE WK-CRDT-SHR-RATO         TO  WK-DTL-SHR-RATO

           MOVE WK-DTL-LINE              TO  RPT-RECORD
           WRITE WK-RPT-REC
           IF  WK-RPT-FILE-ST NOT = '00'
               DISPLAY "RPTFILE WRITE 오류 [" WK-RPT-FILE-ST "]"
               MOVE 92 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF
           .
       S4500-WRITE-DTL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  해제대상 FETCH - 해제이력 적재 및 관계기업군 갱신
      *-----------------------------------------------------------------
       S5000-FETCH-DROP-RTN.
           EXEC  SQL  FETCH  CUR_DROP
                 INTO :WK-CORP-CLCT-GROUP-CD
                    , :WK-CORP-CLCT-REGI-CD
                    , :WK-CORP-CLCT-NAME
                    , :WK-CORP-CLCT-CRDT-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S5000-FETCH-DROP-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_DROP ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 27 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           ADD 1 TO WK-DROP-CNT
           MOVE '0'        TO  WK-MAIN-DA-DSGN-YN
           MOVE '3'        TO  WK-DSGN-CHNG-DSTCD
           MOVE 'DROP'     TO  WK-DTL-TAG
           MOVE '*지정해제' TO  WK-DTL-TEXT

           PERFORM S4100-DSGN-APPLY-RTN
              THRU S4100-DSGN-APPLY-EXT
           .
       S5000-FETCH-DROP-EXT.
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
           STRING '** 지정 '     WK-DSGN-CNT
                  ' (신규 '      WK-NEW-CNT
                  ' 유지 '       WK-KEEP-CNT
                  ') 해제 '      WK-DROP-CNT
                  ' 전년지정년 [' WK-PREV-YR '] **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC

           CLOSE  RPT-OUT-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0057 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* DESIGNATED-CNT     = " WK-DSGN-CNT
           DISPLAY "* NEW-CNT            = " WK-NEW-CNT
           DISPLAY "* KEEP-CNT           = " WK-KEEP-CNT
           DISPLAY "* DROP-CNT           = " WK-DROP-CNT
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
           COMPUTE BATSTAT-PRCSS-CNT = WK-DSGN-CNT + WK-DROP-CNT.

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
