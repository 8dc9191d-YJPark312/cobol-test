           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0054 (BT 기업집단 재무약정 검증)
      *@처리유형  : BATCH
      *@처리개요  : 재무약정등록원장(THKIPB143, DIPA648 등록)의
      *@            사용중 약정을 BIP0030이 생성한 최신 합산연결
      *@            재무비율(THKIPC131)로 검증하여 결과를 검증이력
      *@            (THKIPB144)에 적재하고 위반건 예외보고서를
      *@            생성한다. BIP0030 이후, BIP0040 이전에 수행
      *@            하며 위반건은 BIP0040이 WATCH-LIST(EW04)로
      *@            반영한다.
      *@            - 검증주기(Q:3/H:6/Y:12개월) 도래 약정만 검증
      *@            - 결과 P:충족/B:위반/W:면제(면제종료일까지)
      *@                   N:비율미산출
      *@            - 방향 U:상한(비율>임계치 위반)
      *@                   L:하한(비율<임계치 위반)
      *@            - 당일 검증이력 선삭제(재실행 대비)
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
       PROGRAM-ID.                     BIP0054.
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
      *@   재무약정 위반 예외보고서파일
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0054'.
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
           03  WK-FETCH-CNT            PIC  9(009).
           03  WK-TEST-CNT             PIC  9(009).
           03  WK-NOTDUE-CNT           PIC  9(009).
           03  WK-PASS-CNT             PIC  9(009).
           03  WK-BRCH-CNT             PIC  9(009).
           03  WK-WAIV-CNT             PIC  9(009).
           03  WK-NORAT-CNT            PIC  9(009).
      *@   검증결과구분(P/B/W/N)
           03  WK-TEST-RSLT-DSTCD      PIC  X(001).
      *@   검증주기 도래여부 산출용(경과개월수)
           03  WK-FREQ-MM              PIC S9(003) COMP.
           03  WK-ELAPS-MM             PIC S9(005) COMP.
           03  WK-BASE-YMD-N.
               05  WK-BASE-YY          PIC  9(004).
               05  WK-BASE-MM          PIC  9(002).
               05  WK-BASE-DD          PIC  9(002).
           03  WK-LAST-YMD-N.
               05  WK-LAST-YY          PIC  9(004).
               05  WK-LAST-MM          PIC  9(002).
               05  WK-LAST-DD          PIC  9(002).

      *@  위반/미산출 명세라인
       01  WK-DTL-LINE.
           03  WK-DTL-TAG              PIC  X(006).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-GROUP-CD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-REGI-CD          PIC  X(003).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-SERNO            PIC  9(003).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-RPTDOC-DSTCD     PIC  X(002).
           03  FILLER                  PIC  X(001) VALUE '-'.
           03  WK-DTL-ITEM-CD          PIC  X(004).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-STLACC-YR        PIC  X(004).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-RATO             PIC  ZZ,ZZ9.99-.
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-DIRCT            PIC  X(001).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-THRHD            PIC  ZZ,ZZ9.99-.
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-CVNT-NAME        PIC  X(040).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-TEXT             PIC  X(012).
           03  FILLER                  PIC  X(012) VALUE SPACE.

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
      *@   재무약정(THKIPB143) 및 최신 재무비율(THKIPC131)
           03  WK-GROUP-CO-CD          PIC  X(003).
           03  WK-CORP-CLCT-GROUP-CD   PIC  X(003).
           03  WK-CORP-CLCT-REGI-CD    PIC  X(003).
           03  WK-CVNT-SERNO           PIC  9(003).
           03  WK-RPTDOC-DSTCD         PIC  X(002).
           03  WK-FNAF-ITEM-CD         PIC  X(004).
           03  WK-CVNT-NAME            PIC  X(040).
           03  WK-CVNT-THRHD-RATO      PIC S9(005)V9(002) COMP-3.
           03  WK-CVNT-DIRCT-DSTCD     PIC  X(001).
           03  WK-TEST-FREQ-DSTCD      PIC  X(001).
           03  WK-WAIV-YN              PIC  X(001).
           03  WK-WAIV-END-YMD         PIC  X(008).
           03  WK-LAST-TEST-YMD        PIC  X(008).
           03  WK-STLACC-YR            PIC  X(004).
           03  WK-FNAF-RATO            PIC S9(005)V9(002) COMP-3.

      * -------------------------------------------
           EXEC SQL INCLUDE SQLCA      END-EXEC.

      ******************************************************************
      * SQL CURSOR DECLARE                                             *
      ******************************************************************
      *@  사용중 재무약정별 최신 결산년 합산연결 재무비율 조회
      *@  (재무분석결산구분 '1': 내부거래 조정전 원본 기준)
           EXEC SQL
           DECLARE CUR_CVNT CURSOR WITH HOLD FOR
           SELECT AA.그룹회사코드
                 ,AA.기업집단그룹코드
                 ,AA.기업집단등록코드
                 ,AA.재무약정일련번호
                 ,AA.재무분석보고서구분
                 ,AA.재무항목코드
                 ,AA.재무약정명
                 ,AA.재무약정임계비율
                 ,AA.재무약정방향구분
                 ,AA.재무약정검증주기구분
                 ,AA.재무약정면제여부
                 ,AA.재무약정면제종료년월일
                 ,AA.최종검증년월일
                 ,VALUE(
                  (SELECT CC.결산년
                     FROM DB2DBA.THKIPC131 CC
                    WHERE CC.그룹회사코드
                              = AA.그룹회사코드
                      AND CC.기업집단그룹코드
                              = AA.기업집단그룹코드
                      AND CC.기업집단등록코드
                              = AA.기업집단등록코드
                      AND CC.재무분석결산구분 = '1'
                      AND CC.재무분석보고서구분
                              = AA.재무분석보고서구분
                      AND CC.재무항목코드
                              = AA.재무항목코드
                    ORDER BY CC.결산년 DESC, CC.기준년 DESC
                    FETCH FIRST 1 ROW ONLY), ' ')
                 ,VALUE(
                  (SELECT C2.기업집단재무비율
                     FROM DB2DBA.THKIPC131 C2
                    WHERE C2.그룹회사코드
                              = AA.그룹회사코드
                      AND C2.기업집단그룹코드
                              = AA.기업집단그룹코드
                      AND C2.기업집단등록코드
                              = AA.기업집단등록코드
                      AND C2.재무분석결산구분 = '1'
                      AND C2.재무분석보고서구분
                              = AA.재무분석보고서구분
                      AND C2.재무항목코드
                              = AA.재무항목코드
                    ORDER BY C2.결산년 DESC, C2.기준년 DESC
                    FETCH FIRST 1 ROW ONLY), 0)
           FROM   DB2DBA.THKIPB143 AA
           WHERE  AA.그룹회사코드 = 'KB0'
             AND  AA.사용여부     = 'Y'
           ORDER BY 2, 3, 4
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
           DISPLAY "* BIP0054 PGM START           *"
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
                                       WK-BASE-YMD-N

      *@1 예외보고서 파일 OPEN
           OPEN  OUTPUT  RPT-OUT-FILE
           IF  WK-RPT-FILE-ST  NOT =  '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "RPTFILE OPEN 오류 [" WK-RPT-FILE-ST "]"
               MOVE 91 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE SPACE TO RPT-RECORD
           STRING '** 기업집단 재무약정 위반 예외보고 '
                  '(검증일 ' WK-BASE-YMD ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@업무처리
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.
      *@1 당일분 검증이력 선삭제(재실행 대비)
           PERFORM S3500-DELETE-TODAY-RTN
              THRU S3500-DELETE-TODAY-EXT

      *@1 재무약정 CURSOR OPEN
           EXEC SQL OPEN CUR_CVNT END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_CVNT ERROR SQLCODE=[" SQLCODE "]"
              MOVE 21 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S4000-FETCH-TEST-RTN
              THRU S4000-FETCH-TEST-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_CVNT END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "CLOSE CUR_CVNT ERROR SQLCODE=[" SQLCODE "]"
              MOVE 21 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  당일분 검증이력 선삭제(재실행 대비)
      *-----------------------------------------------------------------
       S3500-DELETE-TODAY-RTN.
           EXEC SQL
           DELETE FROM DB2DBA.THKIPB144
           WHERE  그룹회사코드 = 'KB0'
             AND  재무약정검증년월일 = :WK-BASE-YMD
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "KIPB144 DELETE ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 22 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S3500-DELETE-TODAY-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  재무약정 FETCH 및 검증
      *-----------------------------------------------------------------
       S4000-FETCH-TEST-RTN.
           EXEC  SQL  FETCH  CUR_CVNT
                 INTO :WK-GROUP-CO-CD
                    , :WK-CORP-CLCT-GROUP-CD
                    , :WK-CORP-CLCT-REGI-CD
                    , :WK-CVNT-SERNO
                    , :WK-RPTDOC-DSTCD
                    , :WK-FNAF-ITEM-CD
                    , :WK-CVNT-NAME
                    , :WK-CVNT-THRHD-RATO
                    , :WK-CVNT-DIRCT-DSTCD
                    , :WK-TEST-FREQ-DSTCD
                    , :WK-WAIV-YN
                    , :WK-WAIV-END-YMD
                    , :WK-LAST-TEST-YMD
                    , :WK-STLACC-YR
                    , :WK-FNAF-RATO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    ADD 1 TO WK-FETCH-CNT
                    PERFORM S4100-DUE-CHECK-RTN
                       THRU S4100-DUE-CHECK-EXT
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
               WHEN OTHER
                    DISPLAY "FETCH CUR_CVNT ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 23 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S4000-FETCH-TEST-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  검증주기 도래확인 - 미검증 약정 및 당일 재실행분은
      *@  검증하고, 그외는 최종검증월로부터 주기개월 경과시
      *@  검증한다(Q:3/H:6/Y:12개월)
      *-----------------------------------------------------------------
       S4100-DUE-CHECK-RTN.
           IF  WK-LAST-TEST-YMD = SPACE
           OR  WK-LAST-TEST-YMD = WK-BASE-YMD
               CONTINUE
           ELSE
               EVALUATE WK-TEST-FREQ-DSTCD
                   WHEN 'H'    MOVE  6  TO  WK-FREQ-MM
                   WHEN 'Y'    MOVE 12  TO  WK-FREQ-MM
                   WHEN OTHER  MOVE  3  TO  WK-FREQ-MM
               END-EVALUATE

               MOVE WK-LAST-TEST-YMD  TO  WK-LAST-YMD-N
               COMPUTE WK-ELAPS-MM =
                       (WK-BASE-YY * 12 + WK-BASE-MM)
                     - (WK-LAST-YY * 12 + WK-LAST-MM)

               IF  WK-ELAPS-MM < WK-FREQ-MM
                   ADD 1 TO WK-NOTDUE-CNT
                   GO TO S4100-DUE-CHECK-EXT
               END-IF
           END-IF

           ADD 1 TO WK-TEST-CNT

      *@1 검증결과 판정
           PERFORM S4200-TEST-RTN
              THRU S4200-TEST-EXT

      *@1 검증이력 적재
           PERFORM S4300-INSERT-HIST-RTN
              THRU S4300-INSERT-HIST-EXT

      *@1 최종검증년월일 갱신
           PERFORM S4400-UPDATE-CVNT-RTN
              THRU S4400-UPDATE-CVNT-EXT

      *@1 위반/미산출건 예외보고
           IF  WK-TEST-RSLT-DSTCD = 'B' OR 'N'
               PERFORM S4500-WRITE-DTL-RTN
                  THRU S4500-WRITE-DTL-EXT
           END-IF
           .
       S4100-DUE-CHECK-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  검증결과 판정
      *@  W:면제(면제종료일까지) / N:비율미산출
      *@  U(상한): 비율 > 임계치 위반 / L(하한): 비율 < 임계치 위반
      *-----------------------------------------------------------------
       S4200-TEST-RTN.
           EVALUATE TRUE
               WHEN WK-WAIV-YN = CO-Y
                AND WK-WAIV-END-YMD >= WK-BASE-YMD
                    MOVE 'W'  TO  WK-TEST-RSLT-DSTCD
                    ADD 1     TO  WK-WAIV-CNT
               WHEN WK-STLACC-YR = SPACE
                    MOVE 'N'  TO  WK-TEST-RSLT-DSTCD
                    ADD 1     TO  WK-NORAT-CNT
               WHEN WK-CVNT-DIRCT-DSTCD = 'U'
                AND WK-FNAF-RATO > WK-CVNT-THRHD-RATO
                    MOVE 'B'  TO  WK-TEST-RSLT-DSTCD
                    ADD 1     TO  WK-BRCH-CNT
               WHEN WK-CVNT-DIRCT-DSTCD = 'L'
                AND WK-FNAF-RATO < WK-CVNT-THRHD-RATO
                    MOVE 'B'  TO  WK-TEST-RSLT-DSTCD
                    ADD 1     TO  WK-BRCH-CNT
               WHEN OTHER
                    MOVE 'P'  TO  WK-TEST-RSLT-DSTCD
                    ADD 1     TO  WK-PASS-CNT
           END-EVALUATE
           .
       S4200-TEST-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  검증이력 적재
      *-----------------------------------------------------------------
       S4300-INSERT-HIST-RTN.
           EXEC SQL
           INSERT INTO DB2DBA.THKIPB144
                ( 그룹회사코드
                , 기업집단그룹코드
                , 기업집단등록코드
                , 재무약정일련번호
                , 재무약정검증년월일
                , 재무분석보고서구분
                , 재무항목코드
                , 결산년
                , 기업집단재무비율
                , 재무약정임계비율
                , 재무약정방향구분
                , 재무약정검증결과구분
                , 시스템최종처리일시
                , 시스템최종사용자번호 )
           VALUES
                ( :WK-GROUP-CO-CD
                , :WK-CORP-CLCT-GROUP-CD
                , :WK-CORP-CLCT-REGI-CD
                , :WK-CVNT-SERNO
                , :WK-BASE-YMD
                , :WK-RPTDOC-DSTCD
                , :WK-FNAF-ITEM-CD
                , :WK-STLACC-YR
                , :WK-FNAF-RATO
                , :WK-CVNT-THRHD-RATO
                , :WK-CVNT-DIRCT-DSTCD
                , :WK-TEST-RSLT-DSTCD
                , CURRENT TIMESTAMP
                , :WK-SYSIN-EMP-NO )
           END-EXEC

           IF NOT SQLCODE = ZEROS
              DISPLAY "KIPB144 INSERT ERROR "
                      " SQL-ERROR : [" SQLCODE "]"
              MOVE 24 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF
           .
       S4300-INSERT-HIST-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  재무약정 최종검증년월일 갱신
      *-----------------------------------------------------------------
       S4400-UPDATE-CVNT-RTN.
           EXEC SQL
           UPDATE DB2DBA.THKIPB143
           SET    최종검증년월일   = :WK-BASE-YMD
           WHERE  그룹회사코드     = :WK-GROUP-CO-CD
             AND  기업집단그룹코드 = :WK-CORP-CLCT-GROUP-CD
             AND  기업집단등록코드 = :WK-CORP-CLCT-REGI-CD
             AND  재무약정일련번호 = :WK-CVNT-SERNO
           END-EXEC

           IF NOT SQLCODE = ZEROS
              DISPLAY "KIPB143 UPDATE ERROR "
                      " SQL-ERROR : [" SQLCODE "]"
              MOVE 25 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF
           .
       S4400-UPDATE-CVNT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  위반/비율미산출 명세 수록
      *-----------------------------------------------------------------
       S4500-WRITE-DTL-RTN.
           IF  WK-TEST-RSLT-DSTCD = 'B'
               MOVE 'BREACH'             TO  WK-DTL-TAG
               MOVE '*약정위반'          TO  WK-DTL-TEXT
           ELSE
               MOVE 'NORATO'             TO  WK-DTL-TAG
               MOVE '비율미산출'         TO  WK-DTL-TEXT
           END-IF

           MOVE WK-CORP-CLCT-GROUP-CD    TO  WK-DTL-GROUP-CD
           MOVE WK-CORP-CLCT-REGI-CD     TO  WK-DTL-REGI-CD
           MOVE WK-CVNT-SERNO            TO  WK-DTL-SERNO
           MOVE WK-RPTDOC-DSTCD          TO  WK-DTL-RPTDOC-DSTCD
           MOVE WK-FNAF-ITEM-CD          TO  WK-DTL-ITEM-CD
           MOVE WK-STLACC-YR             TO  WK-DTL-STLACC-YR
           MOVE WK-FNAF-RATO             TO  WK-DTL-RATO
           MOVE WK-CVNT-DIRCT-DSTCD      TO  WK-DTL-DIRCT
           MOVE WK-CVNT-THRHD-RATO       TO  WK-DTL-THRHD
           MOVE WK-CVNT-NAME             TO  WK-DTL-CVNT-NAME

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
           STRING '** 검증 '     WK-TEST-CNT
                  ' 충족 '       WK-PASS-CNT
                  ' 위반 '       WK-BRCH-CNT
                  ' 면제 '       WK-WAIV-CNT
                  ' 비율미산출 ' WK-NORAT-CNT
                  ' 주기미도래 ' WK-NOTDUE-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC

           CLOSE  RPT-OUT-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0054 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* FETCH-CNT          = " WK-FETCH-CNT
           DISPLAY "* TEST-CNT           = " WK-TEST-CNT
           DISPLAY "* PASS-CNT           = " WK-PASS-CNT
           DISPLAY "* BREACH-CNT         = " WK-BRCH-CNT
           DISPLAY "* WAIVED-CNT         = " WK-WAIV-CNT
           DISPLAY "* NO-RATIO-CNT       = " WK-NORAT-CNT
           DISPLAY "* NOT-DUE-CNT        = " WK-NOTDUE-CNT
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
           MOVE WK-TEST-CNT
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
