           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0067 (BT 평가/합산재무 이력 연간보관)
      *@처리유형  : BATCH
      *@처리개요  : 보존년수(SYSIN, 기본 7년)를 경과한 기업집단
      *@            평가이력과 합산연결재무를 보관테이블로 이관
      *@            하고 이관건수를 통제보고서(RPTFILE)에 수록한다.
      *@            1. 평가이력(THKIPB110/THKIPB114)
      *@               - 평가년월일 < 보관기준일(작업일 - 보존년수)
      *@                 인 평가를 THKIPH110/THKIPH114로 이관
      *@               - 다음 확정평가는 보존(이관제외)
      *@                 . 집단별 보관기준일 직전 최종 확정평가
      *@                   (등급이행/부도율 연구의 기초등급)
      *@                 . 사용중인 부도사건(THKIPB146)별
      *@                   사건일 이전 최종 확정평가
      *@            2. 합산연결재무(THKIPC130/THKIPC140)
      *@               - 기준년 < 보관기준년인 자료를
      *@                 THKIPH130/THKIPH140으로 이관
      *@            3. 확정평가 보존자료(THKIPB164/THKIPB165)
      *@               - 보존기한년월일이 작업일 이전인 자료 삭제
      *@            4. 보관관리(THKIPH100) 테이블별 실행내역 등록
      *@               (온라인/배치 이력조회의 보관기준일 참조)
      *@            - 이관된 자료는 원테이블에서 삭제되므로
      *@              재실행시 잔여분만 처리된다
      *@  SYSIN    : 그룹회사코드/작업일/작업자/보존년수
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
       PROGRAM-ID.                     BIP0067.
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
      *@   이력보관 통제보고서파일
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0067'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.
      *@   보존년수(SYSIN 미지정시)
           03  CO-RETN-YR              PIC  9(002) VALUE 7.
      *@   최소 보존년수(5개년 추이/직전평가 비교 자료 유지)
           03  CO-RETN-MIN-YR          PIC  9(002) VALUE 6.
      *    COMMIT 단위
           03  CO-COMMIT-CNT           PIC  9(005) VALUE 00100.

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
           03  WK-COMMIT-CNT           PIC  9(005).
      *@   보존년수/보관기준년 산출
           03  WK-RETN-YR              PIC  9(002).
           03  WK-CALC-YYYY            PIC  9(004).
      *@   평가이력 건수
           03  WK-B110-READ-CNT        PIC  9(009).
           03  WK-B110-MOVE-CNT        PIC  9(009).
           03  WK-B110-STDY-CNT        PIC  9(009).
           03  WK-B110-EVNT-CNT        PIC  9(009).
           03  WK-B114-MOVE-CNT        PIC  9(009).
      *@   합산연결재무 건수
           03  WK-FNAF-GROUP-CNT       PIC  9(009).
           03  WK-C130-MOVE-CNT        PIC  9(009).
           03  WK-C140-MOVE-CNT        PIC  9(009).
      *@   확정평가 보존자료 삭제건수
           03  WK-B164-DEL-CNT         PIC  9(009).
           03  WK-B165-DEL-CNT         PIC  9(009).

      *-----------------------------------------------------------------
      *@SYSIN 영역
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
      *@보존년수(공백시 7, 최소 6)
           03  WK-SYSIN-RETN-YR        PIC  X(002).
           03  WK-FILLER               PIC  X(001).

      *-----------------------------------------------------------------
      *@테이블(호스트변수)영역
      *-----------------------------------------------------------------
       01  WK-HOST-VARIABLE.
           03  WK-BASE-YMD             PIC  X(008).
           03  WK-EMP-NO               PIC  X(007).
      *@   보관기준년월일/보관기준년
           03  WK-HRZN-YMD             PIC  X(008).
           03  WK-HRZN-YR              PIC  X(004).
      *@   평가이력 조회
           03  WK-DB-GROUP-CD          PIC  X(003).
           03  WK-DB-REGI-CD           PIC  X(003).
           03  WK-DB-VALUA-YMD         PIC  X(008).
           03  WK-DB-STGE-DSTCD        PIC  X(001).
           03  WK-DB-GRD-DSTCD         PIC  X(003).
           03  WK-DB-STDY-YN           PIC  X(001).
           03  WK-DB-EVNT-YN           PIC  X(001).
      *@   확정평가 보존자료 조회
           03  WK-DB-DEFINS-SEQ        PIC  9(003).
           03  WK-DB-RETN-END-YMD      PIC  X(008).
      *@   건수 조회
           03  WK-DB-CNT               PIC S9(009) COMP.
      *@   보관관리 등록
           03  WK-CTL-TBL-NAME         PIC  X(010).
           03  WK-CTL-MOVE-CNT         PIC S9(009) COMP.
           03  WK-CTL-KEEP-CNT         PIC S9(009) COMP.
           03  WK-CTL-DEL-CNT          PIC S9(009) COMP.

      *@  보존평가 명세라인
       01  WK-DTL-LINE.
           03  WK-DTL-GROUP-CD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-REGI-CD          PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-VALUA-YMD        PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-GRD-DSTCD        PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-RSN              PIC  X(040).

      *@  통제 집계라인
       01  WK-SUM-LINE.
           03  WK-SUM-TBL-NAME         PIC  X(010).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-SUM-DSTIC            PIC  X(040).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-SUM-CNT              PIC  ZZZ,ZZZ,ZZ9.

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
      *@  보관기준일 이전 평가 조회(보존사유 판정 포함)
      *@  - 이행연구: 집단별 보관기준일 직전 최종 확정평가
      *@  - 부도사건: 사용중 부도사건별 사건일 이전 최종 확정평가
           EXEC SQL
                DECLARE CUR_C001 CURSOR
                                 WITH HOLD FOR
                SELECT A.기업집단그룹코드
                     , A.기업집단등록코드
                     , A.평가년월일
                     , A.기업집단처리단계구분
                     , A.최종집단등급구분
                     , CASE WHEN A.기업집단처리단계구분 = '6'
                             AND A.평가년월일 =
                                (SELECT MAX(S.평가년월일)
                                   FROM DB2DBA.THKIPB110 S
                                  WHERE S.그룹회사코드
                                            = A.그룹회사코드
                                    AND S.기업집단그룹코드
                                            = A.기업집단그룹코드
                                    AND S.기업집단등록코드
                                            = A.기업집단등록코드
                                    AND S.기업집단처리단계구분
                                            = '6'
                                    AND S.평가년월일
                                            < :WK-HRZN-YMD)
                            THEN 'Y' ELSE 'N' END
                     , CASE WHEN A.기업집단처리단계구분 = '6'
                             AND EXISTS
                                (SELECT 1
                                   FROM DB2DBA.THKIPB146 D
                                  WHERE D.그룹회사코드
                                            = A.그룹회사코드
                                    AND D.기업집단그룹코드
                                            = A.기업집단그룹코드
                                    AND D.기업집단등록코드
                                            = A.기업집단등록코드
                                    AND D.사용여부 = 'Y'
                                    AND A.평가년월일 =
                          (SELECT MAX(S2.평가년월일)
                             FROM DB2DBA.THKIPB110 S2
                            WHERE S2.그룹회사코드
                                      = D.그룹회사코드
                              AND S2.기업집단그룹코드
                                      = D.기업집단그룹코드
                              AND S2.기업집단등록코드
                                      = D.기업집단등록코드
                              AND S2.기업집단처리단계구분
                                      = '6'
                              AND S2.평가년월일
                                     <= D.부도사건년월일))
                            THEN 'Y' ELSE 'N' END
                  FROM DB2DBA.THKIPB110 A
                 WHERE A.그룹회사코드 = :BICOM-GROUP-CO-CD
                   AND A.평가년월일   < :WK-HRZN-YMD
                 ORDER BY A.기업집단그룹코드
                        , A.기업집단등록코드
                        , A.평가년월일
           END-EXEC.

      *@  보관기준년 이전 합산연결재무 보유 기업집단 조회
           EXEC SQL
                DECLARE CUR_C002 CURSOR
                                 WITH HOLD FOR
                SELECT 기업집단그룹코드
                     , 기업집단등록코드
                  FROM DB2DBA.THKIPC130
                 WHERE 그룹회사코드 = :BICOM-GROUP-CO-CD
                   AND 기준년       < :WK-HRZN-YR
                 UNION
                SELECT 기업집단그룹코드
                     , 기업집단등록코드
                  FROM DB2DBA.THKIPC140
                 WHERE 그룹회사코드 = :BICOM-GROUP-CO-CD
                   AND 기준년       < :WK-HRZN-YR
                 ORDER BY 1, 2
           END-EXEC.

      *@  보존기한 경과 확정평가 보존자료 조회
           EXEC SQL
                DECLARE CUR_C003 CURSOR
                                 WITH HOLD FOR
                SELECT 기업집단그룹코드
                     , 기업집단등록코드
                     , 평가년월일
                     , 확정차수
                     , 보존기한년월일
                  FROM DB2DBA.THKIPB164
                 WHERE 그룹회사코드   = :BICOM-GROUP-CO-CD
                   AND 보존기한년월일 < :WK-BASE-YMD
                 ORDER BY 1, 2, 3, 4
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

      *@1 평가이력(THKIPB110/THKIPB114) 보관
           PERFORM S2000-VALUA-ARCV-RTN
              THRU S2000-VALUA-ARCV-EXT

      *@1 합산연결재무(THKIPC130/THKIPC140) 보관
           PERFORM S3000-FNAF-ARCV-RTN
              THRU S3000-FNAF-ARCV-EXT

      *@1 보존기한 경과 확정평가 보존자료 삭제
           PERFORM S4000-DOSR-PURGE-RTN
              THRU S4000-DOSR-PURGE-EXT

      *@1 보관관리(THKIPH100) 등록
           PERFORM S5000-CTL-REG-RTN
              THRU S5000-CTL-REG-EXT

      *@1 통제보고서 집계 출력
           PERFORM S7000-SUMMARY-RTN
              THRU S7000-SUMMARY-EXT

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
                      WK-SYSIN
                      WK-HOST-VARIABLE

           MOVE ZEROS        TO  RETURN-CODE

      *@1 배치진행정보 시작시각 기록
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-BATSTAT-STRT-HMS

           ACCEPT  WK-SYSIN  FROM    SYSIN

           DISPLAY "*-----------------------------*"
           DISPLAY "* BIP0067 PGM START           *"
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

      *#1 작업수행년월일 확인
           IF  WK-SYSIN-WORK-BSD IS NOT NUMERIC
               DISPLAY ":::::ERROR:::::"
               DISPLAY "작업수행년월일 파라미터 오류"
               MOVE 12 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

      *#1 보존년수 - 미지정시 기본값, 최소 보존년수 미만 오류
           IF  WK-SYSIN-RETN-YR IS NUMERIC
           AND WK-SYSIN-RETN-YR > '00'
               MOVE WK-SYSIN-RETN-YR     TO  WK-RETN-YR
           ELSE
               MOVE CO-RETN-YR           TO  WK-RETN-YR
           END-IF

           IF  WK-RETN-YR < CO-RETN-MIN-YR
               DISPLAY ":::::ERROR:::::"
               DISPLAY "보존년수 파라미터 오류(최소 "
                       CO-RETN-MIN-YR "년)"
               MOVE 13 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE WK-SYSIN-GR-CO-CD        TO  BICOM-GROUP-CO-CD
           MOVE WK-SYSIN-WORK-BSD        TO  WK-BASE-YMD
           MOVE WK-SYSIN-EMP-NO          TO  WK-EMP-NO
           IF  WK-EMP-NO = SPACE
               MOVE CO-PGM-ID            TO  WK-EMP-NO
           END-IF

      *@1 보관기준년월일(작업일 - 보존년수)/보관기준년
           MOVE WK-BASE-YMD(1:4)         TO  WK-CALC-YYYY
           SUBTRACT WK-RETN-YR         FROM  WK-CALC-YYYY
           MOVE WK-CALC-YYYY             TO  WK-HRZN-YR
           MOVE WK-HRZN-YR               TO  WK-HRZN-YMD(1:4)
           MOVE WK-BASE-YMD(5:4)         TO  WK-HRZN-YMD(5:4)

           DISPLAY "* BASE-YMD = " WK-BASE-YMD
                   " RETN-YR = "   WK-RETN-YR
                   " HRZN-YMD = "  WK-HRZN-YMD

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
           STRING '** 평가/합산재무 이력보관 통제보고 '
                  '(작업일 '     WK-BASE-YMD
                  ', 보관기준일 ' WK-HRZN-YMD
                  ', 보존 ' WK-RETN-YR '년) **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           MOVE SPACE TO RPT-RECORD
           MOVE '-- 보존(이관제외) 평가 명세' TO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@평가이력(THKIPB110/THKIPB114) 보관
      *-----------------------------------------------------------------
       S2000-VALUA-ARCV-RTN.

           EXEC SQL OPEN CUR_C001 END-EXEC
           IF  SQLCODE NOT = ZEROS
               DISPLAY "OPEN CUR_C001 SQL-ERROR:[" SQLCODE "]"
               MOVE 21 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N  TO  WK-SW-EOF
           MOVE ZEROS TO  WK-COMMIT-CNT
           PERFORM S2100-VALUA-FETCH-RTN
              THRU S2100-VALUA-FETCH-EXT
             UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_C001 END-EXEC

           EXEC SQL COMMIT END-EXEC

           DISPLAY " ->COMMIT [평가이관-" WK-B110-MOVE-CNT "]"
           .
       S2000-VALUA-ARCV-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@평가 단건처리 - 보존사유 판정후 보존 또는 이관
      *-----------------------------------------------------------------
       S2100-VALUA-FETCH-RTN.

           EXEC SQL
                FETCH  CUR_C001
                INTO   :WK-DB-GROUP-CD
                     , :WK-DB-REGI-CD
                     , :WK-DB-VALUA-YMD
                     , :WK-DB-STGE-DSTCD
                     , :WK-DB-GRD-DSTCD
                     , :WK-DB-STDY-YN
                     , :WK-DB-EVNT-YN
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZEROS
                ADD 1 TO WK-B110-READ-CNT

           WHEN 100
                MOVE CO-Y  TO  WK-SW-EOF
                GO TO S2100-VALUA-FETCH-EXT

           WHEN OTHER
                DISPLAY "FETCH CUR_C001 SQL-ERROR:[" SQLCODE "]"
                MOVE 21 TO RETURN-CODE
                PERFORM  S8000-ERROR-RTN
                   THRU  S8000-ERROR-EXT
           END-EVALUATE

      *#1 보존대상 - 이관제외 명세 출력
           IF  WK-DB-STDY-YN = CO-Y
           OR  WK-DB-EVNT-YN = CO-Y
               MOVE WK-DB-GROUP-CD     TO  WK-DTL-GROUP-CD
               MOVE WK-DB-REGI-CD      TO  WK-DTL-REGI-CD
               MOVE WK-DB-VALUA-YMD    TO  WK-DTL-VALUA-YMD
               MOVE WK-DB-GRD-DSTCD    TO  WK-DTL-GRD-DSTCD
               IF  WK-DB-STDY-YN = CO-Y
                   ADD 1 TO WK-B110-STDY-CNT
                   MOVE '보관기준일 직전 확정(이행연구)'
                                       TO  WK-DTL-RSN
               ELSE
                   ADD 1 TO WK-B110-EVNT-CNT
                   MOVE '부도사건일 이전 최종 확정'
                                       TO  WK-DTL-RSN
               END-IF
               MOVE WK-DTL-LINE        TO  RPT-RECORD
               PERFORM S6000-WRITE-RPT-RTN
                  THRU S6000-WRITE-RPT-EXT
               GO TO S2100-VALUA-FETCH-EXT
           END-IF

      *@1 평가 이관
           PERFORM S2200-VALUA-MOVE-RTN
              THRU S2200-VALUA-MOVE-EXT

      *@1 COMMIT 건수단위만큼 COMMIT 함
           ADD 1 TO WK-COMMIT-CNT
           IF  WK-COMMIT-CNT >= CO-COMMIT-CNT
               DISPLAY " ->COMMIT [평가이관-" WK-B110-MOVE-CNT "]"
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE 0 TO WK-COMMIT-CNT
           END-IF
           .
       S2100-VALUA-FETCH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@평가 1건 이관(THKIPB110/THKIPB114 -> THKIPH110/THKIPH114)
      *-----------------------------------------------------------------
       S2200-VALUA-MOVE-RTN.

      *@1 기업집단평가기본 보관
           EXEC SQL
                INSERT INTO DB2DBA.THKIPH110
                SELECT *
                  FROM DB2DBA.THKIPB110
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                   AND 기업집단등록코드 = :WK-DB-REGI-CD
                   AND 평가년월일       = :WK-DB-VALUA-YMD
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "INSERT THKIPH110 SQL-ERROR:[" SQLCODE "]"
                       " " WK-DB-GROUP-CD "/" WK-DB-REGI-CD
                       "/" WK-DB-VALUA-YMD
               MOVE 22 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

      *@1 기업집단항목별평가목록 건수
           MOVE ZEROS TO WK-DB-CNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-DB-CNT
                  FROM DB2DBA.THKIPB114
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                   AND 기업집단등록코드 = :WK-DB-REGI-CD
                   AND 평가년월일       = :WK-DB-VALUA-YMD
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "COUNT THKIPB114 SQL-ERROR:[" SQLCODE "]"
               MOVE 23 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

      *@1 기업집단항목별평가목록 보관/삭제
           IF  WK-DB-CNT > ZEROS
               EXEC SQL
                    INSERT INTO DB2DBA.THKIPH114
                    SELECT *
                      FROM DB2DBA.THKIPB114
                     WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                       AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                       AND 기업집단등록코드 = :WK-DB-REGI-CD
                       AND 평가년월일       = :WK-DB-VALUA-YMD
               END-EXEC

               IF  SQLCODE NOT = ZEROS
                   DISPLAY "INSERT THKIPH114 SQL-ERROR:["
                           SQLCODE "]"
                   MOVE 22 TO RETURN-CODE
                   PERFORM  S8000-ERROR-RTN
                      THRU  S8000-ERROR-EXT
               END-IF

               EXEC SQL
                    DELETE FROM DB2DBA.THKIPB114
                     WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                       AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                       AND 기업집단등록코드 = :WK-DB-REGI-CD
                       AND 평가년월일       = :WK-DB-VALUA-YMD
               END-EXEC

               IF  SQLCODE NOT = ZEROS
                   DISPLAY "DELETE THKIPB114 SQL-ERROR:["
                           SQLCODE "]"
                   MOVE 24 TO RETURN-CODE
                   PERFORM  S8000-ERROR-RTN
                      THRU  S8000-ERROR-EXT
               END-IF

               ADD WK-DB-CNT TO WK-B114-MOVE-CNT
           END-IF

      *@1 기업집단평가기본 삭제
           EXEC SQL
                DELETE FROM DB2DBA.THKIPB110
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                   AND 기업집단등록코드 = :WK-DB-REGI-CD
                   AND 평가년월일       = :WK-DB-VALUA-YMD
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "DELETE THKIPB110 SQL-ERROR:[" SQLCODE "]"
               MOVE 24 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           ADD 1 TO WK-B110-MOVE-CNT
           .
       S2200-VALUA-MOVE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@합산연결재무(THKIPC130/THKIPC140) 보관 - 기업집단 단위
      *-----------------------------------------------------------------
       S3000-FNAF-ARCV-RTN.

           EXEC SQL OPEN CUR_C002 END-EXEC
           IF  SQLCODE NOT = ZEROS
               DISPLAY "OPEN CUR_C002 SQL-ERROR:[" SQLCODE "]"
               MOVE 21 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N  TO  WK-SW-EOF
           MOVE ZEROS TO  WK-COMMIT-CNT
           PERFORM S3100-FNAF-FETCH-RTN
              THRU S3100-FNAF-FETCH-EXT
             UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_C002 END-EXEC

           EXEC SQL COMMIT END-EXEC

           DISPLAY " ->COMMIT [합산재무이관-"
                   WK-FNAF-GROUP-CNT "]"
           .
       S3000-FNAF-ARCV-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@합산연결재무 기업집단 단건처리
      *-----------------------------------------------------------------
       S3100-FNAF-FETCH-RTN.

           EXEC SQL
                FETCH  CUR_C002
                INTO   :WK-DB-GROUP-CD
                     , :WK-DB-REGI-CD
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZEROS
                ADD 1 TO WK-FNAF-GROUP-CNT

           WHEN 100
                MOVE CO-Y  TO  WK-SW-EOF
                GO TO S3100-FNAF-FETCH-EXT

           WHEN OTHER
                DISPLAY "FETCH CUR_C002 SQL-ERROR:[" SQLCODE "]"
                MOVE 21 TO RETURN-CODE
                PERFORM  S8000-ERROR-RTN
                   THRU  S8000-ERROR-EXT
           END-EVALUATE

      *@1 합산연결재무제표 보관
           PERFORM S3200-C130-MOVE-RTN
              THRU S3200-C130-MOVE-EXT

      *@1 합산연결대상 개별재무제표 보관
           PERFORM S3300-C140-MOVE-RTN
              THRU S3300-C140-MOVE-EXT

      *@1 COMMIT 건수단위만큼 COMMIT 함
           ADD 1 TO WK-COMMIT-CNT
           IF  WK-COMMIT-CNT >= CO-COMMIT-CNT
               DISPLAY " ->COMMIT [합산재무이관-"
                       WK-FNAF-GROUP-CNT "]"
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE 0 TO WK-COMMIT-CNT
           END-IF
           .
       S3100-FNAF-FETCH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@THKIPC130 -> THKIPH130 이관(기준년 < 보관기준년)
      *-----------------------------------------------------------------
       S3200-C130-MOVE-RTN.

           MOVE ZEROS TO WK-DB-CNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-DB-CNT
                  FROM DB2DBA.THKIPC130
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                   AND 기업집단등록코드 = :WK-DB-REGI-CD
                   AND 기준년           < :WK-HRZN-YR
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "COUNT THKIPC130 SQL-ERROR:[" SQLCODE "]"
               MOVE 23 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           IF  WK-DB-CNT = ZEROS
               GO TO S3200-C130-MOVE-EXT
           END-IF

           EXEC SQL
                INSERT INTO DB2DBA.THKIPH130
                SELECT *
                  FROM DB2DBA.THKIPC130
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                   AND 기업집단등록코드 = :WK-DB-REGI-CD
                   AND 기준년           < :WK-HRZN-YR
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "INSERT THKIPH130 SQL-ERROR:[" SQLCODE "]"
                       " " WK-DB-GROUP-CD "/" WK-DB-REGI-CD
               MOVE 22 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           EXEC SQL
                DELETE FROM DB2DBA.THKIPC130
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                   AND 기업집단등록코드 = :WK-DB-REGI-CD
                   AND 기준년           < :WK-HRZN-YR
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "DELETE THKIPC130 SQL-ERROR:[" SQLCODE "]"
               MOVE 24 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           ADD WK-DB-CNT TO WK-C130-MOVE-CNT
           .
       S3200-C130-MOVE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@THKIPC140 -> THKIPH140 이관(기준년 < 보관기준년)
      *-----------------------------------------------------------------
       S3300-C140-MOVE-RTN.

           MOVE ZEROS TO WK-DB-CNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-DB-CNT
                  FROM DB2DBA.THKIPC140
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                   AND 기업집단등록코드 = :WK-DB-REGI-CD
                   AND 기준년           < :WK-HRZN-YR
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "COUNT THKIPC140 SQL-ERROR:[" SQLCODE "]"
               MOVE 23 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           IF  WK-DB-CNT = ZEROS
               GO TO S3300-C140-MOVE-EXT
           END-IF

           EXEC SQL
                INSERT INTO DB2DBA.THKIPH140
                SELECT *
                  FROM DB2DBA.THKIPC140
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                   AND 기업집단등록코드 = :WK-DB-REGI-CD
                   AND 기준년           < :WK-HRZN-YR
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "INSERT THKIPH140 SQL-ERROR:[" SQLCODE "]"
                       " " WK-DB-GROUP-CD "/" WK-DB-REGI-CD
               MOVE 22 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           EXEC SQL
                DELETE FROM DB2DBA.THKIPC140
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                   AND 기업집단등록코드 = :WK-DB-REGI-CD
                   AND 기준년           < :WK-HRZN-YR
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "DELETE THKIPC140 SQL-ERROR:[" SQLCODE "]"
               MOVE 24 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           ADD WK-DB-CNT TO WK-C140-MOVE-CNT
           .
       S3300-C140-MOVE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@보존기한 경과 확정평가 보존자료(THKIPB164/THKIPB165) 삭제
      *-----------------------------------------------------------------
       S4000-DOSR-PURGE-RTN.

           EXEC SQL OPEN CUR_C003 END-EXEC
           IF  SQLCODE NOT = ZEROS
               DISPLAY "OPEN CUR_C003 SQL-ERROR:[" SQLCODE "]"
               MOVE 21 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N  TO  WK-SW-EOF
           MOVE ZEROS TO  WK-COMMIT-CNT
           PERFORM S4100-DOSR-FETCH-RTN
              THRU S4100-DOSR-FETCH-EXT
             UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_C003 END-EXEC

           EXEC SQL COMMIT END-EXEC

           DISPLAY " ->COMMIT [보존자료삭제-" WK-B164-DEL-CNT "]"
           .
       S4000-DOSR-PURGE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@보존자료 단건 삭제(명세 THKIPB165 선삭제후 기본 THKIPB164)
      *-----------------------------------------------------------------
       S4100-DOSR-FETCH-RTN.

           EXEC SQL
                FETCH  CUR_C003
                INTO   :WK-DB-GROUP-CD
                     , :WK-DB-REGI-CD
                     , :WK-DB-VALUA-YMD
                     , :WK-DB-DEFINS-SEQ
                     , :WK-DB-RETN-END-YMD
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZEROS
                CONTINUE

           WHEN 100
                MOVE CO-Y  TO  WK-SW-EOF
                GO TO S4100-DOSR-FETCH-EXT

           WHEN OTHER
                DISPLAY "FETCH CUR_C003 SQL-ERROR:[" SQLCODE "]"
                MOVE 21 TO RETURN-CODE
                PERFORM  S8000-ERROR-RTN
                   THRU  S8000-ERROR-EXT
           END-EVALUATE

      *@1 보존자료명세 건수
           MOVE ZEROS TO WK-DB-CNT
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-DB-CNT
                  FROM DB2DBA.THKIPB165
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                   AND 기업집단등록코드 = :WK-DB-REGI-CD
                   AND 평가년월일       = :WK-DB-VALUA-YMD
                   AND 확정차수         = :WK-DB-DEFINS-SEQ
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "COUNT THKIPB165 SQL-ERROR:[" SQLCODE "]"
               MOVE 23 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

      *@1 보존자료명세 삭제
           IF  WK-DB-CNT > ZEROS
               EXEC SQL
                    DELETE FROM DB2DBA.THKIPB165
                     WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                       AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                       AND 기업집단등록코드 = :WK-DB-REGI-CD
                       AND 평가년월일       = :WK-DB-VALUA-YMD
                       AND 확정차수         = :WK-DB-DEFINS-SEQ
               END-EXEC

               IF  SQLCODE NOT = ZEROS
                   DISPLAY "DELETE THKIPB165 SQL-ERROR:["
                           SQLCODE "]"
                   MOVE 24 TO RETURN-CODE
                   PERFORM  S8000-ERROR-RTN
                      THRU  S8000-ERROR-EXT
               END-IF

               ADD WK-DB-CNT TO WK-B165-DEL-CNT
           END-IF

      *@1 보존자료기본 삭제
           EXEC SQL
                DELETE FROM DB2DBA.THKIPB164
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 기업집단그룹코드 = :WK-DB-GROUP-CD
                   AND 기업집단등록코드 = :WK-DB-REGI-CD
                   AND 평가년월일       = :WK-DB-VALUA-YMD
                   AND 확정차수         = :WK-DB-DEFINS-SEQ
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "DELETE THKIPB164 SQL-ERROR:[" SQLCODE "]"
               MOVE 24 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           ADD 1 TO WK-B164-DEL-CNT

      *@1 COMMIT 건수단위만큼 COMMIT 함
           ADD 1 TO WK-COMMIT-CNT
           IF  WK-COMMIT-CNT >= CO-COMMIT-CNT
               DISPLAY " ->COMMIT [보존자료삭제-"
                       WK-B164-DEL-CNT "]"
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE 0 TO WK-COMMIT-CNT
           END-IF
           .
       S4100-DOSR-FETCH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@보관관리(THKIPH100) 테이블별 실행내역 등록
      *-----------------------------------------------------------------
       S5000-CTL-REG-RTN.

      *@1 기업집단평가기본(보관기준일 - 이력조회 참조)
           MOVE 'THKIPB110'            TO  WK-CTL-TBL-NAME
           MOVE WK-B110-MOVE-CNT       TO  WK-CTL-MOVE-CNT
           COMPUTE WK-CTL-KEEP-CNT = WK-B110-STDY-CNT
                                   + WK-B110-EVNT-CNT
           MOVE ZEROS                  TO  WK-CTL-DEL-CNT
           PERFORM S5100-CTL-UPSERT-RTN
              THRU S5100-CTL-UPSERT-EXT

      *@1 기업집단항목별평가목록
           MOVE 'THKIPB114'            TO  WK-CTL-TBL-NAME
           MOVE WK-B114-MOVE-CNT       TO  WK-CTL-MOVE-CNT
           MOVE ZEROS                  TO  WK-CTL-KEEP-CNT
                                           WK-CTL-DEL-CNT
           PERFORM S5100-CTL-UPSERT-RTN
              THRU S5100-CTL-UPSERT-EXT

      *@1 합산연결재무제표
           MOVE 'THKIPC130'            TO  WK-CTL-TBL-NAME
           MOVE WK-C130-MOVE-CNT       TO  WK-CTL-MOVE-CNT
           MOVE ZEROS                  TO  WK-CTL-KEEP-CNT
                                           WK-CTL-DEL-CNT
           PERFORM S5100-CTL-UPSERT-RTN
              THRU S5100-CTL-UPSERT-EXT

      *@1 합산연결대상 개별재무제표
           MOVE 'THKIPC140'            TO  WK-CTL-TBL-NAME
           MOVE WK-C140-MOVE-CNT       TO  WK-CTL-MOVE-CNT
           MOVE ZEROS                  TO  WK-CTL-KEEP-CNT
                                           WK-CTL-DEL-CNT
           PERFORM S5100-CTL-UPSERT-RTN
              THRU S5100-CTL-UPSERT-EXT

      *@1 확정평가 보존자료기본/명세(보존기한 경과 삭제)
           MOVE 'THKIPB164'            TO  WK-CTL-TBL-NAME
           MOVE ZEROS                  TO  WK-CTL-MOVE-CNT
                                           WK-CTL-KEEP-CNT
           MOVE WK-B164-DEL-CNT        TO  WK-CTL-DEL-CNT
           PERFORM S5100-CTL-UPSERT-RTN
              THRU S5100-CTL-UPSERT-EXT

           MOVE 'THKIPB165'            TO  WK-CTL-TBL-NAME
           MOVE ZEROS                  TO  WK-CTL-MOVE-CNT
                                           WK-CTL-KEEP-CNT
           MOVE WK-B165-DEL-CNT        TO  WK-CTL-DEL-CNT
           PERFORM S5100-CTL-UPSERT-RTN
              THRU S5100-CTL-UPSERT-EXT

           EXEC SQL COMMIT END-EXEC
           .
       S5000-CTL-REG-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@보관관리 1건 등록(당일 재실행분은 건수 누적)
      *-----------------------------------------------------------------
       S5100-CTL-UPSERT-RTN.

           EXEC SQL
                UPDATE DB2DBA.THKIPH100
                   SET 보관기준년월일 = :WK-HRZN-YMD
                     , 이관건수       = 이관건수
                                      + :WK-CTL-MOVE-CNT
                     , 보존건수       = :WK-CTL-KEEP-CNT
                     , 삭제건수       = 삭제건수
                                      + :WK-CTL-DEL-CNT
                     , 처리직원번호   = :WK-EMP-NO
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 보관대상테이블명 = :WK-CTL-TBL-NAME
                   AND 보관실행년월일   = :WK-BASE-YMD
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZEROS
                CONTINUE

           WHEN 100
                EXEC SQL
                     INSERT INTO DB2DBA.THKIPH100
                          ( 그룹회사코드
                          , 보관대상테이블명
                          , 보관실행년월일
                          , 보관기준년월일
                          , 이관건수
                          , 보존건수
                          , 삭제건수
                          , 처리직원번호 )
                     VALUES
                          ( :BICOM-GROUP-CO-CD
                          , :WK-CTL-TBL-NAME
                          , :WK-BASE-YMD
                          , :WK-HRZN-YMD
                          , :WK-CTL-MOVE-CNT
                          , :WK-CTL-KEEP-CNT
                          , :WK-CTL-DEL-CNT
                          , :WK-EMP-NO )
                END-EXEC

                IF  SQLCODE NOT = ZEROS
                    DISPLAY "INSERT THKIPH100 SQL-ERROR:["
                            SQLCODE "] " WK-CTL-TBL-NAME
                    MOVE 25 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
                END-IF

           WHEN OTHER
                DISPLAY "UPDATE THKIPH100 SQL-ERROR:["
                        SQLCODE "] " WK-CTL-TBL-NAME
                MOVE 25 TO RETURN-CODE
                PERFORM  S8000-ERROR-RTN
                   THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S5100-CTL-UPSERT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@보고서 1라인 출력
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
      *@통제보고서 테이블별 건수 집계 출력
      *-----------------------------------------------------------------
       S7000-SUMMARY-RTN.

           MOVE SPACE TO RPT-RECORD
           MOVE '-- 테이블별 처리건수' TO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           MOVE 'THKIPB110'                    TO  WK-SUM-TBL-NAME
           MOVE '대상평가(보관기준일 이전)' TO  WK-SUM-DSTIC
           MOVE WK-B110-READ-CNT               TO  WK-SUM-CNT
           PERFORM S7100-SUM-LINE-RTN
              THRU S7100-SUM-LINE-EXT

           MOVE '보존-이행연구 기초등급' TO  WK-SUM-DSTIC
           MOVE WK-B110-STDY-CNT               TO  WK-SUM-CNT
           PERFORM S7100-SUM-LINE-RTN
              THRU S7100-SUM-LINE-EXT

           MOVE '보존-부도사건 직전확정' TO  WK-SUM-DSTIC
           MOVE WK-B110-EVNT-CNT               TO  WK-SUM-CNT
           PERFORM S7100-SUM-LINE-RTN
              THRU S7100-SUM-LINE-EXT

           MOVE '이관 -> THKIPH110'            TO  WK-SUM-DSTIC
           MOVE WK-B110-MOVE-CNT               TO  WK-SUM-CNT
           PERFORM S7100-SUM-LINE-RTN
              THRU S7100-SUM-LINE-EXT

           MOVE 'THKIPB114'                    TO  WK-SUM-TBL-NAME
           MOVE '이관 -> THKIPH114'            TO  WK-SUM-DSTIC
           MOVE WK-B114-MOVE-CNT               TO  WK-SUM-CNT
           PERFORM S7100-SUM-LINE-RTN
              THRU S7100-SUM-LINE-EXT

           MOVE 'THKIPC130'                    TO  WK-SUM-TBL-NAME
           MOVE '대상 기업집단'                TO  WK-SUM-DSTIC
           MOVE WK-FNAF-GROUP-CNT              TO  WK-SUM-CNT
           PERFORM S7100-SUM-LINE-RTN
              THRU S7100-SUM-LINE-EXT

           MOVE '이관 -> THKIPH130'            TO  WK-SUM-DSTIC
           MOVE WK-C130-MOVE-CNT               TO  WK-SUM-CNT
           PERFORM S7100-SUM-LINE-RTN
              THRU S7100-SUM-LINE-EXT

           MOVE 'THKIPC140'                    TO  WK-SUM-TBL-NAME
           MOVE '이관 -> THKIPH140'            TO  WK-SUM-DSTIC
           MOVE WK-C140-MOVE-CNT               TO  WK-SUM-CNT
           PERFORM S7100-SUM-LINE-RTN
              THRU S7100-SUM-LINE-EXT

           MOVE 'THKIPB164'                    TO  WK-SUM-TBL-NAME
           MOVE '삭제-보존기한 경과'           TO  WK-SUM-DSTIC
           MOVE WK-B164-DEL-CNT                TO  WK-SUM-CNT
           PERFORM S7100-SUM-LINE-RTN
              THRU S7100-SUM-LINE-EXT

           MOVE 'THKIPB165'                    TO  WK-SUM-TBL-NAME
           MOVE '삭제-보존기한 경과'           TO  WK-SUM-DSTIC
           MOVE WK-B165-DEL-CNT                TO  WK-SUM-CNT
           PERFORM S7100-SUM-LINE-RTN
              THRU S7100-SUM-LINE-EXT
           .
       S7000-SUMMARY-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@집계라인 출력
      *-----------------------------------------------------------------
       S7100-SUM-LINE-RTN.
           MOVE WK-SUM-LINE TO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S7100-SUM-LINE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@종료처리한다(오류).
      *-----------------------------------------------------------------
       S8000-ERROR-RTN.
      *@1  미완료 이관분 복원
           EXEC SQL ROLLBACK END-EXEC

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
           STRING '** 평가이관 '     WK-B110-MOVE-CNT
                  ' 합산재무이관 '   WK-C130-MOVE-CNT
                  '/'                WK-C140-MOVE-CNT
                  ' 보존자료삭제 '   WK-B164-DEL-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           CLOSE  RPT-OUT-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0067 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* HRZN-YMD           = " WK-HRZN-YMD
           DISPLAY "* B110-READ-CNT      = " WK-B110-READ-CNT
           DISPLAY "* B110-KEEP-STDY-CNT = " WK-B110-STDY-CNT
           DISPLAY "* B110-KEEP-EVNT-CNT = " WK-B110-EVNT-CNT
           DISPLAY "* B110-MOVE-CNT      = " WK-B110-MOVE-CNT
           DISPLAY "* B114-MOVE-CNT      = " WK-B114-MOVE-CNT
           DISPLAY "* C130-MOVE-CNT      = " WK-C130-MOVE-CNT
           DISPLAY "* C140-MOVE-CNT      = " WK-C140-MOVE-CNT
           DISPLAY "* B164-DEL-CNT       = " WK-B164-DEL-CNT
           DISPLAY "* B165-DEL-CNT       = " WK-B165-DEL-CNT
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
           MOVE WK-B110-MOVE-CNT
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
