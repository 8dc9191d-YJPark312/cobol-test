           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0061 (BT 외부평가사 기업집단등급 수신적재)
      *@처리유형  : BATCH
      *@처리개요  : 외부평가사(한신평/한기평/NICE) 기업집단등급
      *@            수신파일(AGRDFILE)을 읽어 내부 그룹키로
      *@            변환후 외부평가사 기업집단등급이력(THKIPB160)에
      *@            적재한다.
      *@            - 그룹키 변환
      *@              KS(한신평): 등록코드 'GRS' + 한신평그룹코드
      *@              KR/NI     : 평가사그룹코드 매핑마스터
      *@                          (THKIPA116, BIP0001D 공용)
      *@            - 매핑불가 그룹은 적재하지 않고 건수/명세를
      *@              SYSOUT에 출력한다.
      *@            - 당일 수신분은 선삭제후 적재(재실행 대비)
      *@  SYSIN    : 그룹회사코드/작업일(수신일)/작업자
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
       PROGRAM-ID.                     BIP0061.
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
      *@   외부평가사 기업집단등급 수신파일
           SELECT  IN-FILE             ASSIGN  TO  AGRDFILE
                   ORGANIZATION        IS      SEQUENTIAL
                   ACCESS MODE         IS      SEQUENTIAL
                   FILE STATUS         IS      WK-IN-FILE-ST.
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
      *@   외부평가사 등급 수신레코드(평가사 공통서식)
       FD  IN-FILE                     RECORDING MODE F.
       01  IN-REC.
           03  IN-SOURCE-DSTCD         PIC  X(002).
      *        'KS':한신평  'KR':한기평  'NI':NICE
           03  IN-AGNCY-GROUP-CD       PIC  X(005).
           03  IN-AGNCY-GROUP-NAME     PIC  X(072).
           03  IN-AGNCY-GRD            PIC  X(010).
           03  IN-GRD-VALUA-YMD        PIC  X(008).
           03  IN-FILLER               PIC  X(003).

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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0061'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.
      *@   한신평 그룹 기업집단등록코드
           03  CO-REGI-GRS             PIC  X(003) VALUE 'GRS'.

      *-----------------------------------------------------------------
      *@FILE STATUS
      *-----------------------------------------------------------------
       01  WK-FILE-STATUS.
           03  WK-IN-FILE-ST           PIC  X(002) VALUE '00'.
           03  WK-BATSTAT-FILE-ST      PIC  X(002) VALUE '00'.

      *-----------------------------------------------------------------
      *@WORKING AREA
      *-----------------------------------------------------------------
       01  WK-AREA.
           03  WK-SW-EOF               PIC  X(001).
           03  WK-SW-MAP               PIC  X(001).
           03  WK-BATSTAT-STRT-HMS     PIC  X(006).
           03  WK-BATSTAT-CD           PIC  X(002).
           03  WK-READ-CNT             PIC  9(009).
           03  WK-INSERT-CNT           PIC  9(009).
           03  WK-REJECT-CNT           PIC  9(009).
           03  WK-UNMAP-CNT            PIC  9(009).
           03  WK-DUP-CNT              PIC  9(009).

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
           03  WK-RECV-YMD             PIC  X(008).
           03  WK-EMP-NO               PIC  X(007).
           03  WK-SOURCE-DSTCD         PIC  X(002).
           03  WK-AGNCY-GROUP-CD       PIC  X(005).
           03  WK-AGNCY-GRD            PIC  X(010).
           03  WK-GRD-VALUA-YMD        PIC  X(008).
      *@   변환된 내부 그룹키
           03  WK-MAP-GROUP-CD         PIC  X(003).
           03  WK-MAP-REGI-CD          PIC  X(003).

      * -------------------------------------------
           EXEC SQL INCLUDE SQLCA      END-EXEC.

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

      *@1당일 수신분 선삭제
           PERFORM S2000-DELETE-TODAY-RTN
              THRU S2000-DELETE-TODAY-EXT

      *@1업무프로세스　처리한다．
           PERFORM S3000-PROCESS-RTN
              THRU S3000-PROCESS-EXT
                   UNTIL WK-SW-EOF = CO-Y

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
           MOVE CO-N         TO  WK-SW-EOF

      *@1 배치진행정보 시작시각 기록
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-BATSTAT-STRT-HMS

           ACCEPT  WK-SYSIN  FROM    SYSIN

           DISPLAY "*-----------------------------*"
           DISPLAY "* BIP0061 PGM START           *"
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

           MOVE WK-SYSIN-WORK-BSD  TO  WK-RECV-YMD
           MOVE WK-SYSIN-EMP-NO    TO  WK-EMP-NO

      *@1 수신파일 OPEN
           OPEN INPUT IN-FILE
           IF  WK-IN-FILE-ST NOT = '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "AGRDFILE OPEN 오류 [" WK-IN-FILE-ST "]"
               MOVE 91 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

      *@1  선행읽기
           PERFORM S3100-READ-IN-RTN
              THRU S3100-READ-IN-EXT
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  당일 수신적재분 선삭제(재실행 대비)
      *-----------------------------------------------------------------
       S2000-DELETE-TODAY-RTN.
           EXEC SQL
           DELETE FROM DB2DBA.THKIPB160
           WHERE  그룹회사코드   = 'KB0'
             AND  수신년월일     = :WK-RECV-YMD
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "KIPB160 DELETE ERROR SQLCODE=["
                            SQLCODE "]"
                    MOVE 21 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S2000-DELETE-TODAY-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@업무처리 - 건별 검증/그룹키 변환후 적재
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.
      *@1 입력값 검증 - 출처/그룹코드/등급/평가일 필수
           IF  (IN-SOURCE-DSTCD NOT = 'KS' AND 'KR' AND 'NI')
           OR   IN-AGNCY-GROUP-CD = SPACE
           OR   IN-AGNCY-GRD      = SPACE
           OR   IN-GRD-VALUA-YMD IS NOT NUMERIC
               ADD 1 TO WK-REJECT-CNT
               GO TO S3000-PROCESS-NEXT
           END-IF

           MOVE IN-SOURCE-DSTCD         TO  WK-SOURCE-DSTCD
           MOVE IN-AGNCY-GROUP-CD       TO  WK-AGNCY-GROUP-CD
           MOVE IN-AGNCY-GRD            TO  WK-AGNCY-GRD
           MOVE IN-GRD-VALUA-YMD        TO  WK-GRD-VALUA-YMD

      *@1 내부 그룹키 변환
           PERFORM S3300-MAP-GROUP-RTN
              THRU S3300-MAP-GROUP-EXT

           IF  WK-SW-MAP = CO-N
               ADD 1 TO WK-UNMAP-CNT
               DISPLAY "* 그룹키 매핑불가 : " WK-SOURCE-DSTCD
                       " " WK-AGNCY-GROUP-CD
                       " " IN-AGNCY-GROUP-NAME(1:40)
               GO TO S3000-PROCESS-NEXT
           END-IF

           PERFORM S3200-INSERT-B160-RTN
              THRU S3200-INSERT-B160-EXT
           .
       S3000-PROCESS-NEXT.
           PERFORM S3100-READ-IN-RTN
              THRU S3100-READ-IN-EXT
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  수신파일 READ
      *-----------------------------------------------------------------
       S3100-READ-IN-RTN.
           READ IN-FILE
               AT END
                   MOVE CO-Y TO WK-SW-EOF
               NOT AT END
                   ADD 1 TO WK-READ-CNT
           END-READ

           IF  WK-IN-FILE-ST NOT = '00' AND '10'
               DISPLAY "AGRDFILE READ 오류 [" WK-IN-FILE-ST "]"
               MOVE 92 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF
           .
       S3100-READ-IN-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  외부평가사 기업집단등급이력(THKIPB160) 적재
      *-----------------------------------------------------------------
       S3200-INSERT-B160-RTN.
           EXEC SQL
           INSERT INTO DB2DBA.THKIPB160
                ( 그룹회사코드
                , 평가사출처구분
                , 기업집단그룹코드
                , 기업집단등록코드
                , 등급평가년월일
                , 평가사그룹코드
                , 평가사등급
                , 수신년월일
                , 등록직원번호
                , 시스템최종처리일시
                , 시스템최종사용자번호 )
           VALUES
                ( 'KB0'
                , :WK-SOURCE-DSTCD
                , :WK-MAP-GROUP-CD
                , :WK-MAP-REGI-CD
                , :WK-GRD-VALUA-YMD
                , :WK-AGNCY-GROUP-CD
                , :WK-AGNCY-GRD
                , :WK-RECV-YMD
                , :WK-EMP-NO
                , CURRENT TIMESTAMP
                , :WK-EMP-NO )
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    ADD 1 TO WK-INSERT-CNT
               WHEN -803
      *             동일 평가일 등급 기수신분은 건너뛴다
                    ADD 1 TO WK-DUP-CNT
               WHEN OTHER
                    DISPLAY "KIPB160 INSERT ERROR SQLCODE=["
                            SQLCODE "]"
                    MOVE 22 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S3200-INSERT-B160-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  평가사 그룹코드 -> 내부 그룹키(등록코드+그룹코드) 변환
      *@  KS: 'GRS'+한신평그룹코드, KR/NI: THKIPA116 매핑
      *-----------------------------------------------------------------
       S3300-MAP-GROUP-RTN.
           MOVE CO-N                     TO  WK-SW-MAP
           MOVE SPACE                    TO  WK-MAP-GROUP-CD
                                             WK-MAP-REGI-CD

           IF  WK-SOURCE-DSTCD = 'KS'
               MOVE CO-REGI-GRS          TO  WK-MAP-REGI-CD
               MOVE WK-AGNCY-GROUP-CD(1:3)
                                         TO  WK-MAP-GROUP-CD
           ELSE
               EXEC SQL
               SELECT A116.기업집단등록코드
                     ,A116.기업집단그룹코드
                 INTO :WK-MAP-REGI-CD
                     ,:WK-MAP-GROUP-CD
                 FROM DB2DBA.THKIPA116 A116
                WHERE A116.그룹회사코드   = 'KB0'
                  AND A116.평가사출처구분 = :WK-SOURCE-DSTCD
                  AND A116.평가사그룹코드 = :WK-AGNCY-GROUP-CD
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZEROS
                        CONTINUE
                   WHEN 100
                        GO TO S3300-MAP-GROUP-EXT
                   WHEN OTHER
                        DISPLAY "KIPA116 SELECT ERROR SQLCODE=["
                                SQLCODE "]"
                        MOVE 23 TO RETURN-CODE
                        PERFORM  S8000-ERROR-RTN
                           THRU  S8000-ERROR-EXT
               END-EVALUATE
           END-IF

      *@1 내부 기업집단(THKIPA111) 등록여부 확인
           EXEC SQL
           SELECT 'Y'
             INTO :WK-SW-MAP
             FROM DB2DBA.THKIPA111
            WHERE 그룹회사코드     = 'KB0'
              AND 기업집단등록코드 = :WK-MAP-REGI-CD
              AND 기업집단그룹코드 = :WK-MAP-GROUP-CD
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN 100
                    MOVE CO-N            TO  WK-SW-MAP
               WHEN OTHER
                    DISPLAY "KIPA111 SELECT ERROR SQLCODE=["
                            SQLCODE "]"
                    MOVE 24 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S3300-MAP-GROUP-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@종료처리한다(오류).
      *-----------------------------------------------------------------
       S8000-ERROR-RTN.
           CLOSE IN-FILE

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
           CLOSE IN-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0061 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* READ-CNT           = " WK-READ-CNT
           DISPLAY "* INSERT-CNT         = " WK-INSERT-CNT
           DISPLAY "* DUPLICATE-CNT      = " WK-DUP-CNT
           DISPLAY "* UNMAPPED-CNT       = " WK-UNMAP-CNT
           DISPLAY "* REJECT-CNT         = " WK-REJECT-CNT
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
           MOVE WK-INSERT-CNT
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
