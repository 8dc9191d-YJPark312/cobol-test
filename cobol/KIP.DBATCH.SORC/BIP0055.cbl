           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0055 (BT 계열사 상호채무보증 공시자료 적재)
      *@처리유형  : BATCH
      *@처리개요  : 공정위 공시 상호채무보증 현황(DSCLFILE)을
      *@            검증하여 상호채무보증등록원장(THKIPB151)에
      *@            적재한다(보증등록원천구분 '2').
      *@            - 보증제공처 사업자번호는 관계기업(THKIPA110)
      *@              대표사업자번호로 심사고객식별자 변환, 미등록시
      *@              거절
      *@            - 피보증처가 관계기업이면 심사고객식별자('1'),
      *@              아니면 사업자번호('2':집단외)로 적재
      *@            - 동일키 기등록시 보증금액/만기/공시접수번호
      *@              갱신
      *@            - 거절내역은 RPTFILE에 수록
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
       PROGRAM-ID.                     BIP0055.
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
      *@   상호채무보증 공시자료 입력파일
           SELECT  DSCL-IN-FILE        ASSIGN  TO  DSCLFILE
                   ORGANIZATION        IS      SEQUENTIAL
                   ACCESS MODE         IS      SEQUENTIAL
                   FILE STATUS         IS      WK-DSCL-FILE-ST.
      *@   적재결과 보고서파일
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
       FD  DSCL-IN-FILE                RECORDING MODE F.
       01  WK-DSCL-REC.
           03  DSCL-RECORD             PIC  X(150).

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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0055'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.

      *-----------------------------------------------------------------
      *@FILE STATUS
      *-----------------------------------------------------------------
       01  WK-FILE-STATUS.
           03  WK-DSCL-FILE-ST         PIC  X(002) VALUE '00'.
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
           03  WK-INS-CNT              PIC  9(009).
           03  WK-UPD-CNT              PIC  9(009).
           03  WK-RJCT-CNT             PIC  9(009).
           03  WK-OUTGRP-CNT           PIC  9(009).
      *@   일자검증용
           03  WK-CHK-YMD.
               05  WK-CHK-YY           PIC  9(004).
               05  WK-CHK-MM           PIC  9(002).
               05  WK-CHK-DD           PIC  9(002).
           03  WK-CHK-YMD-ERR-YN       PIC  X(001).

      *@  공시자료 입력레코드 전개
       01  WK-DSCL-LINE.
      *@  공시접수번호
           03  WK-DL-RCPT-NO           PIC  X(014).
      *@  보증제공처 사업자번호
           03  WK-DL-GRNTR-BZNO        PIC  X(010).
      *@  피보증처 사업자번호
           03  WK-DL-GRNTE-BZNO        PIC  X(010).
      *@  피보증처 업체명
           03  WK-DL-GRNTE-NAME        PIC  X(050).
      *@  보증금액
           03  WK-DL-GRNT-AMT          PIC  9(015).
      *@  보증개시년월일/보증만기년월일
           03  WK-DL-STRT-YMD          PIC  X(008).
           03  WK-DL-END-YMD           PIC  X(008).
           03  FILLER                  PIC  X(035).

      *@  거절 명세라인
       01  WK-DTL-LINE.
           03  WK-DTL-TAG              PIC  X(006).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-RCPT-NO          PIC  X(014).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-GRNTR-BZNO       PIC  X(010).
           03  FILLER                  PIC  X(002) VALUE ' >'.
           03  WK-DTL-GRNTE-BZNO       PIC  X(010).
           03  FILLER                  PIC  X(002) VALUE SPACE.
           03  WK-DTL-TEXT             PIC  X(050).
           03  FILLER                  PIC  X(035) VALUE SPACE.

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
      *@   관계기업(THKIPA110) 식별자 변환
           03  WK-BZNO                 PIC  X(010).
           03  WK-CUST-IDNFR           PIC  X(010).
      *@   상호채무보증등록원장(THKIPB151)
           03  WK-GRNTR-CUST-IDNFR     PIC  X(010).
           03  WK-GRNTE-CUST-IDNFR     PIC  X(010).
           03  WK-GRNTE-IDNFR-DSTCD    PIC  X(001).
           03  WK-GRNT-AMT             PIC S9(015) COMP-3.

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
           DISPLAY "* BIP0055 PGM START           *"
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

      *@1 파일 OPEN
           OPEN  INPUT   DSCL-IN-FILE
           IF  WK-DSCL-FILE-ST  NOT =  '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "DSCLFILE OPEN 오류 [" WK-DSCL-FILE-ST "]"
               MOVE 91 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           OPEN  OUTPUT  RPT-OUT-FILE
           IF  WK-RPT-FILE-ST  NOT =  '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "RPTFILE OPEN 오류 [" WK-RPT-FILE-ST "]"
               MOVE 92 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE SPACE TO RPT-RECORD
           STRING '** 상호채무보증 공시자료 적재내역 '
                  '(적재일 ' WK-BASE-YMD ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@업무처리
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.
           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S4000-DSCL-READ-RTN
              THRU S4000-DSCL-READ-EXT
                   UNTIL WK-SW-EOF = CO-Y
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  공시자료 판독/검증/적재
      *-----------------------------------------------------------------
       S4000-DSCL-READ-RTN.
           READ  DSCL-IN-FILE
             AT  END
                 MOVE  CO-Y  TO  WK-SW-EOF
                 GO  TO  S4000-DSCL-READ-EXT
           END-READ

           IF  WK-DSCL-FILE-ST  NOT =  '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "DSCLFILE READ 오류 [" WK-DSCL-FILE-ST "]"
               MOVE 93 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           ADD  1  TO  WK-READ-CNT
           MOVE DSCL-RECORD  TO  WK-DSCL-LINE

      *#1 보증금액 숫자여부
           IF  WK-DL-GRNT-AMT IS NOT NUMERIC
           OR  WK-DL-GRNT-AMT = ZEROS
               MOVE '보증금액 오류'            TO  WK-DTL-TEXT
               PERFORM S4900-REJECT-RTN
                  THRU S4900-REJECT-EXT
               GO  TO  S4000-DSCL-READ-EXT
           END-IF

      *#1 보증개시/만기년월일 검증
           MOVE WK-DL-STRT-YMD  TO  WK-CHK-YMD
           PERFORM S4100-YMD-CHECK-RTN
              THRU S4100-YMD-CHECK-EXT
           IF  WK-CHK-YMD-ERR-YN = CO-N
               MOVE WK-DL-END-YMD   TO  WK-CHK-YMD
               PERFORM S4100-YMD-CHECK-RTN
                  THRU S4100-YMD-CHECK-EXT
           END-IF
           IF  WK-CHK-YMD-ERR-YN = CO-Y
           OR  WK-DL-END-YMD < WK-DL-STRT-YMD
               MOVE '보증개시/만기년월일 오류'
                 TO  WK-DTL-TEXT
               PERFORM S4900-REJECT-RTN
                  THRU S4900-REJECT-EXT
               GO  TO  S4000-DSCL-READ-EXT
           END-IF

      *@1 보증제공처 심사고객식별자 변환(관계기업 필수)
           MOVE WK-DL-GRNTR-BZNO  TO  WK-BZNO
           PERFORM S4200-A110-MAP-RTN
              THRU S4200-A110-MAP-EXT
           IF  WK-CUST-IDNFR = SPACE
               MOVE '보증제공처 관계기업 미등록'
                 TO  WK-DTL-TEXT
               PERFORM S4900-REJECT-RTN
                  THRU S4900-REJECT-EXT
               GO  TO  S4000-DSCL-READ-EXT
           END-IF
           MOVE WK-CUST-IDNFR     TO  WK-GRNTR-CUST-IDNFR

      *@1 피보증처 식별자 변환(관계기업외는 사업자번호로 적재)
           MOVE WK-DL-GRNTE-BZNO  TO  WK-BZNO
           PERFORM S4200-A110-MAP-RTN
              THRU S4200-A110-MAP-EXT
           IF  WK-CUST-IDNFR = SPACE
               MOVE WK-DL-GRNTE-BZNO  TO  WK-GRNTE-CUST-IDNFR
               MOVE '2'               TO  WK-GRNTE-IDNFR-DSTCD
               ADD  1                 TO  WK-OUTGRP-CNT
           ELSE
               MOVE WK-CUST-IDNFR     TO  WK-GRNTE-CUST-IDNFR
               MOVE '1'               TO  WK-GRNTE-IDNFR-DSTCD
           END-IF

      *#1 자기보증 불가
           IF  WK-GRNTR-CUST-IDNFR = WK-GRNTE-CUST-IDNFR
               MOVE '보증제공처/피보증처 동일'
                 TO  WK-DTL-TEXT
               PERFORM S4900-REJECT-RTN
                  THRU S4900-REJECT-EXT
               GO  TO  S4000-DSCL-READ-EXT
           END-IF

           MOVE WK-DL-GRNT-AMT    TO  WK-GRNT-AMT

      *@1 상호채무보증등록원장 적재
           PERFORM S4300-INSERT-GRNT-RTN
              THRU S4300-INSERT-GRNT-EXT
           .
       S4000-DSCL-READ-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  년월일 형식검증(숫자/월/일 범위)
      *-----------------------------------------------------------------
       S4100-YMD-CHECK-RTN.
           MOVE CO-N  TO  WK-CHK-YMD-ERR-YN

           IF  WK-CHK-YMD IS NOT NUMERIC
               MOVE CO-Y  TO  WK-CHK-YMD-ERR-YN
               GO  TO  S4100-YMD-CHECK-EXT
           END-IF

           IF  WK-CHK-YY < 1900
           OR  WK-CHK-MM < 1  OR  WK-CHK-MM > 12
           OR  WK-CHK-DD < 1  OR  WK-CHK-DD > 31
               MOVE CO-Y  TO  WK-CHK-YMD-ERR-YN
           END-IF
           .
       S4100-YMD-CHECK-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  대표사업자번호 → 관계기업 심사고객식별자 변환
      *-----------------------------------------------------------------
       S4200-A110-MAP-RTN.
           MOVE SPACE  TO  WK-CUST-IDNFR

           EXEC SQL
           SELECT 심사고객식별자
           INTO   :WK-CUST-IDNFR
           FROM   DB2DBA.THKIPA110
           WHERE  그룹회사코드   = 'KB0'
             AND  대표사업자번호 = :WK-BZNO
           FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN 100
                    MOVE SPACE  TO  WK-CUST-IDNFR
               WHEN OTHER
                    DISPLAY "KIPA110 SELECT ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 21 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S4200-A110-MAP-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  상호채무보증등록원장 적재(기등록시 갱신)
      *-----------------------------------------------------------------
       S4300-INSERT-GRNT-RTN.
           EXEC SQL
           INSERT INTO DB2DBA.THKIPB151
                ( 그룹회사코드
                , 보증제공심사고객식별자
                , 피보증고객식별자
                , 보증개시년월일
                , 피보증고객식별구분
                , 피보증업체명
                , 보증금액
                , 보증만기년월일
                , 보증등록원천구분
                , 공시접수번호
                , 등록직원번호
                , 등록년월일
                , 사용여부
                , 시스템최종처리일시
                , 시스템최종사용자번호 )
           VALUES
                ( 'KB0'
                , :WK-GRNTR-CUST-IDNFR
                , :WK-GRNTE-CUST-IDNFR
                , :WK-DL-STRT-YMD
                , :WK-GRNTE-IDNFR-DSTCD
                , :WK-DL-GRNTE-NAME
                , :WK-GRNT-AMT
                , :WK-DL-END-YMD
                , '2'
                , :WK-DL-RCPT-NO
                , :WK-SYSIN-EMP-NO
                , :WK-BASE-YMD
                , 'Y'
                , CURRENT TIMESTAMP
                , :WK-SYSIN-EMP-NO )
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    ADD 1 TO WK-INS-CNT
               WHEN -803
                    PERFORM S4400-UPDATE-GRNT-RTN
                       THRU S4400-UPDATE-GRNT-EXT
               WHEN OTHER
                    DISPLAY "KIPB151 INSERT ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 22 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S4300-INSERT-GRNT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  기등록 보증 갱신(보증금액/만기/공시접수번호)
      *-----------------------------------------------------------------
       S4400-UPDATE-GRNT-RTN.
           EXEC SQL
           UPDATE DB2DBA.THKIPB151
           SET    보증금액         = :WK-GRNT-AMT
                , 보증만기년월일   = :WK-DL-END-YMD
                , 공시접수번호     = :WK-DL-RCPT-NO
                , 피보증업체명     = :WK-DL-GRNTE-NAME
                , 사용여부         = 'Y'
                , 시스템최종처리일시   = CURRENT TIMESTAMP
                , 시스템최종사용자번호 = :WK-SYSIN-EMP-NO
           WHERE  그룹회사코드     = 'KB0'
             AND  보증제공심사고객식별자
                                   = :WK-GRNTR-CUST-IDNFR
             AND  피보증고객식별자 = :WK-GRNTE-CUST-IDNFR
             AND  보증개시년월일   = :WK-DL-STRT-YMD
           END-EXEC

           IF NOT SQLCODE = ZEROS
              DISPLAY "KIPB151 UPDATE ERROR "
                      " SQL-ERROR : [" SQLCODE "]"
              MOVE 23 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           ADD 1 TO WK-UPD-CNT
           .
       S4400-UPDATE-GRNT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  거절 명세 수록
      *-----------------------------------------------------------------
       S4900-REJECT-RTN.
           ADD  1  TO  WK-RJCT-CNT

           MOVE 'REJECT'                 TO  WK-DTL-TAG
           MOVE WK-DL-RCPT-NO            TO  WK-DTL-RCPT-NO
           MOVE WK-DL-GRNTR-BZNO         TO  WK-DTL-GRNTR-BZNO
           MOVE WK-DL-GRNTE-BZNO         TO  WK-DTL-GRNTE-BZNO

           MOVE WK-DTL-LINE              TO  RPT-RECORD
           WRITE WK-RPT-REC
           IF  WK-RPT-FILE-ST NOT = '00'
               DISPLAY "RPTFILE WRITE 오류 [" WK-RPT-FILE-ST "]"
               MOVE 94 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           MOVE SPACE  TO  WK-DTL-TEXT
           .
       S4900-REJECT-EXT.
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
           STRING '** 판독 '     WK-READ-CNT
                  ' 신규 '       WK-INS-CNT
                  ' 갱신 '       WK-UPD-CNT
                  ' 거절 '       WK-RJCT-CNT
                  ' 집단외피보증 ' WK-OUTGRP-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC

           CLOSE  DSCL-IN-FILE
                  RPT-OUT-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0055 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* READ-CNT           = " WK-READ-CNT
           DISPLAY "* INSERT-CNT         = " WK-INS-CNT
           DISPLAY "* UPDATE-CNT         = " WK-UPD-CNT
           DISPLAY "* REJECT-CNT         = " WK-RJCT-CNT
           DISPLAY "* OUT-GROUP-CNT      = " WK-OUTGRP-CNT
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
           COMPUTE BATSTAT-PRCSS-CNT = WK-INS-CNT + WK-UPD-CNT.

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
