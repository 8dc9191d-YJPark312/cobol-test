           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0064 (BT 외부 신용사건 수신 후보적재)
      *@처리유형  : BATCH
      *@처리개요  : 외부 부도/당좌거래정지 사건통보 수신파일
      *@            (EVNTFILE)을 검증하여 관계기업(THKIPA110)과
      *@            매칭하고 신용사건 수신후보내역(THKIPB166)에
      *@            적재한다.
      *@            - 법인등록번호로 우선 매칭하고, 없으면
      *@              대표사업자번호로 매칭한다
      *@            - 매칭된 기업집단이 THKIPA111에 등록되어
      *@              있으면 확인대기('1'), 아니면 미매칭('0')
      *@            - 동일업체/사건일/유형이 기수신(확인대기/확정)
      *@              또는 부도사건 등록원장(THKIPB146)에 기등록된
      *@              경우 중복으로 건너뛴다
      *@            - 후보는 DIPA646(04/05/06)에서 확정/기각하며,
      *@              확정분은 당일 야간 BIP0040(EW05) 대상이 된다
      *@            - 미매칭/거절/중복내역은 RPTFILE에 수록
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
       PROGRAM-ID.                     BIP0064.
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
      *@   외부 신용사건 수신파일
           SELECT  EVNT-IN-FILE        ASSIGN  TO  EVNTFILE
                   ORGANIZATION        IS      SEQUENTIAL
                   ACCESS MODE         IS      SEQUENTIAL
                   FILE STATUS         IS      WK-EVNT-FILE-ST.
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
       FD  EVNT-IN-FILE                RECORDING MODE F.
       01  WK-EVNT-REC.
           03  EVNT-RECORD             PIC  X(200).

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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0064'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.

      *-----------------------------------------------------------------
      *@FILE STATUS
      *-----------------------------------------------------------------
       01  WK-FILE-STATUS.
           03  WK-EVNT-FILE-ST         PIC  X(002) VALUE '00'.
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
           03  WK-CAND-CNT             PIC  9(009).
           03  WK-UNMTCH-CNT           PIC  9(009).
           03  WK-DUP-CNT              PIC  9(009).
           03  WK-RJCT-CNT             PIC  9(009).
      *@   일자검증용
           03  WK-CHK-YMD.
               05  WK-CHK-YY           PIC  9(004).
               05  WK-CHK-MM           PIC  9(002).
               05  WK-CHK-DD           PIC  9(002).
           03  WK-CHK-YMD-ERR-YN       PIC  X(001).

      *@  신용사건 수신레코드 전개
       01  WK-EVNT-LINE.
      *@  외부사건식별번호
           03  WK-EL-EVNT-ID           PIC  X(020).
      *@  사건유형코드(01:부도/02:워크아웃/03:법정관리/04:파산
      *@              /05:당좌거래정지/09:기타)
           03  WK-EL-EVNT-TYPE-CD      PIC  X(002).
      *@  사건발생년월일
           03  WK-EL-EVNT-YMD          PIC  X(008).
      *@  법인등록번호
           03  WK-EL-CPRNO             PIC  X(013).
      *@  사업자번호
           03  WK-EL-BZNO              PIC  X(010).
      *@  업체명
           03  WK-EL-ENTP-NAME         PIC  X(050).
      *@  사건통보기관명
           03  WK-EL-INSTT-NAME        PIC  X(030).
           03  FILLER                  PIC  X(067).

      *@  미매칭/거절/중복 명세라인
       01  WK-DTL-LINE.
           03  WK-DTL-TAG              PIC  X(006).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-EVNT-ID          PIC  X(020).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-EVNT-TYPE-CD     PIC  X(002).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-EVNT-YMD         PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-CPRNO            PIC  X(013).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-BZNO             PIC  X(010).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-TEXT             PIC  X(050).
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

      *-----------------------------------------------------------------
      *@테이블(호스트변수)영역
      *-----------------------------------------------------------------
       01  WK-HOST-VARIABLE.
           03  WK-BASE-YMD             PIC  X(008).
           03  WK-RCV-SERNO            PIC S9(007) COMP-3.
      *@   관계기업(THKIPA110) 매칭결과
           03  WK-MTCH-DSTCD           PIC  X(001).
           03  WK-CUST-IDNFR           PIC  X(010).
           03  WK-GROUP-CD             PIC  X(003).
           03  WK-REGI-CD              PIC  X(003).
           03  WK-CAND-STAT-DSTCD      PIC  X(001).
      *@   중복건수
           03  WK-DUP-ROW-CNT          PIC S9(009) COMP.
           03  WK-A111-ROW-CNT         PIC S9(009) COMP.

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
           DISPLAY "* BIP0064 PGM START           *"
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
           OPEN  INPUT   EVNT-IN-FILE
           IF  WK-EVNT-FILE-ST  NOT =  '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "EVNTFILE OPEN 오류 [" WK-EVNT-FILE-ST "]"
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
           STRING '** 외부 신용사건 수신 후보적재내역 '
                  '(수신일 ' WK-BASE-YMD ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@업무처리
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.
      *@1 당일 수신분중 미처리 후보 선삭제(재실행 대비)
           PERFORM S3500-DELETE-TODAY-RTN
              THRU S3500-DELETE-TODAY-EXT

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S4000-EVNT-READ-RTN
              THRU S4000-EVNT-READ-EXT
                   UNTIL WK-SW-EOF = CO-Y
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  당일 수신분중 미매칭/확인대기 후보 선삭제(재실행 대비)
      *@  - 이미 확정/기각된 후보는 보존하며, 재적재시 키중복으로
      *@    건너뛴다
      *-----------------------------------------------------------------
       S3500-DELETE-TODAY-RTN.
           EXEC SQL
           DELETE FROM DB2DBA.THKIPB166
           WHERE  그룹회사코드   = 'KB0'
             AND  수신년월일     = :WK-BASE-YMD
             AND  후보상태구분   IN ('0', '1')
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "KIPB166 DELETE ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 21 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S3500-DELETE-TODAY-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  신용사건 수신자료 판독/검증/매칭/적재
      *-----------------------------------------------------------------
       S4000-EVNT-READ-RTN.
           READ  EVNT-IN-FILE
             AT  END
                 MOVE  CO-Y  TO  WK-SW-EOF
                 GO  TO  S4000-EVNT-READ-EXT
           END-READ

           IF  WK-EVNT-FILE-ST  NOT =  '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "EVNTFILE READ 오류 [" WK-EVNT-FILE-ST "]"
               MOVE 93 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           ADD  1  TO  WK-READ-CNT
           MOVE EVNT-RECORD  TO  WK-EVNT-LINE

      *@  수신일련번호는 수신파일내 순번(재실행시 동일키)
           MOVE WK-READ-CNT  TO  WK-RCV-SERNO

      *#1 사건유형코드 검증
           IF  WK-EL-EVNT-TYPE-CD NOT = '01' AND NOT = '02'
                              AND NOT = '03' AND NOT = '04'
                              AND NOT = '05' AND NOT = '09'
               MOVE '사건유형코드 오류'        TO  WK-DTL-TEXT
               PERFORM S4900-REJECT-RTN
                  THRU S4900-REJECT-EXT
               GO  TO  S4000-EVNT-READ-EXT
           END-IF

      *#1 사건발생년월일 검증
           MOVE WK-EL-EVNT-YMD  TO  WK-CHK-YMD
           PERFORM S4100-YMD-CHECK-RTN
              THRU S4100-YMD-CHECK-EXT
           IF  WK-CHK-YMD-ERR-YN = CO-Y
           OR  WK-EL-EVNT-YMD > WK-BASE-YMD
               MOVE '사건발생년월일 오류'      TO  WK-DTL-TEXT
               PERFORM S4900-REJECT-RTN
                  THRU S4900-REJECT-EXT
               GO  TO  S4000-EVNT-READ-EXT
           END-IF

      *#1 법인등록번호/사업자번호 중 하나는 필수
           IF  WK-EL-CPRNO = SPACE
           AND WK-EL-BZNO  = SPACE
               MOVE '법인등록번호/사업자번호 미입력'
                 TO  WK-DTL-TEXT
               PERFORM S4900-REJECT-RTN
                  THRU S4900-REJECT-EXT
               GO  TO  S4000-EVNT-READ-EXT
           END-IF

      *#1 기수신 후보(확인대기/확정) 중복확인
           PERFORM S4300-DUP-CAND-RTN
              THRU S4300-DUP-CAND-EXT
           IF  WK-DUP-ROW-CNT > ZERO
               MOVE 'DUP   '                   TO  WK-DTL-TAG
               MOVE '기수신 후보와 중복'       TO  WK-DTL-TEXT
               PERFORM S4950-DETAIL-RTN
                  THRU S4950-DETAIL-EXT
               ADD  1  TO  WK-DUP-CNT
               GO  TO  S4000-EVNT-READ-EXT
           END-IF

      *@1 관계기업 매칭
           PERFORM S4200-A110-MAP-RTN
              THRU S4200-A110-MAP-EXT

      *#1 부도사건 등록원장 기등록 중복확인(매칭분)
           IF  WK-MTCH-DSTCD NOT = '0'
               PERFORM S4350-DUP-EVNT-RTN
                  THRU S4350-DUP-EVNT-EXT
               IF  WK-DUP-ROW-CNT > ZERO
                   MOVE 'DUP   '               TO  WK-DTL-TAG
                   MOVE '부도사건 등록원장 기등록'
                     TO  WK-DTL-TEXT
                   PERFORM S4950-DETAIL-RTN
                      THRU S4950-DETAIL-EXT
                   ADD  1  TO  WK-DUP-CNT
                   GO  TO  S4000-EVNT-READ-EXT
               END-IF
           END-IF

      *@1 후보상태 결정(매칭:확인대기 / 미매칭)
           IF  WK-MTCH-DSTCD = '0'
               MOVE '0'  TO  WK-CAND-STAT-DSTCD
           ELSE
               MOVE '1'  TO  WK-CAND-STAT-DSTCD
           END-IF

      *@1 신용사건 수신후보내역 적재
           PERFORM S4400-INSERT-CAND-RTN
              THRU S4400-INSERT-CAND-EXT
           .
       S4000-EVNT-READ-EXT.
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
      *@  관계기업 매칭 - 법인등록번호 우선, 없으면 대표사업자번호.
      *@  매칭된 기업집단이 THKIPA111에 없으면 미매칭('0')
      *-----------------------------------------------------------------
       S4200-A110-MAP-RTN.
           MOVE '0'    TO  WK-MTCH-DSTCD
           MOVE SPACE  TO  WK-CUST-IDNFR
                           WK-GROUP-CD
                           WK-REGI-CD

      *@1 법인등록번호 매칭
           IF  WK-EL-CPRNO NOT = SPACE
               EXEC SQL
               SELECT 심사고객식별자
                     ,기업집단그룹코드
                     ,기업집단등록코드
               INTO   :WK-CUST-IDNFR
                     ,:WK-GROUP-CD
                     ,:WK-REGI-CD
               FROM   DB2DBA.THKIPA110
               WHERE  그룹회사코드   = 'KB0'
                 AND  법인등록번호   = :WK-EL-CPRNO
               FETCH FIRST 1 ROW ONLY
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZEROS
                        MOVE '1'  TO  WK-MTCH-DSTCD
                   WHEN 100
                        CONTINUE
                   WHEN OTHER
                        DISPLAY "KIPA110 SELECT ERROR(CPRNO) "
                                " SQL-ERROR : [" SQLCODE "]"
                        MOVE 22 TO RETURN-CODE
                        PERFORM  S8000-ERROR-RTN
                           THRU  S8000-ERROR-EXT
               END-EVALUATE
           END-IF

      *@1 대표사업자번호 매칭
           IF  WK-MTCH-DSTCD = '0'
           AND WK-EL-BZNO NOT = SPACE
               EXEC SQL
               SELECT 심사고객식별자
                     ,기업집단그룹코드
                     ,기업집단등록코드
               INTO   :WK-CUST-IDNFR
                     ,:WK-GROUP-CD
                     ,:WK-REGI-CD
               FROM   DB2DBA.THKIPA110
               WHERE  그룹회사코드   = 'KB0'
                 AND  대표사업자번호 = :WK-EL-BZNO
               FETCH FIRST 1 ROW ONLY
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZEROS
                        MOVE '2'  TO  WK-MTCH-DSTCD
                   WHEN 100
                        CONTINUE
                   WHEN OTHER
                        DISPLAY "KIPA110 SELECT ERROR(BZNO) "
                                " SQL-ERROR : [" SQLCODE "]"
                        MOVE 22 TO RETURN-CODE
                        PERFORM  S8000-ERROR-RTN
                           THRU  S8000-ERROR-EXT
               END-EVALUATE
           END-IF

           IF  WK-MTCH-DSTCD = '0'
               GO  TO  S4200-A110-MAP-EXT
           END-IF

      *@1 기업집단(THKIPA111) 등록여부 확인
           MOVE ZERO  TO  WK-A111-ROW-CNT
           IF  WK-GROUP-CD NOT = SPACE
               EXEC SQL
               SELECT COUNT(*)
               INTO   :WK-A111-ROW-CNT
               FROM   DB2DBA.THKIPA111
               WHERE  그룹회사코드     = 'KB0'
                 AND  기업집단그룹코드 = :WK-GROUP-CD
                 AND  기업집단등록코드 = :WK-REGI-CD
               END-EXEC

               IF NOT SQLCODE = ZEROS
                  DISPLAY "KIPA111 SELECT ERROR "
                          " SQL-ERROR : [" SQLCODE "]"
                  MOVE 23 TO RETURN-CODE
                  PERFORM  S8000-ERROR-RTN
                     THRU  S8000-ERROR-EXT
               END-IF
           END-IF

           IF  WK-A111-ROW-CNT = ZERO
               MOVE '0'    TO  WK-MTCH-DSTCD
               MOVE SPACE  TO  WK-GROUP-CD
                               WK-REGI-CD
           END-IF
           .
       S4200-A110-MAP-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  기수신 후보 중복확인 - 다른 수신일에 동일 업체/사건일/
      *@  유형으로 확인대기 또는 확정된 후보가 있는지 확인
      *-----------------------------------------------------------------
       S4300-DUP-CAND-RTN.
           MOVE ZERO  TO  WK-DUP-ROW-CNT

           EXEC SQL
           SELECT COUNT(*)
           INTO   :WK-DUP-ROW-CNT
           FROM   DB2DBA.THKIPB166
           WHERE  그룹회사코드     = 'KB0'
             AND  수신년월일      <> :WK-BASE-YMD
             AND  부도사건년월일   = :WK-EL-EVNT-YMD
             AND  부도사건유형코드 = :WK-EL-EVNT-TYPE-CD
             AND  후보상태구분    IN ('1', '2')
             AND  ((법인등록번호   = :WK-EL-CPRNO
                    AND 법인등록번호 <> ' ')
               OR  (사업자번호     = :WK-EL-BZNO
                    AND 사업자번호   <> ' '))
           END-EXEC

           IF NOT SQLCODE = ZEROS
              DISPLAY "KIPB166 SELECT ERROR "
                      " SQL-ERROR : [" SQLCODE "]"
              MOVE 24 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF
           .
       S4300-DUP-CAND-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  부도사건 등록원장 기등록 확인(동일 집단/사건일/유형)
      *-----------------------------------------------------------------
       S4350-DUP-EVNT-RTN.
           MOVE ZERO  TO  WK-DUP-ROW-CNT

           EXEC SQL
           SELECT COUNT(*)
           INTO   :WK-DUP-ROW-CNT
           FROM   DB2DBA.THKIPB146
           WHERE  그룹회사코드     = 'KB0'
             AND  기업집단그룹코드 = :WK-GROUP-CD
             AND  기업집단등록코드 = :WK-REGI-CD
             AND  부도사건년월일   = :WK-EL-EVNT-YMD
             AND  부도사건유형코드 = :WK-EL-EVNT-TYPE-CD
             AND  사용여부         = 'Y'
           END-EXEC

           IF NOT SQLCODE = ZEROS
              DISPLAY "KIPB146 SELECT ERROR "
                      " SQL-ERROR : [" SQLCODE "]"
              MOVE 25 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF
           .
       S4350-DUP-EVNT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  신용사건 수신후보내역 적재
      *@  - 재실행시 기확정/기각 후보는 키중복(-803)으로 건너뛴다
      *-----------------------------------------------------------------
       S4400-INSERT-CAND-RTN.
           EXEC SQL
           INSERT INTO DB2DBA.THKIPB166
                ( 그룹회사코드
                , 수신년월일
                , 수신일련번호
                , 외부사건식별번호
                , 부도사건년월일
                , 부도사건유형코드
                , 법인등록번호
                , 사업자번호
                , 업체명
                , 사건통보기관명
                , 매칭구분
                , 심사고객식별자
                , 기업집단그룹코드
                , 기업집단등록코드
                , 후보상태구분
                , 처리직원번호
                , 처리년월일
                , 기각사유내용
                , 등록부도사건년월일
                , 등록부도사건일련번호
                , 시스템최종처리일시
                , 시스템최종사용자번호 )
           VALUES
                ( 'KB0'
                , :WK-BASE-YMD
                , :WK-RCV-SERNO
                , :WK-EL-EVNT-ID
                , :WK-EL-EVNT-YMD
                , :WK-EL-EVNT-TYPE-CD
                , :WK-EL-CPRNO
                , :WK-EL-BZNO
                , :WK-EL-ENTP-NAME
                , :WK-EL-INSTT-NAME
                , :WK-MTCH-DSTCD
                , :WK-CUST-IDNFR
                , :WK-GROUP-CD
                , :WK-REGI-CD
                , :WK-CAND-STAT-DSTCD
                , ' '
                , ' '
                , ' '
                , ' '
                , 0
                , CURRENT TIMESTAMP
                , :WK-SYSIN-EMP-NO )
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    IF  WK-CAND-STAT-DSTCD = '0'
                        ADD  1  TO  WK-UNMTCH-CNT
                        MOVE 'UNMTCH'          TO  WK-DTL-TAG
                        MOVE '관계기업/기업집단 미매칭'
                          TO  WK-DTL-TEXT
                        PERFORM S4950-DETAIL-RTN
                           THRU S4950-DETAIL-EXT
                    ELSE
                        ADD  1  TO  WK-CAND-CNT
                    END-IF
               WHEN -803
      *             기확정/기각 후보(재실행)는 건너뛴다
                    ADD  1  TO  WK-DUP-CNT
               WHEN OTHER
                    DISPLAY "KIPB166 INSERT ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 26 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S4400-INSERT-CAND-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  거절 명세 수록
      *-----------------------------------------------------------------
       S4900-REJECT-RTN.
           ADD  1  TO  WK-RJCT-CNT

           MOVE 'REJECT'                 TO  WK-DTL-TAG
           PERFORM S4950-DETAIL-RTN
              THRU S4950-DETAIL-EXT
           .
       S4900-REJECT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  명세라인 수록(미매칭/거절/중복)
      *-----------------------------------------------------------------
       S4950-DETAIL-RTN.
           MOVE WK-EL-EVNT-ID            TO  WK-DTL-EVNT-ID
           MOVE WK-EL-EVNT-TYPE-CD       TO  WK-DTL-EVNT-TYPE-CD
           MOVE WK-EL-EVNT-YMD           TO  WK-DTL-EVNT-YMD
           MOVE WK-EL-CPRNO              TO  WK-DTL-CPRNO
           MOVE WK-EL-BZNO               TO  WK-DTL-BZNO

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
       S4950-DETAIL-EXT.
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
                  ' 확인대기 '   WK-CAND-CNT
                  ' 미매칭 '     WK-UNMTCH-CNT
                  ' 중복 '       WK-DUP-CNT
                  ' 거절 '       WK-RJCT-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC

           CLOSE  EVNT-IN-FILE
                  RPT-OUT-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0064 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* READ-CNT           = " WK-READ-CNT
           DISPLAY "* CAND-CNT           = " WK-CAND-CNT
           DISPLAY "* UNMATCH-CNT        = " WK-UNMTCH-CNT
           DISPLAY "* DUP-CNT            = " WK-DUP-CNT
           DISPLAY "* REJECT-CNT         = " WK-RJCT-CNT
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
           COMPUTE BATSTAT-PRCSS-CNT = WK-CAND-CNT + WK-UNMTCH-CNT.

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
