           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0063 (BT 기업집단별 예금집중 현황)
      *@처리유형  : BATCH
      *@처리개요  : 수신 계좌원장(ACCTMST)의 예금잔액을 최종
      *@            기업집단코드 전량추출(EXTFULL, BIP0034)로
      *@            기업집단에 연결하여 월간 집계하고 RPTFILE에
      *@            수록한다.
      *@            1. 전체 예금잔액(원화환산) 산출 - 분모
      *@            2. 추출고객별 계좌(ACCTMST 고객번호 보조키)를
      *@               읽어 기업집단 x 계좌유형 x 통화별로
      *@               THKIPB163(월간 예금집중 집계)에 누적
      *@            3. 기업집단별 예금합계 순(비중 내림차순)으로
      *@               여신소진/한도(THKIPL011 최종)와 함께 수록,
      *@               비중이 집중기준(SYSIN, 기본 2.00%) 이상인
      *@               집단은 '*집중' 표시
      *@            - 예금계좌 : 해지(C)/예금담보대출(LN) 제외,
      *@                         잔액 > 0, 주명의인 기준
      *@            - 외화예금 : 고시환율(FXRATE) 기준일 이전
      *@                         최종 매매기준율로 원화환산
      *@            - 당월 집계분은 선삭제후 적재(재실행 대비)
      *@  SYSIN    : 그룹회사코드/작업일/작업자/집중기준비중
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
       PROGRAM-ID.                     BIP0063.
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
      *@   최종 기업집단코드 전량추출(BIP0034 EXTFULL)
           SELECT  EXT-FULL-FILE       ASSIGN  TO  EXTFULL
                   ORGANIZATION        IS      SEQUENTIAL
                   ACCESS MODE         IS      SEQUENTIAL
                   FILE STATUS         IS      WK-FULL-FILE-ST.
      *@   수신 계좌원장 - 계좌번호 KEY, 고객번호 보조KEY
           SELECT  ACCT-MST-FILE       ASSIGN  TO  ACCTMST
                   ORGANIZATION        IS      INDEXED
                   ACCESS MODE         IS      DYNAMIC
                   RECORD KEY          IS      ACM-ACCOUNT-NO
                   ALTERNATE RECORD KEY IS     ACM-CUSTOMER-ID
                                       WITH DUPLICATES
                   FILE STATUS         IS      WK-ACCT-FILE-ST.
      *@   고시환율(FXRATE) - 통화쌍+고시일 KEY
           SELECT  FXRATE-FILE         ASSIGN  TO  FXRATE
                   ORGANIZATION        IS      INDEXED
                   ACCESS MODE         IS      DYNAMIC
                   RECORD KEY          IS      FXR-KEY
                   FILE STATUS         IS      WK-FXRATE-FILE-ST.
      *@   기업집단별 예금집중 현황 보고서파일
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
      *    최종 기업집단코드 추출 - DT(건별)/TR(트레일러)
       FD  EXT-FULL-FILE               RECORDING MODE F.
       01  EXT-FULL-REC.
           03  EXT-REC-TYPE            PIC  X(002).
           03  EXT-CUST-IDNFR          PIC  X(010).
           03  EXT-GROUP-CD            PIC  X(003).
           03  EXT-REGI-CD             PIC  X(003).
           03  EXT-RSLTN-BASIS         PIC  X(001).
           03  EXT-EFF-YMD             PIC  X(008).
           03  EXT-CNT                 PIC  9(009).
           03  EXT-HASH                PIC  9(015).
           03  FILLER                  PIC  X(029).

      *    수신 계좌원장(200 BYTE) - 예금집중 집계 사용항목
       FD  ACCT-MST-FILE.
       01  ACCT-MST-REC.
           03  ACM-ACCOUNT-NO          PIC  X(012).
           03  ACM-CUSTOMER-ID         PIC  X(010).
           03  ACM-CUSTOMER-ID-2       PIC  X(010).
           03  ACM-ACCOUNT-TYPE        PIC  X(002).
           03  ACM-BALANCE             PIC S9(013)V9(002) COMP-3.
           03  ACM-OPEN-DATE           PIC  X(008).
           03  ACM-CLOSE-DATE          PIC  X(008).
           03  ACM-STATUS              PIC  X(001).
           03  ACM-INTEREST-RATE       PIC S9(003)V9(004) COMP-3.
           03  ACM-LAST-TXN-DATE       PIC  X(008).
           03  ACM-OVERDRAFT-LIMIT     PIC S9(009)V9(002) COMP-3.
           03  ACM-BRANCH-CODE         PIC  X(004).
           03  ACM-CURRENCY-CODE       PIC  X(003).
           03  FILLER                  PIC  X(116).

      *    고시환율(FXRATE) - 기준통화/상대통화(KRW)/고시일
       FD  FXRATE-FILE.
       01  FXRATE-REC.
           03  FXR-KEY.
               05  FXR-BASE-CCY        PIC  X(003).
               05  FXR-QUOTE-CCY       PIC  X(003).
               05  FXR-EFF-YMD         PIC  X(008).
           03  FXR-BUY-RATE            PIC S9(007)V9(006) COMP-3.
           03  FXR-SELL-RATE           PIC S9(007)V9(006) COMP-3.
           03  FXR-MID-RATE            PIC S9(007)V9(006) COMP-3.
           03  FXR-CASH-BUY-RATE       PIC S9(007)V9(006) COMP-3.
           03  FXR-CASH-SELL-RATE      PIC S9(007)V9(006) COMP-3.
           03  FILLER                  PIC  X(011).

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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0063'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.
           03  CO-KRW                  PIC  X(003) VALUE 'KRW'.
      *@   집중기준 예금비중(%, SYSIN 미지정시)
           03  CO-CNCT-RATO            PIC  9(003)V9(002) VALUE 2.00.

      *-----------------------------------------------------------------
      *@FILE STATUS
      *-----------------------------------------------------------------
       01  WK-FILE-STATUS.
           03  WK-FULL-FILE-ST         PIC  X(002) VALUE '00'.
           03  WK-ACCT-FILE-ST         PIC  X(002) VALUE '00'.
           03  WK-FXRATE-FILE-ST       PIC  X(002) VALUE '00'.
           03  WK-RPT-FILE-ST          PIC  X(002) VALUE '00'.
           03  WK-BATSTAT-FILE-ST      PIC  X(002) VALUE '00'.

      *-----------------------------------------------------------------
      *@WORKING AREA
      *-----------------------------------------------------------------
       01  WK-AREA.
           03  WK-SW-EOF               PIC  X(001).
           03  WK-SW-ACCT-EOF          PIC  X(001).
           03  WK-SW-DPST              PIC  X(001).
           03  WK-BATSTAT-STRT-HMS     PIC  X(006).
           03  WK-BATSTAT-CD           PIC  X(002).
           03  WK-ACCT-READ-CNT        PIC  9(009).
           03  WK-DPST-ACCT-CNT        PIC  9(009).
           03  WK-EXT-READ-CNT         PIC  9(009).
           03  WK-LINK-CUST-CNT        PIC  9(009).
           03  WK-LINK-ACCT-CNT        PIC  9(009).
           03  WK-GROUP-CNT            PIC  9(009).
           03  WK-CNCT-CNT             PIC  9(009).
           03  WK-FX-MISS-CNT          PIC  9(009).
      *@   집중기준 비중
           03  WK-CNCT-RATO            PIC  9(003)V9(002).
           03  WK-CNCT-RATO-ED         PIC  ZZ9.99.
      *@   예금잔액(원화환산) 합계 - 전체/기업집단연결분
           03  WK-TOT-DPST-AMT         PIC  9(017).
           03  WK-LINK-DPST-AMT        PIC  9(017).
           03  WK-KRW-AMT              PIC  9(015).
      *@   기업집단 비중/예금대비여신
           03  WK-SHARE-RATO           PIC  9(003)V9(002).
           03  WK-DPST-EXPSR-RATO      PIC  9(005)V9(002).
      *@   보고서 집단 BREAK
           03  WK-PREV-GROUP-CD        PIC  X(003).
           03  WK-PREV-REGI-CD         PIC  X(003).

      *@  통화별 적용환율(최초 사용시 FXRATE 조회)
       01  WK-FX-AREA.
           03  WK-FX-TBL-CNT           PIC S9(004) COMP.
           03  WK-FX-IX                PIC S9(004) COMP.
           03  WK-FX-TBL               OCCURS 20.
               05  WK-FX-TBL-CCY       PIC  X(003).
               05  WK-FX-TBL-RATE      PIC S9(007)V9(006) COMP-3.
               05  WK-FX-TBL-YN        PIC  X(001).
           03  WK-FX-RATE              PIC S9(007)V9(006) COMP-3.
           03  WK-FX-RATE-YN           PIC  X(001).
           03  WK-FX-FOUND-YN          PIC  X(001).
           03  WK-FX-EOF-YN            PIC  X(001).
           03  WK-FXRATE-OPEN-YN       PIC  X(001).

      *@  기업집단 명세라인
       01  WK-GRP-LINE.
           03  WK-GRP-RANK             PIC  ZZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GRP-GROUP-CD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-GRP-REGI-CD          PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GRP-GROUP-NAME       PIC  X(030).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GRP-DPST-AMT         PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GRP-SHARE-RATO       PIC  ZZ9.99.
           03  FILLER                  PIC  X(001) VALUE '%'.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GRP-EXPSR-AMT        PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GRP-LIMIT-AMT        PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GRP-DPST-EXPSR-RATO  PIC  ZZZ9.99.
           03  FILLER                  PIC  X(001) VALUE '%'.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-GRP-CNCT-MARK        PIC  X(007).
           03  FILLER                  PIC  X(011) VALUE SPACE.

      *@  계좌유형 x 통화별 명세라인
       01  WK-DTL-LINE.
           03  FILLER                  PIC  X(014) VALUE SPACE.
           03  WK-DTL-ACCT-TYPE        PIC  X(002).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-CRNCY-CD         PIC  X(003).
           03  FILLER                  PIC  X(008) VALUE ' 계좌 '.
           03  WK-DTL-ACCT-CNT         PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(008) VALUE ' 잔액 '.
           03  WK-DTL-BAL-AMT          PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(014)
                                       VALUE ' 원화환산 '.
           03  WK-DTL-KRW-AMT          PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(037) VALUE SPACE.

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
      *@집중기준 예금비중(9(3)V9(2), 예:00200=2.00%)
           03  WK-SYSIN-CNCT-RATO      PIC  X(005).
           03  WK-SYSIN-CNCT-RATO-N    REDEFINES
               WK-SYSIN-CNCT-RATO      PIC  9(003)V9(002).
           03  WK-FILLER               PIC  X(001).

      *-----------------------------------------------------------------
      *@테이블(호스트변수)영역
      *-----------------------------------------------------------------
       01  WK-HOST-VARIABLE.
           03  WK-BASE-YMD             PIC  X(008).
           03  WK-BASE-YM              PIC  X(006).
           03  WK-EMP-NO               PIC  X(007).
      *@   예금집중 집계 KEY/누적값
           03  WK-CORP-CLCT-GROUP-CD   PIC  X(003).
           03  WK-CORP-CLCT-REGI-CD    PIC  X(003).
           03  WK-ACCT-TYPE            PIC  X(002).
           03  WK-CRNCY-CD             PIC  X(003).
           03  WK-DPST-BAL-AMT         PIC S9(015)V9(002) COMP-3.
           03  WK-DPST-KRW-AMT         PIC S9(015) COMP-3.
      *@   보고서 조회항목
           03  WK-CORP-CLCT-NAME       PIC  X(072).
           03  WK-GROUP-KRW-AMT        PIC S9(017) COMP-3.
           03  WK-ACCT-CNT             PIC S9(009) COMP-3.
           03  WK-EXPSR-AMT            PIC S9(015) COMP-3.
           03  WK-LIMIT-AMT            PIC S9(015) COMP-3.

      * -------------------------------------------
           EXEC SQL INCLUDE SQLCA      END-EXEC.

      ******************************************************************
      * SQL CURSOR DECLARE                                             *
      ******************************************************************
      *@  당월 예금집중 집계 - 기업집단 예금합계 내림차순,
      *@  집단명(THKIPA111)/최종 여신소진.한도(THKIPL011) 결합
           EXEC SQL
           DECLARE CUR_DPST CURSOR WITH HOLD FOR
           SELECT D.기업집단그룹코드
                 ,D.기업집단등록코드
                 ,VALUE(A.기업집단명, ' ')
                 ,T.원화환산잔액합계
                 ,D.계좌유형구분
                 ,D.통화코드
                 ,D.계좌수
                 ,D.예금잔액
                 ,D.원화환산잔액
                 ,VALUE(L.총여신소진금액, 0)
                 ,VALUE(L.총여신한도금액, 0)
           FROM   DB2DBA.THKIPB163 D
           INNER JOIN
                 (SELECT 기업집단그룹코드
                        ,기업집단등록코드
                        ,SUM(원화환산잔액)
                                      AS 원화환산잔액합계
                  FROM   DB2DBA.THKIPB163
                  WHERE  그룹회사코드 = 'KB0'
                    AND  기준년월     = :WK-BASE-YM
                  GROUP  BY 기업집단그룹코드
                           ,기업집단등록코드) T
                  ON  T.기업집단그룹코드
                                         = D.기업집단그룹코드
                  AND T.기업집단등록코드
                                         = D.기업집단등록코드
           LEFT OUTER JOIN DB2DBA.THKIPA111 A
                  ON  A.그룹회사코드     = D.그룹회사코드
                  AND A.기업집단그룹코드
                                         = D.기업집단그룹코드
                  AND A.기업집단등록코드
                                         = D.기업집단등록코드
           LEFT OUTER JOIN DB2DBA.THKIPL011 L
                  ON  L.그룹회사코드     = D.그룹회사코드
                  AND L.기업집단그룹코드
                                         = D.기업집단그룹코드
                  AND L.기업집단등록코드
                                         = D.기업집단등록코드
                  AND L.집계기준년월일   =
                     (SELECT MAX(X.집계기준년월일)
                      FROM   DB2DBA.THKIPL011 X
                      WHERE  X.그룹회사코드     = 'KB0'
                        AND  X.기업집단그룹코드
                                         = D.기업집단그룹코드
                        AND  X.기업집단등록코드
                                         = D.기업집단등록코드
                        AND  X.집계기준년월일  <= :WK-BASE-YMD)
           WHERE  D.그룹회사코드     = 'KB0'
             AND  D.기준년월         = :WK-BASE-YM
           ORDER BY 4 DESC, 1, 2, 5, 6
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

      *@1당월 예금집중 집계 선삭제
           PERFORM S2000-DELETE-MONTH-RTN
              THRU S2000-DELETE-MONTH-EXT

      *@1전체 예금잔액(원화환산) 산출
           PERFORM S3000-TOTAL-DPST-RTN
              THRU S3000-TOTAL-DPST-EXT

      *@1추출고객별 예금 기업집단 집계
           PERFORM S4000-GROUP-DPST-RTN
              THRU S4000-GROUP-DPST-EXT
                   UNTIL WK-SW-EOF = CO-Y

      *@1기업집단별 예금집중 현황 수록
           PERFORM S5000-REPORT-RTN
              THRU S5000-REPORT-EXT

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
                      WK-FX-AREA
                      WK-SYSIN

           MOVE ZEROS        TO  RETURN-CODE
           MOVE CO-N         TO  WK-SW-EOF
                                 WK-FXRATE-OPEN-YN

      *@1 배치진행정보 시작시각 기록
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-BATSTAT-STRT-HMS

           ACCEPT  WK-SYSIN  FROM    SYSIN

           DISPLAY "*-----------------------------*"
           DISPLAY "* BIP0063 PGM START           *"
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

      *#1 집중기준 비중 - 미지정/오류시 기본값
           IF  WK-SYSIN-CNCT-RATO IS NUMERIC
           AND WK-SYSIN-CNCT-RATO-N > ZEROS
               MOVE WK-SYSIN-CNCT-RATO-N TO  WK-CNCT-RATO
           ELSE
               MOVE CO-CNCT-RATO         TO  WK-CNCT-RATO
           END-IF

           MOVE WK-SYSIN-WORK-BSD        TO  WK-BASE-YMD
           MOVE WK-SYSIN-WORK-BSD(1:6)   TO  WK-BASE-YM
           MOVE WK-SYSIN-EMP-NO          TO  WK-EMP-NO

           MOVE WK-CNCT-RATO             TO  WK-CNCT-RATO-ED

           DISPLAY "* BASE-YM = " WK-BASE-YM
                   " CNCT-RATO = " WK-CNCT-RATO-ED

      *@1 추출파일/계좌원장 OPEN
           OPEN INPUT EXT-FULL-FILE
           IF  WK-FULL-FILE-ST NOT = '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "EXTFULL OPEN 오류 [" WK-FULL-FILE-ST "]"
               MOVE 91 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           OPEN INPUT ACCT-MST-FILE
           IF  WK-ACCT-FILE-ST NOT = '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "ACCTMST OPEN 오류 [" WK-ACCT-FILE-ST "]"
               MOVE 91 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

      *@1 보고서 파일 OPEN
           OPEN  OUTPUT  RPT-OUT-FILE
           IF  WK-RPT-FILE-ST  NOT =  '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "RPTFILE OPEN 오류 [" WK-RPT-FILE-ST "]"
               MOVE 91 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

      *@1  추출파일 선행읽기
           PERFORM S4900-READ-EXT-RTN
              THRU S4900-READ-EXT-EXT
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  당월 예금집중 집계 선삭제(재실행 대비)
      *-----------------------------------------------------------------
       S2000-DELETE-MONTH-RTN.
           EXEC SQL
           DELETE FROM DB2DBA.THKIPB163
           WHERE  그룹회사코드   = 'KB0'
             AND  기준년월       = :WK-BASE-YM
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "KIPB163 DELETE ERROR SQLCODE=["
                            SQLCODE "]"
                    MOVE 21 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S2000-DELETE-MONTH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  전체 예금잔액(원화환산) - 계좌원장 전량 순차읽기
      *-----------------------------------------------------------------
       S3000-TOTAL-DPST-RTN.
           MOVE LOW-VALUES               TO  ACM-ACCOUNT-NO
           MOVE CO-N                     TO  WK-SW-ACCT-EOF

           START ACCT-MST-FILE KEY IS NOT LESS THAN ACM-ACCOUNT-NO
               INVALID KEY
                   MOVE CO-Y             TO  WK-SW-ACCT-EOF
           END-START

           PERFORM S3100-TOTAL-NEXT-RTN
              THRU S3100-TOTAL-NEXT-EXT
                   UNTIL WK-SW-ACCT-EOF = CO-Y
           .
       S3000-TOTAL-DPST-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  계좌원장 다음계좌 - 예금계좌 원화환산 합산
      *-----------------------------------------------------------------
       S3100-TOTAL-NEXT-RTN.
           READ ACCT-MST-FILE NEXT RECORD
               AT END
                   MOVE CO-Y             TO  WK-SW-ACCT-EOF
                   GO TO S3100-TOTAL-NEXT-EXT
           END-READ

           IF  WK-ACCT-FILE-ST NOT = '00' AND '02'
               DISPLAY "ACCTMST READ 오류 [" WK-ACCT-FILE-ST "]"
               MOVE 92 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           ADD 1 TO WK-ACCT-READ-CNT

           PERFORM S3200-DPST-CHECK-RTN
              THRU S3200-DPST-CHECK-EXT

           IF  WK-SW-DPST = CO-Y
               ADD 1                     TO  WK-DPST-ACCT-CNT
               ADD WK-KRW-AMT            TO  WK-TOT-DPST-AMT
           END-IF
           .
       S3100-TOTAL-NEXT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  예금계좌 판정 및 원화환산
      *@  (해지/예금담보대출 제외, 잔액>0, 환율 미존재 제외)
      *-----------------------------------------------------------------
       S3200-DPST-CHECK-RTN.
           MOVE CO-N                     TO  WK-SW-DPST
           MOVE ZEROS                    TO  WK-KRW-AMT

           IF  ACM-STATUS       = 'C'
           OR  ACM-ACCOUNT-TYPE = 'LN'
           OR  ACM-BALANCE NOT > ZEROS
               GO TO S3200-DPST-CHECK-EXT
           END-IF

           IF  ACM-CURRENCY-CODE = SPACE OR CO-KRW
               MOVE CO-KRW               TO  WK-CRNCY-CD
               COMPUTE WK-KRW-AMT ROUNDED = ACM-BALANCE
           ELSE
               MOVE ACM-CURRENCY-CODE    TO  WK-CRNCY-CD
               PERFORM S3300-FX-RATE-RTN
                  THRU S3300-FX-RATE-EXT
               IF  WK-FX-RATE-YN NOT = CO-Y
                   ADD 1                 TO  WK-FX-MISS-CNT
                   DISPLAY "** 환율 미존재 집계제외 : 계좌["
                           ACM-ACCOUNT-NO "] 통화["
                           ACM-CURRENCY-CODE "]"
                   GO TO S3200-DPST-CHECK-EXT
               END-IF
               COMPUTE WK-KRW-AMT ROUNDED = ACM-BALANCE
                                          * WK-FX-RATE
           END-IF

           MOVE CO-Y                     TO  WK-SW-DPST
           .
       S3200-DPST-CHECK-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  통화별 적용환율 - 통화표에 없으면 FXRATE 조회후 등록
      *@  (호출전 WK-CRNCY-CD 설정)
      *-----------------------------------------------------------------
       S3300-FX-RATE-RTN.
           MOVE CO-N                     TO  WK-FX-RATE-YN
           MOVE ZEROS                    TO  WK-FX-RATE

           MOVE CO-N                     TO  WK-FX-FOUND-YN
           PERFORM VARYING WK-FX-IX FROM 1 BY 1
                     UNTIL WK-FX-IX > WK-FX-TBL-CNT
                        OR WK-FX-FOUND-YN = CO-Y
               IF  WK-FX-TBL-CCY(WK-FX-IX) = WK-CRNCY-CD
                   MOVE WK-FX-TBL-RATE(WK-FX-IX)  TO  WK-FX-RATE
                   MOVE WK-FX-TBL-YN(WK-FX-IX)    TO  WK-FX-RATE-YN
                   MOVE CO-Y                      TO  WK-FX-FOUND-YN
               END-IF
           END-PERFORM

           IF  WK-FX-FOUND-YN = CO-Y
               GO TO S3300-FX-RATE-EXT
           END-IF

           PERFORM S3310-FX-RATE-READ-RTN
              THRU S3310-FX-RATE-READ-EXT

           IF  WK-FX-TBL-CNT < 20
               ADD 1                     TO  WK-FX-TBL-CNT
               MOVE WK-CRNCY-CD   TO  WK-FX-TBL-CCY(WK-FX-TBL-CNT)
               MOVE WK-FX-RATE    TO  WK-FX-TBL-RATE(WK-FX-TBL-CNT)
               MOVE WK-FX-RATE-YN TO  WK-FX-TBL-YN(WK-FX-TBL-CNT)
           END-IF
           .
       S3300-FX-RATE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  FXRATE 통화/KRW 기준일 이전 최종 매매기준율
      *-----------------------------------------------------------------
       S3310-FX-RATE-READ-RTN.
      *   고시환율(FXRATE) 최초사용시 OPEN
           IF  WK-FXRATE-OPEN-YN NOT = CO-Y
               OPEN INPUT FXRATE-FILE
               IF  WK-FXRATE-FILE-ST NOT = '00'
                   DISPLAY "FXRATE OPEN ERROR : " WK-FXRATE-FILE-ST
                   MOVE 93 TO RETURN-CODE
                   PERFORM  S8000-ERROR-RTN
                      THRU  S8000-ERROR-EXT
               END-IF
               MOVE CO-Y                 TO  WK-FXRATE-OPEN-YN
           END-IF

           MOVE CO-N                     TO  WK-FX-EOF-YN
           MOVE WK-CRNCY-CD              TO  FXR-BASE-CCY
           MOVE CO-KRW                   TO  FXR-QUOTE-CCY
           MOVE LOW-VALUES               TO  FXR-EFF-YMD

           START FXRATE-FILE KEY IS NOT LESS THAN FXR-KEY
               INVALID KEY
                   MOVE CO-Y             TO  WK-FX-EOF-YN
           END-START

           PERFORM S3320-FX-RATE-NEXT-RTN
              THRU S3320-FX-RATE-NEXT-EXT
                   UNTIL WK-FX-EOF-YN = CO-Y
           .
       S3310-FX-RATE-READ-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  FXRATE 다음 고시환율 - 통화쌍 변경/기준일 경과시 종료
      *-----------------------------------------------------------------
       S3320-FX-RATE-NEXT-RTN.
           READ FXRATE-FILE NEXT RECORD
               AT END
                   MOVE CO-Y             TO  WK-FX-EOF-YN
                   GO TO S3320-FX-RATE-NEXT-EXT
           END-READ

           IF  FXR-BASE-CCY  NOT = WK-CRNCY-CD
           OR  FXR-QUOTE-CCY NOT = CO-KRW
           OR  FXR-EFF-YMD   > WK-BASE-YMD
               MOVE CO-Y                 TO  WK-FX-EOF-YN
               GO TO S3320-FX-RATE-NEXT-EXT
           END-IF

           IF  FXR-MID-RATE > ZEROS
               MOVE FXR-MID-RATE         TO  WK-FX-RATE
               MOVE CO-Y                 TO  WK-FX-RATE-YN
           END-IF
           .
       S3320-FX-RATE-NEXT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  추출고객 1건 - 기업집단 고객의 예금계좌 집계
      *-----------------------------------------------------------------
       S4000-GROUP-DPST-RTN.
           IF  EXT-REC-TYPE NOT = 'DT'
           OR  EXT-GROUP-CD = SPACE
               GO TO S4000-GROUP-DPST-NEXT
           END-IF

           MOVE EXT-GROUP-CD             TO  WK-CORP-CLCT-GROUP-CD
           MOVE EXT-REGI-CD              TO  WK-CORP-CLCT-REGI-CD

      *@1 고객번호 보조키로 고객 계좌 위치
           MOVE EXT-CUST-IDNFR           TO  ACM-CUSTOMER-ID
           MOVE CO-N                     TO  WK-SW-ACCT-EOF

           START ACCT-MST-FILE KEY IS EQUAL TO ACM-CUSTOMER-ID
               INVALID KEY
                   MOVE CO-Y             TO  WK-SW-ACCT-EOF
           END-START

           IF  WK-SW-ACCT-EOF = CO-N
               ADD 1                     TO  WK-LINK-CUST-CNT
           END-IF

           PERFORM S4100-CUST-ACCT-RTN
              THRU S4100-CUST-ACCT-EXT
                   UNTIL WK-SW-ACCT-EOF = CO-Y
           .
       S4000-GROUP-DPST-NEXT.
           PERFORM S4900-READ-EXT-RTN
              THRU S4900-READ-EXT-EXT
           .
       S4000-GROUP-DPST-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  고객 계좌 순차읽기 - 예금계좌 집계 누적
      *-----------------------------------------------------------------
       S4100-CUST-ACCT-RTN.
           READ ACCT-MST-FILE NEXT RECORD
               AT END
                   MOVE CO-Y             TO  WK-SW-ACCT-EOF
                   GO TO S4100-CUST-ACCT-EXT
           END-READ

           IF  WK-ACCT-FILE-ST NOT = '00' AND '02'
               DISPLAY "ACCTMST READ 오류 [" WK-ACCT-FILE-ST "]"
               MOVE 92 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           IF  ACM-CUSTOMER-ID NOT = EXT-CUST-IDNFR
               MOVE CO-Y                 TO  WK-SW-ACCT-EOF
               GO TO S4100-CUST-ACCT-EXT
           END-IF

           PERFORM S3200-DPST-CHECK-RTN
              THRU S3200-DPST-CHECK-EXT

           IF  WK-SW-DPST = CO-Y
               ADD 1                     TO  WK-LINK-ACCT-CNT
               ADD WK-KRW-AMT            TO  WK-LINK-DPST-AMT
               PERFORM S4200-ACCUM-B163-RTN
                  THRU S4200-ACCUM-B163-EXT
           END-IF
           .
       S4100-CUST-ACCT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  월간 예금집중 집계(THKIPB163) 누적 - 미존재시 INSERT
      *-----------------------------------------------------------------
       S4200-ACCUM-B163-RTN.
           MOVE ACM-ACCOUNT-TYPE         TO  WK-ACCT-TYPE
           MOVE ACM-BALANCE              TO  WK-DPST-BAL-AMT
           MOVE WK-KRW-AMT               TO  WK-DPST-KRW-AMT

           EXEC SQL
           UPDATE DB2DBA.THKIPB163
              SET 계좌수               = 계좌수 + 1
                , 예금잔액             = 예금잔액
                                       + :WK-DPST-BAL-AMT
                , 원화환산잔액         = 원화환산잔액
                                       + :WK-DPST-KRW-AMT
                , 시스템최종처리일시   = CURRENT TIMESTAMP
            WHERE 그룹회사코드         = 'KB0'
              AND 기준년월             = :WK-BASE-YM
              AND 기업집단그룹코드     = :WK-CORP-CLCT-GROUP-CD
              AND 기업집단등록코드     = :WK-CORP-CLCT-REGI-CD
              AND 계좌유형구분         = :WK-ACCT-TYPE
              AND 통화코드             = :WK-CRNCY-CD
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    GO TO S4200-ACCUM-B163-EXT
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "KIPB163 UPDATE ERROR SQLCODE=["
                            SQLCODE "]"
                    MOVE 22 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           EXEC SQL
           INSERT INTO DB2DBA.THKIPB163
                ( 그룹회사코드
                , 기준년월
                , 기업집단그룹코드
                , 기업집단등록코드
                , 계좌유형구분
                , 통화코드
                , 계좌수
                , 예금잔액
                , 원화환산잔액
                , 시스템최종처리일시
                , 시스템최종사용자번호 )
           VALUES
                ( 'KB0'
                , :WK-BASE-YM
                , :WK-CORP-CLCT-GROUP-CD
                , :WK-CORP-CLCT-REGI-CD
                , :WK-ACCT-TYPE
                , :WK-CRNCY-CD
                , 1
                , :WK-DPST-BAL-AMT
                , :WK-DPST-KRW-AMT
                , CURRENT TIMESTAMP
                , :WK-EMP-NO )
           END-EXEC

           IF NOT SQLCODE = ZEROS
              DISPLAY "KIPB163 INSERT ERROR SQLCODE=[" SQLCODE "]"
              MOVE 23 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF
           .
       S4200-ACCUM-B163-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  추출파일 READ
      *-----------------------------------------------------------------
       S4900-READ-EXT-RTN.
           READ EXT-FULL-FILE
               AT END
                   MOVE CO-Y TO WK-SW-EOF
               NOT AT END
                   ADD 1 TO WK-EXT-READ-CNT
           END-READ

           IF  WK-FULL-FILE-ST NOT = '00' AND '10'
               DISPLAY "EXTFULL READ 오류 [" WK-FULL-FILE-ST "]"
               MOVE 92 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF
           .
       S4900-READ-EXT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  기업집단별 예금집중 현황 수록
      *-----------------------------------------------------------------
       S5000-REPORT-RTN.
           MOVE SPACE TO RPT-RECORD
           STRING '** 기업집단별 예금집중 현황 (기준월 '
                  WK-BASE-YM ', 집중기준 '
                  WK-CNCT-RATO-ED '%) **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           MOVE SPACE TO RPT-RECORD
           STRING '   전체예금(원화환산) ' WK-TOT-DPST-AMT
                  ' 기업집단연결 '         WK-LINK-DPST-AMT
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           MOVE SPACE TO RPT-RECORD
           STRING '순위 그룹/등록 기업집단명 '
                  '예금(원화환산) 비중 '
                  '여신소진 여신한도 예금/여신'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           EXEC SQL OPEN CUR_DPST END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_DPST ERROR SQLCODE=[" SQLCODE "]"
              MOVE 24 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE SPACE  TO  WK-PREV-GROUP-CD
                           WK-PREV-REGI-CD
           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S5100-FETCH-DPST-RTN
              THRU S5100-FETCH-DPST-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_DPST END-EXEC
           .
       S5000-REPORT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  예금집중 집계 FETCH - 집단 변경시 집단라인 수록
      *-----------------------------------------------------------------
       S5100-FETCH-DPST-RTN.
           EXEC  SQL  FETCH  CUR_DPST
                 INTO :WK-CORP-CLCT-GROUP-CD
                    , :WK-CORP-CLCT-REGI-CD
                    , :WK-CORP-CLCT-NAME
                    , :WK-GROUP-KRW-AMT
                    , :WK-ACCT-TYPE
                    , :WK-CRNCY-CD
                    , :WK-ACCT-CNT
                    , :WK-DPST-BAL-AMT
                    , :WK-DPST-KRW-AMT
                    , :WK-EXPSR-AMT
                    , :WK-LIMIT-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S5100-FETCH-DPST-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_DPST ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 25 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           IF  WK-CORP-CLCT-GROUP-CD NOT = WK-PREV-GROUP-CD
           OR  WK-CORP-CLCT-REGI-CD  NOT = WK-PREV-REGI-CD
               MOVE WK-CORP-CLCT-GROUP-CD TO WK-PREV-GROUP-CD
               MOVE WK-CORP-CLCT-REGI-CD  TO WK-PREV-REGI-CD
               PERFORM S5200-WRITE-GROUP-RTN
                  THRU S5200-WRITE-GROUP-EXT
           END-IF

      *@1 계좌유형 x 통화별 명세
           MOVE WK-ACCT-TYPE             TO  WK-DTL-ACCT-TYPE
           MOVE WK-CRNCY-CD              TO  WK-DTL-CRNCY-CD
           MOVE WK-ACCT-CNT              TO  WK-DTL-ACCT-CNT
           MOVE WK-DPST-BAL-AMT          TO  WK-DTL-BAL-AMT
           MOVE WK-DPST-KRW-AMT          TO  WK-DTL-KRW-AMT

           MOVE WK-DTL-LINE              TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S5100-FETCH-DPST-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  기업집단 라인 - 순위/비중/여신대비/집중표시
      *-----------------------------------------------------------------
       S5200-WRITE-GROUP-RTN.
           ADD 1                         TO  WK-GROUP-CNT

           MOVE ZEROS                    TO  WK-SHARE-RATO
                                             WK-DPST-EXPSR-RATO
           IF  WK-TOT-DPST-AMT > ZEROS
               COMPUTE WK-SHARE-RATO ROUNDED =
                       WK-GROUP-KRW-AMT * 100 / WK-TOT-DPST-AMT
           END-IF
           IF  WK-EXPSR-AMT > ZEROS
               COMPUTE WK-DPST-EXPSR-RATO ROUNDED =
                       WK-GROUP-KRW-AMT * 100 / WK-EXPSR-AMT
                   ON SIZE ERROR
                       MOVE 99999.99     TO  WK-DPST-EXPSR-RATO
               END-COMPUTE
           END-IF

           MOVE SPACE                    TO  WK-GRP-CNCT-MARK
           IF  WK-SHARE-RATO >= WK-CNCT-RATO
               ADD 1                     TO  WK-CNCT-CNT
               MOVE '*집중'              TO  WK-GRP-CNCT-MARK
           END-IF

           MOVE WK-GROUP-CNT             TO  WK-GRP-RANK
           MOVE WK-CORP-CLCT-GROUP-CD    TO  WK-GRP-GROUP-CD
           MOVE WK-CORP-CLCT-REGI-CD     TO  WK-GRP-REGI-CD
           MOVE WK-CORP-CLCT-NAME        TO  WK-GRP-GROUP-NAME
           MOVE WK-GROUP-KRW-AMT         TO  WK-GRP-DPST-AMT
           MOVE WK-SHARE-RATO            TO  WK-GRP-SHARE-RATO
           MOVE WK-EXPSR-AMT             TO  WK-GRP-EXPSR-AMT
           MOVE WK-LIMIT-AMT             TO  WK-GRP-LIMIT-AMT
           MOVE WK-DPST-EXPSR-RATO       TO  WK-GRP-DPST-EXPSR-RATO

           MOVE WK-GRP-LINE              TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S5200-WRITE-GROUP-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  보고서 라인 WRITE
      *-----------------------------------------------------------------
       S6000-WRITE-RPT-RTN.
           WRITE WK-RPT-REC
           IF  WK-RPT-FILE-ST NOT = '00'
               DISPLAY "RPTFILE WRITE 오류 [" WK-RPT-FILE-ST "]"
               MOVE 94 TO RETURN-CODE
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
           STRING '** 기업집단 '   WK-GROUP-CNT
                  ' 집중 '         WK-CNCT-CNT
                  ' 환율미존재 '   WK-FX-MISS-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           CLOSE  EXT-FULL-FILE
                  ACCT-MST-FILE
                  RPT-OUT-FILE
           IF  WK-FXRATE-OPEN-YN = CO-Y
               CLOSE FXRATE-FILE
           END-IF

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0063 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* ACCT-READ-CNT      = " WK-ACCT-READ-CNT
           DISPLAY "* DPST-ACCT-CNT      = " WK-DPST-ACCT-CNT
           DISPLAY "* EXT-READ-CNT       = " WK-EXT-READ-CNT
           DISPLAY "* LINK-CUST-CNT      = " WK-LINK-CUST-CNT
           DISPLAY "* LINK-ACCT-CNT      = " WK-LINK-ACCT-CNT
           DISPLAY "* GROUP-CNT          = " WK-GROUP-CNT
           DISPLAY "* CONCENTRATION-CNT  = " WK-CNCT-CNT
           DISPLAY "* FX-MISS-CNT        = " WK-FX-MISS-CNT
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
           MOVE WK-LINK-ACCT-CNT
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
