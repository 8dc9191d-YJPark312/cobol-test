           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단신용평가)
      *@프로그램명: BIP0059 (BT 기업집단 거시 스트레스테스트)
      *@처리유형  : BATCH
      *@처리개요  : 리스크위원회가 등록한 거시 스트레스 시나리오
      *@            (THKIPB156, 사용여부 'Y')별로 전 기업집단의
      *@            최종 확정평가 기준 합산재무제표(THKIPC130,
      *@            재무분석결산구분 '1', 기준년 = 평가기준년)에
      *@            항목별 충격률(THKIPB157)을 적용하여 재무점수를
      *@            재산출하고 등급을 재판정한다. 결과는 시나리오별
      *@            보고서(RPTFILE)로만 수록하며 평가 테이블은
      *@            갱신하지 않는다. 시나리오/충격항목은 DIPA684로
      *@            관리한다.
      *@            - 충격 : 당기(결산년 = 기준년) 항목금액 ×
      *@                     (1 + 충격률/100), 전기 금액은 불변
      *@            - 재무점수 : 재무평가(DIPA701)와 동일한 단계로
      *@              산출한다. 원비율은 재무모형 분자/분모 산식
      *@              (THKIPM518 'IA', 계산유형 B/D/J)에 충격금액을
      *@              치환하여 재무산식파싱(FIPQ001)으로 계산하고,
      *@              LOGIT변환(QIPA702), 표준화(QIPA703), 모형산식
      *@              (QIPA704), 정규화(QIPA705)를 차례로 적용
      *@            - 등급 : 충격 재무점수와 확정평가의 비재무
      *@              항목평가(THKIPB114)로 신용등급산출 모의산출
      *@              (DIPA711 처리구분 '03', 테이블 무기록)을 호출
      *@              하여 모의등급과 현행등급으로 등급이동(S/D/U)
      *@              을 판정. 산출불가(N:재무제표없음 E:산출오류)
      *@              집단은 등급이동에서 제외
      *@            - 익스포저 : 최종 소진현황(THKIPL011)
      *@              총여신소진금액 × (1 + 여신증가율/100)을
      *@              한도원장(THKIPL010)과 대사(OK/NB/BR/NL)
      *@  SYSIN    : 그룹회사코드/작업일/작업자/시나리오ID(미입력시
      *@            전체)
      *-----------------------------------------------------------------
      *@에러표준  :
      *@11~19:입력파라미터 오류
      *@21~29: DB관련 오류
      *@31~39: 재무모형 산식 오류
      *@91~99:파일컨트롤오류(초기화,OPEN,CLOSE,READ,WRITE등)
      *-----------------------------------------------------------------
      *@             P R O G R A M   변　경　이　력
      *-----------------------------------------------------------------
      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20261015:신규작성－기업집단 거시 스트레스테스트
      *-----------------------------------------------------------------
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     BIP0059.
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
      *@   스트레스테스트 보고서파일
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0059'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.
      *@   한도임박 판정 소진율(%)
           03  CO-NEAR-BREACH-RATO     PIC  9(003) VALUE 90.
      *@   소진율 표시 상한(%)
           03  CO-MAX-UTLZ-RATO        PIC  9(004)V9(002)
                                       VALUE 9999.99.
      *@   테이블 최대건수
           03  CO-MAX-SCNR             PIC  9(004) VALUE 50.
           03  CO-MAX-SHK              PIC  9(004) VALUE 300.
           03  CO-MAX-FS               PIC  9(004) VALUE 3000.
           03  CO-MAX-MIG              PIC  9(004) VALUE 100.
           03  CO-MAX-ITEM             PIC  9(004) VALUE 10.
      *@   재무모형 항목수 및 비재무 평가항목수
           03  CO-MDL-CNT              PIC  9(004) VALUE 5.
           03  CO-NFNAF-ITEM-CNT       PIC  9(004) VALUE 6.
      *@   재무모형 단계별 모델적용년월일(재무평가 DIPA701과 동일)
           03  CO-IA-APLY-YMD          PIC  X(008) VALUE '20191224'.
           03  CO-IB-APLY-YMD          PIC  X(008) VALUE '20191205'.
           03  CO-IC-APLY-YMD          PIC  X(008) VALUE '20191210'.
           03  CO-ID-APLY-YMD          PIC  X(008) VALUE '20191210'.
      *@   재무모형 원비율 상/하한(계산유형 D/J)
           03  CO-NUM-MAX              PIC S9(011) VALUE  99999999999.
           03  CO-NUM-MIN              PIC S9(011) VALUE -99999999999.

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
           03  WK-SW-FOUND             PIC  X(001).
           03  WK-SW-ITEM-EOF          PIC  X(001).
           03  WK-BATSTAT-STRT-HMS     PIC  X(006).
           03  WK-BATSTAT-CD           PIC  X(002).
      *@   첨자
           03  WK-I                    PIC S9(004) COMP.
           03  WK-J                    PIC S9(004) COMP.
           03  WK-K                    PIC S9(004) COMP.
           03  WK-S                    PIC S9(004) COMP.
           03  WK-M                    PIC S9(004) COMP.
      *@   전체 처리건수
           03  WK-READ-CNT             PIC  9(009).
           03  WK-SCNR-DONE-CNT        PIC  9(009).
           03  WK-TOT-MIG-CNT          PIC  9(009).
           03  WK-CLFR-ERR-CNT         PIC  9(009).
           03  WK-TOT-ERR-CNT          PIC  9(009).
      *@   시나리오별 집계
           03  WK-GRP-CNT              PIC  9(007).
           03  WK-NOFS-CNT             PIC  9(007).
           03  WK-ERR-GRP-CNT          PIC  9(007).
           03  WK-SAME-CNT             PIC  9(007).
           03  WK-DNGRADE-CNT          PIC  9(007).
           03  WK-UPGRADE-CNT          PIC  9(007).
           03  WK-BREACH-CNT           PIC  9(007).
           03  WK-NEAR-CNT             PIC  9(007).
      *@   재무제표 기준년/당기/전기 결산년
           03  WK-BASE-YR-N            PIC  9(004).
           03  WK-PRIOR-YR-N           PIC  9(004).
      *@   점수 산출
           03  WK-SCOR-OK              PIC  X(001).
           03  WK-BASE-FNAF-SCOR       PIC S9(005)V9(002) COMP-3.
           03  WK-STRS-FNAF-SCOR       PIC S9(005)V9(002) COMP-3.
           03  WK-BASE-CHSN-SCOR       PIC S9(005)V9(002) COMP-3.
           03  WK-STRS-CHSN-SCOR       PIC S9(005)V9(002) COMP-3.
           03  WK-BASE-GRD             PIC  X(003).
           03  WK-STRS-GRD             PIC  X(003).
           03  WK-MIG-DSTCD            PIC  X(001).
      *@   재무모형 단계별 산출값(재무평가 DIPA701과 동일 정밀도)
           03  WK-NMRT-VAL             PIC S9(015)V9(003).
           03  WK-DNMN-VAL             PIC S9(015)V9(003).
           03  WK-CHNG-VAL             PIC S9(018)V9(007).
           03  WK-FNAF-RATO-VAL    OCCURS  005
                                       PIC S9(018)V9(007).
           03  WK-1ST-CHNGZ-RATO   OCCURS  005
                                       PIC S9(018)V9(007).
           03  WK-2ND-CHNGZ-RATO   OCCURS  005
                                       PIC S9(018)V9(007).
           03  WK-FNAF-MDL-VALSCR      PIC S9(018)V9(007).
           03  WK-FNAF-VALSCR          PIC S9(018)V9(002).
      *@   산식 계산결과
           03  WK-CLFR-OK              PIC  X(001).
           03  WK-CLFR-VAL             PIC S9(018)V9(007).
      *@   익스포저
           03  WK-STRS-EXPSR-AMT       PIC S9(015) COMP-3.
           03  WK-UTLZ-RATO            PIC  9(004)V9(002).
           03  WK-STAT-CD              PIC  X(002).
      *@   보고서 편집
           03  WK-EDIT-CNT             PIC  ZZZ9.
           03  WK-EDIT-RATE            PIC  -ZZ9.99.

      *@  산식 치환 작업영역
       01  WK-CLFR-AREA.
           03  WK-SRC-CLFR             PIC  X(4002).
           03  WK-TGT-CLFR             PIC  X(4002).
           03  WK-SRC-LEN              PIC S9(004) COMP.
           03  WK-TGT-PTR              PIC S9(004) COMP.
           03  WK-TGT-LAST             PIC S9(004) COMP.
           03  WK-LEAD-CNT             PIC S9(004) COMP.
           03  WK-TKN-RPTDOC           PIC  X(002).
           03  WK-TKN-ITEM-CD          PIC  X(004).
           03  WK-TKN-YR-DSTCD         PIC  X(001).
           03  WK-TKN-AMT              PIC S9(015)V9(002) COMP-3.
           03  WK-TKN-EDIT             PIC  -(16)9.99.
           03  WK-FS-SRCH-KEY.
               05  WK-SRCH-STLACC-YR   PIC  X(004).
               05  WK-SRCH-RPTDOC      PIC  X(002).
               05  WK-SRCH-ITEM-CD     PIC  X(004).

      *@  스트레스 시나리오(THKIPB156) 적재
       01  WK-SCNR-AREA.
           03  WK-SCNR-CNT             PIC S9(004) COMP.
           03  WK-SCNR-TBL     OCCURS  50.
               05  WK-SCNR-TBL-ID      PIC  X(008).
               05  WK-SCNR-TBL-NAME    PIC  X(052).
               05  WK-SCNR-TBL-LOAN-RT PIC S9(003)V9(002) COMP-3.

      *@  현 시나리오 충격항목(THKIPB157) 적재
       01  WK-SHK-AREA.
           03  WK-SHK-CNT              PIC S9(004) COMP.
           03  WK-SHK-TBL      OCCURS  300.
               05  WK-SHK-TBL-RPTDOC   PIC  X(002).
               05  WK-SHK-TBL-ITEM-CD  PIC  X(004).
               05  WK-SHK-TBL-RATE     PIC S9(003)V9(002) COMP-3.

      *@  재무모형 원비율 분자/분모 산식(THKIPM518 'IA') 적재
       01  WK-MDL-AREA.
           03  WK-MDL-CNT              PIC S9(004) COMP.
           03  WK-MDL-TBL      OCCURS  5.
               05  WK-MDL-TBL-CLSFI-CD PIC  X(004).
               05  WK-MDL-TBL-CALC-PTRN
                                       PIC  X(001).
               05  WK-MDL-TBL-NMRT-CLFR
                                       PIC  X(4002).
               05  WK-MDL-TBL-DNMN-CLFR
                                       PIC  X(4002).

      *@  기업집단 합산재무제표(THKIPC130) 적재 - 결산년/보고서/항목순
       01  WK-FS-AREA.
           03  WK-FS-CNT               PIC S9(004) COMP.
           03  WK-FS-TBL       OCCURS  1 TO 3000
                               DEPENDING ON WK-FS-CNT
                               ASCENDING KEY IS WK-FS-TBL-KEY
                               INDEXED BY WK-FS-IDX.
               05  WK-FS-TBL-KEY.
                   07  WK-FS-TBL-STLACC-YR PIC  X(004).
                   07  WK-FS-TBL-RPTDOC    PIC  X(002).
                   07  WK-FS-TBL-ITEM-CD   PIC  X(004).
               05  WK-FS-TBL-STRS-AMT  PIC S9(015)V9(002) COMP-3.

      *@  확정평가 비재무 항목평가(THKIPB114) 적재
       01  WK-ITEM-AREA.
           03  WK-ITEM-CNT             PIC S9(004) COMP.
           03  WK-ITEM-TBL     OCCURS  10.
               05  WK-ITEM-TBL-VALUA-DSTCD
                                       PIC  X(002).
               05  WK-ITEM-TBL-RITBF-DSTCD
                                       PIC  X(001).
               05  WK-ITEM-TBL-RSULT-DSTCD
                                       PIC  X(001).

      *@  시나리오별 등급이동(기준등급 -> 충격등급) 건수
       01  WK-MIG-AREA.
           03  WK-MIG-CNT              PIC S9(004) COMP.
           03  WK-MIG-TBL      OCCURS  100.
               05  WK-MIG-TBL-FROM-GRD PIC  X(003).
               05  WK-MIG-TBL-TO-GRD   PIC  X(003).
               05  WK-MIG-TBL-CNT      PIC  9(007).

      *@  기업집단별 스트레스 결과 명세라인
       01  WK-DTL-LINE.
           03  WK-DTL-GROUP-CD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE '/'.
           03  WK-DTL-REGI-CD          PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-GROUP-NAME       PIC  X(021).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-BASE-FNAF        PIC  ZZ9.99.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-STRS-FNAF        PIC  ZZ9.99.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-BASE-CHSN        PIC  ZZ9.99.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-STRS-CHSN        PIC  ZZ9.99.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-BASE-GRD         PIC  X(003).
           03  FILLER                  PIC  X(002) VALUE '->'.
           03  WK-DTL-STRS-GRD         PIC  X(003).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-MIG-DSTCD        PIC  X(001).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-EXPSR-AMT        PIC  ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-LIMIT-AMT        PIC  ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-UTLZ-RATO        PIC  ZZZ9.99.
           03  FILLER                  PIC  X(001) VALUE '%'.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-DTL-STAT-CD          PIC  X(002).
           03  FILLER                  PIC  X(014) VALUE SPACE.

      *@  등급이동 집계라인
       01  WK-MIG-LINE.
           03  FILLER                  PIC  X(004) VALUE SPACE.
           03  FILLER                  PIC  X(014)
                                       VALUE '등급이동 '.
           03  WK-MIGL-FROM-GRD        PIC  X(003).
           03  FILLER                  PIC  X(004) VALUE ' -> '.
           03  WK-MIGL-TO-GRD          PIC  X(003).
           03  FILLER                  PIC  X(003) VALUE ' : '.
           03  WK-MIGL-CNT             PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(094) VALUE SPACE.

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
      *@시나리오ID
           03  WK-SYSIN-SCNR-ID        PIC  X(008).
           03  WK-FILLER               PIC  X(001).

      *-----------------------------------------------------------------
      *@테이블(호스트변수)영역
      *-----------------------------------------------------------------
       01  WK-HOST-VARIABLE.
           03  WK-BASE-YMD             PIC  X(008).
           03  WK-SEL-SCNR-ID          PIC  X(008).
      *@   시나리오/충격항목
           03  WK-SCNR-ID              PIC  X(008).
           03  WK-SCNR-NAME            PIC  X(052).
           03  WK-SCNR-LOAN-RT         PIC S9(003)V9(002) COMP-3.
           03  WK-SHK-RPTDOC           PIC  X(002).
           03  WK-SHK-ITEM-CD          PIC  X(004).
           03  WK-SHK-RATE             PIC S9(003)V9(002) COMP-3.
      *@   재무모형 원비율 산식(A1:분자, A2:분모)
           03  WK-MDL-CLFR-DSTCD       PIC  X(002).
           03  WK-MDL-CLSFI-CD         PIC  X(004).
           03  WK-MDL-CALC-PTRN        PIC  X(001).
           03  WK-MDL-CLFR             PIC  X(4002).
      *@   대상집단 최종 확정평가
           03  WK-CORP-CLCT-GROUP-CD   PIC  X(003).
           03  WK-CORP-CLCT-REGI-CD    PIC  X(003).
           03  WK-CORP-CLCT-NAME       PIC  X(052).
           03  WK-VALUA-YMD            PIC  X(008).
           03  WK-VALUA-BASE-YMD       PIC  X(008).
           03  WK-FNAF-SCOR            PIC S9(005)V9(02) COMP-3.
      *@   확정평가 비재무 항목평가
           03  WK-CORP-CI-VALUA-DSTCD  PIC  X(002).
           03  WK-RITBF-IVR-DSTCD      PIC  X(001).
           03  WK-ITEM-V-RSULT-DSTCD   PIC  X(001).
      *@   합산재무제표
           03  WK-BASE-YR              PIC  X(004).
           03  WK-CUR-STLACC-YR        PIC  X(004).
           03  WK-PRIOR-STLACC-YR      PIC  X(004).
           03  WK-FS-STLACC-YR         PIC  X(004).
           03  WK-FS-RPTDOC            PIC  X(002).
           03  WK-FS-ITEM-CD           PIC  X(004).
           03  WK-FS-AMT               PIC S9(015)V9(002) COMP-3.
      *@   익스포저/한도
           03  WK-EXPSR-AMT            PIC S9(015) COMP-3.
           03  WK-LIMIT-AMT            PIC S9(015) COMP-3.
           03  WK-LIMIT-FOUND          PIC S9(004) COMP.

      *-----------------------------------------------------------------
      *@   SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@   SQLIO공통처리부품 COPYBOOK 정의
           COPY    YCDBSQLA.

      *@ 재무비율의 LOGIT 변환
       01  XQIPA702-CA.
           COPY  XQIPA702.

      *@ 재무비율의 표준화
       01  XQIPA703-CA.
           COPY  XQIPA703.

      *@ 모형 산식 적용하여 재무평점 산출
       01  XQIPA704-CA.
           COPY  XQIPA704.

      *@ 정규화 재무평점 산출
       01  XQIPA705-CA.
           COPY  XQIPA705.

      *-----------------------------------------------------------------
      *@   PGM INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@  공통처리부품 COPYBOOK 정의
       01  YCCOMMON-CA.
           COPY    YCCOMMON.

      *@  재무산식파싱FC
       01  XFIPQ001-CA.
           COPY  XFIPQ001.

      *@  DC기업집단신용등급산출(모의산출)
       01  XDIPA711-CA.
           COPY  XDIPA711.

      * -------------------------------------------
           EXEC SQL INCLUDE SQLCA      END-EXEC.

      ******************************************************************
      * SQL CURSOR DECLARE                                             *
      ******************************************************************
      *@  사용중 스트레스 시나리오(시나리오ID 지정시 해당건)
           EXEC SQL
           DECLARE CUR_SCNR CURSOR WITH HOLD FOR
           SELECT 시나리오ID
                 ,시나리오명
                 ,여신증가율
           FROM   DB2DBA.THKIPB156
           WHERE  그룹회사코드 = 'KB0'
             AND  사용여부     = 'Y'
             AND (:WK-SEL-SCNR-ID = ' '
              OR  시나리오ID   = :WK-SEL-SCNR-ID)
           ORDER BY 1
           WITH UR
           END-EXEC.

      *@  시나리오별 충격항목
           EXEC SQL
           DECLARE CUR_SHK CURSOR WITH HOLD FOR
           SELECT 재무분석보고서구분
                 ,재무항목코드
                 ,충격률
           FROM   DB2DBA.THKIPB157
           WHERE  그룹회사코드 = 'KB0'
             AND  시나리오ID   = :WK-SCNR-ID
           ORDER BY 1, 2
           WITH UR
           END-EXEC.

      *@  재무모형 원비율 분자/분모 산식(공백제거)
           EXEC SQL
           DECLARE CUR_MDL CURSOR WITH HOLD FOR
           SELECT 모델계산식소분류코드
                 ,계산유형구분
                 ,REPLACE(최종계산식내용, ' ', '')
           FROM   DB2DBA.THKIPM518
           WHERE  그룹회사코드         = 'KB0'
             AND  모델계산식대분류구분 = 'IA'
             AND  모델계산식소분류코드
                  BETWEEN '0001' AND '0005'
             AND  모델적용년월일       = :CO-IA-APLY-YMD
             AND  계산식구분           = :WK-MDL-CLFR-DSTCD
           ORDER BY 모델계산식소분류코드, 일련번호
           WITH UR
           END-EXEC.

      *@  기업집단별 최종 확정평가
           EXEC SQL
           DECLARE CUR_GROUP CURSOR WITH HOLD FOR
           SELECT A.기업집단그룹코드
                 ,A.기업집단등록코드
                 ,VALUE(A.기업집단명, ' ')
                 ,A.평가년월일
                 ,A.평가기준년월일
                 ,A.재무점수
           FROM   DB2DBA.THKIPB110 A
           WHERE  A.그룹회사코드         = 'KB0'
             AND  A.기업집단처리단계구분 = '6'
             AND  A.평가년월일 =
                 (SELECT MAX(X.평가년월일)
                  FROM   DB2DBA.THKIPB110 X
                  WHERE  X.그룹회사코드     = A.그룹회사코드
                    AND  X.기업집단그룹코드
                             = A.기업집단그룹코드
                    AND  X.기업집단등록코드
                             = A.기업집단등록코드
                    AND  X.기업집단처리단계구분 = '6')
           ORDER BY 1, 2
           WITH UR
           END-EXEC.

      *@  기업집단 합산재무제표 당기/전기
           EXEC SQL
           DECLARE CUR_FNST CURSOR WITH HOLD FOR
           SELECT 결산년
                 ,재무분석보고서구분
                 ,재무항목코드
                 ,재무제표항목금액
           FROM   DB2DBA.THKIPC130
           WHERE  그룹회사코드     = 'KB0'
             AND  기업집단그룹코드 = :WK-CORP-CLCT-GROUP-CD
             AND  기업집단등록코드 = :WK-CORP-CLCT-REGI-CD
             AND  재무분석결산구분 = '1'
             AND  기준년           = :WK-BASE-YR
             AND  결산년 IN (:WK-CUR-STLACC-YR
                           , :WK-PRIOR-STLACC-YR)
           ORDER BY 1, 2, 3
           WITH UR
           END-EXEC.

      *@  확정평가 비재무 항목평가
           EXEC SQL
           DECLARE CUR_ITEM CURSOR WITH HOLD FOR
           SELECT 기업집단항목평가구분
                 ,직전항목평가결과구분
                 ,항목평가결과구분
           FROM   DB2DBA.THKIPB114
           WHERE  그룹회사코드     = 'KB0'
             AND  기업집단그룹코드 = :WK-CORP-CLCT-GROUP-CD
             AND  기업집단등록코드 = :WK-CORP-CLCT-REGI-CD
             AND  평가년월일       = :WK-VALUA-YMD
           ORDER BY 1
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

      *@1시나리오/재무모형 원비율 산식 적재
           PERFORM S2000-LOAD-PARMS-RTN
              THRU S2000-LOAD-PARMS-EXT

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
                      WK-SCNR-AREA
                      WK-MDL-AREA

           MOVE ZEROS        TO  RETURN-CODE

      *@1 배치진행정보 시작시각 기록
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-BATSTAT-STRT-HMS

           ACCEPT  WK-SYSIN  FROM    SYSIN

           DISPLAY "*-----------------------------*"
           DISPLAY "* BIP0059 PGM START           *"
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
           MOVE WK-SYSIN-SCNR-ID         TO  WK-SEL-SCNR-ID

      *@1 보고서 파일 OPEN
           OPEN  OUTPUT  RPT-OUT-FILE
           IF  WK-RPT-FILE-ST  NOT =  '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "RPTFILE OPEN 오류 [" WK-RPT-FILE-ST "]"
               MOVE 91 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF
           .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  시나리오, 재무모형 원비율 분자/분모 산식 적재
      *-----------------------------------------------------------------
       S2000-LOAD-PARMS-RTN.
      *@1 시나리오 적재
           EXEC SQL OPEN CUR_SCNR END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_SCNR ERROR SQLCODE=[" SQLCODE "]"
              MOVE 22 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S2100-FETCH-SCNR-RTN
              THRU S2100-FETCH-SCNR-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_SCNR END-EXEC

           IF  WK-SCNR-CNT = ZEROS
               DISPLAY ":::::ERROR:::::"
               DISPLAY "대상 스트레스 시나리오 미존재 ["
                       WK-SEL-SCNR-ID "]"
               MOVE 13 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

      *@1 재무모형 원비율 분자(A1) 산식 적재
           MOVE 'A1'   TO  WK-MDL-CLFR-DSTCD
           PERFORM S2200-LOAD-MDL-RTN
              THRU S2200-LOAD-MDL-EXT

      *@1 재무모형 원비율 분모(A2) 산식 적재
           MOVE 'A2'   TO  WK-MDL-CLFR-DSTCD
           PERFORM S2200-LOAD-MDL-RTN
              THRU S2200-LOAD-MDL-EXT

      *#1 5개 원비율 모두 분자/분모 산식이 있어야 한다
           IF  WK-MDL-CNT NOT = CO-MDL-CNT
               DISPLAY ":::::ERROR:::::"
               DISPLAY "재무모형 원비율 산식 미비 ["
                       WK-MDL-CNT "]"
               MOVE 32 TO RETURN-CODE
               PERFORM  S8000-ERROR-RTN
                  THRU  S8000-ERROR-EXT
           END-IF

           PERFORM VARYING WK-K FROM 1 BY 1
                   UNTIL   WK-K > WK-MDL-CNT
               IF  WK-MDL-TBL-DNMN-CLFR(WK-K) = SPACE
                   DISPLAY ":::::ERROR:::::"
                   DISPLAY "원비율 분모산식 미존재 ["
                           WK-MDL-TBL-CLSFI-CD(WK-K) "]"
                   MOVE 32 TO RETURN-CODE
                   PERFORM  S8000-ERROR-RTN
                      THRU  S8000-ERROR-EXT
               END-IF
           END-PERFORM

           DISPLAY "* SCENARIO-CNT = " WK-SCNR-CNT
                   " MODEL-RATIO-CNT = " WK-MDL-CNT
           .
       S2000-LOAD-PARMS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  시나리오 FETCH
      *-----------------------------------------------------------------
       S2100-FETCH-SCNR-RTN.
           EXEC  SQL  FETCH  CUR_SCNR
                 INTO :WK-SCNR-ID
                    , :WK-SCNR-NAME
                    , :WK-SCNR-LOAN-RT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S2100-FETCH-SCNR-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_SCNR ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 22 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           IF  WK-SCNR-CNT >= CO-MAX-SCNR
               DISPLAY "** 시나리오 최대건수 초과 제외 ["
                       WK-SCNR-ID "]"
               GO TO S2100-FETCH-SCNR-EXT
           END-IF

           ADD  1                   TO  WK-SCNR-CNT
           MOVE WK-SCNR-ID          TO  WK-SCNR-TBL-ID(WK-SCNR-CNT)
           MOVE WK-SCNR-NAME        TO  WK-SCNR-TBL-NAME(WK-SCNR-CNT)
           MOVE WK-SCNR-LOAN-RT
             TO WK-SCNR-TBL-LOAN-RT(WK-SCNR-CNT)
           .
       S2100-FETCH-SCNR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  재무모형 원비율 산식 적재(계산식구분 A1/A2)
      *-----------------------------------------------------------------
       S2200-LOAD-MDL-RTN.
           EXEC SQL OPEN CUR_MDL END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_MDL ERROR SQLCODE=[" SQLCODE "]"
              MOVE 23 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S2210-FETCH-MDL-RTN
              THRU S2210-FETCH-MDL-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_MDL END-EXEC
           .
       S2200-LOAD-MDL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  재무모형 원비율 산식 FETCH - 소분류별 첫 산식을 적용
      *@  (분자는 소분류/계산유형을 등재, 분모는 해당 소분류에 보완)
      *-----------------------------------------------------------------
       S2210-FETCH-MDL-RTN.
           EXEC  SQL  FETCH  CUR_MDL
                 INTO :WK-MDL-CLSFI-CD
                    , :WK-MDL-CALC-PTRN
                    , :WK-MDL-CLFR
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S2210-FETCH-MDL-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_MDL ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 23 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           PERFORM VARYING WK-K FROM 1 BY 1
                   UNTIL   WK-K > WK-MDL-CNT
                   OR      WK-MDL-TBL-CLSFI-CD(WK-K) = WK-MDL-CLSFI-CD
               CONTINUE
           END-PERFORM

      *#1 분자 산식 - 소분류 신규등재(동일 소분류 후순위는 무시)
           IF  WK-MDL-CLFR-DSTCD = 'A1'
               IF  WK-K <= WK-MDL-CNT
               OR  WK-MDL-CNT >= CO-MDL-CNT
                   GO TO S2210-FETCH-MDL-EXT
               END-IF
               ADD  1                 TO  WK-MDL-CNT
               MOVE WK-MDL-CLSFI-CD   TO  WK-MDL-TBL-CLSFI-CD(WK-K)
               MOVE WK-MDL-CALC-PTRN  TO  WK-MDL-TBL-CALC-PTRN(WK-K)
               MOVE WK-MDL-CLFR       TO  WK-MDL-TBL-NMRT-CLFR(WK-K)
               MOVE SPACE             TO  WK-MDL-TBL-DNMN-CLFR(WK-K)
               GO TO S2210-FETCH-MDL-EXT
           END-IF

      *#1 분모 산식 - 분자가 등재된 소분류에만 보완
           IF  WK-K <= WK-MDL-CNT
           AND WK-MDL-TBL-DNMN-CLFR(WK-K) = SPACE
               MOVE WK-MDL-CLFR       TO  WK-MDL-TBL-DNMN-CLFR(WK-K)
           END-IF
           .
       S2210-FETCH-MDL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@업무처리 - 시나리오별 전 기업집단 스트레스 재판정
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.
           PERFORM S3100-SCENARIO-RTN
              THRU S3100-SCENARIO-EXT
                   VARYING WK-S FROM 1 BY 1
                   UNTIL   WK-S > WK-SCNR-CNT
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  시나리오 1건 - 충격항목 적재, 집단별 재판정, 이동 집계
      *-----------------------------------------------------------------
       S3100-SCENARIO-RTN.
           MOVE WK-SCNR-TBL-ID(WK-S)       TO  WK-SCNR-ID
           MOVE WK-SCNR-TBL-NAME(WK-S)     TO  WK-SCNR-NAME
           MOVE WK-SCNR-TBL-LOAN-RT(WK-S)  TO  WK-SCNR-LOAN-RT

           INITIALIZE WK-SHK-AREA
                      WK-MIG-AREA
           MOVE ZEROS  TO  WK-GRP-CNT
                           WK-NOFS-CNT
                           WK-ERR-GRP-CNT
                           WK-SAME-CNT
                           WK-DNGRADE-CNT
                           WK-UPGRADE-CNT
                           WK-BREACH-CNT
                           WK-NEAR-CNT

      *@1 충격항목 적재
           EXEC SQL OPEN CUR_SHK END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_SHK ERROR SQLCODE=[" SQLCODE "]"
              MOVE 24 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S3200-FETCH-SHK-RTN
              THRU S3200-FETCH-SHK-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_SHK END-EXEC

      *@1 시나리오 머리라인
           MOVE SPACE TO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           MOVE WK-SHK-CNT       TO  WK-EDIT-CNT
           MOVE WK-SCNR-LOAN-RT  TO  WK-EDIT-RATE
           MOVE SPACE TO RPT-RECORD
           STRING '** 스트레스 시나리오 ' WK-SCNR-ID
                  ' ' WK-SCNR-NAME
                  ' (충격항목 ' WK-EDIT-CNT
                  ', 여신증가율 ' WK-EDIT-RATE
                  '%, 처리일 ' WK-BASE-YMD ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

      *@1 기업집단별 재판정
           EXEC SQL OPEN CUR_GROUP END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_GROUP ERROR SQLCODE=[" SQLCODE "]"
              MOVE 25 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S4000-FETCH-GROUP-RTN
              THRU S4000-FETCH-GROUP-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_GROUP END-EXEC

      *@1 등급이동 건수 및 시나리오 요약
           PERFORM S5500-WRITE-MIG-RTN
              THRU S5500-WRITE-MIG-EXT
                   VARYING WK-M FROM 1 BY 1
                   UNTIL   WK-M > WK-MIG-CNT

           MOVE SPACE TO RPT-RECORD
           STRING '** 시나리오 ' WK-SCNR-ID
                  ' 대상 '   WK-GRP-CNT
                  ' 재무제표없음 ' WK-NOFS-CNT
                  ' 산출불가 ' WK-ERR-GRP-CNT
                  ' 유지 '   WK-SAME-CNT
                  ' 하향 '   WK-DNGRADE-CNT
                  ' 상향 '   WK-UPGRADE-CNT
                  ' 한도초과 ' WK-BREACH-CNT
                  ' 임박 '   WK-NEAR-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           ADD 1  TO  WK-SCNR-DONE-CNT
           .
       S3100-SCENARIO-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  충격항목 FETCH
      *-----------------------------------------------------------------
       S3200-FETCH-SHK-RTN.
           EXEC  SQL  FETCH  CUR_SHK
                 INTO :WK-SHK-RPTDOC
                    , :WK-SHK-ITEM-CD
                    , :WK-SHK-RATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S3200-FETCH-SHK-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_SHK ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 24 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           IF  WK-SHK-CNT >= CO-MAX-SHK
               DISPLAY "** 충격항목 최대건수 초과 제외 ["
                       WK-SHK-RPTDOC "-" WK-SHK-ITEM-CD "]"
               GO TO S3200-FETCH-SHK-EXT
           END-IF

           ADD  1                 TO  WK-SHK-CNT
           MOVE WK-SHK-RPTDOC     TO  WK-SHK-TBL-RPTDOC(WK-SHK-CNT)
           MOVE WK-SHK-ITEM-CD    TO  WK-SHK-TBL-ITEM-CD(WK-SHK-CNT)
           MOVE WK-SHK-RATE       TO  WK-SHK-TBL-RATE(WK-SHK-CNT)
           .
       S3200-FETCH-SHK-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  대상집단 FETCH 및 스트레스 재판정
      *-----------------------------------------------------------------
       S4000-FETCH-GROUP-RTN.
           EXEC  SQL  FETCH  CUR_GROUP
                 INTO :WK-CORP-CLCT-GROUP-CD
                    , :WK-CORP-CLCT-REGI-CD
                    , :WK-CORP-CLCT-NAME
                    , :WK-VALUA-YMD
                    , :WK-VALUA-BASE-YMD
                    , :WK-FNAF-SCOR
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
                    GO TO S4000-FETCH-GROUP-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_GROUP ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 25 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           ADD 1  TO  WK-READ-CNT
           ADD 1  TO  WK-GRP-CNT

      *@1 판정결과 초기화 - 산출불가시 확정 재무점수만 표기
           MOVE WK-FNAF-SCOR  TO  WK-BASE-FNAF-SCOR
           MOVE ZEROS         TO  WK-STRS-FNAF-SCOR
                                  WK-BASE-CHSN-SCOR
                                  WK-STRS-CHSN-SCOR
           MOVE SPACE         TO  WK-BASE-GRD
                                  WK-STRS-GRD
           MOVE CO-N          TO  WK-SCOR-OK

      *@1 확정평가 기준년 합산재무제표 적재 및 충격 적용
           PERFORM S4100-LOAD-FNST-RTN
              THRU S4100-LOAD-FNST-EXT

      *@1 충격 재무점수 산출(재무평가와 동일 단계)
           IF  WK-FS-CNT > ZEROS
               PERFORM S4300-STRS-FNAF-SCOR-RTN
                  THRU S4300-STRS-FNAF-SCOR-EXT
           ELSE
               MOVE 'N'   TO  WK-MIG-DSTCD
               ADD  1     TO  WK-NOFS-CNT
           END-IF

      *@1 충격 재무점수 + 확정 비재무 항목평가로 모의 등급산출
           IF  WK-SCOR-OK = CO-Y
               PERFORM S4800-SIMUL-GRADE-RTN
                  THRU S4800-SIMUL-GRADE-EXT
           END-IF

      *@1 등급이동 판정(S:유지 D:하향 U:상향)
           IF  WK-SCOR-OK = CO-Y
               PERFORM S4900-JUDGE-MIG-RTN
                  THRU S4900-JUDGE-MIG-EXT
           ELSE
               IF  WK-FS-CNT > ZEROS
                   MOVE 'E'   TO  WK-MIG-DSTCD
                   ADD  1     TO  WK-ERR-GRP-CNT
                   ADD  1     TO  WK-TOT-ERR-CNT
               END-IF
           END-IF

      *@1 충격 익스포저 한도대사
           PERFORM S4700-EXPOSURE-RTN
              THRU S4700-EXPOSURE-EXT

           PERFORM S5000-WRITE-DTL-RTN
              THRU S5000-WRITE-DTL-EXT
           .
       S4000-FETCH-GROUP-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  합산재무제표(확정평가 평가기준년 당기/전기) 적재
      *@  - 재무평가와 같이 평가기준년월일의 연도를 기준년으로 한다
      *-----------------------------------------------------------------
       S4100-LOAD-FNST-RTN.
           MOVE ZEROS  TO  WK-FS-CNT

           MOVE WK-VALUA-BASE-YMD(1:4)  TO  WK-BASE-YR
           IF  WK-BASE-YR IS NOT NUMERIC
               GO TO S4100-LOAD-FNST-EXT
           END-IF

           MOVE WK-BASE-YR           TO  WK-BASE-YR-N
           COMPUTE WK-PRIOR-YR-N  =  WK-BASE-YR-N - 1
           MOVE WK-BASE-YR           TO  WK-CUR-STLACC-YR
           MOVE WK-PRIOR-YR-N        TO  WK-PRIOR-STLACC-YR

           EXEC SQL OPEN CUR_FNST END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_FNST ERROR SQLCODE=[" SQLCODE "]"
              MOVE 26 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-FOUND
           PERFORM S4200-FETCH-FNST-RTN
              THRU S4200-FETCH-FNST-EXT
                   UNTIL WK-SW-FOUND = CO-Y

           EXEC SQL CLOSE CUR_FNST END-EXEC
           .
       S4100-LOAD-FNST-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  합산재무제표 항목 FETCH - 당기 항목은 충격률 반영
      *-----------------------------------------------------------------
       S4200-FETCH-FNST-RTN.
           EXEC  SQL  FETCH  CUR_FNST
                 INTO :WK-FS-STLACC-YR
                    , :WK-FS-RPTDOC
                    , :WK-FS-ITEM-CD
                    , :WK-FS-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-FOUND
                    GO TO S4200-FETCH-FNST-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_FNST ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 26 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           IF  WK-FS-CNT >= CO-MAX-FS
               DISPLAY "** 재무제표 최대건수 초과 제외 ["
                       WK-CORP-CLCT-GROUP-CD "/"
                       WK-CORP-CLCT-REGI-CD "]"
               GO TO S4200-FETCH-FNST-EXT
           END-IF

           ADD  1                 TO  WK-FS-CNT
           MOVE WK-FS-STLACC-YR   TO  WK-FS-TBL-STLACC-YR(WK-FS-CNT)
           MOVE WK-FS-RPTDOC      TO  WK-FS-TBL-RPTDOC(WK-FS-CNT)
           MOVE WK-FS-ITEM-CD     TO  WK-FS-TBL-ITEM-CD(WK-FS-CNT)
           MOVE WK-FS-AMT         TO  WK-FS-TBL-STRS-AMT(WK-FS-CNT)

      *#1 당기 항목만 충격률 적용
           IF  WK-FS-STLACC-YR NOT = WK-CUR-STLACC-YR
               GO TO S4200-FETCH-FNST-EXT
           END-IF

           PERFORM S4210-SHOCK-ITEM-RTN
              THRU S4210-SHOCK-ITEM-EXT
                   VARYING WK-J FROM 1 BY 1
                   UNTIL   WK-J > WK-SHK-CNT
           .
       S4200-FETCH-FNST-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  충격항목 대조 - 충격금액 = 금액 × (1 + 충격률/100)
      *-----------------------------------------------------------------
       S4210-SHOCK-ITEM-RTN.
           IF  WK-SHK-TBL-RPTDOC(WK-J)  = WK-FS-RPTDOC
           AND WK-SHK-TBL-ITEM-CD(WK-J) = WK-FS-ITEM-CD
               COMPUTE WK-FS-TBL-STRS-AMT(WK-FS-CNT) ROUNDED =
                       WK-FS-AMT * (100 + WK-SHK-TBL-RATE(WK-J))
                       / 100
               MOVE WK-SHK-CNT  TO  WK-J
           END-IF
           .
       S4210-SHOCK-ITEM-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  충격 재무점수 산출 - 재무평가(DIPA701)와 동일 단계
      *@  1.원비율 2.LOGIT변환 3.표준화 4.모형산식 5.정규화
      *@  단계중 산출불가가 있으면 WK-SCOR-OK = 'N' 으로 종료
      *-----------------------------------------------------------------
       S4300-STRS-FNAF-SCOR-RTN.
           MOVE CO-Y   TO  WK-SCOR-OK

      *@1 재무비율값(원비율값) 산출
           PERFORM S4310-FNAF-RATO-RTN
              THRU S4310-FNAF-RATO-EXT
                   VARYING WK-K FROM 1 BY 1
                   UNTIL   WK-K > WK-MDL-CNT
                   OR      WK-SCOR-OK = CO-N

      *@1 변환비율 1차(LOGIT 변환) 산출
           PERFORM S4350-1ST-CHNGZ-RATO-RTN
              THRU S4350-1ST-CHNGZ-RATO-EXT
                   VARYING WK-K FROM 1 BY 1
                   UNTIL   WK-K > WK-MDL-CNT
                   OR      WK-SCOR-OK = CO-N

      *@1 변환비율 2차(표준화) 산출
           PERFORM S4360-2ND-CHNGZ-RATO-RTN
              THRU S4360-2ND-CHNGZ-RATO-EXT
                   VARYING WK-K FROM 1 BY 1
                   UNTIL   WK-K > WK-MDL-CNT
                   OR      WK-SCOR-OK = CO-N

      *@1 재무모형 평점(모형산식 적용) 산출
           IF  WK-SCOR-OK = CO-Y
               PERFORM S4370-FNAF-MDL-VALSCR-RTN
                  THRU S4370-FNAF-MDL-VALSCR-EXT
           END-IF

      *@1 최종 재무평점(정규화 재무평점) 산출
           IF  WK-SCOR-OK = CO-Y
               PERFORM S4380-FNAF-VALSCR-RTN
                  THRU S4380-FNAF-VALSCR-EXT
           END-IF
           .
       S4300-STRS-FNAF-SCOR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  원비율 1건 - 충격 분자/분모 산출후 계산유형별 비율 산출
      *-----------------------------------------------------------------
       S4310-FNAF-RATO-RTN.
      *@1 분자값 산출
           MOVE WK-MDL-TBL-NMRT-CLFR(WK-K)  TO  WK-SRC-CLFR
           PERFORM S4400-CALC-CLFR-RTN
              THRU S4400-CALC-CLFR-EXT
           IF  WK-CLFR-OK NOT = CO-Y
               MOVE CO-N  TO  WK-SCOR-OK
               GO TO S4310-FNAF-RATO-EXT
           END-IF
           COMPUTE WK-NMRT-VAL = WK-CLFR-VAL
             ON SIZE ERROR
                   PERFORM S4390-RATO-ERROR-RTN
                      THRU S4390-RATO-ERROR-EXT
                   GO TO S4310-FNAF-RATO-EXT
           END-COMPUTE

      *@1 분모값 산출
           MOVE WK-MDL-TBL-DNMN-CLFR(WK-K)  TO  WK-SRC-CLFR
           PERFORM S4400-CALC-CLFR-RTN
              THRU S4400-CALC-CLFR-EXT
           IF  WK-CLFR-OK NOT = CO-Y
               MOVE CO-N  TO  WK-SCOR-OK
               GO TO S4310-FNAF-RATO-EXT
           END-IF
           COMPUTE WK-DNMN-VAL = WK-CLFR-VAL
             ON SIZE ERROR
                   PERFORM S4390-RATO-ERROR-RTN
                      THRU S4390-RATO-ERROR-EXT
                   GO TO S4310-FNAF-RATO-EXT
           END-COMPUTE

      *@1 계산유형별 원비율 산출
           MOVE ZEROS  TO  WK-CHNG-VAL
           EVALUATE WK-MDL-TBL-CALC-PTRN(WK-K)
               WHEN 'B'
                    PERFORM S4320-B-PTRN-RTN
                       THRU S4320-B-PTRN-EXT
               WHEN 'D'
                    PERFORM S4330-D-PTRN-RTN
                       THRU S4330-D-PTRN-EXT
               WHEN 'J'
                    PERFORM S4340-J-PTRN-RTN
                       THRU S4340-J-PTRN-EXT
               WHEN OTHER
                    PERFORM S4390-RATO-ERROR-RTN
                       THRU S4390-RATO-ERROR-EXT
           END-EVALUATE

           MOVE WK-CHNG-VAL  TO  WK-FNAF-RATO-VAL(WK-K)
           .
       S4310-FNAF-RATO-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  계산유형 B - 분모(+)만 산출, 그외 산출불가
      *-----------------------------------------------------------------
       S4320-B-PTRN-RTN.
           IF  WK-DNMN-VAL > ZERO
               COMPUTE WK-CHNG-VAL ROUNDED =
                       WK-NMRT-VAL / WK-DNMN-VAL
           ELSE
               PERFORM S4390-RATO-ERROR-RTN
                  THRU S4390-RATO-ERROR-EXT
           END-IF
           .
       S4320-B-PTRN-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  계산유형 D - 분자(+)/분모(0)는 상한, 0/0은 0,
      *@  분자 또는 분모가 음수면 산출불가
      *-----------------------------------------------------------------
       S4330-D-PTRN-RTN.
           IF  WK-NMRT-VAL < ZERO
           OR  WK-DNMN-VAL < ZERO
               PERFORM S4390-RATO-ERROR-RTN
                  THRU S4390-RATO-ERROR-EXT
               GO TO S4330-D-PTRN-EXT
           END-IF

           IF  WK-DNMN-VAL > ZERO
               COMPUTE WK-CHNG-VAL ROUNDED =
                       WK-NMRT-VAL / WK-DNMN-VAL
           ELSE
               IF  WK-NMRT-VAL > ZERO
                   MOVE CO-NUM-MAX  TO  WK-CHNG-VAL
               ELSE
                   MOVE ZERO        TO  WK-CHNG-VAL
               END-IF
           END-IF
           .
       S4330-D-PTRN-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  계산유형 J(A1) - 분모(+)는 산출, 분자(+)/분모(0)는 0,
      *@  분자(0,-)/분모(0)는 하한, 분모(-)는 산출불가
      *-----------------------------------------------------------------
       S4340-J-PTRN-RTN.
           IF  WK-DNMN-VAL < ZERO
               PERFORM S4390-RATO-ERROR-RTN
                  THRU S4390-RATO-ERROR-EXT
               GO TO S4340-J-PTRN-EXT
           END-IF

           IF  WK-DNMN-VAL > ZERO
               COMPUTE WK-CHNG-VAL ROUNDED =
                       WK-NMRT-VAL / WK-DNMN-VAL
           ELSE
               IF  WK-NMRT-VAL > ZERO
                   MOVE ZERO        TO  WK-CHNG-VAL
               ELSE
                   MOVE CO-NUM-MIN  TO  WK-CHNG-VAL
               END-IF
           END-IF
           .
       S4340-J-PTRN-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  변환비율 1차(LOGIT 변환) - QIPA702 변환산식을 계산
      *-----------------------------------------------------------------
       S4350-1ST-CHNGZ-RATO-RTN.
           INITIALIZE YCDBSQLA-CA
                      XQIPA702-IN

      *   재무비율 산출값
           MOVE WK-FNAF-RATO-VAL(WK-K)
             TO XQIPA702-I-VAL
      *   그룹회사코드
           MOVE 'KB0'
             TO XQIPA702-I-GROUP-CO-CD
      *   기업신용평가모델구분
           MOVE '2'
             TO XQIPA702-I-CCVAL-MDEL-DSTCD
      *   모형규모구분
           MOVE 'A'
             TO XQIPA702-I-MDL-SCAL-DSTCD
      *   모델적용년월일
           MOVE CO-IB-APLY-YMD
             TO XQIPA702-I-MDEL-APLY-YMD
      *   모델계산식대분류구분
           MOVE 'IB'
             TO XQIPA702-I-MDEL-CZ-CLSFI-DSTCD
      *   모델계산식소분류코드
           MOVE WK-MDL-TBL-CLSFI-CD(WK-K)
             TO XQIPA702-I-MDEL-CSZ-CLSFI-CD

      *@1  SQLIO 호출
           #DYSQLA QIPA702 SELECT XQIPA702-CA

           EVALUATE TRUE
               WHEN COND-DBSQL-OK
                    CONTINUE
               WHEN COND-DBSQL-MRNF
                    DISPLAY ":::::ERROR:::::"
                    DISPLAY "LOGIT 변환산식 미존재 ["
                            WK-MDL-TBL-CLSFI-CD(WK-K) "]"
                    MOVE 33 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
               WHEN OTHER
                    DISPLAY "QIPA702 SQLIO ERROR ["
                            WK-MDL-TBL-CLSFI-CD(WK-K) "]"
                    MOVE 29 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           MOVE XQIPA702-O-CHNG-CLFR-CTNT  TO  WK-TGT-CLFR
           PERFORM S4490-FIPQ001-CALL-RTN
              THRU S4490-FIPQ001-CALL-EXT
           IF  WK-CLFR-OK NOT = CO-Y
               MOVE CO-N  TO  WK-SCOR-OK
               GO TO S4350-1ST-CHNGZ-RATO-EXT
           END-IF

           MOVE WK-CLFR-VAL  TO  WK-1ST-CHNGZ-RATO(WK-K)
           .
       S4350-1ST-CHNGZ-RATO-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  변환비율 2차(표준화) - QIPA703 변환산식을 계산
      *-----------------------------------------------------------------
       S4360-2ND-CHNGZ-RATO-RTN.
           INITIALIZE YCDBSQLA-CA
                      XQIPA703-IN

      *   변환비율 1차 산출값
           MOVE WK-1ST-CHNGZ-RATO(WK-K)
             TO XQIPA703-I-VAL
      *   그룹회사코드
           MOVE 'KB0'
             TO XQIPA703-I-GROUP-CO-CD
      *   기업신용평가모델구분
           MOVE '2'
             TO XQIPA703-I-CCVAL-MDEL-DSTCD
      *   모형규모구분
           MOVE 'A'
             TO XQIPA703-I-MDL-SCAL-DSTCD
      *   모델적용년월일
           MOVE CO-IC-APLY-YMD
             TO XQIPA703-I-MDEL-APLY-YMD
      *   모델계산식대분류구분
           MOVE 'IC'
             TO XQIPA703-I-MDEL-CZ-CLSFI-DSTCD
      *   모델계산식소분류코드
           MOVE WK-MDL-TBL-CLSFI-CD(WK-K)
             TO XQIPA703-I-MDEL-CSZ-CLSFI-CD

      *@1  SQLIO 호출
           #DYSQLA QIPA703 SELECT XQIPA703-CA

           EVALUATE TRUE
               WHEN COND-DBSQL-OK
                    CONTINUE
               WHEN COND-DBSQL-MRNF
                    DISPLAY ":::::ERROR:::::"
                    DISPLAY "표준화 변환산식 미존재 ["
                            WK-MDL-TBL-CLSFI-CD(WK-K) "]"
                    MOVE 33 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
               WHEN OTHER
                    DISPLAY "QIPA703 SQLIO ERROR ["
                            WK-MDL-TBL-CLSFI-CD(WK-K) "]"
                    MOVE 29 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           MOVE XQIPA703-O-CHNG-CLFR-CTNT  TO  WK-TGT-CLFR
           PERFORM S4490-FIPQ001-CALL-RTN
              THRU S4490-FIPQ001-CALL-EXT
           IF  WK-CLFR-OK NOT = CO-Y
               MOVE CO-N  TO  WK-SCOR-OK
               GO TO S4360-2ND-CHNGZ-RATO-EXT
           END-IF

           MOVE WK-CLFR-VAL  TO  WK-2ND-CHNGZ-RATO(WK-K)
           .
       S4360-2ND-CHNGZ-RATO-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  재무모형 평점 - QIPA704 모형산식(ID-1100)을 계산
      *-----------------------------------------------------------------
       S4370-FNAF-MDL-VALSCR-RTN.
           INITIALIZE YCDBSQLA-CA
                      XQIPA704-IN

      *   소분류별 변환비율 2차 산출값
           PERFORM VARYING WK-K FROM 1 BY 1
                   UNTIL   WK-K > WK-MDL-CNT
               EVALUATE WK-MDL-TBL-CLSFI-CD(WK-K)
                   WHEN '0001'
                       MOVE WK-2ND-CHNGZ-RATO(WK-K)
                         TO XQIPA704-I-VAL1
                   WHEN '0002'
                       MOVE WK-2ND-CHNGZ-RATO(WK-K)
                         TO XQIPA704-I-VAL2
                   WHEN '0003'
                       MOVE WK-2ND-CHNGZ-RATO(WK-K)
                         TO XQIPA704-I-VAL3
                   WHEN '0004'
                       MOVE WK-2ND-CHNGZ-RATO(WK-K)
                         TO XQIPA704-I-VAL4
                   WHEN '0005'
                       MOVE WK-2ND-CHNGZ-RATO(WK-K)
                         TO XQIPA704-I-VAL5
               END-EVALUATE
           END-PERFORM

      *   그룹회사코드
           MOVE 'KB0'
             TO XQIPA704-I-GROUP-CO-CD
      *   기업신용평가모델구분
           MOVE '2'
             TO XQIPA704-I-CCVAL-MDEL-DSTCD
      *   모형규모구분
           MOVE 'A'
             TO XQIPA704-I-MDL-SCAL-DSTCD
      *   모델적용년월일
           MOVE CO-ID-APLY-YMD
             TO XQIPA704-I-MDEL-APLY-YMD
      *   모델계산식대분류구분
           MOVE 'ID'
             TO XQIPA704-I-MDEL-CZ-CLSFI-DSTCD
      *   모델계산식소분류코드
           MOVE '1100'
             TO XQIPA704-I-MDEL-CSZ-CLSFI-CD

      *@1  SQLIO 호출
           #DYSQLA QIPA704 SELECT XQIPA704-CA

           EVALUATE TRUE
               WHEN COND-DBSQL-OK
                    CONTINUE
               WHEN COND-DBSQL-MRNF
                    DISPLAY ":::::ERROR:::::"
                    DISPLAY "모형산식 미존재 [ID-1100]"
                    MOVE 33 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
               WHEN OTHER
                    DISPLAY "QIPA704 SQLIO ERROR [ID-1100]"
                    MOVE 29 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           MOVE XQIPA704-O-LAST-CLFR-CTNT  TO  WK-TGT-CLFR
           PERFORM S4490-FIPQ001-CALL-RTN
              THRU S4490-FIPQ001-CALL-EXT
           IF  WK-CLFR-OK NOT = CO-Y
               MOVE CO-N  TO  WK-SCOR-OK
               GO TO S4370-FNAF-MDL-VALSCR-EXT
           END-IF

           MOVE WK-CLFR-VAL  TO  WK-FNAF-MDL-VALSCR
           .
       S4370-FNAF-MDL-VALSCR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  최종 재무평점 - QIPA705 정규화(소수 2자리 반올림)
      *-----------------------------------------------------------------
       S4380-FNAF-VALSCR-RTN.
           INITIALIZE YCDBSQLA-CA
                      XQIPA705-IN

      *   평점변환할 값
           MOVE WK-FNAF-MDL-VALSCR
             TO XQIPA705-I-VAL

      *@1  SQLIO 호출
           #DYSQLA QIPA705 SELECT XQIPA705-CA

           EVALUATE TRUE
               WHEN COND-DBSQL-OK
                    CONTINUE
               WHEN COND-DBSQL-MRNF
                    DISPLAY ":::::ERROR:::::"
                    DISPLAY "재무평점 정규화 기준 미존재"
                    MOVE 33 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
               WHEN OTHER
                    DISPLAY "QIPA705 SQLIO ERROR"
                    MOVE 29 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           COMPUTE WK-FNAF-VALSCR ROUNDED = XQIPA705-O-VAL

      *#1 등급산출 입력(부호없는 재무점수) 범위로 제한
           IF  WK-FNAF-VALSCR < ZEROS
               MOVE ZEROS  TO  WK-FNAF-VALSCR
           END-IF

           COMPUTE WK-STRS-FNAF-SCOR = WK-FNAF-VALSCR
             ON SIZE ERROR
                   PERFORM S4390-RATO-ERROR-RTN
                      THRU S4390-RATO-ERROR-EXT
           END-COMPUTE
           .
       S4380-FNAF-VALSCR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  재무점수 산출불가 - 사유 표시후 산출중단
      *-----------------------------------------------------------------
       S4390-RATO-ERROR-RTN.
           MOVE CO-N  TO  WK-SCOR-OK
           IF  WK-K >= 1 AND WK-K <= WK-MDL-CNT
               DISPLAY "** 재무모형 산출불가 ["
                       WK-CORP-CLCT-GROUP-CD "/"
                       WK-CORP-CLCT-REGI-CD "] 소분류["
                       WK-MDL-TBL-CLSFI-CD(WK-K) "] 계산유형["
                       WK-MDL-TBL-CALC-PTRN(WK-K) "]"
           ELSE
               DISPLAY "** 재무모형 산출불가 ["
                       WK-CORP-CLCT-GROUP-CD "/"
                       WK-CORP-CLCT-REGI-CD "] 최종 재무평점"
           END-IF
           .
       S4390-RATO-ERROR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  재무산식 치환 및 계산
      *@  - &RR-IIIIY : RR 보고서구분, IIII 항목코드, Y 결산년구분
      *@                (C:당기 B:전기), 미존재 항목은 0
      *-----------------------------------------------------------------
       S4400-CALC-CLFR-RTN.
           MOVE CO-N    TO  WK-CLFR-OK
           MOVE ZEROS   TO  WK-CLFR-VAL
           MOVE SPACE   TO  WK-TGT-CLFR
           MOVE ZEROS   TO  WK-SRC-LEN
           INSPECT WK-SRC-CLFR TALLYING WK-SRC-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 1       TO  WK-I
                            WK-TGT-PTR
           MOVE ZEROS   TO  WK-TGT-LAST

           PERFORM S4410-SUBST-CHAR-RTN
              THRU S4410-SUBST-CHAR-EXT
                   UNTIL WK-I > WK-SRC-LEN
                   OR    WK-TGT-PTR > 3990

           IF  WK-TGT-PTR > 3990
               DISPLAY "** 산식 치환길이 초과 [IA-"
                       WK-MDL-TBL-CLSFI-CD(WK-K) "]"
               ADD 1  TO  WK-CLFR-ERR-CNT
               GO TO S4400-CALC-CLFR-EXT
           END-IF

           PERFORM S4490-FIPQ001-CALL-RTN
              THRU S4490-FIPQ001-CALL-EXT
           .
       S4400-CALC-CLFR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  산식 1문자(또는 & 항목 1건) 치환
      *-----------------------------------------------------------------
       S4410-SUBST-CHAR-RTN.
           IF  WK-SRC-CLFR(WK-I:1) NOT = '&'
      *@       -( 는 -1*( 로 변환
               IF  WK-SRC-CLFR(WK-I:1) = '('
               AND WK-TGT-LAST > ZEROS
               AND WK-TGT-CLFR(WK-TGT-LAST:1) = '-'
                   STRING '1*' DELIMITED BY SIZE
                     INTO WK-TGT-CLFR WITH POINTER WK-TGT-PTR
               END-IF
               STRING WK-SRC-CLFR(WK-I:1) DELIMITED BY SIZE
                 INTO WK-TGT-CLFR WITH POINTER WK-TGT-PTR
               COMPUTE WK-TGT-LAST = WK-TGT-PTR - 1
               ADD 1  TO  WK-I
               GO TO S4410-SUBST-CHAR-EXT
           END-IF

      *@1 & 항목 분해
           MOVE WK-SRC-CLFR(WK-I + 1:2)   TO  WK-TKN-RPTDOC
           MOVE WK-SRC-CLFR(WK-I + 4:4)   TO  WK-TKN-ITEM-CD
           MOVE WK-SRC-CLFR(WK-I + 8:1)   TO  WK-TKN-YR-DSTCD
           ADD 10  TO  WK-I

           IF  WK-TKN-YR-DSTCD = 'B'
               MOVE WK-PRIOR-STLACC-YR    TO  WK-SRCH-STLACC-YR
           ELSE
               MOVE WK-CUR-STLACC-YR      TO  WK-SRCH-STLACC-YR
           END-IF
           MOVE WK-TKN-RPTDOC             TO  WK-SRCH-RPTDOC
           MOVE WK-TKN-ITEM-CD            TO  WK-SRCH-ITEM-CD

           MOVE ZEROS  TO  WK-TKN-AMT
           SEARCH ALL WK-FS-TBL
               AT END
                    CONTINUE
               WHEN WK-FS-TBL-KEY(WK-FS-IDX) = WK-FS-SRCH-KEY
                    MOVE WK-FS-TBL-STRS-AMT(WK-FS-IDX)
                      TO WK-TKN-AMT
           END-SEARCH

      *@1 음수값 부호처리(+- 는 -, -- 는 +, 그외 (0-값))
           IF  WK-TKN-AMT < ZEROS
               COMPUTE WK-TKN-AMT = 0 - WK-TKN-AMT
               IF  WK-TGT-LAST > ZEROS
               AND (WK-TGT-CLFR(WK-TGT-LAST:1) = '+'
               OR   WK-TGT-CLFR(WK-TGT-LAST:1) = '-')
                   IF  WK-TGT-CLFR(WK-TGT-LAST:1) = '+'
                       MOVE '-'  TO  WK-TGT-CLFR(WK-TGT-LAST:1)
                   ELSE
                       MOVE '+'  TO  WK-TGT-CLFR(WK-TGT-LAST:1)
                   END-IF
                   PERFORM S4420-PUT-AMT-RTN
                      THRU S4420-PUT-AMT-EXT
               ELSE
                   STRING '(0-' DELIMITED BY SIZE
                     INTO WK-TGT-CLFR WITH POINTER WK-TGT-PTR
                   PERFORM S4420-PUT-AMT-RTN
                      THRU S4420-PUT-AMT-EXT
                   STRING ')' DELIMITED BY SIZE
                     INTO WK-TGT-CLFR WITH POINTER WK-TGT-PTR
               END-IF
           ELSE
               PERFORM S4420-PUT-AMT-RTN
                  THRU S4420-PUT-AMT-EXT
           END-IF

           COMPUTE WK-TGT-LAST = WK-TGT-PTR - 1
           .
       S4410-SUBST-CHAR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  항목금액 편집(선행공백 제거) 후 산식에 수록
      *-----------------------------------------------------------------
       S4420-PUT-AMT-RTN.
           MOVE WK-TKN-AMT    TO  WK-TKN-EDIT
           MOVE ZEROS         TO  WK-LEAD-CNT
           INSPECT WK-TKN-EDIT TALLYING WK-LEAD-CNT
                   FOR LEADING SPACE
           STRING WK-TKN-EDIT(WK-LEAD-CNT + 1:) DELIMITED BY SIZE
             INTO WK-TGT-CLFR WITH POINTER WK-TGT-PTR
           .
       S4420-PUT-AMT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  재무산식파싱(FIPQ001) 호출 - WK-TGT-CLFR 계산
      *-----------------------------------------------------------------
       S4490-FIPQ001-CALL-RTN.
           MOVE CO-N    TO  WK-CLFR-OK
           MOVE ZEROS   TO  WK-CLFR-VAL

           INITIALIZE XFIPQ001-IN
           MOVE '99'          TO  XFIPQ001-I-PRCSS-DSTIC
           MOVE WK-TGT-CLFR   TO  XFIPQ001-I-CLFR

           #DYCALL FIPQ001 YCCOMMON-CA XFIPQ001-CA

           IF  NOT COND-XFIPQ001-OK
           AND NOT COND-XFIPQ001-NOTFOUND
               DISPLAY "** 재무산식 계산오류 ["
                       WK-CORP-CLCT-GROUP-CD "/"
                       WK-CORP-CLCT-REGI-CD "] "
                       WK-TGT-CLFR(1:200)
               ADD 1  TO  WK-CLFR-ERR-CNT
               GO TO S4490-FIPQ001-CALL-EXT
           END-IF

           MOVE XFIPQ001-O-CLFR-VAL  TO  WK-CLFR-VAL
           MOVE CO-Y    TO  WK-CLFR-OK
           .
       S4490-FIPQ001-CALL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  충격 익스포저 - 최종 소진현황(THKIPL011) × (1 + 여신증가율)
      *@  을 한도원장(THKIPL010)과 대사
      *-----------------------------------------------------------------
       S4700-EXPOSURE-RTN.
           MOVE ZEROS  TO  WK-EXPSR-AMT
                           WK-LIMIT-AMT
                           WK-LIMIT-FOUND
                           WK-UTLZ-RATO

           EXEC SQL
           SELECT 총여신소진금액
             INTO :WK-EXPSR-AMT
             FROM DB2DBA.THKIPL011
            WHERE 그룹회사코드     = 'KB0'
              AND 기업집단그룹코드 = :WK-CORP-CLCT-GROUP-CD
              AND 기업집단등록코드 = :WK-CORP-CLCT-REGI-CD
              AND 집계기준년월일   =
                 (SELECT MAX(X.집계기준년월일)
                  FROM   DB2DBA.THKIPL011 X
                  WHERE  X.그룹회사코드     = 'KB0'
                    AND  X.기업집단그룹코드
                             = :WK-CORP-CLCT-GROUP-CD
                    AND  X.기업집단등록코드
                             = :WK-CORP-CLCT-REGI-CD
                    AND  X.집계기준년월일  <= :WK-BASE-YMD)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN 100
                    MOVE ZEROS TO WK-EXPSR-AMT
               WHEN OTHER
                    DISPLAY "KIPL011 SELECT ERROR SQLCODE=["
                            SQLCODE "]"
                    MOVE 28 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           COMPUTE WK-STRS-EXPSR-AMT ROUNDED =
                   WK-EXPSR-AMT * (100 + WK-SCNR-LOAN-RT) / 100

           EXEC SQL
           SELECT 총여신한도금액
                 ,1
             INTO :WK-LIMIT-AMT
                 ,:WK-LIMIT-FOUND
             FROM DB2DBA.THKIPL010
            WHERE 그룹회사코드     = 'KB0'
              AND 기업집단그룹코드 = :WK-CORP-CLCT-GROUP-CD
              AND 기업집단등록코드 = :WK-CORP-CLCT-REGI-CD
              AND 한도상태구분     = '1'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN 100
                    MOVE ZERO TO WK-LIMIT-FOUND
               WHEN OTHER
                    DISPLAY "KIPL010 SELECT ERROR SQLCODE=["
                            SQLCODE "]"
                    MOVE 28 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           IF  WK-LIMIT-FOUND = ZERO
           OR  WK-LIMIT-AMT  <= ZERO
               MOVE 'NL'  TO  WK-STAT-CD
               GO TO S4700-EXPOSURE-EXT
           END-IF

           COMPUTE WK-UTLZ-RATO ROUNDED =
                   WK-STRS-EXPSR-AMT * 100 / WK-LIMIT-AMT
             ON SIZE ERROR
                   MOVE CO-MAX-UTLZ-RATO  TO  WK-UTLZ-RATO
           END-COMPUTE

           EVALUATE TRUE
               WHEN WK-STRS-EXPSR-AMT > WK-LIMIT-AMT
                    MOVE 'BR'  TO  WK-STAT-CD
                    ADD  1     TO  WK-BREACH-CNT
               WHEN WK-UTLZ-RATO >= CO-NEAR-BREACH-RATO
                    MOVE 'NB'  TO  WK-STAT-CD
                    ADD  1     TO  WK-NEAR-CNT
               WHEN OTHER
                    MOVE 'OK'  TO  WK-STAT-CD
           END-EVALUATE
           .
       S4700-EXPOSURE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  모의 등급산출 - 확정평가 비재무 항목평가를 그대로 두고
      *@  충격 재무점수로 DIPA711 모의산출(처리구분 '03')을 호출
      *@  (평가 테이블 무기록, 모의/현행 점수와 등급을 반환)
      *-----------------------------------------------------------------
       S4800-SIMUL-GRADE-RTN.
      *@1 확정평가 비재무 항목평가 적재
           MOVE ZEROS  TO  WK-ITEM-CNT

           EXEC SQL OPEN CUR_ITEM END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_ITEM ERROR SQLCODE=[" SQLCODE "]"
              MOVE 27 TO RETURN-CODE
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-ITEM-EOF
           PERFORM S4810-FETCH-ITEM-RTN
              THRU S4810-FETCH-ITEM-EXT
                   UNTIL WK-SW-ITEM-EOF = CO-Y

           EXEC SQL CLOSE CUR_ITEM END-EXEC

      *#1 비재무 평가항목이 모두 있어야 등급산출 가능
           IF  WK-ITEM-CNT < CO-NFNAF-ITEM-CNT
               DISPLAY "** 비재무 항목평가 미비 ["
                       WK-CORP-CLCT-GROUP-CD "/"
                       WK-CORP-CLCT-REGI-CD "] 건수["
                       WK-ITEM-CNT "]"
               MOVE CO-N  TO  WK-SCOR-OK
               GO TO S4800-SIMUL-GRADE-EXT
           END-IF

      *@1 모의산출 입력 조립
           INITIALIZE XDIPA711-IN
                      XDIPA711-OUT
                      XDIPA711-RETURN

           MOVE BICOM-GROUP-CO-CD
             TO XDIPA711-I-GROUP-CO-CD
           MOVE WK-CORP-CLCT-GROUP-CD
             TO XDIPA711-I-CORP-CLCT-GROUP-CD
           MOVE WK-CORP-CLCT-REGI-CD
             TO XDIPA711-I-CORP-CLCT-REGI-CD
           MOVE WK-VALUA-YMD
             TO XDIPA711-I-VALUA-YMD
           MOVE WK-STRS-FNAF-SCOR
             TO XDIPA711-I-FNAF-SCOR
           MOVE '03'
             TO XDIPA711-I-PRCSS-DSTIC
           MOVE WK-ITEM-CNT
             TO XDIPA711-I-TOTAL-NOITM
                XDIPA711-I-PRSNT-NOITM

           PERFORM VARYING WK-I FROM 1 BY 1
                   UNTIL   WK-I > WK-ITEM-CNT
               MOVE WK-ITEM-TBL-RITBF-DSTCD(WK-I)
                 TO XDIPA711-I-RITBF-IVR-DSTCD(WK-I)
               MOVE WK-ITEM-TBL-VALUA-DSTCD(WK-I)
                 TO XDIPA711-I-CORP-CI-VALUA-DSTCD(WK-I)
               MOVE WK-ITEM-TBL-RSULT-DSTCD(WK-I)
                 TO XDIPA711-I-ITEM-V-RSULT-DSTCD(WK-I)
           END-PERFORM

      *@1  DC 호출
           #DYCALL DIPA711 YCCOMMON-CA XDIPA711-CA

           IF  NOT COND-XDIPA711-OK
               DISPLAY "** 모의 등급산출 오류 ["
                       WK-CORP-CLCT-GROUP-CD "/"
                       WK-CORP-CLCT-REGI-CD "] ERRCD["
                       XDIPA711-R-ERRCD "] TREAT["
                       XDIPA711-R-TREAT-CD "]"
               MOVE CO-N  TO  WK-SCOR-OK
               GO TO S4800-SIMUL-GRADE-EXT
           END-IF

      *@1 모의/현행 결과
           MOVE XDIPA711-O-CURNT-FNAF-SCOR   TO  WK-BASE-FNAF-SCOR
           MOVE XDIPA711-O-SIMUL-FNAF-SCOR   TO  WK-STRS-FNAF-SCOR
           MOVE XDIPA711-O-CURNT-CHSN-SCOR   TO  WK-BASE-CHSN-SCOR
           MOVE XDIPA711-O-SIMUL-CHSN-SCOR   TO  WK-STRS-CHSN-SCOR
           MOVE XDIPA711-O-CURNT-GRD-DSTCD   TO  WK-BASE-GRD
           MOVE XDIPA711-O-SIMUL-GRD-DSTCD   TO  WK-STRS-GRD
           .
       S4800-SIMUL-GRADE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  확정평가 비재무 항목평가 FETCH
      *-----------------------------------------------------------------
       S4810-FETCH-ITEM-RTN.
           EXEC  SQL  FETCH  CUR_ITEM
                 INTO :WK-CORP-CI-VALUA-DSTCD
                    , :WK-RITBF-IVR-DSTCD
                    , :WK-ITEM-V-RSULT-DSTCD
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN 100
                    MOVE CO-Y  TO WK-SW-ITEM-EOF
                    GO TO S4810-FETCH-ITEM-EXT
               WHEN OTHER
                    DISPLAY "FETCH CUR_ITEM ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    MOVE 27 TO RETURN-CODE
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE

           IF  WK-ITEM-CNT >= CO-MAX-ITEM
               GO TO S4810-FETCH-ITEM-EXT
           END-IF

           ADD  1  TO  WK-ITEM-CNT
           MOVE WK-CORP-CI-VALUA-DSTCD
             TO WK-ITEM-TBL-VALUA-DSTCD(WK-ITEM-CNT)
           MOVE WK-RITBF-IVR-DSTCD
             TO WK-ITEM-TBL-RITBF-DSTCD(WK-ITEM-CNT)
           MOVE WK-ITEM-V-RSULT-DSTCD
             TO WK-ITEM-TBL-RSULT-DSTCD(WK-ITEM-CNT)
           .
       S4810-FETCH-ITEM-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  등급이동 판정(S:유지 D:하향 U:상향) 및 이동건수 누적
      *-----------------------------------------------------------------
       S4900-JUDGE-MIG-RTN.
           EVALUATE TRUE
               WHEN WK-STRS-GRD = WK-BASE-GRD
                    MOVE 'S'  TO  WK-MIG-DSTCD
                    ADD  1    TO  WK-SAME-CNT
               WHEN WK-STRS-CHSN-SCOR < WK-BASE-CHSN-SCOR
                    MOVE 'D'  TO  WK-MIG-DSTCD
                    ADD  1    TO  WK-DNGRADE-CNT
                    ADD  1    TO  WK-TOT-MIG-CNT
               WHEN OTHER
                    MOVE 'U'  TO  WK-MIG-DSTCD
                    ADD  1    TO  WK-UPGRADE-CNT
                    ADD  1    TO  WK-TOT-MIG-CNT
           END-EVALUATE

           PERFORM VARYING WK-M FROM 1 BY 1
                   UNTIL   WK-M > WK-MIG-CNT
                   OR     (WK-MIG-TBL-FROM-GRD(WK-M) = WK-BASE-GRD
                   AND     WK-MIG-TBL-TO-GRD(WK-M)   = WK-STRS-GRD)
               CONTINUE
           END-PERFORM

           IF  WK-M > WK-MIG-CNT
               IF  WK-MIG-CNT >= CO-MAX-MIG
                   GO TO S4900-JUDGE-MIG-EXT
               END-IF
               ADD  1             TO  WK-MIG-CNT
               MOVE WK-MIG-CNT    TO  WK-M
               MOVE WK-BASE-GRD   TO  WK-MIG-TBL-FROM-GRD(WK-M)
               MOVE WK-STRS-GRD   TO  WK-MIG-TBL-TO-GRD(WK-M)
               MOVE ZEROS         TO  WK-MIG-TBL-CNT(WK-M)
           END-IF

           ADD 1  TO  WK-MIG-TBL-CNT(WK-M)
           .
       S4900-JUDGE-MIG-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  기업집단별 스트레스 결과 명세 수록
      *-----------------------------------------------------------------
       S5000-WRITE-DTL-RTN.
           MOVE WK-CORP-CLCT-GROUP-CD    TO  WK-DTL-GROUP-CD
           MOVE WK-CORP-CLCT-REGI-CD     TO  WK-DTL-REGI-CD
           MOVE WK-CORP-CLCT-NAME        TO  WK-DTL-GROUP-NAME
           MOVE WK-BASE-FNAF-SCOR        TO  WK-DTL-BASE-FNAF
           MOVE WK-STRS-FNAF-SCOR        TO  WK-DTL-STRS-FNAF
           MOVE WK-BASE-CHSN-SCOR        TO  WK-DTL-BASE-CHSN
           MOVE WK-STRS-CHSN-SCOR        TO  WK-DTL-STRS-CHSN
           MOVE WK-BASE-GRD              TO  WK-DTL-BASE-GRD
           MOVE WK-STRS-GRD              TO  WK-DTL-STRS-GRD
           MOVE WK-MIG-DSTCD             TO  WK-DTL-MIG-DSTCD
           MOVE WK-STRS-EXPSR-AMT        TO  WK-DTL-EXPSR-AMT
           MOVE WK-LIMIT-AMT             TO  WK-DTL-LIMIT-AMT
           MOVE WK-UTLZ-RATO             TO  WK-DTL-UTLZ-RATO
           MOVE WK-STAT-CD               TO  WK-DTL-STAT-CD

           MOVE WK-DTL-LINE              TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S5000-WRITE-DTL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  등급이동 건수 수록
      *-----------------------------------------------------------------
       S5500-WRITE-MIG-RTN.
           MOVE WK-MIG-TBL-FROM-GRD(WK-M)  TO  WK-MIGL-FROM-GRD
           MOVE WK-MIG-TBL-TO-GRD(WK-M)    TO  WK-MIGL-TO-GRD
           MOVE WK-MIG-TBL-CNT(WK-M)       TO  WK-MIGL-CNT

           MOVE WK-MIG-LINE                TO  RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT
           .
       S5500-WRITE-MIG-EXT.
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
           STRING '** 시나리오 '    WK-SCNR-DONE-CNT
                  ' 집단판정 '      WK-READ-CNT
                  ' 등급이동 '      WK-TOT-MIG-CNT
                  ' 산출불가 '      WK-TOT-ERR-CNT
                  ' 산식오류 '      WK-CLFR-ERR-CNT ' **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           PERFORM S6000-WRITE-RPT-RTN
              THRU S6000-WRITE-RPT-EXT

           CLOSE  RPT-OUT-FILE

           DISPLAY "*-----------------------------------*"
           DISPLAY "* BIP0059 PGM END                   *"
           DISPLAY "*-----------------------------------*"
           DISPLAY "* SCENARIO-CNT       = " WK-SCNR-DONE-CNT
           DISPLAY "* GROUP-JUDGE-CNT    = " WK-READ-CNT
           DISPLAY "* GRADE-MIGRATE-CNT  = " WK-TOT-MIG-CNT
           DISPLAY "* NOT-GRADED-CNT     = " WK-TOT-ERR-CNT
           DISPLAY "* FORMULA-ERROR-CNT  = " WK-CLFR-ERR-CNT
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
