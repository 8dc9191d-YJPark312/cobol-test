           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP     (기업집단신용평가)
      *@프로그램명: DIPA650 (DC기업집단평가입력 변경이력조회)
      *@처리유형  : DC
      *@처리개요  : 평가입력 저장(DIPA631/661/681/691/911)시 남긴
      *@            변경이력(THKIPB167)을 평가건별로 변경일시 순
      *@            조회한다. 확정대기중 변경만 골라볼 수 있으며
      *@            100건 단위로 다음조회 키를 회신한다.
      *-----------------------------------------------------------------
      *@             P R O G R A M   변　경　이　력
      *-----------------------------------------------------------------
      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20261015:신규작성
      *-----------------------------------------------------------------
      ******************************************************************
      **  ----------------   -------------------------------------------
      **  TABLE-SYNONYM    :테이블명                     :접근유형
      **  ----------------   -------------------------------------------
      **                   : THKIPB167                     : R
      ******************************************************************
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     DIPA650.
       AUTHOR.                         김경호.
       DATE-WRITTEN.                   26/10/15.

      *=================================================================
       ENVIRONMENT                     DIVISION.
      *=================================================================
       CONFIGURATION                   SECTION.
      *=================================================================
       SOURCE-COMPUTER.                IBM-Z10.
       OBJECT-COMPUTER.                IBM-Z10.

      *=================================================================
       DATA                            DIVISION.
      *=================================================================
       WORKING-STORAGE                 SECTION.
      *=================================================================
      *-----------------------------------------------------------------
      *@   CONSTANT AREA
      *-----------------------------------------------------------------
       01  CO-AREA.
           03  CO-PGM-ID               PIC  X(008) VALUE 'DIPA650'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
      *@   1회 조회건수
           03  CO-MAX-GRID             PIC S9(004) COMP VALUE 100.

      *-----------------------------------------------------------------
      *@   CONSTANT ERROR AREA
      *-----------------------------------------------------------------
       01  CO-ERROR-AREA.
      *@  에러메세지
      *@   기업집단그룹코드
           03  CO-B3600552             PIC  X(008) VALUE 'B3600552'.
      *@   평가일자
           03  CO-B2700094             PIC  X(008) VALUE 'B2700094'.
      *@   DB에러(DBIO 에러)
           03  CO-B3900001             PIC  X(008) VALUE 'B3900001'.

      *@  조치메세지
      *@   기업집단그룹코드
           03  CO-UKII0282             PIC  X(008) VALUE 'UKII0282'.
      *@   평가일자
           03  CO-UKII0390             PIC  X(008) VALUE 'UKII0390'.
      *@   DB에러
           03  CO-UKII0182             PIC  X(008) VALUE 'UKII0182'.

      *-----------------------------------------------------------------
      *@   WORKING AREA
      *-----------------------------------------------------------------
       01  WK-AREA.
           03  WK-GRID-CNT             PIC S9(004) COMP.

      *-----------------------------------------------------------------
      *@   TABLE INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@  기업집단평가입력 변경이력
       01  TRIPB167-REC.
           COPY  TRIPB167.
       01  TKIPB167-KEY.
           COPY  TKIPB167.

      *-----------------------------------------------------------------
      *@   DBIO/SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@   DBIO공통처리부품 COPYBOOK 정의
           COPY    YCDBIOCA.

      *-----------------------------------------------------------------
       LINKAGE                         SECTION.
      *-----------------------------------------------------------------
      *@  공통처리부품 COPYBOOK 정의
       01  YCCOMMON-CA.
           COPY  YCCOMMON.

      *@   DC COPYBOOK
       01  XDIPA650-CA.
           COPY  XDIPA650.

      *=================================================================
       PROCEDURE                       DIVISION
                                       USING       YCCOMMON-CA
                                                   XDIPA650-CA
                                                   .
      *=================================================================
      *-----------------------------------------------------------------
      *@  처리메인
      *-----------------------------------------------------------------
       S0000-MAIN-RTN.
      *@1 초기화
           PERFORM S1000-INITIALIZE-RTN
              THRU S1000-INITIALIZE-EXT.

      *@1 입력값 CHECK
           PERFORM S2000-VALIDATION-RTN
              THRU S2000-VALIDATION-EXT.

      *@1 업무처리
           PERFORM S3000-PROCESS-RTN
              THRU S3000-PROCESS-EXT.

      *@1 처리종료
           PERFORM S9000-FINAL-RTN
              THRU S9000-FINAL-EXT.

       S0000-MAIN-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  초기화
      *-----------------------------------------------------------------
       S1000-INITIALIZE-RTN.
      *@1 출력영역확보 파라미터 및 결과코드 초기화
           INITIALIZE WK-AREA
                      XDIPA650-OUT
                      XDIPA650-RETURN.

           MOVE CO-STAT-OK
             TO XDIPA650-R-STAT.

           MOVE 'N'
             TO XDIPA650-O-NEXT-YN.

       S1000-INITIALIZE-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  입력값검증
      *-----------------------------------------------------------------
       S2000-VALIDATION-RTN.

      *#1 기업집단그룹코드/등록코드
           IF  XDIPA650-I-CORP-CLCT-GROUP-CD = SPACE
           OR  XDIPA650-I-CORP-CLCT-REGI-CD  = SPACE
               #ERROR CO-B3600552 CO-UKII0282 CO-STAT-ERROR
           END-IF

      *#1 평가년월일
           IF  XDIPA650-I-VALUA-YMD IS NOT NUMERIC
               #ERROR CO-B2700094 CO-UKII0390 CO-STAT-ERROR
           END-IF

           .

       S2000-VALIDATION-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  업무처리 - 평가건의 변경이력을 변경일시/프로그램/일련번호
      *@  순으로 읽어 그리드에 담는다. 그리드가 차면 다음 1건의
      *@  키를 다음조회 시작키로 회신한다.
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB167-REC
                      TKIPB167-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB167-PK-GROUP-CO-CD

      *   기업집단그룹코드
           MOVE XDIPA650-I-CORP-CLCT-GROUP-CD
             TO KIPB167-PK-CORP-CLCT-GROUP-CD

      *   기업집단등록코드
           MOVE XDIPA650-I-CORP-CLCT-REGI-CD
             TO KIPB167-PK-CORP-CLCT-REGI-CD

      *   평가년월일
           MOVE XDIPA650-I-VALUA-YMD
             TO KIPB167-PK-VALUA-YMD

      *   조회시작키(최초조회는 처음부터)
           IF  XDIPA650-I-NEXT-CHG-YMD = SPACE
               MOVE LOW-VALUE
                 TO KIPB167-PK-CHG-YMD
                    KIPB167-PK-CHG-HMS
                    KIPB167-PK-PGM-ID
               MOVE ZEROS
                 TO KIPB167-PK-CHG-SERNO
           ELSE
               MOVE XDIPA650-I-NEXT-CHG-YMD
                 TO KIPB167-PK-CHG-YMD
               MOVE XDIPA650-I-NEXT-CHG-HMS
                 TO KIPB167-PK-CHG-HMS
               MOVE XDIPA650-I-NEXT-PGM-ID
                 TO KIPB167-PK-PGM-ID
               MOVE XDIPA650-I-NEXT-CHG-SERNO
                 TO KIPB167-PK-CHG-SERNO
           END-IF

           #DYDBIO  OPEN-CMD-1  TKIPB167-PK TRIPB167-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           PERFORM UNTIL COND-DBIO-MRNF
                      OR XDIPA650-O-NEXT-YN = 'Y'

                   #DYDBIO FETCH-CMD-1 TKIPB167-PK TRIPB167-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
                   END-IF

                   IF  COND-DBIO-OK THEN
                       PERFORM S3100-GRID-SET-RTN
                          THRU S3100-GRID-SET-EXT
                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPB167-PK TRIPB167-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           MOVE WK-GRID-CNT
             TO XDIPA650-O-PRSNT-NOITM

           .

       S3000-PROCESS-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  그리드 적재 - 확정대기중 변경만 조회시 나머지는 건너뛴다
      *-----------------------------------------------------------------
       S3100-GRID-SET-RTN.

           IF  XDIPA650-I-CNFM-WAIT-YN = 'Y'
           AND RIPB167-CNFM-WAIT-YN NOT = 'Y'
               GO  TO  S3100-GRID-SET-EXT
           END-IF

      *#1 그리드가 찼으면 다음조회 시작키만 회신
           IF  WK-GRID-CNT >= CO-MAX-GRID
               MOVE 'Y'
                 TO XDIPA650-O-NEXT-YN
               MOVE RIPB167-CHG-YMD
                 TO XDIPA650-O-NEXT-CHG-YMD
               MOVE RIPB167-CHG-HMS
                 TO XDIPA650-O-NEXT-CHG-HMS
               MOVE RIPB167-PGM-ID
                 TO XDIPA650-O-NEXT-PGM-ID
               MOVE RIPB167-CHG-SERNO
                 TO XDIPA650-O-NEXT-CHG-SERNO
               GO  TO  S3100-GRID-SET-EXT
           END-IF

           ADD  1  TO  WK-GRID-CNT

           MOVE RIPB167-CHG-YMD
             TO XDIPA650-O-CHG-YMD(WK-GRID-CNT)
           MOVE RIPB167-CHG-HMS
             TO XDIPA650-O-CHG-HMS(WK-GRID-CNT)
           MOVE RIPB167-PGM-ID
             TO XDIPA650-O-PGM-ID(WK-GRID-CNT)
           MOVE RIPB167-CHG-SERNO
             TO XDIPA650-O-CHG-SERNO(WK-GRID-CNT)
           MOVE RIPB167-TBL-NAME
             TO XDIPA650-O-TBL-NAME(WK-GRID-CNT)
           MOVE RIPB167-ROW-KEY-CTNT
             TO XDIPA650-O-ROW-KEY-CTNT(WK-GRID-CNT)
           MOVE RIPB167-FLD-NAME
             TO XDIPA650-O-FLD-NAME(WK-GRID-CNT)
           MOVE RIPB167-CHG-DSTCD
             TO XDIPA650-O-CHG-DSTCD(WK-GRID-CNT)
           MOVE RIPB167-BF-CTNT
             TO XDIPA650-O-BF-CTNT(WK-GRID-CNT)
           MOVE RIPB167-AF-CTNT
             TO XDIPA650-O-AF-CTNT(WK-GRID-CNT)
           MOVE RIPB167-CHG-EMPID
             TO XDIPA650-O-CHG-EMPID(WK-GRID-CNT)
           MOVE RIPB167-PRCSS-STGE-DSTCD
             TO XDIPA650-O-PRCSS-STGE-DSTCD(WK-GRID-CNT)
           MOVE RIPB167-CNFM-WAIT-YN
             TO XDIPA650-O-CNFM-WAIT-YN(WK-GRID-CNT)

           .

       S3100-GRID-SET-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.

           #OKEXIT CO-STAT-OK.

       S9000-FINAL-EXT.
           EXIT.
