           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP     (기업집단신용평가)
      *@프로그램명: DIPA682 (DC기업집단추정재무제표저장)
      *@처리유형  : DC
      *@처리개요  : 기업집단평가(THKIPB110) 단위로 향후 결산년의
      *@            추정 합산재무항목(추정재무제표)을 저장/조회한다.
      *@            추정결산년은 평가기준년 다음해부터 3개년까지
      *@            입력할 수 있으며, 저장시 해당 평가의 기존
      *@            추정자료를 삭제후 일괄 재생성한다.
      *@            저장된 추정자료는 PIPA311 평가보고서에 함께
      *@            출력되며, BIP0058 추정대비실적 점검배치가
      *@            실적 합산재무제표(THKIPC130)와 비교한다.
      *@            - 01: 추정재무제표저장
      *@            - 02: 추정재무제표조회
      *-----------------------------------------------------------------
      *@             P R O G R A M   변　경　이　력
      *-----------------------------------------------------------------
      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20261015:신규작성
      *-----------------------------------------------------------------
      ******************************************************************
      **  ----------------   -------------------------------------------
      **  TABLE-SYNONYM    : 테이블명                    : 접근유형
      **  ----------------   -------------------------------------------
      **                   : THKIPB153                     : C/R/D
      **                   : THKIPB110                     : R
      ******************************************************************
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     DIPA682.
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
      * CONSTANT ERROR AREA
      *-----------------------------------------------------------------
       01  CO-ERROR-AREA.

           03  CO-B3800004             PIC  X(008) VALUE 'B3800004'.
           03  CO-B3000070             PIC  X(008) VALUE 'B3000070'.
           03  CO-B2700094             PIC  X(008) VALUE 'B2700094'.
           03  CO-B3900002             PIC  X(008) VALUE 'B3900002'.
           03  CO-B3900009             PIC  X(008) VALUE 'B3900009'.
           03  CO-B4200099             PIC  X(008) VALUE 'B4200099'.
           03  CO-B4200219             PIC  X(008) VALUE 'B4200219'.
           03  CO-B4200220             PIC  X(008) VALUE 'B4200220'.
           03  CO-B4200221             PIC  X(008) VALUE 'B4200221'.
           03  CO-B4200222             PIC  X(008) VALUE 'B4200222'.
           03  CO-B4200223             PIC  X(008) VALUE 'B4200223'.
           03  CO-B4200231             PIC  X(008) VALUE 'B4200231'.

           03  CO-UKII0126             PIC  X(008) VALUE 'UKII0126'.
           03  CO-UKII0182             PIC  X(008) VALUE 'UKII0182'.
           03  CO-UKII0185             PIC  X(008) VALUE 'UKII0185'.
           03  CO-UKII0291             PIC  X(008) VALUE 'UKII0291'.
           03  CO-UKII0292             PIC  X(008) VALUE 'UKII0292'.
           03  CO-UKII0390             PIC  X(008) VALUE 'UKII0390'.
           03  CO-UKIE0009             PIC  X(008) VALUE 'UKIE0009'.
           03  CO-UKIP0001             PIC  X(008) VALUE 'UKIP0001'.
           03  CO-UKIP0002             PIC  X(008) VALUE 'UKIP0002'.
           03  CO-UKIP0003             PIC  X(008) VALUE 'UKIP0003'.

      *-----------------------------------------------------------------
      * CONSTANT AREA
      *-----------------------------------------------------------------
       01  CO-AREA.
           03  CO-PGM-ID               PIC  X(008) VALUE 'DIPA682'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-DUPM            PIC  X(002) VALUE '01'.
           03  CO-STAT-NOTFND          PIC  X(002) VALUE '02'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-STAT-ABNORMAL        PIC  X(002) VALUE '98'.
           03  CO-STAT-SYSERROR        PIC  X(002) VALUE '99'.
      *    추정가능 결산년수(평가기준년 이후)
           03  CO-PRJT-MAX-YRS         PIC  9(001) VALUE 3.
      *    그리드 최대건수
           03  CO-GRID-MAX             PIC  9(003) VALUE 60.

      *-----------------------------------------------------------------
      * WORKING AREA
      *-----------------------------------------------------------------
       01  WK-AREA.
           03  WK-I                    PIC  9(004) COMP.
           03  WK-GRID-CNT             PIC  9(004) COMP.
           03  FILLER                  PIC  X(001).
      *    평가기준년 / 추정가능 최종년
           03  WK-BASE-YR              PIC  9(004).
           03  WK-PRJT-LAST-YR         PIC  9(004).
           03  WK-PRJT-YR              PIC  9(004).

      *-----------------------------------------------------------------
      * TABLE INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *    THKIPB153 기업집단추정재무제표명세
       01  TRIPB153-REC.
           COPY  TRIPB153.

       01  TKIPB153-KEY.
           COPY  TKIPB153.

      *    THKIPB110 기업집단평가기본
       01  TRIPB110-REC.
           COPY  TRIPB110.

       01  TKIPB110-KEY.
           COPY  TKIPB110.

      *-----------------------------------------------------------------
      * DBIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
           COPY    YCDBIOCA.

      *-----------------------------------------------------------------
       LINKAGE                         SECTION.
      *-----------------------------------------------------------------
      * 공통
       01  YCCOMMON-CA.
           COPY  YCCOMMON.
      * 입출력
       01  XDIPA682-CA.
           COPY  XDIPA682.

      *=================================================================
       PROCEDURE                       DIVISION
                                       USING       YCCOMMON-CA
                                                   XDIPA682-CA
                                                   .
      *=================================================================

      *------------------------------------------------------------------
      *@  처리메인
      *------------------------------------------------------------------
       S0000-MAIN-RTN.

      *@  초기화
           PERFORM S1000-INITIALIZE-RTN
              THRU S1000-INITIALIZE-EXT

      *@  입력값　CHECK
           PERFORM S2000-VALIDATION-RTN
              THRU S2000-VALIDATION-EXT

      *@  업무처리
           PERFORM S3000-PROCESS-RTN
              THRU S3000-PROCESS-EXT

      *@  처리종료
           PERFORM S9000-FINAL-RTN
              THRU S9000-FINAL-EXT
           .
       S0000-MAIN-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  초기화
      *------------------------------------------------------------------
       S1000-INITIALIZE-RTN.
      * 초기화
           INITIALIZE       WK-AREA
                            XDIPA682-OUT
                            XDIPA682-RETURN
                            .
       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  입력값검증
      *-----------------------------------------------------------------
       S2000-VALIDATION-RTN.

      *@   입력항목검증
      *    기업집단그룹코드
           IF XDIPA682-I-CORP-CLCT-GROUP-CD = SPACE
      *       필수항목 오류입니다.
      *       기업집단그룹코드 입력후 다시 거래하세요.
              #ERROR   CO-B3800004  CO-UKIP0001  CO-STAT-ERROR
           END-IF

      *    기업집단등록코드
           IF XDIPA682-I-CORP-CLCT-REGI-CD = SPACE
      *       필수항목 오류입니다.
      *       기업집단등록코드 입력 후 다시 거래하세요.
              #ERROR   CO-B3800004  CO-UKIP0002  CO-STAT-ERROR
           END-IF

      *    평가년월일
           IF XDIPA682-I-VALUA-YMD = SPACE
      *       필수항목 오류입니다.
      *       평가일자 입력 후 다시 거래하세요.
              #ERROR   CO-B3800004  CO-UKIP0003  CO-STAT-ERROR
           END-IF

      *    처리구분
           IF XDIPA682-I-PRCSS-DSTCD NOT = '01' AND NOT = '02'
              #ERROR   CO-B3000070  CO-UKII0291  CO-STAT-ERROR
           END-IF

      *    저장건수(그리드 최대건수 이내)
           IF XDIPA682-I-PRCSS-DSTCD = '01'
              IF XDIPA682-I-PRSNT-NOITM IS NOT NUMERIC
              OR XDIPA682-I-PRSNT-NOITM > CO-GRID-MAX
                 #ERROR   CO-B3800004  CO-UKIP0001  CO-STAT-ERROR
              END-IF
           END-IF

      *@   기업집단평가기본 확인(평가기준년 확보)
           PERFORM S2100-THKIPB110-SEL-RTN
              THRU S2100-THKIPB110-SEL-EXT

      *@   추정항목 검증(저장시)
           IF XDIPA682-I-PRCSS-DSTCD = '01'
              PERFORM S2200-GRID-CHECK-RTN
                 THRU S2200-GRID-CHECK-EXT
              VARYING WK-I  FROM 1  BY 1
                UNTIL WK-I >  XDIPA682-I-PRSNT-NOITM
           END-IF

             .
       S2000-VALIDATION-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  THKIPB110 기업집단평가기본 조회
      *------------------------------------------------------------------
       S2100-THKIPB110-SEL-RTN.

      *@   DBIO PARAMETER 초기화
           INITIALIZE       YCDBIOCA-CA
                            TKIPB110-KEY
                            TRIPB110-REC

      *    그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB110-PK-GROUP-CO-CD

      *    기업집단그룹코드
           MOVE XDIPA682-I-CORP-CLCT-GROUP-CD
             TO KIPB110-PK-CORP-CLCT-GROUP-CD

      *    기업집단등록코드
           MOVE XDIPA682-I-CORP-CLCT-REGI-CD
             TO KIPB110-PK-CORP-CLCT-REGI-CD

      *    평가년월일
           MOVE XDIPA682-I-VALUA-YMD
             TO KIPB110-PK-VALUA-YMD

      *@   DBIO SELECT
           #DYDBIO SELECT-CMD-N  TKIPB110-PK TRIPB110-REC

           EVALUATE TRUE
              WHEN COND-DBIO-OK
                   CONTINUE

              WHEN COND-DBIO-MRNF
      *            조건에 일치하는 데이터가 없습니다.
      *            해당되는 자료가 존재하지 않습니다.
                   #ERROR CO-B4200099 CO-UKII0292 CO-STAT-ERROR

              WHEN OTHER
      *            데이터를 검색할 수 없습니다.
      *            업무담당자에게 문의 바랍니다.
                   #ERROR CO-B3900009 CO-UKII0126 CO-STAT-ERROR

           END-EVALUATE

      *    평가기준년 / 추정가능 최종년
           IF RIPB110-VALUA-BASE-YMD(1:4) IS NUMERIC
              MOVE RIPB110-VALUA-BASE-YMD(1:4)
                TO WK-BASE-YR
           ELSE
              MOVE XDIPA682-I-VALUA-YMD(1:4)
                TO WK-BASE-YR
           END-IF

           COMPUTE WK-PRJT-LAST-YR = WK-BASE-YR + CO-PRJT-MAX-YRS

             .
       S2100-THKIPB110-SEL-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  추정항목 검증 - 추정결산년은 평가기준년 다음해부터
      *@  3개년 이내, 보고서구분/항목코드 필수
      *------------------------------------------------------------------
       S2200-GRID-CHECK-RTN.

      *    재무분석보고서구분/재무항목코드
           IF XDIPA682-I-RPTDOC-DSTCD(WK-I) = SPACE
           OR XDIPA682-I-FNAF-ITEM-CD(WK-I) = SPACE
              #ERROR   CO-B3800004  CO-UKIP0001  CO-STAT-ERROR
           END-IF

      *    추정결산년
           IF XDIPA682-I-PRJT-STLACC-YR(WK-I) IS NOT NUMERIC
              #ERROR   CO-B2700094  CO-UKII0390  CO-STAT-ERROR
           END-IF

           MOVE XDIPA682-I-PRJT-STLACC-YR(WK-I)
             TO WK-PRJT-YR

           IF WK-PRJT-YR NOT > WK-BASE-YR
           OR WK-PRJT-YR     > WK-PRJT-LAST-YR
              #ERROR   CO-B2700094  CO-UKII0390  CO-STAT-ERROR
           END-IF

      *    추정항목금액
           IF XDIPA682-I-PRJT-ITEM-AMT(WK-I) IS NOT NUMERIC
              #ERROR   CO-B3800004  CO-UKIP0001  CO-STAT-ERROR
           END-IF

             .
       S2200-GRID-CHECK-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  업무처리
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.

           #USRLOG "★[DIPA682]"
           #USRLOG "★[처리구분]=" XDIPA682-I-PRCSS-DSTCD

           EVALUATE XDIPA682-I-PRCSS-DSTCD
      *@       추정재무제표저장
               WHEN '01'
      *            기존 추정자료 삭제
                   PERFORM S3100-PRJT-DEL-RTN
                      THRU S3100-PRJT-DEL-EXT

      *            추정자료 생성
                   PERFORM S3200-PRJT-INS-RTN
                      THRU S3200-PRJT-INS-EXT
                   VARYING WK-I  FROM 1  BY 1
                     UNTIL WK-I >  XDIPA682-I-PRSNT-NOITM

      *            출력항목 조립
                   MOVE XDIPA682-I-TOTAL-NOITM
                     TO XDIPA682-O-TOTAL-NOITM
                   MOVE XDIPA682-I-PRSNT-NOITM
                     TO XDIPA682-O-PRSNT-NOITM

      *@       추정재무제표조회
               WHEN '02'
                   PERFORM S3300-PRJT-LIST-RTN
                      THRU S3300-PRJT-LIST-EXT

           END-EVALUATE

             .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *  기존 추정재무제표 삭제처리
      *-----------------------------------------------------------------
       S3100-PRJT-DEL-RTN.

      *@   기업집단추정재무제표명세 삭제
           INITIALIZE         YCDBIOCA-CA
                              TKIPB153-KEY
                              TRIPB153-REC

           #USRLOG "★[S3100-PRJT-DEL-RTN]"

      *@   입력파라미터 조립
           PERFORM S4000-THKIPB153-PK-RTN
              THRU S4000-THKIPB153-PK-EXT

      *    추정결산년/재무분석보고서구분/재무항목코드
           MOVE LOW-VALUE
             TO KIPB153-PK-PRJT-STLACC-YR
                KIPB153-PK-FNAF-A-RPTDOC-DSTCD
                KIPB153-PK-FNAF-ITEM-CD

      *@   DBIO UNLOCK OPEN
           #DYDBIO  OPEN-CMD-1  TKIPB153-PK TRIPB153-REC.

           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B4200222 CO-UKII0182 CO-STAT-ERROR

           END-IF.

           PERFORM VARYING WK-GRID-CNT FROM 1 BY 1
                   UNTIL COND-DBIO-MRNF

      *@       DBIO UNLOCK FETCH
               #DYDBIO FETCH-CMD-1 TKIPB153-PK TRIPB153-REC

               IF  NOT COND-DBIO-OK   AND
                   NOT COND-DBIO-MRNF THEN
                   #ERROR CO-B4200220 CO-UKII0182 CO-STAT-ERROR

               END-IF

               IF  COND-DBIO-OK THEN

      *            THKIPB153 PK SET
                   MOVE  RIPB153-GROUP-CO-CD
                     TO  KIPB153-PK-GROUP-CO-CD
                   MOVE  RIPB153-CORP-CLCT-GROUP-CD
                     TO  KIPB153-PK-CORP-CLCT-GROUP-CD
                   MOVE  RIPB153-CORP-CLCT-REGI-CD
                     TO  KIPB153-PK-CORP-CLCT-REGI-CD
                   MOVE  RIPB153-VALUA-YMD
                     TO  KIPB153-PK-VALUA-YMD
                   MOVE  RIPB153-PRJT-STLACC-YR
                     TO  KIPB153-PK-PRJT-STLACC-YR
                   MOVE  RIPB153-FNAF-A-RPTDOC-DSTCD
                     TO  KIPB153-PK-FNAF-A-RPTDOC-DSTCD
                   MOVE  RIPB153-FNAF-ITEM-CD
                     TO  KIPB153-PK-FNAF-ITEM-CD

      *            DBIO LOCK SELECT
                   #DYDBIO SELECT-CMD-Y  TKIPB153-PK TRIPB153-REC

                   IF  NOT COND-DBIO-OK THEN
                       #ERROR CO-B4200223 CO-UKII0182 CO-STAT-ERROR

                   END-IF

      *            DBIO LOCK DELETE
                   #DYDBIO DELETE-CMD-Y  TKIPB153-PK TRIPB153-REC

                   IF  NOT COND-DBIO-OK THEN
                       #ERROR CO-B4200219 CO-UKII0182 CO-STAT-ERROR

                   END-IF

               END-IF

           END-PERFORM

      *@   DBIO UNLOCK CLOSE
           #DYDBIO  CLOSE-CMD-1  TKIPB153-PK TRIPB153-REC.

           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B4200231 CO-UKII0182 CO-STAT-ERROR

           END-IF

             .
       S3100-PRJT-DEL-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  THKIPB153 기업집단추정재무제표명세 INSERT
      *------------------------------------------------------------------
       S3200-PRJT-INS-RTN.

      *    초기화
           INITIALIZE                 YCDBIOCA-CA
                                      TKIPB153-KEY
                                      TRIPB153-REC

           #USRLOG "★[S3200-PRJT-INS-RTN]"

      *@   THKIPB153 PK
           PERFORM S4000-THKIPB153-PK-RTN
              THRU S4000-THKIPB153-PK-EXT

      *    추정결산년
           MOVE XDIPA682-I-PRJT-STLACC-YR(WK-I)
             TO KIPB153-PK-PRJT-STLACC-YR

      *    재무분석보고서구분
           MOVE XDIPA682-I-RPTDOC-DSTCD(WK-I)
             TO KIPB153-PK-FNAF-A-RPTDOC-DSTCD

      *    재무항목코드
           MOVE XDIPA682-I-FNAF-ITEM-CD(WK-I)
             TO KIPB153-PK-FNAF-ITEM-CD

      *@   THKIPB153 RECORD
           MOVE KIPB153-PK-GROUP-CO-CD
             TO RIPB153-GROUP-CO-CD
           MOVE KIPB153-PK-CORP-CLCT-GROUP-CD
             TO RIPB153-CORP-CLCT-GROUP-CD
           MOVE KIPB153-PK-CORP-CLCT-REGI-CD
             TO RIPB153-CORP-CLCT-REGI-CD
           MOVE KIPB153-PK-VALUA-YMD
             TO RIPB153-VALUA-YMD
           MOVE KIPB153-PK-PRJT-STLACC-YR
             TO RIPB153-PRJT-STLACC-YR
           MOVE KIPB153-PK-FNAF-A-RPTDOC-DSTCD
             TO RIPB153-FNAF-A-RPTDOC-DSTCD
           MOVE KIPB153-PK-FNAF-ITEM-CD
             TO RIPB153-FNAF-ITEM-CD

      *    재무항목명
           MOVE XDIPA682-I-FNAF-ITEM-NAME(WK-I)
             TO RIPB153-FNAF-ITEM-NAME

      *    추정항목금액
           MOVE XDIPA682-I-PRJT-ITEM-AMT(WK-I)
             TO RIPB153-PRJT-ITEM-AMT

      *    등록직원번호/등록년월일
           MOVE BICOM-USER-EMPID
             TO RIPB153-REGI-EMPID
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO RIPB153-REGI-YMD

      *@   DBIO INSERT
           #DYDBIO INSERT-CMD-Y  TKIPB153-PK TRIPB153-REC

      *@   오류처리
           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    CONTINUE

               WHEN OTHER
      *             동일 결산년/항목 중복입력 포함
                    #ERROR CO-B4200221 CO-UKIE0009 CO-STAT-ERROR

           END-EVALUATE

             .
       S3200-PRJT-INS-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  추정재무제표 조회 - 평가의 추정자료를 결산년/항목순으로
      *@  그리드에 반환한다
      *------------------------------------------------------------------
       S3300-PRJT-LIST-RTN.

           INITIALIZE         YCDBIOCA-CA
                              TKIPB153-KEY
                              TRIPB153-REC

           #USRLOG "★[S3300-PRJT-LIST-RTN]"

           PERFORM S4000-THKIPB153-PK-RTN
              THRU S4000-THKIPB153-PK-EXT

           MOVE LOW-VALUE
             TO KIPB153-PK-PRJT-STLACC-YR
                KIPB153-PK-FNAF-A-RPTDOC-DSTCD
                KIPB153-PK-FNAF-ITEM-CD

      *@   DBIO UNLOCK OPEN
           #DYDBIO  OPEN-CMD-1  TKIPB153-PK TRIPB153-REC

           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B4200222 CO-UKII0182 CO-STAT-ERROR
           END-IF

           MOVE 0  TO  WK-GRID-CNT

           PERFORM UNTIL COND-DBIO-MRNF
                      OR WK-GRID-CNT >= CO-GRID-MAX

                   #DYDBIO FETCH-CMD-1 TKIPB153-PK TRIPB153-REC

                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B4200220 CO-UKII0182 CO-STAT-ERROR
                   END-IF

                   IF  COND-DBIO-OK THEN

                       ADD  1  TO  WK-GRID-CNT

      *                추정결산년
                       MOVE RIPB153-PRJT-STLACC-YR
                         TO XDIPA682-O-PRJT-STLACC-YR(WK-GRID-CNT)
      *                재무분석보고서구분
                       MOVE RIPB153-FNAF-A-RPTDOC-DSTCD
                         TO XDIPA682-O-RPTDOC-DSTCD(WK-GRID-CNT)
      *                재무항목코드
                       MOVE RIPB153-FNAF-ITEM-CD
                         TO XDIPA682-O-FNAF-ITEM-CD(WK-GRID-CNT)
      *                재무항목명
                       MOVE RIPB153-FNAF-ITEM-NAME
                         TO XDIPA682-O-FNAF-ITEM-NAME(WK-GRID-CNT)
      *                추정항목금액
                       MOVE RIPB153-PRJT-ITEM-AMT
                         TO XDIPA682-O-PRJT-ITEM-AMT(WK-GRID-CNT)
      *                등록직원번호/등록년월일
                       MOVE RIPB153-REGI-EMPID
                         TO XDIPA682-O-REGI-EMPID(WK-GRID-CNT)
                       MOVE RIPB153-REGI-YMD
                         TO XDIPA682-O-REGI-YMD(WK-GRID-CNT)

                   END-IF

           END-PERFORM

      *@   DBIO UNLOCK CLOSE
           #DYDBIO  CLOSE-CMD-1  TKIPB153-PK TRIPB153-REC

           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B4200231 CO-UKII0182 CO-STAT-ERROR
           END-IF

           MOVE WK-GRID-CNT
             TO XDIPA682-O-TOTAL-NOITM
                XDIPA682-O-PRSNT-NOITM

             .
       S3300-PRJT-LIST-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  THKIPB153 PK SET(평가단위)
      *------------------------------------------------------------------
       S4000-THKIPB153-PK-RTN.

      *    그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB153-PK-GROUP-CO-CD

      *    기업집단그룹코드
           MOVE XDIPA682-I-CORP-CLCT-GROUP-CD
             TO KIPB153-PK-CORP-CLCT-GROUP-CD

      *    기업집단등록코드
           MOVE XDIPA682-I-CORP-CLCT-REGI-CD
             TO KIPB153-PK-CORP-CLCT-REGI-CD

      *    평가년월일
           MOVE XDIPA682-I-VALUA-YMD
             TO KIPB153-PK-VALUA-YMD

             .
       S4000-THKIPB153-PK-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  처리종료
      *------------------------------------------------------------------
       S9000-FINAL-RTN.

      *    정상종료
           #OKEXIT  CO-STAT-OK.

       S9000-FINAL-EXT.
           EXIT.
