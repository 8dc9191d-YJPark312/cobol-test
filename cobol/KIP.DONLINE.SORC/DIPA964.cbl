           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP     (기업집단신용평가)
      *@프로그램명: DIPA964 (DC확정평가보존자료 대비조회)
      *@처리유형  : DC
      *@처리개요  : DIPA961이 확정시 적재한 확정평가 보존자료기본
      *@            (THKIPB164)의 최종 확정차수를 조회하여 확정당시
      *@            점수/등급/등급조정을 현재 평가기본(THKIPB110)과
      *@            병기하고 차이여부를 반환한다. 보존자료가 없는
      *@            평가는 보존자료존재여부 'N'으로 정상 반환한다.
      *@            보고서 전체(계열사/재무/의견 등) 대비는 PIPA311
      *@            확정보존자료 대비조회로 제공한다.
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
      **                   : THKIPB164                     : R
      **                   : THKIPB110                     : R
      ******************************************************************
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     DIPA964.
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'DIPA964'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.

      *-----------------------------------------------------------------
      *@   CONSTANT ERROR AREA
      *-----------------------------------------------------------------
       01  CO-ERROR-AREA.
      *@  에러메세지
      *@   기업집단그룹코드
           03  CO-B3600552             PIC  X(008) VALUE 'B3600552'.
      *@   평가년월일
           03  CO-B2701130             PIC  X(008) VALUE 'B2701130'.
      *@   DB에러(DBIO 에러)
           03  CO-B3900009             PIC  X(008) VALUE 'B3900009'.

      *@  조치메세지
      *@   기업집단그룹코드
           03  CO-UKII0282             PIC  X(008) VALUE 'UKII0282'.
      *@   평가년월일
           03  CO-UKII0244             PIC  X(008) VALUE 'UKII0244'.
      *@   DB에러
           03  CO-UKII0182             PIC  X(008) VALUE 'UKII0182'.

      *-----------------------------------------------------------------
      *@   WORKING AREA
      *-----------------------------------------------------------------
       01  WK-AREA.
           03  WK-DEFINS-SEQ           PIC  9(003).

      *-----------------------------------------------------------------
      *@   TABLE INTERFACE PARAMETER
      *-----------------------------------------------------------------

      *@  확정평가보존자료기본
       01  TRIPB164-REC.
           COPY  TRIPB164.
       01  TKIPB164-KEY.
           COPY  TKIPB164.

      *@  기업집단평가기본
       01  TRIPB110-REC.
           COPY  TRIPB110.
       01  TKIPB110-KEY.
           COPY  TKIPB110.

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
       01  XDIPA964-CA.
           COPY  XDIPA964.

      *=================================================================
       PROCEDURE                       DIVISION
                                       USING       YCCOMMON-CA
                                                   XDIPA964-CA
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
                      XDIPA964-OUT
                      XDIPA964-RETURN.

           MOVE CO-STAT-OK
             TO XDIPA964-R-STAT.

           MOVE 'N'
             TO XDIPA964-O-DOSR-YN
                XDIPA964-O-DIFF-YN.

       S1000-INITIALIZE-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  입력값검증
      *-----------------------------------------------------------------
       S2000-VALIDATION-RTN.

      *--  기업집단그룹코드
           IF  XDIPA964-I-CORP-CLCT-GROUP-CD = SPACE
               #ERROR CO-B3600552 CO-UKII0282 CO-STAT-ERROR
           END-IF

      *--  기업집단등록코드
           IF  XDIPA964-I-CORP-CLCT-REGI-CD = SPACE
               #ERROR CO-B3600552 CO-UKII0282 CO-STAT-ERROR
           END-IF

      *--  평가년월일
           IF  XDIPA964-I-VALUA-YMD = SPACE
               #ERROR CO-B2701130 CO-UKII0244 CO-STAT-ERROR
           END-IF

           .

       S2000-VALIDATION-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  업무처리
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.

      *@1 확정당시 보존자료기본(최종 확정차수) 조회
           PERFORM S3100-DOSR-HDR-RTN
              THRU S3100-DOSR-HDR-EXT

      *@1 현재 평가기본 조회
           PERFORM S3200-CUR-B110-RTN
              THRU S3200-CUR-B110-EXT

      *#1 보존자료 부재 - 현재값만 반환
           IF  XDIPA964-O-DOSR-YN NOT = 'Y'
               GO  TO  S3000-PROCESS-EXT
           END-IF

      *@1 확정당시/현재 차이여부
           IF  XDIPA964-O-DOSR-FNAF-SCOR
                   NOT = XDIPA964-O-CUR-FNAF-SCOR
           OR  XDIPA964-O-DOSR-NON-FNAF-SCOR
                   NOT = XDIPA964-O-CUR-NON-FNAF-SCOR
           OR  XDIPA964-O-DOSR-CHSN-SCOR
                   NOT = XDIPA964-O-CUR-CHSN-SCOR
           OR  XDIPA964-O-DOSR-LAST-CLCT-GRD-DSTCD
                   NOT = XDIPA964-O-CUR-LAST-CLCT-GRD-DSTCD
           OR  XDIPA964-O-DOSR-GRD-ADJS-DSTCD
                   NOT = XDIPA964-O-CUR-GRD-ADJS-DSTCD
               MOVE 'Y'  TO  XDIPA964-O-DIFF-YN
           END-IF

           .

       S3000-PROCESS-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  보존자료기본(THKIPB164) 조회 - 해당 평가의 확정차수를
      *@  전건조회하여 건수와 최종 확정차수의 내용을 취한다
      *-----------------------------------------------------------------
       S3100-DOSR-HDR-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB164-REC
                      TKIPB164-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB164-PK-GROUP-CO-CD

      *   기업집단그룹코드
           MOVE XDIPA964-I-CORP-CLCT-GROUP-CD
             TO KIPB164-PK-CORP-CLCT-GROUP-CD

      *   기업집단등록코드
           MOVE XDIPA964-I-CORP-CLCT-REGI-CD
             TO KIPB164-PK-CORP-CLCT-REGI-CD

      *   평가년월일
           MOVE XDIPA964-I-VALUA-YMD
             TO KIPB164-PK-VALUA-YMD

           MOVE ZEROS
             TO KIPB164-PK-DEFINS-SEQ

           #DYDBIO  OPEN-CMD-1  TKIPB164-PK TRIPB164-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900009 CO-UKII0182 CO-STAT-ERROR
           END-IF

           PERFORM UNTIL COND-DBIO-MRNF

                   #DYDBIO FETCH-CMD-1 TKIPB164-PK TRIPB164-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900009 CO-UKII0182 CO-STAT-ERROR
                   END-IF

                   IF  COND-DBIO-OK
                   AND RIPB164-VALUA-YMD = XDIPA964-I-VALUA-YMD

                       ADD  1  TO  XDIPA964-O-DEFINS-CNT

                       IF  RIPB164-DEFINS-SEQ > WK-DEFINS-SEQ
                           PERFORM S3110-DOSR-HDR-SET-RTN
                              THRU S3110-DOSR-HDR-SET-EXT
                       END-IF

                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPB164-PK TRIPB164-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900009 CO-UKII0182 CO-STAT-ERROR
           END-IF

           .

       S3100-DOSR-HDR-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  최종 확정차수 보존자료기본 출력
      *-----------------------------------------------------------------
       S3110-DOSR-HDR-SET-RTN.

           MOVE RIPB164-DEFINS-SEQ
             TO WK-DEFINS-SEQ
                XDIPA964-O-DEFINS-SEQ
           MOVE 'Y'
             TO XDIPA964-O-DOSR-YN
           MOVE RIPB164-DEFINS-YMD
             TO XDIPA964-O-DEFINS-YMD
           MOVE RIPB164-DEFINS-EMPID
             TO XDIPA964-O-DEFINS-EMPID
           MOVE RIPB164-RETN-END-YMD
             TO XDIPA964-O-RETN-END-YMD
           MOVE RIPB164-MDEL-VER-ID
             TO XDIPA964-O-MDEL-VER-ID
           MOVE RIPB164-FNAF-SCOR
             TO XDIPA964-O-DOSR-FNAF-SCOR
           MOVE RIPB164-NON-FNAF-SCOR
             TO XDIPA964-O-DOSR-NON-FNAF-SCOR
           MOVE RIPB164-CHSN-SCOR
             TO XDIPA964-O-DOSR-CHSN-SCOR
           MOVE RIPB164-LAST-CLCT-GRD-DSTCD
             TO XDIPA964-O-DOSR-LAST-CLCT-GRD-DSTCD
           MOVE RIPB164-GRD-ADJS-DSTCD
             TO XDIPA964-O-DOSR-GRD-ADJS-DSTCD

           .

       S3110-DOSR-HDR-SET-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  현재 평가기본(THKIPB110) 조회
      *-----------------------------------------------------------------
       S3200-CUR-B110-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB110-REC
                      TKIPB110-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB110-PK-GROUP-CO-CD
           MOVE XDIPA964-I-CORP-CLCT-GROUP-CD
             TO KIPB110-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA964-I-CORP-CLCT-REGI-CD
             TO KIPB110-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA964-I-VALUA-YMD
             TO KIPB110-PK-VALUA-YMD

      *@1  DBIO 호출
           #DYDBIO SELECT-CMD-N TKIPB110-PK TRIPB110-REC.

      *#1  DBIO 호출결과 확인
           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    MOVE RIPB110-FNAF-SCOR
                      TO XDIPA964-O-CUR-FNAF-SCOR
                    MOVE RIPB110-NON-FNAF-SCOR
                      TO XDIPA964-O-CUR-NON-FNAF-SCOR
                    MOVE RIPB110-CHSN-SCOR
                      TO XDIPA964-O-CUR-CHSN-SCOR
                    MOVE RIPB110-LAST-CLCT-GRD-DSTCD
                      TO XDIPA964-O-CUR-LAST-CLCT-GRD-DSTCD
                    MOVE RIPB110-GRD-ADJS-DSTCD
                      TO XDIPA964-O-CUR-GRD-ADJS-DSTCD
                    MOVE RIPB110-CORP-CP-STGE-DSTCD
                      TO XDIPA964-O-CUR-STGE-DSTCD
      *#1          평가기본 삭제(보존자료만 존재)도 정상 반환
               WHEN COND-DBIO-MRNF
                    CONTINUE
               WHEN OTHER
                    #ERROR CO-B3900009 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE

           .

       S3200-CUR-B110-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.

           #OKEXIT CO-STAT-OK.

       S9000-FINAL-EXT.
           EXIT.
