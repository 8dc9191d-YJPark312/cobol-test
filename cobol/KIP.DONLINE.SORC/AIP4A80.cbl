      *@성명 : 일자 : 변　경　내　용
      * ----------------------------------------------------------------
      *@최동용:20191223: 신규작성
      *@김경호:20261015: 등급전망/신용감시(THKIPB159) 조회 추가
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
           03  CO-B3600552             PIC  X(008) VALUE 'B3600552'.
           03  CO-B2701130             PIC  X(008) VALUE 'B2701130'.
           03  CO-B3900009             PIC  X(008) VALUE 'B3900009'.
           03  CO-B3900001             PIC  X(008) VALUE 'B3900001'.


           03  CO-UKFH0208             PIC  X(008) VALUE 'UKFH0208'.
           03  CO-UKII0244             PIC  X(008) VALUE 'UKII0244'.
           03  CO-UBNA0036             PIC  X(008) VALUE 'UBNA0036'.
           03  CO-UBNA0048             PIC  X(008) VALUE 'UBNA0048'.
           03  CO-UKII0182             PIC  X(008) VALUE 'UKII0182'.


      *-----------------------------------------------------------------
       01  XQIPA801-CA.
           COPY  XQIPA801.

      *-----------------------------------------------------------------
      *@   TABLE INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@ 기업집단등급전망
       01  TRIPB159-REC.
           COPY  TRIPB159.
       01  TKIPB159-KEY.
           COPY  TKIPB159.

      *-----------------------------------------------------------------
      * PGM INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      * DBIO SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@   DBIO공통처리부품 COPYBOOK 정의
           COPY    YCDBIOCA.
      *@   SQLIO공통처리부품 COPYBOOK 정의
           COPY    YCDBSQLA.

           PERFORM S3100-PROC-RIPB110-RTN
              THRU S3100-PROC-RIPB110-EXT

      *@3 등급전망/신용감시 조회
           PERFORM S3200-PROC-RIPB159-RTN
              THRU S3200-PROC-RIPB159-EXT

           MOVE 'V1'           TO WK-FMID(1:2)
           MOVE BICOM-SCREN-NO TO WK-FMID(3:11)
           #BOFMID WK-FMID
       S3100-PROC-RIPB110-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  등급전망/신용감시 조회 - 확정전 평가는 미존재(공백)
      *-----------------------------------------------------------------
       S3200-PROC-RIPB159-RTN.

             #USRLOG "◈등급전망/신용감시 조회 시작◈"

      *@1 기업집단등급전망(THKIPB159) 조회
           INITIALIZE YCDBIOCA-CA
                      TRIPB159-REC
                      TKIPB159-KEY.

      *   그룹회사코드
           MOVE YNIP4A80-GROUP-CO-CD
             TO KIPB159-PK-GROUP-CO-CD.
      *   기업집단그룹코드
           MOVE YNIP4A80-CORP-CLCT-GROUP-CD
             TO KIPB159-PK-CORP-CLCT-GROUP-CD.
      *   기업집단등록코드
           MOVE YNIP4A80-CORP-CLCT-REGI-CD
             TO KIPB159-PK-CORP-CLCT-REGI-CD.
      *   평가년월일
           MOVE YNIP4A80-VALUA-YMD
             TO KIPB159-PK-VALUA-YMD.

      *@1  DBIO 호출
           #DYDBIO SELECT-CMD-N TKIPB159-PK TRIPB159-REC.

      *#1  DBIO 호출결과 확인
           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    CONTINUE
               WHEN COND-DBIO-MRNF
                    INITIALIZE TRIPB159-REC
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE.

      *   등급전망
           MOVE  RIPB159-OTLK-DSTCD
             TO  YPIP4A80-OTLK-DSTCD
           MOVE  RIPB159-OTLK-RSN-CD
             TO  YPIP4A80-OTLK-RSN-CD
           MOVE  RIPB159-OTLK-REVW-YMD
             TO  YPIP4A80-OTLK-REVW-YMD

      *   신용감시
           MOVE  RIPB159-WATCH-DSTCD
             TO  YPIP4A80-WATCH-DSTCD
           MOVE  RIPB159-WATCH-RSN-CD
             TO  YPIP4A80-WATCH-RSN-CD
           MOVE  RIPB159-WATCH-REVW-YMD
             TO  YPIP4A80-WATCH-REVW-YMD
      *
           .
      *

       S3200-PROC-RIPB159-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
