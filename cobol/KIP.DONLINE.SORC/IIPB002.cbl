      *@성명 : 일자 : 변　경　내　용
      * ----------------------------------------------------------------
      *이현지:20200309: 신규작성
      *김경호:20261015: 기간내 최근 확정평가의 등급전망/신용감시 출력
      *=================================================================
      ******************************************************************
      **
      **  ----------------   -------------------------------------------
      **                   : THKIPA110                     : R
      **                   : THKIPA111                     : R
      **                   : THKIPB159                     : R
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      *=================================================================
      *@   오류 메시지
           03  CO-B3800004             PIC  X(008) VALUE 'B3800004'.
           03  CO-B3900009             PIC  X(008) VALUE 'B3900009'.
           03  CO-B3900001             PIC  X(008) VALUE 'B3900001'.

      *@   조치 메시지
           03  CO-UKIP0001             PIC  X(008) VALUE 'UKIP0001'.
           03  CO-UKAA0802             PIC  X(008) VALUE 'UKAA0802'.
           03  CO-UKAAZ754             PIC  X(008) VALUE 'UKAAZ754'.
           03  CO-UKII0126             PIC  X(008) VALUE 'UKII0126'.
           03  CO-UKII0182             PIC  X(008) VALUE 'UKII0182'.

      *-----------------------------------------------------------------
      * CONSTANT AREA
      *-----------------------------------------------------------------
       01  WK-AREA.
           03  WK-I                    PIC  9(005) COMP.
           03  WK-LAST-VALUA-YMD       PIC  X(008).

      *-----------------------------------------------------------------
      * PGM INTERFACE PARAMETER
      *-----------------------------------------------------------------
      * TABLE INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *    기업집단등급전망
       01  TRIPB159-REC.
           COPY  TRIPB159.
       01  TKIPB159-KEY.
           COPY  TKIPB159.

      *-----------------------------------------------------------------
      * DBIO SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
      * DBIO COMMON AREA
           COPY    YCDBIOCA.
      * SQLIO COMMON AREA
           COPY    YCDBSQLA.

             PERFORM S3100-QIPB002-CALL-RTN
                THRU S3100-QIPB002-CALL-EXT

      *@     기간내 최근 확정평가의 등급전망/신용감시 조회
             PERFORM S3200-RIPB159-READ-RTN
                THRU S3200-RIPB159-READ-EXT

           .
       S3000-PROCESS-EXT.
           EXIT.
       S3100-QIPB002-CALL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  등급전망/신용감시 조회 - 시작~종료년월일 사이 평가중
      *@  가장 최근 평가년월일의 기록을 출력한다(미존재시 공백)
      *-----------------------------------------------------------------
       S3200-RIPB159-READ-RTN.

           MOVE SPACE
             TO WK-LAST-VALUA-YMD

      *@   입력항목 초기화
           INITIALIZE YCDBIOCA-CA
                      TRIPB159-REC
                      TKIPB159-KEY

      *@   입력파라미터 조립
      *    그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB159-PK-GROUP-CO-CD
      *    기업집단그룹코드
           MOVE XIIPB002-I-CORP-CLCT-GROUP-CD
             TO KIPB159-PK-CORP-CLCT-GROUP-CD
      *    기업집단등록코드
           MOVE XIIPB002-I-CORP-CLCT-REGI-CD
             TO KIPB159-PK-CORP-CLCT-REGI-CD
      *    평가년월일
           MOVE LOW-VALUE
             TO KIPB159-PK-VALUA-YMD

           #DYDBIO  OPEN-CMD-1  TKIPB159-PK TRIPB159-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           PERFORM UNTIL COND-DBIO-MRNF

                   #DYDBIO FETCH-CMD-1 TKIPB159-PK TRIPB159-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
                   END-IF

                   IF  COND-DBIO-OK
                   AND RIPB159-VALUA-YMD NOT < XIIPB002-I-START-YMD
                   AND RIPB159-VALUA-YMD NOT > XIIPB002-I-END-YMD
                   AND RIPB159-VALUA-YMD > WK-LAST-VALUA-YMD

                       MOVE RIPB159-VALUA-YMD
                         TO WK-LAST-VALUA-YMD
      *                등급전망구분
                       MOVE RIPB159-OTLK-DSTCD
                         TO XIIPB002-O-OTLK-DSTCD
      *                신용감시구분
                       MOVE RIPB159-WATCH-DSTCD
                         TO XIIPB002-O-WATCH-DSTCD
      *                신용감시검토기한
                       MOVE RIPB159-WATCH-REVW-YMD
                         TO XIIPB002-O-WATCH-REVW-YMD

                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPB159-PK TRIPB159-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           .
       S3200-RIPB159-READ-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  종료처리
      *------------------------------------------------------------------
