      *@성명 : 일자 : 변　경　내　용
      * ----------------------------------------------------------------
      *이현지:20191223: 신규작성
      *김경호:20261015: 평가입력 변경이력(THKIPB167) 기록 추가 -
      *                 연혁/개요의견/관리부점의 추가·변경·삭제를
      *                 항목별 변경전후, 취급자, 일시와 저장시점
      *                 확정대기여부로 남긴다
      *=================================================================
      ******************************************************************
      **
      **  TABLE-SYNONYM    : 테이블명                    : 접근유형
      **  ----------------   -------------------------------------------
      **                   : THKIPB111                     : C
      **                   : THKIPB131                     : R
      **                   : THKIPB167                     : C
      **
      ******************************************************************
       IDENTIFICATION                  DIVISION.
       01  WK-AREA.
           03  FILLER                  PIC  X(001).
           03  WK-I                    PIC  S9(004) COMP.
           03  WK-J                    PIC  S9(004) COMP.

      *@  평가입력 변경이력(THKIPB167) 기록용
           03  WK-JR-YMD               PIC  X(008).
           03  WK-JR-HMS               PIC  X(008).
           03  WK-JR-SERNO             PIC  9(005).
           03  WK-JR-STGE-DSTCD        PIC  X(001).
           03  WK-JR-CNFM-WAIT-YN      PIC  X(001).
           03  WK-JR-CHG-YN            PIC  X(001).
           03  WK-JR-TBL-NAME          PIC  X(010).
           03  WK-JR-ROW-KEY           PIC  X(050).
           03  WK-JR-FLD-NAME          PIC  X(030).
           03  WK-JR-CHG-DSTCD         PIC  X(001).
           03  WK-JR-BF-CTNT           PIC  X(200).
           03  WK-JR-AF-CTNT           PIC  X(200).
           03  WK-JR-BF-NUM            PIC S9(015)V9(02).
           03  WK-JR-AF-NUM            PIC S9(015)V9(02).
           03  WK-JR-ED-NUM            PIC  -(015)9.99.
           03  WK-JR-KEY-NO            PIC  9(004).
      *    입력행 기존행대응여부(연혁/개요의견)
           03  WK-JR-MTCH1             PIC  X(001) OCCURS 1000.
           03  WK-JR-MTCH2             PIC  X(001) OCCURS 100.

      *-----------------------------------------------------------------
      * PGM INTERFACE PARAMETER
       01  TKIPB110-KEY.
           COPY  TKIPB110.

      *    THKIPB131 기업집단승인결의록명세
       01  TRIPB131-REC.
           COPY  TRIPB131.
       01  TKIPB131-KEY.
           COPY  TKIPB131.

      *    THKIPB167 기업집단평가입력 변경이력
       01  TRIPB167-REC.
           COPY  TRIPB167.
       01  TKIPB167-KEY.
           COPY  TKIPB167.

      *-----------------------------------------------------------------
      * DBIO SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------

           #USRLOG "★[S3000-PROCESS-RTN]"

      *@   변경이력 기록준비
           PERFORM S8500-JRNL-INIT-RTN
              THRU S8500-JRNL-INIT-EXT

      *@   THKIPB111 DBIO DELETE
      *    THKIPB111 기업집단연혁명세
           PERFORM S3100-THKIPB111-DELETE-RTN
                                  CO-STAT-ERROR
                       END-IF

      *                변경이력(기존 연혁행 대비)
                       IF  COND-DBIO-OK
                           PERFORM S3110-THKIPB111-JRNL-RTN
                              THRU S3110-THKIPB111-JRNL-EXT
                       END-IF

           #USRLOG "★[삭제건수]=" %T5 WK-I

                   END-IF
       S3100-THKIPB111-DELETE-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  연혁 변경이력 - 삭제한 기존행과 같은 일련번호의 입력행이
      *@  저장대상이면 항목별 변경(2), 아니면 삭제(3)로 기록한다.
      *------------------------------------------------------------------
       S3110-THKIPB111-JRNL-RTN.

           MOVE RIPB111-SERNO  TO  WK-J
                                   WK-JR-KEY-NO
           MOVE SPACE          TO  WK-JR-ROW-KEY
           STRING '연혁 일련번호:'        DELIMITED BY SIZE
                  WK-JR-KEY-NO            DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING
           MOVE 'THKIPB111'    TO  WK-JR-TBL-NAME
           MOVE SPACE          TO  WK-JR-AF-CTNT

           IF  WK-J >= 1
           AND WK-J <= XDIPA631-I-PRSNT-NOITM1
           AND XDIPA631-I-SHET-OUTPT-YN(WK-J) = '1'
               MOVE 'Y'  TO  WK-JR-MTCH1(WK-J)
               MOVE '2'  TO  WK-JR-CHG-DSTCD
           ELSE
               MOVE '3'  TO  WK-JR-CHG-DSTCD
           END-IF

      *    연혁년월일
           MOVE '연혁년월일'       TO  WK-JR-FLD-NAME
           MOVE RIPB111-ORDVL-YMD  TO  WK-JR-BF-CTNT
           IF  WK-JR-CHG-DSTCD = '2'
               MOVE XDIPA631-I-ORDVL-YMD(WK-J)
                 TO WK-JR-AF-CTNT
           END-IF
           PERFORM S8510-JRNL-TEXT-RTN
              THRU S8510-JRNL-TEXT-EXT

      *    연혁내용
           MOVE '연혁내용'         TO  WK-JR-FLD-NAME
           MOVE RIPB111-ORDVL-CTNT TO  WK-JR-BF-CTNT
           IF  WK-JR-CHG-DSTCD = '2'
               MOVE XDIPA631-I-ORDVL-CTNT(WK-J)
                 TO WK-JR-AF-CTNT
           END-IF
           PERFORM S8510-JRNL-TEXT-RTN
              THRU S8510-JRNL-TEXT-EXT

           .

       S3110-THKIPB111-JRNL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  THKIPB111 기업집단연혁명세 INSERT
      *-----------------------------------------------------------------
                   #ERROR CO-B3900010 CO-UKII0182 CO-STAT-ERROR
               END-IF

      *        기존행이 없던 연혁은 추가(1)로 변경이력 기록
               IF  WK-JR-MTCH1(WK-I) NOT = 'Y'
                   PERFORM S3210-THKIPB111-JRNL-RTN
                      THRU S3210-THKIPB111-JRNL-EXT
               END-IF

           END-IF

           .
       S3200-THKIPB111-INSERT-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  연혁 변경이력 - 추가(1)
      *------------------------------------------------------------------
       S3210-THKIPB111-JRNL-RTN.

           MOVE WK-I           TO  WK-JR-KEY-NO
           MOVE SPACE          TO  WK-JR-ROW-KEY
                                   WK-JR-BF-CTNT
           STRING '연혁 일련번호:'        DELIMITED BY SIZE
                  WK-JR-KEY-NO            DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING
           MOVE 'THKIPB111'    TO  WK-JR-TBL-NAME
           MOVE '1'            TO  WK-JR-CHG-DSTCD

      *    연혁년월일
           MOVE '연혁년월일'   TO  WK-JR-FLD-NAME
           MOVE XDIPA631-I-ORDVL-YMD(WK-I)
             TO WK-JR-AF-CTNT
           PERFORM S8510-JRNL-TEXT-RTN
              THRU S8510-JRNL-TEXT-EXT

      *    연혁내용
           MOVE '연혁내용'     TO  WK-JR-FLD-NAME
           MOVE XDIPA631-I-ORDVL-CTNT(WK-I)
             TO WK-JR-AF-CTNT
           PERFORM S8510-JRNL-TEXT-RTN
              THRU S8510-JRNL-TEXT-EXT

           .

       S3210-THKIPB111-JRNL-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  THKIPB130 기업집단주석명세 INSERT
      *------------------------------------------------------------------
                       #ERROR CO-B4200219 CO-UKII0182 CO-STAT-ERROR
                   END-IF

      *            변경이력(기존 개요의견행 대비)
                   PERFORM S3320-THKIPB130-JRNL-RTN
                      THRU S3320-THKIPB130-JRNL-EXT

           #USRLOG "★[FETCH건수]=" %T5 WK-I

               END-IF
                       WHEN COND-DBIO-OK
                            #USRLOG "★[THKIPB130 등록 성공]"

      *                     기존행이 없던 의견은 추가(1)로 기록
                            IF  WK-JR-MTCH2(WK-I) NOT = 'Y'
                                PERFORM S3330-THKIPB130-JRNL-RTN
                                   THRU S3330-THKIPB130-JRNL-EXT
                            END-IF

                       WHEN COND-DBIO-MRNF
                            CONTINUE
       S3310-THKIPB130-INS-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  개요의견 변경이력 - 삭제한 기존행과 같은 일련번호의 입력
      *@  의견이 있으면 주석내용 전체를 비교하여 변경(2), 없으면
      *@  삭제(3)로 기록한다(이력에는 앞 200바이트).
      *------------------------------------------------------------------
       S3320-THKIPB130-JRNL-RTN.

           MOVE RIPB130-SERNO  TO  WK-J
                                   WK-JR-KEY-NO
           MOVE SPACE          TO  WK-JR-ROW-KEY
                                   WK-JR-AF-CTNT
           STRING '주석구분:01 일련번호:' DELIMITED BY SIZE
                  WK-JR-KEY-NO            DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING
           MOVE 'THKIPB130'    TO  WK-JR-TBL-NAME
           MOVE '주석내용'     TO  WK-JR-FLD-NAME
           MOVE RIPB130-COMT-CTNT
             TO WK-JR-BF-CTNT

           IF  WK-J >= 1
           AND WK-J <= XDIPA631-I-TOTAL-NOITM2
               MOVE 'Y'  TO  WK-JR-MTCH2(WK-J)
               IF  RIPB130-COMT-CTNT = XDIPA631-I-COMT-CTNT(WK-J)
                   GO  TO  S3320-THKIPB130-JRNL-EXT
               END-IF
               MOVE '2'  TO  WK-JR-CHG-DSTCD
               MOVE XDIPA631-I-COMT-CTNT(WK-J)
                 TO WK-JR-AF-CTNT
           ELSE
               MOVE '3'  TO  WK-JR-CHG-DSTCD
           END-IF

           PERFORM S8530-JRNL-WRITE-RTN
              THRU S8530-JRNL-WRITE-EXT

           .

       S3320-THKIPB130-JRNL-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  개요의견 변경이력 - 추가(1)
      *------------------------------------------------------------------
       S3330-THKIPB130-JRNL-RTN.

           MOVE WK-I           TO  WK-JR-KEY-NO
           MOVE SPACE          TO  WK-JR-ROW-KEY
                                   WK-JR-BF-CTNT
           STRING '주석구분:01 일련번호:' DELIMITED BY SIZE
                  WK-JR-KEY-NO            DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING
           MOVE 'THKIPB130'    TO  WK-JR-TBL-NAME
           MOVE '주석내용'     TO  WK-JR-FLD-NAME
           MOVE '1'            TO  WK-JR-CHG-DSTCD
           MOVE XDIPA631-I-COMT-CTNT(WK-I)
             TO WK-JR-AF-CTNT

           PERFORM S8530-JRNL-WRITE-RTN
              THRU S8530-JRNL-WRITE-EXT

           .

       S3330-THKIPB130-JRNL-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  THKIPB110 관리부점 UPDATE
      *------------------------------------------------------------------

           #USRLOG "★[S3410-THKIPB110-UPDATE-RTN]"

      *    변경전 관리부점 보관
           MOVE RIPB110-MGT-BRNCD
             TO WK-JR-BF-CTNT

      *    관리부점
           MOVE XDIPA631-I-MGT-BRNCD
             TO RIPB110-MGT-BRNCD
                 WHEN COND-DBIO-OK
                      #USRLOG "★[기업집단평가기본 UPDATE 완료]"

      *               관리부점 변경이력
                      MOVE 'THKIPB110'  TO  WK-JR-TBL-NAME
                      MOVE '평가기본'   TO  WK-JR-ROW-KEY
                      MOVE '관리부점'   TO  WK-JR-FLD-NAME
                      MOVE '2'          TO  WK-JR-CHG-DSTCD
                      MOVE XDIPA631-I-MGT-BRNCD
                        TO WK-JR-AF-CTNT
                      PERFORM S8510-JRNL-TEXT-RTN
                         THRU S8510-JRNL-TEXT-EXT

                 WHEN OTHER
      *               데이터를 변경 할 수 없습니다.
       S3410-THKIPB110-UPDATE-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  변경이력 기록준비 - 저장건의 변경일시를 정하고, 저장시점의
      *@  평가가 확정대기(처리단계 '5' 또는 결의록명세 존재)인지를
      *@  판단하여 이력행에 함께 남긴다.
      *------------------------------------------------------------------
       S8500-JRNL-INIT-RTN.

           MOVE FUNCTION CURRENT-DATE(1:8)
             TO WK-JR-YMD
           MOVE FUNCTION CURRENT-DATE(9:8)
             TO WK-JR-HMS
           MOVE ZEROS  TO  WK-JR-SERNO
           MOVE SPACE  TO  WK-JR-STGE-DSTCD
           MOVE 'N'    TO  WK-JR-CNFM-WAIT-YN

      *@1 기업집단평가기본 처리단계 조회
           INITIALIZE YCDBIOCA-CA
                      TRIPB110-REC
                      TKIPB110-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB110-PK-GROUP-CO-CD
           MOVE XDIPA631-I-CORP-CLCT-GROUP-CD
             TO KIPB110-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA631-I-CORP-CLCT-REGI-CD
             TO KIPB110-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA631-I-VALUA-YMD
             TO KIPB110-PK-VALUA-YMD

           #DYDBIO SELECT-CMD-N TKIPB110-PK TRIPB110-REC.

           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    MOVE RIPB110-CORP-CP-STGE-DSTCD
                      TO WK-JR-STGE-DSTCD
               WHEN COND-DBIO-MRNF
                    CONTINUE
               WHEN OTHER
                    #ERROR   CO-B3900009  CO-UKII0182  CO-STAT-ERROR
           END-EVALUATE

           IF  WK-JR-STGE-DSTCD = '5'
               MOVE 'Y'  TO  WK-JR-CNFM-WAIT-YN
               GO  TO  S8500-JRNL-INIT-EXT
           END-IF

      *@1 승인결의록명세 존재여부 조회
           INITIALIZE YCDBIOCA-CA
                      TRIPB131-REC
                      TKIPB131-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB131-PK-GROUP-CO-CD
           MOVE XDIPA631-I-CORP-CLCT-GROUP-CD
             TO KIPB131-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA631-I-CORP-CLCT-REGI-CD
             TO KIPB131-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA631-I-VALUA-YMD
             TO KIPB131-PK-VALUA-YMD

           #DYDBIO SELECT-CMD-N TKIPB131-PK TRIPB131-REC.

           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    MOVE 'Y'  TO  WK-JR-CNFM-WAIT-YN
               WHEN COND-DBIO-MRNF
                    CONTINUE
               WHEN OTHER
                    #ERROR   CO-B3900009  CO-UKII0182  CO-STAT-ERROR
           END-EVALUATE

           .
       S8500-JRNL-INIT-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  변경이력 문자항목 - 변경구분 '2'(변경)는 변경전후가 같으면
      *@  기록하지 않는다.
      *------------------------------------------------------------------
       S8510-JRNL-TEXT-RTN.

           IF  WK-JR-CHG-DSTCD = '2'
           AND WK-JR-BF-CTNT = WK-JR-AF-CTNT
               GO  TO  S8510-JRNL-TEXT-EXT
           END-IF

           PERFORM S8530-JRNL-WRITE-RTN
              THRU S8530-JRNL-WRITE-EXT

           .
       S8510-JRNL-TEXT-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  변경이력 수치항목 - 편집하여 기록(변경전후 동일시 생략)
      *------------------------------------------------------------------
       S8520-JRNL-NUM-RTN.

           IF  WK-JR-CHG-DSTCD = '2'
           AND WK-JR-BF-NUM = WK-JR-AF-NUM
               GO  TO  S8520-JRNL-NUM-EXT
           END-IF

           MOVE SPACE  TO  WK-JR-BF-CTNT
                           WK-JR-AF-CTNT

           IF  WK-JR-CHG-DSTCD NOT = '1'
               MOVE WK-JR-BF-NUM  TO  WK-JR-ED-NUM
               MOVE WK-JR-ED-NUM  TO  WK-JR-BF-CTNT
           END-IF

           IF  WK-JR-CHG-DSTCD NOT = '3'
               MOVE WK-JR-AF-NUM  TO  WK-JR-ED-NUM
               MOVE WK-JR-ED-NUM  TO  WK-JR-AF-CTNT
           END-IF

           PERFORM S8530-JRNL-WRITE-RTN
              THRU S8530-JRNL-WRITE-EXT

           .
       S8520-JRNL-NUM-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  변경이력(THKIPB167) INSERT
      *@  커서 처리중에도 호출되므로 DBIO공통영역은 초기화하지
      *@  않는다.
      *------------------------------------------------------------------
       S8530-JRNL-WRITE-RTN.

           ADD  1  TO  WK-JR-SERNO

           INITIALIZE TRIPB167-REC
                      TKIPB167-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO RIPB167-GROUP-CO-CD
           MOVE XDIPA631-I-CORP-CLCT-GROUP-CD
             TO RIPB167-CORP-CLCT-GROUP-CD
           MOVE XDIPA631-I-CORP-CLCT-REGI-CD
             TO RIPB167-CORP-CLCT-REGI-CD
           MOVE XDIPA631-I-VALUA-YMD
             TO RIPB167-VALUA-YMD
           MOVE WK-JR-YMD
             TO RIPB167-CHG-YMD
           MOVE WK-JR-HMS
             TO RIPB167-CHG-HMS
           MOVE CO-PGM-ID
             TO RIPB167-PGM-ID
           MOVE WK-JR-SERNO
             TO RIPB167-CHG-SERNO
           MOVE WK-JR-TBL-NAME
             TO RIPB167-TBL-NAME
           MOVE WK-JR-ROW-KEY
             TO RIPB167-ROW-KEY-CTNT
           MOVE WK-JR-FLD-NAME
             TO RIPB167-FLD-NAME
           MOVE WK-JR-CHG-DSTCD
             TO RIPB167-CHG-DSTCD
           MOVE WK-JR-BF-CTNT
             TO RIPB167-BF-CTNT
           MOVE WK-JR-AF-CTNT
             TO RIPB167-AF-CTNT
           MOVE BICOM-USER-EMPID
             TO RIPB167-CHG-EMPID
           MOVE WK-JR-STGE-DSTCD
             TO RIPB167-PRCSS-STGE-DSTCD
           MOVE WK-JR-CNFM-WAIT-YN
             TO RIPB167-CNFM-WAIT-YN

           MOVE RIPB167-GROUP-CO-CD
             TO KIPB167-PK-GROUP-CO-CD
           MOVE RIPB167-CORP-CLCT-GROUP-CD
             TO KIPB167-PK-CORP-CLCT-GROUP-CD
           MOVE RIPB167-CORP-CLCT-REGI-CD
             TO KIPB167-PK-CORP-CLCT-REGI-CD
           MOVE RIPB167-VALUA-YMD
             TO KIPB167-PK-VALUA-YMD
           MOVE RIPB167-CHG-YMD
             TO KIPB167-PK-CHG-YMD
           MOVE RIPB167-CHG-HMS
             TO KIPB167-PK-CHG-HMS
           MOVE RIPB167-PGM-ID
             TO KIPB167-PK-PGM-ID
           MOVE RIPB167-CHG-SERNO
             TO KIPB167-PK-CHG-SERNO

           #DYDBIO INSERT-CMD-Y TKIPB167-PK TRIPB167-REC.

           IF  NOT COND-DBIO-OK
               #USRLOG "변경이력 INSERT 오류"
               #ERROR   CO-B3900010  CO-UKII0182  CO-STAT-ERROR
           END-IF

           .
       S8530-JRNL-WRITE-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  처리종료
      *------------------------------------------------------------------
