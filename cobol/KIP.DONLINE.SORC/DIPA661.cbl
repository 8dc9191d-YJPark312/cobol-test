      *@성명 : 일자 : 변　경　내　용
      * ----------------------------------------------------------------
      *이현지:20200103: 신규작성
      *김경호:20261015: 평가입력 변경이력(THKIPB167) 기록 추가 -
      *                 사업부문 구조분석/사업분석의견의 추가·
      *                 변경·삭제를 항목별 변경전후, 취급자,
      *                 일시와 저장시점 확정대기여부로 남긴다
      *=================================================================
      ******************************************************************
      **
      **  ----------------   -------------------------------------------
      **                   : THKIPB113                     : R
      **                   : THKIPB113                     : C
      **                   : THKIPB110                     : R
      **                   : THKIPB131                     : R
      **                   : THKIPB167                     : C
      **
      ******************************************************************
       IDENTIFICATION                  DIVISION.
           03  WK-DATA-YN              PIC  X(001).
           03  WK-P                    PIC  S9(004) COMP.

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
           03  WK-JR-IX                PIC  S9(004) COMP.
           03  WK-JR-HIT               PIC  S9(004) COMP.
           03  WK-JR-YR                PIC  S9(004) COMP.
      *    입력행 기존행대응여부(사업부문/사업분석의견)
           03  WK-JR-MTCH1             PIC  X(001) OCCURS 100.
           03  WK-JR-MTCH2             PIC  X(001) OCCURS 100.
      *    사업부문 변경전후 비교영역
           03  WK-JR-B113-BF.
               05  WK-JR-BF-SECT-NAME  PIC  X(032).
               05  WK-JR-BF-YR         OCCURS 3.
                   07  WK-JR-BF-AMT    PIC S9(015).
                   07  WK-JR-BF-RATO   PIC S9(005)V9(02).
                   07  WK-JR-BF-CNT    PIC S9(005).
           03  WK-JR-B113-AF.
               05  WK-JR-AF-SECT-NAME  PIC  X(032).
               05  WK-JR-AF-YR         OCCURS 3.
                   07  WK-JR-AF-AMT    PIC S9(015).
                   07  WK-JR-AF-RATO   PIC S9(005)V9(02).
                   07  WK-JR-AF-CNT    PIC S9(005).

      *-----------------------------------------------------------------
      * 변경이력 항목명 년도구분
      *-----------------------------------------------------------------
       01  WK-JR-YR-LBL-AREA.
           03  FILLER                  PIC  X(010) VALUE '기준년'.
           03  FILLER                  PIC  X(010) VALUE 'N1년전'.
           03  FILLER                  PIC  X(010) VALUE 'N2년전'.
       01  WK-JR-YR-LBL-TBL            REDEFINES WK-JR-YR-LBL-AREA.
           03  WK-JR-YR-LBL            PIC  X(010) OCCURS 3.

      *-----------------------------------------------------------------
      * PGM INTERFACE PARAMETER
      *-----------------------------------------------------------------
       01  TKIPB130-KEY.
           COPY  TKIPB130.

      *@  기업집단평가기본(THKIPB110)
       01  TRIPB110-REC.
           COPY  TRIPB110.
       01  TKIPB110-KEY.
           COPY  TKIPB110.

      *@  기업집단승인결의록명세(THKIPB131)
       01  TRIPB131-REC.
           COPY  TRIPB131.
       01  TKIPB131-KEY.
           COPY  TKIPB131.

      *@  기업집단평가입력 변경이력(THKIPB167)
       01  TRIPB167-REC.
           COPY  TRIPB167.
       01  TKIPB167-KEY.
           COPY  TKIPB167.

      *-----------------------------------------------------------------
      * DBIO SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------

           #USRLOG "★[S3000-PROCESS-RTN]"

      *@1  변경이력 기록준비
           PERFORM S8500-JRNL-INIT-RTN
              THRU S8500-JRNL-INIT-EXT

      *@1  기업집단사업부문 SQLIO CALL
           PERFORM S3100-QIPA661-CALL-RTN
              THRU S3100-QIPA661-CALL-EXT.
      *              업무 담당자에게 문의해 주세요.
                     #ERROR  CO-B4200219 CO-UKJI0299 CO-STAT-ERROR
           END-EVALUATE

      *    변경이력(기존 사업부문행 대비)
           PERFORM S3120-THKIPB113-JRNL-RTN
              THRU S3120-THKIPB113-JRNL-EXT
           .

       S3110-THKIPB113-DELETE-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  사업부문 변경이력 - 삭제한 기존행과 보고서구분/재무항목/
      *@  사업부문번호가 같은 입력행이 있으면 항목별 변경(2), 없으면
      *@  삭제(3)로 기록한다.
      *------------------------------------------------------------------
       S3120-THKIPB113-JRNL-RTN.

           MOVE ZEROS  TO  WK-JR-HIT
           PERFORM VARYING WK-JR-IX FROM 1 BY 1
                     UNTIL WK-JR-IX > XDIPA661-I-TOTAL-NOITM1
                        OR WK-JR-HIT > 0
                   IF  XDIPA661-I-FNAF-A-RPTDOC-DSTCD(WK-JR-IX)
                     = RIPB113-FNAF-A-RPTDOC-DSTCD
                   AND XDIPA661-I-FNAF-ITEM-CD(WK-JR-IX)
                     = RIPB113-FNAF-ITEM-CD
                   AND XDIPA661-I-BIZ-SECT-NO(WK-JR-IX)
                     = RIPB113-BIZ-SECT-NO
                       MOVE WK-JR-IX  TO  WK-JR-HIT
                   END-IF
           END-PERFORM

      *    변경전 값
           MOVE RIPB113-BIZ-SECT-DSTIC-NAME
             TO WK-JR-BF-SECT-NAME
           MOVE RIPB113-BASE-YR-ITEM-AMT   TO  WK-JR-BF-AMT(1)
           MOVE RIPB113-BASE-YR-RATO       TO  WK-JR-BF-RATO(1)
           MOVE RIPB113-BASE-YR-ENTP-CNT   TO  WK-JR-BF-CNT(1)
           MOVE RIPB113-N1-YR-BF-ITEM-AMT  TO  WK-JR-BF-AMT(2)
           MOVE RIPB113-N1-YR-BF-RATO      TO  WK-JR-BF-RATO(2)
           MOVE RIPB113-N1-YR-BF-ENTP-CNT  TO  WK-JR-BF-CNT(2)
           MOVE RIPB113-N2-YR-BF-ITEM-AMT  TO  WK-JR-BF-AMT(3)
           MOVE RIPB113-N2-YR-BF-RATO      TO  WK-JR-BF-RATO(3)
           MOVE RIPB113-N2-YR-BF-ENTP-CNT  TO  WK-JR-BF-CNT(3)

      *    변경후 값
           IF  WK-JR-HIT > 0
               MOVE 'Y'  TO  WK-JR-MTCH1(WK-JR-HIT)
               MOVE '2'  TO  WK-JR-CHG-DSTCD
               MOVE WK-JR-HIT  TO  WK-JR-IX
               PERFORM S3130-THKIPB113-AF-SET-RTN
                  THRU S3130-THKIPB113-AF-SET-EXT
           ELSE
               MOVE '3'  TO  WK-JR-CHG-DSTCD
               INITIALIZE WK-JR-B113-AF
           END-IF

      *    행식별내용
           MOVE SPACE  TO  WK-JR-ROW-KEY
           STRING '보고서:'               DELIMITED BY SIZE
                  RIPB113-FNAF-A-RPTDOC-DSTCD
                                          DELIMITED BY SIZE
                  ' 항목:'                DELIMITED BY SIZE
                  RIPB113-FNAF-ITEM-CD    DELIMITED BY SIZE
                  ' 부문:'                DELIMITED BY SIZE
                  RIPB113-BIZ-SECT-NO     DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING

           PERFORM S3140-THKIPB113-JRNL-CMP-RTN
              THRU S3140-THKIPB113-JRNL-CMP-EXT

           .

       S3120-THKIPB113-JRNL-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  사업부문 변경후 값 설정(WK-JR-IX 입력행)
      *------------------------------------------------------------------
       S3130-THKIPB113-AF-SET-RTN.

           MOVE XDIPA661-I-BIZ-SECT-DSTIC-NAME(WK-JR-IX)
             TO WK-JR-AF-SECT-NAME
           MOVE XDIPA661-I-BASE-YR-ITEM-AMT(WK-JR-IX)
             TO WK-JR-AF-AMT(1)
           MOVE XDIPA661-I-BASE-YR-RATO(WK-JR-IX)
             TO WK-JR-AF-RATO(1)
           MOVE XDIPA661-I-BASE-YR-ENTP-CNT(WK-JR-IX)
             TO WK-JR-AF-CNT(1)
           MOVE XDIPA661-I-N1-YR-BF-ITEM-AMT(WK-JR-IX)
             TO WK-JR-AF-AMT(2)
           MOVE XDIPA661-I-N1-YR-BF-RATO(WK-JR-IX)
             TO WK-JR-AF-RATO(2)
           MOVE XDIPA661-I-N1-YR-BF-ENTP-CNT(WK-JR-IX)
             TO WK-JR-AF-CNT(2)
           MOVE XDIPA661-I-N2-YR-BF-ITEM-AMT(WK-JR-IX)
             TO WK-JR-AF-AMT(3)
           MOVE XDIPA661-I-N2-YR-BF-RATO(WK-JR-IX)
             TO WK-JR-AF-RATO(3)
           MOVE XDIPA661-I-N2-YR-BF-ENTP-CNT(WK-JR-IX)
             TO WK-JR-AF-CNT(3)

           .

       S3130-THKIPB113-AF-SET-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  사업부문 변경이력 항목별 기록(변경전후 비교영역 기준)
      *------------------------------------------------------------------
       S3140-THKIPB113-JRNL-CMP-RTN.

           MOVE 'THKIPB113'    TO  WK-JR-TBL-NAME

      *    사업부문구분명
           MOVE '사업부문구분명'   TO  WK-JR-FLD-NAME
           MOVE WK-JR-BF-SECT-NAME TO  WK-JR-BF-CTNT
           MOVE WK-JR-AF-SECT-NAME TO  WK-JR-AF-CTNT
           PERFORM S8510-JRNL-TEXT-RTN
              THRU S8510-JRNL-TEXT-EXT

      *    년도별 항목금액/비율/업체수
           PERFORM VARYING WK-JR-YR FROM 1 BY 1
                     UNTIL WK-JR-YR > 3

                   MOVE SPACE  TO  WK-JR-FLD-NAME
                   STRING WK-JR-YR-LBL(WK-JR-YR)
                                          DELIMITED BY SPACE
                          '항목금액'      DELIMITED BY SIZE
                     INTO WK-JR-FLD-NAME
                   END-STRING
                   MOVE WK-JR-BF-AMT(WK-JR-YR)  TO  WK-JR-BF-NUM
                   MOVE WK-JR-AF-AMT(WK-JR-YR)  TO  WK-JR-AF-NUM
                   PERFORM S8520-JRNL-NUM-RTN
                      THRU S8520-JRNL-NUM-EXT

                   MOVE SPACE  TO  WK-JR-FLD-NAME
                   STRING WK-JR-YR-LBL(WK-JR-YR)
                                          DELIMITED BY SPACE
                          '비율'          DELIMITED BY SIZE
                     INTO WK-JR-FLD-NAME
                   END-STRING
                   MOVE WK-JR-BF-RATO(WK-JR-YR) TO  WK-JR-BF-NUM
                   MOVE WK-JR-AF-RATO(WK-JR-YR) TO  WK-JR-AF-NUM
                   PERFORM S8520-JRNL-NUM-RTN
                      THRU S8520-JRNL-NUM-EXT

                   MOVE SPACE  TO  WK-JR-FLD-NAME
                   STRING WK-JR-YR-LBL(WK-JR-YR)
                                          DELIMITED BY SPACE
                          '업체수'        DELIMITED BY SIZE
                     INTO WK-JR-FLD-NAME
                   END-STRING
                   MOVE WK-JR-BF-CNT(WK-JR-YR)  TO  WK-JR-BF-NUM
                   MOVE WK-JR-AF-CNT(WK-JR-YR)  TO  WK-JR-AF-NUM
                   PERFORM S8520-JRNL-NUM-RTN
                      THRU S8520-JRNL-NUM-EXT

           END-PERFORM

           .

       S3140-THKIPB113-JRNL-CMP-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  THKIPB113 기업집단사업부분구조분석명세 INSERT
      *------------------------------------------------------------------
           EVALUATE  TRUE
               WHEN  COND-DBIO-OK
                     #USRLOG "★[THKIPB113 등록 성공]"
      *              기존행이 없던 사업부문은 추가(1)로 기록
                     IF  WK-JR-MTCH1(WK-I) NOT = 'Y'
                         PERFORM S3210-THKIPB113-JRNL-RTN
                            THRU S3210-THKIPB113-JRNL-EXT
                     END-IF
               WHEN  OTHER
                     MOVE   '09'            TO   XDIPA661-R-STAT
                     MOVE    DBIO-SQLCODE   TO   XDIPA661-R-SQL-CD
       S3200-THKIPB113-INSERT-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  사업부문 변경이력 - 추가(1)
      *------------------------------------------------------------------
       S3210-THKIPB113-JRNL-RTN.

           MOVE '1'    TO  WK-JR-CHG-DSTCD
           INITIALIZE WK-JR-B113-BF
           MOVE WK-I   TO  WK-JR-IX
           PERFORM S3130-THKIPB113-AF-SET-RTN
              THRU S3130-THKIPB113-AF-SET-EXT

           MOVE SPACE  TO  WK-JR-ROW-KEY
           STRING '보고서:'               DELIMITED BY SIZE
                  XDIPA661-I-FNAF-A-RPTDOC-DSTCD(WK-I)
                                          DELIMITED BY SIZE
                  ' 항목:'                DELIMITED BY SIZE
                  XDIPA661-I-FNAF-ITEM-CD(WK-I)
                                          DELIMITED BY SIZE
                  ' 부문:'                DELIMITED BY SIZE
                  XDIPA661-I-BIZ-SECT-NO(WK-I)
                                          DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING

           PERFORM S3140-THKIPB113-JRNL-CMP-RTN
              THRU S3140-THKIPB113-JRNL-CMP-EXT

           .

       S3210-THKIPB113-JRNL-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  THKIPB130 기업집단주석명세 INSERT
      *------------------------------------------------------------------
                       #ERROR CO-B4200219 CO-UKII0182 CO-STAT-ERROR
                   END-IF

      *            변경이력(기존 사업분석의견행 대비)
                   PERFORM S3310-THKIPB130-JRNL-RTN
                      THRU S3310-THKIPB130-JRNL-EXT

           #USRLOG "★[FETCH건수]=" %T5 WK-I

               END-IF
      *            오류처리
                   EVALUATE TRUE
                       WHEN COND-DBIO-OK
      *                     기존행이 없던 의견은 추가(1)로 기록
                            IF  WK-JR-MTCH2(WK-I) NOT = 'Y'
                                PERFORM S3320-THKIPB130-JRNL-RTN
                                   THRU S3320-THKIPB130-JRNL-EXT
                            END-IF
                       WHEN COND-DBIO-MRNF
                            CONTINUE
                       WHEN OTHER
       S3300-THKIPB130-INSERT-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  사업분석의견 변경이력 - 삭제한 기존행과 같은 일련번호의
      *@  입력의견이 있으면 주석내용 전체를 비교하여 변경(2), 없으면
      *@  삭제(3)로 기록한다(이력에는 앞 200바이트).
      *------------------------------------------------------------------
       S3310-THKIPB130-JRNL-RTN.

           MOVE RIPB130-SERNO  TO  WK-JR-IX
                                   WK-JR-KEY-NO
           MOVE SPACE          TO  WK-JR-ROW-KEY
                                   WK-JR-AF-CTNT
           STRING '주석구분:05 일련번호:' DELIMITED BY SIZE
                  WK-JR-KEY-NO            DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING
           MOVE 'THKIPB130'    TO  WK-JR-TBL-NAME
           MOVE '주석내용'     TO  WK-JR-FLD-NAME
           MOVE RIPB130-COMT-CTNT
             TO WK-JR-BF-CTNT

           IF  WK-JR-IX >= 1
           AND WK-JR-IX <= XDIPA661-I-TOTAL-NOITM2
               MOVE 'Y'  TO  WK-JR-MTCH2(WK-JR-IX)
               IF  RIPB130-COMT-CTNT = XDIPA661-I-COMT-CTNT(WK-JR-IX)
                   GO  TO  S3310-THKIPB130-JRNL-EXT
               END-IF
               MOVE '2'  TO  WK-JR-CHG-DSTCD
               MOVE XDIPA661-I-COMT-CTNT(WK-JR-IX)
                 TO WK-JR-AF-CTNT
           ELSE
               MOVE '3'  TO  WK-JR-CHG-DSTCD
           END-IF

           PERFORM S8530-JRNL-WRITE-RTN
              THRU S8530-JRNL-WRITE-EXT

           .

       S3310-THKIPB130-JRNL-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  사업분석의견 변경이력 - 추가(1)
      *------------------------------------------------------------------
       S3320-THKIPB130-JRNL-RTN.

           MOVE WK-I           TO  WK-JR-KEY-NO
           MOVE SPACE          TO  WK-JR-ROW-KEY
                                   WK-JR-BF-CTNT
           STRING '주석구분:05 일련번호:' DELIMITED BY SIZE
                  WK-JR-KEY-NO            DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING
           MOVE 'THKIPB130'    TO  WK-JR-TBL-NAME
           MOVE '주석내용'     TO  WK-JR-FLD-NAME
           MOVE '1'            TO  WK-JR-CHG-DSTCD
           MOVE XDIPA661-I-COMT-CTNT(WK-I)
             TO WK-JR-AF-CTNT

           PERFORM S8530-JRNL-WRITE-RTN
              THRU S8530-JRNL-WRITE-EXT

           .

       S3320-THKIPB130-JRNL-EXT.
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
           MOVE XDIPA661-I-CORP-CLCT-GROUP-CD
             TO KIPB110-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA661-I-CORP-CLCT-REGI-CD
             TO KIPB110-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA661-I-VALUA-YMD
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
           MOVE XDIPA661-I-CORP-CLCT-GROUP-CD
             TO KIPB131-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA661-I-CORP-CLCT-REGI-CD
             TO KIPB131-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA661-I-VALUA-YMD
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
           MOVE XDIPA661-I-CORP-CLCT-GROUP-CD
             TO RIPB167-CORP-CLCT-GROUP-CD
           MOVE XDIPA661-I-CORP-CLCT-REGI-CD
             TO RIPB167-CORP-CLCT-REGI-CD
           MOVE XDIPA661-I-VALUA-YMD
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
               #ERROR   CO-B4200095  CO-UKJI0299  CO-STAT-ERROR
           END-IF

           .
       S8530-JRNL-WRITE-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  처리종료
      *------------------------------------------------------------------
