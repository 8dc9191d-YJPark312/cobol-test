      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@이현지:20200113:신규작성
      *@김경호:20261015:평가입력 변경이력(THKIPB167) 기록 추가 -
      *@               재무분석목록/재무분석의견/처리단계의 추가·
      *@               변경·삭제를 항목별 변경전후, 취급자, 일시와
      *@               저장시점 확정대기여부로 남긴다
      *-----------------------------------------------------------------
      ******************************************************************
      **  ----------------   -------------------------------------------
      **  ----------------   -------------------------------------------
      **                   : THKIPB112                     : CD
      **                   : THKIPB130                     : CD
      **                   : THKIPB131                     : R
      **                   : THKIPB167                     : C
      ******************************************************************
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *    분석지표분류코드
           03  WK-CLSFI-DSTCD          PIC  X(002).

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
      *    입력행 기존행대응여부(재무분석목록/재무분석의견)
           03  WK-JR-MTCH1             PIC  X(001) OCCURS 100.
           03  WK-JR-MTCH2             PIC  X(001) OCCURS 100.
      *    재무비율 변경전후 비교영역(기준년/N1년전/N2년전)
           03  WK-JR-BF-RATO           PIC S9(005)V9(02) OCCURS 3.
           03  WK-JR-AF-RATO           PIC S9(005)V9(02) OCCURS 3.

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
           #USRLOG "★[재무비율Tot]=" XDIPA681-I-TOTAL-NOITM1
           #USRLOG "★[평가의견Tot]=" XDIPA681-I-TOTAL-NOITM2

      *@   변경이력 기록준비
           PERFORM S8500-JRNL-INIT-RTN
              THRU S8500-JRNL-INIT-EXT

      *@   신규 등록건 존재시 등록 처리
           IF XDIPA681-I-TOTAL-NOITM1 > 0

                                    CO-STAT-ERROR
                          END-IF

      *                   변경이력(기존 재무분석목록행 대비)
                          PERFORM S3110-THKIPB112-JRNL-RTN
                             THRU S3110-THKIPB112-JRNL-EXT

                      END-IF

                   END-IF
       S3100-STABL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      * 재무분석목록 변경이력 - 삭제한 기존행과 보고서구분/재무항목이
      * 같은 입력행이 있으면 재무비율별 변경(2), 없으면 삭제(3)로
      * 기록한다(안정성/수익성/성장성 공통)
      *-----------------------------------------------------------------
       S3110-THKIPB112-JRNL-RTN.

           MOVE ZEROS  TO  WK-JR-HIT
           PERFORM VARYING WK-JR-IX FROM 1 BY 1
                     UNTIL WK-JR-IX > XDIPA681-I-PRSNT-NOITM1
                        OR WK-JR-HIT > 0
                   IF  XDIPA681-I-RPTDOC-DSTCD(WK-JR-IX)
                     = RIPB112-FNAF-A-RPTDOC-DSTCD
                   AND XDIPA681-I-FNAF-ITEM-CD(WK-JR-IX)
                     = RIPB112-FNAF-ITEM-CD
                       MOVE WK-JR-IX  TO  WK-JR-HIT
                   END-IF
           END-PERFORM

      *    변경전 재무비율
           MOVE RIPB112-BASE-YR-FNAF-RATO   TO  WK-JR-BF-RATO(1)
           MOVE RIPB112-N1-YR-BF-FNAF-RATO  TO  WK-JR-BF-RATO(2)
           MOVE RIPB112-N2-YR-BF-FNAF-RATO  TO  WK-JR-BF-RATO(3)

      *    변경후 재무비율
           IF  WK-JR-HIT > 0
               MOVE 'Y'  TO  WK-JR-MTCH1(WK-JR-HIT)
               MOVE '2'  TO  WK-JR-CHG-DSTCD
               MOVE XDIPA681-I-BASE-YR-FNAF-RATO(WK-JR-HIT)
                 TO WK-JR-AF-RATO(1)
               MOVE XDIPA681-I-N-YR-BF-FNAF-RATO(WK-JR-HIT)
                 TO WK-JR-AF-RATO(2)
               MOVE XDIPA681-I-N2-YR-BF-FNAF-RATO(WK-JR-HIT)
                 TO WK-JR-AF-RATO(3)
           ELSE
               MOVE '3'    TO  WK-JR-CHG-DSTCD
               MOVE ZEROS  TO  WK-JR-AF-RATO(1)
                               WK-JR-AF-RATO(2)
                               WK-JR-AF-RATO(3)
           END-IF

      *    행식별내용
           MOVE SPACE  TO  WK-JR-ROW-KEY
           STRING '분류:'                 DELIMITED BY SIZE
                  RIPB112-ANLS-I-CLSFI-DSTCD
                                          DELIMITED BY SIZE
                  ' 보고서:'              DELIMITED BY SIZE
                  RIPB112-FNAF-A-RPTDOC-DSTCD
                                          DELIMITED BY SIZE
                  ' 항목:'                DELIMITED BY SIZE
                  RIPB112-FNAF-ITEM-CD    DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING

           PERFORM S3120-THKIPB112-JRNL-CMP-RTN
              THRU S3120-THKIPB112-JRNL-CMP-EXT

             .
       S3110-THKIPB112-JRNL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      * 재무분석목록 변경이력 재무비율별 기록
      *-----------------------------------------------------------------
       S3120-THKIPB112-JRNL-CMP-RTN.

           MOVE 'THKIPB112'    TO  WK-JR-TBL-NAME

           PERFORM VARYING WK-JR-YR FROM 1 BY 1
                     UNTIL WK-JR-YR > 3

                   MOVE SPACE  TO  WK-JR-FLD-NAME
                   STRING WK-JR-YR-LBL(WK-JR-YR)
                                          DELIMITED BY SPACE
                          '재무비율'      DELIMITED BY SIZE
                     INTO WK-JR-FLD-NAME
                   END-STRING
                   MOVE WK-JR-BF-RATO(WK-JR-YR) TO  WK-JR-BF-NUM
                   MOVE WK-JR-AF-RATO(WK-JR-YR) TO  WK-JR-AF-NUM
                   PERFORM S8520-JRNL-NUM-RTN
                      THRU S8520-JRNL-NUM-EXT

           END-PERFORM

             .
       S3120-THKIPB112-JRNL-CMP-EXT.
           EXIT.

      *-----------------------------------------------------------------
      * 수익성 저장
      *-----------------------------------------------------------------

                         END-IF

      *                  변경이력(기존 재무분석목록행 대비)
                         PERFORM S3110-THKIPB112-JRNL-RTN
                            THRU S3110-THKIPB112-JRNL-EXT

                      END-IF

                   END-IF

                          END-IF

      *                   변경이력(기존 재무분석목록행 대비)
                          PERFORM S3110-THKIPB112-JRNL-RTN
                             THRU S3110-THKIPB112-JRNL-EXT

                      END-IF

                   END-IF

                   END-IF

      *            변경이력(기존 재무분석의견행 대비)
                   PERFORM S3410-OPINI-JRNL-RTN
                      THRU S3410-OPINI-JRNL-EXT

               END-IF

           END-PERFORM
       S3400-OPINI-DEL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *  재무분석의견 변경이력 - 삭제한 기존행과 같은 일련번호의
      *  입력의견이 있으면 주석내용 전체를 비교하여 변경(2), 없으면
      *  삭제(3)로 기록한다(이력에는 앞 200바이트)
      *-----------------------------------------------------------------
       S3410-OPINI-JRNL-RTN.

           MOVE RIPB130-SERNO  TO  WK-JR-IX
                                   WK-JR-KEY-NO
           MOVE SPACE          TO  WK-JR-ROW-KEY
                                   WK-JR-AF-CTNT
           STRING '주석구분:07 일련번호:' DELIMITED BY SIZE
                  WK-JR-KEY-NO            DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING
           MOVE 'THKIPB130'    TO  WK-JR-TBL-NAME
           MOVE '주석내용'     TO  WK-JR-FLD-NAME
           MOVE RIPB130-COMT-CTNT
             TO WK-JR-BF-CTNT

           IF  WK-JR-IX >= 1
           AND WK-JR-IX <= XDIPA681-I-TOTAL-NOITM2
               MOVE 'Y'  TO  WK-JR-MTCH2(WK-JR-IX)
               IF  RIPB130-COMT-CTNT = XDIPA681-I-COMT-CTNT(WK-JR-IX)
                   GO  TO  S3410-OPINI-JRNL-EXT
               END-IF
               MOVE '2'  TO  WK-JR-CHG-DSTCD
               MOVE XDIPA681-I-COMT-CTNT(WK-JR-IX)
                 TO WK-JR-AF-CTNT
           ELSE
               MOVE '3'  TO  WK-JR-CHG-DSTCD
           END-IF

           PERFORM S8530-JRNL-WRITE-RTN
              THRU S8530-JRNL-WRITE-EXT

             .
       S3410-OPINI-JRNL-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  THKIPB130 기업집단주석명세 INSERT
      *------------------------------------------------------------------
      *@   오류처리
           EVALUATE TRUE
               WHEN COND-DBIO-OK
      *             기존행이 없던 의견은 추가(1)로 기록
                    IF  WK-JR-MTCH2(WK-I) NOT = 'Y'
                        PERFORM S3510-OPINI-JRNL-RTN
                           THRU S3510-OPINI-JRNL-EXT
                    END-IF

               WHEN COND-DBIO-MRNF
                    CONTINUE
       S3500-OPINI-INS-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  재무분석의견 변경이력 - 추가(1)
      *------------------------------------------------------------------
       S3510-OPINI-JRNL-RTN.

           MOVE WK-I           TO  WK-JR-KEY-NO
           MOVE SPACE          TO  WK-JR-ROW-KEY
                                   WK-JR-BF-CTNT
           STRING '주석구분:07 일련번호:' DELIMITED BY SIZE
                  WK-JR-KEY-NO            DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING
           MOVE 'THKIPB130'    TO  WK-JR-TBL-NAME
           MOVE '주석내용'     TO  WK-JR-FLD-NAME
           MOVE '1'            TO  WK-JR-CHG-DSTCD
           MOVE XDIPA681-I-COMT-CTNT(WK-I)
             TO WK-JR-AF-CTNT

           PERFORM S8530-JRNL-WRITE-RTN
              THRU S8530-JRNL-WRITE-EXT

             .
       S3510-OPINI-JRNL-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  THKIPB110 UPDATE
      *------------------------------------------------------------------

           #USRLOG "★[S3610-THKIPB110-UDT-RTN]"

      *    변경전 처리단계 보관
           MOVE RIPB110-CORP-CP-STGE-DSTCD
             TO WK-JR-BF-CTNT

      *    기업집단처리단계구분('3': 기업집단 개요)
           MOVE '3'
             TO RIPB110-CORP-CP-STGE-DSTCD
           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    #USRLOG "★[기업집단평가기본 UPDATE 완료]"
      *             처리단계 변경이력
                    MOVE 'THKIPB110'  TO  WK-JR-TBL-NAME
                    MOVE '평가기본'   TO  WK-JR-ROW-KEY
                    MOVE '처리단계구분'
                      TO WK-JR-FLD-NAME
                    MOVE '2'          TO  WK-JR-CHG-DSTCD
                    MOVE RIPB110-CORP-CP-STGE-DSTCD
                      TO WK-JR-AF-CTNT
                    PERFORM S8510-JRNL-TEXT-RTN
                       THRU S8510-JRNL-TEXT-EXT

               WHEN OTHER
      *             데이터를 변경 할 수 없습니다.
      *    오류처리
           EVALUATE TRUE
               WHEN COND-DBIO-OK
      *            기존행이 없던 항목은 추가(1)로 기록
                   IF  WK-JR-MTCH1(WK-J) NOT = 'Y'
                       PERFORM S8010-THKIPB112-JRNL-RTN
                          THRU S8010-THKIPB112-JRNL-EXT
                   END-IF

               WHEN OTHER
      *            오류：SQLIO 오류입니다.
       S8000-THKIPB112-INS-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  재무분석목록 변경이력 - 추가(1)
      *------------------------------------------------------------------
       S8010-THKIPB112-JRNL-RTN.

           MOVE '1'    TO  WK-JR-CHG-DSTCD
           MOVE ZEROS  TO  WK-JR-BF-RATO(1)
                           WK-JR-BF-RATO(2)
                           WK-JR-BF-RATO(3)
           MOVE XDIPA681-I-BASE-YR-FNAF-RATO(WK-J)
             TO WK-JR-AF-RATO(1)
           MOVE XDIPA681-I-N-YR-BF-FNAF-RATO(WK-J)
             TO WK-JR-AF-RATO(2)
           MOVE XDIPA681-I-N2-YR-BF-FNAF-RATO(WK-J)
             TO WK-JR-AF-RATO(3)

           MOVE SPACE  TO  WK-JR-ROW-KEY
           STRING '분류:'                 DELIMITED BY SIZE
                  WK-CLSFI-DSTCD          DELIMITED BY SIZE
                  ' 보고서:'              DELIMITED BY SIZE
                  XDIPA681-I-RPTDOC-DSTCD(WK-J)
                                          DELIMITED BY SIZE
                  ' 항목:'                DELIMITED BY SIZE
                  XDIPA681-I-FNAF-ITEM-CD(WK-J)
                                          DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING

           PERFORM S3120-THKIPB112-JRNL-CMP-RTN
              THRU S3120-THKIPB112-JRNL-CMP-EXT

             .
       S8010-THKIPB112-JRNL-EXT.
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
           MOVE XDIPA681-I-CORP-CLCT-GROUP-CD
             TO KIPB110-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA681-I-CORP-CLCT-REGI-CD
             TO KIPB110-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA681-I-VALUA-YMD
             TO KIPB110-PK-VALUA-YMD

           #DYDBIO SELECT-CMD-N TKIPB110-PK TRIPB110-REC.

           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    MOVE RIPB110-CORP-CP-STGE-DSTCD
                      TO WK-JR-STGE-DSTCD
               WHEN COND-DBIO-MRNF
                    CONTINUE
               WHEN OTHER
                    #ERROR   CO-B4200223  CO-UKII0182  CO-STAT-ERROR
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
           MOVE XDIPA681-I-CORP-CLCT-GROUP-CD
             TO KIPB131-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA681-I-CORP-CLCT-REGI-CD
             TO KIPB131-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA681-I-VALUA-YMD
             TO KIPB131-PK-VALUA-YMD

           #DYDBIO SELECT-CMD-N TKIPB131-PK TRIPB131-REC.

           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    MOVE 'Y'  TO  WK-JR-CNFM-WAIT-YN
               WHEN COND-DBIO-MRNF
                    CONTINUE
               WHEN OTHER
                    #ERROR   CO-B4200223  CO-UKII0182  CO-STAT-ERROR
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
           MOVE XDIPA681-I-CORP-CLCT-GROUP-CD
             TO RIPB167-CORP-CLCT-GROUP-CD
           MOVE XDIPA681-I-CORP-CLCT-REGI-CD
             TO RIPB167-CORP-CLCT-REGI-CD
           MOVE XDIPA681-I-VALUA-YMD
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
               #ERROR   CO-B3900002  CO-UKII0185  CO-STAT-ERROR
           END-IF

           .
       S8530-JRNL-WRITE-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  처리종료
      *------------------------------------------------------------------
