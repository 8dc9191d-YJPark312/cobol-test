      *                 지분합계 100% 초과(하드), 순환출자
      *                 (길이 불문, 진입차수 소거법)(하드),
      *                 수뇌 미연결 고아계열사(경고)
      *김경호:20261015: 평가입력 변경이력(THKIPB167) 기록 추가 -
      *                 계열사를 심사고객식별자로 대응시켜 편입/
      *                 제외와 항목별 변경전후, 취급자, 일시와
      *                 저장시점 확정대기여부를 남긴다
      *=================================================================
      ******************************************************************
      **
      **  ----------------   -------------------------------------------
      **                   : THKIPB116                     : R
      **                   : THKIPB116                     : C
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
      *    입력행 기존행대응여부
           03  WK-JR-MTCH              PIC  X(001) OCCURS 1000.

      *-----------------------------------------------------------------
      * 지분구조 검증 WORKING AREA
      *-----------------------------------------------------------------
       01  TKIPB116-KEY.
           COPY  TKIPB116.

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

      *@1  기업집단계열사명세 DELETE
           PERFORM S3100-THKIPB116-DELETE-RTN
              THRU S3100-THKIPB116-DELETE-EXT.
                                CO-STAT-ERROR
                      END-IF

      *               변경이력(기존 계열사행 대비)
                      IF COND-DBIO-OK
                         PERFORM S3120-THKIPB116-JRNL-RTN
                            THRU S3120-THKIPB116-JRNL-EXT
                      END-IF

                   END-IF
           END-PERFORM.

       S3110-THKIPB116-PK-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  계열사 변경이력 - 삭제한 기존행의 심사고객식별자로 아직
      *@  대응되지 않은 입력행을 찾아 항목별 변경(2)을 기록하고,
      *@  입력행이 없으면 제외(3)로 기록한다.
      *------------------------------------------------------------------
       S3120-THKIPB116-JRNL-RTN.

           MOVE 'THKIPB116'    TO  WK-JR-TBL-NAME
           MOVE SPACE          TO  WK-JR-ROW-KEY
           STRING '심사고객:'             DELIMITED BY SIZE
                  RIPB116-EXMTN-CUST-IDNFR
                                          DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING

           MOVE ZEROS  TO  WK-JR-HIT
           PERFORM VARYING WK-JR-IX FROM 1 BY 1
                     UNTIL WK-JR-IX > XDIPA691-I-TOTAL-NOITM
                        OR WK-JR-HIT > 0
                   IF  XDIPA691-I-EXMTN-CUST-IDNFR(WK-JR-IX)
                     = RIPB116-EXMTN-CUST-IDNFR
                   AND WK-JR-MTCH(WK-JR-IX) NOT = 'Y'
                       MOVE WK-JR-IX  TO  WK-JR-HIT
                   END-IF
           END-PERFORM

      *    대응 입력행 없음 - 제외(3)
           IF  WK-JR-HIT = 0
               MOVE '3'    TO  WK-JR-CHG-DSTCD
               MOVE '계열사(심사고객 법인명)'
                 TO WK-JR-FLD-NAME
               MOVE SPACE  TO  WK-JR-BF-CTNT
                               WK-JR-AF-CTNT
               STRING RIPB116-EXMTN-CUST-IDNFR
                                          DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      RIPB116-COPR-NAME   DELIMITED BY SIZE
                 INTO WK-JR-BF-CTNT
               END-STRING
               PERFORM S8530-JRNL-WRITE-RTN
                  THRU S8530-JRNL-WRITE-EXT
               GO  TO  S3120-THKIPB116-JRNL-EXT
           END-IF

           MOVE 'Y'    TO  WK-JR-MTCH(WK-JR-HIT)
           MOVE '2'    TO  WK-JR-CHG-DSTCD

      *    법인명
           MOVE '법인명'            TO  WK-JR-FLD-NAME
           MOVE RIPB116-COPR-NAME   TO  WK-JR-BF-CTNT
           MOVE XDIPA691-I-COPR-NAME(WK-JR-HIT)
             TO WK-JR-AF-CTNT
           PERFORM S8510-JRNL-TEXT-RTN
              THRU S8510-JRNL-TEXT-EXT

      *    설립년월일
           MOVE '설립년월일'        TO  WK-JR-FLD-NAME
           MOVE RIPB116-INCOR-YMD   TO  WK-JR-BF-CTNT
           MOVE XDIPA691-I-INCOR-YMD(WK-JR-HIT)
             TO WK-JR-AF-CTNT
           PERFORM S8510-JRNL-TEXT-RTN
              THRU S8510-JRNL-TEXT-EXT

      *    한신평기업공개구분
           MOVE '기업공개구분'      TO  WK-JR-FLD-NAME
           MOVE RIPB116-KIS-C-OPBLC-DSTCD
             TO WK-JR-BF-CTNT
           MOVE XDIPA691-I-KIS-C-OPBLC-DSTCD(WK-JR-HIT)
             TO WK-JR-AF-CTNT
           PERFORM S8510-JRNL-TEXT-RTN
              THRU S8510-JRNL-TEXT-EXT

      *    대표자명
           MOVE '대표자명'          TO  WK-JR-FLD-NAME
           MOVE RIPB116-RPRS-NAME   TO  WK-JR-BF-CTNT
           MOVE XDIPA691-I-RPRS-NAME(WK-JR-HIT)
             TO WK-JR-AF-CTNT
           PERFORM S8510-JRNL-TEXT-RTN
              THRU S8510-JRNL-TEXT-EXT

      *    업종명
           MOVE '업종명'            TO  WK-JR-FLD-NAME
           MOVE RIPB116-BZTYP-NAME  TO  WK-JR-BF-CTNT
           MOVE XDIPA691-I-BZTYP-NAME(WK-JR-HIT)
             TO WK-JR-AF-CTNT
           PERFORM S8510-JRNL-TEXT-RTN
              THRU S8510-JRNL-TEXT-EXT

      *    총자산금액
           MOVE '총자산금액'        TO  WK-JR-FLD-NAME
           MOVE RIPB116-TOTAL-ASAM  TO  WK-JR-BF-NUM
           MOVE XDIPA691-I-TOTAL-ASAM(WK-JR-HIT)
             TO WK-JR-AF-NUM
           PERFORM S8520-JRNL-NUM-RTN
              THRU S8520-JRNL-NUM-EXT

      *    매출액
           MOVE '매출액'            TO  WK-JR-FLD-NAME
           MOVE RIPB116-SALEPR      TO  WK-JR-BF-NUM
           MOVE XDIPA691-I-SALEPR(WK-JR-HIT)
             TO WK-JR-AF-NUM
           PERFORM S8520-JRNL-NUM-RTN
              THRU S8520-JRNL-NUM-EXT

      *    자본총계금액
           MOVE '자본총계금액'      TO  WK-JR-FLD-NAME
           MOVE RIPB116-CAPTL-TSUMN-AMT
             TO WK-JR-BF-NUM
           MOVE XDIPA691-I-CAPTL-TSUMN-AMT(WK-JR-HIT)
             TO WK-JR-AF-NUM
           PERFORM S8520-JRNL-NUM-RTN
              THRU S8520-JRNL-NUM-EXT

      *    순이익
           MOVE '순이익'            TO  WK-JR-FLD-NAME
           MOVE RIPB116-NET-PRFT    TO  WK-JR-BF-NUM
           MOVE XDIPA691-I-NET-PRFT(WK-JR-HIT)
             TO WK-JR-AF-NUM
           PERFORM S8520-JRNL-NUM-RTN
              THRU S8520-JRNL-NUM-EXT

      *    영업이익
           MOVE '영업이익'          TO  WK-JR-FLD-NAME
           MOVE RIPB116-OPRFT       TO  WK-JR-BF-NUM
           MOVE XDIPA691-I-OPRFT(WK-JR-HIT)
             TO WK-JR-AF-NUM
           PERFORM S8520-JRNL-NUM-RTN
              THRU S8520-JRNL-NUM-EXT

      *    금융비용
           MOVE '금융비용'          TO  WK-JR-FLD-NAME
           MOVE RIPB116-FNCS        TO  WK-JR-BF-NUM
           MOVE XDIPA691-I-FNCS(WK-JR-HIT)
             TO WK-JR-AF-NUM
           PERFORM S8520-JRNL-NUM-RTN
              THRU S8520-JRNL-NUM-EXT

      *    EBITDA금액
           MOVE 'EBITDA금액'        TO  WK-JR-FLD-NAME
           MOVE RIPB116-EBITDA-AMT  TO  WK-JR-BF-NUM
           MOVE XDIPA691-I-EBITDA-AMT(WK-JR-HIT)
             TO WK-JR-AF-NUM
           PERFORM S8520-JRNL-NUM-RTN
              THRU S8520-JRNL-NUM-EXT

      *    기업집단부채비율
           MOVE '부채비율'          TO  WK-JR-FLD-NAME
           MOVE RIPB116-CORP-C-LIABL-RATO
             TO WK-JR-BF-NUM
           MOVE XDIPA691-I-CORP-C-LIABL-RATO(WK-JR-HIT)
             TO WK-JR-AF-NUM
           PERFORM S8520-JRNL-NUM-RTN
              THRU S8520-JRNL-NUM-EXT

      *    차입금의존도율
           MOVE '차입금의존도율'    TO  WK-JR-FLD-NAME
           MOVE RIPB116-AMBR-RLNC-RT
             TO WK-JR-BF-NUM
           MOVE XDIPA691-I-AMBR-RLNC-RT(WK-JR-HIT)
             TO WK-JR-AF-NUM
           PERFORM S8520-JRNL-NUM-RTN
              THRU S8520-JRNL-NUM-EXT

      *    순영업현금흐름금액
           MOVE '순영업현금흐름금액'
             TO WK-JR-FLD-NAME
           MOVE RIPB116-NET-B-AVTY-CSFW-AMT
             TO WK-JR-BF-NUM
           MOVE XDIPA691-I-NET-B-AVTY-CSFW-AMT(WK-JR-HIT)
             TO WK-JR-AF-NUM
           PERFORM S8520-JRNL-NUM-RTN
              THRU S8520-JRNL-NUM-EXT

           .

       S3120-THKIPB116-JRNL-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  업무처리
      *------------------------------------------------------------------
           EVALUATE  TRUE
               WHEN  COND-DBIO-OK
                     #USRLOG "★[THKIPB116 INSERT COMPLETE]"
      *              기존행이 없던 계열사는 편입(1)으로 기록
                     IF  WK-JR-MTCH(WK-I) NOT = 'Y'
                         PERFORM S3210-THKIPB116-JRNL-RTN
                            THRU S3210-THKIPB116-JRNL-EXT
                     END-IF
               WHEN  OTHER
      *              데이터를 생성할 수 없습니다.
      *              업무 담당자에게 문의해 주세요.
       S3200-THKIPB116-INSERT-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  계열사 변경이력 - 편입(1)
      *------------------------------------------------------------------
       S3210-THKIPB116-JRNL-RTN.

           MOVE 'THKIPB116'    TO  WK-JR-TBL-NAME
           MOVE '1'            TO  WK-JR-CHG-DSTCD
           MOVE '계열사(심사고객 법인명)'
             TO WK-JR-FLD-NAME
           MOVE SPACE          TO  WK-JR-ROW-KEY
                                   WK-JR-BF-CTNT
                                   WK-JR-AF-CTNT
           STRING '심사고객:'             DELIMITED BY SIZE
                  XDIPA691-I-EXMTN-CUST-IDNFR(WK-I)
                                          DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING
           STRING XDIPA691-I-EXMTN-CUST-IDNFR(WK-I)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  XDIPA691-I-COPR-NAME(WK-I)
                                          DELIMITED BY SIZE
             INTO WK-JR-AF-CTNT
           END-STRING

           PERFORM S8530-JRNL-WRITE-RTN
              THRU S8530-JRNL-WRITE-EXT

           .

       S3210-THKIPB116-JRNL-EXT.
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
           MOVE XDIPA691-I-CORP-CLCT-GROUP-CD
             TO KIPB110-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA691-I-CORP-CLCT-REGI-CD
             TO KIPB110-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA691-I-VALUA-YMD
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
           MOVE XDIPA691-I-CORP-CLCT-GROUP-CD
             TO KIPB131-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA691-I-CORP-CLCT-REGI-CD
             TO KIPB131-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA691-I-VALUA-YMD
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
           MOVE XDIPA691-I-CORP-CLCT-GROUP-CD
             TO RIPB167-CORP-CLCT-GROUP-CD
           MOVE XDIPA691-I-CORP-CLCT-REGI-CD
             TO RIPB167-CORP-CLCT-REGI-CD
           MOVE XDIPA691-I-VALUA-YMD
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
               #ERROR   CO-B3900010  CO-UKJI0299  CO-STAT-ERROR
           END-IF

           .
       S8530-JRNL-WRITE-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
