      *                의 필수섹션 작성여부를 점검하여 미작성
      *                건수/표제를 경고로 반환(저장은 정상수행,
      *                확정시 차단은 DIPA961)
      *김경호:20261015:평가입력 변경이력(THKIPB167) 기록 추가 -
      *                주석내용 추가/변경시 변경전후, 취급자,
      *                일시와 저장시점 확정대기여부를 남긴다
      *=================================================================
      ******************************************************************
      **
      **                   : THKIPB148                     : C
      **                   : THKIPB150                     : R
      **                   : THKIPM541                     : R
      **                   : THKIPB110                     : R
      **                   : THKIPB131                     : R
      **                   : THKIPB167                     : C
      **
      ******************************************************************
      *=================================================================
           03  WK-MNDT-MISS-CNT        PIC  9(003).
           03  WK-MNDT-MISS-SECT       PIC  X(060).

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
           03  WK-JR-KEY-NO            PIC  9(004).


      *-----------------------------------------------------------------
      * PGM INTERFACE PARAMETER
       01  TKIPM541-KEY.
           COPY  TKIPM541.

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
      *------------------------------------------------------------------
       S3000-PROCESS-RTN.

      *@1 변경이력 기록준비
           PERFORM S8500-JRNL-INIT-RTN
              THRU S8500-JRNL-INIT-EXT

      *@1 기업집단종합의견 존재여부 체크(SELECT)
           PERFORM S3100-DBIO-SELECT-RTN
              THRU S3100-DBIO-SELECT-EXT

      *@1 주석내용 변경전후 보관
           PERFORM S3150-JRNL-PREP-RTN
              THRU S3150-JRNL-PREP-EXT

      *@1 기업집단종합의견 등록 OR 갱신
           PERFORM S3100-DBIO-SAVE-RTN
              THRU S3100-DBIO-SAVE-EXT

      *@1 변경이력 기록
           IF  WK-JR-CHG-YN = 'Y'
               PERFORM S8530-JRNL-WRITE-RTN
                  THRU S8530-JRNL-WRITE-EXT
           END-IF

           MOVE 1    TO  XDIPA911-O-PRCSS-YN

      *@1 의견템플릿 필수섹션 점검(경고)
       S3100-DBIO-SELECT-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  주석내용 변경전후 보관 - 기존행이 있으면 주석내용 전체를
      *@  비교하여 다를때 변경(2), 없으면 추가(1)로 기록한다.
      *@  이력에는 앞 200바이트를 남긴다.
      *------------------------------------------------------------------
       S3150-JRNL-PREP-RTN.

           MOVE 'N'    TO  WK-JR-CHG-YN
           MOVE SPACE  TO  WK-JR-BF-CTNT
                           WK-JR-ROW-KEY

           IF  WK-REC-EXIST = 'Y'
               IF  RIPB130-COMT-CTNT NOT = XDIPA911-I-COMT-CTNT
                   MOVE 'Y'  TO  WK-JR-CHG-YN
                   MOVE '2'  TO  WK-JR-CHG-DSTCD
                   MOVE RIPB130-COMT-CTNT
                     TO WK-JR-BF-CTNT
               END-IF
           ELSE
               MOVE 'Y'  TO  WK-JR-CHG-YN
               MOVE '1'  TO  WK-JR-CHG-DSTCD
           END-IF

           MOVE 'THKIPB130'  TO  WK-JR-TBL-NAME
           MOVE '주석내용'   TO  WK-JR-FLD-NAME
           MOVE XDIPA911-I-COMT-CTNT
             TO WK-JR-AF-CTNT
           MOVE XDIPA911-I-SERNO
             TO WK-JR-KEY-NO
           STRING '주석구분:'             DELIMITED BY SIZE
                  XDIPA911-I-CORP-C-COMT-DSTCD
                                          DELIMITED BY SIZE
                  ' 일련번호:'            DELIMITED BY SIZE
                  WK-JR-KEY-NO            DELIMITED BY SIZE
             INTO WK-JR-ROW-KEY
           END-STRING

           .
       S3150-JRNL-PREP-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  기업집단종합의견 등록 OR 갱신
      *------------------------------------------------------------------
       S4110-MISS-TALLY-EXT.
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
           MOVE XDIPA911-I-CORP-CLCT-GROUP-CD
             TO KIPB110-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA911-I-CORP-CLCT-REGI-CD
             TO KIPB110-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA911-I-VALUA-YMD
             TO KIPB110-PK-VALUA-YMD

           #DYDBIO SELECT-CMD-N TKIPB110-PK TRIPB110-REC.

           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    MOVE RIPB110-CORP-CP-STGE-DSTCD
                      TO WK-JR-STGE-DSTCD
               WHEN COND-DBIO-MRNF
                    CONTINUE
               WHEN OTHER
                    #ERROR   CO-B4200223  CO-UKIH0072  CO-STAT-ERROR
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
           MOVE XDIPA911-I-CORP-CLCT-GROUP-CD
             TO KIPB131-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA911-I-CORP-CLCT-REGI-CD
             TO KIPB131-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA911-I-VALUA-YMD
             TO KIPB131-PK-VALUA-YMD

           #DYDBIO SELECT-CMD-N TKIPB131-PK TRIPB131-REC.

           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    MOVE 'Y'  TO  WK-JR-CNFM-WAIT-YN
               WHEN COND-DBIO-MRNF
                    CONTINUE
               WHEN OTHER
                    #ERROR   CO-B4200223  CO-UKIH0072  CO-STAT-ERROR
           END-EVALUATE

           .
       S8500-JRNL-INIT-EXT.
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
           MOVE XDIPA911-I-CORP-CLCT-GROUP-CD
             TO RIPB167-CORP-CLCT-GROUP-CD
           MOVE XDIPA911-I-CORP-CLCT-REGI-CD
             TO RIPB167-CORP-CLCT-REGI-CD
           MOVE XDIPA911-I-VALUA-YMD
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
               #ERROR   CO-B4200221  CO-UKIH0072  CO-STAT-ERROR
           END-IF

           .
       S8530-JRNL-WRITE-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  처리종료
      *------------------------------------------------------------------
