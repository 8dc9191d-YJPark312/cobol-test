      *@              평가이력 그리드 포함)
      *@            - 금회 상신등급 대 직전 확정등급 비교
      *@            - 미결 등급조정(조정구분 존재건) 사유 표기
      *@            - 합산연결 주요재무 5개년 추이(PIPA521): 전년
      *@              대비/CAGR 및 합산범위 변동/구조변경 표시
      *@            - 말미 의안목록(집단코드 순 고정)
      *@            자료버전은 회의일자별 채번(THKIPB312 등재)
      *@            하며 재편성 자료가 구버전을 대체한다.
      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20260825:신규작성
      *@김경호:20261015:합산연결재무 5개년 추이 편성 추가(S3300,
      *@                PIPA521 호출) - 평가기준년월일 조회 추가
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
           03  WK-GROUP-CNT            PIC  9(005).
           03  WK-PACK-VER             PIC  9(003).
           03  WK-I                    PIC  9(004).
           03  WK-J                    PIC  9(004).

       01  WK-DB.
      *@  기업집단그룹코드
           03  WK-DB-PREV-GRD          PIC  X(003).
      *@  조정사유내용
           03  WK-DB-ADJS-RESN         PIC  X(100).
      *@  평가기준년월일
           03  WK-DB-VALUA-BASE-YMD    PIC  X(008).

       01  WK-SYSIN.
      *@  그룹회사구분코드

       01  WK-PACK-LINE                PIC  X(250).

      *@  합산연결재무 추이 출력행(항목명 + 결산년별 값/전년대비
      *@  + 연평균성장률)
       01  WK-TREND-LINE.
           03  WK-TR-NAME              PIC  X(020).
           03  WK-TR-COL               OCCURS 5 TIMES.
               05  WK-TR-VAL           PIC  X(018).
               05  WK-TR-YOY           PIC  X(014).
           03  WK-TR-CAGR              PIC  X(014).
           03  FILLER                  PIC  X(056).

      *@  추이 편집영역
       01  WK-EDIT-AREA.
           03  WK-ED-VAL               PIC  ---,---,---,--9.99.
           03  WK-ED-RATO              PIC  -----9.99.
           03  WK-ED-CNT               PIC  ZZZZ9.
           03  WK-ED-CNT2              PIC  ZZZZ9.

      *-----------------------------------------------------------------
      *@   DBIO/SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
       01  XDIPA821-CA.
           COPY  XDIPA821.

      *@  PC합산연결재무 다년추이 호출영역
       01  XPIPA521-CA.
           COPY  XPIPA521.

      *-----------------------------------------------
           EXEC SQL INCLUDE SQLCA              END-EXEC.

                                 = A.기업집단등록코드
                           AND C.평가년월일 = A.평가년월일
                           AND C.기업집단주석구분 = '03'), ' ')
                     , A.평가기준년월일
                  FROM DB2DBA.THKIPB110 A
                 WHERE A.그룹회사코드         = 'KB0'
                   AND A.기업집단처리단계구분 < '6'
                   , :WK-DB-GRD-ADJS-DSTCD
                   , :WK-DB-PREV-GRD
                   , :WK-DB-ADJS-RESN
                   , :WK-DB-VALUA-BASE-YMD
           END-EXEC.

           EVALUATE SQLCODE
               WRITE WK-PACK-REC
           END-IF

      *@1 합산연결재무 5개년 추이
           PERFORM S3300-WRITE-TREND-RTN
              THRU S3300-WRITE-TREND-EXT

      *@1 의안목록 보존
           IF WK-AG-CNT < 200
               ADD 1 TO WK-AG-CNT
       S3200-WRITE-GROUP-PAGE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  합산연결재무 5개년 추이 - PIPA521(억원) 호출후 결산년
      *@  머리행(범위변동/합병/분할 표시), 항목별 값/전년대비/CAGR,
      *@  범위변동·구조변경 주석을 편성한다. 조회불가시 안내만
      *@  출력하고 회의자료 편성은 계속한다.
      *-----------------------------------------------------------------
       S3300-WRITE-TREND-RTN.

           INITIALIZE XPIPA521-IN
                      XPIPA521-OUT
                      XPIPA521-RETURN

           MOVE BICOM-GROUP-CO-CD
             TO XPIPA521-I-GROUP-CO-CD
           MOVE WK-DB-CORP-CLCT-GROUP-CD
             TO XPIPA521-I-CORP-CLCT-GROUP-CD
           MOVE WK-DB-CORP-CLCT-REGI-CD
             TO XPIPA521-I-CORP-CLCT-REGI-CD
           MOVE WK-DB-VALUA-BASE-YMD
             TO XPIPA521-I-VALUA-BASE-YMD
           MOVE 5
             TO XPIPA521-I-ANLS-TRM
           MOVE '4'
             TO XPIPA521-I-UNIT

      *@1  PC 호출
           #DYCALL PIPA521 YCCOMMON-CA XPIPA521-CA

           IF NOT COND-XPIPA521-OK
               MOVE SPACES TO WK-PACK-LINE
               STRING '합산연결재무 추이: 조회불가 ('
                                     DELIMITED SIZE
                      XPIPA521-R-ERRCD DELIMITED SIZE
                      ')'            DELIMITED SIZE
                   INTO WK-PACK-LINE
               MOVE WK-PACK-LINE TO PACK-RECORD
               WRITE WK-PACK-REC
               GO TO S3300-WRITE-TREND-EXT
           END-IF

      *@1 결산년 머리행
           MOVE SPACES TO WK-TREND-LINE
           MOVE '추이(억원)' TO WK-TR-NAME
           PERFORM VARYING WK-I FROM 1 BY 1
                     UNTIL WK-I > XPIPA521-O-YR-NOITM
               MOVE XPIPA521-O-STLACC-YR(WK-I)
                 TO WK-TR-VAL(WK-I)(15:4)
               PERFORM S3310-TREND-MARK-RTN
                  THRU S3310-TREND-MARK-EXT
           END-PERFORM
           MOVE '  CAGR(%)' TO WK-TR-CAGR
           MOVE WK-TREND-LINE TO PACK-RECORD
           WRITE WK-PACK-REC

      *@1 항목별 값(전년대비) 및 CAGR
           PERFORM VARYING WK-J FROM 1 BY 1
                     UNTIL WK-J > XPIPA521-O-ITEM-NOITM
               PERFORM S3320-TREND-ITEM-RTN
                  THRU S3320-TREND-ITEM-EXT
           END-PERFORM

      *@1 범위변동/구조변경 주석
           PERFORM VARYING WK-I FROM 1 BY 1
                     UNTIL WK-I > XPIPA521-O-YR-NOITM
               PERFORM S3330-TREND-NOTE-RTN
                  THRU S3330-TREND-NOTE-EXT
           END-PERFORM

           MOVE SPACES TO WK-PACK-LINE
           STRING '  (괄호: 전년대비 금액항목 %, '
                                     DELIMITED SIZE
                  '비율항목 %P / '  DELIMITED SIZE
                  'CAGR: 금액항목 최초~최종 자료년 기준)'
                                     DELIMITED SIZE
               INTO WK-PACK-LINE
           MOVE WK-PACK-LINE TO PACK-RECORD
           WRITE WK-PACK-REC
           .

       S3300-WRITE-TREND-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  결산년(WK-I) 머리행 표시 - 자료없음/범위변동/합병/분할
      *-----------------------------------------------------------------
       S3310-TREND-MARK-RTN.

           IF XPIPA521-O-DATA-YN(WK-I) NOT = CO-Y
               MOVE ' 자료없음' TO WK-TR-YOY(WK-I)
               GO TO S3310-TREND-MARK-EXT
           END-IF

           IF XPIPA521-O-SCOPE-CHG-YN(WK-I) = CO-Y
               MOVE '*범위' TO WK-TR-YOY(WK-I)(1:7)
           END-IF

           IF XPIPA521-O-STRC-CHG-YN(WK-I) = CO-Y
               IF XPIPA521-O-STRC-EVNT-DSTCD(WK-I) = 'M'
                   MOVE '*합병' TO WK-TR-YOY(WK-I)(8:7)
               ELSE
                   MOVE '*분할' TO WK-TR-YOY(WK-I)(8:7)
               END-IF
           END-IF
           .

       S3310-TREND-MARK-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  항목(WK-J) 추이행 - 결산년별 값과 (전년대비), CAGR
      *-----------------------------------------------------------------
       S3320-TREND-ITEM-RTN.

           MOVE SPACES TO WK-TREND-LINE
           MOVE XPIPA521-O-FNAF-ITEM-NAME(WK-J) TO WK-TR-NAME

           PERFORM VARYING WK-I FROM 1 BY 1
                     UNTIL WK-I > XPIPA521-O-YR-NOITM
               IF XPIPA521-O-DATA-YN(WK-I) = CO-Y
                   MOVE XPIPA521-O-ITEM-VAL(WK-J, WK-I)
                     TO WK-ED-VAL
                   MOVE WK-ED-VAL TO WK-TR-VAL(WK-I)
               ELSE
                   MOVE '-' TO WK-TR-VAL(WK-I)(18:1)
               END-IF
               IF XPIPA521-O-YOY-YN(WK-J, WK-I) = CO-Y
                   MOVE XPIPA521-O-YOY-RATO(WK-J, WK-I)
                     TO WK-ED-RATO
                   STRING ' ('       DELIMITED SIZE
                          WK-ED-RATO DELIMITED SIZE
                          ')'        DELIMITED SIZE
                       INTO WK-TR-YOY(WK-I)
               END-IF
           END-PERFORM

           IF XPIPA521-O-CAGR-YN(WK-J) = CO-Y
               MOVE XPIPA521-O-CAGR-RATO(WK-J) TO WK-ED-RATO
               MOVE WK-ED-RATO TO WK-TR-CAGR(3:9)
           ELSE
               MOVE '-' TO WK-TR-CAGR(11:1)
           END-IF

           MOVE WK-TREND-LINE TO PACK-RECORD
           WRITE WK-PACK-REC
           .

       S3320-TREND-ITEM-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  결산년(WK-I) 주석 - 범위변동은 편입/제외 업체수와 단순비교
      *@  유의, 구조변경은 합병/분할 효력발생 표시
      *-----------------------------------------------------------------
       S3330-TREND-NOTE-RTN.

           IF XPIPA521-O-SCOPE-CHG-YN(WK-I) = CO-Y
               MOVE SPACES TO WK-PACK-LINE
               MOVE XPIPA521-O-ENTP-IN-CNT(WK-I)  TO WK-ED-CNT
               MOVE XPIPA521-O-ENTP-OUT-CNT(WK-I) TO WK-ED-CNT2
               STRING '  * '        DELIMITED SIZE
                      XPIPA521-O-STLACC-YR(WK-I)
                                    DELIMITED SIZE
                      ' 합산범위변동 편입:'
                                    DELIMITED SIZE
                      WK-ED-CNT     DELIMITED SIZE
                      ' 제외:'      DELIMITED SIZE
                      WK-ED-CNT2    DELIMITED SIZE
                      ' - 전년대비 동일범위 비교 아님'
                                    DELIMITED SIZE
                   INTO WK-PACK-LINE
               MOVE WK-PACK-LINE TO PACK-RECORD
               WRITE WK-PACK-REC
           END-IF

           IF XPIPA521-O-STRC-CHG-YN(WK-I) = CO-Y
               MOVE SPACES TO WK-PACK-LINE
               STRING '  * '        DELIMITED SIZE
                      XPIPA521-O-STLACC-YR(WK-I)
                                    DELIMITED SIZE
                      ' 구조변경(합병 M/분할 S:'
                                    DELIMITED SIZE
                      XPIPA521-O-STRC-EVNT-DSTCD(WK-I)
                                    DELIMITED SIZE
                      ') 효력발생'  DELIMITED SIZE
                   INTO WK-PACK-LINE
               MOVE WK-PACK-LINE TO PACK-RECORD
               WRITE WK-PACK-REC
           END-IF
           .

       S3330-TREND-NOTE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  편성대장 등재 - 회의일자+버전.
      *-----------------------------------------------------------------
