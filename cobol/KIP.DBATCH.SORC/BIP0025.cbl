      *-----------------------------------------------------------------
      *@김경호:20260809:배치진행정보(BATSTAT) 기록기능 추가(S9500)
      *-----------------------------------------------------------------
      *@김경호:20261015:해외계열사 외화환산 추가 - 보고통화(THKIPB154)
      *          가 원화가 아닌 계열사는 재무상태표를 결산년말
      *          기말환율, 그외 보고서를 결산년 평균환율(FXRATE)로
      *          원화환산하고 환산차이를 별도항목(11/8950)으로 생성,
      *          적용환율은 THKIPB155에 기록(S5000~S5300)
      *-----------------------------------------------------------------
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
                   ACCESS MODE         IS      SEQUENTIAL
                   FILE STATUS         IS      WK-BATSTAT-FILE-ST.

      *@   고시환율(FXRATE) - 통화쌍+고시일 KEY
           SELECT  FXRATE-FILE         ASSIGN  TO  FXRATE
                   ORGANIZATION        IS      INDEXED
                   ACCESS MODE         IS      DYNAMIC
                   RECORD KEY          IS      FXR-KEY
                   FILE STATUS         IS      WK-FXRATE-FILE-ST.

      *=================================================================
       DATA                            DIVISION.
      *=================================================================
       01  BATSTAT-REC.
           COPY  BATSTAT.

      *-----------------------------------------------------------------
      *    고시환율(FXRATE) - 기준통화/상대통화(KRW)/고시일
       FD  FXRATE-FILE.
       01  FXRATE-REC.
           03  FXR-KEY.
               05  FXR-BASE-CCY        PIC  X(003).
               05  FXR-QUOTE-CCY       PIC  X(003).
               05  FXR-EFF-YMD         PIC  X(008).
           03  FXR-BUY-RATE            PIC S9(007)V9(006) COMP-3.
           03  FXR-SELL-RATE           PIC S9(007)V9(006) COMP-3.
           03  FXR-MID-RATE            PIC S9(007)V9(006) COMP-3.
           03  FXR-CASH-BUY-RATE       PIC S9(007)V9(006) COMP-3.
           03  FXR-CASH-SELL-RATE      PIC S9(007)V9(006) COMP-3.
           03  FILLER                  PIC  X(011).

      *-----------------------------------------------------------------
       WORKING-STORAGE                 SECTION.
      *-----------------------------------------------------------------
           03  CO-UKII0126             PIC  X(008) VALUE 'UKII0126'.
           03  CO-B2400342             PIC  X(008) VALUE 'B2400342'.

      *@  원화 통화코드
           03  CO-KRW                  PIC  X(003) VALUE 'KRW'.
      *@  외화환산차이 재무항목코드(재무상태표)
           03  CO-FX-TRDIFF-ITEM-CD    PIC  X(004) VALUE '8950'.

      *-----------------------------------------------------------------
      *@   FILE STATUS
      *-----------------------------------------------------------------
           03  WK-LOG-FILE-ST          PIC  X(002) VALUE '00'.
      *@   배치진행정보(BATSTAT) LOG-FILE상태
           03  WK-BATSTAT-FILE-ST      PIC  X(002) VALUE '00'.
      *@   고시환율(FXRATE) FILE상태
           03  WK-FXRATE-FILE-ST       PIC  X(002) VALUE '00'.

      *-----------------------------------------------------------------
      *@   WORKING AREA



      *-----------------------------------------------------------------
      *@   해외계열사 외화환산 작업영역
      *-----------------------------------------------------------------
       01  WK-FX-AREA.
      *@  보고통화코드(미등록시 KRW)
           03  WK-RPT-CRNCY-CD         PIC  X(003).
      *@  외화환산대상여부(Y:원화외 보고통화)
           03  WK-FX-APLY-YN           PIC  X(001).
      *@  환산환율존재여부
           03  WK-FX-RATE-YN           PIC  X(001).
      *@  고시환율(FXRATE) OPEN여부/읽기종료
           03  WK-FXRATE-OPEN-YN       PIC  X(001).
           03  WK-FX-EOF-YN            PIC  X(001).
      *@  환산대상 심사고객식별자/결산년
           03  WK-FX-CUST-IDNFR        PIC  X(010).
           03  WK-FX-STLACC-YR         PIC  X(004).
      *@  적용환율이력 기업집단/기준년, 개별재무제표 기준년
           03  WK-FX-GROUP-CD          PIC  X(003).
           03  WK-FX-REGI-CD           PIC  X(003).
           03  WK-FX-BASE-YR           PIC  X(004).
           03  WK-FX-C140-BASE-YR      PIC  X(004).
      *@  기말환율/고시년월일, 평균환율 및 산출용 합계/건수
           03  WK-FX-CLOSE-RATE        PIC S9(007)V9(006) COMP-3.
           03  WK-FX-CLOSE-YMD         PIC  X(008).
           03  WK-FX-AVG-RATE          PIC S9(007)V9(006) COMP-3.
           03  WK-FX-RATE-SUM          PIC S9(011)V9(006) COMP-3.
           03  WK-FX-RATE-CNT          PIC S9(005) COMP-3.
           03  WK-FX-CHK-YMD           PIC  X(008).
      *@  직전 산출 통화/결산년(재사용 판단)
           03  WK-FX-CACHE-CRNCY       PIC  X(003).
           03  WK-FX-CACHE-YR          PIC  X(004).
      *@  해외계열사 건수/환율미존재 생성제외 건수
           03  WK-FX-ENTP-CNT          PIC  9(009).
           03  WK-FX-MISS-CNT          PIC  9(009).

      *@   SYSIN  입력/Batch기준정보정의(F/W정의)
       01  WK-SYSIN.
      *@  그룹회사코드

      *@1 출력영역확보 파라미터 및 결과코드 초기화
           INITIALIZE WK-AREA
                      WK-SYSIN
                      WK-FX-AREA.

           MOVE CO-N
             TO WK-FXRATE-OPEN-YN
                WK-FX-APLY-YN.

      *@1 응답코드 초기화
           MOVE ZEROS
           MOVE WK-DB-VALUA-BASE-YMD(1:4)
             TO WK-YYYY

      *@  계열사 보고통화 확인(해외계열사 외화환산 대상여부)
           MOVE WK-DB-EXMTN-CUST-IDNFR
             TO WK-FX-CUST-IDNFR
           PERFORM S5000-FX-CRNCY-RTN
              THRU S5000-FX-CRNCY-EXT

      *   기준일만큼 반복
           PERFORM VARYING WK-YR FROM WK-FR-YR BY 1
                     UNTIL WK-YR >  WK-YYYY-NUM

      *       결산년 환산환율(기말/평균) 산출 - 원화 계열사는 1
               MOVE WK-YR-CH
                 TO WK-FX-STLACC-YR
               PERFORM S5100-FX-RATE-RTN
                  THRU S5100-FX-RATE-EXT

      *       환율이 없는 해외계열사 결산년은 생성제외
               IF  WK-FX-RATE-YN = CO-Y
                   PERFORM S3400-FNST-YR-PROC-RTN
                      THRU S3400-FNST-YR-PROC-EXT
               END-IF

           END-PERFORM

           .

       S3300-FNST-PROC-EXT.
           EXIT.
      *----------------------------------------------------------------
      *@  결산년별 개별재무제표 생성(당행/한신평/크레탑)
      *----------------------------------------------------------------
       S3400-FNST-YR-PROC-RTN.

           MOVE '1'
             TO WK-FNAF-A-STLACC-DSTCD

           PERFORM S4000-EXTNL-VALUA-INSTI-RTN
              THRU S4000-EXTNL-VALUA-INSTI-EXT

      *@  해외계열사 - 적용환율이력 기록 및 환산차이 항목 생성
           IF  WK-FX-APLY-YN = CO-Y
               MOVE WK-DB-CORP-CLCT-GROUP-CD
                 TO WK-FX-GROUP-CD
               MOVE WK-DB-CORP-CLCT-REGI-CD
                 TO WK-FX-REGI-CD
               MOVE WK-YYYY
                 TO WK-FX-BASE-YR
                    WK-FX-C140-BASE-YR
               PERFORM S5200-FX-LOG-RTN
                  THRU S5200-FX-LOG-EXT
               PERFORM S5300-FX-TRDIFF-RTN
                  THRU S5300-FX-TRDIFF-EXT
           END-IF

           .

       S3400-FNST-YR-PROC-EXT.
           EXIT.
      *----------------------------------------------------------------
      *@  개별재무제표 삭제
                 ,  재무분석보고서구분
                 ,  재무항목코드
                 ,  '1'
      *          원화환산(재무상태표:기말환율, 그외:평균환율)
                 ,  ROUND(재무항목금액 *
                         CASE 재무분석보고서구분
                              WHEN '11' THEN :WK-FX-CLOSE-RATE
                              ELSE           :WK-FX-AVG-RATE
                         END, 2)
                 ,  0
                 ,  HEX(CURRENT_TIMESTAMP)
                 ,  '0000000'
                      , 재무분석보고서구분
                      , 재무항목코드
                      , 재무분석자료원구분
      *              원화환산(재무상태표:기말환율, 그외:평균환율)
                      , ROUND(재무분석항목금액 *
                              CASE 재무분석보고서구분
                                   WHEN '11' THEN :WK-FX-CLOSE-RATE
                                   ELSE           :WK-FX-AVG-RATE
                              END, 2)
                      , 0
                      , HEX(CURRENT_TIMESTAMP)
                      , '0000000'
                      , 재무분석보고서구분
                      , 재무항목코드
                      , 재무분석자료원구분
      *              원화환산(재무상태표:기말환율, 그외:평균환율)
                      , ROUND(재무분석항목금액 *
                              CASE 재무분석보고서구분
                                   WHEN '11' THEN :WK-FX-CLOSE-RATE
                                   ELSE           :WK-FX-AVG-RATE
                              END, 2)
                      , 0
                      , HEX(CURRENT_TIMESTAMP)
                      , '0000000'
       S4200-EXTNL-VALUA-INSTI-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  계열사 보고통화 확인 - 보고통화등록원장(THKIPB154)에
      *@  원화가 아닌 통화로 등록된 계열사만 외화환산 대상이다
      *@  (호출전 WK-FX-CUST-IDNFR 설정)
      *-----------------------------------------------------------------
       S5000-FX-CRNCY-RTN.

           MOVE CO-KRW
             TO WK-RPT-CRNCY-CD
           MOVE CO-N
             TO WK-FX-APLY-YN

           EXEC SQL
                SELECT 보고통화코드
                  INTO :WK-RPT-CRNCY-CD
                  FROM DB2DBA.THKIPB154
                 WHERE 그룹회사코드   = 'KB0'
                   AND 심사고객식별자 = :WK-FX-CUST-IDNFR
                  WITH UR
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    IF  WK-RPT-CRNCY-CD NOT = CO-KRW
                    AND WK-RPT-CRNCY-CD NOT = SPACE
                        MOVE CO-Y  TO  WK-FX-APLY-YN
                        ADD  1     TO  WK-FX-ENTP-CNT
                    ELSE
                        MOVE CO-KRW TO WK-RPT-CRNCY-CD
                    END-IF
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "SELECT THKIPB154 "
                            " SQL-ERROR : [" SQLCODE  "]"
                            "  SQLSTATE : [" SQLSTATE "]"
                            "   SQLERRM : [" SQLERRM  "]"
                    MOVE 25 TO RETURN-CODE
      *@1          처리종료
                    PERFORM S9000-FINAL-RTN
                       THRU S9000-FINAL-EXT
           END-EVALUATE
           .

       S5000-FX-CRNCY-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  결산년 환산환율 산출 - 원화 계열사는 1, 해외계열사는
      *@  FXRATE(통화/KRW) 매매기준율로 기말환율(결산년 마지막
      *@  고시분)과 평균환율(결산년중 고시분 단순평균)을 구한다
      *@  (호출전 WK-FX-STLACC-YR 설정, 직전과 같은 통화/결산년이면
      *@   재사용)
      *-----------------------------------------------------------------
       S5100-FX-RATE-RTN.

           EVALUATE TRUE
               WHEN WK-FX-APLY-YN NOT = CO-Y
                    MOVE 1      TO WK-FX-CLOSE-RATE
                                   WK-FX-AVG-RATE
                    MOVE CO-Y   TO WK-FX-RATE-YN
                    MOVE SPACE  TO WK-FX-CACHE-CRNCY
               WHEN WK-RPT-CRNCY-CD = WK-FX-CACHE-CRNCY
                AND WK-FX-STLACC-YR = WK-FX-CACHE-YR
                    CONTINUE
               WHEN OTHER
                    PERFORM S5110-FX-RATE-READ-RTN
                       THRU S5110-FX-RATE-READ-EXT
           END-EVALUATE

      *   환율 미존재 - 해당 결산년 생성제외
           IF  WK-FX-RATE-YN NOT = CO-Y
               ADD  1  TO  WK-FX-MISS-CNT
               DISPLAY "** 환산환율 미존재 생성제외 : "
                       "고객[" WK-FX-CUST-IDNFR
                       "] 통화[" WK-RPT-CRNCY-CD
                       "] 결산년[" WK-FX-STLACC-YR "]"
           END-IF
           .

       S5100-FX-RATE-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  FXRATE 결산년 고시환율 읽기
      *-----------------------------------------------------------------
       S5110-FX-RATE-READ-RTN.

      *   고시환율(FXRATE) 최초사용시 OPEN
           IF  WK-FXRATE-OPEN-YN NOT = CO-Y
               OPEN INPUT FXRATE-FILE
               IF  WK-FXRATE-FILE-ST NOT = '00'
                   DISPLAY "FXRATE OPEN ERROR : " WK-FXRATE-FILE-ST
                   MOVE 91 TO RETURN-CODE
                   PERFORM S9000-FINAL-RTN
                      THRU S9000-FINAL-EXT
               END-IF
               MOVE CO-Y  TO  WK-FXRATE-OPEN-YN
           END-IF

           MOVE WK-RPT-CRNCY-CD
             TO WK-FX-CACHE-CRNCY
           MOVE WK-FX-STLACC-YR
             TO WK-FX-CACHE-YR
           MOVE ZERO
             TO WK-FX-CLOSE-RATE
                WK-FX-AVG-RATE
                WK-FX-RATE-SUM
                WK-FX-RATE-CNT
           MOVE SPACE
             TO WK-FX-CLOSE-YMD
           MOVE CO-N
             TO WK-FX-RATE-YN
                WK-FX-EOF-YN

      *   통화/KRW, 결산년 1월1일부터 순차읽기
           MOVE WK-RPT-CRNCY-CD
             TO FXR-BASE-CCY
           MOVE CO-KRW
             TO FXR-QUOTE-CCY
           MOVE WK-FX-STLACC-YR
             TO FXR-EFF-YMD(1:4)
           MOVE '0101'
             TO FXR-EFF-YMD(5:4)

           START FXRATE-FILE KEY IS NOT LESS THAN FXR-KEY
               INVALID KEY
                   MOVE CO-Y  TO  WK-FX-EOF-YN
           END-START

           PERFORM S5120-FX-RATE-NEXT-RTN
              THRU S5120-FX-RATE-NEXT-EXT
             UNTIL WK-FX-EOF-YN = CO-Y

      *   결산년말 10일이내 고시분이 있어야 기말환율로 인정
           MOVE WK-FX-STLACC-YR
             TO WK-FX-CHK-YMD(1:4)
           MOVE '1221'
             TO WK-FX-CHK-YMD(5:4)

           IF  WK-FX-RATE-CNT  > ZERO
           AND WK-FX-CLOSE-YMD NOT < WK-FX-CHK-YMD
               COMPUTE WK-FX-AVG-RATE ROUNDED
                     = WK-FX-RATE-SUM / WK-FX-RATE-CNT
               MOVE CO-Y  TO  WK-FX-RATE-YN
           END-IF
           .

       S5110-FX-RATE-READ-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  FXRATE 다음 고시환율 - 통화/결산년이 바뀌면 종료
      *-----------------------------------------------------------------
       S5120-FX-RATE-NEXT-RTN.

           READ FXRATE-FILE NEXT RECORD
               AT END
                   MOVE CO-Y  TO  WK-FX-EOF-YN
           END-READ

           IF  WK-FX-EOF-YN NOT = CO-Y
               IF  WK-FXRATE-FILE-ST NOT = '00'
                   DISPLAY "FXRATE READ ERROR : " WK-FXRATE-FILE-ST
                   MOVE 92 TO RETURN-CODE
                   PERFORM S9000-FINAL-RTN
                      THRU S9000-FINAL-EXT
               END-IF

               IF  FXR-BASE-CCY     NOT = WK-RPT-CRNCY-CD
               OR  FXR-QUOTE-CCY    NOT = CO-KRW
               OR  FXR-EFF-YMD(1:4) NOT = WK-FX-STLACC-YR
                   MOVE CO-Y  TO  WK-FX-EOF-YN
               ELSE
                   ADD  FXR-MID-RATE  TO  WK-FX-RATE-SUM
                   ADD  1             TO  WK-FX-RATE-CNT
                   MOVE FXR-MID-RATE  TO  WK-FX-CLOSE-RATE
                   MOVE FXR-EFF-YMD   TO  WK-FX-CLOSE-YMD
               END-IF
           END-IF
           .

       S5120-FX-RATE-NEXT-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  외화환산 적용환율이력(THKIPB155) 기록 - 기업집단/기준년/
      *@  결산년/통화 단위로 갱신(미존재시 등록)
      *-----------------------------------------------------------------
       S5200-FX-LOG-RTN.

           EXEC SQL
                UPDATE DB2DBA.THKIPB155
                   SET 기말환율             = :WK-FX-CLOSE-RATE
                     , 기말환율고시년월일   = :WK-FX-CLOSE-YMD
                     , 평균환율             = :WK-FX-AVG-RATE
                     , 평균환율산출건수     = :WK-FX-RATE-CNT
                     , 처리프로그램ID       = :CO-PGM-ID
                     , 시스템최종처리일시
                                            = HEX(CURRENT_TIMESTAMP)
                     , 시스템최종사용자번호 = '0000000'
                 WHERE 그룹회사코드     = 'KB0'
                   AND 기업집단그룹코드 = :WK-FX-GROUP-CD
                   AND 기업집단등록코드 = :WK-FX-REGI-CD
                   AND 기준년           = :WK-FX-BASE-YR
                   AND 결산년           = :WK-FX-STLACC-YR
                   AND 통화코드         = :WK-RPT-CRNCY-CD
           END-EXEC

           IF  SQLCODE = 100
               EXEC SQL
                    INSERT INTO DB2DBA.THKIPB155
                    ( 그룹회사코드
                    , 기업집단그룹코드
                    , 기업집단등록코드
                    , 기준년
                    , 결산년
                    , 통화코드
                    , 기말환율
                    , 기말환율고시년월일
                    , 평균환율
                    , 평균환율산출건수
                    , 처리프로그램ID
                    , 시스템최종처리일시
                    , 시스템최종사용자번호
                    )
                    VALUES
                    ( 'KB0'
                    , :WK-FX-GROUP-CD
                    , :WK-FX-REGI-CD
                    , :WK-FX-BASE-YR
                    , :WK-FX-STLACC-YR
                    , :WK-RPT-CRNCY-CD
                    , :WK-FX-CLOSE-RATE
                    , :WK-FX-CLOSE-YMD
                    , :WK-FX-AVG-RATE
                    , :WK-FX-RATE-CNT
                    , :CO-PGM-ID
                    , HEX(CURRENT_TIMESTAMP)
                    , '0000000'
                    )
               END-EXEC
           END-IF

           IF  SQLCODE NOT = ZERO
               DISPLAY "THKIPB155 UPDATE/INSERT ERROR "
                       " SQL-ERROR : [" SQLCODE  "]"
                       "  SQLSTATE : [" SQLSTATE "]"
                       "   SQLERRM : [" SQLERRM  "]"
               MOVE 26 TO RETURN-CODE
      *@1     처리종료
               PERFORM S9000-FINAL-RTN
                  THRU S9000-FINAL-EXT
           END-IF
           .

       S5200-FX-LOG-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  외화환산차이 항목 생성 - 재무상태표를 기말환율, 손익을
      *@  평균환율로 환산하여 생기는 차이를 당기순이익(12/9000)
      *@  기준으로 산출하여 재무상태표 별도항목(11/8950)에 둔다
      *@  환산차이 = 원화당기순이익 * (기말환율 - 평균환율)
      *@             / 평균환율
      *-----------------------------------------------------------------
       S5300-FX-TRDIFF-RTN.

      *   재처리 대비 기존 환산차이 항목 삭제
           EXEC SQL
                DELETE FROM DB2DBA.THKIPC140
                 WHERE 그룹회사코드     = 'KB0'
                   AND 기업집단그룹코드 = :WK-FX-GROUP-CD
                   AND 기업집단등록코드 = :WK-FX-REGI-CD
                   AND 심사고객식별자   = :WK-FX-CUST-IDNFR
                   AND 기준년           = :WK-FX-C140-BASE-YR
                   AND 결산년           = :WK-FX-STLACC-YR
                   AND 재무분석보고서구분 = '11'
                   AND 재무항목코드     = :CO-FX-TRDIFF-ITEM-CD
           END-EXEC

           IF  SQLCODE = ZERO
           OR  SQLCODE = 100
               EXEC SQL
                    INSERT INTO DB2DBA.THKIPC140
                    ( 그룹회사코드
                    , 기업집단그룹코드
                    , 기업집단등록코드
                    , 심사고객식별자
                    , 재무분석결산구분
                    , 기준년
                    , 결산년
                    , 재무분석보고서구분
                    , 재무항목코드
                    , 재무분석자료원구분
                    , 재무제표항목금액
                    , 재무항목구성비율
                    , 시스템최종처리일시
                    , 시스템최종사용자번호
                    )
                    SELECT 그룹회사코드
                         , 기업집단그룹코드
                         , 기업집단등록코드
                         , 심사고객식별자
                         , 재무분석결산구분
                         , 기준년
                         , 결산년
                         , '11'
                         , :CO-FX-TRDIFF-ITEM-CD
                         , 재무분석자료원구분
                         , ROUND(재무제표항목금액
                               * (:WK-FX-CLOSE-RATE
                                - :WK-FX-AVG-RATE)
                               / :WK-FX-AVG-RATE, 2)
                         , 0
                         , HEX(CURRENT_TIMESTAMP)
                         , '0000000'
                      FROM DB2DBA.THKIPC140
                     WHERE 그룹회사코드     = 'KB0'
                       AND 기업집단그룹코드 = :WK-FX-GROUP-CD
                       AND 기업집단등록코드 = :WK-FX-REGI-CD
                       AND 심사고객식별자   = :WK-FX-CUST-IDNFR
                       AND 기준년           = :WK-FX-C140-BASE-YR
                       AND 결산년           = :WK-FX-STLACC-YR
                       AND 재무분석보고서구분 = '12'
                       AND 재무항목코드     = '9000'
               END-EXEC
           END-IF

           IF  SQLCODE NOT = ZERO
           AND SQLCODE NOT = 100
               DISPLAY "THKIPC140 환산차이 생성 ERROR "
                       " SQL-ERROR : [" SQLCODE  "]"
                       "  SQLSTATE : [" SQLSTATE "]"
                       "   SQLERRM : [" SQLERRM  "]"
               MOVE 27 TO RETURN-CODE
      *@1     처리종료
               PERFORM S9000-FINAL-RTN
                  THRU S9000-FINAL-EXT
           END-IF
           .

       S5300-FX-TRDIFF-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.
           DISPLAY "*-----------------------------------*".
           DISPLAY "*-----------------------------------*".
           DISPLAY "* WK-S3200-CNT     = " WK-S3200-CNT.
           DISPLAY "* 해외계열사       = " WK-FX-ENTP-CNT.
           DISPLAY "* 환율미존재 제외  = " WK-FX-MISS-CNT.
           DISPLAY "*-----------------------------------*".

      *@  고시환율(FXRATE) CLOSE
           IF  WK-FXRATE-OPEN-YN = CO-Y
               CLOSE FXRATE-FILE
               MOVE CO-N TO WK-FXRATE-OPEN-YN
           END-IF.
           DISPLAY "*-----------------------------------*".

      *@   CLOSE OUT-FILE.
