      *@             EW01: 등급 2노치 이상 하락
      *@             EW02: 부채비율 악화(임계치 초과 상승)
      *@             EW03: 계열사 법정관리(회생절차) 진입
      *@             EW04: 재무약정 위반(BIP0054 최종검증 위반,
      *@                   EW01~03,05 미해당 집단만 적재)
      *@             EW05: 계열사 신용사건 당일 등록(THKIPB146 -
      *@                   DIPA646 수기등록/외부수신 후보확정,
      *@                   EW01~03 미해당 집단만 적재)
      *-----------------------------------------------------------------
      *@11~19:입력파라미터 오류
      *@21~29: DB관련 오류
      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20260810:신규작성－DIPA401 모니터링 연계 조기경보
      *@김경호:20261015:재무약정 위반 경보(EW04) 추가 - BIP0054
      *@          검증이력(THKIPB144)의 약정별 최종검증이 위반인
      *@          집단을 당일 미적재분에 한해 적재(S5000)
      *@김경호:20261015:계열사 신용사건 경보(EW05) 추가 - 부도사건
      *@          등록원장(THKIPB146)에 기준일 등록된 사건이 있는
      *@          집단을 당일 미적재분에 한해 적재(S6000)
      *-----------------------------------------------------------------
      *=================================================================
       IDENTIFICATION                  DIVISION.
           03  WK-FETCH-CNT            PIC  9(009).
           03  WK-WATCH-CNT            PIC  9(009).
           03  WK-SKIP-CNT             PIC  9(009).
           03  WK-CVNT-CNT             PIC  9(009).
           03  WK-EVNT-CNT             PIC  9(009).
      *@   등급순위(노치) 산출용
           03  WK-NEW-GRD-RANK         PIC S9(003) COMP.
           03  WK-OLD-GRD-RANK         PIC S9(003) COMP.
           03  WK-OLD-DEBT-RATO        PIC S9(007)V9(002) COMP-3.
      *@   법정관리(회생절차) 진입 계열사수
           03  WK-RHBLT-ENTP-CNT       PIC S9(005) COMP-3.
      *@   재무약정 위반 집단의 최신 확정등급
           03  WK-CVNT-GRD-DSTCD       PIC  X(003).
      *@   신용사건 등록 집단의 최신 확정등급
           03  WK-EVNT-GRD-DSTCD       PIC  X(003).

      * -------------------------------------------
           EXEC SQL INCLUDE SQLCA      END-EXEC.
                      AND A2.기업집단처리단계구분 = '6')
           END-EXEC.

      *@  재무약정별 최종검증(기준일 이전)이 위반인 사용중 약정을
      *@  보유하고 당일 WATCH-LIST 미적재인 집단을 조회한다.
           EXEC SQL
           DECLARE CUR_CVNT CURSOR FOR
           SELECT DISTINCT HH.그룹회사코드
                 ,HH.기업집단그룹코드
                 ,HH.기업집단등록코드
                 ,VALUE(
                  (SELECT EE.최종집단등급구분
                     FROM DB2DBA.THKIPB110 EE
                    WHERE EE.그룹회사코드
                              = HH.그룹회사코드
                      AND EE.기업집단그룹코드
                              = HH.기업집단그룹코드
                      AND EE.기업집단등록코드
                              = HH.기업집단등록코드
                      AND EE.기업집단처리단계구분 = '6'
                    ORDER BY EE.평가년월일 DESC
                    FETCH FIRST 1 ROW ONLY), ' ')
           FROM   DB2DBA.THKIPB144 HH
                  INNER JOIN DB2DBA.THKIPB143 CV
                     ON  CV.그룹회사코드
                             = HH.그룹회사코드
                     AND CV.기업집단그룹코드
                             = HH.기업집단그룹코드
                     AND CV.기업집단등록코드
                             = HH.기업집단등록코드
                     AND CV.재무약정일련번호
                             = HH.재무약정일련번호
                     AND CV.사용여부         = 'Y'
           WHERE  HH.그룹회사코드 = 'KB0'
             AND  HH.재무약정검증결과구분 = 'B'
             AND  HH.재무약정검증년월일 =
                  (SELECT MAX(H2.재무약정검증년월일)
                     FROM DB2DBA.THKIPB144 H2
                    WHERE H2.그룹회사코드
                              = HH.그룹회사코드
                      AND H2.기업집단그룹코드
                              = HH.기업집단그룹코드
                      AND H2.기업집단등록코드
                              = HH.기업집단등록코드
                      AND H2.재무약정일련번호
                              = HH.재무약정일련번호
                      AND H2.재무약정검증년월일
                              <= :WK-BASE-YMD)
             AND  NOT EXISTS
                  (SELECT 1
                     FROM DB2DBA.THKIPB140 WW
                    WHERE WW.그룹회사코드
                              = HH.그룹회사코드
                      AND WW.경보기준년월일   = :WK-BASE-YMD
                      AND WW.기업집단그룹코드
                              = HH.기업집단그룹코드
                      AND WW.기업집단등록코드
                              = HH.기업집단등록코드)
           END-EXEC.

      *@  부도사건 등록원장에 기준일 등록(수기/외부수신 확정)된
      *@  사용중 사건이 있고 당일 WATCH-LIST 미적재인 집단을
      *@  조회한다.
           EXEC SQL
           DECLARE CUR_EVNT CURSOR FOR
           SELECT DISTINCT DD.그룹회사코드
                 ,DD.기업집단그룹코드
                 ,DD.기업집단등록코드
                 ,VALUE(
                  (SELECT EE.최종집단등급구분
                     FROM DB2DBA.THKIPB110 EE
                    WHERE EE.그룹회사코드
                              = DD.그룹회사코드
                      AND EE.기업집단그룹코드
                              = DD.기업집단그룹코드
                      AND EE.기업집단등록코드
                              = DD.기업집단등록코드
                      AND EE.기업집단처리단계구분 = '6'
                    ORDER BY EE.평가년월일 DESC
                    FETCH FIRST 1 ROW ONLY), ' ')
           FROM   DB2DBA.THKIPB146 DD
           WHERE  DD.그룹회사코드 = 'KB0'
             AND  DD.등록년월일   = :WK-BASE-YMD
             AND  DD.사용여부     = 'Y'
             AND  NOT EXISTS
                  (SELECT 1
                     FROM DB2DBA.THKIPB140 WW
                    WHERE WW.그룹회사코드
                              = DD.그룹회사코드
                      AND WW.경보기준년월일   = :WK-BASE-YMD
                      AND WW.기업집단그룹코드
                              = DD.기업집단그룹코드
                      AND WW.기업집단등록코드
                              = DD.기업집단등록코드)
           END-EXEC.

      *=================================================================
       PROCEDURE                       DIVISION.
      *=================================================================
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

      *@1 EW05: 계열사 신용사건 당일 등록 집단 적재
           PERFORM S6000-CRDT-EVNT-RTN
              THRU S6000-CRDT-EVNT-EXT

      *@1 EW04: 재무약정 위반 집단 적재
           PERFORM S5000-CVNT-BREACH-RTN
              THRU S5000-CVNT-BREACH-EXT
           .
       S3000-PROCESS-EXT.
           EXIT.
       S4300-INSERT-WATCH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  EW04: 재무약정 위반 집단 적재 - EW01~03으로 이미
      *@  적재된 집단은 제외(집단당 1건)
      *-----------------------------------------------------------------
       S5000-CVNT-BREACH-RTN.
           EXEC SQL OPEN CUR_CVNT END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_CVNT ERROR SQLCODE=[" SQLCODE "]"
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S5100-FETCH-CVNT-RTN
              THRU S5100-FETCH-CVNT-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_CVNT END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "CLOSE CUR_CVNT ERROR SQLCODE=[" SQLCODE "]"
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF
           .
       S5000-CVNT-BREACH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  재무약정 위반 집단 FETCH 및 적재
      *-----------------------------------------------------------------
       S5100-FETCH-CVNT-RTN.
           EXEC  SQL  FETCH  CUR_CVNT
                 INTO :WK-GROUP-CO-CD
                    , :WK-CORP-CLCT-GROUP-CD
                    , :WK-CORP-CLCT-REGI-CD
                    , :WK-CVNT-GRD-DSTCD
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    MOVE 'EW04'             TO  WK-FIRE-RULE-CD
                    MOVE WK-CVNT-GRD-DSTCD  TO  WK-NEW-GRD-DSTCD
                    MOVE SPACE              TO  WK-OLD-GRD-DSTCD
                    MOVE ZEROS              TO  WK-NEW-DEBT-RATO
                                                WK-OLD-DEBT-RATO
                                                WK-RHBLT-ENTP-CNT
                    PERFORM S4300-INSERT-WATCH-RTN
                       THRU S4300-INSERT-WATCH-EXT
                    ADD 1 TO WK-CVNT-CNT
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
               WHEN OTHER
                    DISPLAY "FETCH CUR_CVNT ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S5100-FETCH-CVNT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  EW05: 계열사 신용사건 당일 등록 집단 적재 - EW01~03으로
      *@  이미 적재된 집단은 제외(집단당 1건)
      *-----------------------------------------------------------------
       S6000-CRDT-EVNT-RTN.
           EXEC SQL OPEN CUR_EVNT END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "OPEN CUR_EVNT ERROR SQLCODE=[" SQLCODE "]"
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF

           MOVE CO-N   TO  WK-SW-EOF
           PERFORM S6100-FETCH-EVNT-RTN
              THRU S6100-FETCH-EVNT-EXT
                   UNTIL WK-SW-EOF = CO-Y

           EXEC SQL CLOSE CUR_EVNT END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "CLOSE CUR_EVNT ERROR SQLCODE=[" SQLCODE "]"
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF
           .
       S6000-CRDT-EVNT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  신용사건 등록 집단 FETCH 및 적재
      *-----------------------------------------------------------------
       S6100-FETCH-EVNT-RTN.
           EXEC  SQL  FETCH  CUR_EVNT
                 INTO :WK-GROUP-CO-CD
                    , :WK-CORP-CLCT-GROUP-CD
                    , :WK-CORP-CLCT-REGI-CD
                    , :WK-EVNT-GRD-DSTCD
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    MOVE 'EW05'             TO  WK-FIRE-RULE-CD
                    MOVE WK-EVNT-GRD-DSTCD  TO  WK-NEW-GRD-DSTCD
                    MOVE SPACE              TO  WK-OLD-GRD-DSTCD
                    MOVE ZEROS              TO  WK-NEW-DEBT-RATO
                                                WK-OLD-DEBT-RATO
                                                WK-RHBLT-ENTP-CNT
                    PERFORM S4300-INSERT-WATCH-RTN
                       THRU S4300-INSERT-WATCH-EXT
                    ADD 1 TO WK-EVNT-CNT
               WHEN 100
                    MOVE CO-Y  TO WK-SW-EOF
               WHEN OTHER
                    DISPLAY "FETCH CUR_EVNT ERROR "
                            " SQL-ERROR : [" SQLCODE "]"
                    PERFORM  S8000-ERROR-RTN
                       THRU  S8000-ERROR-EXT
           END-EVALUATE
           .
       S6100-FETCH-EVNT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@종료처리한다(오류).
      *-----------------------------------------------------------------
           DISPLAY "* FETCH-CNT          = " WK-FETCH-CNT
           DISPLAY "* WATCH-CNT          = " WK-WATCH-CNT
           DISPLAY "* SKIP-CNT           = " WK-SKIP-CNT
           DISPLAY "* CVNT-BREACH-CNT    = " WK-CVNT-CNT
           DISPLAY "* CRDT-EVNT-CNT      = " WK-EVNT-CNT
           DISPLAY "*-----------------------------------*"

      *@1  배치진행정보 관리 모듈 호출
