           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP     (기업집단신용평가)
      *@프로그램명: PIPA521 (기업집단합산연결재무 다년추이조회)
      *@처리유형  : PC
      *@처리개요  : 기업집단의 합산연결 주요재무항목/비율을 최대
      *@            5개 결산년에 걸쳐 나란히 조회한다.
      *@            - 결산년별 합산연결값: DIPA521(처리구분 03,
      *@              THKIPC130)을 기준값 0~4로 반복 호출
      *@            - 전년대비 증감률(금액:%, 비율:%P)과
      *@              금액항목 연평균성장률(CAGR)
      *@            - 합산범위 변동표시: 결산년별 합산대상 계열사
      *@              (DIPA521 계열사행)를 직전년과 비교하여 편입/
      *@              제외 업체수, 구조변경(DIPA645 계보조회)
      *@              효력발생년 표시
      *@            AIP4A22(온라인) 및 BIP0033(회의자료)에서 호출
      *-----------------------------------------------------------------
      *                 P R O G R A M   변　경　이　력
      *-----------------------------------------------------------------
      *@성명 : 일자 : 변　경　내　용
      * ----------------------------------------------------------------
      *김경호:20261015: 신규작성
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     PIPA521.
       AUTHOR.                         김경호.
       DATE-WRITTEN.                   26/10/15.

      *=================================================================
       ENVIRONMENT                     DIVISION.
      *=================================================================
       CONFIGURATION                   SECTION.
       SOURCE-COMPUTER.                IBM-Z10.
       OBJECT-COMPUTER.                IBM-Z10.

      *=================================================================
       DATA                            DIVISION.
      *=================================================================
       WORKING-STORAGE                 SECTION.
      *-----------------------------------------------------------------
      * CONSTANT AREA
      *-----------------------------------------------------------------
       01  CO-AREA.
           03  CO-PGM-ID               PIC  X(008) VALUE 'PIPA521'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-STAT-ABNORMAL        PIC  X(002) VALUE '98'.
           03  CO-STAT-SYSERROR        PIC  X(002) VALUE '99'.
           03  CO-DANWI                PIC  X(001) VALUE '3'.
           03  CO-DANWI2               PIC  X(001) VALUE '4'.
           03  CO-THUSAND              PIC  9(004) VALUE 1000.
           03  CO-HUNDRED-MILLION      PIC  9(006) VALUE 100000.
      *@   최대 분석기간(결산년수)
           03  CO-TRM-MAX              PIC S9(004) COMP VALUE 5.
      *@   재무항목수(금액항목 01~10, 비율항목 11~14)
           03  CO-ITEM-CNT             PIC S9(004) COMP VALUE 14.
           03  CO-AMT-ITEM-CNT         PIC S9(004) COMP VALUE 10.
      *@   결산년별 보관 계열사수
           03  CO-ENTP-MAX             PIC S9(004) COMP VALUE 500.

      *-----------------------------------------------------------------
      * CONSTANT ERROR AREA
      *-----------------------------------------------------------------
       01  CO-ERROR-AREA.
      *@   기업집단그룹코드
           03  CO-B3600552             PIC  X(008) VALUE 'B3600552'.
      *@   평가기준년월일
           03  CO-B2701130             PIC  X(008) VALUE 'B2701130'.
      *@   조치메시지(기업집단코드)
           03  CO-UKII0282             PIC  X(008) VALUE 'UKII0282'.
      *@   조치메시지(평가일자)
           03  CO-UKII0244             PIC  X(008) VALUE 'UKII0244'.

      *-----------------------------------------------------------------
      *@  재무항목명(출력순서)
      *-----------------------------------------------------------------
       01  CO-ITEM-NAME-AREA.
           03  FILLER                  PIC  X(030) VALUE '총자산'.
           03  FILLER                  PIC  X(030) VALUE '자기자본'.
           03  FILLER                  PIC  X(030) VALUE '차입금'.
           03  FILLER                  PIC  X(030) VALUE '현금자산'.
           03  FILLER                  PIC  X(030) VALUE '매출액'.
           03  FILLER                  PIC  X(030) VALUE '영업이익'.
           03  FILLER                  PIC  X(030) VALUE '금융비용'.
           03  FILLER                  PIC  X(030) VALUE '순이익'.
           03  FILLER                  PIC  X(030) VALUE '영업NCF'.
           03  FILLER                  PIC  X(030) VALUE 'EBITDA'.
           03  FILLER                  PIC  X(030) VALUE '부채비율'.
           03  FILLER                  PIC  X(030)
                                       VALUE '차입금의존도'.
           03  FILLER                  PIC  X(030)
                                       VALUE '매출액영업이익률'.
           03  FILLER                  PIC  X(030)
                                       VALUE '매출액순이익률'.
       01  CO-ITEM-NAME-TBL            REDEFINES CO-ITEM-NAME-AREA.
           03  CO-ITEM-NAME            PIC  X(030) OCCURS 14.

      *-----------------------------------------------------------------
      * WORKING AREA
      *-----------------------------------------------------------------
       01  WK-AREA.
           03  WK-I                    PIC  S9(004) COMP.
           03  WK-J                    PIC  S9(004) COMP.
           03  WK-K                    PIC  S9(004) COMP.
           03  WK-N                    PIC  S9(004) COMP.
           03  WK-TRM                  PIC  S9(004) COMP.
           03  WK-BASE                 PIC  9(001).
           03  WK-YR                   PIC  9(004).
           03  WK-YR-CH    REDEFINES WK-YR
                                       PIC  X(004).
           03  WK-AMT                  PIC S9(015)V9(02).
      *@   합산범위 비교
           03  WK-PREV-I               PIC  S9(004) COMP.
           03  WK-FIND-YR              PIC  S9(004) COMP.
           03  WK-FIND-ID              PIC  X(010).
           03  WK-FOUND-YN             PIC  X(001).
           03  WK-IN-CNT               PIC  S9(005) COMP.
           03  WK-OUT-CNT              PIC  S9(005) COMP.
      *@   연평균성장률
           03  WK-FRST-I               PIC  S9(004) COMP.
           03  WK-LAST-I               PIC  S9(004) COMP.
           03  WK-CAGR-TRM             PIC  S9(004) COMP.
           03  WK-CAGR-BASE            PIC S9(005)V9(09) COMP-3.

      *@  결산년x항목 원값(단위환산전)
       01  WK-VAL-AREA.
           03  WK-VAL-YR               OCCURS 5.
               05  WK-VAL              PIC S9(015)V9(02) COMP-3
                                       OCCURS 14.

      *@  결산년별 합산대상 계열사(심사고객식별자)
       01  WK-SCOPE-AREA.
           03  WK-SCOPE-YR             OCCURS 5.
               05  WK-SCOPE-CNT        PIC  S9(004) COMP.
               05  WK-SCOPE-ID         PIC  X(010) OCCURS 500.

      *-----------------------------------------------------------------
      * PGM INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@   DC기업집단신용평가 재무제표조회COPYBOOK
       01  XDIPA521-CA.
           COPY  XDIPA521.

      *@   DC기업집단구조변경처리COPYBOOK
       01  XDIPA645-CA.
           COPY  XDIPA645.

      *-----------------------------------------------------------------
       LINKAGE                         SECTION.
      *-----------------------------------------------------------------
      *@공통영역COPYBOOK
       01  YCCOMMON-CA.
           COPY  YCCOMMON.

      *@ PC기업집단합산연결재무 다년추이조회COPYBOOK
       01  XPIPA521-CA.
           COPY  XPIPA521.

      *=================================================================
       PROCEDURE                       DIVISION
                                       USING       YCCOMMON-CA
                                                   XPIPA521-CA
                                                   .
      *=================================================================

      *------------------------------------------------------------------
      *@  처리메인
      *------------------------------------------------------------------
       S0000-MAIN-RTN.

      *@  초기화
           PERFORM S1000-INITIALIZE-RTN
              THRU S1000-INITIALIZE-EXT

      *@  입력값　CHECK
           PERFORM S2000-VALIDATION-RTN
              THRU S2000-VALIDATION-EXT

      *@  업무처리
           PERFORM S3000-PROCESS-RTN
              THRU S3000-PROCESS-EXT

      *@  처리종료
           PERFORM S9000-FINAL-RTN
              THRU S9000-FINAL-EXT
           .
       S0000-MAIN-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  초기화
      *------------------------------------------------------------------
       S1000-INITIALIZE-RTN.
      *    WK-AREA 및　프로그램파라미터　초기화
           INITIALIZE       WK-AREA
                            WK-VAL-AREA
                            WK-SCOPE-AREA
                            XPIPA521-OUT
                            XPIPA521-RETURN.

           MOVE    CO-STAT-OK
                             TO    XPIPA521-R-STAT.

       S1000-INITIALIZE-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  입력값검증
      *------------------------------------------------------------------
       S2000-VALIDATION-RTN.

      *@  기업집단코드 필수
           IF  XPIPA521-I-CORP-CLCT-GROUP-CD = SPACE
           OR  XPIPA521-I-CORP-CLCT-REGI-CD  = SPACE
               #ERROR   CO-B3600552  CO-UKII0282  CO-STAT-ERROR
           END-IF

      *@  평가기준년월일 필수
           IF  XPIPA521-I-VALUA-BASE-YMD = SPACE
           OR  XPIPA521-I-VALUA-BASE-YMD(1:4) IS NOT NUMERIC
               #ERROR   CO-B2701130  CO-UKII0244  CO-STAT-ERROR
           END-IF

      *@  분석기간 미입력/초과시 5개년
           IF  XPIPA521-I-ANLS-TRM IS NOT NUMERIC
           OR  XPIPA521-I-ANLS-TRM = ZERO
           OR  XPIPA521-I-ANLS-TRM > CO-TRM-MAX
               MOVE CO-TRM-MAX            TO  WK-TRM
           ELSE
               MOVE XPIPA521-I-ANLS-TRM   TO  WK-TRM
           END-IF
           .
       S2000-VALIDATION-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  업무처리
      *------------------------------------------------------------------
       S3000-PROCESS-RTN.

           MOVE WK-TRM
             TO XPIPA521-O-YR-NOITM

      *@1 결산년별 합산연결값 조회(과거→최근 순 적재)
           PERFORM VARYING WK-I FROM 1 BY 1
                     UNTIL WK-I > WK-TRM
               PERFORM S3100-CALL-DIPA521-RTN
                  THRU S3100-CALL-DIPA521-EXT
           END-PERFORM

      *@1 구조변경(합병/분할) 효력발생년 표시
           PERFORM S3200-CALL-DIPA645-RTN
              THRU S3200-CALL-DIPA645-EXT

      *@1 합산범위 변동(직전 자료년 대비 편입/제외)
           MOVE ZERO TO WK-PREV-I
           PERFORM VARYING WK-I FROM 1 BY 1
                     UNTIL WK-I > WK-TRM
               IF  XPIPA521-O-DATA-YN(WK-I) = 'Y'
                   IF  WK-PREV-I > ZERO
                       PERFORM S3300-SCOPE-CMPR-RTN
                          THRU S3300-SCOPE-CMPR-EXT
                   END-IF
                   MOVE WK-I TO WK-PREV-I
               END-IF
           END-PERFORM

      *@1 항목별 값/전년대비/연평균성장률
           MOVE CO-ITEM-CNT
             TO XPIPA521-O-ITEM-NOITM
           PERFORM VARYING WK-N FROM 1 BY 1
                     UNTIL WK-N > CO-ITEM-CNT
               PERFORM S3400-ITEM-SET-RTN
                  THRU S3400-ITEM-SET-EXT
           END-PERFORM
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  DIPA521 CALL - 결산년(WK-I)의 합산연결 재무항목
      *@  (그리드 마지막행)과 합산대상 계열사(그 앞 행들)
      *-----------------------------------------------------------------
       S3100-CALL-DIPA521-RTN.
      *@1 입력파라미터조립
           INITIALIZE XDIPA521-IN.

      *--       그룹회사코드
           MOVE  XPIPA521-I-GROUP-CO-CD
            TO   XDIPA521-I-GROUP-CO-CD
      *--       기업집단그룹코드
           MOVE  XPIPA521-I-CORP-CLCT-GROUP-CD
            TO   XDIPA521-I-CORP-CLCT-GROUP-CD
      *--       기업집단등록코드
           MOVE  XPIPA521-I-CORP-CLCT-REGI-CD
            TO   XDIPA521-I-CORP-CLCT-REGI-CD
      *--       심사고객식별자
           MOVE  SPACE
            TO   XDIPA521-I-EXMTN-CUST-IDNFR
      *--       재무분석결산구분코드
           MOVE  '1'
            TO   XDIPA521-I-FNAF-A-STLACC-DSTCD
      *--       기준년월일
           MOVE  XPIPA521-I-VALUA-BASE-YMD
            TO   XDIPA521-I-VALUA-BASE-YMD
      *--       처리구분(합산연결:03)
           MOVE  '03'
            TO   XDIPA521-I-PRCSS-DSTIC
      *--       기준값(0:기준년 ~ 4:4년전)
           COMPUTE WK-BASE = WK-TRM - WK-I
           MOVE  WK-BASE
             TO  XDIPA521-I-BASE

      *@1 프로그램 호출
           #DYCALL DIPA521
                   YCCOMMON-CA
                   XDIPA521-CA.

      *#1 호출결과 확인
           IF COND-XDIPA521-OK
              CONTINUE
           ELSE
              #ERROR XDIPA521-R-ERRCD
                     XDIPA521-R-TREAT-CD
                     XDIPA521-R-STAT
           END-IF

      *@1 결산년(합산연결행 적용년월일, 없으면 기준년-기준값)
           MOVE XDIPA521-O-PRSNT-NOITM
             TO WK-J

           IF  WK-J > ZERO
               MOVE XDIPA521-O-APLY-YMD(WK-J)(1:4)
                 TO XPIPA521-O-STLACC-YR(WK-I)
           ELSE
               MOVE XPIPA521-I-VALUA-BASE-YMD(1:4)
                 TO WK-YR-CH
               COMPUTE WK-YR = WK-YR - WK-BASE
               MOVE WK-YR-CH
                 TO XPIPA521-O-STLACC-YR(WK-I)
           END-IF

      *#1 합산대상 계열사가 없으면 자료없음
           IF  WK-J < 2
               MOVE 'N'  TO XPIPA521-O-DATA-YN(WK-I)
               MOVE ZERO TO XPIPA521-O-ENTP-CNT(WK-I)
               GO TO S3100-CALL-DIPA521-EXT
           END-IF

           MOVE 'Y'      TO XPIPA521-O-DATA-YN(WK-I)
           COMPUTE XPIPA521-O-ENTP-CNT(WK-I) = WK-J - 1

      *@1 합산대상 계열사 보관
           PERFORM VARYING WK-K FROM 1 BY 1
                     UNTIL WK-K > WK-J - 1
                        OR WK-K > CO-ENTP-MAX
               MOVE XDIPA521-O-EXMTN-CUST-IDNFR(WK-K)
                 TO WK-SCOPE-ID(WK-I, WK-K)
               MOVE WK-K
                 TO WK-SCOPE-CNT(WK-I)
           END-PERFORM

      *@1 합산연결 금액항목
           MOVE XDIPA521-O-TOTAL-ASST(WK-J)   TO WK-VAL(WK-I, 1)
           MOVE XDIPA521-O-ONCP(WK-J)         TO WK-VAL(WK-I, 2)
           MOVE XDIPA521-O-AMBR(WK-J)         TO WK-VAL(WK-I, 3)
           MOVE XDIPA521-O-CSH-ASST(WK-J)     TO WK-VAL(WK-I, 4)
           MOVE XDIPA521-O-SALEPR(WK-J)       TO WK-VAL(WK-I, 5)
           MOVE XDIPA521-O-OPRFT(WK-J)        TO WK-VAL(WK-I, 6)
           MOVE XDIPA521-O-FNCS(WK-J)         TO WK-VAL(WK-I, 7)
           MOVE XDIPA521-O-NET-PRFT(WK-J)     TO WK-VAL(WK-I, 8)
           MOVE XDIPA521-O-BZOPR-NCF(WK-J)    TO WK-VAL(WK-I, 9)
           MOVE XDIPA521-O-EBITDA(WK-J)       TO WK-VAL(WK-I, 10)

      *@1 합산연결 비율항목
           MOVE XDIPA521-O-LIABL-RATO(WK-J)   TO WK-VAL(WK-I, 11)
           MOVE XDIPA521-O-AMBR-RLNC(WK-J)    TO WK-VAL(WK-I, 12)

      *    매출액영업이익률/매출액순이익률(매출액 0 이면 0)
           IF  WK-VAL(WK-I, 5) NOT = ZERO
               COMPUTE WK-VAL(WK-I, 13) ROUNDED =
                       WK-VAL(WK-I, 6) * 100 / WK-VAL(WK-I, 5)
               COMPUTE WK-VAL(WK-I, 14) ROUNDED =
                       WK-VAL(WK-I, 8) * 100 / WK-VAL(WK-I, 5)
           END-IF
           .
       S3100-CALL-DIPA521-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  DIPA645 CALL - 계보조회(02)로 이 집단이 승계집단인
      *@  합병/분할의 효력발생년을 해당 결산년에 표시한다
      *-----------------------------------------------------------------
       S3200-CALL-DIPA645-RTN.
           INITIALIZE XDIPA645-IN.

      *--       처리구분(계보조회:02)
           MOVE  '02'
            TO   XDIPA645-I-PRCSS-DSTCD
      *--       승계기업집단코드
           MOVE  XPIPA521-I-CORP-CLCT-GROUP-CD
            TO   XDIPA645-I-SUCSR-GROUP-CD
           MOVE  XPIPA521-I-CORP-CLCT-REGI-CD
            TO   XDIPA645-I-SUCSR-REGI-CD

           #DYCALL DIPA645
                   YCCOMMON-CA
                   XDIPA645-CA.

      *#1 호출결과 확인
           IF COND-XDIPA645-OK
              CONTINUE
           ELSE
              #ERROR XDIPA645-R-ERRCD
                     XDIPA645-R-TREAT-CD
                     XDIPA645-R-STAT
           END-IF

           PERFORM VARYING WK-K FROM 1 BY 1
                     UNTIL WK-K > XDIPA645-O-TOTAL-NOITM
               PERFORM VARYING WK-I FROM 1 BY 1
                         UNTIL WK-I > WK-TRM
                   IF  XDIPA645-O-VALD-YMD(WK-K)(1:4) =
                       XPIPA521-O-STLACC-YR(WK-I)
                       MOVE 'Y'
                         TO XPIPA521-O-STRC-CHG-YN(WK-I)
                       MOVE XDIPA645-O-STRC-EVNT-DSTCD(WK-K)
                         TO XPIPA521-O-STRC-EVNT-DSTCD(WK-I)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WK-I FROM 1 BY 1
                     UNTIL WK-I > WK-TRM
               IF  XPIPA521-O-STRC-CHG-YN(WK-I) NOT = 'Y'
                   MOVE 'N'
                     TO XPIPA521-O-STRC-CHG-YN(WK-I)
               END-IF
           END-PERFORM
           .
       S3200-CALL-DIPA645-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  합산범위 비교 - 결산년(WK-I)과 직전 자료년(WK-PREV-I)의
      *@  합산대상 계열사를 대조하여 편입/제외 업체수를 구한다
      *-----------------------------------------------------------------
       S3300-SCOPE-CMPR-RTN.
           MOVE ZERO TO WK-IN-CNT
                        WK-OUT-CNT

      *@1 편입 - 당년에 있고 직전년에 없는 계열사
           MOVE WK-PREV-I TO WK-FIND-YR
           PERFORM VARYING WK-K FROM 1 BY 1
                     UNTIL WK-K > WK-SCOPE-CNT(WK-I)
               MOVE WK-SCOPE-ID(WK-I, WK-K) TO WK-FIND-ID
               PERFORM S3310-SCOPE-FIND-RTN
                  THRU S3310-SCOPE-FIND-EXT
               IF  WK-FOUND-YN = 'N'
                   ADD 1 TO WK-IN-CNT
               END-IF
           END-PERFORM

      *@1 제외 - 직전년에 있고 당년에 없는 계열사
           MOVE WK-I TO WK-FIND-YR
           PERFORM VARYING WK-K FROM 1 BY 1
                     UNTIL WK-K > WK-SCOPE-CNT(WK-PREV-I)
               MOVE WK-SCOPE-ID(WK-PREV-I, WK-K) TO WK-FIND-ID
               PERFORM S3310-SCOPE-FIND-RTN
                  THRU S3310-SCOPE-FIND-EXT
               IF  WK-FOUND-YN = 'N'
                   ADD 1 TO WK-OUT-CNT
               END-IF
           END-PERFORM

           MOVE WK-IN-CNT   TO XPIPA521-O-ENTP-IN-CNT(WK-I)
           MOVE WK-OUT-CNT  TO XPIPA521-O-ENTP-OUT-CNT(WK-I)

           IF  WK-IN-CNT > ZERO
           OR  WK-OUT-CNT > ZERO
               MOVE 'Y' TO XPIPA521-O-SCOPE-CHG-YN(WK-I)
           ELSE
               MOVE 'N' TO XPIPA521-O-SCOPE-CHG-YN(WK-I)
           END-IF
           .
       S3300-SCOPE-CMPR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  결산년(WK-FIND-YR) 합산대상에 WK-FIND-ID 존재여부
      *-----------------------------------------------------------------
       S3310-SCOPE-FIND-RTN.
           MOVE 'N' TO WK-FOUND-YN

           PERFORM VARYING WK-J FROM 1 BY 1
                     UNTIL WK-J > WK-SCOPE-CNT(WK-FIND-YR)
                        OR WK-FOUND-YN = 'Y'
               IF  WK-SCOPE-ID(WK-FIND-YR, WK-J) = WK-FIND-ID
                   MOVE 'Y' TO WK-FOUND-YN
               END-IF
           END-PERFORM
           .
       S3310-SCOPE-FIND-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  항목(WK-N) 출력 - 결산년별 값(금액은 단위환산), 전년
      *@  대비(직전 결산년 자료 존재시), 금액항목 연평균성장률
      *@  (최초/최종 자료년 값이 모두 양수일때)
      *-----------------------------------------------------------------
       S3400-ITEM-SET-RTN.

           MOVE CO-ITEM-NAME(WK-N)
             TO XPIPA521-O-FNAF-ITEM-NAME(WK-N)

           IF  WK-N > CO-AMT-ITEM-CNT
               MOVE '2' TO XPIPA521-O-ITEM-DSTCD(WK-N)
           ELSE
               MOVE '1' TO XPIPA521-O-ITEM-DSTCD(WK-N)
           END-IF

           MOVE ZERO TO WK-FRST-I
                        WK-LAST-I

           PERFORM VARYING WK-I FROM 1 BY 1
                     UNTIL WK-I > WK-TRM

      *@1      항목값(금액항목 단위환산)
               MOVE WK-VAL(WK-I, WK-N) TO WK-AMT
               IF  WK-N <= CO-AMT-ITEM-CNT
                   IF (XPIPA521-I-UNIT = CO-DANWI)
                       COMPUTE WK-AMT = WK-AMT / CO-THUSAND
                   END-IF
                   IF (XPIPA521-I-UNIT = CO-DANWI2)
                       COMPUTE WK-AMT = WK-AMT / CO-HUNDRED-MILLION
                   END-IF
               END-IF
               MOVE WK-AMT
                 TO XPIPA521-O-ITEM-VAL(WK-N, WK-I)

      *@1      전년대비
               MOVE 'N' TO XPIPA521-O-YOY-YN(WK-N, WK-I)
               IF  WK-I > 1
               AND XPIPA521-O-DATA-YN(WK-I) = 'Y'
               AND XPIPA521-O-DATA-YN(WK-I - 1) = 'Y'
                   PERFORM S3410-YOY-CALC-RTN
                      THRU S3410-YOY-CALC-EXT
               END-IF

      *@1      최초/최종 자료년
               IF  XPIPA521-O-DATA-YN(WK-I) = 'Y'
                   IF  WK-FRST-I = ZERO
                       MOVE WK-I TO WK-FRST-I
                   END-IF
                   MOVE WK-I TO WK-LAST-I
               END-IF
           END-PERFORM

      *@1 연평균성장률(금액항목)
           MOVE 'N' TO XPIPA521-O-CAGR-YN(WK-N)
           IF  WK-N <= CO-AMT-ITEM-CNT
           AND WK-LAST-I > WK-FRST-I
               PERFORM S3420-CAGR-CALC-RTN
                  THRU S3420-CAGR-CALC-EXT
           END-IF
           .
       S3400-ITEM-SET-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  전년대비 - 금액항목은 증감률(%), 비율항목은 차이(%P)
      *-----------------------------------------------------------------
       S3410-YOY-CALC-RTN.

           IF  WK-N > CO-AMT-ITEM-CNT
               COMPUTE XPIPA521-O-YOY-RATO(WK-N, WK-I) ROUNDED =
                       WK-VAL(WK-I, WK-N) - WK-VAL(WK-I - 1, WK-N)
                   ON SIZE ERROR
                       GO TO S3410-YOY-CALC-EXT
               END-COMPUTE
               MOVE 'Y' TO XPIPA521-O-YOY-YN(WK-N, WK-I)
               GO TO S3410-YOY-CALC-EXT
           END-IF

      *#1 직전년 값 0 이면 증감률 미산출
           IF  WK-VAL(WK-I - 1, WK-N) = ZERO
               GO TO S3410-YOY-CALC-EXT
           END-IF

           COMPUTE XPIPA521-O-YOY-RATO(WK-N, WK-I) ROUNDED =
                   (WK-VAL(WK-I, WK-N) - WK-VAL(WK-I - 1, WK-N))
                   * 100 / FUNCTION ABS(WK-VAL(WK-I - 1, WK-N))
               ON SIZE ERROR
                   GO TO S3410-YOY-CALC-EXT
           END-COMPUTE
           MOVE 'Y' TO XPIPA521-O-YOY-YN(WK-N, WK-I)
           .
       S3410-YOY-CALC-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  연평균성장률 = ((최종값/최초값) ** (1/년수) - 1) * 100
      *@  최초/최종값이 양수가 아니면 미산출
      *-----------------------------------------------------------------
       S3420-CAGR-CALC-RTN.

           IF  WK-VAL(WK-FRST-I, WK-N) NOT > ZERO
           OR  WK-VAL(WK-LAST-I, WK-N) NOT > ZERO
               GO TO S3420-CAGR-CALC-EXT
           END-IF

           COMPUTE WK-CAGR-TRM = WK-LAST-I - WK-FRST-I
           COMPUTE WK-CAGR-BASE ROUNDED =
                   WK-VAL(WK-LAST-I, WK-N) / WK-VAL(WK-FRST-I, WK-N)
               ON SIZE ERROR
                   GO TO S3420-CAGR-CALC-EXT
           END-COMPUTE

           IF  WK-CAGR-BASE NOT > ZERO
               GO TO S3420-CAGR-CALC-EXT
           END-IF

           COMPUTE XPIPA521-O-CAGR-RATO(WK-N) ROUNDED =
                   (FUNCTION EXP(FUNCTION LOG(WK-CAGR-BASE)
                                 / WK-CAGR-TRM) - 1) * 100
               ON SIZE ERROR
                   GO TO S3420-CAGR-CALC-EXT
           END-COMPUTE
           MOVE 'Y' TO XPIPA521-O-CAGR-YN(WK-N)
           .
       S3420-CAGR-CALC-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  처리종료
      *------------------------------------------------------------------
       S9000-FINAL-RTN.
           #OKEXIT  CO-STAT-OK.
       S9000-FINAL-EXT.
           EXIT.
