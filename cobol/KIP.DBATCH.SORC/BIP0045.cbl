      *@            대사하고 소진현황(THKIPL011)을 갱신한다.
      *@            한도초과/임박(90% 이상) 집단은 예외리포트
      *@            (OUTFILE)로 출력한다. 조회는 DIPA404.
      *@            - 계열사가 집단외 제3자에게 제공한 상호채무보증
      *@              (THKIPB151, 기준일 현재 유효분)은 총여신소진
      *@              금액에 가산한다.
      *-----------------------------------------------------------------
      *@             P R O G R A M   변　경　이　력
      *-----------------------------------------------------------------
      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20260822:신규작성－기업집단 총익스포저 한도관리
      *@김경호:20261015:집단외 상호채무보증 금액 소진금액 가산
      *-----------------------------------------------------------------
      *=================================================================
       IDENTIFICATION                  DIVISION.
           03  WK-ENTP-CNT             PIC S9(005).
           03  WK-LIMIT-AMT            PIC S9(015).
           03  WK-LIMIT-FOUND          PIC S9(004) COMP.
      *@   집단외 상호채무보증 합계(THKIPB151)
           03  WK-GRNT-OUT-AMT         PIC S9(015).

      * -------------------------------------------
           EXEC SQL INCLUDE SQLCA      END-EXEC.
           MOVE ZERO TO WK-LIMIT-AMT
           MOVE ZERO TO WK-LIMIT-FOUND

      *@1 집단외 상호채무보증 금액 가산
           PERFORM S4150-GRNT-OUT-RTN
              THRU S4150-GRNT-OUT-EXT
           ADD WK-GRNT-OUT-AMT TO WK-TOTAL-EXPSR-AMT

           EXEC SQL
           SELECT 총여신한도금액
                 ,1
       S4100-JUDGE-LIMIT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  집단외 상호채무보증 합계 - 보증제공처가 해당 집단
      *@  계열사이고 피보증처가 같은 집단 계열사가 아닌 기준일
      *@  현재 유효 보증(THKIPB151)
      *-----------------------------------------------------------------
       S4150-GRNT-OUT-RTN.
           MOVE ZERO TO WK-GRNT-OUT-AMT

           EXEC SQL
           SELECT VALUE(SUM(BB.보증금액), 0)
             INTO :WK-GRNT-OUT-AMT
             FROM DB2DBA.THKIPB151 BB
                , DB2DBA.THKIPA110 A1
            WHERE BB.그룹회사코드     = 'KB0'
              AND BB.사용여부         = 'Y'
              AND BB.보증개시년월일  <= :WK-BASE-YMD
              AND BB.보증만기년월일  >= :WK-BASE-YMD
              AND A1.그룹회사코드     = BB.그룹회사코드
              AND A1.심사고객식별자
                                = BB.보증제공심사고객식별자
              AND A1.기업집단그룹코드 = :WK-CORP-CLCT-GROUP-CD
              AND A1.기업집단등록코드 = :WK-CORP-CLCT-REGI-CD
              AND NOT EXISTS
                  (SELECT 1
                     FROM DB2DBA.THKIPA110 A2
                    WHERE A2.그룹회사코드 = BB.그룹회사코드
                      AND A2.심사고객식별자
                              = BB.피보증고객식별자
                      AND BB.피보증고객식별구분 = '1'
                      AND A2.기업집단그룹코드
                              = A1.기업집단그룹코드
                      AND A2.기업집단등록코드
                              = A1.기업집단등록코드)
           END-EXEC
           IF NOT SQLCODE = ZEROS
              DISPLAY "KIPB151 SELECT ERROR SQLCODE=[" SQLCODE "]"
              PERFORM  S8000-ERROR-RTN
                 THRU  S8000-ERROR-EXT
           END-IF
           .
       S4150-GRNT-OUT-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  소진현황(THKIPL011) 적재 - 온라인조회(DIPA404) 원천
      *-----------------------------------------------------------------
                  WK-LIMIT-AMT     DELIMITED BY SIZE
                  ' 소진='         DELIMITED BY SIZE
                  WK-TOTAL-EXPSR-AMT DELIMITED BY SIZE
                  ' 보증='         DELIMITED BY SIZE
                  WK-GRNT-OUT-AMT  DELIMITED BY SIZE
                  ' 소진율='       DELIMITED BY SIZE
                  WK-UTLZ-RATO     DELIMITED BY SIZE
                  '% 계열사='      DELIMITED BY SIZE
