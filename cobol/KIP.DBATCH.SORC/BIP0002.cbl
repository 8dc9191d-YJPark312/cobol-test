260815*김경호:20260815:분할병렬 실행 지원-SYSIN 분할번호/범위
      *                 추가, 대상조회 CURSOR에 범위술어 적용
      *                 (BIPSD02 분할기/BIPMG07 병합검증)
261015*김경호:20261015:주채무계열그룹여부 조회시 당행 연간 지정이력
      *                 (THKIPB152, BIP0057)을 우선 참조하고 이력이
      *                 없을 때만 THKABCA12 참조
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
           03  WK-DRVT-PRDCT-TRAN-BAL1  PIC  9(015).
           03  WK-DRVT-PRDCT-TRAN-BAL2  PIC  9(015).
           03  WK-MAIN-DA-GROUP-YN      PIC  X(001).
261015*    주채무계열 지정이력(THKIPB152) 최종지정년 건수
           03  WK-B152-CNT              PIC S9(009) COMP.

      *    CRS정보
      *    최종신용등급구분
      *-----------------------------------------------------------------
       S3520-MAIN-DA-GROUP-YN-RTN.

261015*@1  당행 주채무계열 지정이력(BIP0057) 최종지정년 기준
      *    - 지정이력이 있으면 미수록 집단은 미지정('0')
           MOVE ZERO TO WK-B152-CNT

           EXEC SQL
           SELECT VALUE(MAX(CASE WHEN B152.기업집단그룹코드
                                    = :WK-A111-CORP-CLCT-GROUP-CD
                                  AND B152.기업집단등록코드
                                    = :WK-A111-REGI-DSTCD
                                 THEN B152.주채무계열지정여부
                            END), '0')
                 ,COUNT(*)
           INTO  :WK-MAIN-DA-GROUP-YN
                ,:WK-B152-CNT
           FROM   DB2DBA.THKIPB152 B152
           WHERE  B152.그룹회사코드     ='KB0'
           AND    B152.주채무계열지정년 =
                ( SELECT MAX(주채무계열지정년)
                    FROM DB2DBA.THKIPB152
                   WHERE 그룹회사코드   = 'KB0' )
           END-EXEC

           IF  SQLCODE = ZERO
           AND WK-B152-CNT > ZERO
               GO TO S3520-MAIN-DA-GROUP-YN-EXT
           END-IF

261015*@1  지정이력이 없으면 감독당국 통보 목록(THKABCA12) 참조
           EXEC SQL
           SELECT MAX(CA12.주채무그룹여부구분)
           INTO  :WK-MAIN-DA-GROUP-YN
