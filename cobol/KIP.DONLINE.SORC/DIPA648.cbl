           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP     (기업집단신용평가)
      *@프로그램명: DIPA648 (DC기업집단재무약정등록)
      *@처리유형  : DC
      *@처리개요  : 여신승인시 부과된 기업집단 재무약정(부채비율
      *@            상한, 이자보상배율 하한 등)을 등록원장
      *@            (THKIPB143)에 등록/해제/면제/조회한다.
      *@            등록/해제/면제는 기준정보관리권한(THKIPM540)이
      *@            필요하며, 위반시도는 THKIPB148에 남긴다.
      *@            등록약정은 BIP0054 재무약정 검증배치가
      *@            BIP0030 합산연결재무비율(THKIPC131)로 검증한다.
      *@            - 01: 약정등록(일련번호 자동채번)
      *@            - 02: 약정해제(사용여부 'N')
      *@            - 03: 약정조회(집단별 목록)
      *@            - 04: 면제등록/해지(면제여부/면제종료일)
      *-----------------------------------------------------------------
      *@             P R O G R A M   변　경　이　력
      *-----------------------------------------------------------------
      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20261015:신규작성
      *-----------------------------------------------------------------
      ******************************************************************
      **  ----------------   -------------------------------------------
      **  TABLE-SYNONYM    :테이블명                     :접근유형
      **  ----------------   -------------------------------------------
      **                   : THKIPB143                     : C/R/U
      **                   : THKIPM540                     : R
      **                   : THKIPB148                     : C
      ******************************************************************
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     DIPA648.
       AUTHOR.                         김경호.
       DATE-WRITTEN.                   26/10/15.

      *=================================================================
       ENVIRONMENT                     DIVISION.
      *=================================================================
       CONFIGURATION                   SECTION.
      *=================================================================
       SOURCE-COMPUTER.                IBM-Z10.
       OBJECT-COMPUTER.                IBM-Z10.

      *=================================================================
       DATA                            DIVISION.
      *=================================================================
       WORKING-STORAGE                 SECTION.
      *=================================================================
      *-----------------------------------------------------------------
      *@   CONSTANT AREA
      *-----------------------------------------------------------------
       01  CO-AREA.
           03  CO-PGM-ID               PIC  X(008) VALUE 'DIPA648'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.

      *-----------------------------------------------------------------
      *@   CONSTANT ERROR AREA
      *-----------------------------------------------------------------
       01  CO-ERROR-AREA.
      *@  에러메세지
      *@   처리구분
           03  CO-B3000070             PIC  X(008) VALUE 'B3000070'.
      *@   기업집단그룹코드
           03  CO-B3600552             PIC  X(008) VALUE 'B3600552'.
      *@   기준일자
           03  CO-B2700094             PIC  X(008) VALUE 'B2700094'.
      *@   DB에러(DBIO 에러)
           03  CO-B3900001             PIC  X(008) VALUE 'B3900001'.
      *@   DB에러(테이블INSERT 에러)
           03  CO-B4200221             PIC  X(008) VALUE 'B4200221'.
      *@   DB에러(테이블UPDATE 에러)
           03  CO-B4200224             PIC  X(008) VALUE 'B4200224'.
      *@   해당자료 없음
           03  CO-B3900005             PIC  X(008) VALUE 'B3900005'.
      *@   취급자권한 오류(권한없는 취급자)
           03  CO-B4200096             PIC  X(008) VALUE 'B4200096'.

      *@  조치메세지
      *@   처리구분
           03  CO-UKII0291             PIC  X(008) VALUE 'UKII0291'.
      *@   기업집단그룹코드
           03  CO-UKII0282             PIC  X(008) VALUE 'UKII0282'.
      *@   기준일자
           03  CO-UKII0390             PIC  X(008) VALUE 'UKII0390'.
      *@   DB에러
           03  CO-UKII0182             PIC  X(008) VALUE 'UKII0182'.
      *@   자료확인
           03  CO-UKII0126             PIC  X(008) VALUE 'UKII0126'.
      *@   거래담당자 연락
           03  CO-UKIE0009             PIC  X(008) VALUE 'UKIE0009'.

      *-----------------------------------------------------------------
      *@   WORKING AREA
      *-----------------------------------------------------------------
       01  WK-AREA.
           03  WK-MAX-SERNO            PIC  9(003).
           03  WK-GRID-CNT             PIC S9(004) COMP.

      *@  취급자권한 확인용
           03  WK-ATHR-FUNC-DSTCD      PIC  X(001).
           03  WK-ATHR-OK-YN           PIC  X(001).
           03  WK-ATHR-RJCT-RSN        PIC  X(002).

      *-----------------------------------------------------------------
      *@   TABLE INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@  기업집단 재무약정등록원장
       01  TRIPB143-REC.
           COPY  TRIPB143.
       01  TKIPB143-KEY.
           COPY  TKIPB143.

      *@  KIP 취급자권한원장
       01  TRIPM540-REC.
           COPY  TRIPM540.
       01  TKIPM540-KEY.
           COPY  TKIPM540.

      *@  취급자권한 위반시도내역
       01  TRIPB148-REC.
           COPY  TRIPB148.
       01  TKIPB148-KEY.
           COPY  TKIPB148.

      *-----------------------------------------------------------------
      *@   DBIO/SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@   DBIO공통처리부품 COPYBOOK 정의
           COPY    YCDBIOCA.

      *-----------------------------------------------------------------
       LINKAGE                         SECTION.
      *-----------------------------------------------------------------
      *@  공통처리부품 COPYBOOK 정의
       01  YCCOMMON-CA.
           COPY  YCCOMMON.

      *@   DC COPYBOOK
       01  XDIPA648-CA.
           COPY  XDIPA648.

      *=================================================================
       PROCEDURE                       DIVISION
                                       USING       YCCOMMON-CA
                                                   XDIPA648-CA
                                                   .
      *=================================================================
      *-----------------------------------------------------------------
      *@  처리메인
      *-----------------------------------------------------------------
       S0000-MAIN-RTN.
      *@1 초기화
           PERFORM S1000-INITIALIZE-RTN
              THRU S1000-INITIALIZE-EXT.

      *@1 입력값 CHECK
           PERFORM S2000-VALIDATION-RTN
              THRU S2000-VALIDATION-EXT.

      *@1 업무처리
           PERFORM S3000-PROCESS-RTN
              THRU S3000-PROCESS-EXT.

      *@1 처리종료
           PERFORM S9000-FINAL-RTN
              THRU S9000-FINAL-EXT.

       S0000-MAIN-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  초기화
      *-----------------------------------------------------------------
       S1000-INITIALIZE-RTN.
      *@1 출력영역확보 파라미터 및 결과코드 초기화
           INITIALIZE WK-AREA
                      XDIPA648-OUT
                      XDIPA648-RETURN.

           MOVE CO-STAT-OK
             TO XDIPA648-R-STAT.

       S1000-INITIALIZE-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  입력값검증
      *-----------------------------------------------------------------
       S2000-VALIDATION-RTN.

      *--  기업집단그룹코드
           IF  XDIPA648-I-CORP-CLCT-GROUP-CD = SPACE
               #ERROR CO-B3600552 CO-UKII0282 CO-STAT-ERROR
           END-IF

      *--  기업집단등록코드
           IF  XDIPA648-I-CORP-CLCT-REGI-CD = SPACE
               #ERROR CO-B3600552 CO-UKII0282 CO-STAT-ERROR
           END-IF

      *#1 처리구분코드 체크
           EVALUATE XDIPA648-I-PRCSS-DSTCD
      *#2     처리구분 01: 약정등록(비율/임계치/방향/주기 필수)
               WHEN '01'
                    IF XDIPA648-I-FNAF-A-RPTDOC-DSTCD = SPACE
                    OR XDIPA648-I-FNAF-ITEM-CD        = SPACE
                       #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
                    END-IF
                    IF XDIPA648-I-CVNT-THRHD-RATO IS NOT NUMERIC
                       #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
                    END-IF
                    IF XDIPA648-I-CVNT-DIRCT-DSTCD NOT = 'U'
                                                 AND NOT = 'L'
                       #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
                    END-IF
                    IF XDIPA648-I-TEST-FREQ-DSTCD NOT = 'Q'
                                                AND NOT = 'H'
                                                AND NOT = 'Y'
                       #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
                    END-IF
                    IF XDIPA648-I-APRV-YMD IS NOT NUMERIC
                       #ERROR CO-B2700094 CO-UKII0390 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 02: 약정해제(일련번호 필수)
               WHEN '02'
                    IF XDIPA648-I-CVNT-SERNO = ZEROS
                       #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 03: 약정조회
               WHEN '03'
                    CONTINUE
      *#2     처리구분 04: 면제등록/해지(일련번호/면제여부 필수,
      *#2                  면제시 면제종료일 필수)
               WHEN '04'
                    IF XDIPA648-I-CVNT-SERNO = ZEROS
                       #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
                    END-IF
                    IF XDIPA648-I-WAIV-YN NOT = 'Y'
                                        AND NOT = 'N'
                       #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
                    END-IF
                    IF XDIPA648-I-WAIV-YN = 'Y'
                    AND XDIPA648-I-WAIV-END-YMD IS NOT NUMERIC
                       #ERROR CO-B2700094 CO-UKII0390 CO-STAT-ERROR
                    END-IF
               WHEN OTHER
                    #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
           END-EVALUATE

      *@1 취급자권한 확인 - 등록/해제/면제는 기준정보관리권한 필요
           IF  XDIPA648-I-PRCSS-DSTCD = '01' OR '02' OR '04'
               MOVE 'M'  TO  WK-ATHR-FUNC-DSTCD
               PERFORM S2500-ATHR-CHECK-RTN
                  THRU S2500-ATHR-CHECK-EXT
           END-IF

           .

       S2000-VALIDATION-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  취급자권한 확인 - 권한원장(THKIPM540)에서 취급자의
      *@  기능별 권한을 확인하고, 미등재/권한없음이면 위반시도
      *@  (THKIPB148)를 남긴뒤 권한오류로 거절한다.
      *@  기능구분: S:저장 / C:확정 / T:구조변경 / M:기준정보관리
      *-----------------------------------------------------------------
       S2500-ATHR-CHECK-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPM540-REC
                      TKIPM540-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPM540-PK-GROUP-CO-CD

      *   취급자직원번호
           MOVE BICOM-USER-EMPID
             TO KIPM540-PK-OPRTR-EMPID

      *@1  DBIO 호출
           #DYDBIO SELECT-CMD-N TKIPM540-PK TRIPM540-REC.

      *#1  DBIO 호출결과 확인
           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    CONTINUE
               WHEN COND-DBIO-MRNF
      *#            권한원장 미등재(사유 01)
                    MOVE '01'  TO  WK-ATHR-RJCT-RSN
                    PERFORM S2510-ATHR-VIOL-LOG-RTN
                       THRU S2510-ATHR-VIOL-LOG-EXT
                    #ERROR CO-B4200096 CO-UKIE0009 CO-STAT-ERROR
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE

      *#1  사용여부/기능별 권한 확인
           MOVE 'N'   TO  WK-ATHR-OK-YN

           IF  RIPM540-USE-YN = 'Y'
               EVALUATE WK-ATHR-FUNC-DSTCD
                   WHEN 'S'
                        MOVE RIPM540-SAVE-ATHR-YN
                          TO WK-ATHR-OK-YN
                   WHEN 'C'
                        MOVE RIPM540-CNFRM-ATHR-YN
                          TO WK-ATHR-OK-YN
                   WHEN 'T'
                        MOVE RIPM540-STRC-ATHR-YN
                          TO WK-ATHR-OK-YN
                   WHEN 'M'
                        MOVE RIPM540-MNTN-ATHR-YN
                          TO WK-ATHR-OK-YN
               END-EVALUATE
           END-IF

           IF  WK-ATHR-OK-YN NOT = 'Y'
      *#        권한없음(사유 02)
               MOVE '02'  TO  WK-ATHR-RJCT-RSN
               PERFORM S2510-ATHR-VIOL-LOG-RTN
                  THRU S2510-ATHR-VIOL-LOG-EXT
               #ERROR CO-B4200096 CO-UKIE0009 CO-STAT-ERROR
           END-IF

           .

       S2500-ATHR-CHECK-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  권한위반 시도내역(THKIPB148) 기록
      *-----------------------------------------------------------------
       S2510-ATHR-VIOL-LOG-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB148-REC
                      TKIPB148-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO RIPB148-GROUP-CO-CD

      *   취급자직원번호
           MOVE BICOM-USER-EMPID
             TO RIPB148-OPRTR-EMPID

      *   시도년월일/시분초
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO RIPB148-TRIAL-YMD
           MOVE FUNCTION CURRENT-DATE(9:6)
             TO RIPB148-TRIAL-HMS

      *   프로그램ID/기능구분/거절사유
           MOVE CO-PGM-ID
             TO RIPB148-PGM-ID
           MOVE WK-ATHR-FUNC-DSTCD
             TO RIPB148-FUNC-DSTCD
           MOVE WK-ATHR-RJCT-RSN
             TO RIPB148-RJCT-RSN-CD

      *@1  DBIO 호출(기록실패는 무시하고 거절을 계속한다)
           #DYDBIO INSERT-CMD-Y TKIPB148-PK TRIPB148-REC.

           .

       S2510-ATHR-VIOL-LOG-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  업무처리
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.

      *#1 처리구분코드에따라 분개처리
           EVALUATE XDIPA648-I-PRCSS-DSTCD
      *#2     약정등록일경우
               WHEN '01'
                    PERFORM S3100-CVNT-REGI-RTN
                       THRU S3100-CVNT-REGI-EXT
      *#2     약정해제일경우
               WHEN '02'
                    PERFORM S3200-CVNT-CNCL-RTN
                       THRU S3200-CVNT-CNCL-EXT
      *#2     약정조회일경우
               WHEN '03'
                    PERFORM S3300-CVNT-LIST-RTN
                       THRU S3300-CVNT-LIST-EXT
      *#2     면제등록/해지일경우
               WHEN '04'
                    PERFORM S3400-CVNT-WAIV-RTN
                       THRU S3400-CVNT-WAIV-EXT
           END-EVALUATE

           .

       S3000-PROCESS-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  1.약정등록 - 동일 집단내 최대 일련번호+1로 채번하여
      *@  등록한다(면제없음, 최종검증일 공백으로 최초 검증대상)
      *-----------------------------------------------------------------
       S3100-CVNT-REGI-RTN.

      *@1 동일 집단의 최대 일련번호 조회
           MOVE ZEROS  TO  WK-MAX-SERNO

           INITIALIZE YCDBIOCA-CA
                      TRIPB143-REC
                      TKIPB143-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB143-PK-GROUP-CO-CD

      *   기업집단그룹코드
           MOVE XDIPA648-I-CORP-CLCT-GROUP-CD
             TO KIPB143-PK-CORP-CLCT-GROUP-CD

      *   기업집단등록코드
           MOVE XDIPA648-I-CORP-CLCT-REGI-CD
             TO KIPB143-PK-CORP-CLCT-REGI-CD

           MOVE ZEROS
             TO KIPB143-PK-CVNT-SERNO

           #DYDBIO  OPEN-CMD-1  TKIPB143-PK TRIPB143-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           PERFORM UNTIL COND-DBIO-MRNF

                   #DYDBIO FETCH-CMD-1 TKIPB143-PK TRIPB143-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
                   END-IF

                   IF  COND-DBIO-OK
                   AND RIPB143-CVNT-SERNO > WK-MAX-SERNO
                       MOVE RIPB143-CVNT-SERNO
                         TO WK-MAX-SERNO
                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPB143-PK TRIPB143-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

      *@1 약정등록
           INITIALIZE YCDBIOCA-CA
                      TRIPB143-REC
                      TKIPB143-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO RIPB143-GROUP-CO-CD

      *   기업집단그룹코드
           MOVE XDIPA648-I-CORP-CLCT-GROUP-CD
             TO RIPB143-CORP-CLCT-GROUP-CD

      *   기업집단등록코드
           MOVE XDIPA648-I-CORP-CLCT-REGI-CD
             TO RIPB143-CORP-CLCT-REGI-CD

      *   재무약정일련번호(자동채번)
           COMPUTE RIPB143-CVNT-SERNO = WK-MAX-SERNO + 1

      *   재무분석보고서구분/재무항목코드
           MOVE XDIPA648-I-FNAF-A-RPTDOC-DSTCD
             TO RIPB143-FNAF-A-RPTDOC-DSTCD
           MOVE XDIPA648-I-FNAF-ITEM-CD
             TO RIPB143-FNAF-ITEM-CD

      *   재무약정명
           MOVE XDIPA648-I-CVNT-NAME
             TO RIPB143-CVNT-NAME

      *   재무약정임계비율/방향/검증주기
           MOVE XDIPA648-I-CVNT-THRHD-RATO
             TO RIPB143-CVNT-THRHD-RATO
           MOVE XDIPA648-I-CVNT-DIRCT-DSTCD
             TO RIPB143-CVNT-DIRCT-DSTCD
           MOVE XDIPA648-I-TEST-FREQ-DSTCD
             TO RIPB143-TEST-FREQ-DSTCD

      *   재무약정면제여부(등록시 면제없음)
           MOVE 'N'
             TO RIPB143-WAIV-YN
           MOVE SPACE
             TO RIPB143-WAIV-END-YMD

      *   재무약정승인년월일
           MOVE XDIPA648-I-APRV-YMD
             TO RIPB143-APRV-YMD

      *   최종검증년월일(미검증)
           MOVE SPACE
             TO RIPB143-LAST-TEST-YMD

      *   등록직원번호/등록년월일
           MOVE BICOM-USER-EMPID
             TO RIPB143-REGI-EMPID
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO RIPB143-REGI-YMD

      *   사용여부
           MOVE 'Y'
             TO RIPB143-USE-YN

      *@1  DBIO 호출
           #DYDBIO INSERT-CMD-Y TKIPB143-PK TRIPB143-REC.

      *#1  DBIO 호출결과 확인
           IF  NOT COND-DBIO-OK
               #ERROR CO-B4200221 CO-UKIE0009 CO-STAT-ERROR
           END-IF

           MOVE RIPB143-CVNT-SERNO
             TO XDIPA648-O-CVNT-SERNO

           .

       S3100-CVNT-REGI-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  2.약정해제 - 사용여부를 'N' 처리한다(검증이력 보존)
      *-----------------------------------------------------------------
       S3200-CVNT-CNCL-RTN.

           PERFORM S3500-CVNT-SELECT-RTN
              THRU S3500-CVNT-SELECT-EXT

      *   사용여부 해제
           MOVE 'N'
             TO RIPB143-USE-YN

      *@1  DBIO 호출(UPDATE)
           #DYDBIO UPDATE-CMD-Y TKIPB143-PK TRIPB143-REC.

      *#1  DBIO 호출결과 확인
           IF  NOT COND-DBIO-OK
               #ERROR CO-B4200224 CO-UKIE0009 CO-STAT-ERROR
           END-IF

           MOVE XDIPA648-I-CVNT-SERNO
             TO XDIPA648-O-CVNT-SERNO

           .

       S3200-CVNT-CNCL-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  3.약정조회 - 집단의 약정목록을 그리드로 반환한다
      *-----------------------------------------------------------------
       S3300-CVNT-LIST-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB143-REC
                      TKIPB143-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB143-PK-GROUP-CO-CD

      *   기업집단그룹코드
           MOVE XDIPA648-I-CORP-CLCT-GROUP-CD
             TO KIPB143-PK-CORP-CLCT-GROUP-CD

      *   기업집단등록코드
           MOVE XDIPA648-I-CORP-CLCT-REGI-CD
             TO KIPB143-PK-CORP-CLCT-REGI-CD

           MOVE ZEROS
             TO KIPB143-PK-CVNT-SERNO

           #DYDBIO  OPEN-CMD-1  TKIPB143-PK TRIPB143-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           PERFORM UNTIL COND-DBIO-MRNF
                      OR WK-GRID-CNT >= 30

                   #DYDBIO FETCH-CMD-1 TKIPB143-PK TRIPB143-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
                   END-IF

                   IF  COND-DBIO-OK THEN

                       ADD  1  TO  WK-GRID-CNT
                       MOVE RIPB143-CVNT-SERNO
                         TO XDIPA648-O-SERNO(WK-GRID-CNT)
                       MOVE RIPB143-FNAF-A-RPTDOC-DSTCD
                         TO XDIPA648-O-FNAF-A-RPTDOC-DSTCD
                                                 (WK-GRID-CNT)
                       MOVE RIPB143-FNAF-ITEM-CD
                         TO XDIPA648-O-FNAF-ITEM-CD(WK-GRID-CNT)
                       MOVE RIPB143-CVNT-NAME
                         TO XDIPA648-O-CVNT-NAME(WK-GRID-CNT)
                       MOVE RIPB143-CVNT-THRHD-RATO
                         TO XDIPA648-O-CVNT-THRHD-RATO
                                                 (WK-GRID-CNT)
                       MOVE RIPB143-CVNT-DIRCT-DSTCD
                         TO XDIPA648-O-CVNT-DIRCT-DSTCD
                                                 (WK-GRID-CNT)
                       MOVE RIPB143-TEST-FREQ-DSTCD
                         TO XDIPA648-O-TEST-FREQ-DSTCD
                                                 (WK-GRID-CNT)
                       MOVE RIPB143-WAIV-YN
                         TO XDIPA648-O-WAIV-YN(WK-GRID-CNT)
                       MOVE RIPB143-WAIV-END-YMD
                         TO XDIPA648-O-WAIV-END-YMD(WK-GRID-CNT)
                       MOVE RIPB143-APRV-YMD
                         TO XDIPA648-O-APRV-YMD(WK-GRID-CNT)
                       MOVE RIPB143-LAST-TEST-YMD
                         TO XDIPA648-O-LAST-TEST-YMD(WK-GRID-CNT)
                       MOVE RIPB143-USE-YN
                         TO XDIPA648-O-USE-YN(WK-GRID-CNT)

                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPB143-PK TRIPB143-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           MOVE WK-GRID-CNT
             TO XDIPA648-O-TOTAL-NOITM

           .

       S3300-CVNT-LIST-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  4.면제등록/해지 - 면제기간중(면제종료일까지) 검증결과는
      *@  면제('W')로 기록되고 위반보고/WATCH-LIST에서 제외된다
      *-----------------------------------------------------------------
       S3400-CVNT-WAIV-RTN.

           PERFORM S3500-CVNT-SELECT-RTN
              THRU S3500-CVNT-SELECT-EXT

      *#1  해제된 약정은 면제처리 불가
           IF  RIPB143-USE-YN NOT = 'Y'
               #ERROR CO-B3900005 CO-UKII0126 CO-STAT-ERROR
           END-IF

      *   재무약정면제여부/면제종료년월일
           MOVE XDIPA648-I-WAIV-YN
             TO RIPB143-WAIV-YN

           IF  XDIPA648-I-WAIV-YN = 'Y'
               MOVE XDIPA648-I-WAIV-END-YMD
                 TO RIPB143-WAIV-END-YMD
           ELSE
               MOVE SPACE
                 TO RIPB143-WAIV-END-YMD
           END-IF

      *@1  DBIO 호출(UPDATE)
           #DYDBIO UPDATE-CMD-Y TKIPB143-PK TRIPB143-REC.

      *#1  DBIO 호출결과 확인
           IF  NOT COND-DBIO-OK
               #ERROR CO-B4200224 CO-UKIE0009 CO-STAT-ERROR
           END-IF

           MOVE XDIPA648-I-CVNT-SERNO
             TO XDIPA648-O-CVNT-SERNO

           .

       S3400-CVNT-WAIV-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  약정 단건조회(해제/면제 공통)
      *-----------------------------------------------------------------
       S3500-CVNT-SELECT-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB143-REC
                      TKIPB143-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB143-PK-GROUP-CO-CD

      *   기업집단그룹코드
           MOVE XDIPA648-I-CORP-CLCT-GROUP-CD
             TO KIPB143-PK-CORP-CLCT-GROUP-CD

      *   기업집단등록코드
           MOVE XDIPA648-I-CORP-CLCT-REGI-CD
             TO KIPB143-PK-CORP-CLCT-REGI-CD

      *   재무약정일련번호
           MOVE XDIPA648-I-CVNT-SERNO
             TO KIPB143-PK-CVNT-SERNO

      *@1  DBIO 호출(SELECT)
           #DYDBIO SELECT-CMD-Y TKIPB143-PK TRIPB143-REC.

      *#1  DBIO 호출결과 확인
           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    CONTINUE
               WHEN COND-DBIO-MRNF
                    #ERROR CO-B3900005 CO-UKII0126 CO-STAT-ERROR
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE

           .

       S3500-CVNT-SELECT-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.

           #OKEXIT CO-STAT-OK.

       S9000-FINAL-EXT.
           EXIT.
