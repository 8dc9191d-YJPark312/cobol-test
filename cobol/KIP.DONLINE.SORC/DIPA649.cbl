           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP     (기업집단신용평가)
      *@프로그램명: DIPA649 (DC계열사상호채무보증등록)
      *@처리유형  : DC
      *@처리개요  : 계열사간 채무보증(상호채무보증)을 보증제공
      *@            계열사/피보증처/보증개시일 단위로 등록원장
      *@            (THKIPB151)에 등록/변경/해제/조회한다.
      *@            보증제공처는 관계기업(THKIPA110) 소속이어야
      *@            하며, 피보증처는 관계기업(식별구분 1) 또는
      *@            집단외 업체(식별구분 2, 사업자번호)이다.
      *@            등록/변경/해제는 기준정보관리권한(THKIPM540)이
      *@            필요하며, 위반시도는 THKIPB148에 남긴다.
      *@            공시자료 일괄적재는 BIP0055, 보증망 보고 및
      *@            순환보증 점검은 BIP0056에서 처리한다.
      *@            - 01: 보증등록
      *@            - 02: 보증변경(보증금액/만기일/공시번호)
      *@            - 03: 보증해제(사용여부 'N')
      *@            - 04: 보증조회(보증제공 계열사별 목록)
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
      **                   : THKIPB151                     : C/R/U
      **                   : THKIPA110                     : R
      **                   : THKIPM540                     : R
      **                   : THKIPB148                     : C
      ******************************************************************
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     DIPA649.
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'DIPA649'.
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
      *@   필수항목 오류
           03  CO-B3800004             PIC  X(008) VALUE 'B3800004'.
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
      *@   필수입력항목 확인
           03  CO-UKIP0001             PIC  X(008) VALUE 'UKIP0001'.

      *-----------------------------------------------------------------
      *@   WORKING AREA
      *-----------------------------------------------------------------
       01  WK-AREA.
           03  WK-GRID-CNT             PIC S9(004) COMP.

      *@  취급자권한 확인용
           03  WK-ATHR-FUNC-DSTCD      PIC  X(001).
           03  WK-ATHR-OK-YN           PIC  X(001).
           03  WK-ATHR-RJCT-RSN        PIC  X(002).

      *-----------------------------------------------------------------
      *@   TABLE INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@  계열사 상호채무보증등록원장
       01  TRIPB151-REC.
           COPY  TRIPB151.
       01  TKIPB151-KEY.
           COPY  TKIPB151.

      *@  관계기업기본정보
       01  TRIPA110-REC.
           COPY  TRIPA110.
       01  TKIPA110-KEY.
           COPY  TKIPA110.

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
       01  XDIPA649-CA.
           COPY  XDIPA649.

      *=================================================================
       PROCEDURE                       DIVISION
                                       USING       YCCOMMON-CA
                                                   XDIPA649-CA
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
                      XDIPA649-OUT
                      XDIPA649-RETURN.

           MOVE CO-STAT-OK
             TO XDIPA649-R-STAT.

       S1000-INITIALIZE-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  입력값검증
      *-----------------------------------------------------------------
       S2000-VALIDATION-RTN.

      *--  보증제공심사고객식별자
           IF  XDIPA649-I-GRNTR-CUST-IDNFR = SPACE
               #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
           END-IF

      *#1 처리구분코드 체크
           EVALUATE XDIPA649-I-PRCSS-DSTCD
      *#2     처리구분 01: 보증등록(피보증처/기간/금액 필수)
               WHEN '01'
                    IF XDIPA649-I-GRNTE-CUST-IDNFR = SPACE
                    OR XDIPA649-I-GRNTE-CUST-IDNFR =
                       XDIPA649-I-GRNTR-CUST-IDNFR
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
                    IF XDIPA649-I-GRNTE-IDNFR-DSTCD NOT = '1'
                                                  AND NOT = '2'
                       #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
                    END-IF
                    IF XDIPA649-I-GRNT-STRT-YMD IS NOT NUMERIC
                    OR XDIPA649-I-GRNT-END-YMD  IS NOT NUMERIC
                    OR XDIPA649-I-GRNT-END-YMD  <
                       XDIPA649-I-GRNT-STRT-YMD
                       #ERROR CO-B2700094 CO-UKII0390 CO-STAT-ERROR
                    END-IF
                    IF XDIPA649-I-GRNT-AMT IS NOT NUMERIC
                    OR XDIPA649-I-GRNT-AMT = ZEROS
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 02: 보증변경(키/금액/만기일 필수)
               WHEN '02'
                    IF XDIPA649-I-GRNTE-CUST-IDNFR = SPACE
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
                    IF XDIPA649-I-GRNT-STRT-YMD IS NOT NUMERIC
                    OR XDIPA649-I-GRNT-END-YMD  IS NOT NUMERIC
                    OR XDIPA649-I-GRNT-END-YMD  <
                       XDIPA649-I-GRNT-STRT-YMD
                       #ERROR CO-B2700094 CO-UKII0390 CO-STAT-ERROR
                    END-IF
                    IF XDIPA649-I-GRNT-AMT IS NOT NUMERIC
                    OR XDIPA649-I-GRNT-AMT = ZEROS
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 03: 보증해제(키 필수)
               WHEN '03'
                    IF XDIPA649-I-GRNTE-CUST-IDNFR = SPACE
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
                    IF XDIPA649-I-GRNT-STRT-YMD IS NOT NUMERIC
                       #ERROR CO-B2700094 CO-UKII0390 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 04: 보증조회
               WHEN '04'
                    CONTINUE
               WHEN OTHER
                    #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
           END-EVALUATE

      *@1 취급자권한 확인 - 등록/변경/해제는 기준정보관리권한 필요
           IF  XDIPA649-I-PRCSS-DSTCD = '01' OR '02' OR '03'
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
           EVALUATE XDIPA649-I-PRCSS-DSTCD
      *#2     보증등록일경우
               WHEN '01'
                    PERFORM S3100-GRNT-REGI-RTN
                       THRU S3100-GRNT-REGI-EXT
      *#2     보증변경일경우
               WHEN '02'
                    PERFORM S3200-GRNT-CHNG-RTN
                       THRU S3200-GRNT-CHNG-EXT
      *#2     보증해제일경우
               WHEN '03'
                    PERFORM S3300-GRNT-CNCL-RTN
                       THRU S3300-GRNT-CNCL-EXT
      *#2     보증조회일경우
               WHEN '04'
                    PERFORM S3400-GRNT-LIST-RTN
                       THRU S3400-GRNT-LIST-EXT
           END-EVALUATE

           .

       S3000-PROCESS-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  1.보증등록 - 보증제공처(및 식별구분 1의 피보증처)의
      *@  관계기업 등록여부를 확인후 등록한다
      *-----------------------------------------------------------------
       S3100-GRNT-REGI-RTN.

      *@1 보증제공처 관계기업 확인
           MOVE XDIPA649-I-GRNTR-CUST-IDNFR
             TO KIPA110-PK-EXMTN-CUST-IDNFR
           PERFORM S3600-A110-CHECK-RTN
              THRU S3600-A110-CHECK-EXT

      *@1 피보증처 관계기업 확인(식별구분 1)
           IF  XDIPA649-I-GRNTE-IDNFR-DSTCD = '1'
               MOVE XDIPA649-I-GRNTE-CUST-IDNFR
                 TO KIPA110-PK-EXMTN-CUST-IDNFR
               PERFORM S3600-A110-CHECK-RTN
                  THRU S3600-A110-CHECK-EXT
           END-IF

      *@1 보증등록
           INITIALIZE YCDBIOCA-CA
                      TRIPB151-REC
                      TKIPB151-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO RIPB151-GROUP-CO-CD

      *   보증제공심사고객식별자/피보증고객식별자
           MOVE XDIPA649-I-GRNTR-CUST-IDNFR
             TO RIPB151-GRNTR-CUST-IDNFR
           MOVE XDIPA649-I-GRNTE-CUST-IDNFR
             TO RIPB151-GRNTE-CUST-IDNFR

      *   보증개시년월일/보증만기년월일
           MOVE XDIPA649-I-GRNT-STRT-YMD
             TO RIPB151-GRNT-STRT-YMD
           MOVE XDIPA649-I-GRNT-END-YMD
             TO RIPB151-GRNT-END-YMD

      *   피보증고객식별구분/피보증업체명
           MOVE XDIPA649-I-GRNTE-IDNFR-DSTCD
             TO RIPB151-GRNTE-IDNFR-DSTCD
           MOVE XDIPA649-I-GRNTE-ENTP-NAME
             TO RIPB151-GRNTE-ENTP-NAME

      *   보증금액
           MOVE XDIPA649-I-GRNT-AMT
             TO RIPB151-GRNT-AMT

      *   보증등록원천구분(온라인)/공시접수번호
           MOVE '1'
             TO RIPB151-GRNT-SRC-DSTCD
           MOVE XDIPA649-I-DSCLS-RCPT-NO
             TO RIPB151-DSCLS-RCPT-NO

      *   등록직원번호/등록년월일
           MOVE BICOM-USER-EMPID
             TO RIPB151-REGI-EMPID
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO RIPB151-REGI-YMD

      *   사용여부
           MOVE 'Y'
             TO RIPB151-USE-YN

      *@1  DBIO 호출
           #DYDBIO INSERT-CMD-Y TKIPB151-PK TRIPB151-REC.

      *#1  DBIO 호출결과 확인
           IF  NOT COND-DBIO-OK
               #ERROR CO-B4200221 CO-UKIE0009 CO-STAT-ERROR
           END-IF

           .

       S3100-GRNT-REGI-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  2.보증변경 - 보증금액/만기일/공시접수번호를 변경한다
      *-----------------------------------------------------------------
       S3200-GRNT-CHNG-RTN.

           PERFORM S3500-GRNT-SELECT-RTN
              THRU S3500-GRNT-SELECT-EXT

      *#1  해제된 보증은 변경불가
           IF  RIPB151-USE-YN NOT = 'Y'
               #ERROR CO-B3900005 CO-UKII0126 CO-STAT-ERROR
           END-IF

      *   보증금액/보증만기년월일
           MOVE XDIPA649-I-GRNT-AMT
             TO RIPB151-GRNT-AMT
           MOVE XDIPA649-I-GRNT-END-YMD
             TO RIPB151-GRNT-END-YMD

      *   공시접수번호(입력시)
           IF  XDIPA649-I-DSCLS-RCPT-NO NOT = SPACE
               MOVE XDIPA649-I-DSCLS-RCPT-NO
                 TO RIPB151-DSCLS-RCPT-NO
           END-IF

      *@1  DBIO 호출(UPDATE)
           #DYDBIO UPDATE-CMD-Y TKIPB151-PK TRIPB151-REC.

      *#1  DBIO 호출결과 확인
           IF  NOT COND-DBIO-OK
               #ERROR CO-B4200224 CO-UKIE0009 CO-STAT-ERROR
           END-IF

           .

       S3200-GRNT-CHNG-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  3.보증해제 - 사용여부를 'N' 처리한다(이력보존)
      *-----------------------------------------------------------------
       S3300-GRNT-CNCL-RTN.

           PERFORM S3500-GRNT-SELECT-RTN
              THRU S3500-GRNT-SELECT-EXT

      *   사용여부 해제
           MOVE 'N'
             TO RIPB151-USE-YN

      *@1  DBIO 호출(UPDATE)
           #DYDBIO UPDATE-CMD-Y TKIPB151-PK TRIPB151-REC.

      *#1  DBIO 호출결과 확인
           IF  NOT COND-DBIO-OK
               #ERROR CO-B4200224 CO-UKIE0009 CO-STAT-ERROR
           END-IF

           .

       S3300-GRNT-CNCL-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  4.보증조회 - 보증제공 계열사의 보증목록을 그리드로
      *@  반환한다
      *-----------------------------------------------------------------
       S3400-GRNT-LIST-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB151-REC
                      TKIPB151-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB151-PK-GROUP-CO-CD

      *   보증제공심사고객식별자
           MOVE XDIPA649-I-GRNTR-CUST-IDNFR
             TO KIPB151-PK-GRNTR-CUST-IDNFR

           MOVE LOW-VALUE
             TO KIPB151-PK-GRNTE-CUST-IDNFR
                KIPB151-PK-GRNT-STRT-YMD

           #DYDBIO  OPEN-CMD-1  TKIPB151-PK TRIPB151-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           PERFORM UNTIL COND-DBIO-MRNF
                      OR WK-GRID-CNT >= 30

                   #DYDBIO FETCH-CMD-1 TKIPB151-PK TRIPB151-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
                   END-IF

                   IF  COND-DBIO-OK THEN

                       ADD  1  TO  WK-GRID-CNT
                       MOVE RIPB151-GRNTE-CUST-IDNFR
                         TO XDIPA649-O-GRNTE-CUST-IDNFR
                                                 (WK-GRID-CNT)
                       MOVE RIPB151-GRNTE-IDNFR-DSTCD
                         TO XDIPA649-O-GRNTE-IDNFR-DSTCD
                                                 (WK-GRID-CNT)
                       MOVE RIPB151-GRNTE-ENTP-NAME
                         TO XDIPA649-O-GRNTE-ENTP-NAME
                                                 (WK-GRID-CNT)
                       MOVE RIPB151-GRNT-STRT-YMD
                         TO XDIPA649-O-GRNT-STRT-YMD(WK-GRID-CNT)
                       MOVE RIPB151-GRNT-END-YMD
                         TO XDIPA649-O-GRNT-END-YMD(WK-GRID-CNT)
                       MOVE RIPB151-GRNT-AMT
                         TO XDIPA649-O-GRNT-AMT(WK-GRID-CNT)
                       MOVE RIPB151-GRNT-SRC-DSTCD
                         TO XDIPA649-O-GRNT-SRC-DSTCD(WK-GRID-CNT)
                       MOVE RIPB151-DSCLS-RCPT-NO
                         TO XDIPA649-O-DSCLS-RCPT-NO(WK-GRID-CNT)
                       MOVE RIPB151-USE-YN
                         TO XDIPA649-O-USE-YN(WK-GRID-CNT)

                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPB151-PK TRIPB151-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           MOVE WK-GRID-CNT
             TO XDIPA649-O-TOTAL-NOITM

           .

       S3400-GRNT-LIST-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  보증 단건조회(변경/해제 공통)
      *-----------------------------------------------------------------
       S3500-GRNT-SELECT-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB151-REC
                      TKIPB151-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB151-PK-GROUP-CO-CD

      *   보증제공심사고객식별자
           MOVE XDIPA649-I-GRNTR-CUST-IDNFR
             TO KIPB151-PK-GRNTR-CUST-IDNFR

      *   피보증고객식별자
           MOVE XDIPA649-I-GRNTE-CUST-IDNFR
             TO KIPB151-PK-GRNTE-CUST-IDNFR

      *   보증개시년월일
           MOVE XDIPA649-I-GRNT-STRT-YMD
             TO KIPB151-PK-GRNT-STRT-YMD

      *@1  DBIO 호출(SELECT)
           #DYDBIO SELECT-CMD-Y TKIPB151-PK TRIPB151-REC.

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

       S3500-GRNT-SELECT-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  관계기업(THKIPA110) 등록여부 확인 - 호출전
      *@  KIPA110-PK-EXMTN-CUST-IDNFR 설정
      *-----------------------------------------------------------------
       S3600-A110-CHECK-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPA110-REC.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPA110-PK-GROUP-CO-CD

      *@1  DBIO 호출(SELECT)
           #DYDBIO SELECT-CMD-N TKIPA110-PK TRIPA110-REC.

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

       S3600-A110-CHECK-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.

           #OKEXIT CO-STAT-OK.

       S9000-FINAL-EXT.
           EXIT.
