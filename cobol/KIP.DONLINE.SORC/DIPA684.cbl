           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP     (기업집단신용평가)
      *@프로그램명: DIPA684 (DC거시스트레스시나리오관리)
      *@처리유형  : DC
      *@처리개요  : 리스크위원회의 거시 스트레스 시나리오(THKIPB156)
      *@            와 시나리오별 재무항목 충격률(THKIPB157)을
      *@            등록/변경/중지/삭제/조회한다. 사용중('Y')
      *@            시나리오는 기업집단 거시 스트레스테스트(BIP0059)
      *@            에서 재판정 대상이 된다.
      *@            등록/변경/중지/삭제는 기준정보관리권한(THKIPM540)
      *@            이 필요하며, 위반시도는 THKIPB148에 남긴다.
      *@            - 01: 시나리오 등록(기등록시 변경)
      *@            - 02: 시나리오 사용중지(충격항목은 보존)
      *@            - 03: 충격항목 등록(기등록시 변경)
      *@            - 04: 충격항목 삭제
      *@            - 05: 조회(시나리오ID 공백이면 시나리오목록,
      *@                  입력시 해당 시나리오의 충격항목목록)
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
      **                   : THKIPB156                     : C/R/U
      **                   : THKIPB157                     : C/R/U/D
      **                   : THKIPM540                     : R
      **                   : THKIPB148                     : C
      ******************************************************************
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     DIPA684.
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'DIPA684'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
      *@  조회 최대건수
           03  CO-MAX-GRID             PIC S9(004) COMP VALUE 100.
      *@  여신증가율/충격률 하한(%) - 금액이 음수가 되지 않는 범위
           03  CO-MIN-RT               PIC S9(003)V9(002)
                                       VALUE -100.

      *-----------------------------------------------------------------
      *@   CONSTANT ERROR AREA
      *-----------------------------------------------------------------
       01  CO-ERROR-AREA.
      *@  에러메세지
      *@   처리구분
           03  CO-B3000070             PIC  X(008) VALUE 'B3000070'.
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
           03  WK-SW-END               PIC  X(001).

      *@  취급자권한 확인용
           03  WK-ATHR-FUNC-DSTCD      PIC  X(001).
           03  WK-ATHR-OK-YN           PIC  X(001).
           03  WK-ATHR-RJCT-RSN        PIC  X(002).

      *-----------------------------------------------------------------
      *@   TABLE INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@  거시 스트레스시나리오
       01  TRIPB156-REC.
           COPY  TRIPB156.
       01  TKIPB156-KEY.
           COPY  TKIPB156.

      *@  스트레스시나리오 충격항목
       01  TRIPB157-REC.
           COPY  TRIPB157.
       01  TKIPB157-KEY.
           COPY  TKIPB157.

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
       01  XDIPA684-CA.
           COPY  XDIPA684.

      *=================================================================
       PROCEDURE                       DIVISION
                                       USING       YCCOMMON-CA
                                                   XDIPA684-CA
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
                      XDIPA684-OUT
                      XDIPA684-RETURN.

           MOVE CO-STAT-OK
             TO XDIPA684-R-STAT.

       S1000-INITIALIZE-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  입력값검증
      *-----------------------------------------------------------------
       S2000-VALIDATION-RTN.

      *#1 처리구분코드 체크
           EVALUATE XDIPA684-I-PRCSS-DSTCD
      *#2     처리구분 01: 시나리오 등록(ID/명 필수, 사용여부 Y/N)
               WHEN '01'
                    IF XDIPA684-I-SCNR-ID   = SPACE
                    OR XDIPA684-I-SCNR-NAME = SPACE
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
                    IF XDIPA684-I-USE-YN = SPACE
                       MOVE 'Y'  TO  XDIPA684-I-USE-YN
                    END-IF
                    IF XDIPA684-I-USE-YN NOT = 'Y' AND 'N'
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
      *#           여신증가율 -100% 미만은 불가
                    IF XDIPA684-I-LOAN-INCR-RT IS NOT NUMERIC
                    OR XDIPA684-I-LOAN-INCR-RT < CO-MIN-RT
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 02: 시나리오 사용중지(ID 필수)
               WHEN '02'
                    IF XDIPA684-I-SCNR-ID = SPACE
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 03: 충격항목 등록(ID/보고서/항목 필수)
               WHEN '03'
                    IF XDIPA684-I-SCNR-ID             = SPACE
                    OR XDIPA684-I-FNAF-A-RPTDOC-DSTCD = SPACE
                    OR XDIPA684-I-FNAF-ITEM-CD        = SPACE
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
      *#           충격률 -100% 미만은 불가
                    IF XDIPA684-I-SHK-RT IS NOT NUMERIC
                    OR XDIPA684-I-SHK-RT < CO-MIN-RT
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 04: 충격항목 삭제(ID/보고서/항목 필수)
               WHEN '04'
                    IF XDIPA684-I-SCNR-ID             = SPACE
                    OR XDIPA684-I-FNAF-A-RPTDOC-DSTCD = SPACE
                    OR XDIPA684-I-FNAF-ITEM-CD        = SPACE
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 05: 조회
               WHEN '05'
                    CONTINUE
               WHEN OTHER
                    #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
           END-EVALUATE

      *@1 취급자권한 확인 - 조회외에는 기준정보관리권한 필요
           IF  XDIPA684-I-PRCSS-DSTCD NOT = '05'
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
           EVALUATE XDIPA684-I-PRCSS-DSTCD
      *#2     시나리오 등록일경우
               WHEN '01'
                    PERFORM S3100-SCNR-REGI-RTN
                       THRU S3100-SCNR-REGI-EXT
      *#2     시나리오 사용중지일경우
               WHEN '02'
                    PERFORM S3200-SCNR-STOP-RTN
                       THRU S3200-SCNR-STOP-EXT
      *#2     충격항목 등록일경우
               WHEN '03'
                    PERFORM S3300-SHK-REGI-RTN
                       THRU S3300-SHK-REGI-EXT
      *#2     충격항목 삭제일경우
               WHEN '04'
                    PERFORM S3400-SHK-DEL-RTN
                       THRU S3400-SHK-DEL-EXT
      *#2     조회일경우
               WHEN '05'
                    IF  XDIPA684-I-SCNR-ID = SPACE
                        PERFORM S3500-SCNR-LIST-RTN
                           THRU S3500-SCNR-LIST-EXT
                    ELSE
                        PERFORM S3600-SHK-LIST-RTN
                           THRU S3600-SHK-LIST-EXT
                    END-IF
           END-EVALUATE

           .

       S3000-PROCESS-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  1.시나리오 등록 - 기등록이면 명/여신증가율/사용여부를
      *@  변경하고 미등록이면 신규등록한다
      *-----------------------------------------------------------------
       S3100-SCNR-REGI-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB156-REC
                      TKIPB156-KEY.

      *   그룹회사코드/시나리오ID
           MOVE BICOM-GROUP-CO-CD
             TO KIPB156-PK-GROUP-CO-CD
           MOVE XDIPA684-I-SCNR-ID
             TO KIPB156-PK-SCNR-ID

      *@1  DBIO 호출(SELECT)
           #DYDBIO SELECT-CMD-Y TKIPB156-PK TRIPB156-REC.

           EVALUATE TRUE
      *#2     기등록 - 변경
               WHEN COND-DBIO-OK
                    MOVE XDIPA684-I-SCNR-NAME
                      TO RIPB156-SCNR-NAME
                    MOVE XDIPA684-I-LOAN-INCR-RT
                      TO RIPB156-LOAN-INCR-RT
                    MOVE XDIPA684-I-USE-YN
                      TO RIPB156-USE-YN
                    MOVE BICOM-USER-EMPID
                      TO RIPB156-REGI-EMPID
                    MOVE FUNCTION CURRENT-DATE(1:8)
                      TO RIPB156-REGI-YMD

                    #DYDBIO UPDATE-CMD-Y TKIPB156-PK TRIPB156-REC

                    IF  NOT COND-DBIO-OK
                        #ERROR CO-B4200224 CO-UKIE0009 CO-STAT-ERROR
                    END-IF
      *#2     미등록 - 신규등록
               WHEN COND-DBIO-MRNF
                    INITIALIZE TRIPB156-REC
                    MOVE BICOM-GROUP-CO-CD
                      TO RIPB156-GROUP-CO-CD
                    MOVE XDIPA684-I-SCNR-ID
                      TO RIPB156-SCNR-ID
                    MOVE XDIPA684-I-SCNR-NAME
                      TO RIPB156-SCNR-NAME
                    MOVE XDIPA684-I-LOAN-INCR-RT
                      TO RIPB156-LOAN-INCR-RT
                    MOVE XDIPA684-I-USE-YN
                      TO RIPB156-USE-YN
                    MOVE BICOM-USER-EMPID
                      TO RIPB156-REGI-EMPID
                    MOVE FUNCTION CURRENT-DATE(1:8)
                      TO RIPB156-REGI-YMD

                    #DYDBIO INSERT-CMD-Y TKIPB156-PK TRIPB156-REC

                    IF  NOT COND-DBIO-OK
                        #ERROR CO-B4200221 CO-UKIE0009 CO-STAT-ERROR
                    END-IF
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE

           .

       S3100-SCNR-REGI-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  2.시나리오 사용중지 - 사용여부를 'N'으로 하여 스트레스
      *@  테스트 대상에서 제외한다(충격항목은 보존)
      *-----------------------------------------------------------------
       S3200-SCNR-STOP-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB156-REC
                      TKIPB156-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB156-PK-GROUP-CO-CD
           MOVE XDIPA684-I-SCNR-ID
             TO KIPB156-PK-SCNR-ID

      *@1  DBIO 호출(SELECT)
           #DYDBIO SELECT-CMD-Y TKIPB156-PK TRIPB156-REC.

      *#1  DBIO 호출결과 확인
           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    CONTINUE
               WHEN COND-DBIO-MRNF
                    #ERROR CO-B3900005 CO-UKII0126 CO-STAT-ERROR
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE

           MOVE 'N'
             TO RIPB156-USE-YN
           MOVE BICOM-USER-EMPID
             TO RIPB156-REGI-EMPID
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO RIPB156-REGI-YMD

      *@1  DBIO 호출(UPDATE)
           #DYDBIO UPDATE-CMD-Y TKIPB156-PK TRIPB156-REC.

      *#1  DBIO 호출결과 확인
           IF  NOT COND-DBIO-OK
               #ERROR CO-B4200224 CO-UKIE0009 CO-STAT-ERROR
           END-IF

           .

       S3200-SCNR-STOP-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  3.충격항목 등록 - 시나리오 등록여부를 확인후, 기등록
      *@  항목이면 충격률을 변경하고 미등록이면 신규등록한다
      *-----------------------------------------------------------------
       S3300-SHK-REGI-RTN.

      *@1 시나리오 확인
           PERFORM S3900-SCNR-CHECK-RTN
              THRU S3900-SCNR-CHECK-EXT

      *@1 기등록 여부 확인
           INITIALIZE YCDBIOCA-CA
                      TRIPB157-REC
                      TKIPB157-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB157-PK-GROUP-CO-CD
           MOVE XDIPA684-I-SCNR-ID
             TO KIPB157-PK-SCNR-ID
           MOVE XDIPA684-I-FNAF-A-RPTDOC-DSTCD
             TO KIPB157-PK-FNAF-A-RPTDOC-DSTCD
           MOVE XDIPA684-I-FNAF-ITEM-CD
             TO KIPB157-PK-FNAF-ITEM-CD

      *@1  DBIO 호출(SELECT)
           #DYDBIO SELECT-CMD-Y TKIPB157-PK TRIPB157-REC.

           EVALUATE TRUE
      *#2     기등록 - 충격률 변경
               WHEN COND-DBIO-OK
                    MOVE XDIPA684-I-SHK-RT
                      TO RIPB157-SHK-RT
                    MOVE BICOM-USER-EMPID
                      TO RIPB157-REGI-EMPID
                    MOVE FUNCTION CURRENT-DATE(1:8)
                      TO RIPB157-REGI-YMD

                    #DYDBIO UPDATE-CMD-Y TKIPB157-PK TRIPB157-REC

                    IF  NOT COND-DBIO-OK
                        #ERROR CO-B4200224 CO-UKIE0009 CO-STAT-ERROR
                    END-IF
      *#2     미등록 - 신규등록
               WHEN COND-DBIO-MRNF
                    INITIALIZE TRIPB157-REC
                    MOVE BICOM-GROUP-CO-CD
                      TO RIPB157-GROUP-CO-CD
                    MOVE XDIPA684-I-SCNR-ID
                      TO RIPB157-SCNR-ID
                    MOVE XDIPA684-I-FNAF-A-RPTDOC-DSTCD
                      TO RIPB157-FNAF-A-RPTDOC-DSTCD
                    MOVE XDIPA684-I-FNAF-ITEM-CD
                      TO RIPB157-FNAF-ITEM-CD
                    MOVE XDIPA684-I-SHK-RT
                      TO RIPB157-SHK-RT
                    MOVE BICOM-USER-EMPID
                      TO RIPB157-REGI-EMPID
                    MOVE FUNCTION CURRENT-DATE(1:8)
                      TO RIPB157-REGI-YMD

                    #DYDBIO INSERT-CMD-Y TKIPB157-PK TRIPB157-REC

                    IF  NOT COND-DBIO-OK
                        #ERROR CO-B4200221 CO-UKIE0009 CO-STAT-ERROR
                    END-IF
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE

           .

       S3300-SHK-REGI-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  4.충격항목 삭제
      *-----------------------------------------------------------------
       S3400-SHK-DEL-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB157-REC
                      TKIPB157-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB157-PK-GROUP-CO-CD
           MOVE XDIPA684-I-SCNR-ID
             TO KIPB157-PK-SCNR-ID
           MOVE XDIPA684-I-FNAF-A-RPTDOC-DSTCD
             TO KIPB157-PK-FNAF-A-RPTDOC-DSTCD
           MOVE XDIPA684-I-FNAF-ITEM-CD
             TO KIPB157-PK-FNAF-ITEM-CD

      *@1  DBIO 호출(SELECT)
           #DYDBIO SELECT-CMD-Y TKIPB157-PK TRIPB157-REC.

      *#1  DBIO 호출결과 확인
           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    CONTINUE
               WHEN COND-DBIO-MRNF
                    #ERROR CO-B3900005 CO-UKII0126 CO-STAT-ERROR
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE

      *@1  DBIO 호출(DELETE)
           #DYDBIO DELETE-CMD-Y TKIPB157-PK TRIPB157-REC.

      *#1  DBIO 호출결과 확인
           IF  NOT COND-DBIO-OK
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           .

       S3400-SHK-DEL-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  5-1.시나리오 목록 - 처음부터 최대 100건을 그리드로 반환
      *-----------------------------------------------------------------
       S3500-SCNR-LIST-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB156-REC
                      TKIPB156-KEY.

      *   그룹회사코드/시나리오ID(시작키)
           MOVE BICOM-GROUP-CO-CD
             TO KIPB156-PK-GROUP-CO-CD
           MOVE LOW-VALUE
             TO KIPB156-PK-SCNR-ID

           #DYDBIO  OPEN-CMD-1  TKIPB156-PK TRIPB156-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           PERFORM UNTIL COND-DBIO-MRNF
                      OR WK-GRID-CNT >= CO-MAX-GRID

                   #DYDBIO FETCH-CMD-1 TKIPB156-PK TRIPB156-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
                   END-IF

                   IF  COND-DBIO-OK THEN

                       ADD  1  TO  WK-GRID-CNT
                       MOVE RIPB156-SCNR-ID
                         TO XDIPA684-O-SCNR-ID(WK-GRID-CNT)
                       MOVE RIPB156-SCNR-NAME
                         TO XDIPA684-O-SCNR-NAME(WK-GRID-CNT)
                       MOVE RIPB156-LOAN-INCR-RT
                         TO XDIPA684-O-LOAN-INCR-RT(WK-GRID-CNT)
                       MOVE RIPB156-USE-YN
                         TO XDIPA684-O-USE-YN(WK-GRID-CNT)
                       MOVE RIPB156-REGI-EMPID
                         TO XDIPA684-O-REGI-EMPID(WK-GRID-CNT)
                       MOVE RIPB156-REGI-YMD
                         TO XDIPA684-O-REGI-YMD(WK-GRID-CNT)

                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPB156-PK TRIPB156-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           MOVE WK-GRID-CNT
             TO XDIPA684-O-TOTAL-NOITM

           .

       S3500-SCNR-LIST-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  5-2.충격항목 목록 - 입력 시나리오의 충격항목을 최대 100건
      *@  그리드로 반환(각 행에 시나리오 정보를 함께 수록)
      *-----------------------------------------------------------------
       S3600-SHK-LIST-RTN.

      *@1 시나리오 확인
           PERFORM S3900-SCNR-CHECK-RTN
              THRU S3900-SCNR-CHECK-EXT

           INITIALIZE YCDBIOCA-CA
                      TRIPB157-REC
                      TKIPB157-KEY.

      *   그룹회사코드/시나리오ID/보고서구분/항목코드(시작키)
           MOVE BICOM-GROUP-CO-CD
             TO KIPB157-PK-GROUP-CO-CD
           MOVE XDIPA684-I-SCNR-ID
             TO KIPB157-PK-SCNR-ID
           MOVE LOW-VALUE
             TO KIPB157-PK-FNAF-A-RPTDOC-DSTCD
                KIPB157-PK-FNAF-ITEM-CD

           #DYDBIO  OPEN-CMD-1  TKIPB157-PK TRIPB157-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           MOVE 'N'  TO  WK-SW-END

           PERFORM UNTIL COND-DBIO-MRNF
                      OR WK-SW-END = 'Y'
                      OR WK-GRID-CNT >= CO-MAX-GRID

                   #DYDBIO FETCH-CMD-1 TKIPB157-PK TRIPB157-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
                   END-IF

      *#           다른 시나리오에 도달하면 종료
                   IF  COND-DBIO-OK
                   AND RIPB157-SCNR-ID NOT = XDIPA684-I-SCNR-ID
                       MOVE 'Y'  TO  WK-SW-END
                   END-IF

                   IF  COND-DBIO-OK AND WK-SW-END = 'N' THEN

                       ADD  1  TO  WK-GRID-CNT
                       MOVE RIPB156-SCNR-ID
                         TO XDIPA684-O-SCNR-ID(WK-GRID-CNT)
                       MOVE RIPB156-SCNR-NAME
                         TO XDIPA684-O-SCNR-NAME(WK-GRID-CNT)
                       MOVE RIPB156-LOAN-INCR-RT
                         TO XDIPA684-O-LOAN-INCR-RT(WK-GRID-CNT)
                       MOVE RIPB156-USE-YN
                         TO XDIPA684-O-USE-YN(WK-GRID-CNT)
                       MOVE RIPB157-FNAF-A-RPTDOC-DSTCD
                         TO XDIPA684-O-FNAF-A-RPTDOC-DSTCD
                                                 (WK-GRID-CNT)
                       MOVE RIPB157-FNAF-ITEM-CD
                         TO XDIPA684-O-FNAF-ITEM-CD(WK-GRID-CNT)
                       MOVE RIPB157-SHK-RT
                         TO XDIPA684-O-SHK-RT(WK-GRID-CNT)
                       MOVE RIPB157-REGI-EMPID
                         TO XDIPA684-O-REGI-EMPID(WK-GRID-CNT)
                       MOVE RIPB157-REGI-YMD
                         TO XDIPA684-O-REGI-YMD(WK-GRID-CNT)

                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPB157-PK TRIPB157-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           MOVE WK-GRID-CNT
             TO XDIPA684-O-TOTAL-NOITM

           .

       S3600-SHK-LIST-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  시나리오 등록여부 확인(미등록이면 해당자료 없음)
      *-----------------------------------------------------------------
       S3900-SCNR-CHECK-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB156-REC
                      TKIPB156-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB156-PK-GROUP-CO-CD
           MOVE XDIPA684-I-SCNR-ID
             TO KIPB156-PK-SCNR-ID

      *@1  DBIO 호출(SELECT)
           #DYDBIO SELECT-CMD-N TKIPB156-PK TRIPB156-REC.

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

       S3900-SCNR-CHECK-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.

           #OKEXIT CO-STAT-OK.

       S9000-FINAL-EXT.
           EXIT.
