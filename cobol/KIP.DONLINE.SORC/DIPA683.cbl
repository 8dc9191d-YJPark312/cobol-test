           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP     (기업집단신용평가)
      *@프로그램명: DIPA683 (DC계열사보고통화등록)
      *@처리유형  : DC
      *@처리개요  : 해외계열사 재무제표의 보고통화를 심사고객식별자
      *@            단위로 보고통화등록원장(THKIPB154)에 등록/삭제/
      *@            조회한다. 미등록 계열사는 원화(KRW)로 간주하며,
      *@            등록된 통화는 개별재무제표생성(BIP0025) 및
      *@            합산재무제표생성(BIP0021)에서 원화환산에 쓰인다.
      *@            등록/삭제는 기준정보관리권한(THKIPM540)이
      *@            필요하며, 위반시도는 THKIPB148에 남긴다.
      *@            - 01: 보고통화 등록(기등록시 변경)
      *@            - 02: 보고통화 삭제(원화로 환원)
      *@            - 03: 보고통화 조회(입력 식별자부터 목록)
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
      **                   : THKIPB154                     : C/R/U/D
      **                   : THKIPA110                     : R
      **                   : THKIPM540                     : R
      **                   : THKIPB148                     : C
      ******************************************************************
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     DIPA683.
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'DIPA683'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
      *@  조회 최대건수
           03  CO-MAX-GRID             PIC S9(004) COMP VALUE 100.

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

      *@  취급자권한 확인용
           03  WK-ATHR-FUNC-DSTCD      PIC  X(001).
           03  WK-ATHR-OK-YN           PIC  X(001).
           03  WK-ATHR-RJCT-RSN        PIC  X(002).

      *-----------------------------------------------------------------
      *@   TABLE INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@  계열사 보고통화등록원장
       01  TRIPB154-REC.
           COPY  TRIPB154.
       01  TKIPB154-KEY.
           COPY  TKIPB154.

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
       01  XDIPA683-CA.
           COPY  XDIPA683.

      *=================================================================
       PROCEDURE                       DIVISION
                                       USING       YCCOMMON-CA
                                                   XDIPA683-CA
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
                      XDIPA683-OUT
                      XDIPA683-RETURN.

           MOVE CO-STAT-OK
             TO XDIPA683-R-STAT.

       S1000-INITIALIZE-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  입력값검증
      *-----------------------------------------------------------------
       S2000-VALIDATION-RTN.

      *#1 처리구분코드 체크
           EVALUATE XDIPA683-I-PRCSS-DSTCD
      *#2     처리구분 01: 등록(식별자/통화코드 필수)
               WHEN '01'
                    IF XDIPA683-I-EXMTN-CUST-IDNFR = SPACE
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
      *#           통화코드는 영문대문자 3자리
                    IF XDIPA683-I-RPT-CRNCY-CD(1:1) = SPACE
                    OR XDIPA683-I-RPT-CRNCY-CD(2:1) = SPACE
                    OR XDIPA683-I-RPT-CRNCY-CD(3:1) = SPACE
                    OR XDIPA683-I-RPT-CRNCY-CD
                                   IS NOT ALPHABETIC-UPPER
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 02: 삭제(식별자 필수)
               WHEN '02'
                    IF XDIPA683-I-EXMTN-CUST-IDNFR = SPACE
                       #ERROR CO-B3800004 CO-UKIP0001 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 03: 조회
               WHEN '03'
                    CONTINUE
               WHEN OTHER
                    #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
           END-EVALUATE

      *@1 취급자권한 확인 - 등록/삭제는 기준정보관리권한 필요
           IF  XDIPA683-I-PRCSS-DSTCD = '01' OR '02'
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
           EVALUATE XDIPA683-I-PRCSS-DSTCD
      *#2     보고통화 등록일경우
               WHEN '01'
                    PERFORM S3100-CRNCY-REGI-RTN
                       THRU S3100-CRNCY-REGI-EXT
      *#2     보고통화 삭제일경우
               WHEN '02'
                    PERFORM S3200-CRNCY-DEL-RTN
                       THRU S3200-CRNCY-DEL-EXT
      *#2     보고통화 조회일경우
               WHEN '03'
                    PERFORM S3300-CRNCY-LIST-RTN
                       THRU S3300-CRNCY-LIST-EXT
           END-EVALUATE

           .

       S3000-PROCESS-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  1.보고통화 등록 - 관계기업 등록여부를 확인후, 기등록이면
      *@  통화코드를 변경하고 미등록이면 신규등록한다
      *-----------------------------------------------------------------
       S3100-CRNCY-REGI-RTN.

      *@1 관계기업 확인
           INITIALIZE YCDBIOCA-CA
                      TRIPA110-REC
                      TKIPA110-KEY.

      *   그룹회사코드/심사고객식별자
           MOVE BICOM-GROUP-CO-CD
             TO KIPA110-PK-GROUP-CO-CD
           MOVE XDIPA683-I-EXMTN-CUST-IDNFR
             TO KIPA110-PK-EXMTN-CUST-IDNFR

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

      *@1 기등록 여부 확인
           INITIALIZE YCDBIOCA-CA
                      TRIPB154-REC
                      TKIPB154-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB154-PK-GROUP-CO-CD
           MOVE XDIPA683-I-EXMTN-CUST-IDNFR
             TO KIPB154-PK-EXMTN-CUST-IDNFR

      *@1  DBIO 호출(SELECT)
           #DYDBIO SELECT-CMD-Y TKIPB154-PK TRIPB154-REC.

           EVALUATE TRUE
      *#2     기등록 - 통화코드 변경
               WHEN COND-DBIO-OK
                    MOVE XDIPA683-I-RPT-CRNCY-CD
                      TO RIPB154-RPT-CRNCY-CD
                    MOVE BICOM-USER-EMPID
                      TO RIPB154-REGI-EMPID
                    MOVE FUNCTION CURRENT-DATE(1:8)
                      TO RIPB154-REGI-YMD

                    #DYDBIO UPDATE-CMD-Y TKIPB154-PK TRIPB154-REC

                    IF  NOT COND-DBIO-OK
                        #ERROR CO-B4200224 CO-UKIE0009 CO-STAT-ERROR
                    END-IF
      *#2     미등록 - 신규등록
               WHEN COND-DBIO-MRNF
                    INITIALIZE TRIPB154-REC
                    MOVE BICOM-GROUP-CO-CD
                      TO RIPB154-GROUP-CO-CD
                    MOVE XDIPA683-I-EXMTN-CUST-IDNFR
                      TO RIPB154-EXMTN-CUST-IDNFR
                    MOVE XDIPA683-I-RPT-CRNCY-CD
                      TO RIPB154-RPT-CRNCY-CD
                    MOVE BICOM-USER-EMPID
                      TO RIPB154-REGI-EMPID
                    MOVE FUNCTION CURRENT-DATE(1:8)
                      TO RIPB154-REGI-YMD

                    #DYDBIO INSERT-CMD-Y TKIPB154-PK TRIPB154-REC

                    IF  NOT COND-DBIO-OK
                        #ERROR CO-B4200221 CO-UKIE0009 CO-STAT-ERROR
                    END-IF
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE

           .

       S3100-CRNCY-REGI-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  2.보고통화 삭제 - 등록을 삭제하여 원화(KRW)로 환원한다
      *-----------------------------------------------------------------
       S3200-CRNCY-DEL-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB154-REC
                      TKIPB154-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB154-PK-GROUP-CO-CD
           MOVE XDIPA683-I-EXMTN-CUST-IDNFR
             TO KIPB154-PK-EXMTN-CUST-IDNFR

      *@1  DBIO 호출(SELECT)
           #DYDBIO SELECT-CMD-Y TKIPB154-PK TRIPB154-REC.

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
           #DYDBIO DELETE-CMD-Y TKIPB154-PK TRIPB154-REC.

      *#1  DBIO 호출결과 확인
           IF  NOT COND-DBIO-OK
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           .

       S3200-CRNCY-DEL-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  3.보고통화 조회 - 입력 심사고객식별자부터 최대 100건을
      *@  그리드로 반환한다(공백이면 처음부터)
      *-----------------------------------------------------------------
       S3300-CRNCY-LIST-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB154-REC
                      TKIPB154-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB154-PK-GROUP-CO-CD

      *   심사고객식별자(시작키)
           IF  XDIPA683-I-EXMTN-CUST-IDNFR = SPACE
               MOVE LOW-VALUE
                 TO KIPB154-PK-EXMTN-CUST-IDNFR
           ELSE
               MOVE XDIPA683-I-EXMTN-CUST-IDNFR
                 TO KIPB154-PK-EXMTN-CUST-IDNFR
           END-IF

           #DYDBIO  OPEN-CMD-1  TKIPB154-PK TRIPB154-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           PERFORM UNTIL COND-DBIO-MRNF
                      OR WK-GRID-CNT >= CO-MAX-GRID

                   #DYDBIO FETCH-CMD-1 TKIPB154-PK TRIPB154-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
                   END-IF

                   IF  COND-DBIO-OK THEN

                       ADD  1  TO  WK-GRID-CNT
                       MOVE RIPB154-EXMTN-CUST-IDNFR
                         TO XDIPA683-O-EXMTN-CUST-IDNFR
                                                 (WK-GRID-CNT)
                       MOVE RIPB154-RPT-CRNCY-CD
                         TO XDIPA683-O-RPT-CRNCY-CD(WK-GRID-CNT)
                       MOVE RIPB154-REGI-EMPID
                         TO XDIPA683-O-REGI-EMPID(WK-GRID-CNT)
                       MOVE RIPB154-REGI-YMD
                         TO XDIPA683-O-REGI-YMD(WK-GRID-CNT)

                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPB154-PK TRIPB154-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           MOVE WK-GRID-CNT
             TO XDIPA683-O-TOTAL-NOITM

           .

       S3300-CRNCY-LIST-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.

           #OKEXIT CO-STAT-OK.

       S9000-FINAL-EXT.
           EXIT.
