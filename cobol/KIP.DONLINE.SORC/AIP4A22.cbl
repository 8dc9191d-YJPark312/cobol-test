      *=================================================================
      *@업무명    : KIP     (기업집단신용평가)
      *@프로그램명: AIP4A22 (AS기업집단합산연결재무 다년추이조회)
      *@처리유형  : AS
      *@처리개요  : 기업집단 합산연결 주요재무항목/비율의 최대
      *             5개 결산년 추이(전년대비, 연평균성장률,
      *             합산범위/구조변경 표시)를 조회하는 프로그램이다
      *-----------------------------------------------------------------
      *                 P R O G R A M   변　경　이　력
      *-----------------------------------------------------------------
      *@성명 : 일자 : 변　경　내　용
      * ----------------------------------------------------------------
      *@김경호:20261015: 신규작성
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     AIP4A22.
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'AIP4A22'.
           03  CO-STAT-OK              PIC  X(002) VALUE '00'.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-STAT-ABNORMAL        PIC  X(002) VALUE '98'.
           03  CO-STAT-SYSERROR        PIC  X(002) VALUE '99'.

      *-----------------------------------------------------------------
      *CONSTANT ERROR AREA
      *-----------------------------------------------------------------
       01  CO-ERROR-AREA.

           03  CO-B3600552             PIC  X(008) VALUE 'B3600552'.
           03  CO-B2701130             PIC  X(008) VALUE 'B2701130'.

           03  CO-UKIP0001             PIC  X(008) VALUE 'UKIP0001'.
           03  CO-UKII0282             PIC  X(008) VALUE 'UKII0282'.
           03  CO-UKII0244             PIC  X(008) VALUE 'UKII0244'.

      *-----------------------------------------------------------------
      * WORKING AREA
      *-----------------------------------------------------------------
       01  WK-AREA.
           03  FILLER                  PIC  X(001).
           03  WK-FMID                 PIC  X(013).

           03  WK-I                    PIC  9(004) COMP.
           03  WK-J                    PIC  9(004) COMP.

      *-----------------------------------------------------------------
      * PGM INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@출력영역 확보를 위한 INTERFACE정의
       01  XZUGOTMY-CA.
           COPY  XZUGOTMY.

      *    XIJICOMM INTERFACE
       01  XIJICOMM-CA.
           COPY  XIJICOMM.

      * PC 카피북
       01  XPIPA521-CA.
           COPY  XPIPA521.

      *-----------------------------------------------------------------
       LINKAGE                         SECTION.
      *-----------------------------------------------------------------

       01  YCCOMMON-CA.
           COPY  YCCOMMON.

       01  YNIP4A22-CA.
           COPY  YNIP4A22.

       01  YPIP4A22-CA.
           COPY  YPIP4A22.


      *=================================================================
       PROCEDURE                       DIVISION
                                       USING       YCCOMMON-CA
                                                   YNIP4A22-CA
                                                   .
      *=================================================================

      *-----------------------------------------------------------------
      *@  처리메인
      *-----------------------------------------------------------------
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

      *-----------------------------------------------------------------
      *@  초기화
      *-----------------------------------------------------------------
       S1000-INITIALIZE-RTN.

      *@  출력영역확보 파라미터 및 결과코드 초기화
           INITIALIZE       WK-AREA
                            XIJICOMM-IN
                            XZUGOTMY-IN
                            XPIPA521-IN.

      *@출력영역 확보
           #GETOUT YPIP4A22-CA
           .

      * COMMON AREA SETTING 공통IC프로그램 호출
           #DYCALL IJICOMM YCCOMMON-CA XIJICOMM-CA.

      * 호출결과 확인
           IF COND-XIJICOMM-OK
              CONTINUE
           ELSE
              #ERROR XIJICOMM-R-ERRCD
                     XIJICOMM-R-TREAT-CD
                     XIJICOMM-R-STAT
           END-IF.

       S1000-INITIALIZE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  입력값검증
      *-----------------------------------------------------------------
       S2000-VALIDATION-RTN.

           #USRLOG '◈입력값검증 시작◈'

      *@  처리내용 : 기업집단그룹코드 값이 없으면 에러처리
           IF YNIP4A22-CORP-CLCT-GROUP-CD = SPACE
               #ERROR   CO-B3600552  CO-UKIP0001  CO-STAT-ERROR
           END-IF

      *@  처리내용 : 기업집단등록코드 값이 없으면 에러처리
           IF YNIP4A22-CORP-CLCT-REGI-CD = SPACE
               #ERROR   CO-B3600552  CO-UKII0282  CO-STAT-ERROR
           END-IF

      *@  처리내용 : 평가기준년월일 값이 없으면 에러처리
           IF YNIP4A22-VALUA-BASE-YMD = SPACE
               #ERROR   CO-B2701130  CO-UKII0244  CO-STAT-ERROR
           END-IF
           .
       S2000-VALIDATION-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  업무처리
      *------------------------------------------------------------------
       S3000-PROCESS-RTN.

      *@3 처리PC호출: 합산연결재무 다년추이 조회
           PERFORM S3100-PROC-PIPA521-RTN
              THRU S3100-PROC-PIPA521-EXT

           MOVE 'V1'           TO WK-FMID(1:2)
           MOVE BICOM-SCREN-NO TO WK-FMID(3:11)
           #BOFMID WK-FMID
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  PIPA521 호출 및 출력조립
      *-----------------------------------------------------------------
       S3100-PROC-PIPA521-RTN.

           #USRLOG '◈업무처리 시작◈'

      *@1 입력파라미터조립
      *   그룹회사코드
           IF  YNIP4A22-GROUP-CO-CD = SPACE
               MOVE  'KB0'
                 TO  XPIPA521-I-GROUP-CO-CD
           ELSE
               MOVE  YNIP4A22-GROUP-CO-CD
                 TO  XPIPA521-I-GROUP-CO-CD
           END-IF
      *   기업집단그룹코드
           MOVE  YNIP4A22-CORP-CLCT-GROUP-CD
             TO  XPIPA521-I-CORP-CLCT-GROUP-CD
      *   기업집단등록코드
           MOVE  YNIP4A22-CORP-CLCT-REGI-CD
             TO  XPIPA521-I-CORP-CLCT-REGI-CD
      *   평가기준년월일
           MOVE  YNIP4A22-VALUA-BASE-YMD
             TO  XPIPA521-I-VALUA-BASE-YMD
      *   분석기간
           MOVE  YNIP4A22-ANLS-TRM
             TO  XPIPA521-I-ANLS-TRM
      *   단위
           MOVE  YNIP4A22-UNIT
             TO  XPIPA521-I-UNIT

      *@1 프로그램 호출
           #DYCALL  PIPA521
                    YCCOMMON-CA
                    XPIPA521-CA

      *@1 호출결과 확인
      *@처리내용 : IF 공통영역.리턴코드가 정상이 아니면
      *@에러처리한다.
           IF  COND-XPIPA521-OK
               CONTINUE
           ELSE
               #ERROR   XPIPA521-R-ERRCD
                        XPIPA521-R-TREAT-CD
                        XPIPA521-R-STAT
           END-IF

      *@2 출력파라미터 조립
      *   결산년건수
           MOVE  XPIPA521-O-YR-NOITM
             TO  YPIP4A22-YR-NOITM

           PERFORM VARYING WK-I  FROM 1 BY 1
                     UNTIL WK-I > XPIPA521-O-YR-NOITM

      *       결산년
               MOVE  XPIPA521-O-STLACC-YR        (WK-I)
                 TO  YPIP4A22-STLACC-YR          (WK-I)
      *       자료존재여부
               MOVE  XPIPA521-O-DATA-YN          (WK-I)
                 TO  YPIP4A22-DATA-YN            (WK-I)
      *       결산년합계업체수
               MOVE  XPIPA521-O-ENTP-CNT         (WK-I)
                 TO  YPIP4A22-ENTP-CNT           (WK-I)
      *       합산범위변동여부
               MOVE  XPIPA521-O-SCOPE-CHG-YN     (WK-I)
                 TO  YPIP4A22-SCOPE-CHG-YN       (WK-I)
      *       편입업체수
               MOVE  XPIPA521-O-ENTP-IN-CNT      (WK-I)
                 TO  YPIP4A22-ENTP-IN-CNT        (WK-I)
      *       제외업체수
               MOVE  XPIPA521-O-ENTP-OUT-CNT     (WK-I)
                 TO  YPIP4A22-ENTP-OUT-CNT       (WK-I)
      *       구조변경여부
               MOVE  XPIPA521-O-STRC-CHG-YN      (WK-I)
                 TO  YPIP4A22-STRC-CHG-YN        (WK-I)
      *       구조변경구분코드
               MOVE  XPIPA521-O-STRC-EVNT-DSTCD  (WK-I)
                 TO  YPIP4A22-STRC-EVNT-DSTCD    (WK-I)

           END-PERFORM

      *   재무항목건수
           MOVE  XPIPA521-O-ITEM-NOITM
             TO  YPIP4A22-ITEM-NOITM

           PERFORM VARYING WK-I  FROM 1 BY 1
                     UNTIL WK-I > XPIPA521-O-ITEM-NOITM

      *       재무항목명
               MOVE  XPIPA521-O-FNAF-ITEM-NAME   (WK-I)
                 TO  YPIP4A22-FNAF-ITEM-NAME     (WK-I)
      *       항목구분
               MOVE  XPIPA521-O-ITEM-DSTCD       (WK-I)
                 TO  YPIP4A22-ITEM-DSTCD         (WK-I)

               PERFORM VARYING WK-J  FROM 1 BY 1
                         UNTIL WK-J > XPIPA521-O-YR-NOITM
      *           항목값
                   MOVE  XPIPA521-O-ITEM-VAL     (WK-I, WK-J)
                     TO  YPIP4A22-ITEM-VAL       (WK-I, WK-J)
      *           전년대비 산출여부
                   MOVE  XPIPA521-O-YOY-YN       (WK-I, WK-J)
                     TO  YPIP4A22-YOY-YN         (WK-I, WK-J)
      *           전년대비 증감률
                   MOVE  XPIPA521-O-YOY-RATO     (WK-I, WK-J)
                     TO  YPIP4A22-YOY-RATO       (WK-I, WK-J)
               END-PERFORM

      *       연평균성장률 산출여부
               MOVE  XPIPA521-O-CAGR-YN          (WK-I)
                 TO  YPIP4A22-CAGR-YN            (WK-I)
      *       연평균성장률
               MOVE  XPIPA521-O-CAGR-RATO        (WK-I)
                 TO  YPIP4A22-CAGR-RATO          (WK-I)

           END-PERFORM
           .
       S3100-PROC-PIPA521-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.
           #OKEXIT  CO-STAT-OK.
       S9000-FINAL-EXT.
           EXIT.
