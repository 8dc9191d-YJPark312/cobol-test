      *=================================================================
      *@업무명    : KIP     (기업집단신용평가)
      *@프로그램명: AIP4A23 (AS기업집단평가입력 변경이력조회)
      *@처리유형  : AS
      *@처리개요  : 평가건별 입력화면 저장시 기록된 변경이력
      *             (항목별 변경전/변경후, 변경자, 확정대기여부)을
      *             변경일시 순으로 조회하는 프로그램이다
      *-----------------------------------------------------------------
      *                 P R O G R A M   변　경　이　력
      *-----------------------------------------------------------------
      *@성명 : 일자 : 변　경　내　용
      * ----------------------------------------------------------------
      *@김경호:20261015: 신규작성
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     AIP4A23.
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
           03  CO-PGM-ID               PIC  X(008) VALUE 'AIP4A23'.
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

      *-----------------------------------------------------------------
      * PGM INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@출력영역 확보를 위한 INTERFACE정의
       01  XZUGOTMY-CA.
           COPY  XZUGOTMY.

      *    XIJICOMM INTERFACE
       01  XIJICOMM-CA.
           COPY  XIJICOMM.

      * DC 카피북
       01  XDIPA650-CA.
           COPY  XDIPA650.

      *-----------------------------------------------------------------
       LINKAGE                         SECTION.
      *-----------------------------------------------------------------

       01  YCCOMMON-CA.
           COPY  YCCOMMON.

       01  YNIP4A23-CA.
           COPY  YNIP4A23.

       01  YPIP4A23-CA.
           COPY  YPIP4A23.


      *=================================================================
       PROCEDURE                       DIVISION
                                       USING       YCCOMMON-CA
                                                   YNIP4A23-CA
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
                            XDIPA650-IN.

      *@출력영역 확보
           #GETOUT YPIP4A23-CA
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
           IF YNIP4A23-CORP-CLCT-GROUP-CD = SPACE
               #ERROR   CO-B3600552  CO-UKIP0001  CO-STAT-ERROR
           END-IF

      *@  처리내용 : 기업집단등록코드 값이 없으면 에러처리
           IF YNIP4A23-CORP-CLCT-REGI-CD = SPACE
               #ERROR   CO-B3600552  CO-UKII0282  CO-STAT-ERROR
           END-IF

      *@  처리내용 : 평가년월일 값이 없으면 에러처리
           IF YNIP4A23-VALUA-YMD = SPACE
               #ERROR   CO-B2701130  CO-UKII0244  CO-STAT-ERROR
           END-IF
           .
       S2000-VALIDATION-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  업무처리
      *------------------------------------------------------------------
       S3000-PROCESS-RTN.

      *@3 처리DC호출: 평가입력 변경이력 조회
           PERFORM S3100-PROC-DIPA650-RTN
              THRU S3100-PROC-DIPA650-EXT

           MOVE 'V1'           TO WK-FMID(1:2)
           MOVE BICOM-SCREN-NO TO WK-FMID(3:11)
           #BOFMID WK-FMID
           .
       S3000-PROCESS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  DIPA650 호출 및 출력조립
      *-----------------------------------------------------------------
       S3100-PROC-DIPA650-RTN.

           #USRLOG '◈업무처리 시작◈'

      *@1 입력파라미터조립
      *@  처리내용 : 처리DC입력파라미터 = AS입력파라미터
           MOVE  YNIP4A23-CA    TO  XDIPA650-IN

      *@1 프로그램 호출
           #DYCALL  DIPA650
                    YCCOMMON-CA
                    XDIPA650-CA

      *@1 호출결과 확인
      *@처리내용 : IF 공통영역.리턴코드가 정상이 아니면
      *@에러처리한다.
           IF  COND-XDIPA650-OK
               CONTINUE
           ELSE
               #ERROR   XDIPA650-R-ERRCD
                        XDIPA650-R-TREAT-CD
                        XDIPA650-R-STAT
           END-IF

      *@2 출력파라미터 조립
      *   현재건수
           MOVE  XDIPA650-O-PRSNT-NOITM
             TO  YPIP4A23-PRSNT-NOITM
      *   다음자료여부
           MOVE  XDIPA650-O-NEXT-YN
             TO  YPIP4A23-NEXT-YN
      *   다음조회 시작키
           MOVE  XDIPA650-O-NEXT-CHG-YMD
             TO  YPIP4A23-NEXT-CHG-YMD
           MOVE  XDIPA650-O-NEXT-CHG-HMS
             TO  YPIP4A23-NEXT-CHG-HMS
           MOVE  XDIPA650-O-NEXT-PGM-ID
             TO  YPIP4A23-NEXT-PGM-ID
           MOVE  XDIPA650-O-NEXT-CHG-SERNO
             TO  YPIP4A23-NEXT-CHG-SERNO

           PERFORM VARYING WK-I  FROM 1 BY 1
                     UNTIL WK-I > XDIPA650-O-PRSNT-NOITM

      *       변경년월일
               MOVE  XDIPA650-O-CHG-YMD          (WK-I)
                 TO  YPIP4A23-CHG-YMD            (WK-I)
      *       변경시각
               MOVE  XDIPA650-O-CHG-HMS          (WK-I)
                 TO  YPIP4A23-CHG-HMS            (WK-I)
      *       변경프로그램ID
               MOVE  XDIPA650-O-PGM-ID           (WK-I)
                 TO  YPIP4A23-PGM-ID             (WK-I)
      *       변경일련번호
               MOVE  XDIPA650-O-CHG-SERNO        (WK-I)
                 TO  YPIP4A23-CHG-SERNO          (WK-I)
      *       변경테이블명
               MOVE  XDIPA650-O-TBL-NAME         (WK-I)
                 TO  YPIP4A23-TBL-NAME           (WK-I)
      *       변경행식별내용
               MOVE  XDIPA650-O-ROW-KEY-CTNT     (WK-I)
                 TO  YPIP4A23-ROW-KEY-CTNT       (WK-I)
      *       변경항목명
               MOVE  XDIPA650-O-FLD-NAME         (WK-I)
                 TO  YPIP4A23-FLD-NAME           (WK-I)
      *       변경구분
               MOVE  XDIPA650-O-CHG-DSTCD        (WK-I)
                 TO  YPIP4A23-CHG-DSTCD          (WK-I)
      *       변경전내용
               MOVE  XDIPA650-O-BF-CTNT          (WK-I)
                 TO  YPIP4A23-BF-CTNT            (WK-I)
      *       변경후내용
               MOVE  XDIPA650-O-AF-CTNT          (WK-I)
                 TO  YPIP4A23-AF-CTNT            (WK-I)
      *       변경직원번호
               MOVE  XDIPA650-O-CHG-EMPID        (WK-I)
                 TO  YPIP4A23-CHG-EMPID          (WK-I)
      *       변경시 처리단계구분
               MOVE  XDIPA650-O-PRCSS-STGE-DSTCD (WK-I)
                 TO  YPIP4A23-PRCSS-STGE-DSTCD   (WK-I)
      *       변경시 확정대기여부
               MOVE  XDIPA650-O-CNFM-WAIT-YN     (WK-I)
                 TO  YPIP4A23-CNFM-WAIT-YN       (WK-I)

           END-PERFORM
           .
       S3100-PROC-DIPA650-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.
           #OKEXIT  CO-STAT-OK.
       S9000-FINAL-EXT.
           EXIT.
