           CBL ARITH(EXTEND)
      *=================================================================
      *@업무명    : KIP (기업집단 신용평가)
      *@프로그램명: BIP0066 (확정대기중 평가입력 변경 보고)
      *@처리유형  : BATCH
      *@처리개요  : 온라인 평가입력 저장(DIPA631/661/681/691/911)
      *@            시 기록된 변경이력(THKIPB167) 중 평가가
      *@            확정대기 단계(처리단계 '5' 또는 결의록명세
      *@            존재)에 있을 때 발생한 변경을 조회기간
      *@            (변경년월일) 단위로 보고서(RPTFILE)에 수록한다.
      *@            평가건(그룹/등록/평가일)별로 현재 처리단계와
      *@            함께 명세(변경일시/프로그램/직원/행/항목/
      *@            변경전후)와 평가건별 소계를 출력한다.
      *@  SYSIN    : 그룹회사코드/조회시작년월일/조회종료년월일
      *-----------------------------------------------------------------
      *@에러표준  :
      *@11~19:입력파라미터 오류
      *@21~29: DB관련 오류
      *@91~99:파일컨트롤오류(초기화,OPEN,CLOSE,READ,WRITE등)
      *-----------------------------------------------------------------
      *@              P R O G R A M   변　경　이　력
      *-----------------------------------------------------------------
      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20261015:신규작성
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
       PROGRAM-ID.                     BIP0066.
       AUTHOR.                         김경호.
       DATE-WRITTEN.                   26/10/15.

      *=================================================================
       ENVIRONMENT                     DIVISION.
      *=================================================================
       CONFIGURATION                   SECTION.
       SOURCE-COMPUTER.                IBM-Z10.
       OBJECT-COMPUTER.                IBM-Z10.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                    SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *@   확정대기중 변경 보고서파일
           SELECT  RPT-OUT-FILE        ASSIGN  TO  RPTFILE
                   ORGANIZATION        IS      SEQUENTIAL
                   ACCESS MODE         IS      SEQUENTIAL
                   FILE STATUS         IS      WK-RPT-FILE-ST.

      *=================================================================
       DATA                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                            SECTION.
      *-----------------------------------------------------------------
       FD  RPT-OUT-FILE                RECORDING MODE F.
       01  WK-RPT-REC.
           03  RPT-RECORD              PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE                 SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *@   CONSTANT AREA
      *-----------------------------------------------------------------
       01  CO-AREA.
           03  CO-PGM-ID               PIC  X(008) VALUE 'BIP0066'.
           03  CO-Y                    PIC  X(001) VALUE 'Y'.
           03  CO-N                    PIC  X(001) VALUE 'N'.

      *-----------------------------------------------------------------
      *@   FILE STATUS
      *-----------------------------------------------------------------
       01  WK-FILE-STATUS.
           03  WK-RPT-FILE-ST          PIC  X(002) VALUE '00'.

      *-----------------------------------------------------------------
      *@   WORKING AREA
      *-----------------------------------------------------------------
       01  WK-AREA.
           03  WK-SW-EOF1              PIC  X(001).
           03  WK-CHG-CNT              PIC  9(009).
           03  WK-VALUA-CNT            PIC  9(009).
           03  WK-SUB-CNT              PIC  9(009).
      *@  직전 평가건 키(그룹/등록/평가일)
           03  WK-LAST-KEY.
               05  WK-LAST-GROUP-CD    PIC  X(003).
               05  WK-LAST-REGI-CD     PIC  X(003).
               05  WK-LAST-VALUA-YMD   PIC  X(008).
           03  WK-CURR-KEY.
               05  WK-CURR-GROUP-CD    PIC  X(003).
               05  WK-CURR-REGI-CD     PIC  X(003).
               05  WK-CURR-VALUA-YMD   PIC  X(008).

       01  WK-DB.
           03  WK-DB-GROUP-CD          PIC  X(003).
           03  WK-DB-REGI-CD           PIC  X(003).
           03  WK-DB-VALUA-YMD         PIC  X(008).
           03  WK-DB-CHG-YMD           PIC  X(008).
           03  WK-DB-CHG-HMS           PIC  X(008).
           03  WK-DB-PGM-ID            PIC  X(008).
           03  WK-DB-ROW-KEY-CTNT      PIC  X(050).
           03  WK-DB-FLD-NAME          PIC  X(030).
           03  WK-DB-CHG-DSTCD         PIC  X(001).
           03  WK-DB-BF-CTNT           PIC  X(200).
           03  WK-DB-AF-CTNT           PIC  X(200).
           03  WK-DB-CHG-EMPID         PIC  X(007).
           03  WK-DB-CHG-STGE          PIC  X(001).
           03  WK-DB-GROUP-NAME        PIC  X(072).
           03  WK-DB-PRSNT-STGE        PIC  X(001).

      *@  명세라인
       01  WK-RPT-LINE.
           03  WK-RPT-CHG-YMD          PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-RPT-CHG-HMS          PIC  X(006).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-RPT-PGM-ID           PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-RPT-EMPID            PIC  X(007).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-RPT-ROW-KEY          PIC  X(030).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-RPT-FLD-NAME         PIC  X(020).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-RPT-CHG-DSTCD        PIC  X(001).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-RPT-BF-CTNT          PIC  X(022).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  WK-RPT-AF-CTNT          PIC  X(022).

       01  WK-SYSIN.
      *@  그룹회사구분코드
           03  WK-SYSIN-GR-CO-CD       PIC  X(003).
           03  FILLER                  PIC  X(001).
      *@  조회시작년월일
           03  WK-SYSIN-FROM-YMD       PIC  X(008).
           03  FILLER                  PIC  X(001).
      *@  조회종료년월일
           03  WK-SYSIN-TO-YMD         PIC  X(008).
           03  FILLER                  PIC  X(001).

      *-----------------------------------------------------------------
      *@   DBIO/SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@   DBIO공통처리부품 COPYBOOK 정의
           COPY    YCDBIOCA.
      *@   SQLIO공통처리부품 COPYBOOK 정의
           COPY    YCDBSQLA.
      *@   공통 COPYBOOK 정의
           COPY    YCCOMMON.

      *-----------------------------------------------------------------
      *@   CURSOR 정의
      *-----------------------------------------------------------------
      *@  기간내 확정대기중 변경 조회(평가건/변경일시순)
           EXEC SQL
                DECLARE CUR_C001 CURSOR
                                 WITH HOLD FOR
                SELECT A.기업집단그룹코드
                     , A.기업집단등록코드
                     , A.평가년월일
                     , A.변경년월일
                     , A.변경시각
                     , A.변경프로그램ID
                     , A.변경행식별내용
                     , A.변경항목명
                     , A.변경구분
                     , A.변경전내용
                     , A.변경후내용
                     , A.변경직원번호
                     , A.처리단계구분
                     , VALUE(B.기업집단명, ' ')
                     , VALUE(B.기업집단처리단계구분, ' ')
                  FROM DB2DBA.THKIPB167 A
                  LEFT OUTER JOIN DB2DBA.THKIPB110 B
                    ON B.그룹회사코드 = A.그룹회사코드
                   AND B.기업집단그룹코드
                     = A.기업집단그룹코드
                   AND B.기업집단등록코드
                     = A.기업집단등록코드
                   AND B.평가년월일 = A.평가년월일
                 WHERE A.그룹회사코드 = :BICOM-GROUP-CO-CD
                   AND A.확정대기여부 = 'Y'
                   AND A.변경년월일 BETWEEN :WK-SYSIN-FROM-YMD
                                     AND :WK-SYSIN-TO-YMD
                 ORDER BY A.기업집단그룹코드
                        , A.기업집단등록코드
                        , A.평가년월일
                        , A.변경년월일
                        , A.변경시각
                        , A.변경프로그램ID
                        , A.변경일련번호
                 WITH UR
           END-EXEC.

      *=================================================================
       PROCEDURE                       DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
      *@   메인 처리
      *-----------------------------------------------------------------
       S0000-MAIN-RTN.

      *@1  초기화 처리
           PERFORM S1000-INIT-RTN
              THRU S1000-INIT-EXT

      *@1  확정대기중 변경 명세 처리
           EXEC SQL OPEN CUR_C001 END-EXEC

           MOVE  CO-N  TO  WK-SW-EOF1
           PERFORM S2000-CHG-LIST-RTN
              THRU S2000-CHG-LIST-EXT
             UNTIL WK-SW-EOF1 = CO-Y

           EXEC SQL CLOSE CUR_C001 END-EXEC

      *@1  마지막 평가건 소계
           IF  WK-LAST-KEY NOT = SPACE
               PERFORM S2200-SUBTOT-RTN
                  THRU S2200-SUBTOT-EXT
           END-IF

      *@1  종료 처리
           PERFORM S9000-FINAL-RTN
              THRU S9000-FINAL-EXT
           .

       S0000-MAIN-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@   초기화 처리
      *-----------------------------------------------------------------
       S1000-INIT-RTN.

           INITIALIZE  WK-AREA
                       WK-DB

      *@1  SYSIN 파라미터 수신
           ACCEPT  WK-SYSIN  FROM  SYSIN

      *#1  그룹회사구분코드 확인
           IF  WK-SYSIN-GR-CO-CD = SPACE
               DISPLAY ":::::ERROR:::::"
               DISPLAY "그룹회사구분코드 파라미터 오류"
               MOVE 11 TO RETURN-CODE
               PERFORM S9000-FINAL-RTN
                  THRU S9000-FINAL-EXT
           END-IF

      *#1  조회기간 확인
           IF  WK-SYSIN-FROM-YMD  IS NOT NUMERIC
           OR  WK-SYSIN-TO-YMD    IS NOT NUMERIC
           OR  WK-SYSIN-FROM-YMD  >  WK-SYSIN-TO-YMD
               DISPLAY ":::::ERROR:::::"
               DISPLAY "조회기간 파라미터 오류"
               MOVE 12 TO RETURN-CODE
               PERFORM S9000-FINAL-RTN
                  THRU S9000-FINAL-EXT
           END-IF

           MOVE  WK-SYSIN-GR-CO-CD   TO  BICOM-GROUP-CO-CD
           MOVE  CO-PGM-ID           TO  BICOM-USER-EMPID

      *@1  파일 OPEN
           OPEN  OUTPUT  RPT-OUT-FILE
           IF  WK-RPT-FILE-ST  NOT =  '00'
               DISPLAY ":::::ERROR:::::"
               DISPLAY "RPTFILE OPEN 오류 [" WK-RPT-FILE-ST "]"
               MOVE 91 TO RETURN-CODE
               PERFORM S9000-FINAL-RTN
                  THRU S9000-FINAL-EXT
           END-IF

           MOVE SPACE TO RPT-RECORD
           STRING '** 확정대기중 평가입력 변경 보고 ('
                  WK-SYSIN-FROM-YMD '~' WK-SYSIN-TO-YMD ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC

           MOVE SPACE TO RPT-RECORD
           STRING '변경일   시각   프로그램 직원    '
                  '변경행                         '
                  '변경항목             구분 '
                  '변경전 / 변경후'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC
           .

       S1000-INIT-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@   변경 단건처리 - 평가건 변경시 소계/평가건 머리글 출력
      *-----------------------------------------------------------------
       S2000-CHG-LIST-RTN.

           EXEC SQL
                FETCH  CUR_C001
                INTO
                     :WK-DB-GROUP-CD
                   , :WK-DB-REGI-CD
                   , :WK-DB-VALUA-YMD
                   , :WK-DB-CHG-YMD
                   , :WK-DB-CHG-HMS
                   , :WK-DB-PGM-ID
                   , :WK-DB-ROW-KEY-CTNT
                   , :WK-DB-FLD-NAME
                   , :WK-DB-CHG-DSTCD
                   , :WK-DB-BF-CTNT
                   , :WK-DB-AF-CTNT
                   , :WK-DB-CHG-EMPID
                   , :WK-DB-CHG-STGE
                   , :WK-DB-GROUP-NAME
                   , :WK-DB-PRSNT-STGE
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZEROS

                MOVE WK-DB-GROUP-CD    TO  WK-CURR-GROUP-CD
                MOVE WK-DB-REGI-CD     TO  WK-CURR-REGI-CD
                MOVE WK-DB-VALUA-YMD   TO  WK-CURR-VALUA-YMD

      *#        평가건 변경시 직전 평가건 소계 후 머리글
                IF  WK-CURR-KEY NOT = WK-LAST-KEY
                    IF  WK-LAST-KEY NOT = SPACE
                        PERFORM S2200-SUBTOT-RTN
                           THRU S2200-SUBTOT-EXT
                    END-IF
                    PERFORM S2100-VALUA-HEAD-RTN
                       THRU S2100-VALUA-HEAD-EXT
                END-IF

                ADD  1  TO  WK-CHG-CNT
                            WK-SUB-CNT

                MOVE WK-DB-CHG-YMD     TO  WK-RPT-CHG-YMD
                MOVE WK-DB-CHG-HMS     TO  WK-RPT-CHG-HMS
                MOVE WK-DB-PGM-ID      TO  WK-RPT-PGM-ID
                MOVE WK-DB-CHG-EMPID   TO  WK-RPT-EMPID
                MOVE WK-DB-ROW-KEY-CTNT
                                       TO  WK-RPT-ROW-KEY
                MOVE WK-DB-FLD-NAME    TO  WK-RPT-FLD-NAME
                MOVE WK-DB-CHG-DSTCD   TO  WK-RPT-CHG-DSTCD
                MOVE WK-DB-BF-CTNT     TO  WK-RPT-BF-CTNT
                MOVE WK-DB-AF-CTNT     TO  WK-RPT-AF-CTNT
                MOVE WK-RPT-LINE       TO  RPT-RECORD
                WRITE WK-RPT-REC

           WHEN 100

                MOVE CO-Y  TO  WK-SW-EOF1

           WHEN OTHER

                DISPLAY "FETCH CUR_C001 "
                        " SQL-ERROR:[" SQLCODE "]"
                MOVE 21 TO RETURN-CODE
                PERFORM S9000-FINAL-RTN
                   THRU S9000-FINAL-EXT

           END-EVALUATE
           .

       S2000-CHG-LIST-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@   평가건 머리글 출력(기업집단명/현재 처리단계)
      *-----------------------------------------------------------------
       S2100-VALUA-HEAD-RTN.

           ADD  1  TO  WK-VALUA-CNT

           MOVE WK-CURR-KEY  TO  WK-LAST-KEY

           MOVE SPACE TO RPT-RECORD
           STRING '## 기업집단 ' WK-DB-GROUP-CD '/' WK-DB-REGI-CD
                  ' ' WK-DB-GROUP-NAME(1:40)
                  ' 평가일 '     WK-DB-VALUA-YMD
                  ' 현재단계 '   WK-DB-PRSNT-STGE
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC
           .

       S2100-VALUA-HEAD-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@   평가건별 소계 출력
      *-----------------------------------------------------------------
       S2200-SUBTOT-RTN.

           MOVE SPACE TO RPT-RECORD
           STRING '-- 평가건 ' WK-LAST-GROUP-CD '/' WK-LAST-REGI-CD
                  '/'          WK-LAST-VALUA-YMD
                  ' 소계 '     WK-SUB-CNT ' 건'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC

           MOVE ZEROS  TO  WK-SUB-CNT
           .

       S2200-SUBTOT-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@   종료 처리
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.

           MOVE SPACE TO RPT-RECORD
           STRING '** 변경 ' WK-CHG-CNT
                  ' 건 평가 ' WK-VALUA-CNT ' 건 **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC

           CLOSE  RPT-OUT-FILE

           DISPLAY "*** -INFO- ***"
           DISPLAY "▶ 확정대기중 변경 보고결과 ◀"
           DISPLAY "변경건수   [" WK-CHG-CNT "]"
           DISPLAY "평가건수   [" WK-VALUA-CNT "]"
           DISPLAY "*** -INFO- ***"

           STOP RUN
           .

       S9000-FINAL-EXT.
           EXIT.
