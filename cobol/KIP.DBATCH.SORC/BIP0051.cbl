      *@              으로 집계한다
      *@            - 조회셀(시작/종료등급) 지정시 해당 셀의
      *@              그룹명세(DETAIL)를 함께 수록한다
      *@            - 기간초가 보관기준일 이전인 년도는 보관이력
      *@              (THKIPH110, BIP0067 이관)을 포함하여 조회
      *-----------------------------------------------------------------
      *@에러표준  :
      *@11~19:입력파라미터 오류
      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20260901:신규작성
      *@김경호:20261015:보관이력(THKIPH110) 연계 - 기간초가 보관
      *@                기준일(THKIPH100) 이전이면 기간초/기간말
      *@                등급을 보관이력 포함하여 조회
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
           03  WK-SWAP-GRD             PIC  X(003).
           03  WK-SW-SORTED            PIC  X(001).
           03  WK-SWAP-CELL            PIC  9(007) COMP.
      *@  보관기준년월일(THKIPH100)/보관이력 포함여부
           03  WK-ARCV-HRZN-YMD        PIC  X(008).
           03  WK-ARCV-YN              PIC  X(001).

      *@  등급목록(출현순 수집후 정렬)
       01  WK-GRD-AREA.
      *@  - 기간초: 년도개시일 이전의 최종 확정등급
      *@  - 기간말: 년도말일 이하의 최종 확정등급
      *@  - 소멸건수: 기간중 구조변경계보의 전신으로 등재
      *@  - 보관이력 포함여부 'Y'이면 보관이력(THKIPH110) 포함
           EXEC SQL
                DECLARE CUR_C001 CURSOR
                                 WITH HOLD FOR
                     , A.기업집단등록코드
                     , VALUE(
                       (SELECT S.최종집단등급구분코드
                          FROM (SELECT 그룹회사코드
                                     , 기업집단그룹코드
                                     , 기업집단등록코드
                                     , 기업집단처리단계구분
                                     , 평가년월일
                                     , 최종집단등급구분코드
                                  FROM DB2DBA.THKIPB110
                                 UNION ALL
                                SELECT 그룹회사코드
                                     , 기업집단그룹코드
                                     , 기업집단등록코드
                                     , 기업집단처리단계구분
                                     , 평가년월일
                                     , 최종집단등급구분코드
                                  FROM DB2DBA.THKIPH110
                                 WHERE :WK-ARCV-YN = 'Y') S
                         WHERE S.그룹회사코드
                                      = A.그룹회사코드
                           AND S.기업집단그룹코드
                         FETCH FIRST 1 ROW ONLY), ' ')
                     , VALUE(
                       (SELECT E.최종집단등급구분코드
                          FROM (SELECT 그룹회사코드
                                     , 기업집단그룹코드
                                     , 기업집단등록코드
                                     , 기업집단처리단계구분
                                     , 평가년월일
                                     , 최종집단등급구분코드
                                  FROM DB2DBA.THKIPB110
                                 UNION ALL
                                SELECT 그룹회사코드
                                     , 기업집단그룹코드
                                     , 기업집단등록코드
                                     , 기업집단처리단계구분
                                     , 평가년월일
                                     , 최종집단등급구분코드
                                  FROM DB2DBA.THKIPH110
                                 WHERE :WK-ARCV-YN = 'Y') E
                         WHERE E.그룹회사코드
                                      = A.그룹회사코드
                           AND E.기업집단그룹코드
           MOVE  WK-SYSIN-GR-CO-CD   TO  BICOM-GROUP-CO-CD
           MOVE  CO-PGM-ID           TO  BICOM-USER-EMPID

      *@1  보관기준년월일 조회(보관 미실행시 '00000000')
           EXEC SQL
                SELECT VALUE(MAX(보관기준년월일), '00000000')
                  INTO :WK-ARCV-HRZN-YMD
                  FROM DB2DBA.THKIPH100
                 WHERE 그룹회사코드     = :BICOM-GROUP-CO-CD
                   AND 보관대상테이블명 = 'THKIPB110'
                 WITH UR
           END-EXEC

           IF  SQLCODE NOT = ZEROS
               DISPLAY "SELECT THKIPH100 "
                       " SQL-ERROR:[" SQLCODE "]"
               MOVE 23 TO RETURN-CODE
               PERFORM S9000-FINAL-RTN
                  THRU S9000-FINAL-EXT
           END-IF

      *@1  파일 OPEN
           OPEN  OUTPUT  RPT-OUT-FILE
           IF  WK-RPT-FILE-ST  NOT =  '00'
                  ' 모드 ' WK-SYSIN-MODE ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC

      *@1  보관기준일 이전 기간 포함시 안내
           MOVE SPACE  TO  WK-YR-START
           STRING WK-SYSIN-FROM-YR '0101'
                  DELIMITED BY SIZE  INTO WK-YR-START
           IF  WK-YR-START < WK-ARCV-HRZN-YMD
               MOVE SPACE TO RPT-RECORD
               STRING '** 보관기준일 ' WK-ARCV-HRZN-YMD
                      ' 이전 기간은 보관이력 포함 **'
                      DELIMITED BY SIZE  INTO RPT-RECORD
               WRITE WK-RPT-REC
           END-IF
           .

       S1000-INIT-EXT.
           STRING WK-YEAR-N '1231'
                  DELIMITED BY SIZE  INTO WK-YR-END

      *@1  기간초가 보관기준일 이전이면 보관이력 포함
           IF  WK-YR-START < WK-ARCV-HRZN-YMD
               MOVE CO-Y  TO  WK-ARCV-YN
           ELSE
               MOVE CO-N  TO  WK-ARCV-YN
           END-IF

           EXEC SQL OPEN CUR_C001 END-EXEC

           MOVE  CO-N  TO  WK-SW-EOF1
