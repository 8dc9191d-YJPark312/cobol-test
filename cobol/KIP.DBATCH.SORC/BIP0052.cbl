      *@            - 우량등급의 부도율이 열위등급보다 높은
      *@              역전구간 플래그('*역전')
      *@            - 부도건 명세(집단/등급/사건일/유형) 수록
      *@            - 관측기준일이 보관기준일 이전이면 보관이력
      *@              (THKIPH110, BIP0067 이관)을 포함하여 조회
      *@            - PD적재여부 'Y'이면 등급별 관측부도율을
      *@              등급별PD관리(THKIPB168)에 관측치로 적재
      *@              (수기등록 PD는 갱신하지 않음, BIP0068 참조)
      *-----------------------------------------------------------------
      *@에러표준  :
      *@11~19:입력파라미터 오류
      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20260901:신규작성
      *@김경호:20261015:보관이력(THKIPH110) 연계 - 관측기준일이
      *@                보관기준일(THKIPH100) 이전이면 보유등급을
      *@                보관이력 포함하여 조회
      *@김경호:20261015:등급별PD관리(THKIPB168) 관측부도율 적재
      *@                - SYSIN PD적재여부/적용시작년월일 추가
      *=================================================================
       IDENTIFICATION                  DIVISION.
      *=================================================================
           03  WK-SWAP-CNT             PIC  9(007) COMP.
           03  WK-RATE-I               PIC  9(003)V9(02).
           03  WK-RATE-J               PIC  9(003)V9(02).
      *@  보관기준년월일(THKIPH100)/보관이력 포함여부
           03  WK-ARCV-HRZN-YMD        PIC  X(008).
           03  WK-ARCV-YN              PIC  X(001).
      *@  등급별PD 적재건수(신규/갱신/수기유지)
           03  WK-PD-INS-CNT           PIC  9(009).
           03  WK-PD-UPD-CNT           PIC  9(009).
           03  WK-PD-KEEP-CNT          PIC  9(009).

      *@  관측기간말 산출용
           03  WK-OBS-END-YMD.
           03  WK-DB-DFLT-CNT          PIC S9(009) COMP-3.
           03  WK-DB-DFLT-YMD          PIC  X(008).
           03  WK-DB-DFLT-TYPE         PIC  X(002).
      *@  등급별PD 적재
           03  WK-DB-PD-APLY-YMD       PIC  X(008).
           03  WK-DB-PD-GRD            PIC  X(003).
           03  WK-DB-PD-RATE           PIC S9(003)V9(04) COMP-3.
           03  WK-DB-PD-OBS-MM         PIC S9(003) COMP-3.
           03  WK-DB-PD-NGRP           PIC S9(009) COMP-3.
           03  WK-DB-PD-NDFLT          PIC S9(009) COMP-3.

      *@  등급별 집계라인
       01  WK-RPT-LINE.
      *@  부도관측기간(개월, 공백시 12)
           03  WK-SYSIN-OBS-MM         PIC  X(003).
           03  FILLER                  PIC  X(001).
      *@  PD적재여부(Y:등급별PD관리 적재, 그외 미적재)
           03  WK-SYSIN-PD-LOAD-YN     PIC  X(001).
           03  FILLER                  PIC  X(001).
      *@  PD적용시작년월일(공백시 관측기간말)
           03  WK-SYSIN-PD-APLY-YMD    PIC  X(008).
           03  FILLER                  PIC  X(001).

      *-----------------------------------------------------------------
      *@   DBIO/SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@  확정평가 보유그룹별 관측기준일 등급/관측기간내
      *@  부도사건 조회
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
           PERFORM S4000-RATE-REPORT-RTN
              THRU S4000-RATE-REPORT-EXT

      *@1  등급별PD관리 관측부도율 적재
           IF  WK-SYSIN-PD-LOAD-YN = CO-Y
               PERFORM S5000-PD-LOAD-RTN
                  THRU S5000-PD-LOAD-EXT
           END-IF

      *@1  종료 처리
           PERFORM S9000-FINAL-RTN
              THRU S9000-FINAL-EXT
           MOVE  WK-SYSIN-GR-CO-CD   TO  BICOM-GROUP-CO-CD
           MOVE  CO-PGM-ID           TO  BICOM-USER-EMPID

      *#1  PD적재시 관측기간 경과 확인 및 적용시작년월일
           IF  WK-SYSIN-PD-LOAD-YN = CO-Y
               IF  WK-OBS-END-YMD > FUNCTION CURRENT-DATE(1:8)
                   DISPLAY ":::::ERROR:::::"
                   DISPLAY "관측기간 미경과 - PD적재 불가 ["
                           WK-OBS-END-YMD "]"
                   MOVE 13 TO RETURN-CODE
                   PERFORM S9000-FINAL-RTN
                      THRU S9000-FINAL-EXT
               END-IF

               IF  WK-SYSIN-PD-APLY-YMD IS NUMERIC
                   MOVE WK-SYSIN-PD-APLY-YMD TO WK-DB-PD-APLY-YMD
               ELSE
                   MOVE WK-OBS-END-YMD       TO WK-DB-PD-APLY-YMD
               END-IF
           END-IF

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
               MOVE 22 TO RETURN-CODE
               PERFORM S9000-FINAL-RTN
                  THRU S9000-FINAL-EXT
           END-IF

      *@1  관측기준일이 보관기준일 이전이면 보관이력 포함
           IF  WK-SYSIN-OBS-YMD < WK-ARCV-HRZN-YMD
               MOVE CO-Y  TO  WK-ARCV-YN
           ELSE
               MOVE CO-N  TO  WK-ARCV-YN
           END-IF

      *@1  파일 OPEN
           OPEN  OUTPUT  RPT-OUT-FILE
           IF  WK-RPT-FILE-ST  NOT =  '00'
                  WK-SYSIN-OBS-MM '개월) **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC

      *@1  보관이력 포함시 안내
           IF  WK-ARCV-YN = CO-Y
               MOVE SPACE TO RPT-RECORD
               STRING '** 보관기준일 ' WK-ARCV-HRZN-YMD
                      ' 이전 관측으로 보관이력 포함 **'
                      DELIMITED BY SIZE  INTO RPT-RECORD
               WRITE WK-RPT-REC
           END-IF
           .

       S1000-INIT-EXT.
       S4000-RATE-REPORT-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@   등급별PD관리(THKIPB168) 관측부도율 적재
      *@   - 자료원구분 '1'(관측) 으로 등급별 신규등록, 동일
      *@     적용시작일에 관측치가 있으면 갱신
      *@   - 동일 적용시작일에 수기등록('2') PD가 있으면 유지
      *-----------------------------------------------------------------
       S5000-PD-LOAD-RTN.

           MOVE SPACE TO RPT-RECORD
           STRING '** 등급별PD 적재 (적용시작 '
                  WK-DB-PD-APLY-YMD ') **'
                  DELIMITED BY SIZE  INTO RPT-RECORD
           WRITE WK-RPT-REC

           MOVE WK-SYSIN-OBS-MM  TO  WK-DB-PD-OBS-MM

           PERFORM VARYING WK-I FROM 1 BY 1
                     UNTIL WK-I > WK-GRD-CNT
               PERFORM S5100-PD-UPSERT-RTN
                  THRU S5100-PD-UPSERT-EXT
           END-PERFORM

           EXEC SQL COMMIT END-EXEC
           .

       S5000-PD-LOAD-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@   등급 단건 PD 등록/갱신
      *-----------------------------------------------------------------
       S5100-PD-UPSERT-RTN.

           MOVE WK-GRD-CD(WK-I)      TO  WK-DB-PD-GRD
           MOVE WK-GRD-NGRP(WK-I)    TO  WK-DB-PD-NGRP
           MOVE WK-GRD-NDFLT(WK-I)   TO  WK-DB-PD-NDFLT
           COMPUTE WK-DB-PD-RATE ROUNDED =
                   WK-GRD-NDFLT(WK-I) * 100
                 / WK-GRD-NGRP(WK-I)

           MOVE 'PDLOAD'             TO  WK-RPT-TAG
           MOVE WK-GRD-CD(WK-I)      TO  WK-RPT-GRD
           MOVE WK-GRD-NGRP(WK-I)    TO  WK-RPT-NGRP
           MOVE WK-GRD-NDFLT(WK-I)   TO  WK-RPT-NDFLT
           COMPUTE WK-RATE-I ROUNDED = WK-DB-PD-RATE
           MOVE WK-RATE-I            TO  WK-RPT-RATE

           EXEC SQL
                INSERT INTO DB2DBA.THKIPB168
                     ( 그룹회사코드
                     , 적용시작년월일
                     , 집단등급구분
                     , PD율
                     , 자료원구분
                     , 관측기준년월일
                     , 관측기간개월
                     , 관측모수
                     , 부도건수
                     , 시스템최종처리일시
                     , 시스템최종사용자번호 )
                VALUES
                     ( :BICOM-GROUP-CO-CD
                     , :WK-DB-PD-APLY-YMD
                     , :WK-DB-PD-GRD
                     , :WK-DB-PD-RATE
                     , '1'
                     , :WK-SYSIN-OBS-YMD
                     , :WK-DB-PD-OBS-MM
                     , :WK-DB-PD-NGRP
                     , :WK-DB-PD-NDFLT
                     , CURRENT TIMESTAMP
                     , :BICOM-USER-EMPID )
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZEROS
                ADD  1  TO  WK-PD-INS-CNT
                MOVE '신규'          TO  WK-RPT-TEXT

           WHEN -803

      *#        기등록 - 관측치('1')인 경우만 갱신
                EXEC SQL
                     UPDATE DB2DBA.THKIPB168
                        SET PD율           = :WK-DB-PD-RATE
                          , 관측기준년월일 = :WK-SYSIN-OBS-YMD
                          , 관측기간개월   = :WK-DB-PD-OBS-MM
                          , 관측모수       = :WK-DB-PD-NGRP
                          , 부도건수       = :WK-DB-PD-NDFLT
                          , 시스템최종처리일시
                                           = CURRENT TIMESTAMP
                          , 시스템최종사용자번호
                                           = :BICOM-USER-EMPID
                      WHERE 그룹회사코드   = :BICOM-GROUP-CO-CD
                        AND 적용시작년월일 = :WK-DB-PD-APLY-YMD
                        AND 집단등급구분   = :WK-DB-PD-GRD
                        AND 자료원구분     = '1'
                END-EXEC

                EVALUATE SQLCODE
                WHEN ZEROS
                     ADD  1  TO  WK-PD-UPD-CNT
                     MOVE '갱신'          TO  WK-RPT-TEXT
                WHEN 100
                     ADD  1  TO  WK-PD-KEEP-CNT
                     MOVE '수기등록 PD 유지' TO  WK-RPT-TEXT
                WHEN OTHER
                     DISPLAY "UPDATE THKIPB168 "
                             " SQL-ERROR:[" SQLCODE "]"
                     EXEC SQL ROLLBACK END-EXEC
                     MOVE 24 TO RETURN-CODE
                     PERFORM S9000-FINAL-RTN
                        THRU S9000-FINAL-EXT
                END-EVALUATE

           WHEN OTHER

                DISPLAY "INSERT THKIPB168 "
                        " SQL-ERROR:[" SQLCODE "]"
                EXEC SQL ROLLBACK END-EXEC
                MOVE 23 TO RETURN-CODE
                PERFORM S9000-FINAL-RTN
                   THRU S9000-FINAL-EXT

           END-EVALUATE

           MOVE WK-RPT-LINE  TO  RPT-RECORD
           WRITE WK-RPT-REC
           .

       S5100-PD-UPSERT-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@   종료 처리
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.
           DISPLAY "부도건수   [" WK-DFLT-CNT "]"
           DISPLAY "미평가제외 [" WK-NORAT-CNT "]"
           DISPLAY "역전구간   [" WK-INVRS-CNT "]"
           IF  WK-SYSIN-PD-LOAD-YN = CO-Y
               DISPLAY "PD신규     [" WK-PD-INS-CNT "]"
               DISPLAY "PD갱신     [" WK-PD-UPD-CNT "]"
               DISPLAY "PD수기유지 [" WK-PD-KEEP-CNT "]"
           END-IF
           DISPLAY "*** -INFO- ***"

           STOP RUN
