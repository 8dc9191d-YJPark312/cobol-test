      *@                미존재시 승계집단의 전신집단을 계보에서
      *@                찾아 전신집단의 최종 확정평가를 직전평가
      *@                로 반환(S6200, 등록은 DIPA645)
      *@김경호:20261015:보관이력(THKIPH110, BIP0067 이관) 연계 -
      *@                금회평가 미존재시 보관이력 조회(S6300),
      *@                직전평가는 보관이력의 최종 확정평가가
      *@                더 최근이면 보관이력으로 반환(S6400)
      *-----------------------------------------------------------------
      ******************************************************************
      **  ----------------   -------------------------------------------
      **  ----------------   -------------------------------------------
      **                   : THKIPB110                     : R
      **                   : THKIPB110                     : C
      **                   : THKIPH110                     : R
      ******************************************************************
      *=================================================================
       IDENTIFICATION                  DIVISION.
           03  WK-LINEAGE-GROUP-CD     PIC  X(003).
           03  WK-LINEAGE-REGI-CD      PIC  X(003).
           03  WK-LINEAGE-VALD-YMD     PIC  X(008).
      *@  보관이력 직전 확정평가년월일
           03  WK-ARCV-PRIOR-YMD       PIC  X(008).
      *    데이터 존재 유무
           03  WK-DATA-YN              PIC  X(001).
      *    직원한글명
       01  TKIPB110-KEY.
           COPY  TKIPB110.

      *@   THKIPH110 기업집단평가기본(보관이력)
       01  TRIPH110-REC.
           COPY  TRIPH110.
       01  TKIPH110-KEY.
           COPY  TKIPH110.

      *@  기업집단구조변경계보
       01  TRIPB145-REC.
           COPY  TRIPB145.
                         THRU S6100-QIPA309-CALL-EXT

               WHEN COND-DBIO-MRNF
      *@             보관이력(THKIPH110)에서 금회평가 조회
                      PERFORM S6300-ARCV-CUR-SEL-RTN
                         THRU S6300-ARCV-CUR-SEL-EXT

               WHEN OTHER
      *              데이터를 검색할 수 없습니다.
                    END-IF

               WHEN COND-DBSQL-MRNF
                    CONTINUE

               WHEN OTHER
      *              데이터를 검색할 수 없습니다.
                    #ERROR CO-B3900009 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE

      *@   보관이력(THKIPH110)의 직전 확정평가가 더 최근이면
      *@   보관이력으로 반환
           PERFORM S6400-ARCV-PRIOR-SEL-RTN
              THRU S6400-ARCV-PRIOR-SEL-EXT

      *@   자체 직전평가 미존재 - 구조변경계보를 따라
      *@   전신집단의 최종 확정평가를 조회
           IF  XDIPA301-O-PRIOR-FOUND-YN = 'N'
               PERFORM S6200-LINEAGE-PRIOR-RTN
                  THRU S6200-LINEAGE-PRIOR-EXT
           END-IF

           .
       S6100-QIPA309-CALL-EXT.
           EXIT.
       S6200-LINEAGE-PRIOR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  보관이력 금회평가 조회 - 보관기준일 이전으로 이관된
      *@  평가(THKIPH110)를 금회평가로 비교조회한다
      *-----------------------------------------------------------------
       S6300-ARCV-CUR-SEL-RTN.

           #USRLOG "★[S6300-ARCV-CUR-SEL-RTN]"

           INITIALIZE YCDBIOCA-CA
                      TRIPH110-REC
                      TKIPH110-KEY.

      *@   보관이력 PK SET(금회평가 PK와 동일)
           MOVE KIPB110-PK-GROUP-CO-CD
             TO KIPH110-PK-GROUP-CO-CD
           MOVE KIPB110-PK-CORP-CLCT-GROUP-CD
             TO KIPH110-PK-CORP-CLCT-GROUP-CD
           MOVE KIPB110-PK-CORP-CLCT-REGI-CD
             TO KIPH110-PK-CORP-CLCT-REGI-CD
           MOVE KIPB110-PK-VALUA-YMD
             TO KIPH110-PK-VALUA-YMD

           #DYDBIO SELECT-CMD-N  TKIPH110-PK TRIPH110-REC

           EVALUATE TRUE
               WHEN COND-DBIO-OK

      *@             금회평가 비교항목 SET
                      MOVE RIPH110-LAST-CLCT-GRD-DSTCD
                        TO XDIPA301-O-CUR-LAST-CLCT-GRD-DSTCD
                      MOVE RIPH110-FNAF-SCOR
                        TO XDIPA301-O-CUR-FNAF-SCOR
                      MOVE RIPH110-NON-FNAF-SCOR
                        TO XDIPA301-O-CUR-NON-FNAF-SCOR
                      MOVE RIPH110-CHSN-SCOR
                        TO XDIPA301-O-CUR-CHSN-SCOR

      *@             직전평가(금회 평가년월일 이전 최종) 조회
                      PERFORM S6100-QIPA309-CALL-RTN
                         THRU S6100-QIPA309-CALL-EXT

               WHEN COND-DBIO-MRNF
      *              조회하신 평가내역이 존재하지 않습니다.
                      MOVE CO-STAT-NOTFND
                        TO XDIPA301-R-STAT

               WHEN OTHER
      *              데이터를 검색할 수 없습니다.
      *              전산부 업무담당자에게 연락하여 주시기 바랍니다.
                      #ERROR CO-B3900009 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE

           .
       S6300-ARCV-CUR-SEL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  보관이력 직전평가 조회 - 보관이력(THKIPH110)에서 금회
      *@  평가년월일 이전 최종 확정평가를 찾아 현행 직전평가보다
      *@  최근이면 직전평가로 반환한다
      *-----------------------------------------------------------------
       S6400-ARCV-PRIOR-SEL-RTN.

           MOVE SPACES
             TO WK-ARCV-PRIOR-YMD

           INITIALIZE YCDBIOCA-CA
                      TRIPH110-REC
                      TKIPH110-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPH110-PK-GROUP-CO-CD
      *   기업집단그룹코드
           MOVE XDIPA301-I-CORP-CLCT-GROUP-CD
             TO KIPH110-PK-CORP-CLCT-GROUP-CD
      *   기업집단등록코드
           MOVE XDIPA301-I-CORP-CLCT-REGI-CD
             TO KIPH110-PK-CORP-CLCT-REGI-CD
      *   평가년월일
           MOVE LOW-VALUE
             TO KIPH110-PK-VALUA-YMD

           #DYDBIO  OPEN-CMD-1  TKIPH110-PK TRIPH110-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900009 CO-UKII0182 CO-STAT-ERROR
           END-IF

           PERFORM UNTIL COND-DBIO-MRNF

                   #DYDBIO FETCH-CMD-1 TKIPH110-PK TRIPH110-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900009 CO-UKII0182 CO-STAT-ERROR
                   END-IF

      *#           금회 이전 최종 확정평가 선택
                   IF  COND-DBIO-OK
                   AND RIPH110-CORP-CP-STGE-DSTCD = '6'
                   AND RIPH110-VALUA-YMD < XDIPA301-I-VALUA-YMD
                   AND RIPH110-VALUA-YMD > WK-ARCV-PRIOR-YMD

                       MOVE RIPH110-VALUA-YMD
                         TO WK-ARCV-PRIOR-YMD

                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPH110-PK TRIPH110-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900009 CO-UKII0182 CO-STAT-ERROR
           END-IF

      *#1 보관이력 미존재 또는 현행 직전평가가 최근이면 종료
           IF  WK-ARCV-PRIOR-YMD = SPACE
           OR  WK-ARCV-PRIOR-YMD <= XDIPA301-O-PRIOR-VALUA-YMD
               GO TO S6400-ARCV-PRIOR-SEL-EXT
           END-IF

      *@1 보관이력 직전평가 조회
           INITIALIZE YCDBIOCA-CA
                      TRIPH110-REC.

           MOVE WK-ARCV-PRIOR-YMD
             TO KIPH110-PK-VALUA-YMD

           #DYDBIO SELECT-CMD-N  TKIPH110-PK TRIPH110-REC

           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900009 CO-UKII0182 CO-STAT-ERROR
           END-IF

           IF  COND-DBIO-OK
               MOVE 'Y'
                 TO XDIPA301-O-PRIOR-FOUND-YN
               MOVE WK-ARCV-PRIOR-YMD
                 TO XDIPA301-O-PRIOR-VALUA-YMD
               MOVE RIPH110-LAST-CLCT-GRD-DSTCD
                 TO XDIPA301-O-PRIOR-LAST-CLCT-GRD-DSTCD
               MOVE RIPH110-FNAF-SCOR
                 TO XDIPA301-O-PRIOR-FNAF-SCOR
               MOVE RIPH110-NON-FNAF-SCOR
                 TO XDIPA301-O-PRIOR-NON-FNAF-SCOR
               MOVE RIPH110-CHSN-SCOR
                 TO XDIPA301-O-PRIOR-CHSN-SCOR
           END-IF

           .
       S6400-ARCV-PRIOR-SEL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  평가이력 정정(금회)
      *-----------------------------------------------------------------
