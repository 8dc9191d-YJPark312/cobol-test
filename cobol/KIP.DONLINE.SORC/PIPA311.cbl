      *@김경호:20260825:분기 일괄생성 보관본(THKIPB311, BIP0032)
      *@                우선조회 기능 추가(S2500) - 보관본 존재시
      *@                재계산 없이 제공
      *@김경호:20261015:추정재무제표(THKIPB153) 출력 추가(S3400,
      *@                DIPA682 조회)
      *@김경호:20261015:확정보존자료 대비조회 추가(S2700) - 확정
      *@                당시 보존자료(THKIPB164/THKIPB165, DIPA961
      *@                적재)를 출력하고 현재 재계산분과 자료구분별
      *@                (계열사/합산재무/재무비율/점수/모델버전/
      *@                등급조정/의견) 차이여부/건수를 함께 제공
      * ----------------------------------------------------------------
      *오일환:20200113: 신규작성
      *=================================================================
           03  CO-B3900001             PIC  X(008) VALUE 'B3900001'.
      *@   조치메시지(자료확인)
           03  CO-UKII0126             PIC  X(008) VALUE 'UKII0126'.
      *@   확정보존자료 비교 그리드행수/자료구분수
           03  CO-DOSR-ROW-MAX         PIC S9(004) COMP VALUE 300.
           03  CO-DOSR-SECT-CNT        PIC S9(004) COMP VALUE 7.

      *-----------------------------------------------------------------
      * WORKING AREA
           03  WK-ARCH-OFFSET          PIC S9(009) COMP.
           03  WK-ARCH-MOVE-LEN        PIC S9(009) COMP.

      *@  확정평가보존자료기본 THKIPB164 (DIPA961 확정시 적재)
       01  TRIPB164-REC.
           COPY  TRIPB164.
       01  TKIPB164-KEY.
           COPY  TKIPB164.

      *@  확정평가보존자료명세 THKIPB165 (DIPA961 확정시 적재)
       01  TRIPB165-REC.
           COPY  TRIPB165.
       01  TKIPB165-KEY.
           COPY  TKIPB165.

      *@  기업집단평가 요인별기여도 THKIPB136
       01  TRIPB136-REC.
           COPY  TRIPB136.
       01  TKIPB136-KEY.
           COPY  TKIPB136.

      *@  확정당시/현재 비교용 작업영역
       01  WK-DOSR-AREA.
           03  WK-DOSR-EOF             PIC  X(001).
           03  WK-DOSR-FOUND-YN        PIC  X(001).
           03  WK-DOSR-SEQ             PIC  9(003).
           03  WK-DOSR-DEFINS-YMD      PIC  X(008).
           03  WK-DOSR-DEFINS-EMPID    PIC  X(007).
           03  WK-DOSR-RETN-END-YMD    PIC  X(008).
           03  WK-DOSR-MDEL-VER-ID     PIC  X(008).
           03  WK-DOSR-OFFSET          PIC S9(009) COMP.
           03  WK-DOSR-MOVE-LEN        PIC S9(009) COMP.
           03  WK-DOSR-IX              PIC S9(004) COMP.
           03  WK-DOSR-DIFF            PIC S9(005) COMP.
           03  WK-DOSR-SECT-IX         PIC S9(004) COMP.
           03  WK-DOSR-SECT-DSTCD      PIC  X(002).
           03  WK-DOSR-SECT-NAME       PIC  X(022).
      *    현재 요인별기여도(THKIPB136) / 확정당시 요인별기여도
           03  WK-CUR-MDEL-VER-ID      PIC  X(008).
           03  WK-CUR-FCTR-CNT         PIC S9(004) COMP.
           03  WK-CUR-FCTR-ROW         PIC  X(100) OCCURS 100.
           03  WK-DOSR-FCTR-CNT        PIC S9(004) COMP.
           03  WK-DOSR-FCTR-ROW        PIC  X(100) OCCURS 100.
      *    현재 점수/등급/등급조정
           03  WK-CUR-FNAF-SCOR        PIC S9(005)V9(02).
           03  WK-CUR-NON-FNAF-SCOR    PIC S9(005)V9(02).
           03  WK-CUR-CHSN-SCOR        PIC S9(004)V9(05).
           03  WK-CUR-SPARE-C-GRD      PIC  X(003).
           03  WK-CUR-NEW-SC-GRD       PIC  X(003).
           03  WK-CUR-LAST-CLCT-GRD    PIC  X(003).
           03  WK-CUR-NEW-LC-GRD       PIC  X(003).
           03  WK-CUR-ITEM-VAL         PIC  X(001) OCCURS 6.
           03  WK-CUR-GRD-ADJS-DSTCD   PIC  X(001).
           03  WK-CUR-ADJS-STGE-NO     PIC  X(002).
           03  WK-CUR-CRDRAT-ADJS      PIC  X(007).
           03  WK-CUR-GRD-ADJS-DSTIC   PIC  X(001).
           03  WK-CUR-GRD-ADJS-RESN    PIC  X(502).
      *    현재 보고서 그리드(행단위 이미지)
           03  WK-CUR-SCOR-ROW         PIC  X(077) OCCURS 3.
           03  WK-CUR-FNSM-ROW         PIC  X(103) OCCURS 3.
           03  WK-CUR-CMPT-ROW         PIC  X(133) OCCURS 3.
           03  WK-CUR-FNST-ROW         PIC  X(126) OCCURS 300.
           03  WK-CUR-RATO-ROW         PIC  X(171) OCCURS 300.
           03  WK-CUR-AFLT-ROW         PIC  X(188) OCCURS 300.
           03  WK-CUR-ORDVL-ROW        PIC  X(210) OCCURS 300.
           03  WK-CUR-ATHOR-ROW        PIC  X(1051) OCCURS 300.
      *    현재 의견
           03  WK-CUR-ORDVL-OPIN       PIC  X(4002).
           03  WK-CUR-BIZ-SABI-OPIN    PIC  X(4002).
           03  WK-CUR-INTNL-T-OPIN     PIC  X(4002).
           03  WK-CUR-CMPRE-OPIN       PIC  X(4002).
           03  WK-CUR-COMT-CTNT        PIC  X(4002).

       01  WK-AREA.

           03  WK-I                    PIC  S9(004) COMP.
           03  WK-BASE                 PIC  9(001).
           03  WK-CNT                  PIC  S9(001)  VALUE 3.
           03  WK-AMT                  PIC  9(015).
           03  WK-PRJT-AMT             PIC S9(015).
           03  FILLER                  PIC  X(001).
      *-----------------------------------------------------------------
      * PGM INTERFACE PARAMETER
       01  XDIPA521-CA.
           COPY  XDIPA521.

      *@   DC기업집단추정재무제표저장/조회COPYBOOK
       01  XDIPA682-CA.
           COPY  XDIPA682.

      *-----------------------------------------------------------------
       LINKAGE                         SECTION.
      *-----------------------------------------------------------------
       S3000-PROCESS-RTN.
      *@1 보관본 우선조회 - 분기 일괄생성(BIP0032) 보관본이
      *@  있으면 재계산 없이 보관본을 그대로 제공한다.
      *@  확정보존자료 대비조회는 항상 재계산한다.
           IF  XPIPA311-I-ARCHIVE-YN = 'Y'
           AND XPIPA311-I-DOSR-YN NOT = 'Y'
               PERFORM S2500-ARCHIVE-LOAD-RTN
                  THRU S2500-ARCHIVE-LOAD-EXT
               IF XPIPA311-O-ARCHIVE-SRC-YN = 'Y'
           MOVE 3
             TO XPIPA311-O-PRSNT-NOITM2

      *@기업집단추정재무제표
           PERFORM S3400-CALL-DIPA682-RTN
              THRU S3400-CALL-DIPA682-EXT

      *@확정보존자료 대비(확정당시 자료 출력 + 현재 대비 차이)
           IF XPIPA311-I-DOSR-YN = 'Y'
               PERFORM S2700-DOSR-CMPR-RTN
                  THRU S2700-DOSR-CMPR-EXT
           END-IF

           .
       S3000-PROCESS-EXT.
           EXIT.
       S2510-ARCHIVE-FETCH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  확정보존자료 대비 - 현재 재계산분을 작업영역에 보관한
      *@  후 확정당시 보존자료(THKIPB165)로 출력영역을 재조립하고
      *@  자료구분별 차이여부/건수와 현재 점수/등급을 함께 출력.
      *@  보존자료가 없으면 현재 재계산분을 그대로 제공한다.
      *-----------------------------------------------------------------
       S2700-DOSR-CMPR-RTN.

      *@1 대상 확정차수 결정(입력 0이면 최종 확정차수)
           PERFORM S2710-DOSR-HDR-RTN
              THRU S2710-DOSR-HDR-EXT

           IF WK-DOSR-FOUND-YN NOT = 'Y'
               MOVE 'N' TO XPIPA311-O-DOSR-SRC-YN
               GO TO S2700-DOSR-CMPR-EXT
           END-IF

      *@1 현재 재계산분 보관
           PERFORM S2720-CUR-SAVE-RTN
              THRU S2720-CUR-SAVE-EXT

      *@1 현재 요인별기여도/적용모델버전 조회
           PERFORM S2730-CUR-FCTR-RTN
              THRU S2730-CUR-FCTR-EXT

      *@1 확정당시 보존자료 재조립
           PERFORM S2740-DOSR-LOAD-RTN
              THRU S2740-DOSR-LOAD-EXT

      *@1 자료구분별 비교
           PERFORM S2750-DOSR-DIFF-RTN
              THRU S2750-DOSR-DIFF-EXT

      *@1 확정정보 및 현재 점수/등급 출력
           MOVE 'N'                  TO XPIPA311-O-ARCHIVE-SRC-YN
           MOVE 'Y'                  TO XPIPA311-O-DOSR-SRC-YN
           MOVE WK-DOSR-SEQ          TO XPIPA311-O-DOSR-DEFINS-SEQ
           MOVE WK-DOSR-DEFINS-YMD   TO XPIPA311-O-DOSR-DEFINS-YMD
           MOVE WK-DOSR-DEFINS-EMPID TO XPIPA311-O-DOSR-DEFINS-EMPID
           MOVE WK-DOSR-RETN-END-YMD TO XPIPA311-O-DOSR-RETN-END-YMD
           MOVE WK-DOSR-MDEL-VER-ID  TO XPIPA311-O-DOSR-MDEL-VER-ID
           MOVE WK-CUR-MDEL-VER-ID   TO XPIPA311-O-CUR-MDEL-VER-ID
           MOVE WK-CUR-FNAF-SCOR     TO XPIPA311-O-CUR-FNAF-SCOR
           MOVE WK-CUR-NON-FNAF-SCOR TO XPIPA311-O-CUR-NON-FNAF-SCOR
           MOVE WK-CUR-CHSN-SCOR     TO XPIPA311-O-CUR-CHSN-SCOR
           MOVE WK-CUR-NEW-SC-GRD
             TO XPIPA311-O-CUR-NEW-SC-GRD-DSTCD
           MOVE WK-CUR-NEW-LC-GRD
             TO XPIPA311-O-CUR-NEW-LC-GRD-DSTCD
           MOVE WK-CUR-GRD-ADJS-DSTCD
             TO XPIPA311-O-CUR-GRD-ADJS-DSTCD
           .
       S2700-DOSR-CMPR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  보존자료기본(THKIPB164) 조회 - 입력 확정차수가 있으면
      *@  해당 차수, 없으면 최종 확정차수
      *-----------------------------------------------------------------
       S2710-DOSR-HDR-RTN.

           MOVE 'N'   TO WK-DOSR-FOUND-YN
           MOVE ZEROS TO WK-DOSR-SEQ

           INITIALIZE YCDBIOCA-CA
                      TKIPB164-KEY
                      TRIPB164-REC

           MOVE BICOM-GROUP-CO-CD
             TO KIPB164-PK-GROUP-CO-CD
           MOVE XPIPA311-I-CORP-CLCT-GROUP-CD
             TO KIPB164-PK-CORP-CLCT-GROUP-CD
           MOVE XPIPA311-I-CORP-CLCT-REGI-CD
             TO KIPB164-PK-CORP-CLCT-REGI-CD
           MOVE XPIPA311-I-VALUA-YMD
             TO KIPB164-PK-VALUA-YMD
           MOVE ZEROS
             TO KIPB164-PK-DEFINS-SEQ

      *@1  DBIO 호출
           #DYDBIO OPEN-CMD-1 TKIPB164-PK TRIPB164-REC

           IF NOT COND-DBIO-OK
              #ERROR CO-B3900001 CO-UKII0126 CO-STAT-ERROR
           END-IF

           MOVE 'N' TO WK-DOSR-EOF

           PERFORM S2711-DOSR-HDR-FETCH-RTN
              THRU S2711-DOSR-HDR-FETCH-EXT
             UNTIL WK-DOSR-EOF = 'Y'

      *@1  DBIO 호출
           #DYDBIO CLOSE-CMD-1 TKIPB164-PK TRIPB164-REC
           .
       S2710-DOSR-HDR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  보존자료기본 FETCH
      *-----------------------------------------------------------------
       S2711-DOSR-HDR-FETCH-RTN.

      *@1  DBIO 호출
           #DYDBIO FETCH-CMD-1 TKIPB164-PK TRIPB164-REC

           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    IF RIPB164-VALUA-YMD
                         NOT = XPIPA311-I-VALUA-YMD
                        MOVE 'Y' TO WK-DOSR-EOF
                        GO TO S2711-DOSR-HDR-FETCH-EXT
                    END-IF
                    IF  XPIPA311-I-DOSR-DEFINS-SEQ > ZEROS
                    AND RIPB164-DEFINS-SEQ
                          NOT = XPIPA311-I-DOSR-DEFINS-SEQ
                        GO TO S2711-DOSR-HDR-FETCH-EXT
                    END-IF
                    IF RIPB164-DEFINS-SEQ > WK-DOSR-SEQ
                        MOVE 'Y'                  TO WK-DOSR-FOUND-YN
                        MOVE RIPB164-DEFINS-SEQ   TO WK-DOSR-SEQ
                        MOVE RIPB164-DEFINS-YMD   TO WK-DOSR-DEFINS-YMD
                        MOVE RIPB164-DEFINS-EMPID
                          TO WK-DOSR-DEFINS-EMPID
                        MOVE RIPB164-RETN-END-YMD
                          TO WK-DOSR-RETN-END-YMD
                        MOVE RIPB164-MDEL-VER-ID
                          TO WK-DOSR-MDEL-VER-ID
                    END-IF
               WHEN COND-DBIO-MRNF
                    MOVE 'Y' TO WK-DOSR-EOF
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0126 CO-STAT-ERROR
           END-EVALUATE
           .
       S2711-DOSR-HDR-FETCH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  현재 재계산분 보관 - 비교대상 항목/그리드행 이미지
      *-----------------------------------------------------------------
       S2720-CUR-SAVE-RTN.

      *@1 점수/등급/등급조정
           MOVE XPIPA311-O-FNAF-SCOR         TO WK-CUR-FNAF-SCOR
           MOVE XPIPA311-O-NON-FNAF-SCOR     TO WK-CUR-NON-FNAF-SCOR
           MOVE XPIPA311-O-CHSN-SCOR         TO WK-CUR-CHSN-SCOR
           MOVE XPIPA311-O-SPARE-C-GRD-DSTCD TO WK-CUR-SPARE-C-GRD
           MOVE XPIPA311-O-NEW-SC-GRD-DSTCD  TO WK-CUR-NEW-SC-GRD
           MOVE XPIPA311-O-LAST-CLCT-GRD-DSTCD
             TO WK-CUR-LAST-CLCT-GRD
           MOVE XPIPA311-O-NEW-LC-GRD-DSTCD  TO WK-CUR-NEW-LC-GRD
           MOVE XPIPA311-O-ITEM-VAL1         TO WK-CUR-ITEM-VAL(1)
           MOVE XPIPA311-O-ITEM-VAL2         TO WK-CUR-ITEM-VAL(2)
           MOVE XPIPA311-O-ITEM-VAL3         TO WK-CUR-ITEM-VAL(3)
           MOVE XPIPA311-O-ITEM-VAL4         TO WK-CUR-ITEM-VAL(4)
           MOVE XPIPA311-O-ITEM-VAL5         TO WK-CUR-ITEM-VAL(5)
           MOVE XPIPA311-O-ITEM-VAL6         TO WK-CUR-ITEM-VAL(6)
           MOVE XPIPA311-O-GRD-ADJS-DSTCD    TO WK-CUR-GRD-ADJS-DSTCD
           MOVE XPIPA311-O-ADJS-STGE-NO-DSTCD
             TO WK-CUR-ADJS-STGE-NO
           MOVE XPIPA311-O-CRDRAT-ADJS       TO WK-CUR-CRDRAT-ADJS
           MOVE XPIPA311-O-GRD-ADJS-DSTIC    TO WK-CUR-GRD-ADJS-DSTIC
           MOVE XPIPA311-O-GRD-ADJS-RESN-CTNT
             TO WK-CUR-GRD-ADJS-RESN

      *@1 의견
           MOVE XPIPA311-O-ORDVL-VALUA-OPIN    TO WK-CUR-ORDVL-OPIN
           MOVE XPIPA311-O-BIZ-SABI-VALUA-OPIN TO WK-CUR-BIZ-SABI-OPIN
           MOVE XPIPA311-O-INTNL-T-VALUA-OPIN  TO WK-CUR-INTNL-T-OPIN
           MOVE XPIPA311-O-CMPRE-OPIN          TO WK-CUR-CMPRE-OPIN
           MOVE XPIPA311-O-COMT-CTNT           TO WK-CUR-COMT-CTNT

      *@1 그리드행(3행)
           PERFORM VARYING WK-DOSR-IX FROM 1 BY 1
                     UNTIL WK-DOSR-IX > 3
               MOVE XPIPA311-O-GRID1(WK-DOSR-IX)
                 TO WK-CUR-SCOR-ROW(WK-DOSR-IX)
               MOVE XPIPA311-O-GRID2(WK-DOSR-IX)
                 TO WK-CUR-FNSM-ROW(WK-DOSR-IX)
               MOVE XPIPA311-O-GRID8(WK-DOSR-IX)
                 TO WK-CUR-CMPT-ROW(WK-DOSR-IX)
           END-PERFORM

      *@1 그리드행(300행)
           PERFORM VARYING WK-DOSR-IX FROM 1 BY 1
                     UNTIL WK-DOSR-IX > CO-DOSR-ROW-MAX
               MOVE XPIPA311-O-GRID4(WK-DOSR-IX)
                 TO WK-CUR-FNST-ROW(WK-DOSR-IX)
               MOVE XPIPA311-O-GRID5(WK-DOSR-IX)
                 TO WK-CUR-RATO-ROW(WK-DOSR-IX)
               MOVE XPIPA311-O-GRID6(WK-DOSR-IX)
                 TO WK-CUR-AFLT-ROW(WK-DOSR-IX)
               MOVE XPIPA311-O-GRID3(WK-DOSR-IX)
                 TO WK-CUR-ORDVL-ROW(WK-DOSR-IX)
               MOVE XPIPA311-O-GRID7(WK-DOSR-IX)
                 TO WK-CUR-ATHOR-ROW(WK-DOSR-IX)
           END-PERFORM
           .
       S2720-CUR-SAVE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  현재 요인별기여도(THKIPB136) 조회 - 행이미지/모델버전
      *-----------------------------------------------------------------
       S2730-CUR-FCTR-RTN.

           MOVE ZEROS TO WK-CUR-FCTR-CNT
           MOVE SPACE TO WK-CUR-MDEL-VER-ID

           INITIALIZE YCDBIOCA-CA
                      TKIPB136-KEY
                      TRIPB136-REC

           MOVE BICOM-GROUP-CO-CD
             TO KIPB136-PK-GROUP-CO-CD
           MOVE XPIPA311-I-CORP-CLCT-GROUP-CD
             TO KIPB136-PK-CORP-CLCT-GROUP-CD
           MOVE XPIPA311-I-CORP-CLCT-REGI-CD
             TO KIPB136-PK-CORP-CLCT-REGI-CD
           MOVE XPIPA311-I-VALUA-YMD
             TO KIPB136-PK-VALUA-YMD
           MOVE LOW-VALUE
             TO KIPB136-PK-VALUA-FCTR-TYPE-CD
                KIPB136-PK-VALUA-FCTR-CD

      *@1  DBIO 호출
           #DYDBIO OPEN-CMD-1 TKIPB136-PK TRIPB136-REC

           IF NOT COND-DBIO-OK
              #ERROR CO-B3900001 CO-UKII0126 CO-STAT-ERROR
           END-IF

           MOVE 'N' TO WK-DOSR-EOF

           PERFORM S2731-CUR-FCTR-FETCH-RTN
              THRU S2731-CUR-FCTR-FETCH-EXT
             UNTIL WK-DOSR-EOF = 'Y'

      *@1  DBIO 호출
           #DYDBIO CLOSE-CMD-1 TKIPB136-PK TRIPB136-REC
           .
       S2730-CUR-FCTR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  현재 요인별기여도 FETCH
      *-----------------------------------------------------------------
       S2731-CUR-FCTR-FETCH-RTN.

      *@1  DBIO 호출
           #DYDBIO FETCH-CMD-1 TKIPB136-PK TRIPB136-REC

           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    IF RIPB136-VALUA-YMD
                         NOT = XPIPA311-I-VALUA-YMD
                        MOVE 'Y' TO WK-DOSR-EOF
                        GO TO S2731-CUR-FCTR-FETCH-EXT
                    END-IF
                    IF WK-CUR-MDEL-VER-ID = SPACE
                        MOVE RIPB136-MDEL-VER-ID
                          TO WK-CUR-MDEL-VER-ID
                    END-IF
                    IF WK-CUR-FCTR-CNT < 100
                        ADD 1 TO WK-CUR-FCTR-CNT
                        MOVE TRIPB136-REC
                          TO WK-CUR-FCTR-ROW(WK-CUR-FCTR-CNT)
                    END-IF
               WHEN COND-DBIO-MRNF
                    MOVE 'Y' TO WK-DOSR-EOF
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0126 CO-STAT-ERROR
           END-EVALUATE
           .
       S2731-CUR-FCTR-FETCH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  확정당시 보존자료(THKIPB165) 재조립 - RP는 출력영역,
      *@  FC는 요인별기여도 행이미지로 적재
      *-----------------------------------------------------------------
       S2740-DOSR-LOAD-RTN.

           MOVE ZEROS TO WK-DOSR-OFFSET
                         WK-DOSR-FCTR-CNT

           INITIALIZE YCDBIOCA-CA
                      TKIPB165-KEY
                      TRIPB165-REC

           MOVE BICOM-GROUP-CO-CD
             TO KIPB165-PK-GROUP-CO-CD
           MOVE XPIPA311-I-CORP-CLCT-GROUP-CD
             TO KIPB165-PK-CORP-CLCT-GROUP-CD
           MOVE XPIPA311-I-CORP-CLCT-REGI-CD
             TO KIPB165-PK-CORP-CLCT-REGI-CD
           MOVE XPIPA311-I-VALUA-YMD
             TO KIPB165-PK-VALUA-YMD
           MOVE WK-DOSR-SEQ
             TO KIPB165-PK-DEFINS-SEQ
           MOVE LOW-VALUE
             TO KIPB165-PK-DOSR-DSTCD
           MOVE ZEROS
             TO KIPB165-PK-SGMT-SEQ

      *@1  DBIO 호출
           #DYDBIO OPEN-CMD-1 TKIPB165-PK TRIPB165-REC

           IF NOT COND-DBIO-OK
              #ERROR CO-B3900001 CO-UKII0126 CO-STAT-ERROR
           END-IF

           MOVE 'N' TO WK-DOSR-EOF

           PERFORM S2741-DOSR-LOAD-FETCH-RTN
              THRU S2741-DOSR-LOAD-FETCH-EXT
             UNTIL WK-DOSR-EOF = 'Y'

      *@1  DBIO 호출
           #DYDBIO CLOSE-CMD-1 TKIPB165-PK TRIPB165-REC
           .
       S2740-DOSR-LOAD-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  보존자료명세 FETCH/재조립
      *-----------------------------------------------------------------
       S2741-DOSR-LOAD-FETCH-RTN.

      *@1  DBIO 호출
           #DYDBIO FETCH-CMD-1 TKIPB165-PK TRIPB165-REC

           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    IF RIPB165-VALUA-YMD
                         NOT = XPIPA311-I-VALUA-YMD
                    OR RIPB165-DEFINS-SEQ NOT = WK-DOSR-SEQ
                        MOVE 'Y' TO WK-DOSR-EOF
                        GO TO S2741-DOSR-LOAD-FETCH-EXT
                    END-IF
                    EVALUATE RIPB165-DOSR-DSTCD
                        WHEN 'FC'
                             IF WK-DOSR-FCTR-CNT < 100
                                 ADD 1 TO WK-DOSR-FCTR-CNT
                                 MOVE RIPB165-SGMT-CTNT
                                        (1:RIPB165-SGMT-LEN)
                                   TO WK-DOSR-FCTR-ROW
                                        (WK-DOSR-FCTR-CNT)
                             END-IF
                        WHEN 'RP'
                             COMPUTE WK-DOSR-MOVE-LEN =
                                 RIPB165-SGMT-LEN
                             IF WK-DOSR-OFFSET + WK-DOSR-MOVE-LEN
                                  > LENGTH OF XPIPA311-OUT
                                 COMPUTE WK-DOSR-MOVE-LEN =
                                     LENGTH OF XPIPA311-OUT
                                     - WK-DOSR-OFFSET
                             END-IF
                             IF WK-DOSR-MOVE-LEN > ZEROS
                                 MOVE RIPB165-SGMT-CTNT
                                        (1:WK-DOSR-MOVE-LEN)
                                   TO XPIPA311-OUT
                                        (WK-DOSR-OFFSET + 1:
                                         WK-DOSR-MOVE-LEN)
                                 ADD WK-DOSR-MOVE-LEN
                                   TO WK-DOSR-OFFSET
                             END-IF
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
               WHEN COND-DBIO-MRNF
                    MOVE 'Y' TO WK-DOSR-EOF
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0126 CO-STAT-ERROR
           END-EVALUATE
           .
       S2741-DOSR-LOAD-FETCH-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  자료구분별 비교 - 출력영역(확정당시)과 보관한 현재
      *@  재계산분을 항목/행 단위로 비교하여 차이건수 산출
      *@  AF:계열사명세 FS:합산재무 RT:재무비율 SC:항목별점수/등급
      *@  MV:적용모델버전 OV:등급조정 OP:평가의견
      *-----------------------------------------------------------------
       S2750-DOSR-DIFF-RTN.

           MOVE ZEROS TO XPIPA311-O-DOSR-DIFF-CNT
                         WK-DOSR-SECT-IX
           MOVE CO-DOSR-SECT-CNT
             TO XPIPA311-O-DOSR-PRSNT-NOITM

      *@1 계열사명세(GRID6)
           MOVE ZEROS TO WK-DOSR-DIFF
           PERFORM VARYING WK-DOSR-IX FROM 1 BY 1
                     UNTIL WK-DOSR-IX > CO-DOSR-ROW-MAX
               IF XPIPA311-O-GRID6(WK-DOSR-IX)
                    NOT = WK-CUR-AFLT-ROW(WK-DOSR-IX)
                   ADD 1 TO WK-DOSR-DIFF
               END-IF
           END-PERFORM
           MOVE 'AF'           TO WK-DOSR-SECT-DSTCD
           MOVE '계열사명세'   TO WK-DOSR-SECT-NAME
           PERFORM S2790-DOSR-GRID-SET-RTN
              THRU S2790-DOSR-GRID-SET-EXT

      *@1 합산재무(GRID4, GRID2)
           MOVE ZEROS TO WK-DOSR-DIFF
           PERFORM VARYING WK-DOSR-IX FROM 1 BY 1
                     UNTIL WK-DOSR-IX > CO-DOSR-ROW-MAX
               IF XPIPA311-O-GRID4(WK-DOSR-IX)
                    NOT = WK-CUR-FNST-ROW(WK-DOSR-IX)
                   ADD 1 TO WK-DOSR-DIFF
               END-IF
           END-PERFORM
           PERFORM VARYING WK-DOSR-IX FROM 1 BY 1
                     UNTIL WK-DOSR-IX > 3
               IF XPIPA311-O-GRID2(WK-DOSR-IX)
                    NOT = WK-CUR-FNSM-ROW(WK-DOSR-IX)
                   ADD 1 TO WK-DOSR-DIFF
               END-IF
           END-PERFORM
           MOVE 'FS'           TO WK-DOSR-SECT-DSTCD
           MOVE '합산재무'     TO WK-DOSR-SECT-NAME
           PERFORM S2790-DOSR-GRID-SET-RTN
              THRU S2790-DOSR-GRID-SET-EXT

      *@1 재무비율(GRID5, GRID8)
           MOVE ZEROS TO WK-DOSR-DIFF
           PERFORM VARYING WK-DOSR-IX FROM 1 BY 1
                     UNTIL WK-DOSR-IX > CO-DOSR-ROW-MAX
               IF XPIPA311-O-GRID5(WK-DOSR-IX)
                    NOT = WK-CUR-RATO-ROW(WK-DOSR-IX)
                   ADD 1 TO WK-DOSR-DIFF
               END-IF
           END-PERFORM
           PERFORM VARYING WK-DOSR-IX FROM 1 BY 1
                     UNTIL WK-DOSR-IX > 3
               IF XPIPA311-O-GRID8(WK-DOSR-IX)
                    NOT = WK-CUR-CMPT-ROW(WK-DOSR-IX)
                   ADD 1 TO WK-DOSR-DIFF
               END-IF
           END-PERFORM
           MOVE 'RT'           TO WK-DOSR-SECT-DSTCD
           MOVE '재무비율'     TO WK-DOSR-SECT-NAME
           PERFORM S2790-DOSR-GRID-SET-RTN
              THRU S2790-DOSR-GRID-SET-EXT

      *@1 항목별점수/등급(점수, 등급, GRID1, 항목값, 요인별기여도)
           MOVE ZEROS TO WK-DOSR-DIFF
           IF XPIPA311-O-FNAF-SCOR NOT = WK-CUR-FNAF-SCOR
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-NON-FNAF-SCOR NOT = WK-CUR-NON-FNAF-SCOR
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-CHSN-SCOR NOT = WK-CUR-CHSN-SCOR
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-SPARE-C-GRD-DSTCD NOT = WK-CUR-SPARE-C-GRD
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-NEW-SC-GRD-DSTCD NOT = WK-CUR-NEW-SC-GRD
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-LAST-CLCT-GRD-DSTCD
                NOT = WK-CUR-LAST-CLCT-GRD
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-NEW-LC-GRD-DSTCD NOT = WK-CUR-NEW-LC-GRD
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-ITEM-VAL1 NOT = WK-CUR-ITEM-VAL(1)
           OR XPIPA311-O-ITEM-VAL2 NOT = WK-CUR-ITEM-VAL(2)
           OR XPIPA311-O-ITEM-VAL3 NOT = WK-CUR-ITEM-VAL(3)
           OR XPIPA311-O-ITEM-VAL4 NOT = WK-CUR-ITEM-VAL(4)
           OR XPIPA311-O-ITEM-VAL5 NOT = WK-CUR-ITEM-VAL(5)
           OR XPIPA311-O-ITEM-VAL6 NOT = WK-CUR-ITEM-VAL(6)
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           PERFORM VARYING WK-DOSR-IX FROM 1 BY 1
                     UNTIL WK-DOSR-IX > 3
               IF XPIPA311-O-GRID1(WK-DOSR-IX)
                    NOT = WK-CUR-SCOR-ROW(WK-DOSR-IX)
                   ADD 1 TO WK-DOSR-DIFF
               END-IF
           END-PERFORM
      *    요인별기여도는 건수차이 + 동일순번 행 차이
           IF WK-DOSR-FCTR-CNT NOT = WK-CUR-FCTR-CNT
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           PERFORM VARYING WK-DOSR-IX FROM 1 BY 1
                     UNTIL WK-DOSR-IX > WK-DOSR-FCTR-CNT
                        OR WK-DOSR-IX > WK-CUR-FCTR-CNT
               IF WK-DOSR-FCTR-ROW(WK-DOSR-IX)
                    NOT = WK-CUR-FCTR-ROW(WK-DOSR-IX)
                   ADD 1 TO WK-DOSR-DIFF
               END-IF
           END-PERFORM
           MOVE 'SC'           TO WK-DOSR-SECT-DSTCD
           MOVE '항목별점수'   TO WK-DOSR-SECT-NAME
           PERFORM S2790-DOSR-GRID-SET-RTN
              THRU S2790-DOSR-GRID-SET-EXT

      *@1 적용모델버전
           MOVE ZEROS TO WK-DOSR-DIFF
           IF WK-DOSR-MDEL-VER-ID NOT = WK-CUR-MDEL-VER-ID
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           MOVE 'MV'           TO WK-DOSR-SECT-DSTCD
           MOVE '적용모델버전' TO WK-DOSR-SECT-NAME
           PERFORM S2790-DOSR-GRID-SET-RTN
              THRU S2790-DOSR-GRID-SET-EXT

      *@1 등급조정
           MOVE ZEROS TO WK-DOSR-DIFF
           IF XPIPA311-O-GRD-ADJS-DSTCD NOT = WK-CUR-GRD-ADJS-DSTCD
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-ADJS-STGE-NO-DSTCD
                NOT = WK-CUR-ADJS-STGE-NO
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-CRDRAT-ADJS NOT = WK-CUR-CRDRAT-ADJS
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-GRD-ADJS-DSTIC NOT = WK-CUR-GRD-ADJS-DSTIC
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-GRD-ADJS-RESN-CTNT
                NOT = WK-CUR-GRD-ADJS-RESN
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           MOVE 'OV'           TO WK-DOSR-SECT-DSTCD
           MOVE '등급조정'     TO WK-DOSR-SECT-NAME
           PERFORM S2790-DOSR-GRID-SET-RTN
              THRU S2790-DOSR-GRID-SET-EXT

      *@1 평가의견(의견항목, GRID3 종합의견, GRID7 위원의견)
           MOVE ZEROS TO WK-DOSR-DIFF
           IF XPIPA311-O-ORDVL-VALUA-OPIN NOT = WK-CUR-ORDVL-OPIN
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-BIZ-SABI-VALUA-OPIN
                NOT = WK-CUR-BIZ-SABI-OPIN
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-INTNL-T-VALUA-OPIN
                NOT = WK-CUR-INTNL-T-OPIN
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-CMPRE-OPIN NOT = WK-CUR-CMPRE-OPIN
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           IF XPIPA311-O-COMT-CTNT NOT = WK-CUR-COMT-CTNT
               ADD 1 TO WK-DOSR-DIFF
           END-IF
           PERFORM VARYING WK-DOSR-IX FROM 1 BY 1
                     UNTIL WK-DOSR-IX > CO-DOSR-ROW-MAX
               IF XPIPA311-O-GRID3(WK-DOSR-IX)
                    NOT = WK-CUR-ORDVL-ROW(WK-DOSR-IX)
                   ADD 1 TO WK-DOSR-DIFF
               END-IF
               IF XPIPA311-O-GRID7(WK-DOSR-IX)
                    NOT = WK-CUR-ATHOR-ROW(WK-DOSR-IX)
                   ADD 1 TO WK-DOSR-DIFF
               END-IF
           END-PERFORM
           MOVE 'OP'           TO WK-DOSR-SECT-DSTCD
           MOVE '평가의견'     TO WK-DOSR-SECT-NAME
           PERFORM S2790-DOSR-GRID-SET-RTN
              THRU S2790-DOSR-GRID-SET-EXT
           .
       S2750-DOSR-DIFF-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  자료구분별 비교결과 그리드 1행 조립
      *-----------------------------------------------------------------
       S2790-DOSR-GRID-SET-RTN.

           ADD 1 TO WK-DOSR-SECT-IX

           MOVE WK-DOSR-SECT-DSTCD
             TO XPIPA311-O-DOSR-SECT-DSTCD(WK-DOSR-SECT-IX)
           MOVE WK-DOSR-SECT-NAME
             TO XPIPA311-O-DOSR-SECT-NAME(WK-DOSR-SECT-IX)
           MOVE WK-DOSR-DIFF
             TO XPIPA311-O-DOSR-DIFF-NOITM(WK-DOSR-SECT-IX)

           IF WK-DOSR-DIFF > ZEROS
               MOVE 'Y' TO XPIPA311-O-DOSR-DIFF-YN(WK-DOSR-SECT-IX)
               ADD 1    TO XPIPA311-O-DOSR-DIFF-CNT
           ELSE
               MOVE 'N' TO XPIPA311-O-DOSR-DIFF-YN(WK-DOSR-SECT-IX)
           END-IF
           .
       S2790-DOSR-GRID-SET-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  DIPA311 CALL
      *-----------------------------------------------------------------
       S3300-CALL-DIPA521-EXT.
      *     EXIT.

      *-----------------------------------------------------------------
      *@  DIPA682 CALL - 평가에 등록된 추정재무제표 조회
      *-----------------------------------------------------------------
       S3400-CALL-DIPA682-RTN.
      *@1 처리DC호출
      *@1 입력파라미터조립
           INITIALIZE XDIPA682-IN.
      *--       처리구분(조회:02)
           MOVE  '02'
            TO   XDIPA682-I-PRCSS-DSTCD
      *--       기업집단그룹코드
           MOVE  XPIPA311-I-CORP-CLCT-GROUP-CD
            TO   XDIPA682-I-CORP-CLCT-GROUP-CD
      *--       기업집단등록코드
           MOVE  XPIPA311-I-CORP-CLCT-REGI-CD
            TO   XDIPA682-I-CORP-CLCT-REGI-CD
      *--       평가년월일
           MOVE  XPIPA311-I-VALUA-YMD
            TO   XDIPA682-I-VALUA-YMD

      *@1 프로그램 호출
      *@2 처리내용 : DC기업집단추정재무제표조회 프로그램호출
           #DYCALL DIPA682
                   YCCOMMON-CA
                   XDIPA682-CA.

      *#1 호출결과 확인
           IF COND-XDIPA682-OK
              CONTINUE
           ELSE
              #ERROR XDIPA682-R-ERRCD
                     XDIPA682-R-TREAT-CD
                     XDIPA682-R-STAT
           END-IF

      *@1 출력파라미터조립
           MOVE XDIPA682-O-PRSNT-NOITM
             TO XPIPA311-O-PRSNT-NOITM9

           PERFORM VARYING WK-I FROM 1 BY 1
                     UNTIL WK-I > XPIPA311-O-PRSNT-NOITM9
      *    추정결산년
                  MOVE XDIPA682-O-PRJT-STLACC-YR(WK-I)
                    TO XPIPA311-O-PRJT-STLACC-YR(WK-I)
      *    재무분석보고서구분
                  MOVE XDIPA682-O-RPTDOC-DSTCD(WK-I)
                    TO XPIPA311-O-PRJT-RPTDOC-DSTCD(WK-I)
      *    재무항목코드
                  MOVE XDIPA682-O-FNAF-ITEM-CD(WK-I)
                    TO XPIPA311-O-PRJT-ITEM-CD(WK-I)
      *    재무항목명
                  MOVE XDIPA682-O-FNAF-ITEM-NAME(WK-I)
                    TO XPIPA311-O-PRJT-ITEM-NAME(WK-I)
      *    추정항목금액(출력단위 적용)
                  MOVE XDIPA682-O-PRJT-ITEM-AMT(WK-I)
                    TO WK-PRJT-AMT
                  IF (XPIPA311-I-UNIT = CO-DANWI)
                     COMPUTE WK-PRJT-AMT = WK-PRJT-AMT / CO-THUSAND
                  END-IF
                  IF (XPIPA311-I-UNIT = CO-DANWI2)
                     COMPUTE WK-PRJT-AMT =
                             WK-PRJT-AMT / CO-HUNDRED-MILLION
                  END-IF
                  MOVE WK-PRJT-AMT
                    TO XPIPA311-O-PRJT-ITEM-AMT(WK-I)
           END-PERFORM
           .
       S3400-CALL-DIPA682-EXT.
           EXIT.

      *------------------------------------------------------------------
      *@  처리종료
      *------------------------------------------------------------------
