      *@            - 01: 사건등록(일련번호 자동채번)
      *@            - 02: 사건해제(사용여부 'N')
      *@            - 03: 사건조회(집단별 목록)
      *@            - 04: 수신후보조회(BIP0064 외부사건 수신분)
      *@            - 05: 후보확정(등록원장 등록, 원천 '2')
      *@            - 06: 후보기각(기각사유 필수)
      *-----------------------------------------------------------------
      *@             P R O G R A M   변　경　이　력
      *-----------------------------------------------------------------
      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@김경호:20260901:신규작성
      *@김경호:20261015:외부 신용사건 수신후보(THKIPB166) 조회/확정/
      *@                기각 추가(04/05/06), 등록원천구분/수신키
      *@                기록, 사건유형 05(당좌거래정지) 추가
      *-----------------------------------------------------------------
      ******************************************************************
      **  ----------------   -------------------------------------------
      **                   : THKIPB146                     : C/R/U
      **                   : THKIPM540                     : R
      **                   : THKIPB148                     : C
      **                   : THKIPB166                     : R/U
      ******************************************************************
      *=================================================================
       IDENTIFICATION                  DIVISION.
       01  WK-AREA.
           03  WK-MAX-SERNO            PIC  9(003).
           03  WK-GRID-CNT             PIC S9(004) COMP.
           03  WK-CAND-CNT             PIC S9(004) COMP.
           03  WK-CAND-STAT-DSTCD      PIC  X(001).

      *@  부도사건 등록항목(수기등록/수신후보확정 공통)
           03  WK-REGI-GROUP-CD        PIC  X(003).
           03  WK-REGI-REGI-CD         PIC  X(003).
           03  WK-REGI-EVNT-YMD        PIC  X(008).
           03  WK-REGI-EVNT-TYPE-CD    PIC  X(002).
           03  WK-REGI-EVNT-SRC-CTNT   PIC  X(060).
           03  WK-REGI-SRC-DSTCD       PIC  X(001).
           03  WK-REGI-FEED-RCV-YMD    PIC  X(008).
           03  WK-REGI-FEED-RCV-SERNO  PIC  9(007).

      *@  취급자권한 확인용
           03  WK-ATHR-FUNC-DSTCD      PIC  X(001).
       01  TKIPB148-KEY.
           COPY  TKIPB148.

      *@  기업집단 신용사건 수신후보내역
       01  TRIPB166-REC.
           COPY  TRIPB166.
       01  TKIPB166-KEY.
           COPY  TKIPB166.

      *-----------------------------------------------------------------
      *@   DBIO/SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       S2000-VALIDATION-RTN.

      *--  기업집단그룹코드/등록코드(수신후보조회/기각은 미매칭
      *--  후보를 포함하므로 제외)
           IF  XDIPA646-I-PRCSS-DSTCD NOT = '04'
           AND XDIPA646-I-PRCSS-DSTCD NOT = '06'
               IF  XDIPA646-I-CORP-CLCT-GROUP-CD = SPACE
                   #ERROR CO-B3600552 CO-UKII0282 CO-STAT-ERROR
               END-IF

               IF  XDIPA646-I-CORP-CLCT-REGI-CD = SPACE
                   #ERROR CO-B3600552 CO-UKII0282 CO-STAT-ERROR
               END-IF
           END-IF

      *#1 처리구분코드 체크
                                                  AND NOT = '02'
                                                  AND NOT = '03'
                                                  AND NOT = '04'
                                                  AND NOT = '05'
                                                  AND NOT = '09'
                       #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 03: 사건조회
               WHEN '03'
                    CONTINUE
      *#2     처리구분 04: 수신후보조회
               WHEN '04'
                    IF XDIPA646-I-CAND-STAT-DSTCD NOT = SPACE
                                                AND NOT = '0'
                                                AND NOT = '1'
                                                AND NOT = '2'
                                                AND NOT = '3'
                       #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 05/06: 후보확정/기각(수신키 필수)
               WHEN '05'
               WHEN '06'
                    IF XDIPA646-I-FEED-RCV-YMD IS NOT NUMERIC
                    OR XDIPA646-I-FEED-RCV-SERNO = ZEROS
                       #ERROR CO-B2700094 CO-UKII0390 CO-STAT-ERROR
                    END-IF
                    IF XDIPA646-I-PRCSS-DSTCD = '06'
                    AND XDIPA646-I-DSMS-RSN-CTNT = SPACE
                       #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
                    END-IF
               WHEN OTHER
                    #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
           END-EVALUATE

      *@1 취급자권한 확인 - 등록/해제/후보확정/기각은
      *@1 기준정보관리권한 필요
           IF  XDIPA646-I-PRCSS-DSTCD = '01' OR '02' OR '05' OR '06'
               MOVE 'M'  TO  WK-ATHR-FUNC-DSTCD
               PERFORM S2500-ATHR-CHECK-RTN
                  THRU S2500-ATHR-CHECK-EXT
           EVALUATE XDIPA646-I-PRCSS-DSTCD
      *#2     사건등록일경우
               WHEN '01'
                    PERFORM S3050-MANUAL-SET-RTN
                       THRU S3050-MANUAL-SET-EXT
                    PERFORM S3100-EVNT-REGI-RTN
                       THRU S3100-EVNT-REGI-EXT
      *#2     사건해제일경우
               WHEN '03'
                    PERFORM S3300-EVNT-LIST-RTN
                       THRU S3300-EVNT-LIST-EXT
      *#2     수신후보조회일경우
               WHEN '04'
                    PERFORM S3600-CAND-LIST-RTN
                       THRU S3600-CAND-LIST-EXT
      *#2     후보확정일경우
               WHEN '05'
                    PERFORM S3400-CAND-CNFM-RTN
                       THRU S3400-CAND-CNFM-EXT
      *#2     후보기각일경우
               WHEN '06'
                    PERFORM S3500-CAND-DSMS-RTN
                       THRU S3500-CAND-DSMS-EXT
           END-EVALUATE

           .
       S3000-PROCESS-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  수기등록 - 입력값을 등록항목으로 set(등록원천 '1')
      *-----------------------------------------------------------------
       S3050-MANUAL-SET-RTN.

           MOVE XDIPA646-I-CORP-CLCT-GROUP-CD
             TO WK-REGI-GROUP-CD
           MOVE XDIPA646-I-CORP-CLCT-REGI-CD
             TO WK-REGI-REGI-CD
           MOVE XDIPA646-I-DFLT-EVNT-YMD
             TO WK-REGI-EVNT-YMD
           MOVE XDIPA646-I-DFLT-EVNT-TYPE-CD
             TO WK-REGI-EVNT-TYPE-CD
           MOVE XDIPA646-I-EVNT-SRC-CTNT
             TO WK-REGI-EVNT-SRC-CTNT
           MOVE '1'
             TO WK-REGI-SRC-DSTCD
           MOVE SPACE
             TO WK-REGI-FEED-RCV-YMD
           MOVE ZEROS
             TO WK-REGI-FEED-RCV-SERNO

           .

       S3050-MANUAL-SET-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  1.사건등록 - 동일 집단/사건일자내 최대 일련번호+1로
      *@  채번하여 등록한다
      *-----------------------------------------------------------------
             TO KIPB146-PK-GROUP-CO-CD

      *   기업집단그룹코드
           MOVE WK-REGI-GROUP-CD
             TO KIPB146-PK-CORP-CLCT-GROUP-CD

      *   기업집단등록코드
           MOVE WK-REGI-REGI-CD
             TO KIPB146-PK-CORP-CLCT-REGI-CD

      *   부도사건년월일
           MOVE WK-REGI-EVNT-YMD
             TO KIPB146-PK-DFLT-EVNT-YMD

           MOVE ZEROS
             TO RIPB146-GROUP-CO-CD

      *   기업집단그룹코드
           MOVE WK-REGI-GROUP-CD
             TO RIPB146-CORP-CLCT-GROUP-CD

      *   기업집단등록코드
           MOVE WK-REGI-REGI-CD
             TO RIPB146-CORP-CLCT-REGI-CD

      *   부도사건년월일
           MOVE WK-REGI-EVNT-YMD
             TO RIPB146-DFLT-EVNT-YMD

      *   부도사건일련번호(자동채번)
           COMPUTE RIPB146-DFLT-EVNT-SERNO = WK-MAX-SERNO + 1

      *   부도사건유형코드
           MOVE WK-REGI-EVNT-TYPE-CD
             TO RIPB146-DFLT-EVNT-TYPE-CD

      *   사건자료원내용
           MOVE WK-REGI-EVNT-SRC-CTNT
             TO RIPB146-EVNT-SRC-CTNT

      *   등록직원번호/등록년월일
           MOVE 'Y'
             TO RIPB146-USE-YN

      *   등록원천구분/수신년월일/수신일련번호
           MOVE WK-REGI-SRC-DSTCD
             TO RIPB146-REGI-SRC-DSTCD
           MOVE WK-REGI-FEED-RCV-YMD
             TO RIPB146-FEED-RCV-YMD
           MOVE WK-REGI-FEED-RCV-SERNO
             TO RIPB146-FEED-RCV-SERNO

      *@1  DBIO 호출
           #DYDBIO INSERT-CMD-Y TKIPB146-PK TRIPB146-REC.

                         TO XDIPA646-O-REGI-YMD(WK-GRID-CNT)
                       MOVE RIPB146-USE-YN
                         TO XDIPA646-O-USE-YN(WK-GRID-CNT)
                       MOVE RIPB146-REGI-SRC-DSTCD
                         TO XDIPA646-O-REGI-SRC-DSTCD(WK-GRID-CNT)

                   END-IF

       S3300-EVNT-LIST-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  5.후보확정 - 확인대기 후보를 부도사건 등록원장에
      *@  등록(등록원천 '2')하고 후보를 확정처리한다.
      *@  확정된 사건은 당일 야간 BIP0040 조기경보(EW05) 대상이 된다
      *-----------------------------------------------------------------
       S3400-CAND-CNFM-RTN.

      *@1 수신후보 조회
           PERFORM S3450-CAND-SELECT-RTN
              THRU S3450-CAND-SELECT-EXT

      *#1 확인대기 후보만 확정 가능
           IF  RIPB166-CAND-STAT-DSTCD NOT = '1'
               #ERROR CO-B3000070 CO-UKII0126 CO-STAT-ERROR
           END-IF

      *#1 매칭된 기업집단과 입력 기업집단 일치 확인
           IF  RIPB166-CORP-CLCT-GROUP-CD
                              NOT = XDIPA646-I-CORP-CLCT-GROUP-CD
           OR  RIPB166-CORP-CLCT-REGI-CD
                              NOT = XDIPA646-I-CORP-CLCT-REGI-CD
               #ERROR CO-B3600552 CO-UKII0282 CO-STAT-ERROR
           END-IF

      *@1 후보내역을 등록항목으로 set
           MOVE RIPB166-CORP-CLCT-GROUP-CD
             TO WK-REGI-GROUP-CD
           MOVE RIPB166-CORP-CLCT-REGI-CD
             TO WK-REGI-REGI-CD
           MOVE RIPB166-DFLT-EVNT-YMD
             TO WK-REGI-EVNT-YMD
           MOVE RIPB166-DFLT-EVNT-TYPE-CD
             TO WK-REGI-EVNT-TYPE-CD

      *   사건자료원내용(통보기관/업체명)
           MOVE SPACE
             TO WK-REGI-EVNT-SRC-CTNT
           STRING RIPB166-EVNT-INSTT-NAME  DELIMITED BY '  '
                  ' '                      DELIMITED BY SIZE
                  RIPB166-ENTP-NAME        DELIMITED BY '  '
             INTO WK-REGI-EVNT-SRC-CTNT
           END-STRING

           MOVE '2'
             TO WK-REGI-SRC-DSTCD
           MOVE RIPB166-FEED-RCV-YMD
             TO WK-REGI-FEED-RCV-YMD
           MOVE RIPB166-FEED-RCV-SERNO
             TO WK-REGI-FEED-RCV-SERNO

      *@1 부도사건 등록원장 등록
           PERFORM S3100-EVNT-REGI-RTN
              THRU S3100-EVNT-REGI-EXT

      *@1 수신후보 확정처리
           PERFORM S3450-CAND-SELECT-RTN
              THRU S3450-CAND-SELECT-EXT

           MOVE '2'
             TO RIPB166-CAND-STAT-DSTCD
           MOVE WK-REGI-EVNT-YMD
             TO RIPB166-REGI-DFLT-EVNT-YMD
           MOVE XDIPA646-O-DFLT-EVNT-SERNO
             TO RIPB166-REGI-DFLT-EVNT-SERNO

           PERFORM S3460-CAND-UPDATE-RTN
              THRU S3460-CAND-UPDATE-EXT

           .

       S3400-CAND-CNFM-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  수신후보 조회(SELECT)
      *-----------------------------------------------------------------
       S3450-CAND-SELECT-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB166-REC
                      TKIPB166-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB166-PK-GROUP-CO-CD

      *   수신년월일
           MOVE XDIPA646-I-FEED-RCV-YMD
             TO KIPB166-PK-FEED-RCV-YMD

      *   수신일련번호
           MOVE XDIPA646-I-FEED-RCV-SERNO
             TO KIPB166-PK-FEED-RCV-SERNO

      *@1  DBIO 호출(SELECT)
           #DYDBIO SELECT-CMD-Y TKIPB166-PK TRIPB166-REC.

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

       S3450-CAND-SELECT-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  수신후보 처리결과 갱신(UPDATE)
      *-----------------------------------------------------------------
       S3460-CAND-UPDATE-RTN.

      *   처리직원번호/처리년월일
           MOVE BICOM-USER-EMPID
             TO RIPB166-PRCSS-EMPID
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO RIPB166-PRCSS-YMD

      *@1  DBIO 호출(UPDATE)
           #DYDBIO UPDATE-CMD-Y TKIPB166-PK TRIPB166-REC.

      *#1  DBIO 호출결과 확인
           IF  NOT COND-DBIO-OK
               #ERROR CO-B4200224 CO-UKIE0009 CO-STAT-ERROR
           END-IF

           MOVE XDIPA646-I-FEED-RCV-SERNO
             TO XDIPA646-O-FEED-RCV-SERNO(1)
           MOVE XDIPA646-I-FEED-RCV-YMD
             TO XDIPA646-O-FEED-RCV-YMD(1)
           MOVE RIPB166-CAND-STAT-DSTCD
             TO XDIPA646-O-CAND-STAT-DSTCD(1)
           MOVE 1
             TO XDIPA646-O-CAND-NOITM

           .

       S3460-CAND-UPDATE-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  6.후보기각 - 미매칭/확인대기 후보를 기각처리한다
      *-----------------------------------------------------------------
       S3500-CAND-DSMS-RTN.

      *@1 수신후보 조회
           PERFORM S3450-CAND-SELECT-RTN
              THRU S3450-CAND-SELECT-EXT

      *#1 미매칭/확인대기 후보만 기각 가능
           IF  RIPB166-CAND-STAT-DSTCD NOT = '0'
           AND RIPB166-CAND-STAT-DSTCD NOT = '1'
               #ERROR CO-B3000070 CO-UKII0126 CO-STAT-ERROR
           END-IF

      *   후보상태구분/기각사유내용
           MOVE '3'
             TO RIPB166-CAND-STAT-DSTCD
           MOVE XDIPA646-I-DSMS-RSN-CTNT
             TO RIPB166-DSMS-RSN-CTNT

           PERFORM S3460-CAND-UPDATE-RTN
              THRU S3460-CAND-UPDATE-EXT

           .

       S3500-CAND-DSMS-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  4.수신후보조회 - 수신년월일(미입력시 전체)부터 후보상태
      *@  (미입력시 확인대기)별 후보목록을 그리드로 반환한다.
      *@  기업집단 입력시 해당 집단 후보만 반환한다
      *-----------------------------------------------------------------
       S3600-CAND-LIST-RTN.

           IF  XDIPA646-I-CAND-STAT-DSTCD = SPACE
               MOVE '1'
                 TO WK-CAND-STAT-DSTCD
           ELSE
               MOVE XDIPA646-I-CAND-STAT-DSTCD
                 TO WK-CAND-STAT-DSTCD
           END-IF

           INITIALIZE YCDBIOCA-CA
                      TRIPB166-REC
                      TKIPB166-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPB166-PK-GROUP-CO-CD

      *   수신년월일
           IF  XDIPA646-I-FEED-RCV-YMD = SPACE
               MOVE LOW-VALUE
                 TO KIPB166-PK-FEED-RCV-YMD
           ELSE
               MOVE XDIPA646-I-FEED-RCV-YMD
                 TO KIPB166-PK-FEED-RCV-YMD
           END-IF

           MOVE ZEROS
             TO KIPB166-PK-FEED-RCV-SERNO

           #DYDBIO  OPEN-CMD-1  TKIPB166-PK TRIPB166-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           PERFORM UNTIL COND-DBIO-MRNF
                      OR WK-CAND-CNT >= 30

                   #DYDBIO FETCH-CMD-1 TKIPB166-PK TRIPB166-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
                   END-IF

                   IF  COND-DBIO-OK
                   AND RIPB166-CAND-STAT-DSTCD = WK-CAND-STAT-DSTCD
                   AND (XDIPA646-I-CORP-CLCT-GROUP-CD = SPACE
                    OR (RIPB166-CORP-CLCT-GROUP-CD
                                    = XDIPA646-I-CORP-CLCT-GROUP-CD
                    AND RIPB166-CORP-CLCT-REGI-CD
                                    = XDIPA646-I-CORP-CLCT-REGI-CD))

                       ADD  1  TO  WK-CAND-CNT
                       PERFORM S3610-CAND-GRID-RTN
                          THRU S3610-CAND-GRID-EXT

                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPB166-PK TRIPB166-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           MOVE WK-CAND-CNT
             TO XDIPA646-O-CAND-NOITM

           .

       S3600-CAND-LIST-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  수신후보 그리드 set
      *-----------------------------------------------------------------
       S3610-CAND-GRID-RTN.

           MOVE RIPB166-FEED-RCV-YMD
             TO XDIPA646-O-FEED-RCV-YMD(WK-CAND-CNT)
           MOVE RIPB166-FEED-RCV-SERNO
             TO XDIPA646-O-FEED-RCV-SERNO(WK-CAND-CNT)
           MOVE RIPB166-DFLT-EVNT-YMD
             TO XDIPA646-O-CAND-EVNT-YMD(WK-CAND-CNT)
           MOVE RIPB166-DFLT-EVNT-TYPE-CD
             TO XDIPA646-O-CAND-EVNT-TYPE-CD(WK-CAND-CNT)
           MOVE RIPB166-CPRNO
             TO XDIPA646-O-CAND-CPRNO(WK-CAND-CNT)
           MOVE RIPB166-BZNO
             TO XDIPA646-O-CAND-BZNO(WK-CAND-CNT)
           MOVE RIPB166-ENTP-NAME
             TO XDIPA646-O-CAND-ENTP-NAME(WK-CAND-CNT)
           MOVE RIPB166-EVNT-INSTT-NAME
             TO XDIPA646-O-CAND-INSTT-NAME(WK-CAND-CNT)
           MOVE RIPB166-MTCH-DSTCD
             TO XDIPA646-O-CAND-MTCH-DSTCD(WK-CAND-CNT)
           MOVE RIPB166-CORP-CLCT-GROUP-CD
             TO XDIPA646-O-CAND-GROUP-CD(WK-CAND-CNT)
           MOVE RIPB166-CORP-CLCT-REGI-CD
             TO XDIPA646-O-CAND-REGI-CD(WK-CAND-CNT)
           MOVE RIPB166-CAND-STAT-DSTCD
             TO XDIPA646-O-CAND-STAT-DSTCD(WK-CAND-CNT)

           .

       S3610-CAND-GRID-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.
