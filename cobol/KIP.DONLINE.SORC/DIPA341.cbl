      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@이현지:20191128:신규작성
      *@김경호:20261015:보관이력(THKIPH110, BIP0067 이관) 평가를
      *@                이력목록에 추가(S3200)
      *-----------------------------------------------------------------
      ******************************************************************
      **  ----------------   -------------------------------------------
      **  TABLE-SYNONYM    :테이블명                     :접근유형
      **  ----------------   -------------------------------------------
      **                   : THKIPB110                     : R
      **                   : THKIPH110                     : R
      **                   : THKIPB117                     : R
      **                   : THKJIBR01                     : R
      ******************************************************************
           03  WK-BRN-HANGL-NAME       PIC  X(052).
      *    부점코드
           03  WK-BRNCD                PIC  X(004).
      *    보관이력 역순정렬(시작/종료 위치, 교환영역)
           03  WK-ARCV-FROM            PIC S9(004) COMP.
           03  WK-ARCV-TO              PIC S9(004) COMP.
           03  WK-SWAP-GRID            PIC  X(300).

      *-----------------------------------------------------------------
      *@   PGM INTERFACE PARAMETER
      *-----------------------------------------------------------------
      *@   DBIO/SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
           COPY    YCDBIOCA.
           COPY    YCDBSQLA.

      *@   THKIPH110 기업집단평가기본(보관이력)
       01  TRIPH110-REC.
           COPY  TRIPH110.
       01  TKIPH110-KEY.
           COPY  TKIPH110.

      *    기업집단신용평가 이력조회
       01  XQIPA341-CA.
           COPY    XQIPA341.
               END-IF

           END-PERFORM

      *@   보관이력(THKIPH110) 평가 추가
           PERFORM S3200-ARCV-HIST-SEL-RTN
              THRU S3200-ARCV-HIST-SEL-EXT
           .
       S3100-PSHIST-SEL-EXT.
           EXIT.
           MOVE WK-BRNCD
             TO XQIPA542-I-BRNCD
      *    적용시작년월일
           MOVE XDIPA341-O-VALUA-YMD(WK-I)
             TO XQIPA542-I-APLY-START-YMD
      *    적용종료년월일
           MOVE XDIPA341-O-VALUA-YMD(WK-I)
             TO XQIPA542-I-APLY-END-YMD

      *@1  SQLIO 호출
       S3130-BRN-NAME-SEL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@3.2 보관이력(THKIPH110) 평가 조회 - 보관기준일 이전으로
      *@    이관된 평가를 현행 이력 뒤에 평가년월일 역순으로 추가
      *-----------------------------------------------------------------
       S3200-ARCV-HIST-SEL-RTN.

           #USRLOG "★[S3200-ARCV-HIST-SEL-RTN]"

           INITIALIZE YCDBIOCA-CA
                      TRIPH110-REC
                      TKIPH110-KEY.

      *   그룹회사코드
           MOVE BICOM-GROUP-CO-CD
             TO KIPH110-PK-GROUP-CO-CD
      *   기업집단그룹코드
           MOVE XDIPA341-I-CORP-CLCT-GROUP-CD
             TO KIPH110-PK-CORP-CLCT-GROUP-CD
      *   기업집단등록코드
           MOVE XDIPA341-I-CORP-CLCT-REGI-CD
             TO KIPH110-PK-CORP-CLCT-REGI-CD
      *   평가년월일
           MOVE LOW-VALUE
             TO KIPH110-PK-VALUA-YMD

      *   추가 시작위치
           COMPUTE WK-ARCV-FROM = XDIPA341-O-PRSNT-NOITM + 1

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

                   IF  COND-DBIO-OK
      *                총건수
                       ADD 1
                        TO XDIPA341-O-TOTAL-NOITM

      *                현재건수(최대 1000건)
                       IF  XDIPA341-O-PRSNT-NOITM < CO-MAX-1000
                           ADD 1
                            TO XDIPA341-O-PRSNT-NOITM
                           MOVE XDIPA341-O-PRSNT-NOITM
                             TO WK-I
                           PERFORM S3210-ARCV-HIST-SET-RTN
                              THRU S3210-ARCV-HIST-SET-EXT
                       END-IF
                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPH110-PK TRIPH110-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900009 CO-UKII0182 CO-STAT-ERROR
           END-IF

      *@   평가년월일 순으로 조회된 보관이력을 역순으로 정렬
           MOVE WK-ARCV-FROM
             TO WK-I
           MOVE XDIPA341-O-PRSNT-NOITM
             TO WK-ARCV-TO

           PERFORM UNTIL WK-I >= WK-ARCV-TO
                   MOVE XDIPA341-O-GRID(WK-I)
                     TO WK-SWAP-GRID
                   MOVE XDIPA341-O-GRID(WK-ARCV-TO)
                     TO XDIPA341-O-GRID(WK-I)
                   MOVE WK-SWAP-GRID
                     TO XDIPA341-O-GRID(WK-ARCV-TO)
                   ADD 1
                    TO WK-I
                   SUBTRACT 1
                       FROM WK-ARCV-TO
           END-PERFORM
           .
       S3200-ARCV-HIST-SEL-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@3.2.1 보관이력 평가 1건 출력항목 SET
      *-----------------------------------------------------------------
       S3210-ARCV-HIST-SET-RTN.

      *    작성년
           MOVE RIPH110-VALUA-YMD(1:4)
             TO XDIPA341-O-WRIT-YR(WK-I)

      *    등급확정여부(처리단계 6:확정)
           IF  RIPH110-CORP-CP-STGE-DSTCD = '6'
               MOVE 'Y'
                 TO XDIPA341-O-DEFINS-YN(WK-I)
           ELSE
               MOVE 'N'
                 TO XDIPA341-O-DEFINS-YN(WK-I)
           END-IF

      *    평가년월일
           MOVE RIPH110-VALUA-YMD
             TO XDIPA341-O-VALUA-YMD(WK-I)

      *    유효년월일
           MOVE RIPH110-VALD-YMD
             TO XDIPA341-O-VALD-YMD(WK-I)

      *    평가기준년월일
           MOVE RIPH110-VALUA-BASE-YMD
             TO XDIPA341-O-VALUA-BASE-YMD(WK-I)

      *    평가부점명
           IF RIPH110-VALUA-BRNCD NOT = SPACE
              MOVE RIPH110-VALUA-BRNCD
                TO WK-BRNCD
              PERFORM S3130-BRN-NAME-SEL-RTN
                 THRU S3130-BRN-NAME-SEL-EXT
              MOVE WK-BRN-HANGL-NAME
                TO XDIPA341-O-VALUA-BRN-NAME(WK-I)
           END-IF

      *    기업집단처리단계내용
           IF RIPH110-CORP-CP-STGE-DSTCD NOT = SPACE
              INITIALIZE XCJIUI01-IN
              MOVE '135921000'
                TO XCJIUI01-I-INSTNC-IDNFR
              MOVE RIPH110-CORP-CP-STGE-DSTCD
                TO XCJIUI01-I-INSTNC-CD
              PERFORM S3120-INSTNC-CD-SEL-RTN
                 THRU S3120-INSTNC-CD-SEL-EXT
              MOVE XCJIUI01-O-INSTNC-CTNT(1)
                TO XDIPA341-O-PRCSS-STGE-CTNT(WK-I)
           END-IF

      *    재무점수
           MOVE RIPH110-FNAF-SCOR
             TO XDIPA341-O-FNAF-SCOR(WK-I)

      *    비재무점수
           MOVE RIPH110-NON-FNAF-SCOR
             TO XDIPA341-O-NON-FNAF-SCOR(WK-I)

      *    결합점수
           MOVE RIPH110-CHSN-SCOR
             TO XDIPA341-O-CHSN-SCOR(WK-I)

      *    예비집단등급구분
           MOVE RIPH110-SPARE-C-GRD-DSTCD
             TO XDIPA341-O-NEW-SC-GRD-DSTCD(WK-I)

      *    구분명1(등급조정구분)
           IF RIPH110-GRD-ADJS-DSTCD NOT = SPACE
              INITIALIZE XCJIUI01-IN
              MOVE '100860000'
                TO XCJIUI01-I-INSTNC-IDNFR
              MOVE RIPH110-GRD-ADJS-DSTCD
                TO XCJIUI01-I-INSTNC-CD
              PERFORM S3120-INSTNC-CD-SEL-RTN
                 THRU S3120-INSTNC-CD-SEL-EXT
              MOVE XCJIUI01-O-INSTNC-CTNT(1)
                TO XDIPA341-O-DSTIC-NAME1(WK-I)
           END-IF

      *    구분명2(조정단계번호구분)
           IF RIPH110-ADJS-STGE-NO-DSTCD NOT = SPACE
              INITIALIZE XCJIUI01-IN
              MOVE '103035000'
                TO XCJIUI01-I-INSTNC-IDNFR
              MOVE RIPH110-ADJS-STGE-NO-DSTCD
                TO XCJIUI01-I-INSTNC-CD
              PERFORM S3120-INSTNC-CD-SEL-RTN
                 THRU S3120-INSTNC-CD-SEL-EXT
              MOVE XCJIUI01-O-INSTNC-CTNT(1)
                TO XDIPA341-O-DSTIC-NAME2(WK-I)
           END-IF

      *    최종집단등급구분
           MOVE RIPH110-LAST-CLCT-GRD-DSTCD
             TO XDIPA341-O-NEW-LC-GRD-DSTCD(WK-I)

      *    기업집단등록코드
           MOVE RIPH110-CORP-CLCT-REGI-CD
             TO XDIPA341-O-CORP-CLCT-REGI-CD(WK-I)

      *    주채무계열여부
           MOVE RIPH110-MAIN-DEBT-AFFLT-YN
             TO XDIPA341-O-MAIN-DEBT-AFFLT-YN(WK-I)

      *    평가확정일
           MOVE RIPH110-VALUA-DEFINS-YMD
             TO XDIPA341-O-VALUA-DEFINS-YMD(WK-I)

      *    평가직원명
           MOVE RIPH110-VALUA-EMNM
             TO XDIPA341-O-VALUA-EMNM(WK-I)

      *    관리부점코드/관리부점명
           MOVE RIPH110-MGT-BRNCD
             TO XDIPA341-O-MGT-BRNCD(WK-I)
           IF RIPH110-MGT-BRNCD NOT = SPACE
              MOVE RIPH110-MGT-BRNCD
                TO WK-BRNCD
              PERFORM S3130-BRN-NAME-SEL-RTN
                 THRU S3130-BRN-NAME-SEL-EXT
              MOVE WK-BRN-HANGL-NAME
                TO XDIPA341-O-MGTBRN-NAME(WK-I)
           END-IF
           .
       S3210-ARCV-HIST-SET-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
