      *@                있는 주석구분별로 적용버전(THKIPM541)의
      *@                필수섹션 의견행(THKIPB130) 작성여부를
      *@                점검, 미작성시 B4200097로 확정 차단
      *@김경호:20261015:확정(09)시 등급전망/신용감시 기록 추가 -
      *@                전망(P/S/N/D) 필수, 감시(P/N/D) 선택, 각
      *@                사유코드/검토기한 필수. THKIPB159 저장,
      *@                직전 확정평가 전망은 등급방향으로 해소판정.
      *@                전망/감시 변경시에도 등급변경 이벤트 발행
      *@김경호:20261015:확정(09)시 확정평가 보존자료 적재 추가 -
      *@                PIPA311 평가보고서 전체(계열사/합산재무/
      *@                재무비율/점수/등급조정/의견)와 요인별기여도
      *@                (THKIPB136, 모델버전)를 확정차수별로
      *@                THKIPB164(기본)/THKIPB165(명세)에 적재.
      *@                적재분은 갱신/삭제하지 않으며 보존기한은
      *@                확정일로부터 10년
      *-----------------------------------------------------------------
      ******************************************************************
      **  ----------------   -------------------------------------------
      **                   : THKIPB150                     : R
      **                   : THKIPM541                     : R
      **                   : THKIPB130                     : R
      **                   : THKIPB159                     : C/R/U
      **                   : THKIPB136                     : R
      **                   : THKIPB164                     : C/R
      **                   : THKIPB165                     : C
      ******************************************************************
      *=================================================================
       IDENTIFICATION                  DIVISION.
           03  CO-STAT-ERROR           PIC  X(002) VALUE '09'.
           03  CO-STAT-ABNORMAL        PIC  X(002) VALUE '98'.
           03  CO-STAT-SYSERROR        PIC  X(002) VALUE '99'.
      *@  확정평가 보존자료 보존연수/세그먼트길이
           03  CO-DOSR-RETN-YR         PIC  9(002) VALUE 10.
           03  CO-DOSR-SGMT-LEN        PIC S9(009) COMP VALUE 2000.

      *-----------------------------------------------------------------
      *@   CONSTANT ERROR AREA
               05  WK-APPLY-TYPE-CD    PIC  X(002).
               05  WK-APPLY-VER-NO     PIC  9(003).

      *@  등급전망/신용감시 기록 및 해소판정용
           03  WK-TODAY-YMD            PIC  X(008).
           03  WK-PRIOR-OTLK-DSTCD     PIC  X(001).
           03  WK-PRIOR-WATCH-DSTCD    PIC  X(001).
           03  WK-RANK-GRD-DSTCD       PIC  X(003).
           03  WK-GRD-RANK             PIC S9(003) COMP.
           03  WK-BEFRE-GRD-RANK       PIC S9(003) COMP.
           03  WK-AFTER-GRD-RANK       PIC S9(003) COMP.
           03  WK-RSLV-DRCTN-DSTCD     PIC  X(001).
           03  WK-RSLT-CHK-DSTCD       PIC  X(001).

      *@  확정평가 보존자료 적재용
           03  WK-DOSR-SEQ             PIC  9(003).
           03  WK-DOSR-SGMT-SEQ        PIC  9(004).
           03  WK-DOSR-OFFSET          PIC S9(009) COMP.
           03  WK-DOSR-REMAIN          PIC S9(009) COMP.
           03  WK-DOSR-MOVE-LEN        PIC S9(009) COMP.
           03  WK-DOSR-FCTR-CNT        PIC  9(004).
           03  WK-DOSR-MDEL-VER-ID     PIC  X(008).
           03  WK-DOSR-RETN-YYYY       PIC  9(004).
           03  WK-DOSR-RETN-END-YMD    PIC  X(008).
           03  WK-RSLT-DSTCD           PIC  X(001).

      *@  사용자맞춤메시지
           03  WK-ERR-LONG             PIC  X(100).
           03  WK-ERR-SHORT            PIC  X(050).
       01  XQIPA307-CA.
           COPY    XQIPA307.

      *    확정평가 보존자료용 평가보고서 생성
       01  XPIPA311-CA.
           COPY    XPIPA311.

      *-----------------------------------------------------------------
      *@   SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
       01  TKIPB148-KEY.
           COPY  TKIPB148.

      *@  기업집단등급전망
       01  TRIPB159-REC.
           COPY  TRIPB159.
       01  TKIPB159-KEY.
           COPY  TKIPB159.

      *@  기업집단평가 요인별기여도
       01  TRIPB136-REC.
           COPY  TRIPB136.
       01  TKIPB136-KEY.
           COPY  TKIPB136.

      *@  확정평가보존자료기본
       01  TRIPB164-REC.
           COPY  TRIPB164.
       01  TKIPB164-KEY.
           COPY  TKIPB164.

      *@  확정평가보존자료명세
       01  TRIPB165-REC.
           COPY  TRIPB165.
       01  TKIPB165-KEY.
           COPY  TKIPB165.


      *-----------------------------------------------------------------
      *@   DBIO/SQLIO INTERFACE PARAMETER
                    IF XDIPA961-I-RETURN-OPINION = SPACE
                       #ERROR CO-B3000070 CO-UKII0291 CO-STAT-ERROR
                    END-IF
      *#2     처리구분 09: 신용등급확정(등급전망/신용감시 점검)
               WHEN '09'
                    PERFORM S2600-OTLK-CHECK-RTN
                       THRU S2600-OTLK-CHECK-EXT
               WHEN OTHER
      *#           에러메시지:처리구분 값이　없습니다
      *#           조치메시지:처리구분 확인후 거래하세요.
       S2510-ATHR-VIOL-LOG-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  등급전망/신용감시 입력점검 - 전망은 필수(P/S/N/D),
      *@  감시는 선택(P/N/D). 각 사유코드와 오늘 이후의
      *@  검토기한년월일이 필요하다
      *-----------------------------------------------------------------
       S2600-OTLK-CHECK-RTN.

           MOVE FUNCTION CURRENT-DATE(1:8)
             TO WK-TODAY-YMD

      *#1 등급전망구분
           IF  XDIPA961-I-OTLK-DSTCD NOT = 'P'
           AND XDIPA961-I-OTLK-DSTCD NOT = 'S'
           AND XDIPA961-I-OTLK-DSTCD NOT = 'N'
           AND XDIPA961-I-OTLK-DSTCD NOT = 'D'
               MOVE "등급전망구분(P/S/N/D)을 입력해주세요."
                 TO WK-ERR-LONG
               PERFORM S2690-OTLK-ERROR-RTN
                  THRU S2690-OTLK-ERROR-EXT
           END-IF

      *#1 등급전망 사유코드/검토기한
           IF  XDIPA961-I-OTLK-RSN-CD = SPACE
               MOVE "등급전망 사유코드를 입력해주세요."
                 TO WK-ERR-LONG
               PERFORM S2690-OTLK-ERROR-RTN
                  THRU S2690-OTLK-ERROR-EXT
           END-IF

           IF  XDIPA961-I-OTLK-REVW-YMD IS NOT NUMERIC
           OR  XDIPA961-I-OTLK-REVW-YMD NOT > WK-TODAY-YMD
               MOVE "등급전망 검토기한을 확인해주세요."
                 TO WK-ERR-LONG
               PERFORM S2690-OTLK-ERROR-RTN
                  THRU S2690-OTLK-ERROR-EXT
           END-IF

      *#1 신용감시 - 미지정시 사유/기한 미적용
           IF  XDIPA961-I-WATCH-DSTCD = SPACE
               MOVE SPACE TO XDIPA961-I-WATCH-RSN-CD
                             XDIPA961-I-WATCH-REVW-YMD
               GO TO S2600-OTLK-CHECK-EXT
           END-IF

           IF  XDIPA961-I-WATCH-DSTCD NOT = 'P'
           AND XDIPA961-I-WATCH-DSTCD NOT = 'N'
           AND XDIPA961-I-WATCH-DSTCD NOT = 'D'
               MOVE "신용감시구분(P/N/D)을 확인해주세요."
                 TO WK-ERR-LONG
               PERFORM S2690-OTLK-ERROR-RTN
                  THRU S2690-OTLK-ERROR-EXT
           END-IF

           IF  XDIPA961-I-WATCH-RSN-CD = SPACE
               MOVE "신용감시 사유코드를 입력해주세요."
                 TO WK-ERR-LONG
               PERFORM S2690-OTLK-ERROR-RTN
                  THRU S2690-OTLK-ERROR-EXT
           END-IF

           IF  XDIPA961-I-WATCH-REVW-YMD IS NOT NUMERIC
           OR  XDIPA961-I-WATCH-REVW-YMD NOT > WK-TODAY-YMD
               MOVE "신용감시 검토기한을 확인해주세요."
                 TO WK-ERR-LONG
               PERFORM S2690-OTLK-ERROR-RTN
                  THRU S2690-OTLK-ERROR-EXT
           END-IF
           .

       S2600-OTLK-CHECK-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  등급전망/신용감시 입력오류 - 사용자맞춤메시지로 거절
      *-----------------------------------------------------------------
       S2690-OTLK-ERROR-RTN.

           MOVE WK-ERR-LONG
             TO WK-ERR-SHORT
           #CSTMSG WK-ERR-LONG WK-ERR-SHORT
           #ERROR  CO-B4200099 CO-UKII0803 CO-STAT-ERROR
           .

       S2690-OTLK-ERROR-EXT.
           EXIT.


      *-----------------------------------------------------------------
      *@  업무처리
           PERFORM S7200-GRD-EVENT-RTN
              THRU S7200-GRD-EVENT-EXT.

      *@1  등급전망/신용감시 기록 및 직전 전망 해소판정
           PERFORM S7400-OTLK-SAVE-RTN
              THRU S7400-OTLK-SAVE-EXT.

      *@1  확정평가 보존자료 적재(확정당시 평가자료 동결)
           PERFORM S7500-DOSR-SAVE-RTN
              THRU S7500-DOSR-SAVE-EXT.

      *    결과코드
           MOVE '09'
             TO WK-RESULT-CD
           PERFORM S7210-PRIOR-GRD-RTN
              THRU S7210-PRIOR-GRD-EXT

      *@1 직전 확정평가의 등급전망/신용감시 조회
           PERFORM S7215-PRIOR-OTLK-RTN
              THRU S7215-PRIOR-OTLK-EXT

      *#1 등급 무변경 재확정은 발행 생략(최초확정 - 직전등급
      *#  공백 - 은 발행). 등급전망/신용감시 변경시는 발행
           IF  WK-BEFRE-GRD-DSTCD = WK-AFTER-GRD-DSTCD
           AND WK-BEFRE-GRD-DSTCD NOT = SPACE
           AND WK-PRIOR-OTLK-DSTCD  = XDIPA961-I-OTLK-DSTCD
           AND WK-PRIOR-WATCH-DSTCD = XDIPA961-I-WATCH-DSTCD
               GO  TO  S7200-GRD-EVENT-EXT
           END-IF

       S7210-PRIOR-GRD-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  직전 확정평가의 등급전망/신용감시 조회(THKIPB159)
      *@  미존재시 SPACE
      *-----------------------------------------------------------------
       S7215-PRIOR-OTLK-RTN.

           MOVE SPACE  TO  WK-PRIOR-OTLK-DSTCD
                           WK-PRIOR-WATCH-DSTCD

           IF  WK-PRIOR-VALUA-YMD = SPACE
               GO  TO  S7215-PRIOR-OTLK-EXT
           END-IF

           INITIALIZE YCDBIOCA-CA
                      TRIPB159-REC
                      TKIPB159-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB159-PK-GROUP-CO-CD
           MOVE XDIPA961-I-CORP-CLCT-GROUP-CD
             TO KIPB159-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA961-I-CORP-CLCT-REGI-CD
             TO KIPB159-PK-CORP-CLCT-REGI-CD
           MOVE WK-PRIOR-VALUA-YMD
             TO KIPB159-PK-VALUA-YMD

      *@1  DBIO 호출
           #DYDBIO SELECT-CMD-N TKIPB159-PK TRIPB159-REC.

      *#1  DBIO 호출결과 확인
           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    MOVE RIPB159-OTLK-DSTCD
                      TO WK-PRIOR-OTLK-DSTCD
                    MOVE RIPB159-WATCH-DSTCD
                      TO WK-PRIOR-WATCH-DSTCD
               WHEN COND-DBIO-MRNF
                    CONTINUE
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE
           .

       S7215-PRIOR-OTLK-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  이벤트큐(THKIPB137) 대기건 생성
      *-----------------------------------------------------------------
           MOVE RIPB110-VALUA-DEFINS-YMD
             TO RIPB137-VALUA-DEFINS-YMD

      *   등급전망/신용감시구분
           MOVE XDIPA961-I-OTLK-DSTCD
             TO RIPB137-OTLK-DSTCD
           MOVE XDIPA961-I-WATCH-DSTCD
             TO RIPB137-WATCH-DSTCD

      *   전송상태코드 (0:대기)
           MOVE '0'
             TO RIPB137-DLVR-STAT-CD
       S7220-EVENT-INS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  등급전망/신용감시 기록 - 직전 확정평가 전망을 금번 등급
      *@  방향으로 해소판정한 뒤 금번 평가의 전망/감시를 저장
      *-----------------------------------------------------------------
       S7400-OTLK-SAVE-RTN.

      *@1 직전 확정평가 전망 해소판정
           IF  WK-PRIOR-VALUA-YMD NOT = SPACE
               PERFORM S7410-OTLK-RESOLVE-RTN
                  THRU S7410-OTLK-RESOLVE-EXT
           END-IF

      *@1 금번 평가 전망/감시 저장(재확정시 갱신)
           INITIALIZE YCDBIOCA-CA
                      TRIPB159-REC
                      TKIPB159-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB159-PK-GROUP-CO-CD
           MOVE XDIPA961-I-CORP-CLCT-GROUP-CD
             TO KIPB159-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA961-I-CORP-CLCT-REGI-CD
             TO KIPB159-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA961-I-VALUA-YMD
             TO KIPB159-PK-VALUA-YMD

           #DYDBIO SELECT-CMD-Y TKIPB159-PK TRIPB159-REC.

           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           IF  COND-DBIO-MRNF
               MOVE 'N'  TO  WK-YN
               INITIALIZE TRIPB159-REC
               MOVE BICOM-GROUP-CO-CD
                 TO RIPB159-GROUP-CO-CD
               MOVE XDIPA961-I-CORP-CLCT-GROUP-CD
                 TO RIPB159-CORP-CLCT-GROUP-CD
               MOVE XDIPA961-I-CORP-CLCT-REGI-CD
                 TO RIPB159-CORP-CLCT-REGI-CD
               MOVE XDIPA961-I-VALUA-YMD
                 TO RIPB159-VALUA-YMD
           ELSE
               MOVE 'Y'  TO  WK-YN
           END-IF

      *   확정시 최종집단등급
           MOVE RIPB110-LAST-CLCT-GRD-DSTCD
             TO RIPB159-LAST-CLCT-GRD-DSTCD
      *   등급전망
           MOVE XDIPA961-I-OTLK-DSTCD
             TO RIPB159-OTLK-DSTCD
           MOVE XDIPA961-I-OTLK-RSN-CD
             TO RIPB159-OTLK-RSN-CD
           MOVE XDIPA961-I-OTLK-REVW-YMD
             TO RIPB159-OTLK-REVW-YMD
      *   신용감시
           MOVE XDIPA961-I-WATCH-DSTCD
             TO RIPB159-WATCH-DSTCD
           MOVE XDIPA961-I-WATCH-RSN-CD
             TO RIPB159-WATCH-RSN-CD
           MOVE XDIPA961-I-WATCH-REVW-YMD
             TO RIPB159-WATCH-REVW-YMD
      *   등록직원번호
           MOVE BICOM-USER-EMPID
             TO RIPB159-REGI-EMPID

           IF  WK-YN = 'Y'
               #DYDBIO UPDATE-CMD-Y TKIPB159-PK TRIPB159-REC
               IF  NOT COND-DBIO-OK
                   #ERROR CO-B4200224 CO-UKII0182 CO-STAT-ERROR
               END-IF
           ELSE
               #DYDBIO INSERT-CMD-Y TKIPB159-PK TRIPB159-REC
               IF  NOT COND-DBIO-OK
                   #ERROR CO-B4200221 CO-UKII0182 CO-STAT-ERROR
               END-IF
           END-IF
           .

       S7400-OTLK-SAVE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  직전 전망 해소판정 - 직전등급 대비 금번등급 방향
      *@  (U:상향/S:유지/D:하향)으로 전망/감시 결과를 판정한다
      *@  (1:실현/2:미실현/3:반대방향). 타 평가로 이미 해소된
      *@  전망은 그대로 둔다
      *-----------------------------------------------------------------
       S7410-OTLK-RESOLVE-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB159-REC
                      TKIPB159-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB159-PK-GROUP-CO-CD
           MOVE XDIPA961-I-CORP-CLCT-GROUP-CD
             TO KIPB159-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA961-I-CORP-CLCT-REGI-CD
             TO KIPB159-PK-CORP-CLCT-REGI-CD
           MOVE WK-PRIOR-VALUA-YMD
             TO KIPB159-PK-VALUA-YMD

           #DYDBIO SELECT-CMD-Y TKIPB159-PK TRIPB159-REC.

           EVALUATE TRUE
               WHEN COND-DBIO-OK
                    CONTINUE
               WHEN COND-DBIO-MRNF
                    GO  TO  S7410-OTLK-RESOLVE-EXT
               WHEN OTHER
                    #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-EVALUATE

           IF  RIPB159-RSLV-VALUA-YMD NOT = SPACE
           AND RIPB159-RSLV-VALUA-YMD NOT = XDIPA961-I-VALUA-YMD
               GO  TO  S7410-OTLK-RESOLVE-EXT
           END-IF

      *@1 등급방향 - 노치순위(AAA=1 ... D=20) 비교
           MOVE WK-BEFRE-GRD-DSTCD  TO  WK-RANK-GRD-DSTCD
           PERFORM S7420-GRD-RANK-RTN
              THRU S7420-GRD-RANK-EXT
           MOVE WK-GRD-RANK         TO  WK-BEFRE-GRD-RANK

           MOVE WK-AFTER-GRD-DSTCD  TO  WK-RANK-GRD-DSTCD
           PERFORM S7420-GRD-RANK-RTN
              THRU S7420-GRD-RANK-EXT
           MOVE WK-GRD-RANK         TO  WK-AFTER-GRD-RANK

           EVALUATE TRUE
               WHEN WK-AFTER-GRD-RANK = WK-BEFRE-GRD-RANK
                    MOVE 'S'  TO  WK-RSLV-DRCTN-DSTCD
               WHEN WK-AFTER-GRD-RANK < WK-BEFRE-GRD-RANK
                    MOVE 'U'  TO  WK-RSLV-DRCTN-DSTCD
               WHEN OTHER
                    MOVE 'D'  TO  WK-RSLV-DRCTN-DSTCD
           END-EVALUATE

      *@1 전망 해소결과
           MOVE RIPB159-OTLK-DSTCD  TO  WK-RSLT-CHK-DSTCD
           PERFORM S7430-RSLT-JUDGE-RTN
              THRU S7430-RSLT-JUDGE-EXT
           MOVE WK-RSLT-DSTCD       TO  RIPB159-OTLK-RSLT-DSTCD

      *@1 신용감시 해소결과(감시 미지정은 공백)
           IF  RIPB159-WATCH-DSTCD = SPACE
               MOVE SPACE           TO  RIPB159-WATCH-RSLT-DSTCD
           ELSE
               MOVE RIPB159-WATCH-DSTCD  TO  WK-RSLT-CHK-DSTCD
               PERFORM S7430-RSLT-JUDGE-RTN
                  THRU S7430-RSLT-JUDGE-EXT
               MOVE WK-RSLT-DSTCD   TO  RIPB159-WATCH-RSLT-DSTCD
           END-IF

           MOVE XDIPA961-I-VALUA-YMD
             TO RIPB159-RSLV-VALUA-YMD
           MOVE WK-AFTER-GRD-DSTCD
             TO RIPB159-RSLV-GRD-DSTCD
           MOVE WK-RSLV-DRCTN-DSTCD
             TO RIPB159-RSLV-DRCTN-DSTCD
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO RIPB159-RSLV-YMD

           #DYDBIO UPDATE-CMD-Y TKIPB159-PK TRIPB159-REC.

           IF  NOT COND-DBIO-OK
               #ERROR CO-B4200224 CO-UKII0182 CO-STAT-ERROR
           END-IF
           .

       S7410-OTLK-RESOLVE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  등급 노치순위 산출(AAA=1 ... D=20, 미상=99)
      *-----------------------------------------------------------------
       S7420-GRD-RANK-RTN.

           EVALUATE WK-RANK-GRD-DSTCD
               WHEN 'AAA'  MOVE  1 TO WK-GRD-RANK
               WHEN 'AA+'  MOVE  2 TO WK-GRD-RANK
               WHEN 'AA '  MOVE  3 TO WK-GRD-RANK
               WHEN 'AA-'  MOVE  4 TO WK-GRD-RANK
               WHEN 'A+ '  MOVE  5 TO WK-GRD-RANK
               WHEN 'A  '  MOVE  6 TO WK-GRD-RANK
               WHEN 'A- '  MOVE  7 TO WK-GRD-RANK
               WHEN 'BBB'  MOVE  8 TO WK-GRD-RANK
               WHEN 'BB+'  MOVE  9 TO WK-GRD-RANK
               WHEN 'BB '  MOVE 10 TO WK-GRD-RANK
               WHEN 'BB-'  MOVE 11 TO WK-GRD-RANK
               WHEN 'B+ '  MOVE 12 TO WK-GRD-RANK
               WHEN 'B  '  MOVE 13 TO WK-GRD-RANK
               WHEN 'B- '  MOVE 14 TO WK-GRD-RANK
               WHEN 'CCC'  MOVE 15 TO WK-GRD-RANK
               WHEN 'CC '  MOVE 16 TO WK-GRD-RANK
               WHEN 'C  '  MOVE 17 TO WK-GRD-RANK
               WHEN 'D  '  MOVE 20 TO WK-GRD-RANK
               WHEN OTHER  MOVE 99 TO WK-GRD-RANK
           END-EVALUATE
           .

       S7420-GRD-RANK-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  전망/감시 해소결과 판정
      *@  P(긍정/상향검토) : U 실현, S 미실현, D 반대방향
      *@  N(부정/하향검토) : D 실현, S 미실현, U 반대방향
      *@  S(안정적)        : S 실현, U/D 미실현
      *@  D(유동적/방향미정): U/D 실현, S 미실현
      *-----------------------------------------------------------------
       S7430-RSLT-JUDGE-RTN.

           EVALUATE WK-RSLT-CHK-DSTCD ALSO WK-RSLV-DRCTN-DSTCD
               WHEN 'P' ALSO 'U'
               WHEN 'N' ALSO 'D'
               WHEN 'S' ALSO 'S'
               WHEN 'D' ALSO 'U'
               WHEN 'D' ALSO 'D'
                    MOVE '1'  TO  WK-RSLT-DSTCD
               WHEN 'P' ALSO 'D'
               WHEN 'N' ALSO 'U'
                    MOVE '3'  TO  WK-RSLT-DSTCD
               WHEN OTHER
                    MOVE '2'  TO  WK-RSLT-DSTCD
           END-EVALUATE
           .

       S7430-RSLT-JUDGE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  확정평가 보존자료 적재 - 확정시점의 평가보고서 전체
      *@  (PIPA311 재계산 결과: 계열사명세, 합산재무, 재무비율,
      *@  항목별점수, 등급조정, 의견)와 요인별기여도(THKIPB136,
      *@  적용모델버전)를 확정차수 단위로 동결 적재한다.
      *@  재확정시 새 확정차수로 적재하며 기존분은 갱신하지 않는다
      *-----------------------------------------------------------------
       S7500-DOSR-SAVE-RTN.

      *@1 확정차수 채번(기존 최종 확정차수 + 1)
           PERFORM S7510-DOSR-SEQ-RTN
              THRU S7510-DOSR-SEQ-EXT

      *@1 평가보고서 생성 - 보관본 미사용, 재계산
           INITIALIZE XPIPA311-IN
                      XPIPA311-OUT
                      XPIPA311-RETURN

           MOVE BICOM-GROUP-CO-CD
             TO XPIPA311-I-GROUP-CO-CD
           MOVE XDIPA961-I-CORP-CLCT-GROUP-CD
             TO XPIPA311-I-CORP-CLCT-GROUP-CD
           MOVE XDIPA961-I-CORP-CLCT-REGI-CD
             TO XPIPA311-I-CORP-CLCT-REGI-CD
           MOVE XDIPA961-I-VALUA-YMD
             TO XPIPA311-I-VALUA-YMD
           MOVE 'Y' TO XPIPA311-I-OUTPT-YN1
           MOVE 'Y' TO XPIPA311-I-OUTPT-YN2
           MOVE 'Y' TO XPIPA311-I-OUTPT-YN3
           MOVE 'N' TO XPIPA311-I-ARCHIVE-YN
           MOVE 'N' TO XPIPA311-I-DOSR-YN

           #DYCALL PIPA311 YCCOMMON-CA XPIPA311-CA

      *#1 보고서 생성 불가시 확정 불가
           IF NOT COND-XPIPA311-OK
              #ERROR XPIPA311-R-ERRCD
                     XPIPA311-R-TREAT-CD
                     XPIPA311-R-STAT
           END-IF

      *@1 평가보고서 세그먼트 적재(보존자료구분 RP)
           MOVE ZEROS TO WK-DOSR-SGMT-SEQ
           MOVE ZEROS TO WK-DOSR-OFFSET
           COMPUTE WK-DOSR-REMAIN = LENGTH OF XPIPA311-OUT

           PERFORM S7520-DOSR-RPT-INS-RTN
              THRU S7520-DOSR-RPT-INS-EXT
             UNTIL WK-DOSR-REMAIN <= ZEROS

      *@1 요인별기여도 적재(보존자료구분 FC)
           PERFORM S7530-DOSR-FCTR-RTN
              THRU S7530-DOSR-FCTR-EXT

      *@1 보존자료기본 적재
           PERFORM S7540-DOSR-HDR-INS-RTN
              THRU S7540-DOSR-HDR-INS-EXT
           .

       S7500-DOSR-SAVE-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  확정차수 채번 - 해당 평가의 보존자료기본(THKIPB164)을
      *@  전건조회하여 최종 확정차수 + 1 (최초확정 1)
      *-----------------------------------------------------------------
       S7510-DOSR-SEQ-RTN.

           MOVE ZEROS  TO  WK-DOSR-SEQ

           INITIALIZE YCDBIOCA-CA
                      TRIPB164-REC
                      TKIPB164-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB164-PK-GROUP-CO-CD
           MOVE XDIPA961-I-CORP-CLCT-GROUP-CD
             TO KIPB164-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA961-I-CORP-CLCT-REGI-CD
             TO KIPB164-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA961-I-VALUA-YMD
             TO KIPB164-PK-VALUA-YMD
           MOVE ZEROS
             TO KIPB164-PK-DEFINS-SEQ

           #DYDBIO  OPEN-CMD-1  TKIPB164-PK TRIPB164-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           PERFORM UNTIL COND-DBIO-MRNF

                   #DYDBIO FETCH-CMD-1 TKIPB164-PK TRIPB164-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
                   END-IF

                   IF  COND-DBIO-OK
                   AND RIPB164-VALUA-YMD  = XDIPA961-I-VALUA-YMD
                   AND RIPB164-DEFINS-SEQ > WK-DOSR-SEQ

                       MOVE RIPB164-DEFINS-SEQ
                         TO WK-DOSR-SEQ

                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPB164-PK TRIPB164-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           ADD 1 TO WK-DOSR-SEQ
           .

       S7510-DOSR-SEQ-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  평가보고서 세그먼트 INSERT(THKIPB165, 보존자료구분 RP)
      *-----------------------------------------------------------------
       S7520-DOSR-RPT-INS-RTN.

           ADD 1 TO WK-DOSR-SGMT-SEQ
           IF WK-DOSR-REMAIN > CO-DOSR-SGMT-LEN
               MOVE CO-DOSR-SGMT-LEN TO WK-DOSR-MOVE-LEN
           ELSE
               MOVE WK-DOSR-REMAIN   TO WK-DOSR-MOVE-LEN
           END-IF

           PERFORM S7550-DOSR-SGMT-KEY-RTN
              THRU S7550-DOSR-SGMT-KEY-EXT

      *    보존자료구분(RP:평가보고서)
           MOVE 'RP'
             TO KIPB165-PK-DOSR-DSTCD
                RIPB165-DOSR-DSTCD

      *    세그먼트길이/내용
           MOVE WK-DOSR-MOVE-LEN
             TO RIPB165-SGMT-LEN
           MOVE XPIPA311-OUT(WK-DOSR-OFFSET + 1:WK-DOSR-MOVE-LEN)
             TO RIPB165-SGMT-CTNT(1:WK-DOSR-MOVE-LEN)

      *@1  DBIO 호출
           #DYDBIO INSERT-CMD-Y TKIPB165-PK TRIPB165-REC

      *#1  DBIO 호출결과 확인
           IF NOT COND-DBIO-OK
              #ERROR CO-B4200221 CO-UKII0182 CO-STAT-ERROR
           END-IF

           ADD      WK-DOSR-MOVE-LEN TO   WK-DOSR-OFFSET
           SUBTRACT WK-DOSR-MOVE-LEN FROM WK-DOSR-REMAIN
           .

       S7520-DOSR-RPT-INS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  요인별기여도 적재 - 해당 평가의 THKIPB136 전건을 1건
      *@  1세그먼트(보존자료구분 FC)로 적재, 적용모델버전 취득
      *-----------------------------------------------------------------
       S7530-DOSR-FCTR-RTN.

           MOVE ZEROS  TO  WK-DOSR-FCTR-CNT
                           WK-DOSR-SGMT-SEQ
           MOVE SPACE  TO  WK-DOSR-MDEL-VER-ID

           INITIALIZE YCDBIOCA-CA
                      TRIPB136-REC
                      TKIPB136-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB136-PK-GROUP-CO-CD
           MOVE XDIPA961-I-CORP-CLCT-GROUP-CD
             TO KIPB136-PK-CORP-CLCT-GROUP-CD
           MOVE XDIPA961-I-CORP-CLCT-REGI-CD
             TO KIPB136-PK-CORP-CLCT-REGI-CD
           MOVE XDIPA961-I-VALUA-YMD
             TO KIPB136-PK-VALUA-YMD
           MOVE LOW-VALUE
             TO KIPB136-PK-VALUA-FCTR-TYPE-CD
                KIPB136-PK-VALUA-FCTR-CD

           #DYDBIO  OPEN-CMD-1  TKIPB136-PK TRIPB136-REC
           IF  NOT COND-DBIO-OK   AND
               NOT COND-DBIO-MRNF THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF

           PERFORM UNTIL COND-DBIO-MRNF

                   #DYDBIO FETCH-CMD-1 TKIPB136-PK TRIPB136-REC
                   IF  NOT COND-DBIO-OK   AND
                       NOT COND-DBIO-MRNF THEN
                       #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
                   END-IF

                   IF  COND-DBIO-OK
                   AND RIPB136-VALUA-YMD = XDIPA961-I-VALUA-YMD

                       ADD 1 TO WK-DOSR-FCTR-CNT
                       IF  WK-DOSR-MDEL-VER-ID = SPACE
                           MOVE RIPB136-MDEL-VER-ID
                             TO WK-DOSR-MDEL-VER-ID
                       END-IF

                       PERFORM S7535-DOSR-FCTR-INS-RTN
                          THRU S7535-DOSR-FCTR-INS-EXT

                   END-IF

           END-PERFORM

           #DYDBIO  CLOSE-CMD-1  TKIPB136-PK TRIPB136-REC
           IF  NOT COND-DBIO-OK   THEN
               #ERROR CO-B3900001 CO-UKII0182 CO-STAT-ERROR
           END-IF
           .

       S7530-DOSR-FCTR-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  요인별기여도 세그먼트 INSERT(THKIPB165, 보존자료구분 FC)
      *-----------------------------------------------------------------
       S7535-DOSR-FCTR-INS-RTN.

           ADD 1 TO WK-DOSR-SGMT-SEQ
           COMPUTE WK-DOSR-MOVE-LEN = LENGTH OF TRIPB136-REC

           PERFORM S7550-DOSR-SGMT-KEY-RTN
              THRU S7550-DOSR-SGMT-KEY-EXT

      *    보존자료구분(FC:요인별기여도)
           MOVE 'FC'
             TO KIPB165-PK-DOSR-DSTCD
                RIPB165-DOSR-DSTCD

      *    세그먼트길이/내용
           MOVE WK-DOSR-MOVE-LEN
             TO RIPB165-SGMT-LEN
           MOVE TRIPB136-REC
             TO RIPB165-SGMT-CTNT(1:WK-DOSR-MOVE-LEN)

      *@1  DBIO 호출
           #DYDBIO INSERT-CMD-Y TKIPB165-PK TRIPB165-REC

      *#1  DBIO 호출결과 확인
           IF NOT COND-DBIO-OK
              #ERROR CO-B4200221 CO-UKII0182 CO-STAT-ERROR
           END-IF
           .

       S7535-DOSR-FCTR-INS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  보존자료기본 INSERT(THKIPB164) - 확정당시 점수/등급,
      *@  적용모델버전, 세그먼트 구성, 보존기한(확정일+10년)
      *-----------------------------------------------------------------
       S7540-DOSR-HDR-INS-RTN.

      *@1 보존기한년월일 - 2월29일 확정분은 2월28일
           MOVE RIPB110-VALUA-DEFINS-YMD(1:4)
             TO WK-DOSR-RETN-YYYY
           ADD  CO-DOSR-RETN-YR
             TO WK-DOSR-RETN-YYYY
           MOVE WK-DOSR-RETN-YYYY
             TO WK-DOSR-RETN-END-YMD(1:4)
           MOVE RIPB110-VALUA-DEFINS-YMD(5:4)
             TO WK-DOSR-RETN-END-YMD(5:4)
           IF  WK-DOSR-RETN-END-YMD(5:4) = '0229'
               MOVE '0228' TO WK-DOSR-RETN-END-YMD(5:4)
           END-IF

           INITIALIZE YCDBIOCA-CA
                      TRIPB164-REC
                      TKIPB164-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB164-PK-GROUP-CO-CD
                RIPB164-GROUP-CO-CD
           MOVE XDIPA961-I-CORP-CLCT-GROUP-CD
             TO KIPB164-PK-CORP-CLCT-GROUP-CD
                RIPB164-CORP-CLCT-GROUP-CD
           MOVE XDIPA961-I-CORP-CLCT-REGI-CD
             TO KIPB164-PK-CORP-CLCT-REGI-CD
                RIPB164-CORP-CLCT-REGI-CD
           MOVE XDIPA961-I-VALUA-YMD
             TO KIPB164-PK-VALUA-YMD
                RIPB164-VALUA-YMD
           MOVE WK-DOSR-SEQ
             TO KIPB164-PK-DEFINS-SEQ
                RIPB164-DEFINS-SEQ

      *   확정년월일/확정직원/보존기한
           MOVE RIPB110-VALUA-DEFINS-YMD
             TO RIPB164-DEFINS-YMD
           MOVE BICOM-USER-EMPID
             TO RIPB164-DEFINS-EMPID
           MOVE WK-DOSR-RETN-END-YMD
             TO RIPB164-RETN-END-YMD

      *   확정당시 점수/등급
           MOVE RIPB110-FNAF-SCOR
             TO RIPB164-FNAF-SCOR
           MOVE RIPB110-NON-FNAF-SCOR
             TO RIPB164-NON-FNAF-SCOR
           MOVE RIPB110-CHSN-SCOR
             TO RIPB164-CHSN-SCOR
           MOVE RIPB110-SPARE-C-GRD-DSTCD
             TO RIPB164-SPARE-C-GRD-DSTCD
           MOVE RIPB110-LAST-CLCT-GRD-DSTCD
             TO RIPB164-LAST-CLCT-GRD-DSTCD
           MOVE RIPB110-GRD-ADJS-DSTCD
             TO RIPB164-GRD-ADJS-DSTCD

      *   적용모델버전/자료구성
           MOVE WK-DOSR-MDEL-VER-ID
             TO RIPB164-MDEL-VER-ID
           COMPUTE RIPB164-RPT-LEN = LENGTH OF XPIPA311-OUT
           COMPUTE RIPB164-RPT-SGMT-CNT
                 = (LENGTH OF XPIPA311-OUT + CO-DOSR-SGMT-LEN - 1)
                 / CO-DOSR-SGMT-LEN
           MOVE WK-DOSR-FCTR-CNT
             TO RIPB164-FCTR-CNT

      *@1  DBIO 호출
           #DYDBIO INSERT-CMD-Y TKIPB164-PK TRIPB164-REC

      *#1  DBIO 호출결과 확인
           IF NOT COND-DBIO-OK
              #ERROR CO-B4200221 CO-UKII0182 CO-STAT-ERROR
           END-IF
           .

       S7540-DOSR-HDR-INS-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  보존자료명세(THKIPB165) 공통 KEY 조립
      *-----------------------------------------------------------------
       S7550-DOSR-SGMT-KEY-RTN.

           INITIALIZE YCDBIOCA-CA
                      TRIPB165-REC
                      TKIPB165-KEY.

           MOVE BICOM-GROUP-CO-CD
             TO KIPB165-PK-GROUP-CO-CD
                RIPB165-GROUP-CO-CD
           MOVE XDIPA961-I-CORP-CLCT-GROUP-CD
             TO KIPB165-PK-CORP-CLCT-GROUP-CD
                RIPB165-CORP-CLCT-GROUP-CD
           MOVE XDIPA961-I-CORP-CLCT-REGI-CD
             TO KIPB165-PK-CORP-CLCT-REGI-CD
                RIPB165-CORP-CLCT-REGI-CD
           MOVE XDIPA961-I-VALUA-YMD
             TO KIPB165-PK-VALUA-YMD
                RIPB165-VALUA-YMD
           MOVE WK-DOSR-SEQ
             TO KIPB165-PK-DEFINS-SEQ
                RIPB165-DEFINS-SEQ
           MOVE WK-DOSR-SGMT-SEQ
             TO KIPB165-PK-SGMT-SEQ
                RIPB165-SGMT-SEQ
           .

       S7550-DOSR-SGMT-KEY-EXT.
           EXIT.

      *-----------------------------------------------------------------
      *@  의견템플릿 필수섹션 점검 - 해당 평가의 템플릿 적용
      *@  내역(THKIPB150)을 수집하고, 적용건별로 적용버전
