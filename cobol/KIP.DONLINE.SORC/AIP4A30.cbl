      *@성명 : 일자 : 변　경　내　용
      *-----------------------------------------------------------------
      *@이현지:20191210:신규작성
      *@김경호:20261015:이력별 확정평가 보존자료 대비 추가(S3100,
      *@                DIPA964) - 확정당시 결합점수/최종등급,
      *@                확정년월일, 현재값과의 차이여부 출력
      *-----------------------------------------------------------------
      *=================================================================
       IDENTIFICATION                  DIVISION.
       01  XDIPA301-CA.
           COPY    XDIPA301.

      *@  DC확정평가보존자료 대비조회 COPYBOOK
       01  XDIPA964-CA.
           COPY    XDIPA964.

      *-----------------------------------------------------------------
      *@  DBIO/SQLIO INTERFACE PARAMETER
      *-----------------------------------------------------------------
               MOVE XDIPA301-O-NEW-LC-GRD-DSTCD(WK-I)
                 TO YPIPBA30-NEW-LC-GRD-DSTCD(WK-I)

      *        확정평가 보존자료 대비
               PERFORM S3100-DOSR-CMPR-RTN
                  THRU S3100-DOSR-CMPR-EXT

           END-PERFORM

      *@7  출력 폼 ID 지정
       S3000-PROCESS-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  확정평가 보존자료 대비 - 이력행별 확정당시 결합점수/
      *@  최종등급과 현재값 차이여부(보존자료 없으면 'N')
      *-----------------------------------------------------------------
       S3100-DOSR-CMPR-RTN.

      *@1 입력항목 set
           INITIALIZE XDIPA964-IN.

           MOVE YNIPBA30-CORP-CLCT-GROUP-CD
             TO XDIPA964-I-CORP-CLCT-GROUP-CD.

           MOVE YNIPBA30-CORP-CLCT-REGI-CD
             TO XDIPA964-I-CORP-CLCT-REGI-CD.

           MOVE XDIPA301-O-VALUA-YMD(WK-I)
             TO XDIPA964-I-VALUA-YMD.

      *@1 처리내용: DC확정평가보존자료 대비조회 호출
           #DYCALL  DIPA964 YCCOMMON-CA XDIPA964-CA

           IF NOT COND-XDIPA964-OK
              #ERROR XDIPA964-R-ERRCD
                     XDIPA964-R-TREAT-CD
                     XDIPA964-R-STAT
           END-IF.

      *@1 출력항목 set
      *    보존자료존재여부
           MOVE XDIPA964-O-DOSR-YN
             TO YPIPBA30-DOSR-YN(WK-I).

      *    확정년월일
           MOVE XDIPA964-O-DEFINS-YMD
             TO YPIPBA30-DOSR-DEFINS-YMD(WK-I).

      *    확정당시 결합점수
           MOVE XDIPA964-O-DOSR-CHSN-SCOR
             TO YPIPBA30-DOSR-CHSN-SCOR(WK-I).

      *    확정당시 최종집단등급구분
           MOVE XDIPA964-O-DOSR-LAST-CLCT-GRD-DSTCD
             TO YPIPBA30-DOSR-LC-GRD-DSTCD(WK-I).

      *    확정당시/현재 차이여부
           MOVE XDIPA964-O-DIFF-YN
             TO YPIPBA30-DOSR-DIFF-YN(WK-I).

       S3100-DOSR-CMPR-EXT.
           EXIT.
      *-----------------------------------------------------------------
      *@  처리종료
      *-----------------------------------------------------------------
       S9000-FINAL-RTN.
