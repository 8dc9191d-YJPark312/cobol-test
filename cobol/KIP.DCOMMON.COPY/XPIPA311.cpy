             05  XPIPA311-I-UNIT                 PIC  X(001).
      *--       보관본조회여부('Y': 분기일괄생성 보관본 우선)
             05  XPIPA311-I-ARCHIVE-YN           PIC  X(001).
      *--       확정보존자료대비여부('Y': 확정당시/현재 비교)
             05  XPIPA311-I-DOSR-YN              PIC  X(001).
      *--       확정차수(0: 최종 확정차수)
             05  XPIPA311-I-DOSR-DEFINS-SEQ      PIC  9(003).
      *----------------------------------------------------------------*
           03  XPIPA311-OUT.
      *----------------------------------------------------------------*
               07  XPIPA311-O-STLACC-YS-ENTP-CNT PIC  9(009).
      *--       보관본제공여부('Y': 보관본(THKIPB311)에서 제공)
             05  XPIPA311-O-ARCHIVE-SRC-YN       PIC  X(001).
      *--       현재건수9(추정재무제표)
             05  XPIPA311-O-PRSNT-NOITM9         PIC  9(005).
      *--       그리드9(추정재무제표 - DIPA682)
             05  XPIPA311-O-GRID9                OCCURS 000060 TIMES.
      *--         추정결산년
               07  XPIPA311-O-PRJT-STLACC-YR     PIC  X(004).
      *--         재무분석보고서구분
               07  XPIPA311-O-PRJT-RPTDOC-DSTCD  PIC  X(002).
      *--         재무항목코드
               07  XPIPA311-O-PRJT-ITEM-CD       PIC  X(004).
      *--         재무항목명
               07  XPIPA311-O-PRJT-ITEM-NAME     PIC  X(102).
      *--         추정항목금액(출력단위 적용)
               07  XPIPA311-O-PRJT-ITEM-AMT      PIC S9(015)
                                                 LEADING  SEPARATE.
      *--       확정보존자료제공여부('Y': 출력영역은 확정당시 자료)
             05  XPIPA311-O-DOSR-SRC-YN          PIC  X(001).
      *--       확정차수
             05  XPIPA311-O-DOSR-DEFINS-SEQ      PIC  9(003).
      *--       확정년월일
             05  XPIPA311-O-DOSR-DEFINS-YMD      PIC  X(008).
      *--       확정직원번호
             05  XPIPA311-O-DOSR-DEFINS-EMPID    PIC  X(007).
      *--       보존기한년월일
             05  XPIPA311-O-DOSR-RETN-END-YMD    PIC  X(008).
      *--       확정당시 적용모델버전ID
             05  XPIPA311-O-DOSR-MDEL-VER-ID     PIC  X(008).
      *--       현재 적용모델버전ID
             05  XPIPA311-O-CUR-MDEL-VER-ID      PIC  X(008).
      *--       현재 재무점수
             05  XPIPA311-O-CUR-FNAF-SCOR        PIC S9(005)V9(02)
                                                 LEADING  SEPARATE.
      *--       현재 비재무점수
             05  XPIPA311-O-CUR-NON-FNAF-SCOR    PIC S9(005)V9(02)
                                                 LEADING  SEPARATE.
      *--       현재 결합점수
             05  XPIPA311-O-CUR-CHSN-SCOR        PIC S9(004)V9(05)
                                                 LEADING  SEPARATE.
      *--       현재 신예비집단등급구분
             05  XPIPA311-O-CUR-NEW-SC-GRD-DSTCD PIC  X(003).
      *--       현재 신최종집단등급구분
             05  XPIPA311-O-CUR-NEW-LC-GRD-DSTCD PIC  X(003).
      *--       현재 등급조정구분
             05  XPIPA311-O-CUR-GRD-ADJS-DSTCD   PIC  X(001).
      *--       차이발생 자료구분수
             05  XPIPA311-O-DOSR-DIFF-CNT        PIC  9(005).
      *--       현재건수(자료구분별 비교)
             05  XPIPA311-O-DOSR-PRSNT-NOITM     PIC  9(005).
      *--       그리드(자료구분별 확정당시/현재 비교결과)
             05  XPIPA311-O-DOSR-GRID            OCCURS 000007 TIMES.
      *--         보존자료구분(AF/FS/RT/SC/MV/OV/OP)
               07  XPIPA311-O-DOSR-SECT-DSTCD    PIC  X(002).
      *--         보존자료구분명
               07  XPIPA311-O-DOSR-SECT-NAME     PIC  X(022).
      *--         차이여부
               07  XPIPA311-O-DOSR-DIFF-YN       PIC  X(001).
      *--         차이건수
               07  XPIPA311-O-DOSR-DIFF-NOITM    PIC  9(005).
      *================================================================*
      *        X  P  I  P  A  3  1  1    C  O  P  Y  B  O  O  K        *
      *================================================================*
      *X  XPIPA311-I-OUTPT-YN3          ;출력여부3
      *X  XPIPA311-I-UNIT               ;단위
      *X  XPIPA311-I-ARCHIVE-YN         ;보관본조회여부
      *X  XPIPA311-I-DOSR-YN            ;확정보존자료대비여부
      *N  XPIPA311-I-DOSR-DEFINS-SEQ    ;확정차수
      *X  XPIPA311-O-ARCHIVE-SRC-YN     ;보관본제공여부
      *X  XPIPA311-O-CORP-CLCT-NAME     ;기업집단명
      *X  XPIPA311-O-VALUA-YMD          ;평가년월일
      *N  XPIPA311-O-TOTAL-ASST         ;총자산
      *N  XPIPA311-O-ONCP               ;자기자본
      *N  XPIPA311-O-TOTAL-AMBR         ;총차입금
      *N  XPIPA311-O-STLACC-YS-ENTP-CNT ;결산년합계업체수
      *N  XPIPA311-O-PRSNT-NOITM9       ;현재건수9
      *A  XPIPA311-O-GRID9              ;그리드9
      *X  XPIPA311-O-PRJT-STLACC-YR     ;추정결산년
      *X  XPIPA311-O-PRJT-RPTDOC-DSTCD  ;재무분석보고서구분
      *X  XPIPA311-O-PRJT-ITEM-CD       ;재무항목코드
      *X  XPIPA311-O-PRJT-ITEM-NAME     ;재무항목명
      *S  XPIPA311-O-PRJT-ITEM-AMT      ;추정항목금액
      *X  XPIPA311-O-DOSR-SRC-YN        ;확정보존자료제공여부
      *N  XPIPA311-O-DOSR-DEFINS-SEQ    ;확정차수
      *X  XPIPA311-O-DOSR-DEFINS-YMD    ;확정년월일
      *X  XPIPA311-O-DOSR-DEFINS-EMPID  ;확정직원번호
      *X  XPIPA311-O-DOSR-RETN-END-YMD  ;보존기한년월일
      *X  XPIPA311-O-DOSR-MDEL-VER-ID   ;확정당시 적용모델버전ID
      *X  XPIPA311-O-CUR-MDEL-VER-ID    ;현재 적용모델버전ID
      *S  XPIPA311-O-CUR-FNAF-SCOR      ;현재 재무점수
      *S  XPIPA311-O-CUR-NON-FNAF-SCOR  ;현재 비재무점수
      *S  XPIPA311-O-CUR-CHSN-SCOR      ;현재 결합점수
      *X  XPIPA311-O-CUR-NEW-SC-GRD-DSTCD
      * 현재 신예비집단등급구분
      *X  XPIPA311-O-CUR-NEW-LC-GRD-DSTCD
      * 현재 신최종집단등급구분
      *X  XPIPA311-O-CUR-GRD-ADJS-DSTCD ;현재 등급조정구분
      *N  XPIPA311-O-DOSR-DIFF-CNT      ;차이발생 자료구분수
      *N  XPIPA311-O-DOSR-PRSNT-NOITM   ;현재건수(자료구분별)
      *A  XPIPA311-O-DOSR-GRID          ;그리드(자료구분별 비교)
      *X  XPIPA311-O-DOSR-SECT-DSTCD    ;보존자료구분
      *X  XPIPA311-O-DOSR-SECT-NAME     ;보존자료구분명
      *X  XPIPA311-O-DOSR-DIFF-YN       ;차이여부
      *N  XPIPA311-O-DOSR-DIFF-NOITM    ;차이건수
