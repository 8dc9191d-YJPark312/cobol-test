      *================================================================*
      *@ NAME : XDIPA964                                               *
      *@ DESC : DC확정평가보존자료 대비조회                        *
      *----------------------------------------------------------------*
      *  최종변경일시 : 2026-10-15 10:00:00                          *
      *  생성일시     : 2026-10-15 10:00:00                          *
      *================================================================*
           03  XDIPA964-RETURN.
             05  XDIPA964-R-STAT                 PIC  X(002).
                 88  COND-XDIPA964-OK            VALUE  '00'.
                 88  COND-XDIPA964-KEYDUP        VALUE  '01'.
                 88  COND-XDIPA964-NOTFOUND      VALUE  '02'.
                 88  COND-XDIPA964-SPVSTOP       VALUE  '05'.
                 88  COND-XDIPA964-ERROR         VALUE  '09'.
                 88  COND-XDIPA964-ABNORMAL      VALUE  '98'.
                 88  COND-XDIPA964-SYSERROR      VALUE  '99'.
             05  XDIPA964-R-LINE                 PIC  9(006).
             05  XDIPA964-R-ERRCD                PIC  X(008).
             05  XDIPA964-R-TREAT-CD             PIC  X(008).
             05  XDIPA964-R-SQL-CD               PIC S9(005)
                                                 LEADING  SEPARATE.
      *----------------------------------------------------------------*
           03  XDIPA964-IN.
      *----------------------------------------------------------------*
      *--       기업집단그룹코드
             05  XDIPA964-I-CORP-CLCT-GROUP-CD   PIC  X(003).
      *--       기업집단등록코드
             05  XDIPA964-I-CORP-CLCT-REGI-CD    PIC  X(003).
      *--       평가년월일
             05  XDIPA964-I-VALUA-YMD            PIC  X(008).
      *----------------------------------------------------------------*
           03  XDIPA964-OUT.
      *----------------------------------------------------------------*
      *--       보존자료존재여부
             05  XDIPA964-O-DOSR-YN              PIC  X(001).
      *--       확정횟수(보존자료 건수)
             05  XDIPA964-O-DEFINS-CNT           PIC  9(003).
      *--       최종 확정차수
             05  XDIPA964-O-DEFINS-SEQ           PIC  9(003).
      *--       확정년월일
             05  XDIPA964-O-DEFINS-YMD           PIC  X(008).
      *--       확정직원번호
             05  XDIPA964-O-DEFINS-EMPID         PIC  X(007).
      *--       보존기한년월일
             05  XDIPA964-O-RETN-END-YMD         PIC  X(008).
      *--       확정당시 적용모델버전ID
             05  XDIPA964-O-MDEL-VER-ID          PIC  X(008).
      *--       확정당시 재무점수
             05  XDIPA964-O-DOSR-FNAF-SCOR       PIC S9(005)V9(02)
                                                 LEADING  SEPARATE.
      *--       확정당시 비재무점수
             05  XDIPA964-O-DOSR-NON-FNAF-SCOR   PIC S9(005)V9(02)
                                                 LEADING  SEPARATE.
      *--       확정당시 결합점수
             05  XDIPA964-O-DOSR-CHSN-SCOR       PIC S9(004)V9(05)
                                                 LEADING  SEPARATE.
      *--       확정당시 최종집단등급구분
             05  XDIPA964-O-DOSR-LAST-CLCT-GRD-DSTCD
                                                 PIC  X(003).
      *--       확정당시 등급조정구분
             05  XDIPA964-O-DOSR-GRD-ADJS-DSTCD  PIC  X(001).
      *--       현재 재무점수
             05  XDIPA964-O-CUR-FNAF-SCOR        PIC S9(005)V9(02)
                                                 LEADING  SEPARATE.
      *--       현재 비재무점수
             05  XDIPA964-O-CUR-NON-FNAF-SCOR    PIC S9(005)V9(02)
                                                 LEADING  SEPARATE.
      *--       현재 결합점수
             05  XDIPA964-O-CUR-CHSN-SCOR        PIC S9(004)V9(05)
                                                 LEADING  SEPARATE.
      *--       현재 최종집단등급구분
             05  XDIPA964-O-CUR-LAST-CLCT-GRD-DSTCD
                                                 PIC  X(003).
      *--       현재 등급조정구분
             05  XDIPA964-O-CUR-GRD-ADJS-DSTCD   PIC  X(001).
      *--       현재 처리단계구분
             05  XDIPA964-O-CUR-STGE-DSTCD       PIC  X(001).
      *--       차이여부(점수/등급/등급조정)
             05  XDIPA964-O-DIFF-YN              PIC  X(001).
      *================================================================*
      *        X  D  I  P  A  9  6  4    C  O  P  Y  B  O  O  K        *
      *================================================================*
      *X  XDIPA964-I-CORP-CLCT-GROUP-CD ;기업집단그룹코드
      *X  XDIPA964-I-CORP-CLCT-REGI-CD  ;기업집단등록코드
      *X  XDIPA964-I-VALUA-YMD          ;평가년월일
      *X  XDIPA964-O-DOSR-YN            ;보존자료존재여부
      *N  XDIPA964-O-DEFINS-CNT         ;확정횟수
      *N  XDIPA964-O-DEFINS-SEQ         ;최종 확정차수
      *X  XDIPA964-O-DEFINS-YMD         ;확정년월일
      *X  XDIPA964-O-DEFINS-EMPID       ;확정직원번호
      *X  XDIPA964-O-RETN-END-YMD       ;보존기한년월일
      *X  XDIPA964-O-MDEL-VER-ID        ;확정당시 적용모델버전ID
      *S  XDIPA964-O-DOSR-FNAF-SCOR     ;확정당시 재무점수
      *S  XDIPA964-O-DOSR-NON-FNAF-SCOR ;확정당시 비재무점수
      *S  XDIPA964-O-DOSR-CHSN-SCOR     ;확정당시 결합점수
      *X  XDIPA964-O-DOSR-LAST-CLCT-GRD-DSTCD
      * 확정당시 최종집단등급구분
      *X  XDIPA964-O-DOSR-GRD-ADJS-DSTCD ;확정당시 등급조정구분
      *S  XDIPA964-O-CUR-FNAF-SCOR      ;현재 재무점수
      *S  XDIPA964-O-CUR-NON-FNAF-SCOR  ;현재 비재무점수
      *S  XDIPA964-O-CUR-CHSN-SCOR      ;현재 결합점수
      *X  XDIPA964-O-CUR-LAST-CLCT-GRD-DSTCD
      * 현재 최종집단등급구분
      *X  XDIPA964-O-CUR-GRD-ADJS-DSTCD ;현재 등급조정구분
      *X  XDIPA964-O-CUR-STGE-DSTCD     ;현재 처리단계구분
      *X  XDIPA964-O-DIFF-YN            ;차이여부
