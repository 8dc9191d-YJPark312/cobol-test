      *================================================================*
      *@ NAME : XDIPA648                                               *
      *@ DESC : DC기업집단 재무약정등록/면제/조회                   *
      *----------------------------------------------------------------*
      *  최종변경일시 : 2026-10-15 10:00:00                          *
      *  생성일시     : 2026-10-15 10:00:00                          *
      *================================================================*
           03  XDIPA648-RETURN.
             05  XDIPA648-R-STAT                 PIC  X(002).
                 88  COND-XDIPA648-OK            VALUE  '00'.
                 88  COND-XDIPA648-KEYDUP        VALUE  '01'.
                 88  COND-XDIPA648-NOTFOUND      VALUE  '02'.
                 88  COND-XDIPA648-SPVSTOP       VALUE  '05'.
                 88  COND-XDIPA648-ERROR         VALUE  '09'.
                 88  COND-XDIPA648-ABNORMAL      VALUE  '98'.
                 88  COND-XDIPA648-SYSERROR      VALUE  '99'.
             05  XDIPA648-R-LINE                 PIC  9(006).
             05  XDIPA648-R-ERRCD                PIC  X(008).
             05  XDIPA648-R-TREAT-CD             PIC  X(008).
             05  XDIPA648-R-SQL-CD               PIC S9(005)
                                                 LEADING  SEPARATE.
      *----------------------------------------------------------------*
           03  XDIPA648-IN.
      *----------------------------------------------------------------*
      *--       처리구분(01:약정등록/02:약정해제/03:약정조회
      *--                /04:면제등록/해지)
             05  XDIPA648-I-PRCSS-DSTCD          PIC  X(002).
      *--       기업집단그룹코드
             05  XDIPA648-I-CORP-CLCT-GROUP-CD   PIC  X(003).
      *--       기업집단등록코드
             05  XDIPA648-I-CORP-CLCT-REGI-CD    PIC  X(003).
      *--       재무약정일련번호(해제/면제시 필수)
             05  XDIPA648-I-CVNT-SERNO           PIC  9(003).
      *--       재무분석보고서구분
             05  XDIPA648-I-FNAF-A-RPTDOC-DSTCD  PIC  X(002).
      *--       재무항목코드
             05  XDIPA648-I-FNAF-ITEM-CD         PIC  X(004).
      *--       재무약정명
             05  XDIPA648-I-CVNT-NAME            PIC  X(040).
      *--       재무약정임계비율
             05  XDIPA648-I-CVNT-THRHD-RATO      PIC  9(005)V9(002).
      *--       재무약정방향구분(U:상한/L:하한)
             05  XDIPA648-I-CVNT-DIRCT-DSTCD     PIC  X(001).
      *--       재무약정검증주기구분(Q:분기/H:반기/Y:년)
             05  XDIPA648-I-TEST-FREQ-DSTCD      PIC  X(001).
      *--       재무약정승인년월일
             05  XDIPA648-I-APRV-YMD             PIC  X(008).
      *--       재무약정면제여부(Y:면제/N:면제해지)
             05  XDIPA648-I-WAIV-YN              PIC  X(001).
      *--       재무약정면제종료년월일
             05  XDIPA648-I-WAIV-END-YMD         PIC  X(008).
      *----------------------------------------------------------------*
           03  XDIPA648-OUT.
      *----------------------------------------------------------------*
      *--       처리된 재무약정일련번호
             05  XDIPA648-O-CVNT-SERNO           PIC  9(003).
      *--       총건수
             05  XDIPA648-O-TOTAL-NOITM          PIC  9(005).
      *--       그리드(약정목록)
             05  XDIPA648-O-GRID                 OCCURS 000030 TIMES.
      *--       재무약정일련번호
               07  XDIPA648-O-SERNO              PIC  9(003).
      *--       재무분석보고서구분
               07  XDIPA648-O-FNAF-A-RPTDOC-DSTCD
                                                 PIC  X(002).
      *--       재무항목코드
               07  XDIPA648-O-FNAF-ITEM-CD       PIC  X(004).
      *--       재무약정명
               07  XDIPA648-O-CVNT-NAME          PIC  X(040).
      *--       재무약정임계비율
               07  XDIPA648-O-CVNT-THRHD-RATO    PIC  9(005)V9(002).
      *--       재무약정방향구분
               07  XDIPA648-O-CVNT-DIRCT-DSTCD   PIC  X(001).
      *--       재무약정검증주기구분
               07  XDIPA648-O-TEST-FREQ-DSTCD    PIC  X(001).
      *--       재무약정면제여부
               07  XDIPA648-O-WAIV-YN            PIC  X(001).
      *--       재무약정면제종료년월일
               07  XDIPA648-O-WAIV-END-YMD       PIC  X(008).
      *--       재무약정승인년월일
               07  XDIPA648-O-APRV-YMD           PIC  X(008).
      *--       최종검증년월일
               07  XDIPA648-O-LAST-TEST-YMD      PIC  X(008).
      *--       사용여부
               07  XDIPA648-O-USE-YN             PIC  X(001).
      *================================================================*
      *X  XDIPA648-I-PRCSS-DSTCD        ;처리구분
      *X  XDIPA648-I-CORP-CLCT-GROUP-CD ;기업집단그룹코드
      *X  XDIPA648-I-CORP-CLCT-REGI-CD  ;기업집단등록코드
      *N  XDIPA648-I-CVNT-SERNO         ;재무약정일련번호
      *X  XDIPA648-I-FNAF-A-RPTDOC-DSTCD;재무분석보고서구분
      *X  XDIPA648-I-FNAF-ITEM-CD       ;재무항목코드
      *X  XDIPA648-I-CVNT-NAME          ;재무약정명
      *N  XDIPA648-I-CVNT-THRHD-RATO    ;재무약정임계비율
      *X  XDIPA648-I-CVNT-DIRCT-DSTCD   ;재무약정방향구분
      *X  XDIPA648-I-TEST-FREQ-DSTCD    ;재무약정검증주기구분
      *X  XDIPA648-I-APRV-YMD           ;재무약정승인년월일
      *X  XDIPA648-I-WAIV-YN            ;재무약정면제여부
      *X  XDIPA648-I-WAIV-END-YMD       ;재무약정면제종료년월일
      *N  XDIPA648-O-CVNT-SERNO         ;처리일련번호
      *N  XDIPA648-O-TOTAL-NOITM        ;총건수
      *A  XDIPA648-O-GRID               ;그리드
      *N  XDIPA648-O-SERNO              ;재무약정일련번호
      *X  XDIPA648-O-FNAF-A-RPTDOC-DSTCD;재무분석보고서구분
      *X  XDIPA648-O-FNAF-ITEM-CD       ;재무항목코드
      *X  XDIPA648-O-CVNT-NAME          ;재무약정명
      *N  XDIPA648-O-CVNT-THRHD-RATO    ;재무약정임계비율
      *X  XDIPA648-O-CVNT-DIRCT-DSTCD   ;재무약정방향구분
      *X  XDIPA648-O-TEST-FREQ-DSTCD    ;재무약정검증주기구분
      *X  XDIPA648-O-WAIV-YN            ;재무약정면제여부
      *X  XDIPA648-O-WAIV-END-YMD       ;재무약정면제종료년월일
      *X  XDIPA648-O-APRV-YMD           ;재무약정승인년월일
      *X  XDIPA648-O-LAST-TEST-YMD      ;최종검증년월일
      *X  XDIPA648-O-USE-YN             ;사용여부
      *================================================================*
