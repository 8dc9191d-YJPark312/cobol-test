      *----------------------------------------------------------------*
           03  XDIPA646-IN.
      *----------------------------------------------------------------*
      *--       처리구분(01:사건등록/02:사건해제/03:사건조회
      *--                /04:수신후보조회/05:후보확정/06:후보기각)
             05  XDIPA646-I-PRCSS-DSTCD          PIC  X(002).
      *--       기업집단그룹코드
             05  XDIPA646-I-CORP-CLCT-GROUP-CD   PIC  X(003).
      *--       부도사건일련번호(해제시 필수)
             05  XDIPA646-I-DFLT-EVNT-SERNO      PIC  9(003).
      *--       부도사건유형코드(01:부도/02:워크아웃/03:법정관리
      *--                        /04:파산/05:당좌거래정지/09:기타)
             05  XDIPA646-I-DFLT-EVNT-TYPE-CD    PIC  X(002).
      *--       사건자료원내용
             05  XDIPA646-I-EVNT-SRC-CTNT        PIC  X(060).
      *--       수신년월일(후보확정/기각시 필수)
             05  XDIPA646-I-FEED-RCV-YMD         PIC  X(008).
      *--       수신일련번호(후보확정/기각시 필수)
             05  XDIPA646-I-FEED-RCV-SERNO       PIC  9(007).
      *--       후보상태구분(후보조회 조건, SPACE:확인대기)
      *--       (0:미매칭/1:확인대기/2:확정/3:기각)
             05  XDIPA646-I-CAND-STAT-DSTCD      PIC  X(001).
      *--       기각사유내용(후보기각시 필수)
             05  XDIPA646-I-DSMS-RSN-CTNT        PIC  X(060).
      *----------------------------------------------------------------*
           03  XDIPA646-OUT.
      *----------------------------------------------------------------*
               07  XDIPA646-O-REGI-YMD           PIC  X(008).
      *--       사용여부
               07  XDIPA646-O-USE-YN             PIC  X(001).
      *--       등록원천구분(1:수기/2:외부사건수신)
               07  XDIPA646-O-REGI-SRC-DSTCD     PIC  X(001).
      *--       수신후보 총건수
             05  XDIPA646-O-CAND-NOITM           PIC  9(005).
      *--       그리드(수신후보목록)
             05  XDIPA646-O-CAND-GRID            OCCURS 000030 TIMES.
      *--       수신년월일
               07  XDIPA646-O-FEED-RCV-YMD       PIC  X(008).
      *--       수신일련번호
               07  XDIPA646-O-FEED-RCV-SERNO     PIC  9(007).
      *--       부도사건년월일
               07  XDIPA646-O-CAND-EVNT-YMD      PIC  X(008).
      *--       부도사건유형코드
               07  XDIPA646-O-CAND-EVNT-TYPE-CD  PIC  X(002).
      *--       법인등록번호
               07  XDIPA646-O-CAND-CPRNO         PIC  X(013).
      *--       사업자번호
               07  XDIPA646-O-CAND-BZNO          PIC  X(010).
      *--       업체명
               07  XDIPA646-O-CAND-ENTP-NAME     PIC  X(050).
      *--       사건통보기관명
               07  XDIPA646-O-CAND-INSTT-NAME    PIC  X(030).
      *--       매칭구분(1:법인등록번호/2:사업자번호/0:미매칭)
               07  XDIPA646-O-CAND-MTCH-DSTCD    PIC  X(001).
      *--       기업집단그룹코드
               07  XDIPA646-O-CAND-GROUP-CD      PIC  X(003).
      *--       기업집단등록코드
               07  XDIPA646-O-CAND-REGI-CD       PIC  X(003).
      *--       후보상태구분
               07  XDIPA646-O-CAND-STAT-DSTCD    PIC  X(001).
      *================================================================*
      *X  XDIPA646-I-PRCSS-DSTCD        ;처리구분
      *X  XDIPA646-I-CORP-CLCT-GROUP-CD ;기업집단그룹코드
      *N  XDIPA646-I-DFLT-EVNT-SERNO    ;부도사건일련번호
      *X  XDIPA646-I-DFLT-EVNT-TYPE-CD  ;부도사건유형코드
      *X  XDIPA646-I-EVNT-SRC-CTNT      ;사건자료원내용
      *X  XDIPA646-I-FEED-RCV-YMD       ;수신년월일
      *N  XDIPA646-I-FEED-RCV-SERNO     ;수신일련번호
      *X  XDIPA646-I-CAND-STAT-DSTCD    ;후보상태구분
      *X  XDIPA646-I-DSMS-RSN-CTNT      ;기각사유내용
      *N  XDIPA646-O-DFLT-EVNT-SERNO    ;처리일련번호
      *N  XDIPA646-O-TOTAL-NOITM        ;총건수
      *A  XDIPA646-O-GRID               ;그리드
      *X  XDIPA646-O-REGI-EMPID         ;등록직원번호
      *X  XDIPA646-O-REGI-YMD           ;등록년월일
      *X  XDIPA646-O-USE-YN             ;사용여부
      *X  XDIPA646-O-REGI-SRC-DSTCD     ;등록원천구분
      *N  XDIPA646-O-CAND-NOITM         ;수신후보총건수
      *A  XDIPA646-O-CAND-GRID          ;수신후보그리드
      *X  XDIPA646-O-FEED-RCV-YMD       ;수신년월일
      *N  XDIPA646-O-FEED-RCV-SERNO     ;수신일련번호
      *X  XDIPA646-O-CAND-EVNT-YMD      ;부도사건년월일
      *X  XDIPA646-O-CAND-EVNT-TYPE-CD  ;부도사건유형코드
      *X  XDIPA646-O-CAND-CPRNO         ;법인등록번호
      *X  XDIPA646-O-CAND-BZNO          ;사업자번호
      *X  XDIPA646-O-CAND-ENTP-NAME     ;업체명
      *X  XDIPA646-O-CAND-INSTT-NAME    ;사건통보기관명
      *X  XDIPA646-O-CAND-MTCH-DSTCD    ;매칭구분
      *X  XDIPA646-O-CAND-GROUP-CD      ;기업집단그룹코드
      *X  XDIPA646-O-CAND-REGI-CD       ;기업집단등록코드
      *X  XDIPA646-O-CAND-STAT-DSTCD    ;후보상태구분
      *================================================================*
