      *================================================================*
      *@ NAME : YPIP4A22                                               *
      *@ DESC : AS기업집단합산연결재무 다년추이조회 COPYBOOK       *
      *----------------------------------------------------------------*
      *  최종변경일시 : 2026-10-15 10:00:00                          *
      *  생성일시     : 2026-10-15 10:00:00                          *
      *  전체길이     : 00002715 BYTES                               *
      *================================================================*
      *--     결산년건수
           07  YPIP4A22-YR-NOITM                 PIC  9(005).
      *--     결산년그리드(과거→최근 순)
           07  YPIP4A22-YR-GRID                  OCCURS 000005 TIMES.
      *--       결산년
             09  YPIP4A22-STLACC-YR              PIC  X(004).
      *--       자료존재여부
             09  YPIP4A22-DATA-YN                PIC  X(001).
      *--       결산년합계업체수
             09  YPIP4A22-ENTP-CNT               PIC  9(005).
      *--       합산범위변동여부
             09  YPIP4A22-SCOPE-CHG-YN           PIC  X(001).
      *--       편입업체수
             09  YPIP4A22-ENTP-IN-CNT            PIC  9(005).
      *--       제외업체수
             09  YPIP4A22-ENTP-OUT-CNT           PIC  9(005).
      *--       구조변경여부
             09  YPIP4A22-STRC-CHG-YN            PIC  X(001).
      *--       구조변경구분코드
             09  YPIP4A22-STRC-EVNT-DSTCD        PIC  X(001).
      *--     재무항목건수
           07  YPIP4A22-ITEM-NOITM               PIC  9(005).
      *--     재무항목그리드
           07  YPIP4A22-ITEM-GRID                OCCURS 000014 TIMES.
      *--       재무항목명
             09  YPIP4A22-FNAF-ITEM-NAME         PIC  X(030).
      *--       항목구분
             09  YPIP4A22-ITEM-DSTCD             PIC  X(001).
      *--       결산년별 값
             09  YPIP4A22-ITEM-YR                OCCURS 000005 TIMES.
      *--         항목값
               11  YPIP4A22-ITEM-VAL             PIC S9(015)V9(02)
                                                 LEADING  SEPARATE.
      *--         전년대비 산출여부
               11  YPIP4A22-YOY-YN               PIC  X(001).
      *--         전년대비 증감률
               11  YPIP4A22-YOY-RATO             PIC S9(007)V9(02)
                                                 LEADING  SEPARATE.
      *--       연평균성장률 산출여부
             09  YPIP4A22-CAGR-YN                PIC  X(001).
      *--       연평균성장률
             09  YPIP4A22-CAGR-RATO              PIC S9(005)V9(02)
                                                 LEADING  SEPARATE.
      *================================================================*
      *        Y  P  I  P  4  A  2  2    C  O  P  Y  B  O  O  K        *
      *================================================================*
      *N  YPIP4A22-YR-NOITM             ;결산년건수
      *A  YPIP4A22-YR-GRID              ;결산년그리드
      *X  YPIP4A22-STLACC-YR            ;결산년
      *X  YPIP4A22-DATA-YN              ;자료존재여부
      *N  YPIP4A22-ENTP-CNT             ;결산년합계업체수
      *X  YPIP4A22-SCOPE-CHG-YN         ;합산범위변동여부
      *N  YPIP4A22-ENTP-IN-CNT          ;편입업체수
      *N  YPIP4A22-ENTP-OUT-CNT         ;제외업체수
      *X  YPIP4A22-STRC-CHG-YN          ;구조변경여부
      *X  YPIP4A22-STRC-EVNT-DSTCD      ;구조변경구분코드
      *N  YPIP4A22-ITEM-NOITM           ;재무항목건수
      *A  YPIP4A22-ITEM-GRID            ;재무항목그리드
      *X  YPIP4A22-FNAF-ITEM-NAME       ;재무항목명
      *X  YPIP4A22-ITEM-DSTCD           ;항목구분
      *A  YPIP4A22-ITEM-YR              ;결산년별 값
      *S  YPIP4A22-ITEM-VAL             ;항목값
      *X  YPIP4A22-YOY-YN               ;전년대비 산출여부
      *S  YPIP4A22-YOY-RATO             ;전년대비 증감률
      *X  YPIP4A22-CAGR-YN              ;연평균성장률 산출여부
      *S  YPIP4A22-CAGR-RATO            ;연평균성장률
