           07  YPIP4A80-GRD-ADJS-RESN-CTNT       PIC  X(502).
      *--     저장여부
           07  YPIP4A80-STORG-YN                 PIC  X(001).
      *--     등급전망구분코드
           07  YPIP4A80-OTLK-DSTCD               PIC  X(001).
      *--     등급전망사유코드
           07  YPIP4A80-OTLK-RSN-CD              PIC  X(002).
      *--     등급전망검토기한년월일
           07  YPIP4A80-OTLK-REVW-YMD            PIC  X(008).
      *--     신용감시구분코드
           07  YPIP4A80-WATCH-DSTCD              PIC  X(001).
      *--     신용감시사유코드
           07  YPIP4A80-WATCH-RSN-CD             PIC  X(002).
      *--     신용감시검토기한년월일
           07  YPIP4A80-WATCH-REVW-YMD           PIC  X(008).
      *================================================================*
      *        Y  P  I  P  4  A  8  0    C  O  P  Y  B  O  O  K        *
      *================================================================*
      *X  YPIP4A80-NEW-SC-GRD-DSTCD     ;신예비집단등급구분코드
      *X  YPIP4A80-GRD-ADJS-DSTIC       ;등급조정구분
      *X  YPIP4A80-GRD-ADJS-RESN-CTNT   ;등급조정사유내용
      *X  YPIP4A80-STORG-YN             ;저장여부
      *X  YPIP4A80-OTLK-DSTCD           ;등급전망구분코드
      *X  YPIP4A80-OTLK-RSN-CD          ;등급전망사유코드
      *X  YPIP4A80-OTLK-REVW-YMD        ;등급전망검토기한년월일
      *X  YPIP4A80-WATCH-DSTCD          ;신용감시구분코드
      *X  YPIP4A80-WATCH-RSN-CD         ;신용감시사유코드
      *X  YPIP4A80-WATCH-REVW-YMD       ;신용감시검토기한년월일
