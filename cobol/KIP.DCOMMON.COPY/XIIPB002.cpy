             05  XIIPB002-O-CORP-CLCT-NAME       PIC  X(072).
      *--       최종집단등급구분
             05  XIIPB002-O-LAST-CLCT-GRD-DSTCD  PIC  X(003).
      *--       등급전망구분코드
             05  XIIPB002-O-OTLK-DSTCD           PIC  X(001).
      *--       신용감시구분코드
             05  XIIPB002-O-WATCH-DSTCD          PIC  X(001).
      *--       신용감시검토기한년월일
             05  XIIPB002-O-WATCH-REVW-YMD       PIC  X(008).
      *================================================================*
      *        X  I  I  P  B  0  0  2    C  O  P  Y  B  O  O  K        *
      *================================================================*
      *X  XIIPB002-I-START-YMD          ;시작년월일
      *X  XIIPB002-I-END-YMD            ;종료년월일
      *X  XIIPB002-O-CORP-CLCT-NAME     ;기업집단명
      *X  XIIPB002-O-LAST-CLCT-GRD-DSTCD;최종집단등급구분
      *X  XIIPB002-O-OTLK-DSTCD         ;등급전망구분코드
      *X  XIIPB002-O-WATCH-DSTCD        ;신용감시구분코드
      *X  XIIPB002-O-WATCH-REVW-YMD     ;신용감시검토기한년월일
