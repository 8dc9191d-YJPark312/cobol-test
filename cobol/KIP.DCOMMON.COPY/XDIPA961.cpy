             05  XDIPA961-I-APRV-EMPID           PIC  X(007).
      *--       반려의견내용
             05  XDIPA961-I-RETURN-OPINION       PIC  X(100).
      *--       등급전망구분코드(09 확정시 필수)
      *--        P:긍정적 S:안정적 N:부정적 D:유동적
             05  XDIPA961-I-OTLK-DSTCD           PIC  X(001).
      *--       등급전망사유코드
             05  XDIPA961-I-OTLK-RSN-CD          PIC  X(002).
      *--       등급전망검토기한년월일
             05  XDIPA961-I-OTLK-REVW-YMD        PIC  X(008).
      *--       신용감시구분코드(선택)
      *--        공백:해당없음 P:상향검토 N:하향검토 D:방향미정
             05  XDIPA961-I-WATCH-DSTCD          PIC  X(001).
      *--       신용감시사유코드
             05  XDIPA961-I-WATCH-RSN-CD         PIC  X(002).
      *--       신용감시검토기한년월일
             05  XDIPA961-I-WATCH-REVW-YMD       PIC  X(008).
      *--       그룹회사코드
             05  XDIPA961-I-GROUP-CO-CD          PIC  X(003).
      *--       기업집단그룹코드
      *N  XDIPA961-I-APRV-STEP-SEQ      ;결재단계순번
      *X  XDIPA961-I-APRV-EMPID         ;결재자직원번호
      *X  XDIPA961-I-RETURN-OPINION     ;반려의견내용
      *X  XDIPA961-I-OTLK-DSTCD         ;등급전망구분코드
      *X  XDIPA961-I-OTLK-RSN-CD        ;등급전망사유코드
      *X  XDIPA961-I-OTLK-REVW-YMD      ;등급전망검토기한년월일
      *X  XDIPA961-I-WATCH-DSTCD        ;신용감시구분코드
      *X  XDIPA961-I-WATCH-RSN-CD       ;신용감시사유코드
      *X  XDIPA961-I-WATCH-REVW-YMD     ;신용감시검토기한년월일
      *N  XDIPA961-O-CURNT-STEP-SEQ     ;현재 결재대기 단계순번
      *X  XDIPA961-O-ROUTE-CMPLT-YN     ;결재경로 완료여부
