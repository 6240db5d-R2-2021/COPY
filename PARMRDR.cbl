      *                          時刻・カード名付きで追記し、「あの晩
      *                          NFVERIFYはどの閾値で動いたか」に
      *                          答えられるようにする
      *    2026-10-15  T.MIYAKE  中央ログ(PARMLOG.OUT)の名前を実行環境
      *                          コード（ENVQUAL）で修飾する
      *
      *    PARMRDR.RUL の形式（1行＝1キー、桁位置固定）
      *      01-12:キー  14:種別 N=数値 R=数値範囲 L=許容リスト
           SELECT PR-RUL-FILE      ASSIGN TO "PARMRDR.RUL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS PR-W-RUL-STATUS.
      *    実効パラメータの中央ログ（追記、名前は環境コードで修飾する）
           SELECT PR-LOG-FILE      ASSIGN DYNAMIC PR-W-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS PR-W-LOG-STATUS.
      *
       01  PR-W-RUL-EOF             PIC  X(001) VALUE "N".
           88  PR-W-RUL-EOF-YES             VALUE "Y".
       01  PR-W-LOG-STATUS          PIC  X(002) VALUE SPACE.
       01  PR-W-LOG-NAME            PIC  X(024) VALUE "PARMLOG.OUT".
       01  PR-W-QUAL-DONE           PIC  X(001) VALUE "N".
           88  PR-W-QUAL-DONE-YES           VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    パラメータテーブル（最大50項目）
      *
      *    *** 不正値の中央アラート通知用
       COPY "CPALERT.cpy" REPLACING ==:##:== BY ==AL==.
      *    *** 中央ログ名の修飾用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==PRQ==.
      *
       LINKAGE                     SECTION.
      *
      *    時刻・カード名付きで追記する
      ******************************************************************
       5000-LOG-EFFECTIVE.
      *    *** ログ名は最初の1回だけ環境コードで修飾する
           IF NOT PR-W-QUAL-DONE-YES
               SET PR-W-QUAL-DONE-YES   TO TRUE
               MOVE "Q"                 TO PRQ-ID
               MOVE "PARMLOG.OUT"       TO PRQ-NAME
               CALL "ENVQUAL" USING PRQ-ENVQUAL-AREA
               MOVE PRQ-QNAME           TO PR-W-LOG-NAME
           END-IF
           OPEN EXTEND PR-LOG-FILE
           IF PR-W-LOG-STATUS NOT = "00"
               OPEN OUTPUT PR-LOG-FILE
