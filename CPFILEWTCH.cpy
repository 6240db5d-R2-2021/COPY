      *    *** FILEWTCH サブルーチン用
      *    *** 外部から届く入力ファイルの到着待ち定義(INBOUND)に従い、
      *    *** 消費側ジョブの入力が揃うまで待つ共通インタフェース。
      *    *** RUNCTLのゲート判定(ID=G)が呼び、期限内に揃わない時は
      *    *** ジョブを保留(HELD-ARR)する
       01  :##:-FILEWTCH-AREA.
      *    *** ID=W PGMの到着待ちファイルがすべて揃うまで待つ
      *    ***      （定義の無いPGMは待たずに00）
           03  :##:-ID         PIC  X(001) VALUE SPACE.
           03  :##:-PGM        PIC  X(008) VALUE SPACE.
      *    *** 出力、定義のあったファイル数・揃ったファイル数
           03  :##:-FILE-CNT   BINARY-LONG VALUE ZERO.
           03  :##:-READY-CNT  BINARY-LONG VALUE ZERO.
      *    *** RETURN-CODE=10 の時、揃わなかったファイルとその理由
      *    ***   MISSING:ファイル無し  GROWING:書き込み中（大きさが
      *    ***   変わり続けている）  SHORT:最低件数に満たない
      *    ***   STALE:最後の到着登録より後に更新されていない
      *    ***   （前夜以前に届いたまま）
           03  :##:-FILE-NAME  PIC  X(024) VALUE SPACE.
           03  :##:-REASON     PIC  X(008) VALUE SPACE.
      *    *** 処理結果コード 00:全ファイル到着 10:待ち時間切れ
      *    ***                90:ID誤り
           03  :##:-RETURN-CODE PIC X(002) VALUE "00".
      *
      *    *** 予備エリア、サイズ大きくした時はメインのリコンパイルが必要
           03  FILLER          PIC  X(040) VALUE SPACE.
