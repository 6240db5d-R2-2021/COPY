      *    *** MNTWIN サブルーチン用
      *    *** 計画メンテナンス時間帯の定義ファイル(MAINTWIN)を引く
      *    *** 共通インタフェース。時間帯中のジョブ保留（RUNCTLの
      *    *** ゲート判定）と、予定済みアラートの重大度引き下げ
      *    *** （ALERTWTR）、朝会・交代レポートの時間帯一覧に使う
       01  :##:-MNTWIN-AREA.
      *    *** ID=H PGMが現在有効な時間帯の対象PGM（P行）か判定する
      *    ***      該当はRETURN-CODE=10、該当無しは00
      *    *** ID=A PGM+CODEが現在有効な時間帯の引き下げ対象コード
      *    ***      （A行）か判定する。該当は10、該当無しは00
      *    *** ID=N IDX番目の有効中・予定の時間帯行を返す（STATEに
      *    ***      ACTIVE/UPCOMING、終了済みの行は返さない）。
      *    ***      尽きたらRETURN-CODE=90
      *    ***  H/Aの該当時とNは FROM/TO/KIND/TEXT に該当行の内容を返す
           03  :##:-ID         PIC  X(001) VALUE SPACE.
           03  :##:-PGM        PIC  X(008) VALUE SPACE.
           03  :##:-CODE       PIC  X(008) VALUE SPACE.
           03  :##:-IDX        BINARY-LONG VALUE ZERO.
      *    *** 該当行の内容
           03  :##:-FROM       PIC  9(014) VALUE ZERO.
           03  :##:-TO         PIC  9(014) VALUE ZERO.
      *    *** 区分 P:対象PGM（保留） A:引き下げるアラートコード
           03  :##:-KIND       PIC  X(001) VALUE SPACE.
           03  :##:-WIN-PGM    PIC  X(008) VALUE SPACE.
           03  :##:-WIN-CODE   PIC  X(008) VALUE SPACE.
           03  :##:-TEXT       PIC  X(030) VALUE SPACE.
           03  :##:-STATE      PIC  X(008) VALUE SPACE.
      *    *** 処理結果コード 00:該当無し 10:該当 90:終端
           03  :##:-RETURN-CODE PIC X(002) VALUE "00".
      *
      *    *** 予備エリア、サイズ大きくした時はメインのリコンパイルが必要
           03  FILLER          PIC  X(040) VALUE SPACE.
