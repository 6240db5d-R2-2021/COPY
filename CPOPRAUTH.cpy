      *    *** OPRAUTH サブルーチン用
      *    *** 保守ユーティリティの指示行に書かれた担当者IDが、その
      *    *** 機能を実行してよい担当者かを担当者権限ファイル(OPERAUTH)
      *    *** で確かめる共通インタフェース。拒否した時はALERTWTRへ
      *    *** 通知する（指示行の報告は呼び出し元が行う）
       01  :##:-OPRAUTH-AREA.
      *    *** ID=C 担当者OPERがPGMの機能FUNCを実行してよいか確かめる
      *    ***      （MAKERを指定した時は、OPERがMAKERと同じなら拒否
      *    ***      ＝起票者と承認者を別人とする）
      *    *** ID=F 拒否通知の抑止分サマリーを起票する（終了時に呼ぶ）
           03  :##:-ID         PIC  X(001) VALUE SPACE.
           03  :##:-PGM        PIC  X(008) VALUE SPACE.
           03  :##:-FUNC       PIC  X(008) VALUE SPACE.
           03  :##:-OPER       PIC  X(008) VALUE SPACE.
           03  :##:-MAKER      PIC  X(008) VALUE SPACE.
      *    *** 出力、拒否理由（レポート用、00の時はスペース）
           03  :##:-REASON     PIC  X(030) VALUE SPACE.
      *    *** 処理結果コード 00:実行可
      *    ***   10:担当者ID無し  20:権限無し  30:起票者と同じ担当者
      *    ***   40:OPERAUTHが無い・空（全機能を拒否する）  90:ID誤り
           03  :##:-RETURN-CODE PIC X(002) VALUE "00".
      *
      *    *** 予備エリア、サイズ大きくした時はメインのリコンパイルが必要
           03  FILLER          PIC  X(040) VALUE SPACE.
