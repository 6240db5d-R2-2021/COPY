           03  :##:-SIGN-PCT   PIC  9(003) VALUE ZERO.
      *    *** ID=FILE の時 Y をセットすると、レイアウト定義ファイル
      *    *** (COBRND.LAY)の項目定義（項目名・位置・長さ・種別
      *    *** KANA/ALPHA/NUM/DATE/BDATE/CONST/PACK/BIN と範囲指定、
      *    *** 分布指定・空白率）に従って出力する（BDATEは土日・
      *    *** DWHOLIDAY登録日を避けた営業日、PACKはCOMP-3、BINはBINARY）
           03  :##:-LAYOUT     PIC  X(001) VALUE SPACE.
      *    *** RND-TBL の先頭何件分を生成指定として使うか
      *    *** 0または1: 従来通り(1)の指定を全件へ適用
           03  :##:-ERRPCT     PIC  9(003) VALUE ZERO.
      *    *** 注入した不良の件数（ID=FILE終了時にセットされる）
           03  :##:-ERRINJ-CNT BINARY-LONG VALUE ZERO.
      *    *** ID=FILE のヘッダー作成時刻(YYYYMMDDHHMMSS)の固定値
      *    *** ゼロは従来通り実行時の時刻（テストデータカタログから
      *    *** 作り直す時、元のファイルとバイト単位で一致させる用）
           03  :##:-STAMP      PIC  9(014) VALUE ZERO.
           03  :##:-RND-TBL    OCCURS 99.
      *    *** FROM 初期値セット
             05  :##:-FROM     BINARY-DOUBLE VALUE ZERO.
      *    *** 予備エリア、サイズ大きくした時はメインのリコンパイルが必要
      *    *** メインのエリア壊してしまう
      *    *** この長さで変更時は長さ同じにする
      *    *** （ERRPCT/ERRINJ-CNTの7バイト分を元の55バイトから相殺、
      *    ***   STAMPの14バイト分をさらに相殺）
           03  FILLER          PIC  X(034) VALUE SPACE.
