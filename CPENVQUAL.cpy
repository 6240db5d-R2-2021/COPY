      *    *** ENVQUAL サブルーチン用
      *    *** 実行環境コード（PROD・QA等）で制御ファイル名を修飾する
      *    *** 共通インタフェース。同じバッチサーバで動くQA実行が本番の
      *    *** RUNLOG・ALERTQ・DTCKPT等へ書き込まないよう、実行状態を
      *    *** 持つファイルはID=Qで修飾した名前でOPENする
       01  :##:-ENVQUAL-AREA.
      *    *** ID=E 環境コードと帳票見出し用の表示をENV・ENV-LINEへ返す
      *    *** ID=Q NAMEを修飾した名前をQNAMEへ返す（ENV・ENV-LINEも返す）
      *    ***      本番（環境コード無し・PROD）はNAMEのまま、それ以外は
      *    ***      「環境コード.NAME」（例 QA.RUNLOG）
           03  :##:-ID         PIC  X(001) VALUE SPACE.
      *    *** ID=Q 入力、修飾前のファイル名（例 ALERTQ.OUT）
           03  :##:-NAME       PIC  X(024) VALUE SPACE.
      *    *** ID=Q 出力、修飾後のファイル名
           03  :##:-QNAME      PIC  X(024) VALUE SPACE.
      *    *** 出力、環境コード（指定の無い時はPROD）
           03  :##:-ENV        PIC  X(008) VALUE SPACE.
      *    *** 出力、帳票見出しへそのまま出す表示（例 ENVIRONMENT: QA）
           03  :##:-ENV-LINE   PIC  X(040) VALUE SPACE.
      *    *** 処理結果コード 00:正常 90:ID誤り・修飾後の名前が長すぎる
           03  :##:-RETURN-CODE PIC X(002) VALUE "00".
      *
      *    *** 予備エリア、サイズ大きくした時はメインのリコンパイルが必要
           03  FILLER          PIC  X(040) VALUE SPACE.
