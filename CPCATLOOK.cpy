      *    *** CATLOOK サブルーチン用
      *    *** アラートコード台帳(ALERTCAT)を引く共通インタフェース。
      *    *** PGM+CODEごとの説明・担当チーム・標準重大度・運用手順を
      *    *** 朝会・交代レポートでアラートの下に出すために使う
       01  :##:-CATLOOK-AREA.
      *    *** ID=K PGM+CODEの台帳行を返す（PGM指定の行が無ければ
      *    ***      PGM空白＝全PGM共通の行を返す）。無ければRC=90
      *    *** ID=N IDX番目の台帳行を返す（台帳の点検用）。
      *    ***      尽きたらRC=90
      *    ***  台帳は最初の呼び出しで読み込み、実行中は保持する
           03  :##:-ID         PIC  X(001) VALUE SPACE.
           03  :##:-PGM        PIC  X(008) VALUE SPACE.
           03  :##:-CODE       PIC  X(008) VALUE SPACE.
           03  :##:-IDX        BINARY-LONG VALUE ZERO.
      *    *** 台帳の内容（ID=Nは該当行のPGM・CODEもPGM/CODEへ返す）
           03  :##:-SEVERITY   PIC  X(001) VALUE SPACE.
           03  :##:-TEAM       PIC  X(008) VALUE SPACE.
           03  :##:-DESC       PIC  X(040) VALUE SPACE.
           03  :##:-ACTION     PIC  X(080) VALUE SPACE.
      *    *** 処理結果コード 00:正常 90:台帳に無い・終端
           03  :##:-RETURN-CODE PIC X(002) VALUE "00".
      *
      *    *** 予備エリア、サイズ大きくした時はメインのリコンパイルが必要
           03  FILLER          PIC  X(040) VALUE SPACE.
