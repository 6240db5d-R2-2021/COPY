      *    *** PROCDATE サブルーチン用
      *    *** 処理日（業務日付）管理レコード(PROCDATE)を引く・更新する
      *    *** 共通インタフェース。「本日」を業務日付として使う処理
      *    *** （営業日ゲート・世代名・鮮度判定・確認日の既定値等）は
      *    *** システム時計ではなくID=Gの処理日を使う（日付をまたぐ
      *    *** チェーンも一晩分を同じ日付で扱い、過去日の再実行も
      *    *** その日付のままで行える）
       01  :##:-PROCDATE-AREA.
      *    *** ID=G 現在の処理日をYMDへ返す（上書き指定中は上書き日）
      *    ***      管理レコードが無い時はシステム日付（SOURCE=S）
      *    *** ID=R 日替わり。基準の処理日を翌日へ進め、上書き指定を
      *    ***      解除する（管理レコードが無い時はシステム日付から
      *    ***      始める）。日次締めのステップから呼ぶ
      *    *** ID=O 上書き。SET-YMDの日付で処理する（過去の営業日の
      *    ***      再実行用）。OPERに担当者イニシャル
      *    *** ID=X 上書きの解除（基準の処理日へ戻す）
      *    ***  R/O/X は更新のたびに監査行(PROCDATE.AUD)を追記する
           03  :##:-ID         PIC  X(001) VALUE SPACE.
      *    *** 呼び出し元PGM・担当者（監査行に残す）
           03  :##:-PGM        PIC  X(008) VALUE SPACE.
           03  :##:-OPER       PIC  X(003) VALUE SPACE.
      *    *** ID=O 入力、上書きする処理日(YYYYMMDD)
           03  :##:-SET-YMD    PIC  9(008) VALUE ZERO.
      *    *** 出力、処理日と基準の処理日（上書きの無い時は同じ）
           03  :##:-YMD        PIC  9(008) VALUE ZERO.
           03  :##:-BASE-YMD   PIC  9(008) VALUE ZERO.
      *    *** 出力、処理日の出所 C:管理レコード O:上書き指定中
      *    ***                    S:システム日付（管理レコード無し）
           03  :##:-SOURCE     PIC  X(001) VALUE SPACE.
      *    *** 処理結果コード 00:正常 90:異常（日付誤り・書き込み不可）
           03  :##:-RETURN-CODE PIC X(002) VALUE "00".
      *
      *    *** 予備エリア、サイズ大きくした時はメインのリコンパイルが必要
           03  FILLER          PIC  X(040) VALUE SPACE.
