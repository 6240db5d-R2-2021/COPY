      *    *** 保守ユーティリティの監査証跡(AUDITLOG)の共通レコード
      *    *** AUDITWTR（追記）とAUDINQRY（照会）で共有する。
      *    *** 追加のBEFORE・削除のAFTERはスペース
       01  :##:-AUD-REC.
      *    *** 変更時刻(YYYYMMDDHHMMSS)
           03  :##:-AUD-STAMP     PIC  9(014).
      *    *** 変更したプログラム・機能・担当者ID
           03  :##:-AUD-PGM       PIC  X(008).
           03  :##:-AUD-FUNC      PIC  X(008).
           03  :##:-AUD-OPER      PIC  X(008).
      *    *** 対象ファイル・キー
           03  :##:-AUD-FILE      PIC  X(024).
           03  :##:-AUD-KEY       PIC  X(040).
      *    *** 変更前・変更後の行イメージ
           03  :##:-AUD-BEFORE    PIC  X(132).
           03  :##:-AUD-AFTER     PIC  X(132).
