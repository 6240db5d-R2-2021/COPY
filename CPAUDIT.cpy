      *    *** AUDITWTR サブルーチン用
      *    *** NFADDR以外のマスター・制御ファイル（休日マスター・
      *    *** DECODE05.MAP・アラートキュー・RUNCHAIN）を変更した
      *    *** 保守ユーティリティが、変更1件ごとに監査証跡(AUDITLOG)
      *    *** へ前後イメージを残す共通インタフェース
       01  :##:-AUDIT-AREA.
      *    *** 呼び出し元プログラム・機能（ADD/DEL/MERGE/HOLD等）
           03  :##:-PGM        PIC  X(008) VALUE SPACE.
           03  :##:-FUNC       PIC  X(008) VALUE SPACE.
      *    *** 指示行の担当者ID（OPRAUTHで確かめたもの）
           03  :##:-OPER       PIC  X(008) VALUE SPACE.
      *    *** 対象ファイル（環境コードで修飾する前の名前）
           03  :##:-FILE       PIC  X(024) VALUE SPACE.
      *    *** 対象のキー（休日は日付、対応表はSJISコード等）
           03  :##:-KEY        PIC  X(040) VALUE SPACE.
      *    *** 変更時刻(YYYYMMDDHHMMSS)、ゼロの時は呼び出し時の時刻
           03  :##:-STAMP      PIC  9(014) VALUE ZERO.
      *    *** 変更前・変更後の行イメージ
      *    *** （追加のBEFORE・削除のAFTERはスペース）
           03  :##:-BEFORE     PIC  X(132) VALUE SPACE.
           03  :##:-AFTER      PIC  X(132) VALUE SPACE.
      *    *** 処理結果コード 00:正常 90:AUDITLOGへ書けない
           03  :##:-RETURN-CODE PIC X(002) VALUE "00".
      *
      *    *** 予備エリア、サイズ大きくした時はメインのリコンパイルが必要
           03  FILLER          PIC  X(040) VALUE SPACE.
