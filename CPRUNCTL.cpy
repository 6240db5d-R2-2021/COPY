      *    ***        RETURN-CODE=10 非営業日スキップ（SKIPPEDを記録）
      *    ***        RETURN-CODE=20 前提不成立・運用保留
      *    ***                       （BLOCKEDを記録）
      *    ***        RETURN-CODE=30 計画メンテナンス時間帯中の保留
      *    ***                       （HELD-MNTを記録、MAINTWIN参照）
      *    ***        RETURN-CODE=40 入力ファイルが待ち時間内に揃わない
      *    ***                       （HELD-ARRを記録、INBOUND参照）
      *    ***      10/20/30/40の時、呼び出し元は処理せず終了する
      *    ***      （状態はRUNCTLが記録済みのためID=Eは呼ばない）
           03  :##:-ID          PIC  X(001) VALUE SPACE.
           03  :##:-PGM         PIC  X(008) VALUE SPACE.
           03  :##:-REC-CNT     PIC  9(009) VALUE ZERO.
           03  :##:-ERR-CNT     PIC  9(009) VALUE ZERO.
      *    *** ID=E の完了コード（ジョブ固有、例 0000/0008）
      *    *** 0095: NFADDRマスター使用中によるPREFAIL（CHAINDRVが
      *    ***       間隔を空けて自動で再起動する）
      *    *** ENCSCAN: 0000問題無し 0004警告のみ 0008不合格
      *    ***          0012走査不可（文字コードの事前走査）
      *    *** DMAUDIT: 0000合格 0008不合格（マスク漏れ）
      *    ***          0012監査不可（マスク済みファイルの監査）
      *    *** INEDIT:  0000リジェクト無し 0004リジェクト有り
      *    ***          0008注入記録と不一致 0012編集不可（入力編集）
      *    *** PERFTEST:0000劣化無し 0004基準値を下回った対象有り
      *    ***          0012計測不可（共通サブルーチンの性能計測）
      *    *** GOLDTEST:0000全出力一致 0008不一致有り・チェーン異常
      *    ***          0012実行不可（QAでの夜間チェーンの回帰テスト）
           03  :##:-COMP-CODE   PIC  X(004) VALUE SPACE.
      *    *** 処理結果コード 00:正常 90:異常（記録ファイル使用不可等）
           03  :##:-RETURN-CODE PIC  X(002) VALUE "00".
