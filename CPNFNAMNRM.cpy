      *    ***      （SJIS全角英数字・全角空白→半角、英小文字→
      *    ***      大文字、末尾の詰め文字 - . _ と空白の除去。
      *    ***      CR-W-KANA-PARTS様式の SATOH- 等を SATOH へ
      *    ***      そろえる。外字登録簿(GAIJI.REG)に標準形の
      *    ***      ある外字は標準形へそろえる（髙→高等））
      *    *** ID=S NAME-IN と NAME-2 を正規化のうえ近似スコア
      *    ***      (0-100)を SCORE へ返す（一致100、前方一致は
      *    ***      一致長÷長い方の長さ）
