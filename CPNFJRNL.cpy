      *    *** 共有する。BEFORE/AFTERはNF-RECの全体イメージ、
      *    *** 新規追加のBEFORE・削除のAFTERはスペース。
      *    *** CLRHITは全件一括のためイメージ無しの1行のみ残す
      *    *** NFERASEが消去した行は機能をERASEDとし、イメージを
      *    *** スペースにする（時刻・呼び出し元は残す）
      *    *** マスターから消去した時はイメージ無しのERASE行を追記する
       01  :##:-JRNL-REC.
      *    *** 更新時刻(YYYYMMDDHHMMSS)
           03  :##:-JRNL-STAMP    PIC  9(014).
