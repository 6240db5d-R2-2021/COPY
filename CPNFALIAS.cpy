      *    *** NFALIAS サブルーチン用
      *    *** 引退したNFADDR（旧URL）から置き換え先のNFADDRへの
      *    *** 別名(エイリアス)簿。作品のURLが変わった時、旧URLを
      *    *** 参照するMEDIAGEN.OUT・COBRNDのテストセット・NFCHKRESが
      *    *** 孤立しないよう、旧→新の対応を適用日付きで残す
      *    *** （DECODE08のID=REPNTが自動で登録し、ID=ASRCHと
      *    *** NFLINKINがたどる。一覧はNFALRPT）
       01  :##:-NFALIAS-AREA.
      *    *** ID=A 別名を1件登録する（NFADDR→NEW-NFADDR）
      *    *** ID=R NFADDRから別名を順にたどり、最終の置き換え先を
      *    ***      NFADDRへ、途中の各段をHOP-TBLへ返す
      *    *** ID=N 登録順IDX番目の別名を返す（一覧・レポート用）
           03  :##:-ID         PIC  X(001) VALUE SPACE.
      *    *** 旧NFADDR（ID=Aの入力、ID=Rの入力と最終の出力、
      *    *** ID=Nの出力）
           03  :##:-NFADDR     PIC  X(100) VALUE SPACE.
      *    *** 置き換え先NFADDR（ID=Aの入力、ID=Nの出力）
           03  :##:-NEW-NFADDR PIC  X(100) VALUE SPACE.
      *    *** 適用日(YYYYMMDD)と登録元プログラム名
      *    *** （ID=Aの入力、ID=Nの出力）
           03  :##:-EFF-DATE   PIC  9(008) VALUE ZERO.
           03  :##:-CALLER     PIC  X(008) VALUE SPACE.
      *    *** ID=Nの位置（1から）、別名簿の総件数（ID=R/Nの出力）
           03  :##:-IDX        BINARY-LONG VALUE ZERO.
           03  :##:-ENTRY-CNT  BINARY-LONG VALUE ZERO.
      *    *** ID=R のたどった段数と各段の置き換え先・適用日
      *    *** （最大10段、先頭が最初の置き換え先）
           03  :##:-HOP-CNT    BINARY-LONG VALUE ZERO.
           03  :##:-HOP-TBL OCCURS 10.
             05  :##:-HOP-NFADDR  PIC X(100).
             05  :##:-HOP-DATE    PIC 9(008).
      *    *** ID=R 置き換え先が元のNFADDRや途中の段へ戻る時Y
           03  :##:-LOOP       PIC  X(001) VALUE SPACE.
      *    *** 処理結果コード 00:正常
      *    ***   90:別名無し（ID=R）・範囲外（ID=N）・登録不可（ID=A）
      *    ***   91:循環（ID=R、HOP-TBLは循環の手前まで）
      *    ***   92:段数超過（ID=R、HOP-TBLは10段まで）
           03  :##:-RETURN-CODE PIC X(002) VALUE "00".
      *    *** 表（最大2000件）に入らなかった別名の件数（全IDの出力）
      *    *** 読み込み時に溢れた別名簿の行と、表が満杯でID=Aを
      *    *** 断った件数の計。ゼロでなければ別名がたどられない
           03  :##:-LOST-CNT   BINARY-LONG VALUE ZERO.
      *
      *    *** 予備エリア、サイズ大きくした時はメインのリコンパイルが必要
      *    *** （LOST-CNTの4バイト分を元の40バイトから相殺）
           03  FILLER          PIC  X(036) VALUE SPACE.
