      *    ***        （NFADDRをセットして呼ぶと該当エントリーの
      *    ***        NAME・最終検証日・フラグ・媒体・状態を返す。
      *    ***        主キーの索引READ1回、全件走査はしない）
      *    *** TSRCH  2026-10-15 T.MIYAKE 作品IDからの検索
      *    ***        （TITLE-IDをセットして呼ぶと正規形のNFADDR
      *    ***        https://www.netflix.com/title/作品ID のエントリー
      *    ***        をID=ASRCHと同じ形で返す）
      *    *** REPNT  2026-10-15 T.MIYAKE NFADDRの付け替え
      *    ***        （NFADDRに旧、MATCH-NFADDR(1)に新をセットして
      *    ***        呼ぶと、エントリーを全項目そのまま新NFADDRへ
      *    ***        移し、旧→新の別名をNFALIASへ登録する。
      *    ***        ASRCHは未検出のNFADDRについて別名をたどる）
      *    *** PSRCH  2026-09-02 T.MIYAKE NAMEの前方一致検索
      *    ***        （比較長はNAME-LEN、未設定時は末尾空白を除いた
      *    ***        実長。返し方と絞り込みはMSRCHと同じ）
      *    *** BMATCH 2026-10-15 T.MIYAKE NAMEの一括突合
      *    ***        （CALLER.BMQの依頼(CPNFBMAT)をNAME順に整列し、
      *    ***        マスターをNAME順に1回だけ読んでSEARCHと同じ
      *    ***        判定の結果をCALLER.BMRへTAG順で返す。依頼
      *    ***        ファイルが読めない時は90）
           03  :##:-ID         PIC  X(006).

      *    *** ����
             05  :##:-MATCH-LASTVER  PIC 9(008).

      *    *** 処理結果コード 00:正常 90:未検出
      *    *** 92:付け替え先のNFADDRが既に有る（ID=REPNT）
      *    *** 93:付け替えは済んだが別名を登録できなかった（ID=REPNT）
      *    *** 95:マスター使用中（ID=OPENでロックが取れなかった。
      *    ***    呼び出し元は処理せず終了するか、後の時間帯へ回す）
           03  :##:-RETURN-CODE PIC X(002) VALUE "00".

      *    *** 数字の作品ID（ID=TSRCHの入力、ID=ASRCH/NEXTSTL/TSRCHの
      *    *** 出力。NFADDRから分解できない時はスペース）
      *    *** 2026-10-15 T.MIYAKE 予備エリアから10バイトを割り当て
           03  :##:-TITLE-ID   PIC  X(010) VALUE SPACE.

      *    *** ID=ASRCHが別名（NFALIAS）をたどって返した時の段数
      *    *** （直接見つかった時はゼロ。NFADDRには現行のNFADDRを返す）
      *    *** 2026-10-15 T.MIYAKE 予備エリアから4バイトを割り当て
           03  :##:-ALIAS-HOPS BINARY-LONG VALUE ZERO.

      *    *** 予備エリア、LASTVER-DATE/MATCH-CNT/RETURN-CODEの14バイト分
      *    *** とTITLE-ID/ALIAS-HOPSの14バイト分、計28バイトを
      *    *** 元の100バイトから相殺（MATCH-TBLについては上記の通り
      *    *** 別扱い）。これ以降サイズ大きくした時はメインの
      *    *** リコンパイルが必要
           03  FILLER         PIC  X(056) VALUE SPACE.
