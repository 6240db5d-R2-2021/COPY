      *    *** NFURLPRS サブルーチン用
      *    *** NFADDR（作品URL）の分解と正規形の組み立て。
      *    *** 同じ作品が https://www.netflix.com/title/80012345 と
      *    *** /jp/入り・追跡用クエリ付き・http・末尾スラッシュ付き
      *    *** で別の主キーになる問題の共通処理（NFURLCAN・NFINTAKE・
      *    *** DECODE08のID=TSRCH）
       01  :##:-NFURLPRS-AREA.
      *    *** ID=P NFADDRを分解し、作品IDと正規形(CANON)を返す
      *    *** ID=C TITLE-IDから正規形(CANON)を組み立てる
           03  :##:-ID         PIC  X(001) VALUE SPACE.
      *    *** ID=P 入力のNFADDR
           03  :##:-NFADDR     PIC  X(100) VALUE SPACE.
      *    *** ID=P 出力の各部（小文字にそろえる、://と/は含まない）
           03  :##:-SCHEME     PIC  X(008) VALUE SPACE.
           03  :##:-HOST       PIC  X(040) VALUE SPACE.
           03  :##:-LOCALE     PIC  X(010) VALUE SPACE.
      *    *** 数字の作品ID（ID=Pの出力、ID=Cの入力、左詰め）
           03  :##:-TITLE-ID   PIC  X(010) VALUE SPACE.
      *    *** 正規形 https://www.netflix.com/title/作品ID
           03  :##:-CANON      PIC  X(100) VALUE SPACE.
      *    *** ID=P の判定
      *    ***   OK:正規形どおり  NC:非正規形（CANONへ書き換え可）
      *    ***   BP:想定の形に合わない  PD:仮登録(pending://氏名)
           03  :##:-RESULT     PIC  X(002) VALUE SPACE.
      *    *** NC・BPの理由（レポート表示用）
           03  :##:-REASON     PIC  X(020) VALUE SPACE.
      *    *** 処理結果コード 00:正常 90:異常（IDの誤り・作品ID不正）
           03  :##:-RETURN-CODE PIC X(002) VALUE "00".
      *
      *    *** 予備エリア、サイズ大きくした時はメインのリコンパイルが必要
           03  FILLER          PIC  X(040) VALUE SPACE.
