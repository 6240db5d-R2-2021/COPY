      *    *** DECODE08 ID=BMATCH（一括突合）の受け渡しレイアウト
      *    *** 呼び出し元が依頼ファイル（呼び出し元PGM名.BMQ）へ
      *    *** 依頼レコードを書き、ID=BMATCHを呼ぶと、DECODE08が
      *    *** NAME順に整列してマスターをNAME順に1回だけ読み、
      *    *** 結果ファイル（呼び出し元PGM名.BMR）へ結果レコードを
      *    *** TAG順（呼び出し元の付けた順）で返す。
      *    *** 一致の判定はID=SEARCHと同じ（TYPE-FILTER/INCL-RETIRED
      *    *** による絞り込み後の先頭エントリー）
      *
      *    *** 依頼レコード
       01  :##:-BMQ-REC.
      *    *** 呼び出し元が付ける識別子（結果はこの昇順で返る）
           03  :##:-BMQ-TAG      PIC X(010).
           03  FILLER            PIC X(001).
           03  :##:-BMQ-NAME     PIC X(100).
      *
      *    *** 結果レコード
       01  :##:-BMR-REC.
           03  :##:-BMR-TAG      PIC X(010).
           03  FILLER            PIC X(001).
           03  :##:-BMR-NAME     PIC X(100).
           03  FILLER            PIC X(001).
      *    *** Y:一致有り N:一致無し（ID=SEARCHのSEARCHと同じ）
           03  :##:-BMR-SEARCH   PIC X(001).
           03  FILLER            PIC X(001).
      *    *** 一致したエントリーのNFADDR・最終検証日・媒体・状態
           03  :##:-BMR-NFADDR   PIC X(100).
           03  FILLER            PIC X(001).
           03  :##:-BMR-LASTVER  PIC 9(008).
           03  FILLER            PIC X(001).
           03  :##:-BMR-MEDIA-TYPE PIC X(002).
           03  FILLER            PIC X(001).
           03  :##:-BMR-STATUS   PIC X(001).
