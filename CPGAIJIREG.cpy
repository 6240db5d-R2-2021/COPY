      *    *** GAIJIREG サブルーチン用
      *    *** 外字（SJISのベンダー・ユーザー定義領域の文字）の登録簿
      *    *** (GAIJI.REG)を引く共通インタフェース。髙・﨑・德等の
      *    *** 異体字1文字ごとに、DECODE05で変換するUnicode符号位置、
      *    *** DECODE07のPTN別の印字代替、NFNAMNRMの突合で使う標準形の
      *    *** SJISコードを持つ（保守はGAIJMNT、マスター内の出現箇所の
      *    *** 一覧はGAIJIRPT）
      *    *** 外字領域: 8740-879C（NEC特殊文字）、ED40-EEFC（NEC選定
      *    *** IBM拡張）、FA40-FC4B（IBM拡張）、F040-F9FC（ユーザー定義）
       01  :##:-GAIJIREG-AREA.
      *    *** ID=G SJISのコードの登録内容を返す
      *    *** ID=N 登録簿の行順IDX番目の登録内容を返す
      *    ***      （GAIJMNTはSJISコード順に書く。一覧・レポート用）
           03  :##:-ID         PIC  X(001) VALUE SPACE.
      *    *** SJISコード（2バイトの値、ID=Gの入力、ID=Nの出力）
           03  :##:-SJIS       BINARY-LONG VALUE ZERO.
      *    *** 印字代替を求めるDECODE07のPTN（ID=G/Nの入力）
           03  :##:-PTN        PIC  9(002) VALUE ZERO.
      *    *** 以下ID=G/Nの出力
      *    *** Unicode符号位置（ゼロはDECODE05.MAPのまま）
           03  :##:-UCS        BINARY-LONG VALUE ZERO.
      *    *** 突合用の標準形SJISコード（ゼロは標準形無し）
           03  :##:-STD        BINARY-LONG VALUE ZERO.
      *    *** PTNの印字代替2バイト（PTNの指定が無ければPTN=00の既定、
      *    *** どちらも無ければスペース）
           03  :##:-SUB        PIC  X(002) VALUE SPACE.
      *    *** 登録されている印字代替の全件（最大6件）
           03  :##:-SUB-CNT    BINARY-LONG VALUE ZERO.
           03  :##:-SUB-TBL OCCURS 6.
             05  :##:-SUB-PTN    PIC 9(002).
             05  :##:-SUB-CHR    PIC X(002).
      *    *** 登録簿の注記（文字の説明等）
           03  :##:-NOTE       PIC  X(017) VALUE SPACE.
      *    *** ID=Nの位置（1から）、登録件数（ID=G/Nの出力）
           03  :##:-IDX        BINARY-LONG VALUE ZERO.
           03  :##:-ENTRY-CNT  BINARY-LONG VALUE ZERO.
      *    *** 処理結果コード 00:正常
      *    ***   90:未登録（ID=G）・範囲外（ID=N）・ID誤り
           03  :##:-RETURN-CODE PIC X(002) VALUE "00".
      *
      *    *** 予備エリア、サイズ大きくした時はメインのリコンパイルが必要
           03  FILLER          PIC  X(040) VALUE SPACE.
