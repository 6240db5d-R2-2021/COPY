           03  :##:-FILE-OUT  PIC  X(012) VALUE SPACE.
           03  :##:-FCV-READ-CNT BINARY-LONG VALUE ZERO.
           03  :##:-FCV-REPL-CNT BINARY-LONG VALUE ZERO.
      *    *** ASA制御文字（Y:各行の1桁目をホスト出力のASA制御文字
      *    *** '1'改ページ '0'2行送り '-'3行送り '+'重ね打ち とみなし
      *    *** 置換・検証の対象から外す。ID=FILEでは1桁目を代替
      *    *** プリンターの形（改ページはX'0C'、他はスペース）へ直し、
      *    *** 行送りは空行で、重ね打ちは直前の行の空白桁へ重ねて書く）
           03  :##:-ASA       PIC  X(001) VALUE SPACE.
      *
      *    *** 予備エリア、これ以降サイズ大きくした時はメインの
      *    *** リコンパイルが必要
      *    *** （ID=FILE追加分の32バイトを元の61バイトから相殺、
      *    *** ASAの1バイトも相殺）
           03  FILLER         PIC  X(028) VALUE SPACE.
