      *    *** 対象ファイル名（論理名）
           03  :##:-FILE-NAME  PIC  X(024) VALUE SPACE.
      *    *** 方向 I:入力（読んだ） O:出力（書いた）
      *    ***      A:到着（外部から届いた入力をFILEWTCHが確認した）
           03  :##:-DIR        PIC  X(001) VALUE SPACE.
      *    *** 処理件数（読んだ・書いた件数）
           03  :##:-REC-CNT    PIC  9(009) VALUE ZERO.
