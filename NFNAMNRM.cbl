      *                          全角空白(X'8140')を半角へそろえる
      *                          （全角半角違いの氏名がORPHANになる
      *                          取りこぼしの解消）
      *    2026-10-15  T.MIYAKE  外字登録簿(GAIJI.REG、GAIJIREG)対応。
      *                          標準形の登録がある外字（髙・﨑等）を
      *                          標準形（高・崎等）へそろえる（異体字
      *                          違いの氏名が別人扱いになる取りこぼし
      *                          の解消）。折り畳み対象外の全角文字は
      *                          2バイト組のまま写し、後続バイトを
      *                          先頭バイトと取り違えないようにする
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       01  NN-W-MAXLEN              BINARY-LONG VALUE ZERO.
       01  NN-W-SAME                BINARY-LONG VALUE ZERO.
       01  NN-W-DONE                PIC  X(001) VALUE "N".
      *    *** 外字の標準形（GAIJIREG）の2バイト
       01  NN-W-STD-B1              BINARY-LONG VALUE ZERO.
       01  NN-W-STD-B2              BINARY-LONG VALUE ZERO.
       COPY "CPGAIJIREG.cpy" REPLACING ==:##:== BY ==NG==.
      *
       LINKAGE                     SECTION.
      *
      *    1バイトずつ詰め直す（対象外のバイトはそのまま写す）
      *      X'824F'-X'8258' → 0-9   X'8260'-X'8279' → A-Z
      *      X'8281'-X'829A' → a-z   X'8140'         → 空白
      *    外字登録簿に標準形のある外字は標準形の2バイトへ置き換え、
      *    それ以外の全角文字は2バイト組のまま写す
      ******************************************************************
       1300-WIDTH-FOLD.
           MOVE SPACE              TO NN-W-FOLD
                   TO NN-W-FOLD(NN-W-DST:1)
               ADD  2               TO NN-W-SRC
               ADD  1               TO NN-W-DST
               GO TO 1310-EXIT
           END-IF
      *    *** 外字領域の先頭バイト（87・ED・EE・F0-FC）は登録簿を引く
           IF NN-W-B1 = 135 OR NN-W-B1 = 237 OR NN-W-B1 = 238 OR
              (NN-W-B1 >= 240 AND NN-W-B1 <= 252)
               PERFORM 1320-GAIJI-STD THRU 1320-EXIT
               IF NN-W-STD-B1 NOT = ZERO
                   MOVE FUNCTION CHAR(NN-W-STD-B1 + 1)
                       TO NN-W-FOLD(NN-W-DST:1)
                   MOVE FUNCTION CHAR(NN-W-STD-B2 + 1)
                       TO NN-W-FOLD(NN-W-DST + 1:1)
                   ADD  2           TO NN-W-SRC
                   ADD  2           TO NN-W-DST
                   GO TO 1310-EXIT
               END-IF
           END-IF
           IF (NN-W-B1 >= 129 AND NN-W-B1 <= 159) OR
              (NN-W-B1 >= 224 AND NN-W-B1 <= 252)
      *        *** その他の全角文字は2バイト組のまま写す
               MOVE NN-W-WORK(NN-W-SRC:2) TO NN-W-FOLD(NN-W-DST:2)
               ADD  2               TO NN-W-SRC
               ADD  2               TO NN-W-DST
           ELSE
               MOVE NN-W-WORK(NN-W-SRC:1) TO NN-W-FOLD(NN-W-DST:1)
               ADD  1               TO NN-W-SRC
           END-IF.
       1310-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1320-GAIJI-STD  NN-W-B1/B2の外字の標準形をGAIJIREGで引き、
      *    NN-W-STD-B1/B2へ返す（標準形が無い時はゼロ）
      ******************************************************************
       1320-GAIJI-STD.
           MOVE ZERO               TO NN-W-STD-B1
           MOVE ZERO               TO NN-W-STD-B2
           MOVE "G"                TO NG-ID
           COMPUTE NG-SJIS = NN-W-B1 * 256 + NN-W-B2
           CALL "GAIJIREG" USING NG-GAIJIREG-AREA
           IF NG-RETURN-CODE NOT = "00" OR NG-STD = ZERO
               GO TO 1320-EXIT
           END-IF
           COMPUTE NN-W-STD-B1 = NG-STD / 256
           COMPUTE NN-W-STD-B2 = NG-STD - NN-W-STD-B1 * 256.
       1320-EXIT.
           EXIT.
