      *    SRC-TBL上の特殊文字をASCII-TBLの対応文字へ置き換える。
      *    ID=V はASCII-TBLで変換できない文字の件数を数えるだけの
      *    検証専用モード（LINE-Gの内容は変更しない）。
      *    外字登録簿(GAIJI.REG、GAIJIREG)に印字代替のある外字
      *    （髙・﨑等の2バイト文字）は、SRC-TBLより先に2バイトごと
      *    PTNの代替2バイトへ置き換える。外字の判定はSJISの文字の
      *    境目からだけ行い、2バイト文字（先頭バイト81-9F・E0-FC）の
      *    2バイト目から始まる組は外字として扱わない（各バイトの
      *    SRC-TBLによる置換は従来どおり）。
      *    ASA=Y の時は各行の1桁目をASA制御文字とみなして置換しない。
      *    ID=FILEではASA制御文字を代替プリンターの形（PRTFMTと同じ
      *    1桁目のX'0C'改ページと空行）へ直して書く。
      *
      *    呼び出し方法:
      *      CALL "DECODE07" USING CPDECODE07-AREA.
      *                          呼び出し元プログラムが不要になる）。
      *                          読み込み行数・置換バイト数を
      *                          FCV-READ-CNT/FCV-REPL-CNTへ返す
      *    2026-10-15  T.MIYAKE  外字登録簿(GAIJI.REG、GAIJIREG)対応。
      *                          印字代替のある外字は2バイトごとPTNの
      *                          代替へ置き換え（ID=CHANGE/FILE）、
      *                          ID=Vでは変換可能として数えない。
      *                          置換監査ログにも外字の件数を出す
      *    2026-10-15  T.MIYAKE  ASA制御文字対応(ASA=Y)。1桁目を置換・
      *                          検証の対象から外し、ID=FILEでは
      *                          改ページをX'0C'、行送りを空行、
      *                          重ね打ちを直前の行への重ね書きに
      *                          直して書く
      *    2026-10-15  T.MIYAKE  外字の判定をSJISの文字の境目だけで
      *                          行う（漢字2文字にまたがる2バイトが
      *                          外字と一致し、漢字の半分ずつを代替へ
      *                          置き換えていた）
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *    *** 走査上限（LINE-CNT/LINE-LEN、ゼロは全量）
       01  DE-W-L-MAX               BINARY-LONG VALUE 64.
       01  DE-W-B-MAX               BINARY-LONG VALUE 1376.
      *    *** 走査開始桁（ASA=Yの時は制御文字の1桁目を飛ばして2）
       01  DE-W-B-FROM              BINARY-LONG VALUE 1.
      *    *** SRC-TBLのバイト値直接索引（ORD値1-256→SRC-TBL添字、
      *    *** ゼロは対象外バイト。先に現れた定義を優先する）
       01  DE-W-SRCIDX-BUILT        PIC  X(001) VALUE "N".
       01  DE-W-BYTE-ORD            BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    外字登録簿（GAIJIREG）の表引き用。外字領域の先頭バイト
      *    （87・ED・EE・F0-FC）の時だけ2バイトで引く
      *---------------------------------------------------------------*
       01  DE-W-GJ-B1               BINARY-LONG VALUE ZERO.
       01  DE-W-GJ-B2               BINARY-LONG VALUE ZERO.
       01  DE-W-GJ-HIT              PIC  X(001) VALUE "N".
           88  DE-W-GJ-HIT-YES              VALUE "Y".
      *    *** DE-W-B桁がSJIS 2バイト文字の先頭（行末の1バイトは除く）
       01  DE-W-LEAD                PIC  X(001) VALUE "N".
           88  DE-W-LEAD-YES                VALUE "Y".
       01  DE-W-AUD-GJ-CNT          BINARY-LONG VALUE ZERO.
       01  DE-W-AUD-GJ-HEX          PIC  X(004) VALUE SPACE.
       COPY "CPGAIJIREG.cpy" REPLACING ==:##:== BY ==DG==.
      *
      *---------------------------------------------------------------*
      *    ID=FILE 一括変換用
      *---------------------------------------------------------------*
       01  DE-W-ASSIGN-IN           PIC  X(012) VALUE SPACE.
       01  DE-W-FCV-READ-CNT        BINARY-LONG VALUE ZERO.
      *    *** 置換したバイト数（2110で数える、CHANGE/FILE共用）
       01  DE-W-REPL-CNT            BINARY-LONG VALUE ZERO.
      *    *** ASA=Y の時の制御文字と、重ね打ちに備えて1行遅らせて
      *    *** 書くための保留行（1桁目は出力時の制御、X'0C'かスペース）
       01  DE-W-ASA-CC              PIC  X(001) VALUE SPACE.
       01  DE-W-ASA-HOLD            PIC  X(1376) VALUE SPACE.
       01  DE-W-ASA-HELD            PIC  X(001) VALUE "N".
       01  DE-W-ASA-FF              PIC  X(001) VALUE "N".
       01  DE-W-ASA-OUT-CNT         BINARY-LONG VALUE ZERO.
       01  DE-W-ASA-K               BINARY-LONG VALUE ZERO.
      *
       LINKAGE                     SECTION.
      *
      *
       2100-CHANGE-ONE-LINE.
           PERFORM 2110-CHANGE-ONE-BYTE     THRU 2110-EXIT
               VARYING DE-W-B FROM DE-W-B-FROM BY 1
               UNTIL DE-W-B > DE-W-B-MAX
       2100-EXIT.
           EXIT.
      *
       2110-CHANGE-ONE-BYTE.
      *    *** 印字代替のある外字は2バイトごと置き換え、後続バイトを
      *    *** 飛ばす
           PERFORM 3200-FIND-GAIJI           THRU 3200-EXIT
           IF DE-W-GJ-HIT-YES
               IF DE-W-AUD-OPEN-YES
                   PERFORM 2620-AUDIT-GAIJI    THRU 2620-EXIT
               END-IF
               ADD  2                         TO DE-W-REPL-CNT
               MOVE DG-SUB                    TO
                   DE-LINE(DE-W-L)(DE-W-B:2)
               ADD  1                         TO DE-W-B
               GO TO 2110-EXIT
           END-IF
      *    *** 2バイト文字の先頭なら2バイト目も置換し、次の外字の
      *    *** 判定が2バイト目から始まらないよう飛ばす
           PERFORM 3300-CHECK-LEAD           THRU 3300-EXIT
           PERFORM 2120-CHANGE-SRC           THRU 2120-EXIT
           IF DE-W-LEAD-YES
               ADD  1                         TO DE-W-B
               PERFORM 2120-CHANGE-SRC       THRU 2120-EXIT
           END-IF
       2110-EXIT.
           EXIT.
      *
      *    *** DE-W-B桁の1バイトをSRC-TBLで置き換える
       2120-CHANGE-SRC.
           PERFORM 3000-FIND-SRC             THRU 3000-EXIT
           IF DE-W-F NOT = ZERO
               IF DE-W-AUD-OPEN-YES
               MOVE DE-ASCII-TBL(DE-W-F)      TO
                   DE-LINE(DE-W-L)(DE-W-B:1)
           END-IF
       2120-EXIT.
           EXIT.
      *
      ******************************************************************
               SET DE-W-AUD-OPEN-YES       TO TRUE
               INITIALIZE DE-W-AUD-CNT-AREA
               MOVE ZERO                   TO DE-W-AUD-TOTAL
               MOVE ZERO                   TO DE-W-AUD-GJ-CNT
           END-IF
       2500-EXIT.
           EXIT.
           WRITE DE-AUD-LINE
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2620-AUDIT-GAIJI  外字の置換1件分のログ行を書き、件数を
      *    数える（元の値は外字のSJISコード4桁）
      ******************************************************************
       2620-AUDIT-GAIJI.
           ADD  1                        TO DE-W-AUD-GJ-CNT
           ADD  1                        TO DE-W-AUD-TOTAL
           MOVE DE-W-GJ-B1               TO DE-W-AUD-BYTE
           PERFORM 2650-AUDIT-HEX          THRU 2650-EXIT
           MOVE DE-W-AUD-HEX             TO DE-W-AUD-GJ-HEX(1:2)
           MOVE DE-W-GJ-B2               TO DE-W-AUD-BYTE
           PERFORM 2650-AUDIT-HEX          THRU 2650-EXIT
           MOVE DE-W-AUD-HEX             TO DE-W-AUD-GJ-HEX(3:2)
           MOVE DE-W-L                   TO DE-W-AUD-L-E
           MOVE DE-W-B                   TO DE-W-AUD-B-E
           MOVE SPACE                    TO DE-AUD-LINE
           STRING "LINE="                DELIMITED BY SIZE
                  DE-W-AUD-L-E           DELIMITED BY SIZE
                  " BYTE="               DELIMITED BY SIZE
                  DE-W-AUD-B-E           DELIMITED BY SIZE
                  " SRC=X'"              DELIMITED BY SIZE
                  DE-W-AUD-GJ-HEX        DELIMITED BY SIZE
                  "' SUB="               DELIMITED BY SIZE
                  DG-SUB                 DELIMITED BY SIZE
                  " GAIJI"               DELIMITED BY SIZE
                  INTO DE-AUD-LINE
           END-STRING
           WRITE DE-AUD-LINE
       2620-EXIT.
           EXIT.
      *
       2650-AUDIT-HEX.
           MOVE SPACE                    TO DE-W-AUD-HEX
                  INTO DE-AUD-LINE
           END-STRING
           WRITE DE-AUD-LINE
           IF DE-W-AUD-GJ-CNT NOT = ZERO
               MOVE DE-W-AUD-GJ-CNT       TO DE-W-AUD-CNT-E
               MOVE SPACE                 TO DE-AUD-LINE
               STRING "SUMMARY GAIJI COUNT=" DELIMITED BY SIZE
                      DE-W-AUD-CNT-E      DELIMITED BY SIZE
                      INTO DE-AUD-LINE
               END-STRING
               WRITE DE-AUD-LINE
           END-IF
           PERFORM 2710-AUDIT-SUM-ONE      THRU 2710-EXIT
               VARYING DE-W-K FROM 1 BY 1
               UNTIL DE-W-K > 80
           EXIT.
      *
      ******************************************************************
      *    3200-FIND-GAIJI  現在位置からの2バイトが印字代替のある外字
      *                     ならDE-W-GJ-HIT=Y、代替はDG-SUBに返る
      *                     （外字領域の先頭バイトの時だけGAIJIREGを
      *                     引く。行内の最終バイトは対象外）
      ******************************************************************
       3200-FIND-GAIJI.
           MOVE "N"                       TO DE-W-GJ-HIT
           IF DE-W-B >= DE-W-B-MAX
               GO TO 3200-EXIT
           END-IF
           COMPUTE DE-W-GJ-B1 =
               FUNCTION ORD(DE-LINE(DE-W-L)(DE-W-B:1)) - 1
           IF DE-W-GJ-B1 NOT = 135 AND DE-W-GJ-B1 NOT = 237 AND
              DE-W-GJ-B1 NOT = 238 AND
              (DE-W-GJ-B1 < 240 OR DE-W-GJ-B1 > 252)
               GO TO 3200-EXIT
           END-IF
           COMPUTE DE-W-GJ-B2 =
               FUNCTION ORD(DE-LINE(DE-W-L)(DE-W-B + 1:1)) - 1
           MOVE "G"                       TO DG-ID
           COMPUTE DG-SJIS = DE-W-GJ-B1 * 256 + DE-W-GJ-B2
           MOVE DE-PTN                    TO DG-PTN
           CALL "GAIJIREG" USING DG-GAIJIREG-AREA
           IF DG-RETURN-CODE = "00" AND DG-SUB NOT = SPACE
               SET DE-W-GJ-HIT-YES         TO TRUE
           END-IF
       3200-EXIT.
           EXIT.
      *
      *    *** DE-W-B桁がSJISの先頭バイト（81-9F・E0-FC）で、
      *    *** 後ろに2バイト目があればDE-W-LEADを"Y"にする
       3300-CHECK-LEAD.
           MOVE "N"                           TO DE-W-LEAD
           IF DE-W-B >= DE-W-B-MAX
               GO TO 3300-EXIT
           END-IF
           IF (DE-LINE(DE-W-L)(DE-W-B:1) >= X'81' AND
               DE-LINE(DE-W-L)(DE-W-B:1) <= X'9F') OR
              (DE-LINE(DE-W-L)(DE-W-B:1) >= X'E0' AND
               DE-LINE(DE-W-L)(DE-W-B:1) <= X'FC')
               MOVE "Y"                       TO DE-W-LEAD
           END-IF
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-VALIDATE   ID=V  SRC-TBLに該当せず、かつ印字可能な
      *    半角英数字・記号(X'20'～X'7E')でもない文字の件数を数える
      ******************************************************************
      *
       4100-VALIDATE-ONE-LINE.
           PERFORM 4110-VALIDATE-ONE-BYTE   THRU 4110-EXIT
               VARYING DE-W-B FROM DE-W-B-FROM BY 1
               UNTIL DE-W-B > DE-W-B-MAX
       4100-EXIT.
           EXIT.
      *
       4110-VALIDATE-ONE-BYTE.
      *    *** 印字代替のある外字は変換可能、後続バイトを飛ばす
           PERFORM 3200-FIND-GAIJI           THRU 3200-EXIT
           IF DE-W-GJ-HIT-YES
               ADD  1                         TO DE-W-B
               GO TO 4110-EXIT
           END-IF
      *    *** 2バイト文字の先頭なら2バイト目も数え、飛ばす
           PERFORM 3300-CHECK-LEAD           THRU 3300-EXIT
           PERFORM 4120-VALIDATE-SRC         THRU 4120-EXIT
           IF DE-W-LEAD-YES
               ADD  1                         TO DE-W-B
               PERFORM 4120-VALIDATE-SRC     THRU 4120-EXIT
           END-IF
       4110-EXIT.
           EXIT.
      *
      *    *** DE-W-B桁の1バイトが変換できなければ数える
       4120-VALIDATE-SRC.
           PERFORM 3000-FIND-SRC             THRU 3000-EXIT
           IF DE-W-F = ZERO
               IF DE-LINE(DE-W-L)(DE-W-B:1) < X'20' OR
                   ADD 1                      TO DE-V-CNT
               END-IF
           END-IF
       4120-EXIT.
           EXIT.
      *
      ******************************************************************
               PERFORM 2500-AUDIT-OPEN     THRU 2500-EXIT
           END-IF
           MOVE 1                        TO DE-W-L
           MOVE "N"                      TO DE-W-ASA-HELD
           MOVE "N"                      TO DE-W-ASA-FF
           MOVE ZERO                     TO DE-W-ASA-OUT-CNT
           PERFORM 5100-FCV-ONE-LINE       THRU 5100-EXIT
               UNTIL DE-W-FCV-EOF-YES
           PERFORM 5300-ASA-FLUSH          THRU 5300-EXIT
           IF DE-W-AUD-OPEN-YES
               PERFORM 2700-AUDIT-SUMMARY  THRU 2700-EXIT
               CLOSE DE-AUD-FILE
           ADD  1                        TO DE-W-FCV-READ-CNT
           MOVE DE-FCV-IN-LINE            TO DE-LINE(1)
           PERFORM 2100-CHANGE-ONE-LINE    THRU 2100-EXIT
           IF DE-ASA = "Y"
               PERFORM 5200-ASA-ONE-LINE   THRU 5200-EXIT
               GO TO 5100-EXIT
           END-IF
           MOVE DE-LINE(1)                TO DE-FCV-OUT-LINE
           WRITE DE-FCV-OUT-LINE.
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5200-ASA-ONE-LINE  置換済みの1行(LINE-G(1))のASA制御文字を
      *    代替プリンターの形へ直す。'+'は保留行の空白桁へ重ねる。
      *    '1'は次に書く行の1桁目をX'0C'にする（先頭行の'1'は不要な
      *    白紙を出さないよう無視する）。'0'は空行1行・'-'は空行2行を
      *    先に書く。その他の制御文字は' '（1行送り）とみなす
      ******************************************************************
       5200-ASA-ONE-LINE.
           MOVE DE-LINE(1)(1:1)           TO DE-W-ASA-CC
           IF DE-W-ASA-CC = "+" AND DE-W-ASA-HELD = "Y"
               PERFORM 5210-ASA-MERGE-ONE  THRU 5210-EXIT
                   VARYING DE-W-ASA-K FROM 2 BY 1
                   UNTIL DE-W-ASA-K > 1376
               GO TO 5200-EXIT
           END-IF
           PERFORM 5300-ASA-FLUSH          THRU 5300-EXIT
           EVALUATE DE-W-ASA-CC
               WHEN "1"
                   IF DE-W-ASA-OUT-CNT > ZERO
                       MOVE "Y"            TO DE-W-ASA-FF
                   END-IF
               WHEN "0"
                   PERFORM 5310-ASA-BLANK  THRU 5310-EXIT
               WHEN "-"
                   PERFORM 5310-ASA-BLANK  THRU 5310-EXIT
                   PERFORM 5310-ASA-BLANK  THRU 5310-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE DE-LINE(1)                TO DE-W-ASA-HOLD
           MOVE SPACE                     TO DE-W-ASA-HOLD(1:1)
           MOVE "Y"                       TO DE-W-ASA-HELD.
       5200-EXIT.
           EXIT.
      *
       5210-ASA-MERGE-ONE.
           IF DE-W-ASA-HOLD(DE-W-ASA-K:1) = SPACE
               MOVE DE-LINE(1)(DE-W-ASA-K:1)
                                         TO DE-W-ASA-HOLD(DE-W-ASA-K:1)
           END-IF
       5210-EXIT.
           EXIT.
      *
      *    *** 保留行を書く（改ページ待ちなら1桁目をX'0C'にする）
       5300-ASA-FLUSH.
           IF DE-W-ASA-HELD NOT = "Y"
               GO TO 5300-EXIT
           END-IF
           MOVE DE-W-ASA-HOLD             TO DE-FCV-OUT-LINE
           IF DE-W-ASA-FF = "Y"
               MOVE X"0C"                 TO DE-FCV-OUT-LINE(1:1)
               MOVE "N"                   TO DE-W-ASA-FF
           END-IF
           WRITE DE-FCV-OUT-LINE
           ADD  1                        TO DE-W-ASA-OUT-CNT
           MOVE "N"                      TO DE-W-ASA-HELD
       5300-EXIT.
           EXIT.
      *
      *    *** 行送り分の空行1行
       5310-ASA-BLANK.
           MOVE SPACE                    TO DE-W-ASA-HOLD
           MOVE "Y"                      TO DE-W-ASA-HELD
           PERFORM 5300-ASA-FLUSH          THRU 5300-EXIT
       5310-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-SET-SCAN-LIMITS  呼び出し元指定の使用行数・行内長で
      *    走査上限を決める（ゼロ・範囲外は全量）。ASA=Yなら走査は
      *    2桁目から。直接索引が未構築ならここで組み立てる
      ******************************************************************
       9000-SET-SCAN-LIMITS.
           IF DE-LINE-CNT > ZERO AND DE-LINE-CNT <= 64
           ELSE
               MOVE 1376                    TO DE-W-B-MAX
           END-IF
           IF DE-ASA = "Y"
               MOVE 2                       TO DE-W-B-FROM
           ELSE
               MOVE 1                       TO DE-W-B-FROM
           END-IF
           IF DE-W-SRCIDX-BUILT NOT = "Y"
               PERFORM 3100-BUILD-SRCIDX     THRU 3100-EXIT
           END-IF
