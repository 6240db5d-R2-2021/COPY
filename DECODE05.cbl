      *    ID=OPEN/CLOSE/CHANGE で呼び出す。
      *    HENKAN=SU:SJIS=>UTF8  US:UTF8=>SJIS
      *          =EA:EBCDIC=>ASCII  AE:ASCII=>EBCDIC
      *          =ES:混在EBCDIC=>SJIS  SE:SJIS=>混在EBCDIC
      *          =EU:混在EBCDIC=>UTF8  UE:UTF8=>混在EBCDIC
      *    MODE  =U6 を指定すると UTF-16 方向への変換になる
      *    ID=FILE 指定時は FILE-IN/FILE-OUT 単位の一括変換
      *
      *      又は対応表に無い符号位置は従来通り置換文字（UTF8/UTF16
      *      側はU+FFFD、SJIS側は「〓」X'81AC'）に置き換え、
      *      DE-RETURN-CODE=92を返す。
      *      外字（髙・﨑等のベンダー・ユーザー定義領域の文字）は
      *      外字登録簿(GAIJI.REG、GAIJIREG・GAIJMNT)の符号位置を
      *      対応表より優先して使う。
      *      長さ・件数の管理と不正バイト列検出は正しく機能する。
      *    ※ HENKAN=ES/SE/EU/UEの混在EBCDICは、SO(X'0E')～SI(X'0F')
      *      で囲まれた部分を2バイトのDBCS（漢字コード）、それ以外を
      *      1バイト（EA/AEと同じCP037）として扱う。DBCSの変換は
      *      DBCS対応表ファイル(DECODE05.DBM、1行＝1文字「EEEE SSSS」
      *      (DBCSコードとSJISコードの16進4桁)、DECODE05.MAPと同じく
      *      DMAPMNTで保守する)で行い、UTF8/UTF16側はさらに
      *      DECODE05.MAPでSJISを経由して変換する。DBCS空白(X'4040')
      *      は対応表に無くても全角空白(X'8140')と対応させる。
      *      SO/SIは混在EBCDIC側にだけ存在し、変換時に取り除く／
      *      DBCSの前後へ補う（BUF2-LENはシフトバイト込みの実長）。
      *      対応表に無いDBCSコードはSJIS「〓」又はU+FFFD、混在
      *      EBCDIC側はDBCS対応表の「〓」(81AC)の行のDBCSコード
      *      （無ければDBCS空白）に置き換えてRC=92を返し、ID=FILE中は
      *      未対応符号位置の頻度レポートへ数える。
      *      対になるSO/SIの欠落・DBCSの奇数バイトはRC=90を返す。
      *
      *    呼び出し方法:
      *      CALL "DECODE05" USING CPDECODE05-AREA, BUF1, BUF2.
      *    2026-09-02  T.MIYAKE  ID=FILEの終了時にALERTWTRのFLUSH=Yを
      *                          呼び、実行中に抑止された同一アラート
      *                          の件数サマリー行を起票する
      *    2026-10-15  T.MIYAKE  HENKAN=ES/SE/EU/UE 追加。SO/SIで
      *                          囲まれたDBCSを含む混在EBCDICと
      *                          SJIS・UTF8(UTF16)との変換を、DBCS
      *                          対応表(DECODE05.DBM)で行う。シフト
      *                          バイトの除去・付加に合わせて実長を
      *                          返し、項目指定モードで項目長を超えた
      *                          時は従来通りRC=91で退避する。
      *                          未対応のDBCSコードは頻度レポート
      *                          (DECODE05.GAP)へ数える
      *    2026-10-15  T.MIYAKE  外字登録簿(GAIJI.REG、GAIJIREG)対応。
      *                          対応表の読み込み後、登録簿のUnicode
      *                          符号位置を持つ外字を対応表に重ねる
      *                          （同じSJISコード・符号位置は登録簿を
      *                          優先する）
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
           SELECT DE-MAP-FILE      ASSIGN TO "DECODE05.MAP"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DE-W-MAP-STATUS.
      *    DBCS⇔SJIS対応表（混在EBCDIC用）、無ければDBCS空白以外は
      *    置換文字動作で継続
           SELECT DE-DBM-FILE      ASSIGN TO "DECODE05.DBM"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DE-W-DBM-STATUS.
      *    ID=FILE実行時の未対応符号位置の頻度レポート
           SELECT DE-GAP-FILE      ASSIGN TO "DECODE05.GAP"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       FD  DE-MAP-FILE.
       01  DE-MAP-LINE               PIC X(080).
      *
       FD  DE-DBM-FILE.
       01  DE-DBM-LINE               PIC X(080).
      *
       FD  DE-GAP-FILE.
       01  DE-GAP-LINE               PIC X(080).
       01  DE-W-HEX-D               BINARY-LONG VALUE ZERO.
       01  DE-W-HEX-I               BINARY-LONG VALUE ZERO.
       01  DE-W-SJIS-CODE           BINARY-LONG VALUE ZERO.
      *    *** 外字登録簿（GAIJIREG）を対応表へ重ねる時の作業項目
       01  DE-W-GJ-I                BINARY-LONG VALUE ZERO.
       01  DE-W-GJ-OLD              BINARY-LONG VALUE ZERO.
       01  DE-W-GJ-EOF              PIC  X(001) VALUE "N".
       COPY "CPGAIJIREG.cpy" REPLACING ==:##:== BY ==DG==.
      *
      *---------------------------------------------------------------*
      *    DBCS⇔SJIS対応表（DECODE05.DBM）の直接索引テーブル
      *    DBCSコード→SJISコード、SJISコード→DBCSコードをそれぞれ
      *    コード値+1の添字で直接引く（ゼロは未対応）
      *---------------------------------------------------------------*
       01  DE-W-DBM-STATUS          PIC  X(002) VALUE SPACE.
       01  DE-W-DBM-EOF             PIC  X(001) VALUE "N".
           88  DE-W-DBM-EOF-YES             VALUE "Y".
       01  DE-W-DBM-LOADED          PIC  X(001) VALUE "N".
       01  DE-W-E2S-AREA.
           03  DE-W-E2S-TBL OCCURS 65536  BINARY-LONG.
       01  DE-W-S2E-AREA.
           03  DE-W-S2E-TBL OCCURS 65536  BINARY-LONG.
       01  DE-W-DBM-DBCS            BINARY-LONG VALUE ZERO.
       01  DE-W-DBM-SJIS            BINARY-LONG VALUE ZERO.
       01  DE-W-DBCS-CODE           BINARY-LONG VALUE ZERO.
      *    *** 混在EBCDICの走査状態（Y:SO～SIの間、DBCS側）
       01  DE-W-DBCS-MODE           PIC  X(001) VALUE "N".
           88  DE-W-DBCS-MODE-YES           VALUE "Y".
      *    *** 1バイト部分のCP037変換用（INSPECT CONVERTINGで使用）
       01  DE-W-SBCS                PIC  X(001) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    ID=FILE 一括変換用
       01  DE-W-LAY-F               BINARY-LONG VALUE ZERO.
       01  DE-W-LAYOUT-REC          PIC  X(32000) VALUE SPACE.
       01  DE-W-REC-RC              PIC  X(002) VALUE "00".
      *    *** 混在EBCDICへの変換前に項目末尾の空白を除く時の終了印
       01  DE-W-TRIM-DONE           PIC  X(001) VALUE "N".
      *
      *---------------------------------------------------------------*
      *    ID=VERIFY 往復変換突合用
      *---------------------------------------------------------------*
      *    未対応符号位置の頻度テーブル（ID=FILE実行中のみ集める、
      *    最大200種。種別 S:対応表に無いSJISコード U:対応表に無い
      *    Unicode符号位置 E:DBCS対応表に無いDBCSコード
      *    J:DBCS対応表に無いSJISコード）
      *---------------------------------------------------------------*
       01  DE-W-GAP-ACTIVE          PIC  X(001) VALUE "N".
       01  DE-W-GAP-CNT             BINARY-LONG VALUE ZERO.
       2000-CHANGE.
           MOVE "00"                     TO DE-RETURN-CODE
           MOVE SPACE                    TO DE-MISMATCH-FLAG
           IF (DE-HENKAN = "SU" OR DE-HENKAN = "US" OR
               DE-HENKAN = "EU" OR DE-HENKAN = "UE") AND
              DE-W-MAP-LOADED NOT = "Y"
               PERFORM 2500-LOAD-MAP       THRU 2500-EXIT
           END-IF
           IF (DE-HENKAN = "ES" OR DE-HENKAN = "SE" OR
               DE-HENKAN = "EU" OR DE-HENKAN = "UE") AND
              DE-W-DBM-LOADED NOT = "Y"
               PERFORM 2550-LOAD-DBM       THRU 2550-EXIT
           END-IF
           EVALUATE DE-HENKAN
               WHEN "SU"
                   PERFORM 2100-SJIS-TO-UNICODE THRU 2100-EXIT
                   PERFORM 2300-EBCDIC-TO-ASCII THRU 2300-EXIT
               WHEN "AE"
                   PERFORM 2400-ASCII-TO-EBCDIC THRU 2400-EXIT
               WHEN "ES"
               WHEN "EU"
                   PERFORM 2600-MIXED-TO-SJIS-UNI THRU 2600-EXIT
               WHEN "SE"
               WHEN "UE"
                   PERFORM 2700-SJIS-UNI-TO-MIXED THRU 2700-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                   UNTIL DE-W-MAP-EOF-YES
               CLOSE DE-MAP-FILE
           END-IF
      *    *** 外字登録簿のUnicode符号位置を対応表へ重ねる
           MOVE "N"                       TO DE-W-GJ-EOF
           PERFORM 2570-GAIJI-ONE           THRU 2570-EXIT
               VARYING DE-W-GJ-I FROM 1 BY 1
               UNTIL DE-W-GJ-EOF = "Y"
           MOVE "Y"                       TO DE-W-MAP-LOADED
       2500-EXIT.
           EXIT.
           EXIT.
      *
      ******************************************************************
      *    2550-LOAD-DBM  DBCS対応表ファイル(DECODE05.DBM)を直接索引
      *    テーブルへ展開する（1行＝「EEEE SSSS」、先頭が*の行と
      *    空行は読み飛ばす。ファイルが無ければDBCS空白のみで継続）
      ******************************************************************
       2550-LOAD-DBM.
           INITIALIZE DE-W-E2S-AREA
           INITIALIZE DE-W-S2E-AREA
           MOVE "N"                       TO DE-W-DBM-EOF
           OPEN INPUT DE-DBM-FILE
           IF DE-W-DBM-STATUS = "00"
               PERFORM 2560-READ-DBM-ONE    THRU 2560-EXIT
                   UNTIL DE-W-DBM-EOF-YES
               CLOSE DE-DBM-FILE
           END-IF
      *    *** DBCS空白(X'4040')⇔全角空白(X'8140')は表に無くても対応
           IF DE-W-E2S-TBL(16448 + 1) = ZERO AND
              DE-W-S2E-TBL(33088 + 1) = ZERO
               MOVE 33088                  TO DE-W-E2S-TBL(16448 + 1)
               MOVE 16448                  TO DE-W-S2E-TBL(33088 + 1)
           END-IF
           MOVE "Y"                       TO DE-W-DBM-LOADED.
       2550-EXIT.
           EXIT.
      *
       2560-READ-DBM-ONE.
           READ DE-DBM-FILE
               AT END
                   SET DE-W-DBM-EOF-YES    TO TRUE
                   GO TO 2560-EXIT
           END-READ
           IF DE-DBM-LINE = SPACE OR DE-DBM-LINE(1:1) = "*"
               GO TO 2560-EXIT
           END-IF
           MOVE DE-DBM-LINE(1:4)          TO DE-W-HEX-IN
           PERFORM 2520-HEX4-TO-BIN         THRU 2520-EXIT
           MOVE DE-W-HEX-VAL              TO DE-W-DBM-DBCS
           MOVE DE-DBM-LINE(6:4)          TO DE-W-HEX-IN
           PERFORM 2520-HEX4-TO-BIN         THRU 2520-EXIT
           MOVE DE-W-HEX-VAL              TO DE-W-DBM-SJIS
      *    *** DBCS・SJISとも2バイトのコードだけを採る
           IF DE-W-DBM-DBCS > 255 AND DE-W-DBM-DBCS < 65536 AND
              DE-W-DBM-SJIS > 255 AND DE-W-DBM-SJIS < 65536
               MOVE DE-W-DBM-SJIS          TO
                   DE-W-E2S-TBL(DE-W-DBM-DBCS + 1)
               MOVE DE-W-DBM-DBCS          TO
                   DE-W-S2E-TBL(DE-W-DBM-SJIS + 1)
           END-IF.
       2560-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2570-GAIJI-ONE  外字登録簿のDE-W-GJ-I番目を対応表へ重ねる
      *    （Unicode符号位置の無い外字は対応表のまま。対応表で同じ
      *    SJISコード・符号位置に付いていた対応は外してから登録する）
      ******************************************************************
       2570-GAIJI-ONE.
           MOVE "N"                       TO DG-ID
           MOVE DE-W-GJ-I                 TO DG-IDX
           CALL "GAIJIREG" USING DG-GAIJIREG-AREA
           IF DG-RETURN-CODE NOT = "00"
               MOVE "Y"                    TO DE-W-GJ-EOF
               GO TO 2570-EXIT
           END-IF
           IF DG-UCS < 1 OR DG-UCS > 65535
               GO TO 2570-EXIT
           END-IF
           MOVE DE-W-S2U-TBL(DG-SJIS + 1) TO DE-W-GJ-OLD
           IF DE-W-GJ-OLD NOT = ZERO
               IF DE-W-U2S-TBL(DE-W-GJ-OLD + 1) = DG-SJIS
                   MOVE ZERO               TO
                       DE-W-U2S-TBL(DE-W-GJ-OLD + 1)
               END-IF
           END-IF
           MOVE DE-W-U2S-TBL(DG-UCS + 1)  TO DE-W-GJ-OLD
           IF DE-W-GJ-OLD NOT = ZERO
               IF DE-W-S2U-TBL(DE-W-GJ-OLD + 1) = DG-UCS
                   MOVE ZERO               TO
                       DE-W-S2U-TBL(DE-W-GJ-OLD + 1)
               END-IF
           END-IF
           MOVE DG-UCS                    TO DE-W-S2U-TBL(DG-SJIS + 1)
           MOVE DG-SJIS                   TO DE-W-U2S-TBL(DG-UCS + 1).
       2570-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2150-CHECK-MISMATCH  BUF2-LENが想定範囲内かチェックする
      ******************************************************************
       2150-CHECK-MISMATCH.
           IF DE-MODE = "U6" AND
              (DE-HENKAN = "SU" OR DE-HENKAN = "EU")
      *        *** SU+U6はSJIS1文字につきUTF-16を2バイト固定で出力する
      *        *** （EU+U6も1文字につき2バイト固定、SO/SIは出さない）
               IF DE-BUF2-LEN NOT = DE-BUF1-CNT * 2
                   MOVE "Y"                  TO DE-MISMATCH-FLAG
      *            *** 既に個別の変換エラー(90/92)が立っている時は、
                   END-IF
               END-IF
           ELSE
               IF DE-MODE = "U6" AND DE-HENKAN = "US"
      *            *** US+U6はUTF-16 1文字につきSJISを1(ASCII/半角カナ)
      *            *** または2(未対応コードのゲタ記号)バイトで出力する
                   IF DE-BUF2-LEN < DE-BUF1-CNT OR
                       END-IF
                   END-IF
               ELSE
      *            *** それ以外は1文字につき1～4バイト（混在EBCDICへの
      *            *** 変換はDBCS1文字の前後にSO/SIが付き最大4バイト）
                   IF DE-BUF2-LEN < DE-BUF1-CNT OR
                      DE-BUF2-LEN > DE-BUF1-CNT * 4
                       MOVE "Y"                  TO DE-MISMATCH-FLAG
           EXIT.
      *
      ******************************************************************
      *    2600-MIXED-TO-SJIS-UNI  HENKAN=ES/EU
      *    混在EBCDICを走査し、SO/SIを取り除いてSJIS(ES)又は
      *    UTF8/UTF16(EU、MODE=U6でUTF16)へ変換する。1バイト部分は
      *    CP037、DBCS部分はDBCS対応表(DECODE05.DBM)で変換する
      ******************************************************************
       2600-MIXED-TO-SJIS-UNI.
           MOVE 1                        TO DE-W-P1
           MOVE 1                        TO DE-W-P2
           MOVE ZERO                     TO DE-W-CNT
           MOVE "N"                      TO DE-W-DBCS-MODE
      *    *** 1文字あたり最大3バイト書くため、BUF2(32000バイト)を
      *    *** 超えない位置で走査を打ち切る（2100と同じガード）
           PERFORM 2610-SCAN-ONE-MIXED     THRU 2610-EXIT
               UNTIL DE-W-P1 > DE-BUF1-LEN
                  OR DE-W-P2 > 31997
           IF DE-W-P2 > 31997 AND DE-W-P1 <= DE-BUF1-LEN
      *        *** 変換後がBUF2に収まらない、打ち切って異常を返す
               MOVE "91"                  TO DE-RETURN-CODE
           END-IF
           IF DE-W-DBCS-MODE-YES AND DE-RETURN-CODE = "00"
      *        *** SIが無いままDBCSで終わった、切れたバイト列
               MOVE "90"                  TO DE-RETURN-CODE
           END-IF
           MOVE DE-W-CNT                  TO DE-BUF1-CNT
           COMPUTE DE-BUF2-LEN = DE-W-P2 - 1
           PERFORM 2150-CHECK-MISMATCH     THRU 2150-EXIT.
       2600-EXIT.
           EXIT.
      *
       2610-SCAN-ONE-MIXED.
      *    *** SO/SIは走査の状態だけを切り替え、出力へは書かない
           IF DE-BUF1(DE-W-P1:1) = X"0E"
               IF DE-W-DBCS-MODE-YES
      *            *** DBCSの中のSO、不正なバイト列
                   MOVE "90"               TO DE-RETURN-CODE
               END-IF
               SET DE-W-DBCS-MODE-YES      TO TRUE
               ADD  1                      TO DE-W-P1
               GO TO 2610-EXIT
           END-IF
           IF DE-BUF1(DE-W-P1:1) = X"0F"
               IF NOT DE-W-DBCS-MODE-YES
      *            *** 対になるSOの無いSI、不正なバイト列
                   MOVE "90"               TO DE-RETURN-CODE
               END-IF
               MOVE "N"                    TO DE-W-DBCS-MODE
               ADD  1                      TO DE-W-P1
               GO TO 2610-EXIT
           END-IF
           ADD  1                        TO DE-W-CNT
           IF DE-W-DBCS-MODE-YES
               PERFORM 2620-DBCS-TO-SJIS-UNI THRU 2620-EXIT
           ELSE
               PERFORM 2630-SBCS-TO-SJIS-UNI THRU 2630-EXIT
           END-IF.
       2610-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2620-DBCS-TO-SJIS-UNI  DBCS1文字（2バイト）をDBCS対応表で
      *    SJISへ引き、EUはさらに対応表(DECODE05.MAP)で符号位置へ
      *    変換して書き出す
      ******************************************************************
       2620-DBCS-TO-SJIS-UNI.
           IF DE-W-P1 + 1 > DE-BUF1-LEN
      *        *** DBCSの2バイト目が無い、不正な(切れた)バイト列
               MOVE "90"                  TO DE-RETURN-CODE
               ADD  1                     TO DE-W-P1
               GO TO 2620-EXIT
           END-IF
           COMPUTE DE-W-B1-N = FUNCTION ORD(DE-BUF1(DE-W-P1:1)) - 1
           COMPUTE DE-W-B2-N =
               FUNCTION ORD(DE-BUF1(DE-W-P1 + 1:1)) - 1
           COMPUTE DE-W-DBCS-CODE = (DE-W-B1-N * 256) + DE-W-B2-N
           ADD  2                         TO DE-W-P1
           IF DE-W-E2S-TBL(DE-W-DBCS-CODE + 1) = ZERO
      *        *** DBCS対応表に無いDBCSコード、頻度を集めて（ID=FILE
      *        *** 中のみ）置換文字で明示する
               IF DE-W-GAP-ACTIVE = "Y"
                   MOVE "E"                TO DE-W-GAP-KIND
                   MOVE DE-W-DBCS-CODE     TO DE-W-GAP-CODE
                   PERFORM 3700-GAP-RECORD   THRU 3700-EXIT
               END-IF
               PERFORM 2650-PUT-REPL-SJIS-UNI THRU 2650-EXIT
               GO TO 2620-EXIT
           END-IF
           MOVE DE-W-E2S-TBL(DE-W-DBCS-CODE + 1) TO DE-W-SJIS-CODE
           IF DE-HENKAN = "ES"
               COMPUTE DE-W-CPB1 =
                   FUNCTION INTEGER(DE-W-SJIS-CODE / 256)
               COMPUTE DE-W-CPB2 = FUNCTION MOD(DE-W-SJIS-CODE, 256)
               MOVE FUNCTION CHAR(DE-W-CPB1 + 1) TO DE-BUF2(DE-W-P2:1)
               MOVE FUNCTION CHAR(DE-W-CPB2 + 1)
                                          TO DE-BUF2(DE-W-P2 + 1:1)
               ADD  2                     TO DE-W-P2
               GO TO 2620-EXIT
           END-IF
           IF DE-W-S2U-TBL(DE-W-SJIS-CODE + 1) = ZERO
      *        *** SJISから先の符号位置が対応表(DECODE05.MAP)に無い
               IF DE-W-GAP-ACTIVE = "Y"
                   MOVE "S"                TO DE-W-GAP-KIND
                   MOVE DE-W-SJIS-CODE     TO DE-W-GAP-CODE
                   PERFORM 3700-GAP-RECORD   THRU 3700-EXIT
               END-IF
               PERFORM 2650-PUT-REPL-SJIS-UNI THRU 2650-EXIT
               GO TO 2620-EXIT
           END-IF
           MOVE DE-W-S2U-TBL(DE-W-SJIS-CODE + 1) TO DE-W-CP
           PERFORM 2120-ENCODE-CP           THRU 2120-EXIT.
       2620-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2630-SBCS-TO-SJIS-UNI  1バイト文字をCP037で変換して書き出す
      *    （EUはLatin-1の符号位置として、ESはSJISの1バイト文字に
      *    なるASCII・半角カナの範囲だけをそのまま書く）
      ******************************************************************
       2630-SBCS-TO-SJIS-UNI.
           MOVE DE-BUF1(DE-W-P1:1)       TO DE-W-SBCS
           INSPECT DE-W-SBCS
               CONVERTING DE-W-EA-EBC-FROM-A TO DE-W-EA-ASC-ORDER
           ADD  1                        TO DE-W-P1
           COMPUTE DE-W-B1-N = FUNCTION ORD(DE-W-SBCS) - 1
           IF DE-HENKAN = "EU"
      *        *** CP037変換後の1バイトはLatin-1の符号位置と一致する
               MOVE DE-W-B1-N             TO DE-W-CP
               PERFORM 2120-ENCODE-CP       THRU 2120-EXIT
               GO TO 2630-EXIT
           END-IF
      *    *** それ以外はSJISの2バイト先頭等と紛れるため置換する
           IF DE-W-B1-N < 128 OR
              (DE-W-B1-N >= 161 AND DE-W-B1-N <= 223)
               MOVE DE-W-SBCS             TO DE-BUF2(DE-W-P2:1)
               ADD  1                     TO DE-W-P2
           ELSE
               PERFORM 2650-PUT-REPL-SJIS-UNI THRU 2650-EXIT
           END-IF.
       2630-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2650-PUT-REPL-SJIS-UNI  変換できない文字を置換文字（ESは
      *    SJIS「〓」X'81AC'、EUはU+FFFD）で書き出しRC=92を返す
      ******************************************************************
       2650-PUT-REPL-SJIS-UNI.
           IF DE-RETURN-CODE = "00"
               MOVE "92"                  TO DE-RETURN-CODE
           END-IF
           EVALUATE TRUE
               WHEN DE-HENKAN = "ES"
                   MOVE X"81AC"            TO DE-BUF2(DE-W-P2:2)
                   ADD  2                  TO DE-W-P2
               WHEN DE-MODE = "U6"
                   MOVE X"FFFD"            TO DE-BUF2(DE-W-P2:2)
                   ADD  2                  TO DE-W-P2
               WHEN OTHER
                   MOVE X"EFBFBD"          TO DE-BUF2(DE-W-P2:3)
                   ADD  3                  TO DE-W-P2
           END-EVALUATE.
       2650-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2700-SJIS-UNI-TO-MIXED  HENKAN=SE/UE
      *    SJIS(SE)又はUTF8/UTF16(UE、MODE=U6でUTF16)を走査し、
      *    2バイト文字をSO～SIで囲んだDBCSへ、1バイト文字をCP037へ
      *    変換する。SO/SIは1バイトとDBCSの切れ目ごとに補い、DBCSで
      *    終わる時は末尾をSIで閉じる
      ******************************************************************
       2700-SJIS-UNI-TO-MIXED.
           MOVE 1                        TO DE-W-P1
           MOVE 1                        TO DE-W-P2
           MOVE ZERO                     TO DE-W-CNT
           MOVE "N"                      TO DE-W-DBCS-MODE
      *    *** 1文字あたりSO/SI込みで最大3バイト、末尾のSIで1バイト
      *    *** 書くため、2100と同じ位置で走査を打ち切る
           IF DE-HENKAN = "SE"
               PERFORM 2710-SCAN-ONE-SJIS-E  THRU 2710-EXIT
                   UNTIL DE-W-P1 > DE-BUF1-LEN
                      OR DE-W-P2 > 31997
           ELSE
               PERFORM 2720-SCAN-ONE-UNI-E   THRU 2720-EXIT
                   UNTIL DE-W-P1 > DE-BUF1-LEN
                      OR DE-W-P2 > 31997
           END-IF
           IF DE-W-P2 > 31997 AND DE-W-P1 <= DE-BUF1-LEN
      *        *** 変換後がBUF2に収まらない、打ち切って異常を返す
               MOVE "91"                  TO DE-RETURN-CODE
           END-IF
           IF DE-W-DBCS-MODE-YES
      *        *** DBCSのまま終わった、SIで閉じる
               MOVE X"0F"                 TO DE-BUF2(DE-W-P2:1)
               ADD  1                     TO DE-W-P2
               MOVE "N"                   TO DE-W-DBCS-MODE
           END-IF
           MOVE DE-W-CNT                  TO DE-BUF1-CNT
           COMPUTE DE-BUF2-LEN = DE-W-P2 - 1
           PERFORM 2150-CHECK-MISMATCH     THRU 2150-EXIT.
       2700-EXIT.
           EXIT.
      *
       2710-SCAN-ONE-SJIS-E.
           ADD  1                        TO DE-W-CNT
           COMPUTE DE-W-B1-N = FUNCTION ORD(DE-BUF1(DE-W-P1:1)) - 1
           IF (DE-W-B1-N >= 129 AND DE-W-B1-N <= 159) OR
              (DE-W-B1-N >= 224 AND DE-W-B1-N <= 252)
      *        *** SJISの2バイト文字、DBCSへ変換する
               IF DE-W-P1 + 1 > DE-BUF1-LEN
      *            *** 後続バイトが無い、不正なバイト列
                   MOVE "90"               TO DE-RETURN-CODE
                   ADD  1                  TO DE-W-P1
                   GO TO 2710-EXIT
               END-IF
               COMPUTE DE-W-B2-N =
                   FUNCTION ORD(DE-BUF1(DE-W-P1 + 1:1)) - 1
               COMPUTE DE-W-SJIS-CODE =
                   (DE-W-B1-N * 256) + DE-W-B2-N
               PERFORM 2760-PUT-DBCS        THRU 2760-EXIT
               ADD  2                      TO DE-W-P1
               GO TO 2710-EXIT
           END-IF
      *    *** ASCII・半角カナ等の1バイト文字はCP037で変換する
           MOVE DE-BUF1(DE-W-P1:1)       TO DE-W-SBCS
           PERFORM 2750-PUT-SBCS           THRU 2750-EXIT
           ADD  1                        TO DE-W-P1.
       2710-EXIT.
           EXIT.
      *
       2720-SCAN-ONE-UNI-E.
           ADD  1                        TO DE-W-CNT
           IF DE-MODE = "U6"
      *        *** UTF-16(2バイト固定、ビッグエンディアン)1文字分
               IF DE-W-P1 + 1 > DE-BUF1-LEN
      *            *** 後続バイトが無い、不正な(切れた)バイト列
                   MOVE "90"               TO DE-RETURN-CODE
                   ADD  1                  TO DE-W-P1
                   GO TO 2720-EXIT
               END-IF
               COMPUTE DE-W-B1-N = FUNCTION ORD(DE-BUF1(DE-W-P1:1)) - 1
               COMPUTE DE-W-B2-N =
                   FUNCTION ORD(DE-BUF1(DE-W-P1 + 1:1)) - 1
               COMPUTE DE-W-CP = (DE-W-B1-N * 256) + DE-W-B2-N
               ADD  2                      TO DE-W-P1
               PERFORM 2730-PUT-CP-E        THRU 2730-EXIT
               GO TO 2720-EXIT
           END-IF
           COMPUTE DE-W-B1-N = FUNCTION ORD(DE-BUF1(DE-W-P1:1)) - 1
           EVALUATE TRUE
               WHEN DE-W-B1-N >= 240
      *            *** 補助面4バイトUTF8、対応表なし
                   MOVE ZERO               TO DE-W-CP
                   PERFORM 2765-UNMAPPED-DBCS THRU 2765-EXIT
                   ADD  4                  TO DE-W-P1
               WHEN DE-W-B1-N >= 224
                   IF DE-W-P1 + 2 > DE-BUF1-LEN
      *                *** 後続バイトが無い、不正な(切れた)バイト列
                       MOVE "90"           TO DE-RETURN-CODE
                       ADD  1              TO DE-W-P1
                       GO TO 2720-EXIT
                   END-IF
                   COMPUTE DE-W-B2-N =
                       FUNCTION ORD(DE-BUF1(DE-W-P1 + 1:1)) - 1
                   COMPUTE DE-W-B3-N =
                       FUNCTION ORD(DE-BUF1(DE-W-P1 + 2:1)) - 1
                   COMPUTE DE-W-CP =
                       (FUNCTION MOD(DE-W-B1-N, 16) * 4096)
                       + (FUNCTION MOD(DE-W-B2-N, 64) * 64)
                       + FUNCTION MOD(DE-W-B3-N, 64)
                   ADD  3                  TO DE-W-P1
                   PERFORM 2730-PUT-CP-E    THRU 2730-EXIT
               WHEN DE-W-B1-N >= 192
                   IF DE-W-P1 + 1 > DE-BUF1-LEN
      *                *** 後続バイトが無い、不正な(切れた)バイト列
                       MOVE "90"           TO DE-RETURN-CODE
                       ADD  1              TO DE-W-P1
                       GO TO 2720-EXIT
                   END-IF
                   COMPUTE DE-W-B2-N =
                       FUNCTION ORD(DE-BUF1(DE-W-P1 + 1:1)) - 1
                   COMPUTE DE-W-CP =
                       (FUNCTION MOD(DE-W-B1-N, 32) * 64)
                       + FUNCTION MOD(DE-W-B2-N, 64)
                   ADD  2                  TO DE-W-P1
                   PERFORM 2730-PUT-CP-E    THRU 2730-EXIT
               WHEN OTHER
                   MOVE DE-W-B1-N          TO DE-W-CP
                   ADD  1                  TO DE-W-P1
                   PERFORM 2730-PUT-CP-E    THRU 2730-EXIT
           END-EVALUATE.
       2720-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2730-PUT-CP-E  符号位置DE-W-CPを混在EBCDICへ書き出す
      *    U+0000～U+00FFはCP037の1バイト、半角カナはSEと同じく
      *    SJISの1バイトを経てCP037の1バイト、それ以外は対応表
      *    (DECODE05.MAP)でSJISへ引いてからDBCSへ変換する
      ******************************************************************
       2730-PUT-CP-E.
           EVALUATE TRUE
               WHEN DE-W-CP < 256
                   MOVE FUNCTION CHAR(DE-W-CP + 1) TO DE-W-SBCS
                   PERFORM 2750-PUT-SBCS     THRU 2750-EXIT
               WHEN DE-W-CP >= 65377 AND DE-W-CP <= 65439
                   COMPUTE DE-W-B1-N = 161 + (DE-W-CP - 65377)
                   MOVE FUNCTION CHAR(DE-W-B1-N + 1) TO DE-W-SBCS
                   PERFORM 2750-PUT-SBCS     THRU 2750-EXIT
               WHEN DE-W-U2S-TBL(DE-W-CP + 1) = ZERO
                   PERFORM 2765-UNMAPPED-DBCS THRU 2765-EXIT
               WHEN OTHER
                   MOVE DE-W-U2S-TBL(DE-W-CP + 1) TO DE-W-SJIS-CODE
                   PERFORM 2760-PUT-DBCS     THRU 2760-EXIT
           END-EVALUATE.
       2730-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2750-PUT-SBCS  1バイト文字(DE-W-SBCS)をCP037へ変換して
      *    書き出す（DBCSの後ならSIで1バイト側へ戻してから）。
      *    SO/SIと紛れる制御文字(X'0E'/X'0F')は不正として書かない
      ******************************************************************
       2750-PUT-SBCS.
           IF DE-W-SBCS = X"0E" OR DE-W-SBCS = X"0F"
               MOVE "90"                  TO DE-RETURN-CODE
               GO TO 2750-EXIT
           END-IF
           IF DE-W-DBCS-MODE-YES
               MOVE X"0F"                 TO DE-BUF2(DE-W-P2:1)
               ADD  1                     TO DE-W-P2
               MOVE "N"                   TO DE-W-DBCS-MODE
           END-IF
           INSPECT DE-W-SBCS
               CONVERTING DE-W-EA-ASC-ORDER TO DE-W-EA-EBC-FROM-A
           MOVE DE-W-SBCS                 TO DE-BUF2(DE-W-P2:1)
           ADD  1                         TO DE-W-P2.
       2750-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2760-PUT-DBCS  SJISの2バイト文字(DE-W-SJIS-CODE)をDBCS
      *    対応表で引いて書き出す。表に無いSJISコードは頻度を集めて
      *    （ID=FILE中のみ）置換のDBCSコードにしRC=92を返す
      ******************************************************************
       2760-PUT-DBCS.
           IF DE-W-S2E-TBL(DE-W-SJIS-CODE + 1) = ZERO
               IF DE-RETURN-CODE = "00"
                   MOVE "92"               TO DE-RETURN-CODE
               END-IF
               IF DE-W-GAP-ACTIVE = "Y"
                   MOVE "J"                TO DE-W-GAP-KIND
                   MOVE DE-W-SJIS-CODE     TO DE-W-GAP-CODE
                   PERFORM 3700-GAP-RECORD   THRU 3700-EXIT
               END-IF
               PERFORM 2780-REPL-DBCS-CODE  THRU 2780-EXIT
           ELSE
               MOVE DE-W-S2E-TBL(DE-W-SJIS-CODE + 1)
                                          TO DE-W-DBCS-CODE
           END-IF
           PERFORM 2790-WRITE-DBCS          THRU 2790-EXIT.
       2760-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2765-UNMAPPED-DBCS  SJISへ引けない符号位置（UE）を置換の
      *    DBCSコードで書き出しRC=92を返す（頻度の数え方は2230と同じ）
      ******************************************************************
       2765-UNMAPPED-DBCS.
           IF DE-RETURN-CODE = "00"
               MOVE "92"                  TO DE-RETURN-CODE
           END-IF
           IF DE-W-GAP-ACTIVE = "Y" AND
              DE-W-CP >= 128 AND DE-W-CP <= 65535
               MOVE "U"                   TO DE-W-GAP-KIND
               MOVE DE-W-CP               TO DE-W-GAP-CODE
               PERFORM 3700-GAP-RECORD      THRU 3700-EXIT
           END-IF
           PERFORM 2780-REPL-DBCS-CODE      THRU 2780-EXIT
           PERFORM 2790-WRITE-DBCS          THRU 2790-EXIT.
       2765-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2780-REPL-DBCS-CODE  置換に使うDBCSコードを決める（DBCS
      *    対応表に「〓」(SJIS X'81AC')の行があればそのコード、無ければ
      *    DBCS空白X'4040'）
      ******************************************************************
       2780-REPL-DBCS-CODE.
           IF DE-W-S2E-TBL(33196 + 1) NOT = ZERO
               MOVE DE-W-S2E-TBL(33196 + 1) TO DE-W-DBCS-CODE
           ELSE
               MOVE 16448                 TO DE-W-DBCS-CODE
           END-IF.
       2780-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2790-WRITE-DBCS  DBCSコード(DE-W-DBCS-CODE)を2バイトで
      *    書き出す（1バイト側ならSOでDBCS側へ切り替えてから）
      ******************************************************************
       2790-WRITE-DBCS.
           IF NOT DE-W-DBCS-MODE-YES
               MOVE X"0E"                 TO DE-BUF2(DE-W-P2:1)
               ADD  1                     TO DE-W-P2
               SET DE-W-DBCS-MODE-YES      TO TRUE
           END-IF
           COMPUTE DE-W-CPB1 = FUNCTION INTEGER(DE-W-DBCS-CODE / 256)
           COMPUTE DE-W-CPB2 = FUNCTION MOD(DE-W-DBCS-CODE, 256)
           MOVE FUNCTION CHAR(DE-W-CPB1 + 1) TO DE-BUF2(DE-W-P2:1)
           MOVE FUNCTION CHAR(DE-W-CPB2 + 1)
                                          TO DE-BUF2(DE-W-P2 + 1:1)
           ADD  2                         TO DE-W-P2.
       2790-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-FILE-CONVERT  ID=FILE
      *    DE-FILE-IN/DE-FILE-OUT を1レコードずつ実長のまま読み、
      *    既存のHENKAN/MODE設定に従って2000-CHANGEで変換し、出力
           PERFORM 3650-GAP-BIN-TO-HEX4       THRU 3650-EXIT
           MOVE DE-W-GAP-T-CNT(DE-W-GAP-I)   TO DE-W-GAP-CNT-E
           MOVE SPACE                       TO DE-GAP-LINE
           EVALUATE DE-W-GAP-T-KIND(DE-W-GAP-I)
               WHEN "S"
                   STRING "SJIS=X'"         DELIMITED BY SIZE
                          DE-W-GAP-HEX4     DELIMITED BY SIZE
                          "' COUNT="        DELIMITED BY SIZE
                          DE-W-GAP-CNT-E    DELIMITED BY SIZE
                          INTO DE-GAP-LINE
                   END-STRING
               WHEN "E"
                   STRING "DBCS=X'"         DELIMITED BY SIZE
                          DE-W-GAP-HEX4     DELIMITED BY SIZE
                          "' COUNT="        DELIMITED BY SIZE
                          DE-W-GAP-CNT-E    DELIMITED BY SIZE
                          INTO DE-GAP-LINE
                   END-STRING
               WHEN "J"
                   STRING "SJIS=X'"         DELIMITED BY SIZE
                          DE-W-GAP-HEX4     DELIMITED BY SIZE
                          "' NO-DBCS COUNT=" DELIMITED BY SIZE
                          DE-W-GAP-CNT-E    DELIMITED BY SIZE
                          INTO DE-GAP-LINE
                   END-STRING
               WHEN OTHER
                   STRING "UCS=U+"          DELIMITED BY SIZE
                          DE-W-GAP-HEX4     DELIMITED BY SIZE
                          " COUNT="         DELIMITED BY SIZE
                          DE-W-GAP-CNT-E    DELIMITED BY SIZE
                          INTO DE-GAP-LINE
                   END-STRING
           END-EVALUATE
           WRITE DE-GAP-LINE.
       3630-EXIT.
           EXIT.
                               :DE-W-LAY-LEN(DE-W-LAY-F))
               TO DE-BUF1(1:DE-W-LAY-LEN(DE-W-LAY-F))
           MOVE DE-W-LAY-LEN(DE-W-LAY-F)     TO DE-BUF1-LEN
      *    *** 混在EBCDICへの変換は項目末尾の空白を埋め草とみなして
      *    *** 除いてから変換する（付加するSO/SIの分を埋め草で吸収し、
      *    *** 残りはX'40'で埋め直す）
           IF DE-HENKAN = "SE" OR DE-HENKAN = "UE"
               MOVE "N"                      TO DE-W-TRIM-DONE
               PERFORM 3820-TRIM-ONE          THRU 3820-EXIT
                   UNTIL DE-W-TRIM-DONE = "Y"
           END-IF
           PERFORM 2000-CHANGE                THRU 2000-EXIT
      *
           IF DE-RETURN-CODE = "00" OR DE-RETURN-CODE = "92"
      *            *** 収まらないため退避扱いにする
                   MOVE "91"                 TO DE-RETURN-CODE
               ELSE
      *            *** 混在EBCDIC側へは、SO/SIを除いて短くなった分も
      *            *** 含めEBCDIC空白(X'40')で項目長まで埋める
                   IF DE-HENKAN = "SE" OR DE-HENKAN = "UE"
                       MOVE ALL X"40"         TO DE-W-LAYOUT-REC
                           (DE-W-LAY-POS(DE-W-LAY-F)
                            :DE-W-LAY-LEN(DE-W-LAY-F))
                   ELSE
                       MOVE SPACE             TO DE-W-LAYOUT-REC
                           (DE-W-LAY-POS(DE-W-LAY-F)
                            :DE-W-LAY-LEN(DE-W-LAY-F))
                   END-IF
                   MOVE DE-BUF2(1:DE-BUF2-LEN) TO DE-W-LAYOUT-REC
                       (DE-W-LAY-POS(DE-W-LAY-F):DE-BUF2-LEN)
               END-IF
           EXIT.
      *
      ******************************************************************
      *    3820-TRIM-ONE  変換前の項目の末尾から空白1文字を除く
      *    （UTF16はX'0020'の2バイト単位）。除けなければ終了
      ******************************************************************
       3820-TRIM-ONE.
           MOVE "Y"                         TO DE-W-TRIM-DONE
           IF DE-MODE = "U6" AND DE-HENKAN = "UE"
               IF DE-BUF1-LEN >= 2
                   IF DE-BUF1(DE-BUF1-LEN - 1:2) = X"0020"
                       SUBTRACT 2            FROM DE-BUF1-LEN
                       MOVE "N"              TO DE-W-TRIM-DONE
                   END-IF
               END-IF
               GO TO 3820-EXIT
           END-IF
           IF DE-BUF1-LEN >= 1
               IF DE-BUF1(DE-BUF1-LEN:1) = SPACE
                   SUBTRACT 1                FROM DE-BUF1-LEN
                   MOVE "N"                  TO DE-W-TRIM-DONE
               END-IF
           END-IF.
       3820-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3850-FCV-LAY-WRITE  出力レコード（入力と同じ実長）を書く
      ******************************************************************
       3850-FCV-LAY-WRITE.
                   MOVE "AE"                TO DE-W-VFY-BACK
               WHEN "AE"
                   MOVE "EA"                TO DE-W-VFY-BACK
               WHEN "ES"
                   MOVE "SE"                TO DE-W-VFY-BACK
               WHEN "SE"
                   MOVE "ES"                TO DE-W-VFY-BACK
               WHEN "EU"
                   MOVE "UE"                TO DE-W-VFY-BACK
               WHEN "UE"
                   MOVE "EU"                TO DE-W-VFY-BACK
               WHEN OTHER
                   MOVE "90"                TO DE-RETURN-CODE
                   GO TO 4000-EXIT
