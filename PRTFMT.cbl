      *    プリンターで化ける特殊文字をそろえる。各プログラムが
      *    ページ制御を持たずに済む共通サービス。
      *
      *    PRTFMT.CTL の指定（環境変数PRTFMTCTLにファイル名がある時は
      *    そのファイルを読む。RPTBURSTが受取人ごとの指定で呼ぶ時用）:
      *      FILEIN   =入力レポートファイル名（例 RUNDASH.RPT）
      *      FILEOUT  =印刷用出力ファイル名
      *      TITLE    =タイトル（40桁まで、各ページの先頭行）
      *      PAGEDEPTH=nnn  1ページの行数（見出し込み、既定60）
      *      PTN      =nn   DECODE07の置換パターン（0は置換なし）
      *      ASA      =Y    入力はホスト出力のスプール（各行の1桁目が
      *                     ASA制御文字）。'1'で改ページ、'0'は空行1行・
      *                     '-'は空行2行を先に入れ、'+'（重ね打ち）は
      *                     直前の行の空白桁へ重ねる。改ページはホスト
      *                     の'1'だけで行い（PAGEDEPTHは使わない）、
      *                     ページ番号もそれに合わせて数える。1桁目は
      *                     PTNの置換対象にしない。TITLE無しの時は
      *                     タイトル行を出さず、改ページ後の先頭行の
      *                     1桁目をX'0C'にする（既定N）
      *      WIDTH    =nnn  印字幅（20-131、既定0は折り返さない）。本文が
      *                     印字幅を超える行は、継続行（先頭に "->"）へ
      *                     折り返す。SJISの2バイト文字は途中で切らない。
      *                     継続行もPAGEDEPTHの行数に数え、タイトル行に
      *                     "FOLDED TO nnn COLUMNS" を付ける
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *    2026-10-15  T.MIYAKE  ASA制御文字付きスプールの整形(ASA=Y)
      *                          を追加。ホストの改ページに合わせて
      *                          ページを数え、二重改ページ・重ね打ち
      *                          行の分離を防ぐ
      *    2026-10-15  T.MIYAKE  印字幅(WIDTH=)を超える行の折り返しを
      *                          追加（2バイト文字を分断しない）
      *    2026-10-15  T.MIYAKE  指定ファイル名を環境変数PRTFMTCTLで
      *                          差し替え可能にする（RPTBURSTからの
      *                          CALL用）
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
                                   FILE STATUS IS PF-W-IN-STATUS.
           SELECT PF-OUT-FILE      ASSIGN DYNAMIC PF-W-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PF-CTL-FILE      ASSIGN DYNAMIC PF-W-CTL-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS PF-W-CTL-STATUS.
           SELECT PF-RPT-FILE      ASSIGN TO "PRTFMT.RPT"
      *
       01  PF-W-IN-NAME             PIC  X(024) VALUE SPACE.
       01  PF-W-OUT-NAME            PIC  X(024) VALUE SPACE.
       01  PF-W-CTL-NAME            PIC  X(024) VALUE SPACE.
       01  PF-W-TITLE               PIC  X(040) VALUE SPACE.
       01  PF-W-PAGEDEPTH           BINARY-LONG VALUE 60.
       01  PF-W-PTN                 PIC  9(002) VALUE ZERO.
       01  PF-W-ASA                 PIC  X(001) VALUE "N".
       01  PF-W-WIDTH               BINARY-LONG VALUE ZERO.
       01  PF-W-WIDTH-E             PIC  ZZ9.
      *
       01  PF-W-LINE-NO             BINARY-LONG VALUE ZERO.
       01  PF-W-PAGE-NO             BINARY-LONG VALUE ZERO.
       01  PF-W-OUT-CNT             BINARY-LONG VALUE ZERO.
       01  PF-W-RPT-CNT             PIC  9(006) VALUE ZERO.
       01  PF-W-WORK                PIC  X(132) VALUE SPACE.
      *    *** ASA=Y の時の制御文字と、重ね打ちに備えて1行遅らせて
      *    *** 書くための保留行
       01  PF-W-CC                  PIC  X(001) VALUE SPACE.
       01  PF-W-HOLD                PIC  X(133) VALUE SPACE.
       01  PF-W-HELD                PIC  X(001) VALUE "N".
      *    *** 改ページ後の先頭行の1桁目をX'0C'にする時Y（TITLE無し）
       01  PF-W-FF-PEND             PIC  X(001) VALUE "N".
      *    *** 現ページに書いた本文行数（見出しを除く）
       01  PF-W-BODY-CNT            BINARY-LONG VALUE ZERO.
       01  PF-W-OVP-CNT             BINARY-LONG VALUE ZERO.
       01  PF-W-K                   BINARY-LONG VALUE ZERO.
      *    *** 印字幅での折り返し用（元の行・実長・切り出し位置と長さ）
       01  PF-W-FOLD-SRC            PIC  X(132) VALUE SPACE.
       01  PF-W-FOLD-CC             PIC  X(001) VALUE SPACE.
       01  PF-W-FOLD-LEN            BINARY-LONG VALUE ZERO.
       01  PF-W-FOLD-POS            BINARY-LONG VALUE ZERO.
       01  PF-W-FOLD-ROOM           BINARY-LONG VALUE ZERO.
       01  PF-W-FOLD-TAKE           BINARY-LONG VALUE ZERO.
       01  PF-W-FOLD-CLEN           BINARY-LONG VALUE ZERO.
       01  PF-W-FOLD-BYTE           BINARY-LONG VALUE ZERO.
       01  PF-W-FOLD-FIRST          PIC  X(001) VALUE "Y".
       01  PF-W-FOLD-DONE           PIC  X(001) VALUE "N".
       01  PF-W-FOLD-CNT            BINARY-LONG VALUE ZERO.
      *
       COPY "CPDECODE07.cpy" REPLACING ==:##:== BY ==D7==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==PFQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT PF-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO PFQ-ID
           CALL "ENVQUAL" USING PFQ-ENVQUAL-AREA
           MOVE PFQ-ENV-LINE           TO PF-RPT-LINE
           WRITE PF-RPT-LINE
           MOVE SPACE                  TO PF-W-CTL-NAME
           ACCEPT PF-W-CTL-NAME FROM ENVIRONMENT "PRTFMTCTL"
           IF PF-W-CTL-NAME = SPACE
               MOVE "PRTFMT.CTL"        TO PF-W-CTL-NAME
           END-IF
           MOVE "N"                    TO PF-W-CTL-EOF
           OPEN INPUT PF-CTL-FILE
           IF PF-W-CTL-STATUS = "00"
           IF PF-W-PAGEDEPTH < 5
               MOVE 60                  TO PF-W-PAGEDEPTH
           END-IF
           IF PF-W-WIDTH < 20 OR PF-W-WIDTH > 131
               MOVE ZERO                TO PF-W-WIDTH
           END-IF
      *
      *    *** PTN指定時はDECODE07の置換パターンをロードする
           IF PF-W-PTN > ZERO
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT PF-OUT-FILE
      *    *** ASA=YでTITLE無しの時はタイトル行を出さない
           IF PF-W-ASA = "Y" AND PF-W-TITLE = SPACE
               MOVE 1                   TO PF-W-PAGE-NO
           ELSE
               PERFORM 3000-NEW-PAGE    THRU 3000-EXIT
           END-IF
       1000-EXIT.
           EXIT.
      *
               WHEN PF-CTL-LINE(1:4) = "PTN="
                   COMPUTE PF-W-PTN =
                       FUNCTION NUMVAL(PF-CTL-LINE(5:2))
               WHEN PF-CTL-LINE(1:4) = "ASA="
                   MOVE PF-CTL-LINE(5:1)    TO PF-W-ASA
               WHEN PF-CTL-LINE(1:6) = "WIDTH="
                   COMPUTE PF-W-WIDTH =
                       FUNCTION NUMVAL(PF-CTL-LINE(7:3))
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   GO TO 2000-EXIT
           END-READ
           ADD  1                      TO PF-W-IN-CNT
           IF PF-W-ASA = "Y"
               PERFORM 2100-ASA-ONE      THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF
      *
           IF PF-W-LINE-NO >= PF-W-PAGEDEPTH
               PERFORM 3000-NEW-PAGE     THRU 3000-EXIT
           END-IF
           MOVE SPACE                  TO PF-OUT-LINE
           MOVE PF-W-WORK               TO PF-OUT-LINE(2:132)
           PERFORM 5000-WRITE-OUT       THRU 5000-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2100-ASA-ONE  ASA制御文字付きの入力1行を整形する。本文は
      *    2桁目からで、置換後に保留行へ置く（'+'は保留行へ重ねる）。
      *    '1'は現ページに本文がある時だけ改ページする（先頭の'1'で
      *    白紙のページを作らない）
      ******************************************************************
       2100-ASA-ONE.
           MOVE PF-IN-LINE(1:1)         TO PF-W-CC
           MOVE SPACE                  TO PF-W-WORK
           MOVE PF-IN-LINE(2:131)       TO PF-W-WORK
           IF PF-W-PTN > ZERO
               PERFORM 4000-REPLACE-LINE THRU 4000-EXIT
           END-IF
           IF PF-W-CC = "+" AND PF-W-HELD = "Y"
               PERFORM 2400-ASA-MERGE-ONE THRU 2400-EXIT
                   VARYING PF-W-K FROM 1 BY 1
                   UNTIL PF-W-K > 132
               ADD  1                  TO PF-W-OVP-CNT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2300-ASA-FLUSH       THRU 2300-EXIT
           EVALUATE PF-W-CC
               WHEN "1"
                   IF PF-W-BODY-CNT > ZERO
                       PERFORM 3100-ASA-NEW-PAGE THRU 3100-EXIT
                   END-IF
               WHEN "0"
                   PERFORM 2350-ASA-BLANK THRU 2350-EXIT
               WHEN "-"
                   PERFORM 2350-ASA-BLANK THRU 2350-EXIT
                   PERFORM 2350-ASA-BLANK THRU 2350-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACE                  TO PF-W-HOLD
           MOVE PF-W-WORK               TO PF-W-HOLD(2:132)
           MOVE "Y"                    TO PF-W-HELD.
       2100-EXIT.
           EXIT.
      *
      *    *** 保留行を書く（改ページ待ちなら1桁目をX'0C'にする）
       2300-ASA-FLUSH.
           IF PF-W-HELD NOT = "Y"
               GO TO 2300-EXIT
           END-IF
           MOVE PF-W-HOLD               TO PF-OUT-LINE
           IF PF-W-FF-PEND = "Y"
               MOVE X"0C"               TO PF-OUT-LINE(1:1)
               MOVE "N"                 TO PF-W-FF-PEND
           END-IF
           PERFORM 5000-WRITE-OUT       THRU 5000-EXIT
           ADD  1                      TO PF-W-BODY-CNT
           MOVE "N"                    TO PF-W-HELD.
       2300-EXIT.
           EXIT.
      *
      *    *** 行送り分の空行1行
       2350-ASA-BLANK.
           MOVE SPACE                  TO PF-W-HOLD
           MOVE "Y"                    TO PF-W-HELD
           PERFORM 2300-ASA-FLUSH       THRU 2300-EXIT.
       2350-EXIT.
           EXIT.
      *
      *    *** 重ね打ち行の1桁を保留行の空白桁へ重ねる
       2400-ASA-MERGE-ONE.
           IF PF-W-HOLD(PF-W-K + 1:1) = SPACE
               MOVE PF-W-WORK(PF-W-K:1) TO PF-W-HOLD(PF-W-K + 1:1)
           END-IF.
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-NEW-PAGE  改ページしてタイトル行・空行を出力する
      *    （2ページ目以降はタイトル行の1桁目に改ページ制御X'0C'）
      ******************************************************************
                  PF-W-PAGE-E           DELIMITED BY SIZE
                  INTO PF-OUT-LINE(2:132)
           END-STRING
           IF PF-W-WIDTH > ZERO
               MOVE PF-W-WIDTH          TO PF-W-WIDTH-E
               STRING "  FOLDED TO "    DELIMITED BY SIZE
                      PF-W-WIDTH-E      DELIMITED BY SIZE
                      " COLUMNS"        DELIMITED BY SIZE
                      INTO PF-OUT-LINE(55:79)
               END-STRING
           END-IF
           WRITE PF-OUT-LINE
           MOVE SPACE                  TO PF-OUT-LINE
           WRITE PF-OUT-LINE
           EXIT.
      *
      ******************************************************************
      *    3100-ASA-NEW-PAGE  ASAの'1'による改ページ。TITLE指定時は
      *    3000と同じタイトル行を、無い時は次の行の1桁目をX'0C'にする
      ******************************************************************
       3100-ASA-NEW-PAGE.
           IF PF-W-TITLE NOT = SPACE
               PERFORM 3000-NEW-PAGE     THRU 3000-EXIT
           ELSE
               ADD  1                   TO PF-W-PAGE-NO
               MOVE "Y"                 TO PF-W-FF-PEND
               MOVE ZERO                TO PF-W-LINE-NO
           END-IF
           MOVE ZERO                   TO PF-W-BODY-CNT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-REPLACE-LINE  DECODE07の置換パターンを1行へ適用する
      ******************************************************************
       4000-REPLACE-LINE.
           EXIT.
      *
      ******************************************************************
      *    5000-WRITE-OUT  PF-OUT-LINE（1桁目は制御）を書く。印字幅
      *    指定時、本文が印字幅を超える行は継続行へ折り返す（2バイト
      *    文字の先頭81-9F・E0-FCは後続と組で動かす）。継続行もページ
      *    の行数に数え、ASA=Yでなければ改ページも判定する
      ******************************************************************
       5000-WRITE-OUT.
           IF PF-W-WIDTH = ZERO
               WRITE PF-OUT-LINE
               ADD  1                  TO PF-W-LINE-NO
               ADD  1                  TO PF-W-OUT-CNT
               GO TO 5000-EXIT
           END-IF
           MOVE PF-OUT-LINE(1:1)        TO PF-W-FOLD-CC
           MOVE PF-OUT-LINE(2:132)      TO PF-W-FOLD-SRC
      *    *** 末尾の空白を除いた実長
           MOVE 132                    TO PF-W-FOLD-LEN
           MOVE "N"                    TO PF-W-FOLD-DONE
           PERFORM 5100-TRIM-ONE        THRU 5100-EXIT
               UNTIL PF-W-FOLD-DONE = "Y" OR PF-W-FOLD-LEN < 1
           IF PF-W-FOLD-LEN <= PF-W-WIDTH
               WRITE PF-OUT-LINE
               ADD  1                  TO PF-W-LINE-NO
               ADD  1                  TO PF-W-OUT-CNT
               GO TO 5000-EXIT
           END-IF
           MOVE 1                      TO PF-W-FOLD-POS
           MOVE "Y"                    TO PF-W-FOLD-FIRST
           PERFORM 5200-FOLD-ONE        THRU 5200-EXIT
               UNTIL PF-W-FOLD-POS > PF-W-FOLD-LEN.
       5000-EXIT.
           EXIT.
      *
       5100-TRIM-ONE.
           IF PF-W-FOLD-SRC(PF-W-FOLD-LEN:1) NOT = SPACE
               MOVE "Y"                 TO PF-W-FOLD-DONE
           ELSE
               SUBTRACT 1               FROM PF-W-FOLD-LEN
           END-IF.
       5100-EXIT.
           EXIT.
      *
      *    *** 1物理行分を切り出して書く（継続行は先頭に "->"）
       5200-FOLD-ONE.
           IF PF-W-FOLD-FIRST = "Y"
               MOVE PF-W-WIDTH          TO PF-W-FOLD-ROOM
           ELSE
               COMPUTE PF-W-FOLD-ROOM = PF-W-WIDTH - 2
               IF PF-W-ASA NOT = "Y" AND
                  PF-W-LINE-NO >= PF-W-PAGEDEPTH
                   PERFORM 3000-NEW-PAGE THRU 3000-EXIT
               END-IF
           END-IF
           MOVE ZERO                   TO PF-W-FOLD-TAKE
           MOVE "N"                    TO PF-W-FOLD-DONE
           PERFORM 5300-FIT-ONE         THRU 5300-EXIT
               UNTIL PF-W-FOLD-DONE = "Y"
           MOVE SPACE                  TO PF-OUT-LINE
           IF PF-W-FOLD-FIRST = "Y"
               MOVE PF-W-FOLD-CC        TO PF-OUT-LINE(1:1)
               MOVE PF-W-FOLD-SRC(PF-W-FOLD-POS:PF-W-FOLD-TAKE)
                                        TO PF-OUT-LINE(2:PF-W-FOLD-TAKE)
           ELSE
               MOVE "->"                TO PF-OUT-LINE(2:2)
               MOVE PF-W-FOLD-SRC(PF-W-FOLD-POS:PF-W-FOLD-TAKE)
                                        TO PF-OUT-LINE(4:PF-W-FOLD-TAKE)
               ADD  1                  TO PF-W-FOLD-CNT
           END-IF
           WRITE PF-OUT-LINE
           ADD  1                      TO PF-W-LINE-NO
           ADD  1                      TO PF-W-OUT-CNT
           ADD  PF-W-FOLD-TAKE          TO PF-W-FOLD-POS
           MOVE "N"                    TO PF-W-FOLD-FIRST.
       5200-EXIT.
           EXIT.
      *
      *    *** 次の1文字が残りの幅に入れば取り込む（入らない・行末なら
      *    *** 終わり）
       5300-FIT-ONE.
           IF PF-W-FOLD-POS + PF-W-FOLD-TAKE > PF-W-FOLD-LEN
               MOVE "Y"                 TO PF-W-FOLD-DONE
               GO TO 5300-EXIT
           END-IF
           COMPUTE PF-W-FOLD-BYTE = FUNCTION ORD(
               PF-W-FOLD-SRC(PF-W-FOLD-POS + PF-W-FOLD-TAKE:1)) - 1
           MOVE 1                      TO PF-W-FOLD-CLEN
           IF ((PF-W-FOLD-BYTE >= 129 AND PF-W-FOLD-BYTE <= 159) OR
               (PF-W-FOLD-BYTE >= 224 AND PF-W-FOLD-BYTE <= 252)) AND
              PF-W-FOLD-POS + PF-W-FOLD-TAKE < 132
               MOVE 2                   TO PF-W-FOLD-CLEN
           END-IF
           IF PF-W-FOLD-TAKE + PF-W-FOLD-CLEN > PF-W-FOLD-ROOM
               MOVE "Y"                 TO PF-W-FOLD-DONE
               GO TO 5300-EXIT
           END-IF
           ADD  PF-W-FOLD-CLEN          TO PF-W-FOLD-TAKE.
       5300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数サマリーを出力して閉じる
      ******************************************************************
       9000-TERMINATE.
           IF PF-W-IN-STATUS = "00" OR PF-W-IN-STATUS = "10"
               PERFORM 2300-ASA-FLUSH    THRU 2300-EXIT
               CLOSE PF-IN-FILE
               CLOSE PF-OUT-FILE
           END-IF
                  INTO PF-RPT-LINE
           END-STRING
           WRITE PF-RPT-LINE
           IF PF-W-WIDTH > ZERO
               MOVE PF-W-FOLD-CNT       TO PF-W-RPT-CNT
               MOVE SPACE               TO PF-RPT-LINE
               STRING "FOLDED-LINES=" DELIMITED BY SIZE
                      PF-W-RPT-CNT DELIMITED BY SIZE
                      INTO PF-RPT-LINE
               END-STRING
               WRITE PF-RPT-LINE
           END-IF
           IF PF-W-ASA = "Y"
               MOVE PF-W-OVP-CNT        TO PF-W-RPT-CNT
               MOVE SPACE               TO PF-RPT-LINE
               STRING "OVERPRINTS=" DELIMITED BY SIZE
                      PF-W-RPT-CNT DELIMITED BY SIZE
                      INTO PF-RPT-LINE
               END-STRING
               WRITE PF-RPT-LINE
           END-IF
           CLOSE PF-RPT-FILE
       9000-EXIT.
           EXIT.
