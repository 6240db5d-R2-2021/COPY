      ******************************************************************
      *
      *    PROGRAM-ID.  INEDIT
      *
      *    レイアウト定義に従う入力編集・リジェクトバッチ。入力
      *    ファイルの各レコードを項目に分け、規則ファイルの編集規則を
      *    すべて当てる。全規則を通ったレコードは正常出力へ、1つでも
      *    通らなかったレコードはリジェクトファイルへ、通らなかった
      *    項目名と規則名を付けて出す（これまでは利用側のバッチが
      *    それぞれ個別に項目チェックを書いていた）。
      *    レイアウトはFILEDUMP形式（LAYGEN EXPORT=で写本から作成
      *    できる）。規則は1行1規則で、同じ項目に複数書ける。
      *      REQUIRED  空白でない
      *      NUMERIC   数値として正しい（Dタイプ: 前後の空白・符号・
      *                小数点付きの数字、下位桁のゾーン符号も可。
      *                Pタイプ: 各桁0-9で符号がC/D/F。Bタイプは
      *                常に正しい）
      *      DATE      暦上正しい年月日(YYYYMMDD)
      *      BDAY      暦上正しく、営業日である（DATEWEEK ID=V、
      *                CAL=のカレンダー）
      *      RANGE     下限～上限の範囲内（数値項目は数値で、それ
      *                以外は文字で比べる）
      *      VALUES    許可値の一覧のどれか
      *      CMP       他項目との比較（EQ/NE/LT/LE/GT/GE）
      *      REQWITH   他項目が空白でない時は空白でない
      *      FULL      末尾桁まで埋まっている（切り詰め検出用）
      *    ERRLOG=にCOBRNDの不良注入記録(COBRND.ERR)を指定すると、
      *    注入したレコードがすべてリジェクトされ、注入していない
      *    レコードが1件もリジェクトされていないことを突き合わせる
      *    （QAで編集規則の網羅を証明するため）。
      *
      *    判定コード
      *      0000 リジェクト無し  0004 リジェクト有り
      *      0008 突合不一致（注入の見逃し・正常レコードのリジェクト
      *           ・注入記録の欠落）
      *      0012 編集できない（入力・レイアウト・規則が無い、規則の
      *           誤り、注入記録が開けない）
      *    判定コードはRUNCTL ID=Eの完了コードとしてRUNLOGへ記録し、
      *    0008はOUTCOME=FAIL、0012はPREFAILで終わる。
      *
      *    入力
      *      INEDIT.CTL   FILEIN=   編集する入力ファイル（必須）
      *                   FILEOUT=  正常出力（省略時INEDIT.OUT）
      *                   REJECT=   リジェクト（省略時INEDIT.REJ）
      *                   LAYOUT=   レイアウト（省略時INEDIT.LAY）
      *                   RULES=    編集規則（省略時INEDIT.RUL）
      *                   ERRLOG=   不良注入記録（指定時のみ突合）
      *                   RECTYPE=x 1桁目がxのレコードだけを編集し
      *                             レコード番号を振る（それ以外は
      *                             そのまま正常出力へ。COBRND.OUTの
      *                             標準形式はRECTYPE=D）
      *                   CAL=XX    BDAYで使うカレンダー（省略時は
      *                             既定のカレンダー）
      *      規則ファイル 01-10桁 項目名  12-19桁 規則名
      *                   20桁    B: 空白を許す（NUMERIC/DATE/BDAY/
      *                              RANGE/VALUES/CMPは空白なら通す）
      *                   21桁～  規則ごとの指定
      *                     RANGE   21-38桁 下限  40-57桁 上限
      *                     VALUES  21-80桁 許可値（カンマ区切り）
      *                     CMP     21-22桁 演算子 24-33桁 相手項目名
      *                     REQWITH 21-30桁 相手項目名
      *                   1桁目が*の行と空白行は読み飛ばす
      *    出力
      *      正常出力     入力レコードそのまま
      *      リジェクト   01-09桁 レコード番号  11-20桁 最初に通らな
      *                   かった項目名  22-29桁 規則名  31-33桁 通ら
      *                   なかった規則の数  35桁～ 入力レコード
      *      INEDIT.RPT   リジェクトの明細（先頭100件、項目名と規則名
      *                   のみ。値は出さない）、規則別の不合格件数、
      *                   件数、突合の結果、判定
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する（入力の到着後、利用側
      *      のバッチの前。QAではCOBRNDの不良注入の後）。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 INEDIT.
       AUTHOR.                     T-MIYAKE.
       INSTALLATION.               SYSTEM-SUPPORT-GRP.
       DATE-WRITTEN.               2026-10-15.
       DATE-COMPILED.              2026-10-15.
      *
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SOURCE-COMPUTER.            IBM-370.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT IE-IN-FILE       ASSIGN DYNAMIC IE-W-IN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS IE-W-IN-STATUS.
           SELECT IE-OUT-FILE      ASSIGN DYNAMIC IE-W-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS IE-W-OUT-STATUS.
           SELECT IE-REJ-FILE      ASSIGN DYNAMIC IE-W-REJ-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS IE-W-REJ-STATUS.
           SELECT IE-LAY-FILE      ASSIGN DYNAMIC IE-W-LAY-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS IE-W-LAY-STATUS.
           SELECT IE-RUL-FILE      ASSIGN DYNAMIC IE-W-RUL-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS IE-W-RUL-STATUS.
      *    不良注入記録（COBRND.ERR等）
           SELECT IE-ERR-FILE      ASSIGN DYNAMIC IE-W-ERR-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS IE-W-ERR-STATUS.
           SELECT IE-CTL-FILE      ASSIGN TO "INEDIT.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS IE-W-CTL-STATUS.
           SELECT IE-RPT-FILE      ASSIGN TO "INEDIT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  IE-IN-FILE.
       01  IE-IN-REC                 PIC X(512).
      *
       FD  IE-OUT-FILE.
       01  IE-OUT-REC                PIC X(512).
      *
       FD  IE-REJ-FILE.
       01  IE-REJ-REC                PIC X(546).
      *
       FD  IE-LAY-FILE.
       01  IE-LAY-LINE               PIC X(080).
      *
       FD  IE-RUL-FILE.
       01  IE-RUL-LINE               PIC X(080).
      *
       FD  IE-ERR-FILE.
       01  IE-ERR-LINE               PIC X(080).
      *
       FD  IE-CTL-FILE.
       01  IE-CTL-LINE               PIC X(080).
      *
       FD  IE-RPT-FILE.
       01  IE-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  IE-W-IN-STATUS           PIC  X(002) VALUE SPACE.
       01  IE-W-OUT-STATUS          PIC  X(002) VALUE SPACE.
       01  IE-W-REJ-STATUS          PIC  X(002) VALUE SPACE.
       01  IE-W-LAY-STATUS          PIC  X(002) VALUE SPACE.
       01  IE-W-RUL-STATUS          PIC  X(002) VALUE SPACE.
       01  IE-W-ERR-STATUS          PIC  X(002) VALUE SPACE.
       01  IE-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  IE-W-IN-EOF              PIC  X(001) VALUE "N".
           88  IE-W-IN-EOF-YES              VALUE "Y".
       01  IE-W-LAY-EOF             PIC  X(001) VALUE "N".
           88  IE-W-LAY-EOF-YES             VALUE "Y".
       01  IE-W-RUL-EOF             PIC  X(001) VALUE "N".
           88  IE-W-RUL-EOF-YES             VALUE "Y".
       01  IE-W-ERR-EOF             PIC  X(001) VALUE "N".
           88  IE-W-ERR-EOF-YES             VALUE "Y".
       01  IE-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  IE-W-CTL-EOF-YES             VALUE "Y".
      *
      *    *** INEDIT.CTLの指定
       01  IE-W-IN-NAME             PIC  X(024) VALUE SPACE.
       01  IE-W-OUT-NAME            PIC  X(024) VALUE SPACE.
       01  IE-W-REJ-NAME            PIC  X(024) VALUE SPACE.
       01  IE-W-LAY-NAME            PIC  X(024) VALUE SPACE.
       01  IE-W-RUL-NAME            PIC  X(024) VALUE SPACE.
       01  IE-W-ERR-NAME            PIC  X(024) VALUE SPACE.
       01  IE-W-RECTYPE             PIC  X(001) VALUE SPACE.
       01  IE-W-CAL-ID              PIC  X(002) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    レイアウト定義テーブル（最大100項目、FILEDUMP形式）
      *    TYPE D:表示 P:パック B:バイナリ
      *---------------------------------------------------------------*
       01  IE-W-LAY-CNT             BINARY-LONG VALUE ZERO.
       01  IE-W-LAY-TBL-AREA.
           03  IE-W-LAY-TBL OCCURS 100.
             05  IE-W-LAY-FLD-NAME  PIC  X(010).
             05  IE-W-LAY-POS       BINARY-LONG.
             05  IE-W-LAY-LEN       BINARY-LONG.
             05  IE-W-LAY-TYPE      PIC  X(001).
             05  IE-W-LAY-DIG       BINARY-LONG.
             05  IE-W-LAY-DEC       BINARY-LONG.
      *
      *---------------------------------------------------------------*
      *    編集規則テーブル（最大200規則、規則ファイルの順に当てる）
      *---------------------------------------------------------------*
       01  IE-W-RL-CNT              BINARY-LONG VALUE ZERO.
       01  IE-W-RL-TBL-AREA.
           03  IE-W-RL-TBL OCCURS 200.
             05  IE-W-RL-FLD        BINARY-LONG.
             05  IE-W-RL-KIND       PIC  X(008).
             05  IE-W-RL-BLANK      PIC  X(001).
             05  IE-W-RL-V1         PIC  X(018).
             05  IE-W-RL-V2         PIC  X(018).
             05  IE-W-RL-LIST       PIC  X(060).
             05  IE-W-RL-OP         PIC  X(002).
             05  IE-W-RL-FLD2       BINARY-LONG.
             05  IE-W-RL-N1         PIC S9(018)V9(006) COMP-3.
             05  IE-W-RL-N2         PIC S9(018)V9(006) COMP-3.
             05  IE-W-RL-FAIL-CNT   BINARY-LONG.
       01  IE-W-RL-LINE-NO          BINARY-LONG VALUE ZERO.
       01  IE-W-RL-ERR-CNT          BINARY-LONG VALUE ZERO.
       01  IE-W-RL-ERR-TEXT         PIC  X(030) VALUE SPACE.
       01  IE-W-R                   BINARY-LONG VALUE ZERO.
      *
      *    *** 項目名の検索
       01  IE-W-FIND-NAME           PIC  X(010) VALUE SPACE.
       01  IE-W-FOUND-F             BINARY-LONG VALUE ZERO.
       01  IE-W-X                   BINARY-LONG VALUE ZERO.
      *
      *    *** 規則を当てる項目（添字・位置・長さ）
       01  IE-W-F                   BINARY-LONG VALUE ZERO.
       01  IE-W-F1                  BINARY-LONG VALUE ZERO.
       01  IE-W-F2                  BINARY-LONG VALUE ZERO.
       01  IE-W-P                   BINARY-LONG VALUE ZERO.
       01  IE-W-L                   BINARY-LONG VALUE ZERO.
       01  IE-W-K                   BINARY-LONG VALUE ZERO.
       01  IE-W-RULE-OK             PIC  X(001) VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    数値の判定・値（6000-CHECK-NUMBER）
      *---------------------------------------------------------------*
       01  IE-W-NUM-OK              PIC  X(001) VALUE "N".
       01  IE-W-NUM                 PIC S9(018)V9(006) COMP-3
                                                 VALUE ZERO.
       01  IE-W-NUM-INT             PIC S9(018)  COMP-3 VALUE ZERO.
       01  IE-W-NUM-1               PIC S9(018)V9(006) COMP-3
                                                 VALUE ZERO.
       01  IE-W-NUM-2               PIC S9(018)V9(006) COMP-3
                                                 VALUE ZERO.
       01  IE-W-NUM-DIVISOR         PIC S9(018)  VALUE 1.
       01  IE-W-CH                  PIC  X(001) VALUE SPACE.
      *    *** 走査状態 L:先頭の空白 D:数字の中 T:末尾の空白・符号
       01  IE-W-SC-STATE            PIC  X(001) VALUE "L".
       01  IE-W-SC-SIGN             PIC  X(001) VALUE SPACE.
       01  IE-W-SC-DOT              PIC  X(001) VALUE "N".
       01  IE-W-SC-DIGITS           BINARY-LONG VALUE ZERO.
       01  IE-W-SC-DEC              BINARY-LONG VALUE ZERO.
      *    *** 下位桁のゾーン符号（正・負、ASCIIの負はp～y）
       01  IE-W-OP-PLUS             PIC  X(010) VALUE "{ABCDEFGHI".
       01  IE-W-OP-MINUS            PIC  X(010) VALUE "}JKLMNOPQR".
       01  IE-W-OP-MINUS2           PIC  X(010) VALUE "pqrstuvwxy".
       01  IE-W-OP-N                BINARY-LONG VALUE ZERO.
      *    *** パック10進の1バイト（値・上位／下位4ビット）
       01  IE-W-BV                  BINARY-LONG VALUE ZERO.
       01  IE-W-HI                  BINARY-LONG VALUE ZERO.
       01  IE-W-LO                  BINARY-LONG VALUE ZERO.
      *    項目の生バイトをここへコピーし、下のREDEFINESでBINARY
      *    として再解釈する（FILEDUMPと同じ読み方）
       01  IE-W-NUM-BYTES           PIC X(008)   VALUE SPACE.
       01  IE-W-BIN-2   REDEFINES IE-W-NUM-BYTES PIC S9(004) BINARY.
       01  IE-W-BIN-4   REDEFINES IE-W-NUM-BYTES PIC S9(009) BINARY.
       01  IE-W-BIN-8   REDEFINES IE-W-NUM-BYTES PIC S9(018) BINARY.
      *
      *    *** 年月日の判定（6100-CHECK-YMD）
       01  IE-W-YMD-OK              PIC  X(001) VALUE "N".
       01  IE-W-YMD.
           03  IE-W-YMD-YYYY        PIC  9(004).
           03  IE-W-YMD-MM          PIC  9(002).
           03  IE-W-YMD-DD          PIC  9(002).
       01  IE-W-YMD-9 REDEFINES IE-W-YMD PIC 9(008).
      *
      *    *** 許可値・項目比較
       01  IE-W-VL-PTR              BINARY-LONG VALUE ZERO.
       01  IE-W-VL-TOKEN            PIC  X(020) VALUE SPACE.
       01  IE-W-VL-FOUND            PIC  X(001) VALUE "N".
       01  IE-W-CMP-A1              PIC  X(256) VALUE SPACE.
       01  IE-W-CMP-A2              PIC  X(256) VALUE SPACE.
       01  IE-W-CMP-RES             PIC  X(001) VALUE SPACE.
       01  IE-W-NUMERIC-FLD         PIC  X(001) VALUE "N".
      *
      *---------------------------------------------------------------*
      *    レコード単位の結果
      *---------------------------------------------------------------*
       01  IE-W-REC-NO              BINARY-LONG VALUE ZERO.
       01  IE-W-FAIL-CNT            BINARY-LONG VALUE ZERO.
       01  IE-W-REJ-AREA.
           03  IE-W-REJ-RECNO       PIC  9(009) VALUE ZERO.
           03  FILLER               PIC  X(001) VALUE SPACE.
           03  IE-W-REJ-FLD         PIC  X(010) VALUE SPACE.
           03  FILLER               PIC  X(001) VALUE SPACE.
           03  IE-W-REJ-RULE        PIC  X(008) VALUE SPACE.
           03  FILLER               PIC  X(001) VALUE SPACE.
           03  IE-W-REJ-FAILS       PIC  9(003) VALUE ZERO.
           03  FILLER               PIC  X(001) VALUE SPACE.
           03  IE-W-REJ-DATA        PIC  X(512) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    不良注入記録との突合（記録はレコード番号の昇順）
      *---------------------------------------------------------------*
       01  IE-W-RECON               PIC  X(001) VALUE "N".
           88  IE-W-RECON-YES               VALUE "Y".
       01  IE-W-INJ-REC             BINARY-LONG VALUE ZERO.
       01  IE-W-INJ-KIND            PIC  X(008) VALUE SPACE.
       01  IE-W-INJ-HIT             PIC  X(001) VALUE "N".
       01  IE-W-INJ-ENTRY-CNT       BINARY-LONG VALUE ZERO.
       01  IE-W-INJ-SUMMARY         PIC  X(001) VALUE "N".
       01  IE-W-INJ-DECLARED        BINARY-LONG VALUE ZERO.
       01  IE-W-CAUGHT-CNT          BINARY-LONG VALUE ZERO.
       01  IE-W-MISSED-CNT          BINARY-LONG VALUE ZERO.
       01  IE-W-GOODREJ-CNT         BINARY-LONG VALUE ZERO.
      *    *** 注入種別ごとの件数（最大10種別）
       01  IE-W-KD-CNT              BINARY-LONG VALUE ZERO.
       01  IE-W-KD-TBL-AREA.
           03  IE-W-KD-TBL OCCURS 10.
             05  IE-W-KD-NAME       PIC  X(008).
             05  IE-W-KD-INJ        BINARY-LONG.
             05  IE-W-KD-CAUGHT     BINARY-LONG.
       01  IE-W-KD                  BINARY-LONG VALUE ZERO.
      *    *** 見逃し・正常レコードのリジェクトの先頭50件
       01  IE-W-MS-TBL-AREA.
           03  IE-W-MS-TBL OCCURS 50.
             05  IE-W-MS-REC        BINARY-LONG.
             05  IE-W-MS-KIND       PIC  X(008).
       01  IE-W-GR-TBL-AREA.
           03  IE-W-GR-TBL OCCURS 50.
             05  IE-W-GR-REC        BINARY-LONG.
             05  IE-W-GR-FLD        PIC  X(010).
             05  IE-W-GR-RULE       PIC  X(008).
      *
      *    *** 件数・判定
       01  IE-W-READ-CNT            BINARY-LONG VALUE ZERO.
       01  IE-W-PASS-CNT            BINARY-LONG VALUE ZERO.
       01  IE-W-CLEAN-CNT           BINARY-LONG VALUE ZERO.
       01  IE-W-REJ-CNT             BINARY-LONG VALUE ZERO.
       01  IE-W-NOEDIT              PIC  X(001) VALUE "N".
           88  IE-W-NOEDIT-YES              VALUE "Y".
       01  IE-W-ERR-TEXT            PIC  X(040) VALUE SPACE.
       01  IE-W-VERDICT             PIC  9(004) VALUE ZERO.
       01  IE-W-VERDICT-TEXT        PIC  X(016) VALUE SPACE.
      *
      *    *** レポートの編集
       01  IE-W-RPT-CNT             PIC  9(009) VALUE ZERO.
       01  IE-W-RPT-C2              PIC  9(009) VALUE ZERO.
       01  IE-W-RPT-C3              PIC  9(009) VALUE ZERO.
       01  IE-W-RPT-REC             PIC  9(009) VALUE ZERO.
       01  IE-W-RPT-NO              PIC  9(005) VALUE ZERO.
      *
       COPY "CPDATEWEEK.cpy" REPLACING ==:##:== BY ==CW==.
       COPY "CPRUNCTL.cpy"   REPLACING ==:##:== BY ==RC==.
       COPY "CPFILEREG.cpy"  REPLACING ==:##:== BY ==FG==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==IEQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT IE-W-NOEDIT-YES
               PERFORM 2000-EDIT         THRU 2000-EXIT
           END-IF
           IF NOT IE-W-NOEDIT-YES AND IE-W-RECON-YES
               PERFORM 3000-RECON-REST   THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  指定・レイアウト・規則を読み、ファイルを
      *    開く
      ******************************************************************
       1000-INITIALIZE.
           MOVE "S"                    TO RC-ID
           MOVE "INEDIT"               TO RC-PGM
           CALL "RUNCTL" USING RC-RUNCTL-AREA
      *
           OPEN OUTPUT IE-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO IEQ-ID
           CALL "ENVQUAL" USING IEQ-ENVQUAL-AREA
           MOVE IEQ-ENV-LINE           TO IE-RPT-LINE
           WRITE IE-RPT-LINE
           INITIALIZE IE-W-RL-TBL-AREA
           INITIALIZE IE-W-KD-TBL-AREA
      *
           MOVE "N"                    TO IE-W-CTL-EOF
           OPEN INPUT IE-CTL-FILE
           IF IE-W-CTL-STATUS = "00"
               PERFORM 1100-READ-CTL-ONE THRU 1100-EXIT
                   UNTIL IE-W-CTL-EOF-YES
               CLOSE IE-CTL-FILE
           END-IF
           IF IE-W-OUT-NAME = SPACE
               MOVE "INEDIT.OUT"        TO IE-W-OUT-NAME
           END-IF
           IF IE-W-REJ-NAME = SPACE
               MOVE "INEDIT.REJ"        TO IE-W-REJ-NAME
           END-IF
           IF IE-W-LAY-NAME = SPACE
               MOVE "INEDIT.LAY"        TO IE-W-LAY-NAME
           END-IF
           IF IE-W-RUL-NAME = SPACE
               MOVE "INEDIT.RUL"        TO IE-W-RUL-NAME
           END-IF
           IF IE-W-ERR-NAME NOT = SPACE
               SET IE-W-RECON-YES       TO TRUE
           END-IF
           IF IE-W-IN-NAME = SPACE
               MOVE "NO FILEIN= IN INEDIT.CTL" TO IE-W-ERR-TEXT
               PERFORM 1900-NOT-EDITED  THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "INPUT="             DELIMITED BY SIZE
                  IE-W-IN-NAME          DELIMITED BY SPACE
                  " CLEAN="             DELIMITED BY SIZE
                  IE-W-OUT-NAME         DELIMITED BY SPACE
                  " REJECT="            DELIMITED BY SIZE
                  IE-W-REJ-NAME         DELIMITED BY SPACE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "LAYOUT="            DELIMITED BY SIZE
                  IE-W-LAY-NAME         DELIMITED BY SPACE
                  " RULES="             DELIMITED BY SIZE
                  IE-W-RUL-NAME         DELIMITED BY SPACE
                  " RECTYPE="           DELIMITED BY SIZE
                  IE-W-RECTYPE          DELIMITED BY SIZE
                  " CAL="               DELIMITED BY SIZE
                  IE-W-CAL-ID           DELIMITED BY SIZE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE
           IF IE-W-RECON-YES
               MOVE SPACE               TO IE-RPT-LINE
               STRING "ERRLOG="         DELIMITED BY SIZE
                      IE-W-ERR-NAME      DELIMITED BY SPACE
                      INTO IE-RPT-LINE
               END-STRING
               WRITE IE-RPT-LINE
           END-IF
      *
           PERFORM 1200-LOAD-LAYOUT     THRU 1200-EXIT
           IF IE-W-LAY-CNT = ZERO
               MOVE SPACE               TO IE-W-ERR-TEXT
               STRING "NO LAYOUT "      DELIMITED BY SIZE
                      IE-W-LAY-NAME      DELIMITED BY SIZE
                      INTO IE-W-ERR-TEXT
               END-STRING
               PERFORM 1900-NOT-EDITED  THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LOAD-RULES      THRU 1300-EXIT
           IF IE-W-RL-ERR-CNT > ZERO
               MOVE "RULE ERRORS (SEE ABOVE)" TO IE-W-ERR-TEXT
               PERFORM 1900-NOT-EDITED  THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           IF IE-W-RL-CNT = ZERO
               MOVE SPACE               TO IE-W-ERR-TEXT
               STRING "NO RULES IN "    DELIMITED BY SIZE
                      IE-W-RUL-NAME      DELIMITED BY SIZE
                      INTO IE-W-ERR-TEXT
               END-STRING
               PERFORM 1900-NOT-EDITED  THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
      *
      *    *** 注入記録は先頭の1件を読んでおく
           IF IE-W-RECON-YES
               MOVE "N"                 TO IE-W-ERR-EOF
               OPEN INPUT IE-ERR-FILE
               IF IE-W-ERR-STATUS NOT = "00"
                   MOVE SPACE           TO IE-W-ERR-TEXT
                   STRING "CANNOT OPEN " DELIMITED BY SIZE
                          IE-W-ERR-NAME  DELIMITED BY SIZE
                          INTO IE-W-ERR-TEXT
                   END-STRING
                   PERFORM 1900-NOT-EDITED THRU 1900-EXIT
                   GO TO 1000-EXIT
               END-IF
               PERFORM 3400-READ-ERR-ONE THRU 3400-EXIT
           END-IF
      *
           MOVE "N"                    TO IE-W-IN-EOF
           OPEN INPUT IE-IN-FILE
           IF IE-W-IN-STATUS NOT = "00"
               MOVE SPACE               TO IE-W-ERR-TEXT
               STRING "CANNOT OPEN "    DELIMITED BY SIZE
                      IE-W-IN-NAME       DELIMITED BY SIZE
                      INTO IE-W-ERR-TEXT
               END-STRING
               PERFORM 1900-NOT-EDITED  THRU 1900-EXIT
               IF IE-W-RECON-YES
                   CLOSE IE-ERR-FILE
               END-IF
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT IE-OUT-FILE
           OPEN OUTPUT IE-REJ-FILE.
       1000-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ IE-CTL-FILE
               AT END
                   SET IE-W-CTL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN IE-CTL-LINE(1:7) = "FILEIN="
                   MOVE IE-CTL-LINE(8:24)  TO IE-W-IN-NAME
               WHEN IE-CTL-LINE(1:8) = "FILEOUT="
                   MOVE IE-CTL-LINE(9:24)  TO IE-W-OUT-NAME
               WHEN IE-CTL-LINE(1:7) = "REJECT="
                   MOVE IE-CTL-LINE(8:24)  TO IE-W-REJ-NAME
               WHEN IE-CTL-LINE(1:7) = "LAYOUT="
                   MOVE IE-CTL-LINE(8:24)  TO IE-W-LAY-NAME
               WHEN IE-CTL-LINE(1:6) = "RULES="
                   MOVE IE-CTL-LINE(7:24)  TO IE-W-RUL-NAME
               WHEN IE-CTL-LINE(1:7) = "ERRLOG="
                   MOVE IE-CTL-LINE(8:24)  TO IE-W-ERR-NAME
               WHEN IE-CTL-LINE(1:8) = "RECTYPE="
                   MOVE IE-CTL-LINE(9:1)   TO IE-W-RECTYPE
               WHEN IE-CTL-LINE(1:4) = "CAL="
                   MOVE IE-CTL-LINE(5:2)   TO IE-W-CAL-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-LOAD-LAYOUT  レイアウト（FILEDUMP形式）をテーブルへ
      *    展開する
      ******************************************************************
       1200-LOAD-LAYOUT.
           MOVE ZERO                   TO IE-W-LAY-CNT
           MOVE "N"                    TO IE-W-LAY-EOF
           OPEN INPUT IE-LAY-FILE
           IF IE-W-LAY-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-LAY-ONE    THRU 1210-EXIT
               UNTIL IE-W-LAY-EOF-YES
           CLOSE IE-LAY-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-READ-LAY-ONE.
           READ IE-LAY-FILE
               AT END
                   SET IE-W-LAY-EOF-YES TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF IE-LAY-LINE = SPACE OR IE-LAY-LINE(1:1) = "*"
               GO TO 1210-EXIT
           END-IF
           IF IE-W-LAY-CNT >= 100
               GO TO 1210-EXIT
           END-IF
           ADD  1                      TO IE-W-LAY-CNT
           MOVE IE-LAY-LINE(1:10)       TO
               IE-W-LAY-FLD-NAME(IE-W-LAY-CNT)
           COMPUTE IE-W-LAY-POS(IE-W-LAY-CNT) =
               FUNCTION NUMVAL(IE-LAY-LINE(12:5))
           COMPUTE IE-W-LAY-LEN(IE-W-LAY-CNT) =
               FUNCTION NUMVAL(IE-LAY-LINE(18:3))
           MOVE IE-LAY-LINE(22:1)       TO IE-W-LAY-TYPE(IE-W-LAY-CNT)
           IF IE-W-LAY-TYPE(IE-W-LAY-CNT) NOT = "P" AND
              IE-W-LAY-TYPE(IE-W-LAY-CNT) NOT = "B"
               MOVE "D"                 TO IE-W-LAY-TYPE(IE-W-LAY-CNT)
           END-IF
           MOVE ZERO                   TO IE-W-LAY-DIG(IE-W-LAY-CNT)
                                           IE-W-LAY-DEC(IE-W-LAY-CNT)
           IF IE-LAY-LINE(24:2) NOT = SPACE
               COMPUTE IE-W-LAY-DIG(IE-W-LAY-CNT) =
                   FUNCTION NUMVAL(IE-LAY-LINE(24:2))
           END-IF
           IF IE-LAY-LINE(27:2) NOT = SPACE
               COMPUTE IE-W-LAY-DEC(IE-W-LAY-CNT) =
                   FUNCTION NUMVAL(IE-LAY-LINE(27:2))
           END-IF
      *    *** 位置・長さがレコード領域に収まらない定義は捨てる
           IF IE-W-LAY-POS(IE-W-LAY-CNT) < 1
               OR IE-W-LAY-LEN(IE-W-LAY-CNT) < 1
               OR IE-W-LAY-POS(IE-W-LAY-CNT)
                  + IE-W-LAY-LEN(IE-W-LAY-CNT) - 1 > 512
               SUBTRACT 1               FROM IE-W-LAY-CNT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1300-LOAD-RULES  規則ファイルを読み、項目名・規則名・指定を
      *    確かめてテーブルへ展開する（誤りは行番号付きでRPTへ出す）
      ******************************************************************
       1300-LOAD-RULES.
           MOVE ZERO                   TO IE-W-RL-CNT
           MOVE ZERO                   TO IE-W-RL-LINE-NO
           MOVE "N"                    TO IE-W-RUL-EOF
           OPEN INPUT IE-RUL-FILE
           IF IE-W-RUL-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-READ-RUL-ONE    THRU 1310-EXIT
               UNTIL IE-W-RUL-EOF-YES
           CLOSE IE-RUL-FILE.
       1300-EXIT.
           EXIT.
      *
       1310-READ-RUL-ONE.
           READ IE-RUL-FILE
               AT END
                   SET IE-W-RUL-EOF-YES TO TRUE
                   GO TO 1310-EXIT
           END-READ
           ADD  1                      TO IE-W-RL-LINE-NO
           IF IE-RUL-LINE = SPACE OR IE-RUL-LINE(1:1) = "*"
               GO TO 1310-EXIT
           END-IF
           IF IE-W-RL-CNT >= 200
               MOVE "MORE THAN 200 RULES"  TO IE-W-RL-ERR-TEXT
               PERFORM 1390-RULE-ERROR  THRU 1390-EXIT
               GO TO 1310-EXIT
           END-IF
      *
           MOVE IE-RUL-LINE(1:10)       TO IE-W-FIND-NAME
           PERFORM 6900-FIND-FIELD      THRU 6900-EXIT
           IF IE-W-FOUND-F = ZERO
               MOVE "UNKNOWN FIELD"     TO IE-W-RL-ERR-TEXT
               PERFORM 1390-RULE-ERROR  THRU 1390-EXIT
               GO TO 1310-EXIT
           END-IF
           ADD  1                      TO IE-W-RL-CNT
           MOVE IE-W-FOUND-F           TO IE-W-RL-FLD(IE-W-RL-CNT)
           MOVE IE-RUL-LINE(12:8)       TO IE-W-RL-KIND(IE-W-RL-CNT)
           MOVE IE-RUL-LINE(20:1)       TO IE-W-RL-BLANK(IE-W-RL-CNT)
           MOVE IE-RUL-LINE(21:18)      TO IE-W-RL-V1(IE-W-RL-CNT)
           MOVE IE-RUL-LINE(40:18)      TO IE-W-RL-V2(IE-W-RL-CNT)
           MOVE IE-RUL-LINE(21:60)      TO IE-W-RL-LIST(IE-W-RL-CNT)
           MOVE IE-RUL-LINE(21:2)       TO IE-W-RL-OP(IE-W-RL-CNT)
           MOVE ZERO                   TO IE-W-RL-FLD2(IE-W-RL-CNT)
                                           IE-W-RL-FAIL-CNT(IE-W-RL-CNT)
           MOVE IE-W-FOUND-F           TO IE-W-F
           PERFORM 6800-NUMERIC-FIELD   THRU 6800-EXIT
           MOVE SPACE                  TO IE-W-RL-ERR-TEXT
      *
           EVALUATE IE-W-RL-KIND(IE-W-RL-CNT)
               WHEN "REQUIRED"
               WHEN "NUMERIC "
               WHEN "FULL    "
                   CONTINUE
               WHEN "DATE    "
               WHEN "BDAY    "
                   IF IE-W-LAY-TYPE(IE-W-F) = "D" AND
                      IE-W-LAY-LEN(IE-W-F) NOT = 8
                       MOVE "DATE FIELD NOT 8 BYTES"
                                         TO IE-W-RL-ERR-TEXT
                   END-IF
                   PERFORM 1320-CHECK-DECODE THRU 1320-EXIT
               WHEN "RANGE   "
                   IF IE-W-RL-V1(IE-W-RL-CNT) = SPACE OR
                      IE-W-RL-V2(IE-W-RL-CNT) = SPACE
                       MOVE "RANGE NEEDS LOW AND HIGH"
                                         TO IE-W-RL-ERR-TEXT
                   END-IF
                   IF IE-W-NUMERIC-FLD = "Y"
                       COMPUTE IE-W-RL-N1(IE-W-RL-CNT) =
                           FUNCTION NUMVAL(IE-W-RL-V1(IE-W-RL-CNT))
                       COMPUTE IE-W-RL-N2(IE-W-RL-CNT) =
                           FUNCTION NUMVAL(IE-W-RL-V2(IE-W-RL-CNT))
                       PERFORM 1320-CHECK-DECODE THRU 1320-EXIT
                   END-IF
               WHEN "VALUES  "
                   IF IE-W-RL-LIST(IE-W-RL-CNT) = SPACE
                       MOVE "NO VALUES LISTED" TO IE-W-RL-ERR-TEXT
                   END-IF
                   IF IE-W-NUMERIC-FLD = "Y"
                       PERFORM 1320-CHECK-DECODE THRU 1320-EXIT
                   END-IF
               WHEN "CMP     "
                   IF IE-W-RL-OP(IE-W-RL-CNT) NOT = "EQ" AND
                      IE-W-RL-OP(IE-W-RL-CNT) NOT = "NE" AND
                      IE-W-RL-OP(IE-W-RL-CNT) NOT = "LT" AND
                      IE-W-RL-OP(IE-W-RL-CNT) NOT = "LE" AND
                      IE-W-RL-OP(IE-W-RL-CNT) NOT = "GT" AND
                      IE-W-RL-OP(IE-W-RL-CNT) NOT = "GE"
                       MOVE "BAD OPERATOR"  TO IE-W-RL-ERR-TEXT
                   END-IF
                   MOVE IE-RUL-LINE(24:10) TO IE-W-FIND-NAME
                   PERFORM 1330-SET-FIELD2 THRU 1330-EXIT
               WHEN "REQWITH "
                   MOVE IE-RUL-LINE(21:10) TO IE-W-FIND-NAME
                   PERFORM 1330-SET-FIELD2 THRU 1330-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN RULE"  TO IE-W-RL-ERR-TEXT
           END-EVALUATE
           IF IE-W-RL-ERR-TEXT NOT = SPACE
               SUBTRACT 1               FROM IE-W-RL-CNT
               PERFORM 1390-RULE-ERROR  THRU 1390-EXIT
           END-IF.
       1310-EXIT.
           EXIT.
      *
      *    *** 値を使う規則は、値を読み出せる項目に限る
      *    *** （Pは9バイトまで、Bは2/4/8バイト）
       1320-CHECK-DECODE.
           IF IE-W-LAY-TYPE(IE-W-F) = "P" AND
              IE-W-LAY-LEN(IE-W-F) > 9
               MOVE "PACKED FIELD OVER 9 BYTES" TO IE-W-RL-ERR-TEXT
           END-IF
           IF IE-W-LAY-TYPE(IE-W-F) = "B" AND
              IE-W-LAY-LEN(IE-W-F) NOT = 2 AND
              IE-W-LAY-LEN(IE-W-F) NOT = 4 AND
              IE-W-LAY-LEN(IE-W-F) NOT = 8
               MOVE "BINARY FIELD NOT 2/4/8 BYTES"
                                         TO IE-W-RL-ERR-TEXT
           END-IF.
       1320-EXIT.
           EXIT.
      *
      *    *** 相手項目（CMP/REQWITH）
       1330-SET-FIELD2.
           PERFORM 6900-FIND-FIELD      THRU 6900-EXIT
           IF IE-W-FOUND-F = ZERO
               MOVE "UNKNOWN OTHER FIELD" TO IE-W-RL-ERR-TEXT
               GO TO 1330-EXIT
           END-IF
           MOVE IE-W-FOUND-F           TO IE-W-RL-FLD2(IE-W-RL-CNT)
      *    *** 数値で比べる時は相手項目も値を読み出せること
           IF IE-W-RL-KIND(IE-W-RL-CNT) = "CMP     "
               MOVE IE-W-FOUND-F        TO IE-W-F
               PERFORM 6800-NUMERIC-FIELD THRU 6800-EXIT
               IF IE-W-NUMERIC-FLD = "Y"
                   PERFORM 1320-CHECK-DECODE THRU 1320-EXIT
               END-IF
           END-IF.
       1330-EXIT.
           EXIT.
      *
      *    *** 規則の誤り（IE-W-RL-ERR-TEXT）を行番号付きで出す
       1390-RULE-ERROR.
           ADD  1                      TO IE-W-RL-ERR-CNT
           MOVE IE-W-RL-LINE-NO        TO IE-W-RPT-NO
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "RULE LINE "         DELIMITED BY SIZE
                  IE-W-RPT-NO           DELIMITED BY SIZE
                  " ERROR - "           DELIMITED BY SIZE
                  IE-W-RL-ERR-TEXT      DELIMITED BY "  "
                  ": "                  DELIMITED BY SIZE
                  IE-RUL-LINE           DELIMITED BY SIZE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE.
       1390-EXIT.
           EXIT.
      *
      *    *** 編集できない理由(IE-W-ERR-TEXT)を出し、以降の処理を止める
       1900-NOT-EDITED.
           SET IE-W-NOEDIT-YES         TO TRUE
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "NOT EDITED - "      DELIMITED BY SIZE
                  IE-W-ERR-TEXT         DELIMITED BY SIZE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-EDIT  入力を1件ずつ編集し、正常出力かリジェクトへ
      *    振り分ける
      ******************************************************************
       2000-EDIT.
           MOVE SPACE                  TO IE-RPT-LINE
           WRITE IE-RPT-LINE
           MOVE "REJECTED RECORDS (FIRST 100)" TO IE-RPT-LINE
           WRITE IE-RPT-LINE
           PERFORM 2100-EDIT-ONE        THRU 2100-EXIT
               UNTIL IE-W-IN-EOF-YES
           CLOSE IE-IN-FILE
           CLOSE IE-OUT-FILE
           CLOSE IE-REJ-FILE.
       2000-EXIT.
           EXIT.
      *
       2100-EDIT-ONE.
           READ IE-IN-FILE
               AT END
                   SET IE-W-IN-EOF-YES  TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD  1                      TO IE-W-READ-CNT
      *    *** 編集対象外のレコード区分はそのまま正常出力へ
           IF IE-W-RECTYPE NOT = SPACE AND
              IE-IN-REC(1:1) NOT = IE-W-RECTYPE
               ADD  1                   TO IE-W-PASS-CNT
               MOVE IE-IN-REC           TO IE-OUT-REC
               WRITE IE-OUT-REC
               GO TO 2100-EXIT
           END-IF
           ADD  1                      TO IE-W-REC-NO
           MOVE ZERO                   TO IE-W-FAIL-CNT
           MOVE SPACE                  TO IE-W-REJ-FLD
                                           IE-W-REJ-RULE
           PERFORM 2200-APPLY-RULE      THRU 2200-EXIT
               VARYING IE-W-R FROM 1 BY 1
               UNTIL IE-W-R > IE-W-RL-CNT
           IF IE-W-FAIL-CNT = ZERO
               ADD  1                   TO IE-W-CLEAN-CNT
               MOVE IE-IN-REC           TO IE-OUT-REC
               WRITE IE-OUT-REC
           ELSE
               ADD  1                   TO IE-W-REJ-CNT
               MOVE IE-W-REC-NO         TO IE-W-REJ-RECNO
               IF IE-W-FAIL-CNT > 999
                   MOVE 999             TO IE-W-REJ-FAILS
               ELSE
                   MOVE IE-W-FAIL-CNT   TO IE-W-REJ-FAILS
               END-IF
               MOVE IE-IN-REC           TO IE-W-REJ-DATA
               MOVE IE-W-REJ-AREA       TO IE-REJ-REC
               WRITE IE-REJ-REC
           END-IF
           IF IE-W-RECON-YES
               PERFORM 3100-RECON-RECORD THRU 3100-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2200-APPLY-RULE  規則(IE-W-R)を今のレコードへ当て、通らない
      *    時は2900で数える
      ******************************************************************
       2200-APPLY-RULE.
           MOVE IE-W-RL-FLD(IE-W-R)    TO IE-W-F
           MOVE IE-W-LAY-POS(IE-W-F)   TO IE-W-P
           MOVE IE-W-LAY-LEN(IE-W-F)   TO IE-W-L
           MOVE "Y"                    TO IE-W-RULE-OK
      *    *** 空白そのものを見る規則
           EVALUATE IE-W-RL-KIND(IE-W-R)
               WHEN "REQUIRED"
                   IF IE-IN-REC(IE-W-P:IE-W-L) = SPACE
                       MOVE "N"          TO IE-W-RULE-OK
                   END-IF
                   GO TO 2200-CHECKED
               WHEN "FULL    "
                   IF IE-IN-REC(IE-W-P + IE-W-L - 1:1) = SPACE
                       MOVE "N"          TO IE-W-RULE-OK
                   END-IF
                   GO TO 2200-CHECKED
               WHEN "REQWITH "
                   MOVE IE-W-RL-FLD2(IE-W-R) TO IE-W-F2
                   IF IE-IN-REC(IE-W-LAY-POS(IE-W-F2):
                                IE-W-LAY-LEN(IE-W-F2)) NOT = SPACE
                      AND IE-IN-REC(IE-W-P:IE-W-L) = SPACE
                       MOVE "N"          TO IE-W-RULE-OK
                   END-IF
                   GO TO 2200-CHECKED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *    *** 空白を許す規則は空白なら通す
           IF IE-W-RL-BLANK(IE-W-R) = "B" AND
              IE-IN-REC(IE-W-P:IE-W-L) = SPACE
               GO TO 2200-EXIT
           END-IF
           EVALUATE IE-W-RL-KIND(IE-W-R)
               WHEN "NUMERIC "
                   PERFORM 6000-CHECK-NUMBER THRU 6000-EXIT
                   MOVE IE-W-NUM-OK      TO IE-W-RULE-OK
               WHEN "DATE    "
                   PERFORM 6100-CHECK-YMD THRU 6100-EXIT
                   MOVE IE-W-YMD-OK      TO IE-W-RULE-OK
               WHEN "BDAY    "
                   PERFORM 6100-CHECK-YMD THRU 6100-EXIT
                   MOVE IE-W-YMD-OK      TO IE-W-RULE-OK
                   IF IE-W-YMD-OK = "Y"
                       PERFORM 6200-CHECK-BDAY THRU 6200-EXIT
                   END-IF
               WHEN "RANGE   "
                   PERFORM 2300-CHECK-RANGE THRU 2300-EXIT
               WHEN "VALUES  "
                   PERFORM 2400-CHECK-VALUES THRU 2400-EXIT
               WHEN "CMP     "
                   PERFORM 2500-CHECK-CMP THRU 2500-EXIT
           END-EVALUATE.
       2200-CHECKED.
           IF IE-W-RULE-OK NOT = "Y"
               PERFORM 2900-ADD-FAILURE THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *
      *    *** 範囲（数値項目は値で、それ以外は文字で比べる）
       2300-CHECK-RANGE.
           PERFORM 6800-NUMERIC-FIELD   THRU 6800-EXIT
           IF IE-W-NUMERIC-FLD = "Y"
               PERFORM 6000-CHECK-NUMBER THRU 6000-EXIT
               IF IE-W-NUM-OK NOT = "Y"
                   MOVE "N"             TO IE-W-RULE-OK
                   GO TO 2300-EXIT
               END-IF
               IF IE-W-NUM < IE-W-RL-N1(IE-W-R) OR
                  IE-W-NUM > IE-W-RL-N2(IE-W-R)
                   MOVE "N"             TO IE-W-RULE-OK
               END-IF
           ELSE
               IF IE-IN-REC(IE-W-P:IE-W-L) < IE-W-RL-V1(IE-W-R) OR
                  IE-IN-REC(IE-W-P:IE-W-L) > IE-W-RL-V2(IE-W-R)
                   MOVE "N"             TO IE-W-RULE-OK
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.
      *
      *    *** 許可値の一覧（カンマ区切り）のどれかと一致すること
       2400-CHECK-VALUES.
           PERFORM 6800-NUMERIC-FIELD   THRU 6800-EXIT
           IF IE-W-NUMERIC-FLD = "Y"
               PERFORM 6000-CHECK-NUMBER THRU 6000-EXIT
               IF IE-W-NUM-OK NOT = "Y"
                   MOVE "N"             TO IE-W-RULE-OK
                   GO TO 2400-EXIT
               END-IF
           END-IF
           MOVE "N"                    TO IE-W-VL-FOUND
           MOVE 1                      TO IE-W-VL-PTR
           PERFORM 2410-VALUE-ONE       THRU 2410-EXIT
               UNTIL IE-W-VL-PTR > 60 OR IE-W-VL-FOUND = "Y"
           MOVE IE-W-VL-FOUND          TO IE-W-RULE-OK.
       2400-EXIT.
           EXIT.
      *
       2410-VALUE-ONE.
           MOVE SPACE                  TO IE-W-VL-TOKEN
           UNSTRING IE-W-RL-LIST(IE-W-R) DELIMITED BY ","
               INTO IE-W-VL-TOKEN
               WITH POINTER IE-W-VL-PTR
           END-UNSTRING
           IF IE-W-VL-TOKEN = SPACE
               GO TO 2410-EXIT
           END-IF
           IF IE-W-NUMERIC-FLD = "Y"
               IF IE-W-NUM = FUNCTION NUMVAL(IE-W-VL-TOKEN)
                   MOVE "Y"             TO IE-W-VL-FOUND
               END-IF
           ELSE
               IF IE-IN-REC(IE-W-P:IE-W-L) = IE-W-VL-TOKEN
                   MOVE "Y"             TO IE-W-VL-FOUND
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.
      *
      *    *** 他項目との比較。両方が数値項目なら値で、それ以外は
      *    *** 文字で比べる（値が正しくない時はNUMERIC等の規則に任せ、
      *    *** ここでは通す）
       2500-CHECK-CMP.
           MOVE IE-W-F                 TO IE-W-F1
           MOVE IE-W-RL-FLD2(IE-W-R)   TO IE-W-F2
           IF IE-W-RL-BLANK(IE-W-R) = "B" AND
              IE-IN-REC(IE-W-LAY-POS(IE-W-F2):
                        IE-W-LAY-LEN(IE-W-F2)) = SPACE
               GO TO 2500-EXIT
           END-IF
           PERFORM 6800-NUMERIC-FIELD   THRU 6800-EXIT
           IF IE-W-NUMERIC-FLD = "Y"
               MOVE IE-W-F2             TO IE-W-F
               PERFORM 6800-NUMERIC-FIELD THRU 6800-EXIT
           END-IF
           IF IE-W-NUMERIC-FLD = "Y"
               MOVE IE-W-F1             TO IE-W-F
               PERFORM 6000-CHECK-NUMBER THRU 6000-EXIT
               IF IE-W-NUM-OK NOT = "Y"
                   GO TO 2500-EXIT
               END-IF
               MOVE IE-W-NUM            TO IE-W-NUM-1
               MOVE IE-W-F2             TO IE-W-F
               PERFORM 6000-CHECK-NUMBER THRU 6000-EXIT
               IF IE-W-NUM-OK NOT = "Y"
                   GO TO 2500-EXIT
               END-IF
               MOVE IE-W-NUM            TO IE-W-NUM-2
               EVALUATE TRUE
                   WHEN IE-W-NUM-1 < IE-W-NUM-2
                       MOVE "<"          TO IE-W-CMP-RES
                   WHEN IE-W-NUM-1 > IE-W-NUM-2
                       MOVE ">"          TO IE-W-CMP-RES
                   WHEN OTHER
                       MOVE "="          TO IE-W-CMP-RES
               END-EVALUATE
           ELSE
               MOVE SPACE               TO IE-W-CMP-A1
                                            IE-W-CMP-A2
               MOVE IE-IN-REC(IE-W-LAY-POS(IE-W-F1):
                              IE-W-LAY-LEN(IE-W-F1)) TO IE-W-CMP-A1
               MOVE IE-IN-REC(IE-W-LAY-POS(IE-W-F2):
                              IE-W-LAY-LEN(IE-W-F2)) TO IE-W-CMP-A2
               EVALUATE TRUE
                   WHEN IE-W-CMP-A1 < IE-W-CMP-A2
                       MOVE "<"          TO IE-W-CMP-RES
                   WHEN IE-W-CMP-A1 > IE-W-CMP-A2
                       MOVE ">"          TO IE-W-CMP-RES
                   WHEN OTHER
                       MOVE "="          TO IE-W-CMP-RES
               END-EVALUATE
           END-IF
           EVALUATE IE-W-RL-OP(IE-W-R)
               WHEN "EQ"
                   IF IE-W-CMP-RES NOT = "="
                       MOVE "N"          TO IE-W-RULE-OK
                   END-IF
               WHEN "NE"
                   IF IE-W-CMP-RES = "="
                       MOVE "N"          TO IE-W-RULE-OK
                   END-IF
               WHEN "LT"
                   IF IE-W-CMP-RES NOT = "<"
                       MOVE "N"          TO IE-W-RULE-OK
                   END-IF
               WHEN "LE"
                   IF IE-W-CMP-RES = ">"
                       MOVE "N"          TO IE-W-RULE-OK
                   END-IF
               WHEN "GT"
                   IF IE-W-CMP-RES NOT = ">"
                       MOVE "N"          TO IE-W-RULE-OK
                   END-IF
               WHEN "GE"
                   IF IE-W-CMP-RES = "<"
                       MOVE "N"          TO IE-W-RULE-OK
                   END-IF
           END-EVALUATE.
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2900-ADD-FAILURE  通らなかった規則を数え、先頭100件の
      *    リジェクトは項目名・規則名をRPTへ出す
      ******************************************************************
       2900-ADD-FAILURE.
           ADD  1                      TO IE-W-FAIL-CNT
           ADD  1                      TO IE-W-RL-FAIL-CNT(IE-W-R)
           MOVE IE-W-RL-FLD(IE-W-R)    TO IE-W-F
           IF IE-W-FAIL-CNT = 1
               MOVE IE-W-LAY-FLD-NAME(IE-W-F) TO IE-W-REJ-FLD
               MOVE IE-W-RL-KIND(IE-W-R) TO IE-W-REJ-RULE
           END-IF
           IF IE-W-REJ-CNT < 100
               MOVE IE-W-REC-NO         TO IE-W-RPT-REC
               MOVE SPACE               TO IE-RPT-LINE
               STRING "  RECORD="       DELIMITED BY SIZE
                      IE-W-RPT-REC       DELIMITED BY SIZE
                      " FIELD="          DELIMITED BY SIZE
                      IE-W-LAY-FLD-NAME(IE-W-F) DELIMITED BY SIZE
                      " RULE="           DELIMITED BY SIZE
                      IE-W-RL-KIND(IE-W-R) DELIMITED BY SIZE
                      INTO IE-RPT-LINE
               END-STRING
               WRITE IE-RPT-LINE
           END-IF.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-RECON-REST  入力の後に残った注入記録は、入力に無い
      *    レコードへの注入として見逃しに数える
      ******************************************************************
       3000-RECON-REST.
           PERFORM 3200-MISSED-ONE      THRU 3200-EXIT
               UNTIL IE-W-ERR-EOF-YES
           CLOSE IE-ERR-FILE.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3100-RECON-RECORD  今のレコード(IE-W-REC-NO)を注入記録と
      *    突き合わせる
      *    注入有り・リジェクト  → 捕捉
      *    注入有り・正常出力    → 見逃し
      *    注入無し・リジェクト  → 正常レコードのリジェクト
      ******************************************************************
       3100-RECON-RECORD.
      *    *** 今のレコードより前の番号の記録（順序の乱れ）は見逃し
           PERFORM 3200-MISSED-ONE      THRU 3200-EXIT
               UNTIL IE-W-ERR-EOF-YES OR IE-W-INJ-REC >= IE-W-REC-NO
           MOVE "N"                    TO IE-W-INJ-HIT
           PERFORM 3110-MATCH-ONE       THRU 3110-EXIT
               UNTIL IE-W-ERR-EOF-YES OR IE-W-INJ-REC NOT = IE-W-REC-NO
           IF IE-W-INJ-HIT = "N" AND IE-W-FAIL-CNT > ZERO
               ADD  1                   TO IE-W-GOODREJ-CNT
               IF IE-W-GOODREJ-CNT <= 50
                   MOVE IE-W-REC-NO     TO IE-W-GR-REC(IE-W-GOODREJ-CNT)
                   MOVE IE-W-REJ-FLD    TO IE-W-GR-FLD(IE-W-GOODREJ-CNT)
                   MOVE IE-W-REJ-RULE   TO
                       IE-W-GR-RULE(IE-W-GOODREJ-CNT)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3110-MATCH-ONE.
           MOVE "Y"                    TO IE-W-INJ-HIT
           PERFORM 3300-FIND-KIND       THRU 3300-EXIT
           ADD  1                      TO IE-W-KD-INJ(IE-W-KD)
           IF IE-W-FAIL-CNT > ZERO
               ADD  1                   TO IE-W-CAUGHT-CNT
               ADD  1                   TO IE-W-KD-CAUGHT(IE-W-KD)
           ELSE
               PERFORM 3210-ADD-MISSED  THRU 3210-EXIT
           END-IF
           PERFORM 3400-READ-ERR-ONE    THRU 3400-EXIT.
       3110-EXIT.
           EXIT.
      *
      *    *** 今の注入記録を見逃しに数えて次を読む
       3200-MISSED-ONE.
           PERFORM 3300-FIND-KIND       THRU 3300-EXIT
           ADD  1                      TO IE-W-KD-INJ(IE-W-KD)
           PERFORM 3210-ADD-MISSED      THRU 3210-EXIT
           PERFORM 3400-READ-ERR-ONE    THRU 3400-EXIT.
       3200-EXIT.
           EXIT.
      *
       3210-ADD-MISSED.
           ADD  1                      TO IE-W-MISSED-CNT
           IF IE-W-MISSED-CNT <= 50
               MOVE IE-W-INJ-REC        TO IE-W-MS-REC(IE-W-MISSED-CNT)
               MOVE IE-W-INJ-KIND       TO
                   IE-W-MS-KIND(IE-W-MISSED-CNT)
           END-IF.
       3210-EXIT.
           EXIT.
      *
      *    *** 注入種別の添字(IE-W-KD)。表に無ければ足す（10種別を
      *    *** 超えた分は最後の行へまとめる）
       3300-FIND-KIND.
           MOVE ZERO                   TO IE-W-KD
           PERFORM 3310-FIND-KIND-ONE   THRU 3310-EXIT
               VARYING IE-W-X FROM 1 BY 1
               UNTIL IE-W-X > IE-W-KD-CNT OR IE-W-KD > ZERO
           IF IE-W-KD > ZERO
               GO TO 3300-EXIT
           END-IF
           IF IE-W-KD-CNT < 10
               ADD  1                   TO IE-W-KD-CNT
               MOVE IE-W-INJ-KIND       TO IE-W-KD-NAME(IE-W-KD-CNT)
           ELSE
               MOVE "OTHER"             TO IE-W-KD-NAME(10)
           END-IF
           MOVE IE-W-KD-CNT            TO IE-W-KD.
       3300-EXIT.
           EXIT.
      *
       3310-FIND-KIND-ONE.
           IF IE-W-KD-NAME(IE-W-X) = IE-W-INJ-KIND
               MOVE IE-W-X              TO IE-W-KD
           END-IF.
       3310-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3400-READ-ERR-ONE  注入記録を1件読む
      *    REC=nnnnnnnnn KIND=xxxxxxxx（5-13桁レコード番号、20-27桁
      *    種別）。末尾のSUMMARY INJECTED=nnnnnnnnnは件数の確認に使い、
      *    それ以外の行は読み飛ばす
      ******************************************************************
       3400-READ-ERR-ONE.
           READ IE-ERR-FILE
               AT END
                   SET IE-W-ERR-EOF-YES TO TRUE
                   GO TO 3400-EXIT
           END-READ
           EVALUATE TRUE
               WHEN IE-ERR-LINE(1:4) = "REC="
                   ADD  1               TO IE-W-INJ-ENTRY-CNT
                   COMPUTE IE-W-INJ-REC =
                       FUNCTION NUMVAL(IE-ERR-LINE(5:9))
                   MOVE IE-ERR-LINE(20:8) TO IE-W-INJ-KIND
               WHEN IE-ERR-LINE(1:17) = "SUMMARY INJECTED="
                   MOVE "Y"             TO IE-W-INJ-SUMMARY
                   COMPUTE IE-W-INJ-DECLARED =
                       FUNCTION NUMVAL(IE-ERR-LINE(18:9))
                   GO TO 3400-READ-ERR-ONE
               WHEN OTHER
                   GO TO 3400-READ-ERR-ONE
           END-EVALUATE.
       3400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-CHECK-NUMBER  項目(IE-W-F)が数値として正しいか
      *    (IE-W-NUM-OK)と、その値(IE-W-NUM)
      ******************************************************************
       6000-CHECK-NUMBER.
           MOVE IE-W-LAY-POS(IE-W-F)   TO IE-W-P
           MOVE IE-W-LAY-LEN(IE-W-F)   TO IE-W-L
           MOVE "Y"                    TO IE-W-NUM-OK
           MOVE ZERO                   TO IE-W-NUM
                                           IE-W-NUM-INT
           MOVE "L"                    TO IE-W-SC-STATE
           MOVE SPACE                  TO IE-W-SC-SIGN
           MOVE "N"                    TO IE-W-SC-DOT
           MOVE ZERO                   TO IE-W-SC-DIGITS
                                           IE-W-SC-DEC
           EVALUATE IE-W-LAY-TYPE(IE-W-F)
               WHEN "B"
                   PERFORM 6040-DECODE-BINARY THRU 6040-EXIT
                   GO TO 6000-EXIT
               WHEN "P"
                   PERFORM 6030-SCAN-PACKED-ONE THRU 6030-EXIT
                       VARYING IE-W-K FROM 1 BY 1
                       UNTIL IE-W-K > IE-W-L OR IE-W-NUM-OK = "N"
               WHEN OTHER
                   PERFORM 6010-SCAN-ZONED-ONE THRU 6010-EXIT
                       VARYING IE-W-K FROM 1 BY 1
                       UNTIL IE-W-K > IE-W-L OR IE-W-NUM-OK = "N"
                   IF IE-W-SC-DIGITS = ZERO
                       MOVE "N"          TO IE-W-NUM-OK
                   END-IF
           END-EVALUATE
           IF IE-W-NUM-OK NOT = "Y"
               GO TO 6000-EXIT
           END-IF
      *    *** 小数点の無い値はレイアウトの小数桁で位取りする
           IF IE-W-SC-DOT = "N"
               MOVE IE-W-LAY-DEC(IE-W-F) TO IE-W-SC-DEC
           END-IF
           PERFORM 6050-SCALE          THRU 6050-EXIT
           IF IE-W-SC-SIGN = "-"
               COMPUTE IE-W-NUM = ZERO - IE-W-NUM
           END-IF.
       6000-EXIT.
           EXIT.
      *
      *    *** 表示形式の1桁（前後の空白・符号1つ・小数点1つ・数字、
      *    *** 末尾桁はゾーン符号も可）
       6010-SCAN-ZONED-ONE.
           MOVE IE-IN-REC(IE-W-P + IE-W-K - 1:1) TO IE-W-CH
           EVALUATE TRUE
               WHEN IE-W-CH = SPACE
                   IF IE-W-SC-STATE = "D"
                       MOVE "T"          TO IE-W-SC-STATE
                   END-IF
               WHEN IE-W-CH = "+" OR IE-W-CH = "-"
                   IF IE-W-SC-SIGN NOT = SPACE OR IE-W-SC-STATE = "T"
                       MOVE "N"          TO IE-W-NUM-OK
                   ELSE
                       MOVE IE-W-CH      TO IE-W-SC-SIGN
                       IF IE-W-SC-STATE = "D"
                           MOVE "T"      TO IE-W-SC-STATE
                       END-IF
                   END-IF
               WHEN IE-W-CH >= "0" AND IE-W-CH <= "9"
                   IF IE-W-SC-STATE = "T"
                       MOVE "N"          TO IE-W-NUM-OK
                   ELSE
                       MOVE "D"          TO IE-W-SC-STATE
                       ADD  1            TO IE-W-SC-DIGITS
                       COMPUTE IE-W-NUM-INT = IE-W-NUM-INT * 10
                           + FUNCTION ORD(IE-W-CH) - FUNCTION ORD("0")
                       IF IE-W-SC-DOT = "Y"
                           ADD  1        TO IE-W-SC-DEC
                       END-IF
                   END-IF
               WHEN IE-W-CH = "."
                   IF IE-W-SC-DOT = "Y" OR IE-W-SC-STATE = "T"
                       MOVE "N"          TO IE-W-NUM-OK
                   ELSE
                       MOVE "Y"          TO IE-W-SC-DOT
                       MOVE "D"          TO IE-W-SC-STATE
                   END-IF
               WHEN IE-W-K = IE-W-L AND IE-W-SC-STATE NOT = "T"
                    AND IE-W-SC-SIGN = SPACE
                   PERFORM 6020-ZONED-SIGN THRU 6020-EXIT
               WHEN OTHER
                   MOVE "N"              TO IE-W-NUM-OK
           END-EVALUATE.
       6010-EXIT.
           EXIT.
      *
      *    *** 末尾桁のゾーン符号（数字と符号を兼ねる）
       6020-ZONED-SIGN.
           MOVE ZERO                   TO IE-W-OP-N
           INSPECT IE-W-OP-PLUS TALLYING IE-W-OP-N
               FOR CHARACTERS BEFORE INITIAL IE-W-CH
           IF IE-W-OP-N < 10
               MOVE "+"                 TO IE-W-SC-SIGN
               GO TO 6020-DIGIT
           END-IF
           MOVE ZERO                   TO IE-W-OP-N
           INSPECT IE-W-OP-MINUS TALLYING IE-W-OP-N
               FOR CHARACTERS BEFORE INITIAL IE-W-CH
           IF IE-W-OP-N < 10
               MOVE "-"                 TO IE-W-SC-SIGN
               GO TO 6020-DIGIT
           END-IF
           MOVE ZERO                   TO IE-W-OP-N
           INSPECT IE-W-OP-MINUS2 TALLYING IE-W-OP-N
               FOR CHARACTERS BEFORE INITIAL IE-W-CH
           IF IE-W-OP-N < 10
               MOVE "-"                 TO IE-W-SC-SIGN
               GO TO 6020-DIGIT
           END-IF
           MOVE "N"                    TO IE-W-NUM-OK
           GO TO 6020-EXIT.
       6020-DIGIT.
           MOVE "D"                    TO IE-W-SC-STATE
           ADD  1                      TO IE-W-SC-DIGITS
           COMPUTE IE-W-NUM-INT = IE-W-NUM-INT * 10 + IE-W-OP-N
           IF IE-W-SC-DOT = "Y"
               ADD  1                   TO IE-W-SC-DEC
           END-IF.
       6020-EXIT.
           EXIT.
      *
      *    *** パック10進の1バイト（最終バイトの下位4ビットは符号
      *    *** C/D/F、それ以外の4ビットは0-9）
       6030-SCAN-PACKED-ONE.
           COMPUTE IE-W-BV =
               FUNCTION ORD(IE-IN-REC(IE-W-P + IE-W-K - 1:1)) - 1
           COMPUTE IE-W-HI = IE-W-BV / 16
           COMPUTE IE-W-LO = IE-W-BV - IE-W-HI * 16
           IF IE-W-HI > 9
               MOVE "N"                 TO IE-W-NUM-OK
               GO TO 6030-EXIT
           END-IF
           IF IE-W-K < IE-W-L
               IF IE-W-LO > 9
                   MOVE "N"             TO IE-W-NUM-OK
               ELSE
                   COMPUTE IE-W-NUM-INT =
                       IE-W-NUM-INT * 100 + IE-W-HI * 10 + IE-W-LO
               END-IF
               GO TO 6030-EXIT
           END-IF
           EVALUATE IE-W-LO
               WHEN 12
               WHEN 15
                   CONTINUE
               WHEN 13
                   MOVE "-"             TO IE-W-SC-SIGN
               WHEN OTHER
                   MOVE "N"             TO IE-W-NUM-OK
                   GO TO 6030-EXIT
           END-EVALUATE
           COMPUTE IE-W-NUM-INT = IE-W-NUM-INT * 10 + IE-W-HI.
       6030-EXIT.
           EXIT.
      *
      *    *** バイナリ（どのビット並びも数値として正しい）
       6040-DECODE-BINARY.
           MOVE SPACE                  TO IE-W-NUM-BYTES
           EVALUATE IE-W-L
               WHEN 2
                   MOVE IE-IN-REC(IE-W-P:2) TO IE-W-NUM-BYTES(1:2)
                   MOVE IE-W-BIN-2      TO IE-W-NUM-INT
               WHEN 4
                   MOVE IE-IN-REC(IE-W-P:4) TO IE-W-NUM-BYTES(1:4)
                   MOVE IE-W-BIN-4      TO IE-W-NUM-INT
               WHEN 8
                   MOVE IE-IN-REC(IE-W-P:8) TO IE-W-NUM-BYTES(1:8)
                   MOVE IE-W-BIN-8      TO IE-W-NUM-INT
               WHEN OTHER
                   MOVE ZERO            TO IE-W-NUM-INT
           END-EVALUATE
           MOVE IE-W-LAY-DEC(IE-W-F)   TO IE-W-SC-DEC
           PERFORM 6050-SCALE          THRU 6050-EXIT.
       6040-EXIT.
           EXIT.
      *
      *    *** 小数桁(IE-W-SC-DEC)で位取りした値(IE-W-NUM)
       6050-SCALE.
           MOVE 1                      TO IE-W-NUM-DIVISOR
           PERFORM 6060-BUILD-DIVISOR   THRU 6060-EXIT
               VARYING IE-W-K FROM 1 BY 1
               UNTIL IE-W-K > IE-W-SC-DEC
           COMPUTE IE-W-NUM = IE-W-NUM-INT / IE-W-NUM-DIVISOR.
       6050-EXIT.
           EXIT.
      *
       6060-BUILD-DIVISOR.
           COMPUTE IE-W-NUM-DIVISOR = IE-W-NUM-DIVISOR * 10.
       6060-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6100-CHECK-YMD  項目(IE-W-F)が暦上正しい年月日か
      *    (IE-W-YMD-OK)。Dタイプは8桁の数字、P/Bタイプは値を使う。
      *    DATEWEEKは日付を検査しないため、月の日数はID=AのDD2で
      *    確かめる
      ******************************************************************
       6100-CHECK-YMD.
           MOVE "N"                    TO IE-W-YMD-OK
           IF IE-W-LAY-TYPE(IE-W-F) = "D"
               IF IE-IN-REC(IE-W-P:8) IS NOT NUMERIC
                   GO TO 6100-EXIT
               END-IF
               MOVE IE-IN-REC(IE-W-P:8) TO IE-W-YMD
           ELSE
               PERFORM 6000-CHECK-NUMBER THRU 6000-EXIT
               IF IE-W-NUM-OK NOT = "Y" OR IE-W-NUM < 1 OR
                  IE-W-NUM > 99999999
                   GO TO 6100-EXIT
               END-IF
               MOVE IE-W-NUM            TO IE-W-YMD-9
           END-IF
           IF IE-W-YMD-YYYY = ZERO OR
              IE-W-YMD-MM < 1 OR IE-W-YMD-MM > 12 OR
              IE-W-YMD-DD < 1
               GO TO 6100-EXIT
           END-IF
           MOVE "A"                    TO CW-DATE2-ID
           MOVE IE-W-YMD-9             TO CW-DATE2-YMD-9
           CALL "DATEWEEK" USING CW-DATEWEEK-AREA
           IF IE-W-YMD-DD > CW-DATE2-DD2(IE-W-YMD-MM)
               GO TO 6100-EXIT
           END-IF
           MOVE "Y"                    TO IE-W-YMD-OK.
       6100-EXIT.
           EXIT.
      *
      *    *** 営業日か（翌営業日へ送っても同じ日なら営業日）
       6200-CHECK-BDAY.
           MOVE "V"                    TO CW-DATE2-ID
           MOVE IE-W-YMD-9             TO CW-DATE2-YMD-9
           MOVE "F"                    TO CW-DATE2-ROLL
           MOVE IE-W-CAL-ID            TO CW-DATE2-CAL-ID
           CALL "DATEWEEK" USING CW-DATEWEEK-AREA
           IF CW-RETURN-CODE NOT = "00" OR
              CW-DATE2-YMD-9 NOT = IE-W-YMD-9
               MOVE "N"                 TO IE-W-RULE-OK
           END-IF.
       6200-EXIT.
           EXIT.
      *
      *    *** 項目(IE-W-F)を値で扱うか（P/Bタイプ、または桁数の
      *    *** あるDタイプ）
       6800-NUMERIC-FIELD.
           MOVE "N"                    TO IE-W-NUMERIC-FLD
           IF IE-W-LAY-TYPE(IE-W-F) = "P" OR
              IE-W-LAY-TYPE(IE-W-F) = "B" OR
              IE-W-LAY-DIG(IE-W-F) > ZERO
               MOVE "Y"                 TO IE-W-NUMERIC-FLD
           END-IF.
       6800-EXIT.
           EXIT.
      *
      *    *** 項目名(IE-W-FIND-NAME)の添字(IE-W-FOUND-F)、無ければゼロ
       6900-FIND-FIELD.
           MOVE ZERO                   TO IE-W-FOUND-F
           PERFORM 6910-FIND-FIELD-ONE  THRU 6910-EXIT
               VARYING IE-W-X FROM 1 BY 1
               UNTIL IE-W-X > IE-W-LAY-CNT OR IE-W-FOUND-F > ZERO.
       6900-EXIT.
           EXIT.
      *
       6910-FIND-FIELD-ONE.
           IF IE-W-LAY-FLD-NAME(IE-W-X) = IE-W-FIND-NAME
               MOVE IE-W-X              TO IE-W-FOUND-F
           END-IF.
       6910-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-REPORT-RULE  規則別の不合格件数
      ******************************************************************
       8000-REPORT-RULE.
           MOVE IE-W-RL-FLD(IE-W-R)    TO IE-W-F
           MOVE IE-W-R                 TO IE-W-RPT-NO
           MOVE IE-W-RL-FAIL-CNT(IE-W-R) TO IE-W-RPT-CNT
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "  "                 DELIMITED BY SIZE
                  IE-W-RPT-NO           DELIMITED BY SIZE
                  " FIELD="             DELIMITED BY SIZE
                  IE-W-LAY-FLD-NAME(IE-W-F) DELIMITED BY SIZE
                  " RULE="              DELIMITED BY SIZE
                  IE-W-RL-KIND(IE-W-R)  DELIMITED BY SIZE
                  " FAILED="            DELIMITED BY SIZE
                  IE-W-RPT-CNT          DELIMITED BY SIZE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8100-REPORT-RECON  注入記録との突合の結果
      ******************************************************************
       8100-REPORT-RECON.
           MOVE SPACE                  TO IE-RPT-LINE
           WRITE IE-RPT-LINE
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "RECONCILIATION WITH " DELIMITED BY SIZE
                  IE-W-ERR-NAME         DELIMITED BY SPACE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE
           PERFORM 8110-REPORT-KIND-ONE THRU 8110-EXIT
               VARYING IE-W-KD FROM 1 BY 1 UNTIL IE-W-KD > IE-W-KD-CNT
           PERFORM 8120-REPORT-MISSED-ONE THRU 8120-EXIT
               VARYING IE-W-X FROM 1 BY 1
               UNTIL IE-W-X > 50 OR IE-W-X > IE-W-MISSED-CNT
           PERFORM 8130-REPORT-GOODREJ-ONE THRU 8130-EXIT
               VARYING IE-W-X FROM 1 BY 1
               UNTIL IE-W-X > 50 OR IE-W-X > IE-W-GOODREJ-CNT
      *    *** 記録の件数とサマリーの件数が合わなければ記録の欠落
           IF IE-W-INJ-SUMMARY NOT = "Y"
               MOVE "  ERROR LOG HAS NO SUMMARY LINE (INCOMPLETE)"
                                         TO IE-RPT-LINE
               WRITE IE-RPT-LINE
           ELSE
               IF IE-W-INJ-DECLARED NOT = IE-W-INJ-ENTRY-CNT
                   MOVE IE-W-INJ-DECLARED TO IE-W-RPT-CNT
                   MOVE IE-W-INJ-ENTRY-CNT TO IE-W-RPT-C2
                   MOVE SPACE           TO IE-RPT-LINE
                   STRING "  ERROR LOG INCOMPLETE - SUMMARY="
                                         DELIMITED BY SIZE
                          IE-W-RPT-CNT   DELIMITED BY SIZE
                          " ENTRIES="    DELIMITED BY SIZE
                          IE-W-RPT-C2    DELIMITED BY SIZE
                          INTO IE-RPT-LINE
                   END-STRING
                   WRITE IE-RPT-LINE
               END-IF
           END-IF
           MOVE IE-W-INJ-ENTRY-CNT     TO IE-W-RPT-CNT
           MOVE IE-W-CAUGHT-CNT        TO IE-W-RPT-C2
           MOVE IE-W-MISSED-CNT        TO IE-W-RPT-C3
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "INJECTED="          DELIMITED BY SIZE
                  IE-W-RPT-CNT          DELIMITED BY SIZE
                  " CAUGHT="            DELIMITED BY SIZE
                  IE-W-RPT-C2           DELIMITED BY SIZE
                  " MISSED="            DELIMITED BY SIZE
                  IE-W-RPT-C3           DELIMITED BY SIZE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE
           MOVE IE-W-GOODREJ-CNT       TO IE-W-RPT-CNT
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "GOOD-RECORDS-REJECTED=" DELIMITED BY SIZE
                  IE-W-RPT-CNT          DELIMITED BY SIZE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE.
       8100-EXIT.
           EXIT.
      *
       8110-REPORT-KIND-ONE.
           MOVE IE-W-KD-INJ(IE-W-KD)   TO IE-W-RPT-CNT
           MOVE IE-W-KD-CAUGHT(IE-W-KD) TO IE-W-RPT-C2
           COMPUTE IE-W-RPT-C3 =
               IE-W-KD-INJ(IE-W-KD) - IE-W-KD-CAUGHT(IE-W-KD)
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "  KIND="            DELIMITED BY SIZE
                  IE-W-KD-NAME(IE-W-KD) DELIMITED BY SIZE
                  " INJECTED="          DELIMITED BY SIZE
                  IE-W-RPT-CNT          DELIMITED BY SIZE
                  " CAUGHT="            DELIMITED BY SIZE
                  IE-W-RPT-C2           DELIMITED BY SIZE
                  " MISSED="            DELIMITED BY SIZE
                  IE-W-RPT-C3           DELIMITED BY SIZE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE.
       8110-EXIT.
           EXIT.
      *
       8120-REPORT-MISSED-ONE.
           MOVE IE-W-MS-REC(IE-W-X)    TO IE-W-RPT-REC
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "  INJECTED NOT CAUGHT RECORD=" DELIMITED BY SIZE
                  IE-W-RPT-REC          DELIMITED BY SIZE
                  " KIND="              DELIMITED BY SIZE
                  IE-W-MS-KIND(IE-W-X)  DELIMITED BY SIZE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE.
       8120-EXIT.
           EXIT.
      *
       8130-REPORT-GOODREJ-ONE.
           MOVE IE-W-GR-REC(IE-W-X)    TO IE-W-RPT-REC
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "  GOOD RECORD REJECTED RECORD=" DELIMITED BY SIZE
                  IE-W-RPT-REC          DELIMITED BY SIZE
                  " FIELD="             DELIMITED BY SIZE
                  IE-W-GR-FLD(IE-W-X)   DELIMITED BY SIZE
                  " RULE="              DELIMITED BY SIZE
                  IE-W-GR-RULE(IE-W-X)  DELIMITED BY SIZE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE.
       8130-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数・突合を出し、判定を決めてRUNCTLと
      *    受け渡し系譜の登録簿へ記録する
      ******************************************************************
       9000-TERMINATE.
           IF NOT IE-W-NOEDIT-YES
               MOVE SPACE               TO IE-RPT-LINE
               WRITE IE-RPT-LINE
               MOVE "RULES"             TO IE-RPT-LINE
               WRITE IE-RPT-LINE
               PERFORM 8000-REPORT-RULE THRU 8000-EXIT
                   VARYING IE-W-R FROM 1 BY 1 UNTIL IE-W-R > IE-W-RL-CNT
           END-IF
      *
           MOVE SPACE                  TO IE-RPT-LINE
           WRITE IE-RPT-LINE
           MOVE IE-W-READ-CNT          TO IE-W-RPT-CNT
           MOVE IE-W-REC-NO            TO IE-W-RPT-C2
           MOVE IE-W-PASS-CNT          TO IE-W-RPT-C3
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "RECORDS-READ="      DELIMITED BY SIZE
                  IE-W-RPT-CNT          DELIMITED BY SIZE
                  " EDITED="            DELIMITED BY SIZE
                  IE-W-RPT-C2           DELIMITED BY SIZE
                  " PASSED-THROUGH="    DELIMITED BY SIZE
                  IE-W-RPT-C3           DELIMITED BY SIZE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE
           MOVE IE-W-CLEAN-CNT         TO IE-W-RPT-CNT
           MOVE IE-W-REJ-CNT           TO IE-W-RPT-C2
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "CLEAN="             DELIMITED BY SIZE
                  IE-W-RPT-CNT          DELIMITED BY SIZE
                  " REJECTED="          DELIMITED BY SIZE
                  IE-W-RPT-C2           DELIMITED BY SIZE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE
           IF NOT IE-W-NOEDIT-YES AND IE-W-RECON-YES
               PERFORM 8100-REPORT-RECON THRU 8100-EXIT
           END-IF
      *
      *    *** 判定（突合の不一致は編集の結果より優先する）
           EVALUATE TRUE
               WHEN IE-W-NOEDIT-YES
                   MOVE 12              TO IE-W-VERDICT
                   MOVE "NOT EDITED"    TO IE-W-VERDICT-TEXT
               WHEN IE-W-RECON-YES AND
                    (IE-W-MISSED-CNT > ZERO OR
                     IE-W-GOODREJ-CNT > ZERO OR
                     IE-W-INJ-SUMMARY NOT = "Y" OR
                     IE-W-INJ-DECLARED NOT = IE-W-INJ-ENTRY-CNT)
                   MOVE 8               TO IE-W-VERDICT
                   MOVE "NOT RECONCILED" TO IE-W-VERDICT-TEXT
               WHEN IE-W-REJ-CNT > ZERO
                   MOVE 4               TO IE-W-VERDICT
                   MOVE "REJECTS"       TO IE-W-VERDICT-TEXT
               WHEN OTHER
                   MOVE ZERO            TO IE-W-VERDICT
                   MOVE "CLEAN"         TO IE-W-VERDICT-TEXT
           END-EVALUATE
      *
           MOVE "E"                    TO RC-ID
           MOVE "INEDIT"               TO RC-PGM
           EVALUATE IE-W-VERDICT
               WHEN 12
                   MOVE "PREFAIL"       TO RC-OUTCOME
               WHEN 8
                   MOVE "FAIL"          TO RC-OUTCOME
               WHEN OTHER
                   MOVE "OK"            TO RC-OUTCOME
           END-EVALUATE
           MOVE IE-W-VERDICT           TO RC-COMP-CODE
           MOVE IE-W-REC-NO            TO RC-REC-CNT
           MOVE IE-W-REJ-CNT           TO RC-ERR-CNT
           CALL "RUNCTL" USING RC-RUNCTL-AREA
      *
           MOVE SPACE                  TO IE-RPT-LINE
           STRING "VERDICT="           DELIMITED BY SIZE
                  IE-W-VERDICT          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  IE-W-VERDICT-TEXT     DELIMITED BY "  "
                  " OUTCOME="           DELIMITED BY SIZE
                  RC-OUTCOME            DELIMITED BY SPACE
                  INTO IE-RPT-LINE
           END-STRING
           WRITE IE-RPT-LINE
      *
      *    *** 受け渡し系譜の登録簿へ読み込み・書き出し実績を残す
           IF NOT IE-W-NOEDIT-YES
               MOVE "INEDIT"            TO FG-PGM
               MOVE IE-W-IN-NAME        TO FG-FILE-NAME
               MOVE "I"                 TO FG-DIR
               MOVE IE-W-READ-CNT       TO FG-REC-CNT
               CALL "FILEREG" USING FG-FILEREG-AREA
               MOVE IE-W-OUT-NAME       TO FG-FILE-NAME
               MOVE "O"                 TO FG-DIR
               COMPUTE FG-REC-CNT = IE-W-CLEAN-CNT + IE-W-PASS-CNT
               CALL "FILEREG" USING FG-FILEREG-AREA
               MOVE IE-W-REJ-NAME       TO FG-FILE-NAME
               MOVE "O"                 TO FG-DIR
               MOVE IE-W-REJ-CNT        TO FG-REC-CNT
               CALL "FILEREG" USING FG-FILEREG-AREA
           END-IF
           CLOSE IE-RPT-FILE.
       9000-EXIT.
           EXIT.
