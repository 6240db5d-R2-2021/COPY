      ******************************************************************
      *
      *    PROGRAM-ID.  LAYGEN
      *
      *    レコード定義の集中管理（レイアウトリポジトリ）。レコードの
      *    コピー句（CPNFADDR.cpy、CPCOBOUT.cpy等）を読み、PIC・
      *    USAGE・OCCURS・REDEFINESから各項目の名前・位置・長さ・
      *    タイプ・けた数を求めて、ファイル名をキーにリポジトリ
      *    (LAYREPO.DAT)へ1回だけ登録する。FILEDUMP・FLCOMPAR・
      *    FLEXTRCT・DATAMASK・DMAUDIT・DATAPROF・DECODE05・COBRNDの
      *    項目定義ファイル(.LAY)はEXPORTでリポジトリから作り、
      *    手入力の.LAYはCHECKでコピー句との食い違いを報告する。
      *    （手入力の.LAYがジョブ間で複写され、コピー句の変更に
      *    追随せず、開始位置の誤りで別のバイトを比較・マスクして
      *    しまうのを防ぐ）
      *
      *    LAYGEN.CTL の指示（1行＝1指示、先頭 * の行と空行は読み
      *    飛ばす。指示の無い時はLISTを行う）:
      *      GEN=ファイル名    コピー句から項目定義を作りリポジトリへ
      *                        登録する（登録済みのファイル名は置き
      *                        換える）。続く次の行で指定する
      *        COPY=xxx.cpy    レコードのコピー句（必須）
      *        REC=名前        使う01レベルの名前（:##:- を除いた名前、
      *                        省略時は最初の01レベル）
      *      EXPORT=ファイル名 リポジトリの定義から.LAYを作る
      *        TO=xxx.LAY      作る項目定義ファイル（必須）
      *        FORM=COBRND     COBRND.LAYの形式（長さ5桁）で作る
      *                        （省略時はFILEDUMP.LAYの形式）
      *        ALL=Y           コピー句の全項目を出す
      *      CHECK=xxx.LAY     手入力の.LAYをコピー句と照合する
      *        KEY=ファイル名  照合するリポジトリの登録（必須）
      *        FORM=COBRND     照合する.LAYの形式
      *      LIST              登録済みファイル名の一覧
      *
      *    EXPORTは既存の.LAYがあれば、そこに並んだ項目だけを同じ
      *    順で作り直し（ツールごとに項目を選んでいるため）、位置・
      *    長さ等より右の桁（DATAMASKの30桁目のマスク区分、COBRNDの
      *    24桁目以降の種別・範囲等）は既存の行から引き継ぐ。
      *    既存の.LAYが無い時とALL=Yの時はコピー句の全項目を出す。
      *    CHECKは登録したコピー句をその場で読み直して照合する
      *    （コピー句が登録後に変わった時はGENのやり直しも報告する）。
      *    EXPORTで50項目を超える.LAYを作った時は、FILEDUMP等の各ツール
      *    が先頭の50項目しか読まないため、警告をレポートへ出す。
      *    .LAYの各項目を名前で引き、コピー句に無い名前・位置・長さ
      *    （FILEDUMP形式ではタイプ・けた数・小数部も）の違いを
      *    食い違いとして数える。
      *
      *    コピー句の解釈
      *      1行は256バイトまで読み、8-72桁だけを字句に分ける（7桁目
      *      が * / の行は注記）。256バイトを超える行はGEN・CHECKの
      *      誤りとする（行の残りを次の行として読まないため）。
      *      項目名は先頭の :##:- を除き10桁に切る。FILLERと集団
      *      項目は出さない（位置の計算には含める）。88・66レベルは
      *      読み飛ばす。REDEFINESは元の項目と同じ位置から始め、
      *      集団の長さには数えない。OCCURSは1段までを NAME(n) に
      *      展開する（入れ子のOCCURSは報告して出さない）。
      *      長さ: DISPLAYはPICの桁数（N・Gは2バイト、SIGN SEPARATE
      *      は＋1）、COMP-3はけた数/2＋1、COMP/COMP-4/COMP-5/BINARYは
      *      けた数4以下2・9以下4・他8、BINARY-LONG等は固定長。
      *      タイプ: D=DISPLAY P=COMP-3 B=BINARY系（COMP-1/COMP-2は
      *      D）。けた数・小数部は数字項目（PICの9とV）だけに付ける。
      *
      *    リポジトリ(LAYREPO.DAT、1行＝1項目)
      *      H行 01:H  03-26:ファイル名  28-51:コピー句
      *          53-82:01レベルの名前  84-88:項目数  90-94:レコード長
      *          96-109:登録時刻
      *      F行 01:F  03-26:ファイル名  28-37:項目名  39-43:位置
      *          45-49:長さ  51:タイプ  53-54:けた数  56-57:小数部
      *    処理結果はLAYGEN.RPTへ出力する。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  コピー句の行を256バイトまで読む（80
      *                          バイトを超える注記の行の残りが次の
      *                          行として解釈され、項目が抜けていた）。
      *                          超える行は誤りとする。50項目を超える
      *                          EXPORTを警告する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 LAYGEN.
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
           SELECT LY-CTL-FILE      ASSIGN TO "LAYGEN.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LY-W-CTL-STATUS.
           SELECT LY-REPO-FILE     ASSIGN TO "LAYREPO.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LY-W-REPO-STATUS.
      *    コピー句・項目定義ファイルは指示ごとに名前が変わる
           SELECT LY-CPY-FILE      ASSIGN DYNAMIC LY-W-CPY-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LY-W-CPY-STATUS.
           SELECT LY-LAY-FILE      ASSIGN DYNAMIC LY-W-LAY-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LY-W-LAY-STATUS.
           SELECT LY-RPT-FILE      ASSIGN TO "LAYGEN.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  LY-CTL-FILE.
       01  LY-CTL-LINE               PIC X(080).
      *
       FD  LY-REPO-FILE.
       01  LY-REPO-LINE              PIC X(120).
      *
       FD  LY-CPY-FILE.
       01  LY-CPY-LINE               PIC X(256).
      *
       FD  LY-LAY-FILE.
       01  LY-LAY-LINE               PIC X(132).
      *
       FD  LY-RPT-FILE.
       01  LY-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  LY-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  LY-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  LY-W-CTL-EOF-YES             VALUE "Y".
       01  LY-W-REPO-STATUS         PIC  X(002) VALUE SPACE.
       01  LY-W-REPO-EOF            PIC  X(001) VALUE "N".
           88  LY-W-REPO-EOF-YES            VALUE "Y".
       01  LY-W-CPY-NAME            PIC  X(024) VALUE SPACE.
       01  LY-W-CPY-STATUS          PIC  X(002) VALUE SPACE.
       01  LY-W-CPY-EOF             PIC  X(001) VALUE "N".
           88  LY-W-CPY-EOF-YES             VALUE "Y".
      *    *** コピー句の行番号と、長すぎる行の残りを読み飛ばす印
       01  LY-W-CPY-LNO             BINARY-LONG VALUE ZERO.
       01  LY-W-CPY-LNO-E           PIC  9(005) VALUE ZERO.
       01  LY-W-CPY-SPILL           PIC  X(001) VALUE "N".
       01  LY-W-LAY-NAME            PIC  X(024) VALUE SPACE.
       01  LY-W-LAY-STATUS          PIC  X(002) VALUE SPACE.
       01  LY-W-LAY-EOF             PIC  X(001) VALUE "N".
           88  LY-W-LAY-EOF-YES             VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    指示の受け付け（GEN=/EXPORT=/CHECK=は続く行の指定を集め、
      *    次の指示かファイルの終わりで実行する）
      *---------------------------------------------------------------*
       01  LY-W-P-CMD               PIC  X(001) VALUE SPACE.
       01  LY-W-P-KEY               PIC  X(024) VALUE SPACE.
       01  LY-W-P-COPY              PIC  X(024) VALUE SPACE.
       01  LY-W-P-REC               PIC  X(030) VALUE SPACE.
       01  LY-W-P-TO                PIC  X(024) VALUE SPACE.
       01  LY-W-P-FORM              PIC  X(006) VALUE SPACE.
       01  LY-W-P-ALL               PIC  X(001) VALUE SPACE.
       01  LY-W-CMD-CNT             BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    リポジトリの全行（GENの置き換え・EXPORT・CHECK・LIST用）
      *---------------------------------------------------------------*
       01  LY-W-RP-CNT              BINARY-LONG VALUE ZERO.
       01  LY-W-RP-TBL-AREA.
           03  LY-W-RP-LINE         PIC  X(120) OCCURS 3000.
       01  LY-W-RP                  BINARY-LONG VALUE ZERO.
       01  LY-W-RP-H                BINARY-LONG VALUE ZERO.
      *    *** リポジトリの1行の編集域
       01  LY-W-RL                  PIC  X(120) VALUE SPACE.
       01  LY-W-RL-H REDEFINES LY-W-RL.
           03  LY-W-RH-ID           PIC  X(001).
           03  FILLER               PIC  X(001).
           03  LY-W-RH-KEY          PIC  X(024).
           03  FILLER               PIC  X(001).
           03  LY-W-RH-COPY         PIC  X(024).
           03  FILLER               PIC  X(001).
           03  LY-W-RH-REC          PIC  X(030).
           03  FILLER               PIC  X(001).
           03  LY-W-RH-FLD-CNT      PIC  9(005).
           03  FILLER               PIC  X(001).
           03  LY-W-RH-RECLEN       PIC  9(005).
           03  FILLER               PIC  X(001).
           03  LY-W-RH-STAMP        PIC  9(014).
           03  FILLER               PIC  X(011).
       01  LY-W-RL-F REDEFINES LY-W-RL.
           03  LY-W-RF-ID           PIC  X(001).
           03  FILLER               PIC  X(001).
           03  LY-W-RF-KEY          PIC  X(024).
           03  FILLER               PIC  X(001).
           03  LY-W-RF-NAME         PIC  X(010).
           03  FILLER               PIC  X(001).
           03  LY-W-RF-POS          PIC  9(005).
           03  FILLER               PIC  X(001).
           03  LY-W-RF-LEN          PIC  9(005).
           03  FILLER               PIC  X(001).
           03  LY-W-RF-TYPE         PIC  X(001).
           03  FILLER               PIC  X(001).
           03  LY-W-RF-DIGITS       PIC  9(002).
           03  FILLER               PIC  X(001).
           03  LY-W-RF-DEC          PIC  9(002).
           03  FILLER               PIC  X(063).
      *
      *---------------------------------------------------------------*
      *    コピー句の字句（1文＝終止符までの語、最大60語）
      *---------------------------------------------------------------*
       01  LY-W-SRC                 PIC  X(065) VALUE SPACE.
       01  LY-W-CX                  BINARY-LONG VALUE ZERO.
       01  LY-W-CH                  PIC  X(001) VALUE SPACE.
       01  LY-W-TKB                 PIC  X(030) VALUE SPACE.
       01  LY-W-TKL                 BINARY-LONG VALUE ZERO.
       01  LY-W-TK-LAST             PIC  X(001) VALUE SPACE.
       01  LY-W-INQ                 PIC  X(001) VALUE "N".
       01  LY-W-QCH                 PIC  X(001) VALUE SPACE.
       01  LY-W-STMT-END            PIC  X(001) VALUE "N".
       01  LY-W-TOK-CNT             BINARY-LONG VALUE ZERO.
       01  LY-W-TOK-TBL-AREA.
           03  LY-W-TOK             PIC  X(030) OCCURS 60.
       01  LY-W-T                   BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    取り込んだ01レベル配下の項目（最大500項目）
      *---------------------------------------------------------------*
       01  LY-W-CAP                 PIC  X(001) VALUE "N".
           88  LY-W-CAP-ON                  VALUE "Y".
           88  LY-W-CAP-DONE                VALUE "D".
       01  LY-W-IT-CNT              BINARY-LONG VALUE ZERO.
       01  LY-W-IT-TBL-AREA.
           03  LY-W-IT-ENT OCCURS 500.
             05  LY-W-I-LEVEL       PIC  9(002).
             05  LY-W-I-NAME        PIC  X(030).
             05  LY-W-I-ELEM        PIC  X(001).
             05  LY-W-I-USAGE       PIC  X(001).
             05  LY-W-I-TYPE        PIC  X(001).
             05  LY-W-I-DIGITS      PIC  9(002).
             05  LY-W-I-DEC         PIC  9(002).
             05  LY-W-I-BYTES       BINARY-LONG.
             05  LY-W-I-OCC         BINARY-LONG.
             05  LY-W-I-REDEF       BINARY-LONG.
             05  LY-W-I-PARENT      BINARY-LONG.
             05  LY-W-I-SIZE        BINARY-LONG.
             05  LY-W-I-POS         BINARY-LONG.
             05  LY-W-I-CUR         BINARY-LONG.
       01  LY-W-I                   BINARY-LONG VALUE ZERO.
       01  LY-W-J                   BINARY-LONG VALUE ZERO.
       01  LY-W-K                   BINARY-LONG VALUE ZERO.
      *    *** 1項目の解釈中の値
       01  LY-W-LEVEL               PIC  9(002) VALUE ZERO.
       01  LY-W-NAME                PIC  X(030) VALUE SPACE.
       01  LY-W-PIC                 PIC  X(030) VALUE SPACE.
       01  LY-W-USAGE               PIC  X(001) VALUE SPACE.
       01  LY-W-FIX-BYTES           BINARY-LONG VALUE ZERO.
       01  LY-W-FIX-DIGITS          BINARY-LONG VALUE ZERO.
       01  LY-W-FIX-TYPE            PIC  X(001) VALUE SPACE.
       01  LY-W-OCC                 BINARY-LONG VALUE ZERO.
       01  LY-W-REDEF-NAME          PIC  X(030) VALUE SPACE.
       01  LY-W-SEP                 PIC  X(001) VALUE "N".
      *    *** PICの解析
       01  LY-W-PX                  BINARY-LONG VALUE ZERO.
       01  LY-W-PSYM                PIC  X(001) VALUE SPACE.
       01  LY-W-PREP                BINARY-LONG VALUE ZERO.
       01  LY-W-PNUM                PIC  X(005) VALUE SPACE.
       01  LY-W-PNL                 BINARY-LONG VALUE ZERO.
       01  LY-W-P-BYTES             BINARY-LONG VALUE ZERO.
       01  LY-W-P-DIGITS            BINARY-LONG VALUE ZERO.
       01  LY-W-P-DEC               BINARY-LONG VALUE ZERO.
       01  LY-W-P-AFTER-V           PIC  X(001) VALUE "N".
       01  LY-W-P-EDITED            PIC  X(001) VALUE "N".
       01  LY-W-P-SIGNED            PIC  X(001) VALUE "N".
      *
      *---------------------------------------------------------------*
      *    作成した項目定義（最大200項目）
      *---------------------------------------------------------------*
       01  LY-W-G-CNT               BINARY-LONG VALUE ZERO.
       01  LY-W-G-RECLEN            BINARY-LONG VALUE ZERO.
       01  LY-W-G-TBL-AREA.
           03  LY-W-G-ENT OCCURS 200.
             05  LY-W-G-NAME        PIC  X(010).
             05  LY-W-G-POS         BINARY-LONG.
             05  LY-W-G-LEN         BINARY-LONG.
             05  LY-W-G-TYPE        PIC  X(001).
             05  LY-W-G-DIGITS      PIC  9(002).
             05  LY-W-G-DEC         PIC  9(002).
             05  LY-W-G-USED        PIC  X(001).
       01  LY-W-G                   BINARY-LONG VALUE ZERO.
       01  LY-W-GEN-ERR             BINARY-LONG VALUE ZERO.
       01  LY-W-GEN-WARN            BINARY-LONG VALUE ZERO.
      *    *** 項目名の組み立て（OCCURSの添字付き）
       01  LY-W-OWNER               BINARY-LONG VALUE ZERO.
       01  LY-W-NEST                BINARY-LONG VALUE ZERO.
       01  LY-W-OC                  BINARY-LONG VALUE ZERO.
       01  LY-W-BASE                PIC  X(030) VALUE SPACE.
       01  LY-W-BL                  BINARY-LONG VALUE ZERO.
       01  LY-W-SFX                 PIC  X(006) VALUE SPACE.
       01  LY-W-SFXL                BINARY-LONG VALUE ZERO.
       01  LY-W-OC1                 PIC  9(001) VALUE ZERO.
       01  LY-W-OC2                 PIC  9(002) VALUE ZERO.
       01  LY-W-OC3                 PIC  9(003) VALUE ZERO.
       01  LY-W-FNAME               PIC  X(010) VALUE SPACE.
       01  LY-W-DUP                 BINARY-LONG VALUE ZERO.
       01  LY-W-PTR                 BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    既存の項目定義ファイル（EXPORTの引き継ぎ・CHECK用）
      *---------------------------------------------------------------*
       01  LY-W-X-CNT               BINARY-LONG VALUE ZERO.
       01  LY-W-X-TBL-AREA.
           03  LY-W-X-LINE          PIC  X(132) OCCURS 200.
       01  LY-W-X                   BINARY-LONG VALUE ZERO.
       01  LY-W-X-EXISTS            PIC  X(001) VALUE "N".
       01  LY-W-FOUND               BINARY-LONG VALUE ZERO.
      *    *** 形式ごとの桁位置（FILEDUMP形式 長さ3桁、COBRND形式
      *    *** 長さ5桁）と、引き継ぐ右側の桁の開始位置
       01  LY-W-F-LENW              BINARY-LONG VALUE ZERO.
       01  LY-W-F-KEEP              BINARY-LONG VALUE ZERO.
       01  LY-W-OUT                 PIC  X(132) VALUE SPACE.
       01  LY-W-ED-POS              PIC  9(005) VALUE ZERO.
       01  LY-W-ED-LEN3             PIC  9(003) VALUE ZERO.
       01  LY-W-ED-LEN5             PIC  9(005) VALUE ZERO.
       01  LY-W-ED-DIG              PIC  9(002) VALUE ZERO.
       01  LY-W-ED-DEC              PIC  9(002) VALUE ZERO.
      *    *** CHECKで読んだ.LAYの1行
       01  LY-W-C-NAME              PIC  X(010) VALUE SPACE.
       01  LY-W-C-POS               BINARY-LONG VALUE ZERO.
       01  LY-W-C-LEN               BINARY-LONG VALUE ZERO.
       01  LY-W-C-TYPE              PIC  X(001) VALUE SPACE.
       01  LY-W-C-DIGITS            PIC  X(002) VALUE SPACE.
       01  LY-W-C-DEC               PIC  X(002) VALUE SPACE.
       01  LY-W-C-WHAT              PIC  X(010) VALUE SPACE.
       01  LY-W-C-LAYV              PIC  9(005) VALUE ZERO.
       01  LY-W-C-CPYV              PIC  9(005) VALUE ZERO.
       01  LY-W-DRIFT               BINARY-LONG VALUE ZERO.
       01  LY-W-STALE               PIC  X(001) VALUE "N".
      *
      *    *** 帳票の編集・件数
       01  LY-W-RPT-CNT             PIC  9(005) VALUE ZERO.
       01  LY-W-RPT-C2              PIC  9(005) VALUE ZERO.
       01  LY-W-DATE8               PIC  9(008) VALUE ZERO.
       01  LY-W-TIME8               PIC  9(008) VALUE ZERO.
       01  LY-W-STAMP               PIC  9(014) VALUE ZERO.
       01  LY-W-ERR-CNT             BINARY-LONG VALUE ZERO.
       01  LY-W-DRIFT-CNT           BINARY-LONG VALUE ZERO.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==LYQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
      *
           MOVE "N"                    TO LY-W-CTL-EOF
           OPEN INPUT LY-CTL-FILE
           IF LY-W-CTL-STATUS = "00"
               PERFORM 1100-READ-CTL-ONE THRU 1100-EXIT
                   UNTIL LY-W-CTL-EOF-YES
               CLOSE LY-CTL-FILE
           END-IF
           PERFORM 1900-FLUSH-CMD       THRU 1900-EXIT
      *    *** 指示の無い時は一覧を出す
           IF LY-W-CMD-CNT = ZERO
               PERFORM 7000-LIST        THRU 7000-EXIT
           END-IF
      *
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT LY-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO LYQ-ID
           CALL "ENVQUAL" USING LYQ-ENVQUAL-AREA
           MOVE LYQ-ENV-LINE           TO LY-RPT-LINE
           WRITE LY-RPT-LINE
           ACCEPT LY-W-DATE8           FROM DATE YYYYMMDD
           ACCEPT LY-W-TIME8           FROM TIME
           COMPUTE LY-W-STAMP =
               LY-W-DATE8 * 1000000 + LY-W-TIME8 / 100.
       1000-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ LY-CTL-FILE
               AT END
                   SET LY-W-CTL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF LY-CTL-LINE = SPACE OR LY-CTL-LINE(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN LY-CTL-LINE(1:4) = "GEN="
                   PERFORM 1900-FLUSH-CMD THRU 1900-EXIT
                   PERFORM 1200-CLEAR-CMD THRU 1200-EXIT
                   MOVE "G"              TO LY-W-P-CMD
                   MOVE LY-CTL-LINE(5:24) TO LY-W-P-KEY
               WHEN LY-CTL-LINE(1:7) = "EXPORT="
                   PERFORM 1900-FLUSH-CMD THRU 1900-EXIT
                   PERFORM 1200-CLEAR-CMD THRU 1200-EXIT
                   MOVE "E"              TO LY-W-P-CMD
                   MOVE LY-CTL-LINE(8:24) TO LY-W-P-KEY
               WHEN LY-CTL-LINE(1:6) = "CHECK="
                   PERFORM 1900-FLUSH-CMD THRU 1900-EXIT
                   PERFORM 1200-CLEAR-CMD THRU 1200-EXIT
                   MOVE "C"              TO LY-W-P-CMD
                   MOVE LY-CTL-LINE(7:24) TO LY-W-P-TO
               WHEN LY-CTL-LINE(1:4) = "LIST"
                   PERFORM 1900-FLUSH-CMD THRU 1900-EXIT
                   ADD  1                TO LY-W-CMD-CNT
                   PERFORM 7000-LIST      THRU 7000-EXIT
               WHEN LY-CTL-LINE(1:5) = "COPY="
                   MOVE LY-CTL-LINE(6:24) TO LY-W-P-COPY
               WHEN LY-CTL-LINE(1:4) = "REC="
                   MOVE LY-CTL-LINE(5:30) TO LY-W-P-REC
               WHEN LY-CTL-LINE(1:3) = "TO="
                   MOVE LY-CTL-LINE(4:24) TO LY-W-P-TO
               WHEN LY-CTL-LINE(1:4) = "KEY="
                   MOVE LY-CTL-LINE(5:24) TO LY-W-P-KEY
               WHEN LY-CTL-LINE(1:5) = "FORM="
                   MOVE LY-CTL-LINE(6:6)  TO LY-W-P-FORM
               WHEN LY-CTL-LINE(1:4) = "ALL="
                   MOVE LY-CTL-LINE(5:1)  TO LY-W-P-ALL
               WHEN OTHER
                   MOVE SPACE            TO LY-RPT-LINE
                   STRING "UNKNOWN CONTROL LINE: " DELIMITED BY SIZE
                          LY-CTL-LINE(1:40) DELIMITED BY SIZE
                          INTO LY-RPT-LINE
                   END-STRING
                   WRITE LY-RPT-LINE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
       1200-CLEAR-CMD.
           MOVE SPACE                  TO LY-W-P-CMD
           MOVE SPACE                  TO LY-W-P-KEY
           MOVE SPACE                  TO LY-W-P-COPY
           MOVE SPACE                  TO LY-W-P-REC
           MOVE SPACE                  TO LY-W-P-TO
           MOVE SPACE                  TO LY-W-P-FORM
           MOVE SPACE                  TO LY-W-P-ALL.
       1200-EXIT.
           EXIT.
      *
      *    *** 指定を集め終えた指示を実行する
       1900-FLUSH-CMD.
           IF LY-W-P-CMD = SPACE
               GO TO 1900-EXIT
           END-IF
           ADD  1                      TO LY-W-CMD-CNT
           MOVE SPACE                  TO LY-RPT-LINE
           WRITE LY-RPT-LINE
           EVALUATE LY-W-P-CMD
               WHEN "G"
                   PERFORM 3000-GEN      THRU 3000-EXIT
               WHEN "E"
                   PERFORM 5000-EXPORT   THRU 5000-EXIT
               WHEN "C"
                   PERFORM 6000-CHECK    THRU 6000-EXIT
           END-EVALUATE
           MOVE SPACE                  TO LY-W-P-CMD.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-LOAD-REPO  リポジトリの全行を表へ読み込む
      ******************************************************************
       2000-LOAD-REPO.
           MOVE ZERO                   TO LY-W-RP-CNT
           MOVE "N"                    TO LY-W-REPO-EOF
           OPEN INPUT LY-REPO-FILE
           IF LY-W-REPO-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-READ-REPO-ONE   THRU 2010-EXIT
               UNTIL LY-W-REPO-EOF-YES
           CLOSE LY-REPO-FILE.
       2000-EXIT.
           EXIT.
      *
       2010-READ-REPO-ONE.
           READ LY-REPO-FILE
               AT END
                   SET LY-W-REPO-EOF-YES TO TRUE
                   GO TO 2010-EXIT
           END-READ
           IF LY-W-RP-CNT >= 3000
               GO TO 2010-EXIT
           END-IF
           ADD  1                      TO LY-W-RP-CNT
           MOVE LY-REPO-LINE           TO LY-W-RP-LINE(LY-W-RP-CNT).
       2010-EXIT.
           EXIT.
      *
      *    *** LY-W-P-KEYのH行を探す（LY-W-RP-Hへ行番号、無ければ0）
       2100-FIND-KEY.
           MOVE ZERO                   TO LY-W-RP-H
           PERFORM 2110-FIND-KEY-ONE    THRU 2110-EXIT
               VARYING LY-W-RP FROM 1 BY 1
               UNTIL LY-W-RP > LY-W-RP-CNT OR LY-W-RP-H > ZERO.
       2100-EXIT.
           EXIT.
      *
       2110-FIND-KEY-ONE.
           MOVE LY-W-RP-LINE(LY-W-RP)  TO LY-W-RL
           IF LY-W-RH-ID = "H" AND LY-W-RH-KEY = LY-W-P-KEY
               MOVE LY-W-RP             TO LY-W-RP-H
           END-IF.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2500-PARSE-COPY  コピー句(LY-W-P-COPY)を読み、LY-W-P-RECの
      *    01レベル配下の項目を解釈して項目定義(LY-W-G)を作る
      *    誤りはLY-W-GEN-ERRへ数える
      ******************************************************************
       2500-PARSE-COPY.
           MOVE ZERO                   TO LY-W-GEN-ERR
           MOVE ZERO                   TO LY-W-GEN-WARN
           MOVE ZERO                   TO LY-W-IT-CNT
           MOVE ZERO                   TO LY-W-G-CNT
           MOVE ZERO                   TO LY-W-G-RECLEN
           MOVE ZERO                   TO LY-W-TOK-CNT
           MOVE "N"                    TO LY-W-CAP
           MOVE LY-W-P-COPY            TO LY-W-CPY-NAME
           MOVE "N"                    TO LY-W-CPY-EOF
           MOVE ZERO                   TO LY-W-CPY-LNO
           MOVE "N"                    TO LY-W-CPY-SPILL
           OPEN INPUT LY-CPY-FILE
           IF LY-W-CPY-STATUS NOT = "00"
               MOVE SPACE               TO LY-RPT-LINE
               STRING "  ERROR COPYBOOK NOT FOUND: " DELIMITED BY SIZE
                      LY-W-P-COPY        DELIMITED BY SIZE
                      INTO LY-RPT-LINE
               END-STRING
               WRITE LY-RPT-LINE
               ADD  1                   TO LY-W-GEN-ERR
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-READ-CPY-ONE    THRU 2510-EXIT
               UNTIL LY-W-CPY-EOF-YES OR LY-W-CAP-DONE
           CLOSE LY-CPY-FILE
           IF LY-W-IT-CNT = ZERO
               MOVE SPACE               TO LY-RPT-LINE
               STRING "  ERROR RECORD NOT FOUND IN COPYBOOK: "
                                         DELIMITED BY SIZE
                      LY-W-P-REC         DELIMITED BY SIZE
                      INTO LY-RPT-LINE
               END-STRING
               WRITE LY-RPT-LINE
               ADD  1                   TO LY-W-GEN-ERR
               GO TO 2500-EXIT
           END-IF
      *    *** 長さは下位から、位置は上位から求める
           PERFORM 2800-SIZE-ONE        THRU 2800-EXIT
               VARYING LY-W-I FROM LY-W-IT-CNT BY -1 UNTIL LY-W-I < 1
           MOVE 1                      TO LY-W-I-POS(1)
           MOVE 1                      TO LY-W-I-CUR(1)
           PERFORM 2810-POS-ONE         THRU 2810-EXIT
               VARYING LY-W-I FROM 2 BY 1 UNTIL LY-W-I > LY-W-IT-CNT
           MOVE LY-W-I-SIZE(1)         TO LY-W-G-RECLEN
           PERFORM 2900-EMIT-ONE        THRU 2900-EXIT
               VARYING LY-W-I FROM 1 BY 1 UNTIL LY-W-I > LY-W-IT-CNT.
       2500-EXIT.
           EXIT.
      *
      *    *** 1行を語に分ける（7桁目が * / の行は注記、8-72桁を読む）
       2510-READ-CPY-ONE.
           READ LY-CPY-FILE
               AT END
                   SET LY-W-CPY-EOF-YES TO TRUE
                   GO TO 2510-EXIT
           END-READ
      *    *** 長すぎた行の残り（状態06が続く間は同じ行）
           IF LY-W-CPY-SPILL = "Y"
               IF LY-W-CPY-STATUS NOT = "06"
                   MOVE "N"             TO LY-W-CPY-SPILL
               END-IF
               GO TO 2510-EXIT
           END-IF
           ADD  1                      TO LY-W-CPY-LNO
           IF LY-W-CPY-STATUS = "04" OR LY-W-CPY-STATUS = "06"
               MOVE LY-W-CPY-LNO        TO LY-W-CPY-LNO-E
               MOVE SPACE               TO LY-RPT-LINE
               STRING "  ERROR COPYBOOK LINE OVER 256 BYTES: "
                                         DELIMITED BY SIZE
                      LY-W-P-COPY        DELIMITED BY SPACE
                      " LINE "           DELIMITED BY SIZE
                      LY-W-CPY-LNO-E     DELIMITED BY SIZE
                      INTO LY-RPT-LINE
               END-STRING
               WRITE LY-RPT-LINE
               ADD  1                   TO LY-W-GEN-ERR
               IF LY-W-CPY-STATUS = "06"
                   MOVE "Y"             TO LY-W-CPY-SPILL
               END-IF
               GO TO 2510-EXIT
           END-IF
           IF LY-CPY-LINE(7:1) = "*" OR LY-CPY-LINE(7:1) = "/"
               GO TO 2510-EXIT
           END-IF
           MOVE LY-CPY-LINE(8:65)      TO LY-W-SRC
           MOVE ZERO                   TO LY-W-TKL
           MOVE SPACE                  TO LY-W-TKB
           MOVE "N"                    TO LY-W-INQ
           PERFORM 2520-CHAR-ONE        THRU 2520-EXIT
               VARYING LY-W-CX FROM 1 BY 1
               UNTIL LY-W-CX > 65 OR LY-W-CAP-DONE
           IF NOT LY-W-CAP-DONE
               PERFORM 2530-END-TOKEN   THRU 2530-EXIT
           END-IF.
       2510-EXIT.
           EXIT.
      *
       2520-CHAR-ONE.
           MOVE LY-W-SRC(LY-W-CX:1)    TO LY-W-CH
           IF LY-W-INQ = "Y"
               IF LY-W-CH = LY-W-QCH
                   MOVE "N"             TO LY-W-INQ
               END-IF
               PERFORM 2525-ADD-CHAR    THRU 2525-EXIT
               GO TO 2520-EXIT
           END-IF
           IF LY-W-CH = SPACE
               PERFORM 2530-END-TOKEN   THRU 2530-EXIT
               GO TO 2520-EXIT
           END-IF
           IF LY-W-CH = QUOTE OR LY-W-CH = "'"
               MOVE "Y"                 TO LY-W-INQ
               MOVE LY-W-CH             TO LY-W-QCH
           END-IF
           PERFORM 2525-ADD-CHAR        THRU 2525-EXIT.
       2520-EXIT.
           EXIT.
      *
       2525-ADD-CHAR.
           ADD  1                      TO LY-W-TKL
           IF LY-W-TKL <= 30
               MOVE LY-W-CH             TO LY-W-TKB(LY-W-TKL:1)
           END-IF
           MOVE LY-W-CH                TO LY-W-TK-LAST.
       2525-EXIT.
           EXIT.
      *
      *    *** 語の終わり。終止符で終わる語は文の終わりとする
       2530-END-TOKEN.
           IF LY-W-TKL = ZERO
               GO TO 2530-EXIT
           END-IF
           MOVE "N"                    TO LY-W-STMT-END
           IF LY-W-TK-LAST = "."
               MOVE "Y"                 TO LY-W-STMT-END
               IF LY-W-TKL <= 30
                   MOVE SPACE           TO LY-W-TKB(LY-W-TKL:1)
               END-IF
               SUBTRACT 1               FROM LY-W-TKL
           END-IF
           IF LY-W-TKL > ZERO AND LY-W-TOK-CNT < 60
               ADD  1                   TO LY-W-TOK-CNT
               MOVE LY-W-TKB            TO LY-W-TOK(LY-W-TOK-CNT)
               INSPECT LY-W-TOK(LY-W-TOK-CNT) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           MOVE ZERO                   TO LY-W-TKL
           MOVE SPACE                  TO LY-W-TKB
           IF LY-W-STMT-END = "Y"
               PERFORM 2600-STATEMENT   THRU 2600-EXIT
               MOVE ZERO                TO LY-W-TOK-CNT
           END-IF.
       2530-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2600-STATEMENT  1文（1項目の記述）を解釈する
      ******************************************************************
       2600-STATEMENT.
           IF LY-W-TOK-CNT = ZERO
               GO TO 2600-EXIT
           END-IF
           IF LY-W-TOK(1)(1:1) IS NOT NUMERIC
               GO TO 2600-EXIT
           END-IF
           COMPUTE LY-W-LEVEL = FUNCTION NUMVAL(LY-W-TOK(1))
           IF LY-W-LEVEL = 88 OR LY-W-LEVEL = 66
               GO TO 2600-EXIT
           END-IF
      *    *** 項目名（無い時・FILLERはFILLER）、先頭の :##:- を除く
           MOVE "FILLER"               TO LY-W-NAME
           MOVE 2                      TO LY-W-T
           IF LY-W-TOK-CNT >= 2
               MOVE LY-W-TOK(2)         TO LY-W-BASE
               PERFORM 2690-IS-KEYWORD  THRU 2690-EXIT
               IF LY-W-BASE NOT = SPACE
                   MOVE LY-W-BASE       TO LY-W-NAME
                   MOVE 3               TO LY-W-T
               END-IF
           END-IF
           IF LY-W-NAME(1:5) = ":##:-"
               MOVE LY-W-NAME(6:25)     TO LY-W-BASE
               MOVE LY-W-BASE           TO LY-W-NAME
           END-IF
      *    *** 01/77レベルで取り込みの開始・終了を決める
           IF LY-W-LEVEL = 1 OR LY-W-LEVEL = 77
               IF LY-W-CAP-ON
                   SET LY-W-CAP-DONE    TO TRUE
                   GO TO 2600-EXIT
               END-IF
               IF LY-W-P-REC = SPACE OR LY-W-P-REC = LY-W-NAME
                   SET LY-W-CAP-ON      TO TRUE
               END-IF
           END-IF
           IF NOT LY-W-CAP-ON
               GO TO 2600-EXIT
           END-IF
           IF LY-W-IT-CNT >= 500
               GO TO 2600-EXIT
           END-IF
      *
           MOVE SPACE                  TO LY-W-PIC
           MOVE SPACE                  TO LY-W-USAGE
           MOVE SPACE                  TO LY-W-REDEF-NAME
           MOVE 1                      TO LY-W-OCC
           MOVE "N"                    TO LY-W-SEP
           PERFORM 2610-CLAUSE-ONE      THRU 2610-EXIT
               UNTIL LY-W-T > LY-W-TOK-CNT
           PERFORM 2700-ADD-ITEM        THRU 2700-EXIT.
       2600-EXIT.
           EXIT.
      *
       2610-CLAUSE-ONE.
           EVALUATE LY-W-TOK(LY-W-T)
               WHEN "PIC"
               WHEN "PICTURE"
                   ADD  1                TO LY-W-T
                   IF LY-W-T <= LY-W-TOK-CNT
                      AND LY-W-TOK(LY-W-T) = "IS"
                       ADD  1            TO LY-W-T
                   END-IF
                   IF LY-W-T <= LY-W-TOK-CNT
                       MOVE LY-W-TOK(LY-W-T) TO LY-W-PIC
                   END-IF
               WHEN "COMP"
               WHEN "COMPUTATIONAL"
               WHEN "COMP-4"
               WHEN "COMPUTATIONAL-4"
               WHEN "COMP-5"
               WHEN "COMPUTATIONAL-5"
               WHEN "BINARY"
                   MOVE "B"              TO LY-W-USAGE
               WHEN "COMP-3"
               WHEN "COMPUTATIONAL-3"
               WHEN "PACKED-DECIMAL"
                   MOVE "P"              TO LY-W-USAGE
               WHEN "DISPLAY"
                   MOVE "D"              TO LY-W-USAGE
               WHEN "BINARY-LONG"
               WHEN "INDEX"
                   MOVE "F"              TO LY-W-USAGE
                   MOVE 4                TO LY-W-FIX-BYTES
                   MOVE 9                TO LY-W-FIX-DIGITS
                   MOVE "B"              TO LY-W-FIX-TYPE
               WHEN "BINARY-SHORT"
                   MOVE "F"              TO LY-W-USAGE
                   MOVE 2                TO LY-W-FIX-BYTES
                   MOVE 4                TO LY-W-FIX-DIGITS
                   MOVE "B"              TO LY-W-FIX-TYPE
               WHEN "BINARY-DOUBLE"
                   MOVE "F"              TO LY-W-USAGE
                   MOVE 8                TO LY-W-FIX-BYTES
                   MOVE 18               TO LY-W-FIX-DIGITS
                   MOVE "B"              TO LY-W-FIX-TYPE
               WHEN "BINARY-CHAR"
                   MOVE "F"              TO LY-W-USAGE
                   MOVE 1                TO LY-W-FIX-BYTES
                   MOVE 3                TO LY-W-FIX-DIGITS
                   MOVE "B"              TO LY-W-FIX-TYPE
               WHEN "COMP-1"
               WHEN "COMPUTATIONAL-1"
                   MOVE "F"              TO LY-W-USAGE
                   MOVE 4                TO LY-W-FIX-BYTES
                   MOVE ZERO             TO LY-W-FIX-DIGITS
                   MOVE "D"              TO LY-W-FIX-TYPE
               WHEN "COMP-2"
               WHEN "COMPUTATIONAL-2"
               WHEN "POINTER"
                   MOVE "F"              TO LY-W-USAGE
                   MOVE 8                TO LY-W-FIX-BYTES
                   MOVE ZERO             TO LY-W-FIX-DIGITS
                   MOVE "D"              TO LY-W-FIX-TYPE
               WHEN "OCCURS"
                   ADD  1                TO LY-W-T
                   IF LY-W-T <= LY-W-TOK-CNT
                      AND LY-W-TOK(LY-W-T)(1:1) IS NUMERIC
                       COMPUTE LY-W-OCC =
                           FUNCTION NUMVAL(LY-W-TOK(LY-W-T))
                   END-IF
      *            *** OCCURS n TO m は最大のmで数える
                   IF LY-W-T + 2 <= LY-W-TOK-CNT
                      AND LY-W-TOK(LY-W-T + 1) = "TO"
                      AND LY-W-TOK(LY-W-T + 2)(1:1) IS NUMERIC
                       ADD  2            TO LY-W-T
                       COMPUTE LY-W-OCC =
                           FUNCTION NUMVAL(LY-W-TOK(LY-W-T))
                   END-IF
               WHEN "REDEFINES"
                   ADD  1                TO LY-W-T
                   IF LY-W-T <= LY-W-TOK-CNT
                       MOVE LY-W-TOK(LY-W-T) TO LY-W-REDEF-NAME
                       IF LY-W-REDEF-NAME(1:5) = ":##:-"
                           MOVE LY-W-REDEF-NAME(6:25) TO LY-W-BASE
                           MOVE LY-W-BASE TO LY-W-REDEF-NAME
                       END-IF
                   END-IF
               WHEN "SEPARATE"
                   MOVE "Y"              TO LY-W-SEP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD  1                      TO LY-W-T.
       2610-EXIT.
           EXIT.
      *
      *    *** LY-W-BASEが句の語なら空白にする（項目名の省略の判定）
       2690-IS-KEYWORD.
           EVALUATE LY-W-BASE
               WHEN "PIC"
               WHEN "PICTURE"
               WHEN "USAGE"
               WHEN "COMP"
               WHEN "COMPUTATIONAL"
               WHEN "COMP-1"
               WHEN "COMP-2"
               WHEN "COMP-3"
               WHEN "COMP-4"
               WHEN "COMP-5"
               WHEN "BINARY"
               WHEN "PACKED-DECIMAL"
               WHEN "DISPLAY"
               WHEN "BINARY-LONG"
               WHEN "BINARY-SHORT"
               WHEN "BINARY-DOUBLE"
               WHEN "BINARY-CHAR"
               WHEN "OCCURS"
               WHEN "REDEFINES"
               WHEN "VALUE"
               WHEN "VALUES"
               WHEN "SIGN"
               WHEN "SYNC"
               WHEN "SYNCHRONIZED"
               WHEN "JUST"
               WHEN "JUSTIFIED"
               WHEN "BLANK"
                   MOVE SPACE            TO LY-W-BASE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2690-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2700-ADD-ITEM  解釈した項目を表へ加える（上位項目・USAGEの
      *    引き継ぎ・REDEFINESの元・基本項目の長さ）
      ******************************************************************
       2700-ADD-ITEM.
           ADD  1                      TO LY-W-IT-CNT
           MOVE LY-W-IT-CNT            TO LY-W-I
           MOVE LY-W-LEVEL             TO LY-W-I-LEVEL(LY-W-I)
           MOVE LY-W-NAME              TO LY-W-I-NAME(LY-W-I)
           MOVE LY-W-OCC               TO LY-W-I-OCC(LY-W-I)
           MOVE ZERO                   TO LY-W-I-REDEF(LY-W-I)
           MOVE ZERO                   TO LY-W-I-PARENT(LY-W-I)
           MOVE ZERO                   TO LY-W-I-SIZE(LY-W-I)
           MOVE ZERO                   TO LY-W-I-POS(LY-W-I)
           MOVE ZERO                   TO LY-W-I-CUR(LY-W-I)
           MOVE ZERO                   TO LY-W-I-BYTES(LY-W-I)
           MOVE ZERO                   TO LY-W-I-DIGITS(LY-W-I)
           MOVE ZERO                   TO LY-W-I-DEC(LY-W-I)
           MOVE "D"                    TO LY-W-I-TYPE(LY-W-I)
           MOVE "N"                    TO LY-W-I-ELEM(LY-W-I)
      *    *** 上位項目（直前の、自分より小さいレベルの項目）
           COMPUTE LY-W-K = LY-W-I - 1
           IF LY-W-I > 1
               PERFORM 2710-FIND-PARENT THRU 2710-EXIT
                   VARYING LY-W-J FROM LY-W-K BY -1
                   UNTIL LY-W-J < 1 OR LY-W-I-PARENT(LY-W-I) > ZERO
           END-IF
      *    *** USAGEの無い項目は上位項目のUSAGEを引き継ぐ
           IF LY-W-USAGE = SPACE AND LY-W-I-PARENT(LY-W-I) > ZERO
               MOVE LY-W-I-USAGE(LY-W-I-PARENT(LY-W-I))
                                        TO LY-W-USAGE
           END-IF
           MOVE LY-W-USAGE             TO LY-W-I-USAGE(LY-W-I)
      *    *** REDEFINESの元（同じレベルの同じ名前の項目）
           IF LY-W-REDEF-NAME NOT = SPACE
               PERFORM 2720-FIND-REDEF  THRU 2720-EXIT
                   VARYING LY-W-J FROM LY-W-K BY -1
                   UNTIL LY-W-J < 1 OR LY-W-I-REDEF(LY-W-I) > ZERO
               IF LY-W-I-REDEF(LY-W-I) = ZERO
                   MOVE SPACE           TO LY-RPT-LINE
                   STRING "  WARNING REDEFINES TARGET NOT FOUND: "
                                         DELIMITED BY SIZE
                          LY-W-REDEF-NAME DELIMITED BY SIZE
                          INTO LY-RPT-LINE
                   END-STRING
                   WRITE LY-RPT-LINE
                   ADD  1               TO LY-W-GEN-WARN
               END-IF
           END-IF
      *    *** 基本項目の長さ・タイプ・けた数
           EVALUATE TRUE
               WHEN LY-W-USAGE = "F"
                   MOVE "Y"             TO LY-W-I-ELEM(LY-W-I)
                   MOVE LY-W-FIX-BYTES  TO LY-W-I-BYTES(LY-W-I)
                   MOVE LY-W-FIX-TYPE   TO LY-W-I-TYPE(LY-W-I)
                   MOVE LY-W-FIX-DIGITS TO LY-W-I-DIGITS(LY-W-I)
               WHEN LY-W-PIC NOT = SPACE
                   MOVE "Y"             TO LY-W-I-ELEM(LY-W-I)
                   PERFORM 2750-PIC-SIZE THRU 2750-EXIT
           END-EVALUATE.
       2700-EXIT.
           EXIT.
      *
       2710-FIND-PARENT.
           IF LY-W-I-LEVEL(LY-W-J) < LY-W-I-LEVEL(LY-W-I)
               MOVE LY-W-J              TO LY-W-I-PARENT(LY-W-I)
           END-IF.
       2710-EXIT.
           EXIT.
      *
       2720-FIND-REDEF.
           IF LY-W-I-LEVEL(LY-W-J) = LY-W-I-LEVEL(LY-W-I) AND
              LY-W-I-NAME(LY-W-J) = LY-W-REDEF-NAME
               MOVE LY-W-J              TO LY-W-I-REDEF(LY-W-I)
           END-IF.
       2720-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2750-PIC-SIZE  PIC文字列(LY-W-PIC)とUSAGEから長さを求める
      *    記号の後の(n)は繰り返し。9はけた数、Vの後はけた数と小数部、
      *    S・V・Pはバイトに数えない。9以外の編集記号があれば編集項目
      ******************************************************************
       2750-PIC-SIZE.
           MOVE ZERO                   TO LY-W-P-BYTES
           MOVE ZERO                   TO LY-W-P-DIGITS
           MOVE ZERO                   TO LY-W-P-DEC
           MOVE "N"                    TO LY-W-P-AFTER-V
           MOVE "N"                    TO LY-W-P-EDITED
           MOVE "N"                    TO LY-W-P-SIGNED
           MOVE 1                      TO LY-W-PX
           PERFORM 2760-PIC-SYMBOL-ONE  THRU 2760-EXIT
               UNTIL LY-W-PX > 30 OR LY-W-PIC(LY-W-PX:1) = SPACE
      *
           EVALUATE LY-W-USAGE
               WHEN "P"
                   COMPUTE LY-W-I-BYTES(LY-W-I) = LY-W-P-DIGITS / 2 + 1
                   MOVE "P"             TO LY-W-I-TYPE(LY-W-I)
               WHEN "B"
                   EVALUATE TRUE
                       WHEN LY-W-P-DIGITS <= 4
                           MOVE 2       TO LY-W-I-BYTES(LY-W-I)
                       WHEN LY-W-P-DIGITS <= 9
                           MOVE 4       TO LY-W-I-BYTES(LY-W-I)
                       WHEN OTHER
                           MOVE 8       TO LY-W-I-BYTES(LY-W-I)
                   END-EVALUATE
                   MOVE "B"             TO LY-W-I-TYPE(LY-W-I)
               WHEN OTHER
                   MOVE LY-W-P-BYTES    TO LY-W-I-BYTES(LY-W-I)
                   IF LY-W-P-SIGNED = "Y" AND LY-W-SEP = "Y"
                       ADD  1           TO LY-W-I-BYTES(LY-W-I)
                   END-IF
                   MOVE "D"             TO LY-W-I-TYPE(LY-W-I)
           END-EVALUATE
      *    *** けた数・小数部は数字項目だけに付ける
           IF LY-W-P-EDITED = "N" AND LY-W-P-DIGITS > ZERO
               MOVE LY-W-P-DIGITS       TO LY-W-I-DIGITS(LY-W-I)
               MOVE LY-W-P-DEC          TO LY-W-I-DEC(LY-W-I)
           END-IF.
       2750-EXIT.
           EXIT.
      *
       2760-PIC-SYMBOL-ONE.
           MOVE LY-W-PIC(LY-W-PX:1)    TO LY-W-PSYM
           ADD  1                      TO LY-W-PX
           MOVE 1                      TO LY-W-PREP
      *    *** (n) の繰り返し
           IF LY-W-PX <= 30 AND LY-W-PIC(LY-W-PX:1) = "("
               MOVE SPACE               TO LY-W-PNUM
               MOVE ZERO                TO LY-W-PNL
               ADD  1                   TO LY-W-PX
               PERFORM 2770-PIC-NUM-ONE THRU 2770-EXIT
                   UNTIL LY-W-PX > 30 OR LY-W-PIC(LY-W-PX:1) = ")"
               ADD  1                   TO LY-W-PX
               IF LY-W-PNL > ZERO
                   COMPUTE LY-W-PREP = FUNCTION NUMVAL(LY-W-PNUM)
               END-IF
           END-IF
           EVALUATE LY-W-PSYM
               WHEN "9"
                   ADD  LY-W-PREP       TO LY-W-P-BYTES
                   ADD  LY-W-PREP       TO LY-W-P-DIGITS
                   IF LY-W-P-AFTER-V = "Y"
                       ADD  LY-W-PREP   TO LY-W-P-DEC
                   END-IF
               WHEN "V"
                   MOVE "Y"             TO LY-W-P-AFTER-V
               WHEN "S"
                   MOVE "Y"             TO LY-W-P-SIGNED
               WHEN "P"
                   CONTINUE
               WHEN "N"
               WHEN "G"
                   COMPUTE LY-W-P-BYTES = LY-W-P-BYTES + LY-W-PREP * 2
                   MOVE "Y"             TO LY-W-P-EDITED
      *        *** CR/DBは2桁で1記号
               WHEN "C"
               WHEN "D"
                   ADD  2               TO LY-W-P-BYTES
                   ADD  1               TO LY-W-PX
                   MOVE "Y"             TO LY-W-P-EDITED
               WHEN OTHER
                   ADD  LY-W-PREP       TO LY-W-P-BYTES
                   MOVE "Y"             TO LY-W-P-EDITED
           END-EVALUATE.
       2760-EXIT.
           EXIT.
      *
       2770-PIC-NUM-ONE.
           IF LY-W-PNL < 5
               ADD  1                   TO LY-W-PNL
               MOVE LY-W-PIC(LY-W-PX:1) TO LY-W-PNUM(LY-W-PNL:1)
           END-IF
           ADD  1                      TO LY-W-PX.
       2770-EXIT.
           EXIT.
      *
      *    *** 集団の長さ＝REDEFINESでない下位項目の長さ×OCCURSの和
       2800-SIZE-ONE.
           IF LY-W-I-ELEM(LY-W-I) = "Y"
               MOVE LY-W-I-BYTES(LY-W-I) TO LY-W-I-SIZE(LY-W-I)
           END-IF
           IF LY-W-I-PARENT(LY-W-I) > ZERO AND
              LY-W-I-REDEF(LY-W-I) = ZERO
               COMPUTE LY-W-I-SIZE(LY-W-I-PARENT(LY-W-I)) =
                   LY-W-I-SIZE(LY-W-I-PARENT(LY-W-I))
                   + LY-W-I-SIZE(LY-W-I) * LY-W-I-OCC(LY-W-I)
           END-IF.
       2800-EXIT.
           EXIT.
      *
      *    *** 位置＝上位項目の次の空き位置（REDEFINESは元の位置）
       2810-POS-ONE.
           MOVE LY-W-I-PARENT(LY-W-I)  TO LY-W-J
           IF LY-W-I-REDEF(LY-W-I) > ZERO
               MOVE LY-W-I-POS(LY-W-I-REDEF(LY-W-I))
                                        TO LY-W-I-POS(LY-W-I)
           ELSE
               IF LY-W-J > ZERO
                   MOVE LY-W-I-CUR(LY-W-J) TO LY-W-I-POS(LY-W-I)
                   COMPUTE LY-W-I-CUR(LY-W-J) = LY-W-I-CUR(LY-W-J)
                       + LY-W-I-SIZE(LY-W-I) * LY-W-I-OCC(LY-W-I)
               ELSE
                   MOVE 1               TO LY-W-I-POS(LY-W-I)
               END-IF
           END-IF
           MOVE LY-W-I-POS(LY-W-I)     TO LY-W-I-CUR(LY-W-I).
       2810-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2900-EMIT-ONE  基本項目（FILLER以外）を項目定義へ出す
      *    OCCURSは1段までを添字付きの名前に展開する
      ******************************************************************
       2900-EMIT-ONE.
           IF LY-W-I-ELEM(LY-W-I) NOT = "Y" OR
              LY-W-I-NAME(LY-W-I) = "FILLER"
               GO TO 2900-EXIT
           END-IF
           MOVE ZERO                   TO LY-W-NEST
           MOVE ZERO                   TO LY-W-OWNER
           MOVE LY-W-I                 TO LY-W-J
           PERFORM 2910-OCC-CHAIN-ONE   THRU 2910-EXIT
               UNTIL LY-W-J = ZERO
           IF LY-W-NEST > 1
               MOVE SPACE               TO LY-RPT-LINE
               STRING "  WARNING NESTED OCCURS NOT EXPANDED: "
                                         DELIMITED BY SIZE
                      LY-W-I-NAME(LY-W-I) DELIMITED BY SIZE
                      INTO LY-RPT-LINE
               END-STRING
               WRITE LY-RPT-LINE
               ADD  1                   TO LY-W-GEN-WARN
               GO TO 2900-EXIT
           END-IF
           IF LY-W-NEST = ZERO
               MOVE ZERO                TO LY-W-OC
               PERFORM 2920-ADD-FIELD   THRU 2920-EXIT
           ELSE
               PERFORM 2920-ADD-FIELD   THRU 2920-EXIT
                   VARYING LY-W-OC FROM 1 BY 1
                   UNTIL LY-W-OC > LY-W-I-OCC(LY-W-OWNER)
           END-IF.
       2900-EXIT.
           EXIT.
      *
       2910-OCC-CHAIN-ONE.
           IF LY-W-I-OCC(LY-W-J) > 1
               ADD  1                   TO LY-W-NEST
               MOVE LY-W-J              TO LY-W-OWNER
           END-IF
           MOVE LY-W-I-PARENT(LY-W-J)  TO LY-W-J.
       2910-EXIT.
           EXIT.
      *
      *    *** LY-W-OC番目（0は添字無し）の項目を加える
       2920-ADD-FIELD.
           IF LY-W-G-CNT >= 200
               GO TO 2920-EXIT
           END-IF
      *    *** 名前＝先頭10桁（添字付きは添字が収まるよう切る）
           MOVE SPACE                  TO LY-W-SFX
           MOVE ZERO                   TO LY-W-SFXL
           EVALUATE TRUE
               WHEN LY-W-OC = ZERO
                   CONTINUE
               WHEN LY-W-OC < 10
                   MOVE LY-W-OC         TO LY-W-OC1
                   STRING "(" LY-W-OC1 ")" DELIMITED BY SIZE
                          INTO LY-W-SFX
                   END-STRING
                   MOVE 3               TO LY-W-SFXL
               WHEN LY-W-OC < 100
                   MOVE LY-W-OC         TO LY-W-OC2
                   STRING "(" LY-W-OC2 ")" DELIMITED BY SIZE
                          INTO LY-W-SFX
                   END-STRING
                   MOVE 4               TO LY-W-SFXL
               WHEN OTHER
                   MOVE LY-W-OC         TO LY-W-OC3
                   STRING "(" LY-W-OC3 ")" DELIMITED BY SIZE
                          INTO LY-W-SFX
                   END-STRING
                   MOVE 5               TO LY-W-SFXL
           END-EVALUATE
           MOVE SPACE                  TO LY-W-BASE
           MOVE 1                      TO LY-W-PTR
           STRING LY-W-I-NAME(LY-W-I)  DELIMITED BY SPACE
                  INTO LY-W-BASE WITH POINTER LY-W-PTR
           END-STRING
           COMPUTE LY-W-BL = LY-W-PTR - 1
           IF LY-W-BL + LY-W-SFXL > 10
               COMPUTE LY-W-BL = 10 - LY-W-SFXL
           END-IF
           MOVE SPACE                  TO LY-W-FNAME
           MOVE LY-W-BASE(1:LY-W-BL)   TO LY-W-FNAME
           IF LY-W-SFXL > ZERO
               MOVE LY-W-SFX(1:LY-W-SFXL)
                                        TO LY-W-FNAME(LY-W-BL + 1:)
           END-IF
      *    *** 10桁に切って同じ名前になった時は末尾を番号に置き換え
      *    *** て報告する
           MOVE ZERO                   TO LY-W-DUP
           PERFORM 2930-DUP-ONE         THRU 2930-EXIT
               VARYING LY-W-G FROM 1 BY 1 UNTIL LY-W-G > LY-W-G-CNT
           IF LY-W-DUP > ZERO
               PERFORM 2940-RENAME-DUP  THRU 2940-EXIT
           END-IF
      *
           ADD  1                      TO LY-W-G-CNT
           MOVE LY-W-FNAME             TO LY-W-G-NAME(LY-W-G-CNT)
           MOVE LY-W-I-BYTES(LY-W-I)   TO LY-W-G-LEN(LY-W-G-CNT)
           MOVE LY-W-I-POS(LY-W-I)     TO LY-W-G-POS(LY-W-G-CNT)
           IF LY-W-OC > 1
               COMPUTE LY-W-G-POS(LY-W-G-CNT) = LY-W-I-POS(LY-W-I)
                   + (LY-W-OC - 1) * LY-W-I-SIZE(LY-W-OWNER)
           END-IF
           MOVE LY-W-I-TYPE(LY-W-I)    TO LY-W-G-TYPE(LY-W-G-CNT)
           MOVE LY-W-I-DIGITS(LY-W-I)  TO LY-W-G-DIGITS(LY-W-G-CNT)
           MOVE LY-W-I-DEC(LY-W-I)     TO LY-W-G-DEC(LY-W-G-CNT)
           MOVE "N"                    TO LY-W-G-USED(LY-W-G-CNT).
       2920-EXIT.
           EXIT.
      *
       2930-DUP-ONE.
           IF LY-W-G-NAME(LY-W-G) = LY-W-FNAME
               ADD  1                   TO LY-W-DUP
           END-IF.
       2930-EXIT.
           EXIT.
      *
       2940-RENAME-DUP.
           IF LY-W-DUP > 8
               MOVE 9                   TO LY-W-DUP
           ELSE
               ADD  1                   TO LY-W-DUP
           END-IF
           MOVE LY-W-DUP               TO LY-W-OC1
           IF LY-W-BL < 10
               MOVE LY-W-OC1            TO LY-W-FNAME(LY-W-BL + 1:1)
           ELSE
               MOVE LY-W-OC1            TO LY-W-FNAME(10:1)
           END-IF
           MOVE SPACE                  TO LY-RPT-LINE
           STRING "  WARNING DUPLICATE FIELD NAME AFTER CUT TO 10: "
                                        DELIMITED BY SIZE
                  LY-W-I-NAME(LY-W-I)   DELIMITED BY SPACE
                  " WRITTEN AS "        DELIMITED BY SIZE
                  LY-W-FNAME            DELIMITED BY SIZE
                  INTO LY-RPT-LINE
           END-STRING
           WRITE LY-RPT-LINE
           ADD  1                      TO LY-W-GEN-WARN.
       2940-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-GEN  コピー句から項目定義を作り、リポジトリへ登録する
      *    （同じファイル名の登録は置き換える）
      ******************************************************************
       3000-GEN.
           MOVE SPACE                  TO LY-RPT-LINE
           STRING "GEN " DELIMITED BY SIZE
                  LY-W-P-KEY            DELIMITED BY SPACE
                  " COPY=" DELIMITED BY SIZE
                  LY-W-P-COPY           DELIMITED BY SPACE
                  " REC="  DELIMITED BY SIZE
                  LY-W-P-REC            DELIMITED BY SPACE
                  INTO LY-RPT-LINE
           END-STRING
           WRITE LY-RPT-LINE
           IF LY-W-P-KEY = SPACE OR LY-W-P-COPY = SPACE
               MOVE "  ERROR GEN= AND COPY= ARE REQUIRED"
                                        TO LY-RPT-LINE
               WRITE LY-RPT-LINE
               ADD  1                   TO LY-W-ERR-CNT
               GO TO 3000-EXIT
           END-IF
           PERFORM 2500-PARSE-COPY      THRU 2500-EXIT
           IF LY-W-GEN-ERR > ZERO OR LY-W-G-CNT = ZERO
               MOVE "  GEN FAILED - REPOSITORY NOT CHANGED"
                                        TO LY-RPT-LINE
               WRITE LY-RPT-LINE
               ADD  1                   TO LY-W-ERR-CNT
               GO TO 3000-EXIT
           END-IF
      *
      *    *** 同じファイル名の行を除いて書き戻し、新しい定義を加える
           PERFORM 2000-LOAD-REPO       THRU 2000-EXIT
           OPEN OUTPUT LY-REPO-FILE
           PERFORM 3100-COPY-OTHER-ONE  THRU 3100-EXIT
               VARYING LY-W-RP FROM 1 BY 1 UNTIL LY-W-RP > LY-W-RP-CNT
           MOVE SPACE                  TO LY-W-RL
           MOVE "H"                    TO LY-W-RH-ID
           MOVE LY-W-P-KEY             TO LY-W-RH-KEY
           MOVE LY-W-P-COPY            TO LY-W-RH-COPY
           MOVE LY-W-I-NAME(1)         TO LY-W-RH-REC
           MOVE LY-W-G-CNT             TO LY-W-RH-FLD-CNT
           MOVE LY-W-G-RECLEN          TO LY-W-RH-RECLEN
           MOVE LY-W-STAMP             TO LY-W-RH-STAMP
           WRITE LY-REPO-LINE          FROM LY-W-RL
           PERFORM 3200-WRITE-FIELD-ONE THRU 3200-EXIT
               VARYING LY-W-G FROM 1 BY 1 UNTIL LY-W-G > LY-W-G-CNT
           CLOSE LY-REPO-FILE
      *
           MOVE LY-W-G-CNT             TO LY-W-RPT-CNT
           MOVE LY-W-G-RECLEN          TO LY-W-RPT-C2
           MOVE SPACE                  TO LY-RPT-LINE
           STRING "  REGISTERED RECORD=" DELIMITED BY SIZE
                  LY-W-I-NAME(1)        DELIMITED BY SPACE
                  " FIELDS="            DELIMITED BY SIZE
                  LY-W-RPT-CNT          DELIMITED BY SIZE
                  " RECORD-LENGTH="     DELIMITED BY SIZE
                  LY-W-RPT-C2           DELIMITED BY SIZE
                  INTO LY-RPT-LINE
           END-STRING
           WRITE LY-RPT-LINE
           PERFORM 3300-PRINT-FIELD-ONE THRU 3300-EXIT
               VARYING LY-W-G FROM 1 BY 1 UNTIL LY-W-G > LY-W-G-CNT.
       3000-EXIT.
           EXIT.
      *
       3100-COPY-OTHER-ONE.
           MOVE LY-W-RP-LINE(LY-W-RP)  TO LY-W-RL
           IF LY-W-RH-KEY = LY-W-P-KEY
               GO TO 3100-EXIT
           END-IF
           WRITE LY-REPO-LINE          FROM LY-W-RL.
       3100-EXIT.
           EXIT.
      *
       3200-WRITE-FIELD-ONE.
           PERFORM 3250-FORMAT-F-LINE   THRU 3250-EXIT
           WRITE LY-REPO-LINE          FROM LY-W-RL.
       3200-EXIT.
           EXIT.
      *
      *    *** LY-W-G番目の項目定義をF行の形にする
       3250-FORMAT-F-LINE.
           MOVE SPACE                  TO LY-W-RL
           MOVE "F"                    TO LY-W-RF-ID
           MOVE LY-W-P-KEY             TO LY-W-RF-KEY
           MOVE LY-W-G-NAME(LY-W-G)    TO LY-W-RF-NAME
           MOVE LY-W-G-POS(LY-W-G)     TO LY-W-RF-POS
           MOVE LY-W-G-LEN(LY-W-G)     TO LY-W-RF-LEN
           MOVE LY-W-G-TYPE(LY-W-G)    TO LY-W-RF-TYPE
           MOVE LY-W-G-DIGITS(LY-W-G)  TO LY-W-RF-DIGITS
           MOVE LY-W-G-DEC(LY-W-G)     TO LY-W-RF-DEC.
       3250-EXIT.
           EXIT.
      *
       3300-PRINT-FIELD-ONE.
           MOVE SPACE                  TO LY-W-P-FORM
           PERFORM 5500-FORMAT-LAY-LINE THRU 5500-EXIT
           MOVE SPACE                  TO LY-RPT-LINE
           MOVE LY-W-OUT(1:28)         TO LY-RPT-LINE(5:28)
           WRITE LY-RPT-LINE.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-LOAD-KEY-FIELDS  リポジトリのLY-W-P-KEYの項目定義を
      *    LY-W-Gへ読み込む（登録が無ければLY-W-RP-H=0）
      ******************************************************************
       4000-LOAD-KEY-FIELDS.
           PERFORM 2000-LOAD-REPO       THRU 2000-EXIT
           PERFORM 2100-FIND-KEY        THRU 2100-EXIT
           MOVE ZERO                   TO LY-W-G-CNT
           IF LY-W-RP-H = ZERO
               GO TO 4000-EXIT
           END-IF
           PERFORM 4010-KEY-FIELD-ONE   THRU 4010-EXIT
               VARYING LY-W-RP FROM 1 BY 1 UNTIL LY-W-RP > LY-W-RP-CNT.
       4000-EXIT.
           EXIT.
      *
       4010-KEY-FIELD-ONE.
           MOVE LY-W-RP-LINE(LY-W-RP)  TO LY-W-RL
           IF LY-W-RF-ID NOT = "F" OR LY-W-RF-KEY NOT = LY-W-P-KEY
               GO TO 4010-EXIT
           END-IF
           IF LY-W-G-CNT >= 200
               GO TO 4010-EXIT
           END-IF
           ADD  1                      TO LY-W-G-CNT
           MOVE LY-W-RF-NAME           TO LY-W-G-NAME(LY-W-G-CNT)
           MOVE LY-W-RF-POS            TO LY-W-G-POS(LY-W-G-CNT)
           MOVE LY-W-RF-LEN            TO LY-W-G-LEN(LY-W-G-CNT)
           MOVE LY-W-RF-TYPE           TO LY-W-G-TYPE(LY-W-G-CNT)
           MOVE LY-W-RF-DIGITS         TO LY-W-G-DIGITS(LY-W-G-CNT)
           MOVE LY-W-RF-DEC            TO LY-W-G-DEC(LY-W-G-CNT)
           MOVE "N"                    TO LY-W-G-USED(LY-W-G-CNT).
       4010-EXIT.
           EXIT.
      *
      *    *** 既存の項目定義ファイル(LY-W-LAY-NAME)を表へ読み込む
       4100-LOAD-LAY.
           MOVE ZERO                   TO LY-W-X-CNT
           MOVE "N"                    TO LY-W-X-EXISTS
           MOVE "N"                    TO LY-W-LAY-EOF
           OPEN INPUT LY-LAY-FILE
           IF LY-W-LAY-STATUS NOT = "00"
               GO TO 4100-EXIT
           END-IF
           MOVE "Y"                    TO LY-W-X-EXISTS
           PERFORM 4110-READ-LAY-ONE    THRU 4110-EXIT
               UNTIL LY-W-LAY-EOF-YES
           CLOSE LY-LAY-FILE.
       4100-EXIT.
           EXIT.
      *
       4110-READ-LAY-ONE.
           READ LY-LAY-FILE
               AT END
                   SET LY-W-LAY-EOF-YES TO TRUE
                   GO TO 4110-EXIT
           END-READ
           IF LY-W-X-CNT >= 200
               GO TO 4110-EXIT
           END-IF
           ADD  1                      TO LY-W-X-CNT
           MOVE LY-LAY-LINE            TO LY-W-X-LINE(LY-W-X-CNT).
       4110-EXIT.
           EXIT.
      *
      *    *** LY-W-FNAMEの項目をLY-W-Gから探す（無ければLY-W-G=0）
       4200-FIND-FIELD.
           MOVE ZERO                   TO LY-W-FOUND
           PERFORM 4210-FIND-FIELD-ONE  THRU 4210-EXIT
               VARYING LY-W-G FROM 1 BY 1
               UNTIL LY-W-G > LY-W-G-CNT OR LY-W-FOUND > ZERO
           MOVE LY-W-FOUND             TO LY-W-G.
       4200-EXIT.
           EXIT.
      *
       4210-FIND-FIELD-ONE.
           IF LY-W-G-NAME(LY-W-G) = LY-W-FNAME
               MOVE LY-W-G              TO LY-W-FOUND
           END-IF.
       4210-EXIT.
           EXIT.
      *
      *    *** 形式ごとの桁位置を決める
       4300-SET-FORM.
           IF LY-W-P-FORM = "COBRND"
               MOVE 5                   TO LY-W-F-LENW
               MOVE 23                  TO LY-W-F-KEEP
           ELSE
               MOVE 3                   TO LY-W-F-LENW
               MOVE 29                  TO LY-W-F-KEEP
           END-IF.
       4300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-EXPORT  リポジトリの定義から項目定義ファイルを作る
      ******************************************************************
       5000-EXPORT.
           MOVE SPACE                  TO LY-RPT-LINE
           STRING "EXPORT " DELIMITED BY SIZE
                  LY-W-P-KEY            DELIMITED BY SPACE
                  " TO="   DELIMITED BY SIZE
                  LY-W-P-TO             DELIMITED BY SPACE
                  " FORM=" DELIMITED BY SIZE
                  LY-W-P-FORM           DELIMITED BY SPACE
                  INTO LY-RPT-LINE
           END-STRING
           WRITE LY-RPT-LINE
           IF LY-W-P-KEY = SPACE OR LY-W-P-TO = SPACE
               MOVE "  ERROR EXPORT= AND TO= ARE REQUIRED"
                                        TO LY-RPT-LINE
               WRITE LY-RPT-LINE
               ADD  1                   TO LY-W-ERR-CNT
               GO TO 5000-EXIT
           END-IF
           PERFORM 4000-LOAD-KEY-FIELDS THRU 4000-EXIT
           IF LY-W-RP-H = ZERO
               MOVE "  ERROR NOT REGISTERED IN LAYREPO - RUN GEN FIRST"
                                        TO LY-RPT-LINE
               WRITE LY-RPT-LINE
               ADD  1                   TO LY-W-ERR-CNT
               GO TO 5000-EXIT
           END-IF
           PERFORM 4300-SET-FORM        THRU 4300-EXIT
           MOVE LY-W-P-TO              TO LY-W-LAY-NAME
           PERFORM 4100-LOAD-LAY        THRU 4100-EXIT
      *
           OPEN OUTPUT LY-LAY-FILE
           MOVE LY-W-RP-LINE(LY-W-RP-H) TO LY-W-RL
           MOVE SPACE                  TO LY-LAY-LINE
           STRING "* LAYREPO " DELIMITED BY SIZE
                  LY-W-RH-KEY           DELIMITED BY SPACE
                  " COPY="              DELIMITED BY SIZE
                  LY-W-RH-COPY          DELIMITED BY SPACE
                  " REC="               DELIMITED BY SIZE
                  LY-W-RH-REC           DELIMITED BY SPACE
                  " "                   DELIMITED BY SIZE
                  LY-W-RH-STAMP         DELIMITED BY SIZE
                  INTO LY-LAY-LINE
           END-STRING
           WRITE LY-LAY-LINE
           MOVE ZERO                   TO LY-W-RPT-CNT
           IF LY-W-X-EXISTS = "Y" AND LY-W-P-ALL NOT = "Y"
      *        *** 既存の.LAYに並んだ項目だけを作り直す
               PERFORM 5100-REFRESH-ONE THRU 5100-EXIT
                   VARYING LY-W-X FROM 1 BY 1 UNTIL LY-W-X > LY-W-X-CNT
               PERFORM 5300-NOT-EXPORTED-ONE THRU 5300-EXIT
                   VARYING LY-W-G FROM 1 BY 1 UNTIL LY-W-G > LY-W-G-CNT
           ELSE
      *        *** 全項目を出す（既存の行の右側の桁は名前で引き継ぐ）
               PERFORM 5200-ALL-ONE     THRU 5200-EXIT
                   VARYING LY-W-G FROM 1 BY 1 UNTIL LY-W-G > LY-W-G-CNT
               PERFORM 5400-DROPPED-ONE THRU 5400-EXIT
                   VARYING LY-W-X FROM 1 BY 1 UNTIL LY-W-X > LY-W-X-CNT
           END-IF
           CLOSE LY-LAY-FILE
           MOVE SPACE                  TO LY-RPT-LINE
           STRING "  WRITTEN FIELDS="  DELIMITED BY SIZE
                  LY-W-RPT-CNT          DELIMITED BY SIZE
                  INTO LY-RPT-LINE
           END-STRING
           WRITE LY-RPT-LINE
      *    *** 各ツールの項目表は50項目（INEDITは100項目）
           IF LY-W-RPT-CNT > 50
               MOVE SPACE               TO LY-RPT-LINE
               STRING "  WARNING OVER 50 FIELDS - FILEDUMP/FLCOMPAR/"
                                         DELIMITED BY SIZE
                      "FLEXTRCT/DATAMASK/DMAUDIT/DATAPROF/COBRND/"
                                         DELIMITED BY SIZE
                      "DECODE05 READ ONLY THE FIRST 50"
                                         DELIMITED BY SIZE
                      INTO LY-RPT-LINE
               END-STRING
               WRITE LY-RPT-LINE
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-REFRESH-ONE.
           MOVE LY-W-X-LINE(LY-W-X)    TO LY-W-OUT
      *    *** 前回の見出しは捨てる、注記と空行はそのまま残す
           IF LY-W-OUT(1:10) = "* LAYREPO "
               GO TO 5100-EXIT
           END-IF
           IF LY-W-OUT = SPACE OR LY-W-OUT(1:1) = "*"
               WRITE LY-LAY-LINE        FROM LY-W-OUT
               GO TO 5100-EXIT
           END-IF
           MOVE LY-W-OUT(1:10)         TO LY-W-FNAME
           PERFORM 4200-FIND-FIELD      THRU 4200-EXIT
           IF LY-W-G = ZERO
               MOVE SPACE               TO LY-RPT-LINE
               STRING "  WARNING NOT IN COPYBOOK (LINE KEPT): "
                                         DELIMITED BY SIZE
                      LY-W-FNAME         DELIMITED BY SIZE
                      INTO LY-RPT-LINE
               END-STRING
               WRITE LY-RPT-LINE
               WRITE LY-LAY-LINE        FROM LY-W-OUT
               GO TO 5100-EXIT
           END-IF
           MOVE "Y"                    TO LY-W-G-USED(LY-W-G)
           PERFORM 5500-FORMAT-LAY-LINE THRU 5500-EXIT
           MOVE LY-W-X-LINE(LY-W-X)(LY-W-F-KEEP:)
                                        TO LY-W-OUT(LY-W-F-KEEP:)
           WRITE LY-LAY-LINE           FROM LY-W-OUT
           ADD  1                      TO LY-W-RPT-CNT.
       5100-EXIT.
           EXIT.
      *
       5200-ALL-ONE.
           PERFORM 5500-FORMAT-LAY-LINE THRU 5500-EXIT
      *    *** 同じ名前の既存の行があれば右側の桁を引き継ぐ
           MOVE ZERO                   TO LY-W-FOUND
           PERFORM 5210-FIND-LINE-ONE   THRU 5210-EXIT
               VARYING LY-W-X FROM 1 BY 1
               UNTIL LY-W-X > LY-W-X-CNT OR LY-W-FOUND > ZERO
           IF LY-W-FOUND > ZERO
               MOVE LY-W-X-LINE(LY-W-FOUND)(LY-W-F-KEEP:)
                                        TO LY-W-OUT(LY-W-F-KEEP:)
               MOVE "Y"                 TO LY-W-G-USED(LY-W-G)
           END-IF
           WRITE LY-LAY-LINE           FROM LY-W-OUT
           ADD  1                      TO LY-W-RPT-CNT.
       5200-EXIT.
           EXIT.
      *
       5210-FIND-LINE-ONE.
           IF LY-W-X-LINE(LY-W-X)(1:1) NOT = "*" AND
              LY-W-X-LINE(LY-W-X)(1:10) = LY-W-G-NAME(LY-W-G)
               MOVE LY-W-X              TO LY-W-FOUND
           END-IF.
       5210-EXIT.
           EXIT.
      *
       5300-NOT-EXPORTED-ONE.
           IF LY-W-G-USED(LY-W-G) = "Y"
               GO TO 5300-EXIT
           END-IF
           MOVE SPACE                  TO LY-RPT-LINE
           STRING "  INFO NOT IN EXISTING LAY (NOT WRITTEN, ALL=Y): "
                                        DELIMITED BY SIZE
                  LY-W-G-NAME(LY-W-G)   DELIMITED BY SIZE
                  INTO LY-RPT-LINE
           END-STRING
           WRITE LY-RPT-LINE.
       5300-EXIT.
           EXIT.
      *
       5400-DROPPED-ONE.
           MOVE LY-W-X-LINE(LY-W-X)    TO LY-W-OUT
           IF LY-W-OUT = SPACE OR LY-W-OUT(1:1) = "*"
               GO TO 5400-EXIT
           END-IF
           MOVE LY-W-OUT(1:10)         TO LY-W-FNAME
           PERFORM 4200-FIND-FIELD      THRU 4200-EXIT
           IF LY-W-G > ZERO
               GO TO 5400-EXIT
           END-IF
           MOVE SPACE                  TO LY-RPT-LINE
           STRING "  WARNING NOT IN COPYBOOK (LINE DROPPED): "
                                        DELIMITED BY SIZE
                  LY-W-FNAME            DELIMITED BY SIZE
                  INTO LY-RPT-LINE
           END-STRING
           WRITE LY-RPT-LINE.
       5400-EXIT.
           EXIT.
      *
      *    *** LY-W-G番目の項目定義を.LAYの1行(LY-W-OUT)にする
       5500-FORMAT-LAY-LINE.
           MOVE SPACE                  TO LY-W-OUT
           MOVE LY-W-G-NAME(LY-W-G)    TO LY-W-OUT(1:10)
           MOVE LY-W-G-POS(LY-W-G)     TO LY-W-ED-POS
           MOVE LY-W-ED-POS            TO LY-W-OUT(12:5)
           IF LY-W-P-FORM = "COBRND"
               MOVE LY-W-G-LEN(LY-W-G)  TO LY-W-ED-LEN5
               MOVE LY-W-ED-LEN5        TO LY-W-OUT(18:5)
               GO TO 5500-EXIT
           END-IF
           MOVE LY-W-G-LEN(LY-W-G)     TO LY-W-ED-LEN3
           MOVE LY-W-ED-LEN3           TO LY-W-OUT(18:3)
           MOVE LY-W-G-TYPE(LY-W-G)    TO LY-W-OUT(22:1)
           IF LY-W-G-DIGITS(LY-W-G) > ZERO
               MOVE LY-W-G-DIGITS(LY-W-G) TO LY-W-ED-DIG
               MOVE LY-W-ED-DIG         TO LY-W-OUT(24:2)
               MOVE LY-W-G-DEC(LY-W-G)  TO LY-W-ED-DEC
               MOVE LY-W-ED-DEC         TO LY-W-OUT(27:2)
           END-IF.
       5500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-CHECK  手入力の項目定義ファイルをコピー句と照合する
      ******************************************************************
       6000-CHECK.
           MOVE SPACE                  TO LY-RPT-LINE
           STRING "CHECK " DELIMITED BY SIZE
                  LY-W-P-TO             DELIMITED BY SPACE
                  " KEY="  DELIMITED BY SIZE
                  LY-W-P-KEY            DELIMITED BY SPACE
                  " FORM=" DELIMITED BY SIZE
                  LY-W-P-FORM           DELIMITED BY SPACE
                  INTO LY-RPT-LINE
           END-STRING
           WRITE LY-RPT-LINE
           IF LY-W-P-KEY = SPACE OR LY-W-P-TO = SPACE
               MOVE "  ERROR CHECK= AND KEY= ARE REQUIRED"
                                        TO LY-RPT-LINE
               WRITE LY-RPT-LINE
               ADD  1                   TO LY-W-ERR-CNT
               GO TO 6000-EXIT
           END-IF
           PERFORM 2000-LOAD-REPO       THRU 2000-EXIT
           PERFORM 2100-FIND-KEY        THRU 2100-EXIT
           IF LY-W-RP-H = ZERO
               MOVE "  ERROR NOT REGISTERED IN LAYREPO - RUN GEN FIRST"
                                        TO LY-RPT-LINE
               WRITE LY-RPT-LINE
               ADD  1                   TO LY-W-ERR-CNT
               GO TO 6000-EXIT
           END-IF
      *    *** 登録したコピー句を読み直す（今のコピー句と照合する）
           MOVE LY-W-RP-LINE(LY-W-RP-H) TO LY-W-RL
           MOVE LY-W-RH-COPY           TO LY-W-P-COPY
           MOVE LY-W-RH-REC            TO LY-W-P-REC
           PERFORM 2500-PARSE-COPY      THRU 2500-EXIT
           IF LY-W-GEN-ERR > ZERO
               MOVE "  ERROR COPYBOOK COULD NOT BE READ - NOT CHECKED"
                                        TO LY-RPT-LINE
               WRITE LY-RPT-LINE
               ADD  1                   TO LY-W-ERR-CNT
               GO TO 6000-EXIT
           END-IF
      *    *** 登録後にコピー句が変わっていないか
           MOVE "N"                    TO LY-W-STALE
           MOVE ZERO                   TO LY-W-K
           PERFORM 6100-STALE-ONE       THRU 6100-EXIT
               VARYING LY-W-RP FROM 1 BY 1 UNTIL LY-W-RP > LY-W-RP-CNT
           IF LY-W-K NOT = LY-W-G-CNT
               MOVE "Y"                 TO LY-W-STALE
           END-IF
           IF LY-W-STALE = "Y"
               MOVE "  WARNING COPYBOOK CHANGED SINCE GEN - RERUN GEN"
                                        TO LY-RPT-LINE
               WRITE LY-RPT-LINE
           END-IF
      *
           PERFORM 4300-SET-FORM        THRU 4300-EXIT
           MOVE LY-W-P-TO              TO LY-W-LAY-NAME
           PERFORM 4100-LOAD-LAY        THRU 4100-EXIT
           IF LY-W-X-EXISTS NOT = "Y"
               MOVE "  ERROR LAY FILE NOT FOUND"
                                        TO LY-RPT-LINE
               WRITE LY-RPT-LINE
               ADD  1                   TO LY-W-ERR-CNT
               GO TO 6000-EXIT
           END-IF
           MOVE ZERO                   TO LY-W-DRIFT
           PERFORM 6200-CHECK-LINE-ONE  THRU 6200-EXIT
               VARYING LY-W-X FROM 1 BY 1 UNTIL LY-W-X > LY-W-X-CNT
           MOVE LY-W-DRIFT             TO LY-W-RPT-CNT
           MOVE SPACE                  TO LY-RPT-LINE
           IF LY-W-DRIFT = ZERO
               MOVE "  RESULT MATCHES COPYBOOK" TO LY-RPT-LINE
           ELSE
               STRING "  RESULT DOES NOT MATCH COPYBOOK DIFFERENCES="
                                         DELIMITED BY SIZE
                      LY-W-RPT-CNT       DELIMITED BY SIZE
                      INTO LY-RPT-LINE
               END-STRING
               ADD  1                   TO LY-W-DRIFT-CNT
           END-IF
           WRITE LY-RPT-LINE.
       6000-EXIT.
           EXIT.
      *
      *    *** 登録済みのF行を順に今の項目定義と比べる
       6100-STALE-ONE.
           MOVE LY-W-RP-LINE(LY-W-RP)  TO LY-W-RL
           IF LY-W-RF-ID NOT = "F" OR LY-W-RF-KEY NOT = LY-W-P-KEY
               GO TO 6100-EXIT
           END-IF
           ADD  1                      TO LY-W-K
           IF LY-W-K > LY-W-G-CNT
               MOVE "Y"                 TO LY-W-STALE
               GO TO 6100-EXIT
           END-IF
           MOVE LY-W-K                 TO LY-W-G
           PERFORM 3250-FORMAT-F-LINE   THRU 3250-EXIT
           IF LY-W-RL NOT = LY-W-RP-LINE(LY-W-RP)
               MOVE "Y"                 TO LY-W-STALE
           END-IF.
       6100-EXIT.
           EXIT.
      *
       6200-CHECK-LINE-ONE.
           MOVE LY-W-X-LINE(LY-W-X)    TO LY-W-OUT
           IF LY-W-OUT = SPACE OR LY-W-OUT(1:1) = "*"
               GO TO 6200-EXIT
           END-IF
           MOVE LY-W-OUT(1:10)         TO LY-W-C-NAME
           COMPUTE LY-W-C-POS = FUNCTION NUMVAL(LY-W-OUT(12:5))
           IF LY-W-P-FORM = "COBRND"
               COMPUTE LY-W-C-LEN = FUNCTION NUMVAL(LY-W-OUT(18:5))
           ELSE
               COMPUTE LY-W-C-LEN = FUNCTION NUMVAL(LY-W-OUT(18:3))
           END-IF
           MOVE LY-W-OUT(22:1)         TO LY-W-C-TYPE
           MOVE LY-W-OUT(24:2)         TO LY-W-C-DIGITS
           MOVE LY-W-OUT(27:2)         TO LY-W-C-DEC
           MOVE LY-W-C-NAME            TO LY-W-FNAME
           PERFORM 4200-FIND-FIELD      THRU 4200-EXIT
           IF LY-W-G = ZERO
               MOVE "NAME"              TO LY-W-C-WHAT
               MOVE ZERO                TO LY-W-C-LAYV
               MOVE ZERO                TO LY-W-C-CPYV
               PERFORM 6300-DIFF-LINE   THRU 6300-EXIT
               GO TO 6200-EXIT
           END-IF
           IF LY-W-C-POS NOT = LY-W-G-POS(LY-W-G)
               MOVE "POSITION"          TO LY-W-C-WHAT
               MOVE LY-W-C-POS          TO LY-W-C-LAYV
               MOVE LY-W-G-POS(LY-W-G)  TO LY-W-C-CPYV
               PERFORM 6300-DIFF-LINE   THRU 6300-EXIT
           END-IF
           IF LY-W-C-LEN NOT = LY-W-G-LEN(LY-W-G)
               MOVE "LENGTH"            TO LY-W-C-WHAT
               MOVE LY-W-C-LEN          TO LY-W-C-LAYV
               MOVE LY-W-G-LEN(LY-W-G)  TO LY-W-C-CPYV
               PERFORM 6300-DIFF-LINE   THRU 6300-EXIT
           END-IF
           IF LY-W-P-FORM = "COBRND"
               GO TO 6200-EXIT
           END-IF
           IF LY-W-C-TYPE NOT = LY-W-G-TYPE(LY-W-G)
               MOVE "TYPE"              TO LY-W-C-WHAT
               MOVE ZERO                TO LY-W-C-LAYV
               MOVE ZERO                TO LY-W-C-CPYV
               PERFORM 6300-DIFF-LINE   THRU 6300-EXIT
           END-IF
      *    *** けた数・小数部は.LAYに書いてある時だけ比べる
           IF LY-W-C-DIGITS IS NUMERIC
               IF LY-W-C-DIGITS NOT = LY-W-G-DIGITS(LY-W-G)
                   MOVE "DIGITS"        TO LY-W-C-WHAT
                   MOVE LY-W-C-DIGITS   TO LY-W-C-LAYV
                   MOVE LY-W-G-DIGITS(LY-W-G) TO LY-W-C-CPYV
                   PERFORM 6300-DIFF-LINE THRU 6300-EXIT
               END-IF
           END-IF
           IF LY-W-C-DEC IS NUMERIC
               IF LY-W-C-DEC NOT = LY-W-G-DEC(LY-W-G)
                   MOVE "DECIMALS"      TO LY-W-C-WHAT
                   MOVE LY-W-C-DEC      TO LY-W-C-LAYV
                   MOVE LY-W-G-DEC(LY-W-G) TO LY-W-C-CPYV
                   PERFORM 6300-DIFF-LINE THRU 6300-EXIT
               END-IF
           END-IF.
       6200-EXIT.
           EXIT.
      *
       6300-DIFF-LINE.
           ADD  1                      TO LY-W-DRIFT
           MOVE SPACE                  TO LY-RPT-LINE
           EVALUATE LY-W-C-WHAT
               WHEN "NAME"
                   STRING "  DIFF " DELIMITED BY SIZE
                          LY-W-C-NAME    DELIMITED BY SIZE
                          " NOT IN COPYBOOK" DELIMITED BY SIZE
                          INTO LY-RPT-LINE
                   END-STRING
               WHEN "TYPE"
                   STRING "  DIFF " DELIMITED BY SIZE
                          LY-W-C-NAME    DELIMITED BY SIZE
                          " TYPE LAY=" DELIMITED BY SIZE
                          LY-W-C-TYPE    DELIMITED BY SIZE
                          " COPYBOOK=" DELIMITED BY SIZE
                          LY-W-G-TYPE(LY-W-G) DELIMITED BY SIZE
                          INTO LY-RPT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "  DIFF " DELIMITED BY SIZE
                          LY-W-C-NAME    DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          LY-W-C-WHAT    DELIMITED BY SPACE
                          " LAY="        DELIMITED BY SIZE
                          LY-W-C-LAYV    DELIMITED BY SIZE
                          " COPYBOOK="   DELIMITED BY SIZE
                          LY-W-C-CPYV    DELIMITED BY SIZE
                          INTO LY-RPT-LINE
                   END-STRING
           END-EVALUATE
           WRITE LY-RPT-LINE.
       6300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7000-LIST  登録済みファイル名の一覧
      ******************************************************************
       7000-LIST.
           MOVE SPACE                  TO LY-RPT-LINE
           WRITE LY-RPT-LINE
           MOVE SPACE                  TO LY-RPT-LINE
           STRING "LAYREPO  FILE                     "
                                        DELIMITED BY SIZE
                  "COPYBOOK                 "
                                        DELIMITED BY SIZE
                  "RECORD                         "
                                        DELIMITED BY SIZE
                  "FIELDS  RECLEN REGISTERED"
                                        DELIMITED BY SIZE
                  INTO LY-RPT-LINE
           END-STRING
           WRITE LY-RPT-LINE
           PERFORM 2000-LOAD-REPO       THRU 2000-EXIT
           PERFORM 7100-LIST-ONE        THRU 7100-EXIT
               VARYING LY-W-RP FROM 1 BY 1 UNTIL LY-W-RP > LY-W-RP-CNT.
       7000-EXIT.
           EXIT.
      *
       7100-LIST-ONE.
           MOVE LY-W-RP-LINE(LY-W-RP)  TO LY-W-RL
           IF LY-W-RH-ID NOT = "H"
               GO TO 7100-EXIT
           END-IF
           MOVE SPACE                  TO LY-RPT-LINE
           STRING "         "          DELIMITED BY SIZE
                  LY-W-RH-KEY           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  LY-W-RH-COPY          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  LY-W-RH-REC           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  LY-W-RH-FLD-CNT       DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  LY-W-RH-RECLEN        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  LY-W-RH-STAMP         DELIMITED BY SIZE
                  INTO LY-RPT-LINE
           END-STRING
           WRITE LY-RPT-LINE.
       7100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACE                  TO LY-RPT-LINE
           WRITE LY-RPT-LINE
           MOVE LY-W-ERR-CNT           TO LY-W-RPT-CNT
           MOVE LY-W-DRIFT-CNT         TO LY-W-RPT-C2
           MOVE SPACE                  TO LY-RPT-LINE
           STRING "ERRORS="            DELIMITED BY SIZE
                  LY-W-RPT-CNT          DELIMITED BY SIZE
                  " LAY-FILES-NOT-MATCHING=" DELIMITED BY SIZE
                  LY-W-RPT-C2           DELIMITED BY SIZE
                  INTO LY-RPT-LINE
           END-STRING
           WRITE LY-RPT-LINE
           CLOSE LY-RPT-FILE.
       9000-EXIT.
           EXIT.
