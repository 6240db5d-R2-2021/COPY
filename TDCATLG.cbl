      ******************************************************************
      *
      *    PROGRAM-ID.  TDCATLG
      *
      *    テストデータカタログ。COBRND（ID=FILE・ID=SET）・MEDIAGEN・
      *    DATAMASKで作るテストデータを、このバッチ経由で作成して
      *    データセット名ごとに作成手順（シード・件数・エラー注入率・
      *    作成時刻・レイアウト／セット定義／パラメータカード等の
      *    複写）と出力ファイルの件数・チェックサムをカタログへ残す。
      *    REGENで名前を指定すると、保存した手順から同じデータセットを
      *    作り直し、出力のチェックサムが作成時と一致すること（バイト
      *    単位で同じであること）を報告する。
      *    （「3月リリースで使ったのと同じテストファイル」を、当時の
      *    レイアウト・パラメータが残っていなくても作り直せるように
      *    する）
      *
      *    TDCATLG.CTL の指示（1行＝1指示、先頭 * の行と空行は読み
      *    飛ばす。指示の無い時はLISTを行う）:
      *      GEN=名前         データセットを作成して登録する（名前は
      *                       8桁以内、登録済みの名前は使えない）。
      *                       続く次の行で作成手順を指定する
      *        PGM=xxx        COBRND-FILE / COBRND-SET / MEDIAGEN /
      *                       DATAMASK（必須）
      *        SEED=n         乱数シード（省略時は時刻から作り、その
      *                       値を登録する）
      *        COUNT=n        COBRNDの作成件数（ID=SETは親件数、
      *                       既定100）
      *        ERRPCT=n       COBRND-FILEのエラー注入率(0-100%)
      *        LAYOUT=Y       COBRND-FILEをCOBRND.LAYのレイアウトで作る
      *        DESC=xxx       説明（40桁）
      *      REGEN=名前       登録した手順から作り直して照合する
      *      LIST             登録済みデータセットと照合履歴の一覧
      *
      *    作成手順として複写するファイル（R:複写して作り直し時に戻す
      *    V:照合のみ、作成時の件数・チェックサムを残し作り直し時に
      *    変わっていれば警告する）
      *      COBRND-FILE  R:COBRND.LAY（LAYOUT=Y時） R:COBRND.NAM
      *                   V:DWHOLIDAY
      *                   出力 COBRND.OUT、COBRND.ERR（ERRPCT指定時）
      *      COBRND-SET   R:COBRND.SET と親・子のレイアウト R:COBRND.NAM
      *                   V:DWHOLIDAY  出力 親・子の出力ファイル
      *      MEDIAGEN     R:MEDIAGEN.PRM（SEED=・RUNSTAMP=を追記）
      *                   R:GLOBAL.PRM R:COBRND.NAM  出力 MEDIAGEN.OUT
      *                   （NFADDRマスタとの突合結果はマスタの内容に
      *                   よるため、マスタが変わると一致しない）
      *      DATAMASK     R:DATAMASK.CTL（SEED=を追記） R:DATAMASK.LAY
      *                   R:COBRND.NAM  V:入力ファイル（本番形式の
      *                   ため複写しない）  出力 FILEOUT=のファイル
      *    作成・作り直しの間は、現行の同名ファイルを退避して複写を
      *    置き（作成時に無かったファイルは外し）、終了後に現行の
      *    ファイルへ戻す。
      *    COBRND.OUTのヘッダー作成時刻・MEDIAGEN.OUTの実行日時は、
      *    登録した作成時刻へ固定して作る（CPCOBRNDのSTAMP・
      *    MEDIAGEN.PRMのRUNSTAMP=）。
      *
      *    カタログ（環境コードで修飾した TDCATLG.CAT、1行＝1項目）
      *      D行 01:D  03-10:名前  12-17:登録番号  19-32:作成時刻
      *          34-44:PGM  46-55:シード  57-65:件数  67-69:注入率
      *          71:LAYOUT  73-86:固定した作成時刻  88-95:環境
      *          97-136:説明
      *      R行 01:R  03-17:D行と同じ  19-42:ファイル名  44:R/V
      *          46:状態 C:複写 A:作成時に無し  48-56:件数
      *          58-69:チェックサム1  71-82:チェックサム2
      *          84-107:複写の名前
      *      O行 01:O  03-17:D行と同じ  19-42:出力ファイル名
      *          48-56:件数  58-69:チェックサム1  71-82:チェックサム2
      *      X行 01:X  03-17:D行と同じ  19-32:照合時刻
      *          34-46:結果 IDENTICAL/NOT IDENTICAL/FAILED
      *    複写の名前は「環境で修飾したTDC.登録番号.Rnn」
      *    （作成・作り直し中の現行ファイルの退避はTDC.SAV.Rnn）
      *    チェックサム1は各行（512桁）の全バイトのORD値の加算
      *    （12桁で循環、BKPSETと同じ方式）、チェックサム2はバイト
      *    ごとのチェックサム1の累計（12桁で循環）で、行や文字の
      *    並びの入れ替わりも検出する。
      *    処理結果はTDCATLG.RPTへ出力する。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 TDCATLG.
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
      *    指示（GEN=・REGEN=・LIST）
           SELECT TC-CTL-FILE      ASSIGN TO "TDCATLG.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TC-W-CTL-STATUS.
      *    カタログ（名前は環境コードで修飾する）
           SELECT TC-CAT-FILE      ASSIGN DYNAMIC TC-W-CAT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TC-W-CAT-STATUS.
      *    複写元・チェックサム対象（名前は実行時に差し替える）
           SELECT TC-FROM-FILE     ASSIGN DYNAMIC TC-W-FROM-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TC-W-FROM-STATUS.
      *    複写先（名前は実行時に差し替える）
           SELECT TC-TO-FILE       ASSIGN DYNAMIC TC-W-TO-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TC-W-TO-STATUS.
           SELECT TC-RPT-FILE      ASSIGN TO "TDCATLG.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TC-CTL-FILE.
       01  TC-CTL-LINE               PIC X(080).
      *
       FD  TC-CAT-FILE.
       01  TC-CAT-LINE               PIC X(200).
      *
       FD  TC-FROM-FILE.
       01  TC-FROM-LINE              PIC X(512).
      *
       FD  TC-TO-FILE.
       01  TC-TO-LINE                PIC X(512).
      *
       FD  TC-RPT-FILE.
       01  TC-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  TC-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  TC-W-CAT-STATUS          PIC  X(002) VALUE SPACE.
       01  TC-W-FROM-STATUS         PIC  X(002) VALUE SPACE.
       01  TC-W-TO-STATUS           PIC  X(002) VALUE SPACE.
       01  TC-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  TC-W-CTL-EOF-YES             VALUE "Y".
       01  TC-W-CAT-EOF             PIC  X(001) VALUE "N".
           88  TC-W-CAT-EOF-YES             VALUE "Y".
       01  TC-W-FROM-EOF            PIC  X(001) VALUE "N".
           88  TC-W-FROM-EOF-YES            VALUE "Y".
      *
       01  TC-W-CAT-NAME            PIC  X(024) VALUE SPACE.
       01  TC-W-FROM-NAME           PIC  X(024) VALUE SPACE.
       01  TC-W-TO-NAME             PIC  X(024) VALUE SPACE.
      *    *** 複写の名前の頭（環境コードで修飾したTDC）
       01  TC-W-PFX                 PIC  X(024) VALUE SPACE.
       01  TC-W-ENV                 PIC  X(008) VALUE SPACE.
       01  TC-W-CMD-CNT             BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    GEN=の指定（次のGEN=・REGEN=・LIST・終わりで実行する）
      *---------------------------------------------------------------*
       01  TC-W-G-PENDING           PIC  X(001) VALUE "N".
           88  TC-W-G-PENDING-YES           VALUE "Y".
       01  TC-W-G-NAME              PIC  X(008) VALUE SPACE.
       01  TC-W-G-PGM               PIC  X(011) VALUE SPACE.
       01  TC-W-G-SEED              PIC  9(010) VALUE ZERO.
       01  TC-W-G-COUNT             PIC  9(009) VALUE ZERO.
       01  TC-W-G-ERRPCT            PIC  9(003) VALUE ZERO.
       01  TC-W-G-LAYOUT            PIC  X(001) VALUE SPACE.
       01  TC-W-G-DESC              PIC  X(040) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    処理中のデータセット（カタログのD行）
      *---------------------------------------------------------------*
       01  TC-W-E-D-LINE.
           03  TC-W-E-TYPE          PIC  X(001).
           03  FILLER               PIC  X(001).
           03  TC-W-E-NAME          PIC  X(008).
           03  FILLER               PIC  X(001).
           03  TC-W-E-ENTRY         PIC  9(006).
           03  FILLER               PIC  X(001).
           03  TC-W-E-CREATED       PIC  9(014).
           03  FILLER               PIC  X(001).
           03  TC-W-E-PGM           PIC  X(011).
           03  FILLER               PIC  X(001).
           03  TC-W-E-SEED          PIC  9(010).
           03  FILLER               PIC  X(001).
           03  TC-W-E-COUNT         PIC  9(009).
           03  FILLER               PIC  X(001).
           03  TC-W-E-ERRPCT        PIC  9(003).
           03  FILLER               PIC  X(001).
           03  TC-W-E-LAYOUT        PIC  X(001).
           03  FILLER               PIC  X(001).
           03  TC-W-E-STAMP         PIC  9(014).
           03  FILLER               PIC  X(001).
           03  TC-W-E-ENV           PIC  X(008).
           03  FILLER               PIC  X(001).
           03  TC-W-E-DESC          PIC  X(040).
           03  FILLER               PIC  X(064).
      *    *** R行・O行・X行の共通部分（03-17はD行と同じ）
       01  TC-W-L-LINE.
           03  TC-W-L-TYPE          PIC  X(001).
           03  FILLER               PIC  X(001).
           03  TC-W-L-NAME          PIC  X(008).
           03  FILLER               PIC  X(001).
           03  TC-W-L-ENTRY         PIC  9(006).
           03  FILLER               PIC  X(001).
           03  TC-W-L-FILE          PIC  X(024).
           03  FILLER               PIC  X(001).
           03  TC-W-L-KIND          PIC  X(001).
           03  FILLER               PIC  X(001).
           03  TC-W-L-STATE         PIC  X(001).
           03  FILLER               PIC  X(001).
           03  TC-W-L-CNT           PIC  9(009).
           03  FILLER               PIC  X(001).
           03  TC-W-L-CKS1          PIC  9(012).
           03  FILLER               PIC  X(001).
           03  TC-W-L-CKS2          PIC  9(012).
           03  FILLER               PIC  X(001).
           03  TC-W-L-MEM           PIC  X(024).
           03  FILLER               PIC  X(093).
       01  TC-W-X-LINE REDEFINES TC-W-L-LINE.
           03  FILLER               PIC  X(018).
           03  TC-W-X-STAMP         PIC  9(014).
           03  FILLER               PIC  X(001).
           03  TC-W-X-RESULT        PIC  X(013).
           03  FILLER               PIC  X(154).
      *
      *---------------------------------------------------------------*
      *    作成手順のファイル（最大8本）と出力ファイル（最大4本）
      *---------------------------------------------------------------*
       01  TC-W-R-CNT               BINARY-LONG VALUE ZERO.
       01  TC-W-R-TBL-AREA.
           03  TC-W-R-TBL OCCURS 8.
             05  TC-W-R-NAME        PIC  X(024).
             05  TC-W-R-KIND        PIC  X(001).
             05  TC-W-R-STATE       PIC  X(001).
             05  TC-W-R-CNT-R       PIC  9(009).
             05  TC-W-R-CKS1        PIC  9(012).
             05  TC-W-R-CKS2        PIC  9(012).
             05  TC-W-R-MEM         PIC  X(024).
      *        *** 作成・作り直しの間、現行ファイルを退避した時Y
             05  TC-W-R-SAVED       PIC  X(001).
       01  TC-W-O-CNT               BINARY-LONG VALUE ZERO.
       01  TC-W-O-TBL-AREA.
           03  TC-W-O-TBL OCCURS 4.
             05  TC-W-O-NAME        PIC  X(024).
             05  TC-W-O-CNT-R       PIC  9(009).
             05  TC-W-O-CKS1        PIC  9(012).
             05  TC-W-O-CKS2        PIC  9(012).
      *        *** 今回の作成結果（作り直しの照合用）
             05  TC-W-O-NFOUND      PIC  X(001).
             05  TC-W-O-NCNT        PIC  9(009).
             05  TC-W-O-NCKS1       PIC  9(012).
             05  TC-W-O-NCKS2       PIC  9(012).
       01  TC-W-I                   BINARY-LONG VALUE ZERO.
       01  TC-W-ADD-NAME            PIC  X(024) VALUE SPACE.
       01  TC-W-ADD-KIND            PIC  X(001) VALUE SPACE.
      *
      *    *** カタログの走査
       01  TC-W-MAX-ENTRY           PIC  9(006) VALUE ZERO.
       01  TC-W-FIND-NAME           PIC  X(008) VALUE SPACE.
       01  TC-W-FOUND               PIC  X(001) VALUE "N".
           88  TC-W-FOUND-YES               VALUE "Y".
       01  TC-W-LOAD                PIC  X(001) VALUE "N".
       01  TC-W-LOAD-ENTRY          PIC  9(006) VALUE ZERO.
      *
      *    *** 定義ファイルから読んだ名前（COBRND.SET・DATAMASK.CTL）
       01  TC-W-SET-PLAY            PIC  X(012) VALUE SPACE.
       01  TC-W-SET-CLAY            PIC  X(012) VALUE SPACE.
       01  TC-W-SET-POUT            PIC  X(012) VALUE SPACE.
       01  TC-W-SET-COUT            PIC  X(012) VALUE SPACE.
       01  TC-W-DM-IN               PIC  X(024) VALUE SPACE.
       01  TC-W-DM-OUT              PIC  X(024) VALUE SPACE.
      *
      *    *** 作成・照合の結果
       01  TC-W-RUN-OK              PIC  X(001) VALUE "N".
           88  TC-W-RUN-OK-YES              VALUE "Y".
       01  TC-W-SAME                PIC  X(001) VALUE "Y".
       01  TC-W-REASON              PIC  X(040) VALUE SPACE.
      *
      *    *** 複写・チェックサム
       01  TC-W-COPY-OK             PIC  X(001) VALUE "N".
       01  TC-W-CKS-FOUND           PIC  X(001) VALUE "N".
       01  TC-W-BUF                 PIC  X(512) VALUE SPACE.
       01  TC-W-REC-CNT             PIC  9(009) VALUE ZERO.
       01  TC-W-CKS1                PIC  9(012) VALUE ZERO.
       01  TC-W-CKS2                PIC  9(012) VALUE ZERO.
       01  TC-W-CKS-I               BINARY-LONG VALUE ZERO.
       01  TC-W-CKS-BYTE            BINARY-LONG VALUE ZERO.
      *
      *    *** 時刻
       01  TC-W-DATE8               PIC  9(008) VALUE ZERO.
       01  TC-W-TIME8               PIC  9(008) VALUE ZERO.
       01  TC-W-NOW                 PIC  9(014) VALUE ZERO.
      *
      *    *** 帳票の編集
       01  TC-W-ENTRY-ED            PIC  9(006) VALUE ZERO.
       01  TC-W-NN                  PIC  9(002) VALUE ZERO.
       01  TC-W-CNT-ED              PIC  Z(08)9.
       01  TC-W-RPT-CNT             PIC  9(006) VALUE ZERO.
       01  TC-W-GEN-CNT             BINARY-LONG VALUE ZERO.
       01  TC-W-REGEN-CNT           BINARY-LONG VALUE ZERO.
       01  TC-W-SAME-CNT            BINARY-LONG VALUE ZERO.
       01  TC-W-ERR-CNT             BINARY-LONG VALUE ZERO.
      *
       COPY "CPCOBRND.cpy" REPLACING ==:##:== BY ==CB==.
      *
      *    *** 帳票見出しの環境表示・カタログ名の修飾（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==TCQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
      *
           MOVE "N"                    TO TC-W-CTL-EOF
           OPEN INPUT TC-CTL-FILE
           IF TC-W-CTL-STATUS = "00"
               PERFORM 1100-READ-CTL-ONE THRU 1100-EXIT
                   UNTIL TC-W-CTL-EOF-YES
               CLOSE TC-CTL-FILE
           END-IF
           PERFORM 1900-FLUSH-GEN       THRU 1900-EXIT
      *    *** 指示の無い時は一覧を出す
           IF TC-W-CMD-CNT = ZERO
               PERFORM 4500-LIST        THRU 4500-EXIT
           END-IF
      *
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  帳票を開き、カタログ・複写の名前を決める
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT TC-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO TCQ-ID
           CALL "ENVQUAL" USING TCQ-ENVQUAL-AREA
           MOVE TCQ-ENV-LINE           TO TC-RPT-LINE
           WRITE TC-RPT-LINE
           MOVE TCQ-ENV                TO TC-W-ENV
      *
           MOVE "Q"                    TO TCQ-ID
           MOVE "TDCATLG.CAT"          TO TCQ-NAME
           CALL "ENVQUAL" USING TCQ-ENVQUAL-AREA
           MOVE TCQ-QNAME              TO TC-W-CAT-NAME
           MOVE "Q"                    TO TCQ-ID
           MOVE "TDC"                  TO TCQ-NAME
           CALL "ENVQUAL" USING TCQ-ENVQUAL-AREA
           MOVE TCQ-QNAME              TO TC-W-PFX.
       1000-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ TC-CTL-FILE
               AT END
                   SET TC-W-CTL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF TC-CTL-LINE = SPACE OR TC-CTL-LINE(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN TC-CTL-LINE(1:4) = "GEN="
                   PERFORM 1900-FLUSH-GEN THRU 1900-EXIT
                   ADD  1                TO TC-W-CMD-CNT
                   PERFORM 1200-CLEAR-GEN THRU 1200-EXIT
                   MOVE TC-CTL-LINE(5:8)  TO TC-W-G-NAME
                   SET TC-W-G-PENDING-YES TO TRUE
               WHEN TC-CTL-LINE(1:6) = "REGEN="
                   PERFORM 1900-FLUSH-GEN THRU 1900-EXIT
                   ADD  1                TO TC-W-CMD-CNT
                   MOVE TC-CTL-LINE(7:8)  TO TC-W-FIND-NAME
                   PERFORM 4000-REGEN     THRU 4000-EXIT
               WHEN TC-CTL-LINE(1:4) = "LIST"
                   PERFORM 1900-FLUSH-GEN THRU 1900-EXIT
                   ADD  1                TO TC-W-CMD-CNT
                   PERFORM 4500-LIST      THRU 4500-EXIT
               WHEN TC-CTL-LINE(1:4) = "PGM="
                   MOVE TC-CTL-LINE(5:11) TO TC-W-G-PGM
               WHEN TC-CTL-LINE(1:5) = "SEED="
                   COMPUTE TC-W-G-SEED =
                       FUNCTION NUMVAL(TC-CTL-LINE(6:10))
               WHEN TC-CTL-LINE(1:6) = "COUNT="
                   COMPUTE TC-W-G-COUNT =
                       FUNCTION NUMVAL(TC-CTL-LINE(7:9))
               WHEN TC-CTL-LINE(1:7) = "ERRPCT="
                   COMPUTE TC-W-G-ERRPCT =
                       FUNCTION NUMVAL(TC-CTL-LINE(8:3))
               WHEN TC-CTL-LINE(1:7) = "LAYOUT="
                   MOVE TC-CTL-LINE(8:1)  TO TC-W-G-LAYOUT
               WHEN TC-CTL-LINE(1:5) = "DESC="
                   MOVE TC-CTL-LINE(6:40) TO TC-W-G-DESC
               WHEN OTHER
                   MOVE SPACE            TO TC-RPT-LINE
                   STRING "UNKNOWN CONTROL LINE: " DELIMITED BY SIZE
                          TC-CTL-LINE(1:40) DELIMITED BY SIZE
                          INTO TC-RPT-LINE
                   END-STRING
                   WRITE TC-RPT-LINE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
       1200-CLEAR-GEN.
           MOVE SPACE                  TO TC-W-G-NAME
           MOVE SPACE                  TO TC-W-G-PGM
           MOVE ZERO                   TO TC-W-G-SEED
           MOVE ZERO                   TO TC-W-G-COUNT
           MOVE ZERO                   TO TC-W-G-ERRPCT
           MOVE SPACE                  TO TC-W-G-LAYOUT
           MOVE SPACE                  TO TC-W-G-DESC.
       1200-EXIT.
           EXIT.
      *
      *    *** 指定を集め終えたGEN=を実行する
       1900-FLUSH-GEN.
           IF TC-W-G-PENDING-YES
               MOVE "N"                 TO TC-W-G-PENDING
               PERFORM 3000-GEN         THRU 3000-EXIT
           END-IF.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-SCAN-CATALOG  カタログを読み、最大の登録番号を求める
      *    TC-W-FIND-NAMEの登録があればTC-W-FOUNDを立て、D行を
      *    TC-W-E-D-LINEへ、R行・O行を手順・出力の表へ読み込む
      ******************************************************************
       2000-SCAN-CATALOG.
           MOVE ZERO                   TO TC-W-MAX-ENTRY
           MOVE "N"                    TO TC-W-FOUND
           MOVE "N"                    TO TC-W-LOAD
           MOVE "N"                    TO TC-W-CAT-EOF
           OPEN INPUT TC-CAT-FILE
           IF TC-W-CAT-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-CAT-LINE-ONE    THRU 2100-EXIT
               UNTIL TC-W-CAT-EOF-YES
           CLOSE TC-CAT-FILE.
       2000-EXIT.
           EXIT.
      *
       2100-CAT-LINE-ONE.
           READ TC-CAT-FILE
               AT END
                   SET TC-W-CAT-EOF-YES TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF TC-CAT-LINE(12:6) IS NUMERIC
               IF TC-CAT-LINE(12:6) > TC-W-MAX-ENTRY
                   MOVE TC-CAT-LINE(12:6) TO TC-W-MAX-ENTRY
               END-IF
           END-IF
           EVALUATE TC-CAT-LINE(1:1)
               WHEN "D"
                   MOVE "N"              TO TC-W-LOAD
                   IF TC-CAT-LINE(3:8) = TC-W-FIND-NAME
                       MOVE TC-CAT-LINE  TO TC-W-E-D-LINE
                       SET TC-W-FOUND-YES TO TRUE
                       MOVE "Y"          TO TC-W-LOAD
                       MOVE TC-W-E-ENTRY TO TC-W-LOAD-ENTRY
                       MOVE ZERO         TO TC-W-R-CNT
                       MOVE ZERO         TO TC-W-O-CNT
                   END-IF
               WHEN "R"
                   IF TC-W-LOAD = "Y" AND TC-W-R-CNT < 8 AND
                      TC-CAT-LINE(12:6) = TC-W-LOAD-ENTRY
                       MOVE TC-CAT-LINE  TO TC-W-L-LINE
                       ADD  1            TO TC-W-R-CNT
                       MOVE TC-W-L-FILE  TO TC-W-R-NAME(TC-W-R-CNT)
                       MOVE TC-W-L-KIND  TO TC-W-R-KIND(TC-W-R-CNT)
                       MOVE TC-W-L-STATE TO TC-W-R-STATE(TC-W-R-CNT)
                       MOVE TC-W-L-CNT   TO TC-W-R-CNT-R(TC-W-R-CNT)
                       MOVE TC-W-L-CKS1  TO TC-W-R-CKS1(TC-W-R-CNT)
                       MOVE TC-W-L-CKS2  TO TC-W-R-CKS2(TC-W-R-CNT)
                       MOVE TC-W-L-MEM   TO TC-W-R-MEM(TC-W-R-CNT)
                   END-IF
               WHEN "O"
                   IF TC-W-LOAD = "Y" AND TC-W-O-CNT < 4 AND
                      TC-CAT-LINE(12:6) = TC-W-LOAD-ENTRY
                       MOVE TC-CAT-LINE  TO TC-W-L-LINE
                       ADD  1            TO TC-W-O-CNT
                       MOVE TC-W-L-FILE  TO TC-W-O-NAME(TC-W-O-CNT)
                       MOVE TC-W-L-CNT   TO TC-W-O-CNT-R(TC-W-O-CNT)
                       MOVE TC-W-L-CKS1  TO TC-W-O-CKS1(TC-W-O-CNT)
                       MOVE TC-W-L-CKS2  TO TC-W-O-CKS2(TC-W-O-CNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-GEN  GEN=  作成手順を複写し、作成して登録する
      ******************************************************************
       3000-GEN.
           MOVE SPACE                  TO TC-RPT-LINE
           WRITE TC-RPT-LINE
           MOVE SPACE                  TO TC-RPT-LINE
           STRING "GEN "               DELIMITED BY SIZE
                  TC-W-G-NAME           DELIMITED BY SIZE
                  " PGM="               DELIMITED BY SIZE
                  TC-W-G-PGM            DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE
           MOVE SPACE                  TO TC-W-REASON
           EVALUATE TRUE
               WHEN TC-W-G-NAME = SPACE
                   MOVE "NO DATASET NAME"     TO TC-W-REASON
               WHEN TC-W-G-PGM NOT = "COBRND-FILE" AND
                    TC-W-G-PGM NOT = "COBRND-SET " AND
                    TC-W-G-PGM NOT = "MEDIAGEN   " AND
                    TC-W-G-PGM NOT = "DATAMASK   "
                   MOVE "PGM= MISSING OR INVALID" TO TC-W-REASON
               WHEN OTHER
                   MOVE TC-W-G-NAME     TO TC-W-FIND-NAME
                   PERFORM 2000-SCAN-CATALOG THRU 2000-EXIT
                   IF TC-W-FOUND-YES
                       MOVE "NAME ALREADY CATALOGUED" TO TC-W-REASON
                   END-IF
           END-EVALUATE
           IF TC-W-REASON NOT = SPACE
               GO TO 3000-FAIL
           END-IF
      *
      *    *** 登録番号・作成時刻・シード・件数を決める
           ACCEPT TC-W-DATE8           FROM DATE YYYYMMDD
           ACCEPT TC-W-TIME8           FROM TIME
           COMPUTE TC-W-NOW = TC-W-DATE8 * 1000000 + TC-W-TIME8 / 100
           MOVE SPACE                  TO TC-W-E-D-LINE
           MOVE "D"                    TO TC-W-E-TYPE
           MOVE TC-W-G-NAME            TO TC-W-E-NAME
           COMPUTE TC-W-E-ENTRY = TC-W-MAX-ENTRY + 1
           MOVE TC-W-NOW               TO TC-W-E-CREATED
           MOVE TC-W-NOW               TO TC-W-E-STAMP
           MOVE TC-W-G-PGM             TO TC-W-E-PGM
           IF TC-W-G-SEED = ZERO
               COMPUTE TC-W-E-SEED = TC-W-TIME8 + 1
           ELSE
               MOVE TC-W-G-SEED         TO TC-W-E-SEED
           END-IF
           IF TC-W-G-COUNT = ZERO
               MOVE 100                 TO TC-W-E-COUNT
           ELSE
               MOVE TC-W-G-COUNT        TO TC-W-E-COUNT
           END-IF
           IF TC-W-G-ERRPCT > 100
               MOVE 100                 TO TC-W-E-ERRPCT
           ELSE
               MOVE TC-W-G-ERRPCT       TO TC-W-E-ERRPCT
           END-IF
           IF TC-W-G-LAYOUT = "Y"
               MOVE "Y"                 TO TC-W-E-LAYOUT
           ELSE
               MOVE "N"                 TO TC-W-E-LAYOUT
           END-IF
           MOVE TC-W-ENV               TO TC-W-E-ENV
           MOVE TC-W-G-DESC            TO TC-W-E-DESC
      *
           PERFORM 3100-BUILD-LIST      THRU 3100-EXIT
           IF TC-W-REASON NOT = SPACE
               GO TO 3000-FAIL
           END-IF
           PERFORM 3200-SNAPSHOT-ONE    THRU 3200-EXIT
               VARYING TC-W-I FROM 1 BY 1 UNTIL TC-W-I > TC-W-R-CNT
           IF TC-W-REASON NOT = SPACE
               GO TO 3000-FAIL
           END-IF
      *
           PERFORM 5000-RUN-RECIPE      THRU 5000-EXIT
           IF NOT TC-W-RUN-OK-YES
               GO TO 3000-FAIL
           END-IF
           PERFORM 3400-KEEP-OUT-ONE    THRU 3400-EXIT
               VARYING TC-W-I FROM 1 BY 1 UNTIL TC-W-I > TC-W-O-CNT
           PERFORM 3300-WRITE-ENTRY     THRU 3300-EXIT
           ADD  1                      TO TC-W-GEN-CNT
           MOVE TC-W-E-ENTRY           TO TC-W-ENTRY-ED
           MOVE SPACE                  TO TC-RPT-LINE
           STRING "  CATALOGUED "      DELIMITED BY SIZE
                  TC-W-E-NAME           DELIMITED BY SPACE
                  " ENTRY="             DELIMITED BY SIZE
                  TC-W-ENTRY-ED         DELIMITED BY SIZE
                  " SEED="              DELIMITED BY SIZE
                  TC-W-E-SEED           DELIMITED BY SIZE
                  " STAMP="             DELIMITED BY SIZE
                  TC-W-E-STAMP          DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE
           GO TO 3000-EXIT.
       3000-FAIL.
           ADD  1                      TO TC-W-ERR-CNT
           MOVE SPACE                  TO TC-RPT-LINE
           STRING "  NOT CATALOGUED - " DELIMITED BY SIZE
                  TC-W-REASON           DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3100-BUILD-LIST  PGMごとの作成手順のファイルと出力ファイル
      ******************************************************************
       3100-BUILD-LIST.
           MOVE ZERO                   TO TC-W-R-CNT
           MOVE ZERO                   TO TC-W-O-CNT
           EVALUATE TC-W-E-PGM
               WHEN "COBRND-FILE"
                   IF TC-W-E-LAYOUT = "Y"
                       MOVE "COBRND.LAY" TO TC-W-ADD-NAME
                       PERFORM 3110-ADD-RECIPE THRU 3110-EXIT
                   END-IF
                   MOVE "COBRND.NAM"     TO TC-W-ADD-NAME
                   PERFORM 3110-ADD-RECIPE THRU 3110-EXIT
                   MOVE "DWHOLIDAY"      TO TC-W-ADD-NAME
                   PERFORM 3115-ADD-VERIFY THRU 3115-EXIT
                   MOVE "COBRND.OUT"     TO TC-W-ADD-NAME
                   PERFORM 3120-ADD-OUTPUT THRU 3120-EXIT
                   IF TC-W-E-ERRPCT > ZERO
                       MOVE "COBRND.ERR" TO TC-W-ADD-NAME
                       PERFORM 3120-ADD-OUTPUT THRU 3120-EXIT
                   END-IF
               WHEN "COBRND-SET "
                   PERFORM 3150-READ-SET-DEF THRU 3150-EXIT
                   IF TC-W-SET-PLAY = SPACE OR TC-W-SET-CLAY = SPACE OR
                      TC-W-SET-POUT = SPACE OR TC-W-SET-COUT = SPACE
                       MOVE "COBRND.SET MISSING OR INCOMPLETE"
                                         TO TC-W-REASON
                       GO TO 3100-EXIT
                   END-IF
                   MOVE "COBRND.SET"     TO TC-W-ADD-NAME
                   PERFORM 3110-ADD-RECIPE THRU 3110-EXIT
                   MOVE TC-W-SET-PLAY    TO TC-W-ADD-NAME
                   PERFORM 3110-ADD-RECIPE THRU 3110-EXIT
                   MOVE TC-W-SET-CLAY    TO TC-W-ADD-NAME
                   PERFORM 3110-ADD-RECIPE THRU 3110-EXIT
                   MOVE "COBRND.NAM"     TO TC-W-ADD-NAME
                   PERFORM 3110-ADD-RECIPE THRU 3110-EXIT
                   MOVE "DWHOLIDAY"      TO TC-W-ADD-NAME
                   PERFORM 3115-ADD-VERIFY THRU 3115-EXIT
                   MOVE TC-W-SET-POUT    TO TC-W-ADD-NAME
                   PERFORM 3120-ADD-OUTPUT THRU 3120-EXIT
                   MOVE TC-W-SET-COUT    TO TC-W-ADD-NAME
                   PERFORM 3120-ADD-OUTPUT THRU 3120-EXIT
               WHEN "MEDIAGEN   "
                   MOVE "MEDIAGEN.PRM"   TO TC-W-ADD-NAME
                   PERFORM 3110-ADD-RECIPE THRU 3110-EXIT
                   MOVE "GLOBAL.PRM"     TO TC-W-ADD-NAME
                   PERFORM 3110-ADD-RECIPE THRU 3110-EXIT
                   MOVE "COBRND.NAM"     TO TC-W-ADD-NAME
                   PERFORM 3110-ADD-RECIPE THRU 3110-EXIT
                   MOVE "MEDIAGEN.OUT"   TO TC-W-ADD-NAME
                   PERFORM 3120-ADD-OUTPUT THRU 3120-EXIT
               WHEN OTHER
                   PERFORM 3170-READ-DM-CTL THRU 3170-EXIT
                   IF TC-W-DM-IN = SPACE OR TC-W-DM-OUT = SPACE
                       MOVE "DATAMASK.CTL MISSING OR INCOMPLETE"
                                         TO TC-W-REASON
                       GO TO 3100-EXIT
                   END-IF
                   MOVE "DATAMASK.CTL"   TO TC-W-ADD-NAME
                   PERFORM 3110-ADD-RECIPE THRU 3110-EXIT
                   MOVE "DATAMASK.LAY"   TO TC-W-ADD-NAME
                   PERFORM 3110-ADD-RECIPE THRU 3110-EXIT
                   MOVE "COBRND.NAM"     TO TC-W-ADD-NAME
                   PERFORM 3110-ADD-RECIPE THRU 3110-EXIT
                   MOVE TC-W-DM-IN       TO TC-W-ADD-NAME
                   PERFORM 3115-ADD-VERIFY THRU 3115-EXIT
                   MOVE TC-W-DM-OUT      TO TC-W-ADD-NAME
                   PERFORM 3120-ADD-OUTPUT THRU 3120-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *
       3110-ADD-RECIPE.
           MOVE "R"                    TO TC-W-ADD-KIND
           PERFORM 3118-ADD-ONE         THRU 3118-EXIT.
       3110-EXIT.
           EXIT.
      *
       3115-ADD-VERIFY.
           MOVE "V"                    TO TC-W-ADD-KIND
           PERFORM 3118-ADD-ONE         THRU 3118-EXIT.
       3115-EXIT.
           EXIT.
      *
       3118-ADD-ONE.
           IF TC-W-R-CNT >= 8
               GO TO 3118-EXIT
           END-IF
           ADD  1                      TO TC-W-R-CNT
           MOVE TC-W-ADD-NAME          TO TC-W-R-NAME(TC-W-R-CNT)
           MOVE TC-W-ADD-KIND          TO TC-W-R-KIND(TC-W-R-CNT)
           MOVE "A"                    TO TC-W-R-STATE(TC-W-R-CNT)
           MOVE ZERO                   TO TC-W-R-CNT-R(TC-W-R-CNT)
           MOVE ZERO                   TO TC-W-R-CKS1(TC-W-R-CNT)
           MOVE ZERO                   TO TC-W-R-CKS2(TC-W-R-CNT)
           MOVE SPACE                  TO TC-W-R-MEM(TC-W-R-CNT)
           MOVE "N"                    TO TC-W-R-SAVED(TC-W-R-CNT).
       3118-EXIT.
           EXIT.
      *
       3120-ADD-OUTPUT.
           IF TC-W-O-CNT >= 4
               GO TO 3120-EXIT
           END-IF
           ADD  1                      TO TC-W-O-CNT
           MOVE TC-W-ADD-NAME          TO TC-W-O-NAME(TC-W-O-CNT)
           MOVE ZERO                   TO TC-W-O-CNT-R(TC-W-O-CNT)
           MOVE ZERO                   TO TC-W-O-CKS1(TC-W-O-CNT)
           MOVE ZERO                   TO TC-W-O-CKS2(TC-W-O-CNT).
       3120-EXIT.
           EXIT.
      *
      *    *** COBRND.SET の親・子のレイアウトと出力先（COBRNDの2810と
      *    *** 同じ解析）
       3150-READ-SET-DEF.
           MOVE SPACE                  TO TC-W-SET-PLAY
           MOVE SPACE                  TO TC-W-SET-CLAY
           MOVE SPACE                  TO TC-W-SET-POUT
           MOVE SPACE                  TO TC-W-SET-COUT
           MOVE "COBRND.SET"           TO TC-W-FROM-NAME
           MOVE "N"                    TO TC-W-FROM-EOF
           OPEN INPUT TC-FROM-FILE
           IF TC-W-FROM-STATUS NOT = "00"
               GO TO 3150-EXIT
           END-IF
           PERFORM 3160-SET-LINE-ONE    THRU 3160-EXIT
               UNTIL TC-W-FROM-EOF-YES
           CLOSE TC-FROM-FILE.
       3150-EXIT.
           EXIT.
      *
       3160-SET-LINE-ONE.
           READ TC-FROM-FILE
               AT END
                   SET TC-W-FROM-EOF-YES TO TRUE
                   GO TO 3160-EXIT
           END-READ
           EVALUATE TRUE
               WHEN TC-FROM-LINE(1:10) = "PARENTLAY="
                   MOVE TC-FROM-LINE(11:12) TO TC-W-SET-PLAY
               WHEN TC-FROM-LINE(1:10) = "PARENTOUT="
                   MOVE TC-FROM-LINE(11:12) TO TC-W-SET-POUT
               WHEN TC-FROM-LINE(1:9) = "CHILDLAY="
                   MOVE TC-FROM-LINE(10:12) TO TC-W-SET-CLAY
               WHEN TC-FROM-LINE(1:9) = "CHILDOUT="
                   MOVE TC-FROM-LINE(10:12) TO TC-W-SET-COUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3160-EXIT.
           EXIT.
      *
      *    *** DATAMASK.CTL の入力・出力ファイル名
       3170-READ-DM-CTL.
           MOVE SPACE                  TO TC-W-DM-IN
           MOVE SPACE                  TO TC-W-DM-OUT
           MOVE "DATAMASK.CTL"         TO TC-W-FROM-NAME
           MOVE "N"                    TO TC-W-FROM-EOF
           OPEN INPUT TC-FROM-FILE
           IF TC-W-FROM-STATUS NOT = "00"
               GO TO 3170-EXIT
           END-IF
           PERFORM 3180-DM-LINE-ONE     THRU 3180-EXIT
               UNTIL TC-W-FROM-EOF-YES
           CLOSE TC-FROM-FILE.
       3170-EXIT.
           EXIT.
      *
       3180-DM-LINE-ONE.
           READ TC-FROM-FILE
               AT END
                   SET TC-W-FROM-EOF-YES TO TRUE
                   GO TO 3180-EXIT
           END-READ
           EVALUATE TRUE
               WHEN TC-FROM-LINE(1:7) = "FILEIN="
                   MOVE TC-FROM-LINE(8:24)  TO TC-W-DM-IN
               WHEN TC-FROM-LINE(1:8) = "FILEOUT="
                   MOVE TC-FROM-LINE(9:24)  TO TC-W-DM-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3180-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3200-SNAPSHOT-ONE  手順のファイル1本を複写（Vは件数と
      *    チェックサムだけ）し、シード・作成時刻の指定を追記する
      ******************************************************************
       3200-SNAPSHOT-ONE.
           IF TC-W-R-KIND(TC-W-I) = "V"
               MOVE TC-W-R-NAME(TC-W-I) TO TC-W-FROM-NAME
               PERFORM 6600-CHECKSUM-FILE THRU 6600-EXIT
               IF TC-W-CKS-FOUND = "Y"
                   MOVE "C"             TO TC-W-R-STATE(TC-W-I)
                   MOVE TC-W-REC-CNT    TO TC-W-R-CNT-R(TC-W-I)
                   MOVE TC-W-CKS1       TO TC-W-R-CKS1(TC-W-I)
                   MOVE TC-W-CKS2       TO TC-W-R-CKS2(TC-W-I)
               END-IF
               GO TO 3200-EXIT
           END-IF
      *
           MOVE TC-W-I                 TO TC-W-NN
           MOVE SPACE                  TO TC-W-R-MEM(TC-W-I)
           STRING TC-W-PFX             DELIMITED BY SPACE
                  "."                   DELIMITED BY SIZE
                  TC-W-E-ENTRY          DELIMITED BY SIZE
                  ".R"                  DELIMITED BY SIZE
                  TC-W-NN               DELIMITED BY SIZE
                  INTO TC-W-R-MEM(TC-W-I)
           END-STRING
           MOVE TC-W-R-NAME(TC-W-I)    TO TC-W-FROM-NAME
           MOVE TC-W-R-MEM(TC-W-I)     TO TC-W-TO-NAME
           PERFORM 6500-COPY-FILE       THRU 6500-EXIT
           IF TC-W-COPY-OK = "Y"
               MOVE "C"                 TO TC-W-R-STATE(TC-W-I)
           END-IF
      *
      *    *** シード・作成時刻を手順の複写へ追記する（後の行が優先）
           EVALUATE TC-W-R-NAME(TC-W-I)
               WHEN "MEDIAGEN.PRM"
                   PERFORM 3250-OPEN-APPEND THRU 3250-EXIT
                   MOVE SPACE            TO TC-TO-LINE
                   STRING "SEED="        DELIMITED BY SIZE
                          TC-W-E-SEED    DELIMITED BY SIZE
                          INTO TC-TO-LINE
                   END-STRING
                   WRITE TC-TO-LINE
                   MOVE SPACE            TO TC-TO-LINE
                   STRING "RUNSTAMP="    DELIMITED BY SIZE
                          TC-W-E-STAMP   DELIMITED BY SIZE
                          INTO TC-TO-LINE
                   END-STRING
                   WRITE TC-TO-LINE
                   CLOSE TC-TO-FILE
                   MOVE "C"              TO TC-W-R-STATE(TC-W-I)
               WHEN "DATAMASK.CTL"
                   PERFORM 3250-OPEN-APPEND THRU 3250-EXIT
                   MOVE SPACE            TO TC-TO-LINE
                   STRING "SEED="        DELIMITED BY SIZE
                          TC-W-E-SEED    DELIMITED BY SIZE
                          INTO TC-TO-LINE
                   END-STRING
                   WRITE TC-TO-LINE
                   CLOSE TC-TO-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           IF TC-W-R-STATE(TC-W-I) NOT = "C"
               MOVE SPACE               TO TC-W-R-MEM(TC-W-I)
               GO TO 3200-EXIT
           END-IF
           MOVE TC-W-R-MEM(TC-W-I)     TO TC-W-FROM-NAME
           PERFORM 6600-CHECKSUM-FILE   THRU 6600-EXIT
           IF TC-W-CKS-FOUND NOT = "Y"
               MOVE "CANNOT WRITE RECIPE COPY" TO TC-W-REASON
               GO TO 3200-EXIT
           END-IF
           MOVE TC-W-REC-CNT           TO TC-W-R-CNT-R(TC-W-I)
           MOVE TC-W-CKS1              TO TC-W-R-CKS1(TC-W-I)
           MOVE TC-W-CKS2              TO TC-W-R-CKS2(TC-W-I).
       3200-EXIT.
           EXIT.
      *
      *    *** 複写の末尾へ追記する（複写元が無かった時は新しく作る）
       3250-OPEN-APPEND.
           MOVE TC-W-R-MEM(TC-W-I)     TO TC-W-TO-NAME
           OPEN EXTEND TC-TO-FILE
           IF TC-W-TO-STATUS NOT = "00"
               OPEN OUTPUT TC-TO-FILE
           END-IF.
       3250-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3300-WRITE-ENTRY  カタログへD行・R行・O行を追記する
      ******************************************************************
       3300-WRITE-ENTRY.
           OPEN EXTEND TC-CAT-FILE
           IF TC-W-CAT-STATUS NOT = "00"
               OPEN OUTPUT TC-CAT-FILE
           END-IF
           MOVE TC-W-E-D-LINE          TO TC-CAT-LINE
           WRITE TC-CAT-LINE
           PERFORM 3310-WRITE-R-ONE     THRU 3310-EXIT
               VARYING TC-W-I FROM 1 BY 1 UNTIL TC-W-I > TC-W-R-CNT
           PERFORM 3320-WRITE-O-ONE     THRU 3320-EXIT
               VARYING TC-W-I FROM 1 BY 1 UNTIL TC-W-I > TC-W-O-CNT
           CLOSE TC-CAT-FILE.
       3300-EXIT.
           EXIT.
      *
       3310-WRITE-R-ONE.
           PERFORM 3330-LINE-HEAD       THRU 3330-EXIT
           MOVE "R"                    TO TC-W-L-TYPE
           MOVE TC-W-R-NAME(TC-W-I)    TO TC-W-L-FILE
           MOVE TC-W-R-KIND(TC-W-I)    TO TC-W-L-KIND
           MOVE TC-W-R-STATE(TC-W-I)   TO TC-W-L-STATE
           MOVE TC-W-R-CNT-R(TC-W-I)   TO TC-W-L-CNT
           MOVE TC-W-R-CKS1(TC-W-I)    TO TC-W-L-CKS1
           MOVE TC-W-R-CKS2(TC-W-I)    TO TC-W-L-CKS2
           MOVE TC-W-R-MEM(TC-W-I)     TO TC-W-L-MEM
           MOVE TC-W-L-LINE            TO TC-CAT-LINE
           WRITE TC-CAT-LINE.
       3310-EXIT.
           EXIT.
      *
       3320-WRITE-O-ONE.
           PERFORM 3330-LINE-HEAD       THRU 3330-EXIT
           MOVE "O"                    TO TC-W-L-TYPE
           MOVE TC-W-O-NAME(TC-W-I)    TO TC-W-L-FILE
           MOVE TC-W-O-CNT-R(TC-W-I)   TO TC-W-L-CNT
           MOVE TC-W-O-CKS1(TC-W-I)    TO TC-W-L-CKS1
           MOVE TC-W-O-CKS2(TC-W-I)    TO TC-W-L-CKS2
           MOVE TC-W-L-LINE            TO TC-CAT-LINE
           WRITE TC-CAT-LINE.
       3320-EXIT.
           EXIT.
      *
       3330-LINE-HEAD.
           MOVE SPACE                  TO TC-W-L-LINE
           MOVE TC-W-E-NAME            TO TC-W-L-NAME
           MOVE TC-W-E-ENTRY           TO TC-W-L-ENTRY.
       3330-EXIT.
           EXIT.
      *
      *    *** 作成結果を登録値として控え、帳票へ出す
       3400-KEEP-OUT-ONE.
           MOVE TC-W-O-NCNT(TC-W-I)    TO TC-W-O-CNT-R(TC-W-I)
           MOVE TC-W-O-NCKS1(TC-W-I)   TO TC-W-O-CKS1(TC-W-I)
           MOVE TC-W-O-NCKS2(TC-W-I)   TO TC-W-O-CKS2(TC-W-I)
           MOVE TC-W-O-CNT-R(TC-W-I)   TO TC-W-CNT-ED
           MOVE SPACE                  TO TC-RPT-LINE
           STRING "  OUTPUT   "        DELIMITED BY SIZE
                  TC-W-O-NAME(TC-W-I)   DELIMITED BY SIZE
                  " RECORDS="           DELIMITED BY SIZE
                  TC-W-CNT-ED           DELIMITED BY SIZE
                  " CHECKSUM="          DELIMITED BY SIZE
                  TC-W-O-CKS1(TC-W-I)   DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  TC-W-O-CKS2(TC-W-I)   DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE.
       3400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-REGEN  REGEN=  登録した手順から作り直して照合する
      ******************************************************************
       4000-REGEN.
           MOVE SPACE                  TO TC-RPT-LINE
           WRITE TC-RPT-LINE
           MOVE SPACE                  TO TC-RPT-LINE
           STRING "REGEN "             DELIMITED BY SIZE
                  TC-W-FIND-NAME        DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE
           ADD  1                      TO TC-W-REGEN-CNT
           MOVE SPACE                  TO TC-W-REASON
           PERFORM 2000-SCAN-CATALOG    THRU 2000-EXIT
           IF NOT TC-W-FOUND-YES
               MOVE "NOT IN CATALOG"    TO TC-W-REASON
               GO TO 4000-FAIL
           END-IF
           MOVE TC-W-E-ENTRY           TO TC-W-ENTRY-ED
           MOVE SPACE                  TO TC-RPT-LINE
           STRING "  ENTRY="           DELIMITED BY SIZE
                  TC-W-ENTRY-ED         DELIMITED BY SIZE
                  " CREATED="           DELIMITED BY SIZE
                  TC-W-E-CREATED        DELIMITED BY SIZE
                  " PGM="               DELIMITED BY SIZE
                  TC-W-E-PGM            DELIMITED BY SIZE
                  " SEED="              DELIMITED BY SIZE
                  TC-W-E-SEED           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  TC-W-E-DESC           DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE
      *
      *    *** 手順の複写が登録時のままかを確かめる
           PERFORM 4100-CHECK-RECIPE-ONE THRU 4100-EXIT
               VARYING TC-W-I FROM 1 BY 1 UNTIL TC-W-I > TC-W-R-CNT
           IF TC-W-REASON NOT = SPACE
               GO TO 4000-FAIL
           END-IF
      *
           PERFORM 5000-RUN-RECIPE      THRU 5000-EXIT
           IF NOT TC-W-RUN-OK-YES
               GO TO 4000-FAIL
           END-IF
      *
           MOVE "Y"                    TO TC-W-SAME
           PERFORM 4200-COMPARE-OUT-ONE THRU 4200-EXIT
               VARYING TC-W-I FROM 1 BY 1 UNTIL TC-W-I > TC-W-O-CNT
           IF TC-W-SAME = "Y"
               ADD  1                   TO TC-W-SAME-CNT
               MOVE "IDENTICAL"         TO TC-W-REASON
               MOVE "  RESULT: IDENTICAL - ALL OUTPUT CHECKSUMS MATCH"
                                        TO TC-RPT-LINE
           ELSE
               ADD  1                   TO TC-W-ERR-CNT
               MOVE "NOT IDENTICAL"     TO TC-W-REASON
               MOVE "  RESULT: NOT IDENTICAL" TO TC-RPT-LINE
           END-IF
           WRITE TC-RPT-LINE
           PERFORM 4300-WRITE-RESULT    THRU 4300-EXIT
           GO TO 4000-EXIT.
       4000-FAIL.
           ADD  1                      TO TC-W-ERR-CNT
           MOVE SPACE                  TO TC-RPT-LINE
           STRING "  RESULT: FAILED - " DELIMITED BY SIZE
                  TC-W-REASON           DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE
           IF TC-W-FOUND-YES
               MOVE "FAILED"            TO TC-W-REASON
               PERFORM 4300-WRITE-RESULT THRU 4300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
      *
      *    *** R:複写の件数・チェックサムを登録値と比べる
      *    *** V:現行ファイルが作成時から変わっていれば警告する
       4100-CHECK-RECIPE-ONE.
           MOVE "N"                    TO TC-W-R-SAVED(TC-W-I)
           IF TC-W-R-KIND(TC-W-I) = "V"
               MOVE TC-W-R-NAME(TC-W-I) TO TC-W-FROM-NAME
           ELSE
               IF TC-W-R-STATE(TC-W-I) NOT = "C"
                   GO TO 4100-EXIT
               END-IF
               MOVE TC-W-R-MEM(TC-W-I)  TO TC-W-FROM-NAME
           END-IF
           PERFORM 6600-CHECKSUM-FILE   THRU 6600-EXIT
           IF TC-W-CKS-FOUND = "Y" AND
              TC-W-REC-CNT = TC-W-R-CNT-R(TC-W-I) AND
              TC-W-CKS1 = TC-W-R-CKS1(TC-W-I) AND
              TC-W-CKS2 = TC-W-R-CKS2(TC-W-I)
               GO TO 4100-EXIT
           END-IF
           IF TC-W-R-KIND(TC-W-I) = "V"
               IF TC-W-CKS-FOUND = "Y" OR
                  TC-W-R-STATE(TC-W-I) = "C"
                   MOVE SPACE           TO TC-RPT-LINE
                   STRING "  WARNING  "  DELIMITED BY SIZE
                          TC-W-R-NAME(TC-W-I) DELIMITED BY SPACE
                          " HAS CHANGED SINCE THE DATASET WAS MADE"
                                         DELIMITED BY SIZE
                          INTO TC-RPT-LINE
                   END-STRING
                   WRITE TC-RPT-LINE
               END-IF
               GO TO 4100-EXIT
           END-IF
           MOVE SPACE                  TO TC-W-REASON
           STRING "RECIPE COPY DAMAGED "  DELIMITED BY SIZE
                  TC-W-R-MEM(TC-W-I)    DELIMITED BY SPACE
                  INTO TC-W-REASON
           END-STRING.
       4100-EXIT.
           EXIT.
      *
      *    *** 出力1本の件数・チェックサムを登録値と比べる
       4200-COMPARE-OUT-ONE.
           MOVE TC-W-O-NCNT(TC-W-I)    TO TC-W-CNT-ED
           MOVE SPACE                  TO TC-RPT-LINE
           IF TC-W-O-NFOUND(TC-W-I) = "Y" AND
              TC-W-O-NCNT(TC-W-I)  = TC-W-O-CNT-R(TC-W-I) AND
              TC-W-O-NCKS1(TC-W-I) = TC-W-O-CKS1(TC-W-I) AND
              TC-W-O-NCKS2(TC-W-I) = TC-W-O-CKS2(TC-W-I)
               STRING "  SAME     "    DELIMITED BY SIZE
                      TC-W-O-NAME(TC-W-I) DELIMITED BY SIZE
                      " RECORDS="       DELIMITED BY SIZE
                      TC-W-CNT-ED       DELIMITED BY SIZE
                      " CHECKSUM="      DELIMITED BY SIZE
                      TC-W-O-NCKS1(TC-W-I) DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      TC-W-O-NCKS2(TC-W-I) DELIMITED BY SIZE
                      INTO TC-RPT-LINE
               END-STRING
               WRITE TC-RPT-LINE
               GO TO 4200-EXIT
           END-IF
           MOVE "N"                    TO TC-W-SAME
           STRING "  DIFFERS  "        DELIMITED BY SIZE
                  TC-W-O-NAME(TC-W-I)   DELIMITED BY SIZE
                  " RECORDS="           DELIMITED BY SIZE
                  TC-W-CNT-ED           DELIMITED BY SIZE
                  " CHECKSUM="          DELIMITED BY SIZE
                  TC-W-O-NCKS1(TC-W-I)  DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  TC-W-O-NCKS2(TC-W-I)  DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE
           MOVE TC-W-O-CNT-R(TC-W-I)   TO TC-W-CNT-ED
           MOVE SPACE                  TO TC-RPT-LINE
           STRING "           CATALOGUED RECORDS=" DELIMITED BY SIZE
                  TC-W-CNT-ED           DELIMITED BY SIZE
                  " CHECKSUM="          DELIMITED BY SIZE
                  TC-W-O-CKS1(TC-W-I)   DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  TC-W-O-CKS2(TC-W-I)   DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE.
       4200-EXIT.
           EXIT.
      *
      *    *** 照合の結果をカタログへ残す（X行）
       4300-WRITE-RESULT.
           ACCEPT TC-W-DATE8           FROM DATE YYYYMMDD
           ACCEPT TC-W-TIME8           FROM TIME
           PERFORM 3330-LINE-HEAD       THRU 3330-EXIT
           MOVE "X"                    TO TC-W-L-TYPE
           COMPUTE TC-W-X-STAMP =
               TC-W-DATE8 * 1000000 + TC-W-TIME8 / 100
           MOVE TC-W-REASON            TO TC-W-X-RESULT
           OPEN EXTEND TC-CAT-FILE
           IF TC-W-CAT-STATUS NOT = "00"
               OPEN OUTPUT TC-CAT-FILE
           END-IF
           MOVE TC-W-L-LINE            TO TC-CAT-LINE
           WRITE TC-CAT-LINE
           CLOSE TC-CAT-FILE.
       4300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4500-LIST  登録済みデータセットと照合履歴の一覧
      ******************************************************************
       4500-LIST.
           MOVE SPACE                  TO TC-RPT-LINE
           WRITE TC-RPT-LINE
           MOVE "CATALOG LIST"         TO TC-RPT-LINE
           WRITE TC-RPT-LINE
           MOVE "N"                    TO TC-W-CAT-EOF
           OPEN INPUT TC-CAT-FILE
           IF TC-W-CAT-STATUS NOT = "00"
               MOVE "  CATALOG IS EMPTY" TO TC-RPT-LINE
               WRITE TC-RPT-LINE
               GO TO 4500-EXIT
           END-IF
           PERFORM 4510-LIST-LINE-ONE   THRU 4510-EXIT
               UNTIL TC-W-CAT-EOF-YES
           CLOSE TC-CAT-FILE.
       4500-EXIT.
           EXIT.
      *
       4510-LIST-LINE-ONE.
           READ TC-CAT-FILE
               AT END
                   SET TC-W-CAT-EOF-YES TO TRUE
                   GO TO 4510-EXIT
           END-READ
           MOVE SPACE                  TO TC-RPT-LINE
           EVALUATE TC-CAT-LINE(1:1)
               WHEN "D"
                   MOVE TC-CAT-LINE      TO TC-W-E-D-LINE
                   STRING "  "           DELIMITED BY SIZE
                          TC-W-E-NAME    DELIMITED BY SIZE
                          " ENTRY="      DELIMITED BY SIZE
                          TC-W-E-ENTRY   DELIMITED BY SIZE
                          " CREATED="    DELIMITED BY SIZE
                          TC-W-E-CREATED DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          TC-W-E-PGM     DELIMITED BY SIZE
                          " SEED="       DELIMITED BY SIZE
                          TC-W-E-SEED    DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          TC-W-E-DESC    DELIMITED BY SIZE
                          INTO TC-RPT-LINE
                   END-STRING
                   WRITE TC-RPT-LINE
               WHEN "O"
                   MOVE TC-CAT-LINE      TO TC-W-L-LINE
                   STRING "      OUTPUT " DELIMITED BY SIZE
                          TC-W-L-FILE    DELIMITED BY SIZE
                          " RECORDS="    DELIMITED BY SIZE
                          TC-W-L-CNT     DELIMITED BY SIZE
                          INTO TC-RPT-LINE
                   END-STRING
                   WRITE TC-RPT-LINE
               WHEN "X"
                   MOVE TC-CAT-LINE      TO TC-W-L-LINE
                   STRING "      REGEN  " DELIMITED BY SIZE
                          TC-W-X-STAMP   DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          TC-W-X-RESULT  DELIMITED BY SIZE
                          INTO TC-RPT-LINE
                   END-STRING
                   WRITE TC-RPT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4510-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-RUN-RECIPE  手順の複写を現行の名前へ置いて作成し、
      *    出力の件数・チェックサムを求めて、現行のファイルを戻す
      ******************************************************************
       5000-RUN-RECIPE.
           MOVE "N"                    TO TC-W-RUN-OK
           PERFORM 5100-STAGE-ONE       THRU 5100-EXIT
               VARYING TC-W-I FROM 1 BY 1 UNTIL TC-W-I > TC-W-R-CNT
      *
           PERFORM 5200-CALL-GENERATOR  THRU 5200-EXIT
      *
           PERFORM 5300-MEASURE-OUT-ONE THRU 5300-EXIT
               VARYING TC-W-I FROM 1 BY 1 UNTIL TC-W-I > TC-W-O-CNT
           PERFORM 5400-RESTORE-ONE     THRU 5400-EXIT
               VARYING TC-W-I FROM 1 BY 1 UNTIL TC-W-I > TC-W-R-CNT.
       5000-EXIT.
           EXIT.
      *
      *    *** 現行ファイルをTDC.SAV.Rnnへ退避し、手順の複写を置く
       5100-STAGE-ONE.
           MOVE "N"                    TO TC-W-R-SAVED(TC-W-I)
           IF TC-W-R-KIND(TC-W-I) NOT = "R"
               GO TO 5100-EXIT
           END-IF
           MOVE TC-W-I                 TO TC-W-NN
           MOVE TC-W-R-NAME(TC-W-I)    TO TC-W-FROM-NAME
           MOVE SPACE                  TO TC-W-TO-NAME
           STRING TC-W-PFX             DELIMITED BY SPACE
                  ".SAV.R"              DELIMITED BY SIZE
                  TC-W-NN               DELIMITED BY SIZE
                  INTO TC-W-TO-NAME
           END-STRING
           PERFORM 6500-COPY-FILE       THRU 6500-EXIT
           MOVE TC-W-COPY-OK           TO TC-W-R-SAVED(TC-W-I)
           IF TC-W-R-STATE(TC-W-I) = "C"
               MOVE TC-W-R-MEM(TC-W-I)  TO TC-W-FROM-NAME
               MOVE TC-W-R-NAME(TC-W-I) TO TC-W-TO-NAME
               PERFORM 6500-COPY-FILE   THRU 6500-EXIT
      *    *** 作成時に無かったファイルは、退避した上で外しておく
           ELSE
               IF TC-W-R-SAVED(TC-W-I) = "Y"
                   CALL "CBL_DELETE_FILE" USING TC-W-R-NAME(TC-W-I)
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.
      *
      *    *** 登録した指定で作成PGMを呼ぶ（COBRNDは呼ぶ前後でCANCEL
      *    *** し、シード・一意指定の状態を持ち越さない）
       5200-CALL-GENERATOR.
           CANCEL "COBRND"
           EVALUATE TC-W-E-PGM
               WHEN "COBRND-FILE"
                   PERFORM 5210-COBRND-SEED THRU 5210-EXIT
                   MOVE "FILE"           TO CB-ID
                   MOVE TC-W-E-COUNT     TO CB-IDX
                   IF TC-W-E-LAYOUT = "Y"
                       MOVE "Y"          TO CB-LAYOUT
                   END-IF
                   MOVE TC-W-E-ERRPCT    TO CB-ERRPCT
                   MOVE TC-W-E-STAMP     TO CB-STAMP
                   CALL "COBRND" USING CB-COBRND-AREA
                   IF CB-RETURN-CODE = "00"
                       SET TC-W-RUN-OK-YES TO TRUE
                   END-IF
               WHEN "COBRND-SET "
                   PERFORM 5210-COBRND-SEED THRU 5210-EXIT
                   MOVE "SET"            TO CB-ID
                   MOVE TC-W-E-COUNT     TO CB-IDX
                   CALL "COBRND" USING CB-COBRND-AREA
                   IF CB-RETURN-CODE = "00"
                       SET TC-W-RUN-OK-YES TO TRUE
                   END-IF
               WHEN "MEDIAGEN   "
                   CALL "MEDIAGEN"
                   CANCEL "MEDIAGEN"
                   SET TC-W-RUN-OK-YES   TO TRUE
               WHEN OTHER
                   CALL "DATAMASK"
                   CANCEL "DATAMASK"
                   SET TC-W-RUN-OK-YES   TO TRUE
           END-EVALUATE
           CANCEL "COBRND"
           IF NOT TC-W-RUN-OK-YES
               MOVE SPACE               TO TC-W-REASON
               STRING "COBRND RC="     DELIMITED BY SIZE
                      CB-RETURN-CODE    DELIMITED BY SIZE
                      INTO TC-W-REASON
               END-STRING
           END-IF.
       5200-EXIT.
           EXIT.
      *
       5210-COBRND-SEED.
           INITIALIZE CB-COBRND-AREA
           MOVE "SEED"                 TO CB-ID
           MOVE TC-W-E-SEED            TO CB-SEED
           CALL "COBRND" USING CB-COBRND-AREA.
       5210-EXIT.
           EXIT.
      *
       5300-MEASURE-OUT-ONE.
           MOVE TC-W-O-NAME(TC-W-I)    TO TC-W-FROM-NAME
           PERFORM 6600-CHECKSUM-FILE   THRU 6600-EXIT
           MOVE TC-W-CKS-FOUND         TO TC-W-O-NFOUND(TC-W-I)
           MOVE TC-W-REC-CNT           TO TC-W-O-NCNT(TC-W-I)
           MOVE TC-W-CKS1              TO TC-W-O-NCKS1(TC-W-I)
           MOVE TC-W-CKS2              TO TC-W-O-NCKS2(TC-W-I).
       5300-EXIT.
           EXIT.
      *
      *    *** 退避した現行ファイルを戻す
       5400-RESTORE-ONE.
           IF TC-W-R-SAVED(TC-W-I) NOT = "Y"
               GO TO 5400-EXIT
           END-IF
           MOVE TC-W-I                 TO TC-W-NN
           MOVE SPACE                  TO TC-W-FROM-NAME
           STRING TC-W-PFX             DELIMITED BY SPACE
                  ".SAV.R"              DELIMITED BY SIZE
                  TC-W-NN               DELIMITED BY SIZE
                  INTO TC-W-FROM-NAME
           END-STRING
           MOVE TC-W-R-NAME(TC-W-I)    TO TC-W-TO-NAME
           PERFORM 6500-COPY-FILE       THRU 6500-EXIT
           MOVE "N"                    TO TC-W-R-SAVED(TC-W-I).
       5400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6500-COPY-FILE  TC-W-FROM-NAMEをTC-W-TO-NAMEへ複写する
      *    （複写元が無い時はTC-W-COPY-OK=Nで何もしない）
      ******************************************************************
       6500-COPY-FILE.
           MOVE "N"                    TO TC-W-COPY-OK
           MOVE "N"                    TO TC-W-FROM-EOF
           OPEN INPUT TC-FROM-FILE
           IF TC-W-FROM-STATUS NOT = "00"
               GO TO 6500-EXIT
           END-IF
           OPEN OUTPUT TC-TO-FILE
           IF TC-W-TO-STATUS NOT = "00"
               CLOSE TC-FROM-FILE
               GO TO 6500-EXIT
           END-IF
           PERFORM 6510-COPY-REC-ONE    THRU 6510-EXIT
               UNTIL TC-W-FROM-EOF-YES
           CLOSE TC-FROM-FILE
           CLOSE TC-TO-FILE
           MOVE "Y"                    TO TC-W-COPY-OK.
       6500-EXIT.
           EXIT.
      *
       6510-COPY-REC-ONE.
           READ TC-FROM-FILE
               AT END
                   SET TC-W-FROM-EOF-YES TO TRUE
                   GO TO 6510-EXIT
           END-READ
           MOVE TC-FROM-LINE           TO TC-TO-LINE
           WRITE TC-TO-LINE.
       6510-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6600-CHECKSUM-FILE  TC-W-FROM-NAMEの件数とチェックサム
      *    （無い時はTC-W-CKS-FOUND=N、件数・チェックサムはゼロ）
      ******************************************************************
       6600-CHECKSUM-FILE.
           MOVE "N"                    TO TC-W-CKS-FOUND
           MOVE ZERO                   TO TC-W-REC-CNT
           MOVE ZERO                   TO TC-W-CKS1
           MOVE ZERO                   TO TC-W-CKS2
           MOVE "N"                    TO TC-W-FROM-EOF
           OPEN INPUT TC-FROM-FILE
           IF TC-W-FROM-STATUS NOT = "00"
               GO TO 6600-EXIT
           END-IF
           MOVE "Y"                    TO TC-W-CKS-FOUND
           PERFORM 6610-CKS-REC-ONE     THRU 6610-EXIT
               UNTIL TC-W-FROM-EOF-YES
           CLOSE TC-FROM-FILE.
       6600-EXIT.
           EXIT.
      *
       6610-CKS-REC-ONE.
           READ TC-FROM-FILE
               AT END
                   SET TC-W-FROM-EOF-YES TO TRUE
                   GO TO 6610-EXIT
           END-READ
           ADD  1                      TO TC-W-REC-CNT
           MOVE TC-FROM-LINE           TO TC-W-BUF
           PERFORM 6620-ADD-BYTE-ONE    THRU 6620-EXIT
               VARYING TC-W-CKS-I FROM 1 BY 1
               UNTIL TC-W-CKS-I > 512.
       6610-EXIT.
           EXIT.
      *
       6620-ADD-BYTE-ONE.
           COMPUTE TC-W-CKS-BYTE =
               FUNCTION ORD(TC-W-BUF(TC-W-CKS-I:1)) - 1
           COMPUTE TC-W-CKS1 =
               FUNCTION MOD(TC-W-CKS1 + TC-W-CKS-BYTE, 999999999999)
           COMPUTE TC-W-CKS2 =
               FUNCTION MOD(TC-W-CKS2 + TC-W-CKS1, 999999999999).
       6620-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数の合計
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACE                  TO TC-RPT-LINE
           WRITE TC-RPT-LINE
           MOVE TC-W-GEN-CNT           TO TC-W-RPT-CNT
           MOVE SPACE                  TO TC-RPT-LINE
           STRING "CATALOGUED="        DELIMITED BY SIZE
                  TC-W-RPT-CNT          DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE
           MOVE TC-W-REGEN-CNT         TO TC-W-RPT-CNT
           MOVE SPACE                  TO TC-RPT-LINE
           STRING "REGENERATED="       DELIMITED BY SIZE
                  TC-W-RPT-CNT          DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE
           MOVE TC-W-SAME-CNT          TO TC-W-RPT-CNT
           MOVE SPACE                  TO TC-RPT-LINE
           STRING "IDENTICAL="         DELIMITED BY SIZE
                  TC-W-RPT-CNT          DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE
           MOVE TC-W-ERR-CNT           TO TC-W-RPT-CNT
           MOVE SPACE                  TO TC-RPT-LINE
           STRING "ERRORS="            DELIMITED BY SIZE
                  TC-W-RPT-CNT          DELIMITED BY SIZE
                  INTO TC-RPT-LINE
           END-STRING
           WRITE TC-RPT-LINE
           CLOSE TC-RPT-FILE.
       9000-EXIT.
           EXIT.
