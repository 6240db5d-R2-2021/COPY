      ******************************************************************
      *
      *    PROGRAM-ID.  NFERASE
      *
      *    出演者の同意撤回に伴うNAMEの消去バッチ。指定のNAME・NFADDR
      *    を、NAMEを持つ全ファイルから削除・伏せ字化する（従来は
      *    運用者が各ファイルを手で探していた）。
      *      NFADDRマスター        該当エントリを削除する（DECODE08の
      *                            ID=DELIMG、ジャーナルへ記録しない。
      *                            ID=DELETEでは消した名前が更新前
      *                            イメージとしてジャーナルへ残る）
      *      NFJOURNL・NFJOURNL.YYYYMMDD
      *                            該当行の前後イメージをスペースにし、
      *                            機能をERASEDにする（時刻・呼び出し
      *                            元は残す。NFJRNLの再適用・取り消し
      *                            はイメージ無しの行として読み飛ばす）
      *                            マスターから削除した時は現在の
      *                            ジャーナルへ機能ERASEのイメージ
      *                            無しの1行を追記する（NFDELTA用）
      *      NFADDR.BKP            該当行を除き、件数・チェックサムの
      *                            トレーラーを書き直す（元々トレーラー
      *                            の無い不完全なバックアップには
      *                            トレーラーを付けない）
      *      MEDIAGEN.OUT          該当行の氏名4項目とNFADDRを * で
      *                            埋める（行数は変えない）
      *      FILEDUMPの出力        FILEDUMP[.pgm][.YYYYMMDD].POT1/POT2
      *                            の行中の文字一致を同じ長さの * で
      *                            埋める（索引行のOFFSETを保つ）。
      *                            16進表示・行をまたいだ部分は検出
      *                            できない
      *    対象はNAME・NFADDRのどちらかが一致するNF-RECで、一致した
      *    組のもう一方（NAMEに対するNFADDR等）も対象に加える
      *    （MEDIAGEN.OUT・ダンプの文字一致にも使う）。
      *    日次バックアップセット（BKPSET）は書き換えない（マニフェ
      *    ストのチェックサムと夜の状態を保つ）。セットの NFADDR.BKP
      *    の複写に対象が残る時は、そのセットをFLAGSET=で指定して
      *    消去登録簿(NFERASE.FLG)へ登録しない限り、どのファイルにも
      *    触れずに拒否する。登録したセットをBKPSETでリストアした
      *    時は、同じ指示で本バッチを再実行する必要がある。
      *    証跡レポート(NFERASE.RPT)には調べた全ファイルについて
      *    一致件数と処理内容を出力する。消去した名前そのものは
      *    レポート・監査証跡(AUDITLOG)・登録簿のどこにも出さない
      *    （指示の種別と長さ・REF=の受付番号のみ）。
      *
      *    NFERASE.CTL の指示行（先頭 * の行と空行は読み飛ばす）:
      *      REF=受付番号        消去依頼の受付番号（必須、20桁まで）
      *      NAME=名前           消去するNAME（複数行可）
      *      NFADDR=URL          消去するNFADDR（複数行可）
      *      FLAGSET=YYYYMMDD    対象を含むまま残すバックアップセット
      *      DUMPPGM=pgm         FILEDUMPのPGM指定付き出力も調べる
      *      DAYS=nnn            ジャーナル世代・保存ダンプを調べる
      *                          日数（処理日から遡る、既定400）
      *      MODE=CHECK/APPLY    CHECK（既定）は調べて報告するだけ。
      *                          APPLYは125-132桁目に担当者ID
      *                          （NFERASEのERASE権限、OPRAUTH）
      *    指示ファイル自体は処理後に運用者が廃棄する。
      *
      *    NFERASE.FLG の形式（環境コードで修飾する）
      *      01-08:セット日付  10-29:受付番号  31-44:登録時刻
      *      46-53:担当者ID
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する（NFADDRマスターを
      *      使うバッチの無い時間帯に置く）。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  マスターから削除した時は現在の
      *                          ジャーナルへイメージ無しのERASE行を
      *                          追記する（差分抽出NFDELTAが下流へ
      *                          全件との突き合わせを促す一括イベント
      *                          として送る）
      *    2026-10-15  T.MIYAKE  NAME=/NFADDR=が50件、DUMPPGM=が20本を
      *                          超える時はAPPLYを止める（超えた分を
      *                          黙って読み捨てていた）
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 NFERASE.
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
           SELECT NE-CTL-FILE      ASSIGN TO "NFERASE.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS NE-W-CTL-STATUS.
           SELECT NE-RPT-FILE      ASSIGN TO "NFERASE.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    調べる・書き換えるファイル（名前は実行時に差し替える）
           SELECT NE-IN-FILE       ASSIGN DYNAMIC NE-W-IN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS NE-W-IN-STATUS.
      *    書き換えの作業ファイル（環境コードで修飾する）
           SELECT NE-WRK-FILE      ASSIGN DYNAMIC NE-W-WRK-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS NE-W-WRK-STATUS.
      *    バックアップセットの一覧・マニフェスト（BKPSETと同じ名前）
           SELECT NE-MAN-FILE      ASSIGN DYNAMIC NE-W-MAN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS NE-W-MAN-STATUS.
      *    消去登録簿（環境コードで修飾する）
           SELECT NE-FLG-FILE      ASSIGN DYNAMIC NE-W-FLG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS NE-W-FLG-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  NE-CTL-FILE.
       01  NE-CTL-LINE               PIC X(132).
      *
       FD  NE-RPT-FILE.
       01  NE-RPT-LINE               PIC X(132).
      *
       FD  NE-IN-FILE.
       01  NE-IN-LINE                PIC X(512).
      *
       FD  NE-WRK-FILE.
       01  NE-WRK-LINE               PIC X(512).
      *
       FD  NE-MAN-FILE.
       01  NE-MAN-LINE               PIC X(100).
      *
       FD  NE-FLG-FILE.
       01  NE-FLG-LINE.
           05  NE-FLG-SET            PIC X(008).
           05  FILLER                PIC X(001).
           05  NE-FLG-REF            PIC X(020).
           05  FILLER                PIC X(001).
           05  NE-FLG-STAMP          PIC 9(014).
           05  FILLER                PIC X(001).
           05  NE-FLG-OPER           PIC X(008).
      *
       WORKING-STORAGE             SECTION.
      *
       01  NE-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  NE-W-IN-STATUS           PIC  X(002) VALUE SPACE.
       01  NE-W-WRK-STATUS          PIC  X(002) VALUE SPACE.
       01  NE-W-MAN-STATUS          PIC  X(002) VALUE SPACE.
       01  NE-W-FLG-STATUS          PIC  X(002) VALUE SPACE.
       01  NE-W-IN-NAME             PIC  X(040) VALUE SPACE.
       01  NE-W-MAN-NAME            PIC  X(040) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  NE-W-WRK-NAME            PIC  X(024) VALUE "NFERASE.WRK".
       01  NE-W-FLG-NAME            PIC  X(024) VALUE "NFERASE.FLG".
       01  NE-W-BKP-NAME            PIC  X(024) VALUE "NFADDR.BKP".
       01  NE-W-JRN-NAME            PIC  X(024) VALUE "NFJOURNL".
       01  NE-W-GEN-NAME            PIC  X(024) VALUE "BKPSET.GEN".
       01  NE-W-PFX                 PIC  X(024) VALUE "BKPSET".
      *
       01  NE-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  NE-W-CTL-EOF-YES             VALUE "Y".
       01  NE-W-IN-EOF              PIC  X(001) VALUE "N".
           88  NE-W-IN-EOF-YES              VALUE "Y".
       01  NE-W-WRK-EOF             PIC  X(001) VALUE "N".
           88  NE-W-WRK-EOF-YES             VALUE "Y".
       01  NE-W-MAN-EOF             PIC  X(001) VALUE "N".
           88  NE-W-MAN-EOF-YES             VALUE "Y".
       01  NE-W-FLG-EOF             PIC  X(001) VALUE "N".
           88  NE-W-FLG-EOF-YES             VALUE "Y".
       01  NE-W-EOF                 PIC  X(001) VALUE "N".
           88  NE-W-EOF-YES                 VALUE "Y".
      *
      *    *** 指示（REF=・MODE=・DAYS=）
       01  NE-W-REF                 PIC  X(020) VALUE SPACE.
       01  NE-W-MODE                PIC  X(005) VALUE "CHECK".
           88  NE-W-MODE-APPLY              VALUE "APPLY".
       01  NE-W-OPER                PIC  X(008) VALUE SPACE.
       01  NE-W-DAYS                BINARY-LONG VALUE 400.
       01  NE-W-TODAY               PIC  9(008) VALUE ZERO.
       01  NE-W-DATE8               PIC  9(008) VALUE ZERO.
       01  NE-W-TIME8               PIC  9(008) VALUE ZERO.
       01  NE-W-STAMP               PIC  9(014) VALUE ZERO.
      *
      *    *** 実行しない理由（指示誤り・権限無し・マスター使用中）
       01  NE-W-STOP                PIC  X(001) VALUE "N".
           88  NE-W-STOP-YES                VALUE "Y".
      *    *** APPLYを止める理由の件数（未登録セット・テーブル超過）
       01  NE-W-BLOCK-CNT           BINARY-LONG VALUE ZERO.
       01  NE-W-ERR-CNT             BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    指示の消去対象（証跡用に種別と長さだけを持つ、最大50件）
      *---------------------------------------------------------------*
       01  NE-W-SUBJ-CNT            BINARY-LONG VALUE ZERO.
       01  NE-W-SUBJ-TBL-AREA.
           03  NE-W-SUBJ OCCURS 50.
               05  NE-W-SUBJ-TYPE   PIC  X(006).
               05  NE-W-SUBJ-LEN    BINARY-LONG.
      *    *** 50件を超える指示があった時Y（APPLYを止める）
       01  NE-W-SUBJ-OVER           PIC  X(001) VALUE "N".
      *
      *---------------------------------------------------------------*
      *    照合に使うNAME・NFADDR（指示分＋一致した組のもう一方、
      *    各最大200件）。LENは末尾空白を除いた長さ（文字一致用）
      *---------------------------------------------------------------*
       01  NE-W-TN-CNT              BINARY-LONG VALUE ZERO.
       01  NE-W-TN-TBL-AREA.
           03  NE-W-TN-ENT OCCURS 200.
               05  NE-W-TN          PIC  X(100).
               05  NE-W-TN-LEN      BINARY-LONG.
       01  NE-W-TA-CNT              BINARY-LONG VALUE ZERO.
       01  NE-W-TA-TBL-AREA.
           03  NE-W-TA-ENT OCCURS 200.
               05  NE-W-TA          PIC  X(100).
               05  NE-W-TA-LEN      BINARY-LONG.
      *    *** 指示分の件数（再走査の時はここまで戻す）
       01  NE-W-TN-BASE             BINARY-LONG VALUE ZERO.
       01  NE-W-TA-BASE             BINARY-LONG VALUE ZERO.
      *    *** 照合中に対象が増えた時Y（全ファイルを調べ直す）
       01  NE-W-GREW                PIC  X(001) VALUE "N".
       01  NE-W-TGT-OVER            PIC  X(001) VALUE "N".
       01  NE-W-PASS                BINARY-LONG VALUE ZERO.
       01  NE-W-CAND                PIC  X(100) VALUE SPACE.
       01  NE-W-LEN                 BINARY-LONG VALUE ZERO.
       01  NE-W-T                   BINARY-LONG VALUE ZERO.
       01  NE-W-FOUND               PIC  X(001) VALUE "N".
       01  NE-W-HIT                 PIC  X(001) VALUE "N".
      *    *** 伏せ字（同じ長さで置き換える）
       01  NE-W-STARS               PIC  X(100) VALUE ALL "*".
      *
      *---------------------------------------------------------------*
      *    マスターから削除するNFADDR（最大200件）
      *---------------------------------------------------------------*
       01  NE-W-DEL-CNT             BINARY-LONG VALUE ZERO.
       01  NE-W-DEL-TBL-AREA.
           03  NE-W-DEL OCCURS 200      PIC X(100).
       01  NE-W-DEL-OVER            PIC  X(001) VALUE "N".
      *
      *---------------------------------------------------------------*
      *    FLAGSET=の指定と登録簿の同じ受付番号の登録済みセット
      *    （最大60セット）
      *---------------------------------------------------------------*
       01  NE-W-FS-CNT              BINARY-LONG VALUE ZERO.
       01  NE-W-FS-TBL-AREA.
           03  NE-W-FS-ENT OCCURS 60.
               05  NE-W-FS          PIC  9(008).
      *        *** Y:登録簿に登録済み（書き足さない）
               05  NE-W-FS-REG      PIC  X(001).
       01  NE-W-FS-I                BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    DUMPPGM=の指定（最大20本）
      *---------------------------------------------------------------*
       01  NE-W-DP-CNT              BINARY-LONG VALUE ZERO.
       01  NE-W-DP-TBL-AREA.
           03  NE-W-DP OCCURS 20        PIC X(008).
      *    *** 20本を超える指定があった時Y（APPLYを止める）
       01  NE-W-DP-OVER             PIC  X(001) VALUE "N".
       01  NE-W-DP-I                BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    バックアップセット一覧（BKPSET.GEN、最大60セット）
      *---------------------------------------------------------------*
       01  NE-W-GEN-CNT             BINARY-LONG VALUE ZERO.
       01  NE-W-GEN-TBL-AREA.
           03  NE-W-GEN OCCURS 60       PIC 9(008).
       01  NE-W-G                   BINARY-LONG VALUE ZERO.
       01  NE-W-SET                 PIC  9(008) VALUE ZERO.
       01  NE-W-MEM-NAME            PIC  X(040) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    調べたファイルの一覧（証跡レポートの明細、最大600本）
      *    KIND M:マスター B:NFADDR.BKP J:ジャーナル・世代
      *         G:MEDIAGEN.OUT D:FILEDUMP出力 S:セット内の複写
      *---------------------------------------------------------------*
       01  NE-W-F-CNT               BINARY-LONG VALUE ZERO.
       01  NE-W-F-TBL-AREA.
           03  NE-W-F OCCURS 600.
               05  NE-W-F-NAME      PIC  X(040).
               05  NE-W-F-BASE      PIC  X(024).
               05  NE-W-F-KIND      PIC  X(001).
               05  NE-W-F-SET       PIC  9(008).
               05  NE-W-F-FOUND     BINARY-LONG.
               05  NE-W-F-DONE      BINARY-LONG.
               05  NE-W-F-ACTION    PIC  X(040).
       01  NE-W-F-OVER              PIC  X(001) VALUE "N".
       01  NE-W-X                   BINARY-LONG VALUE ZERO.
       01  NE-W-CAND-NAME           PIC  X(040) VALUE SPACE.
       01  NE-W-CAND-BASE           PIC  X(024) VALUE SPACE.
       01  NE-W-CAND-KIND           PIC  X(001) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    日付の遡り（ジャーナル世代・保存ダンプ）
      *---------------------------------------------------------------*
       01  NE-W-D                   BINARY-LONG VALUE ZERO.
       01  NE-W-DAY-INT             BINARY-LONG VALUE ZERO.
       01  NE-W-YMD                 PIC  9(008) VALUE ZERO.
       01  NE-W-YMD-FROM            PIC  9(008) VALUE ZERO.
       01  NE-W-YMD-TO              PIC  9(008) VALUE ZERO.
       01  NE-W-STEM                PIC  X(040) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    1行の処理
      *    PHASE E:調べる（件数のみ） A:書き換える
      *---------------------------------------------------------------*
       01  NE-W-PHASE               PIC  X(001) VALUE "E".
       01  NE-W-BUF                 PIC  X(512) VALUE SPACE.
       01  NE-W-LINE-HITS           BINARY-LONG VALUE ZERO.
       01  NE-W-TALLY               BINARY-LONG VALUE ZERO.
       01  NE-W-KEEP                PIC  X(001) VALUE "Y".
       01  NE-W-JRN-HIT             PIC  X(001) VALUE "N".
       01  NE-W-COPY-ERR            PIC  X(001) VALUE "N".
           88  NE-W-COPY-ERR-YES            VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    NFADDR.BKPのトレーラー書き直し用（NFMAINTと同じ方式。
      *    NF-REC 228バイトの全バイトのORD値の加算、12桁で循環）
      *---------------------------------------------------------------*
       01  NE-W-TRL-SEEN            PIC  X(001) VALUE "N".
       01  NE-W-REC-CNT             PIC  9(009) VALUE ZERO.
       01  NE-W-CKS                 PIC  9(012) VALUE ZERO.
       01  NE-W-CKS-REC             PIC  X(228) VALUE SPACE.
       01  NE-W-CKS-I               BINARY-LONG VALUE ZERO.
       01  NE-W-CKS-BYTE            BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    MEDIAGEN.OUT の行（MEDIAGENの出力レイアウトと同じ）
      *---------------------------------------------------------------*
       01  NE-W-MG-REC.
           05  NE-W-MG-RUN-STAMP    PIC X(014).
           05  FILLER               PIC X(001).
           05  NE-W-MG-SEQ          PIC X(004).
           05  FILLER               PIC X(001).
           05  NE-W-MG-KANA         PIC X(032).
           05  FILLER               PIC X(001).
           05  NE-W-MG-ALPHA        PIC X(032).
           05  FILLER               PIC X(001).
           05  NE-W-MG-S-NAME       PIC X(020).
           05  FILLER               PIC X(001).
           05  NE-W-MG-S-NAME8      PIC X(030).
           05  FILLER               PIC X(001).
           05  NE-W-MG-NUM          PIC X(010).
           05  FILLER               PIC X(001).
           05  NE-W-MG-NF-MATCH     PIC X(001).
           05  FILLER               PIC X(001).
           05  NE-W-MG-NF-TYPE      PIC X(002).
           05  FILLER               PIC X(001).
           05  NE-W-MG-NFADDR       PIC X(100).
      *
      *    *** 報告用の編集項目
       01  NE-W-CNT-E               PIC  9(006) VALUE ZERO.
       01  NE-W-CNT2-E              PIC  9(006) VALUE ZERO.
       01  NE-W-NUM-E               PIC  9(003) VALUE ZERO.
       01  NE-W-RC-E                PIC  9(003) VALUE ZERO.
       01  NE-W-TOTAL               BINARY-LONG VALUE ZERO.
       01  NE-W-CHANGED             BINARY-LONG VALUE ZERO.
       01  NE-W-RESULT              PIC  X(020) VALUE SPACE.
      *
       COPY "CPNFJRNL.cpy"   REPLACING ==:##:== BY ==NE==.
       COPY "CPNFADDR.cpy"   REPLACING ==:##:== BY ==NI==.
       COPY "CPDECODE08.cpy" REPLACING ==:##:== BY ==D8==.
      *
      *    *** 本日＝処理日（業務日付）の取得用
       COPY "CPPROCDATE.cpy" REPLACING ==:##:== BY ==NEP==.
      *    *** 担当者権限の確認（OPRAUTH）
       COPY "CPOPRAUTH.cpy"  REPLACING ==:##:== BY ==NEU==.
      *    *** 書き換えたファイルごとの監査証跡（AUDITWTR）
       COPY "CPAUDIT.cpy"    REPLACING ==:##:== BY ==NEA==.
      *    *** 消去の実施・拒否の通知
       COPY "CPALERT.cpy"    REPLACING ==:##:== BY ==AL==.
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==NEQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT NE-W-STOP-YES
      *        *** 一致した組から対象が増えた時は、増えた対象で
      *        *** 全ファイルを調べ直す（最大5回）
               MOVE ZERO                TO NE-W-PASS
               PERFORM 2000-EXAMINE-ALL THRU 2000-EXIT
                   WITH TEST AFTER
                   UNTIL NE-W-GREW = "N" OR NE-W-PASS >= 5
               PERFORM 2900-DECIDE      THRU 2900-EXIT
               IF NE-W-MODE-APPLY AND NE-W-BLOCK-CNT = ZERO
                   PERFORM 3000-APPLY-ALL THRU 3000-EXIT
               END-IF
               PERFORM 8000-WRITE-EVIDENCE THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  指示を読み、権限を確かめ、DECODE08を
      *    オープンする
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT NE-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           MOVE "G"                    TO NEP-ID
           MOVE "NFERASE"              TO NEP-PGM
           CALL "PROCDATE" USING NEP-PROCDATE-AREA
           MOVE NEP-YMD                TO NE-W-TODAY
      *
           MOVE "N"                    TO NE-W-CTL-EOF
           OPEN INPUT NE-CTL-FILE
           IF NE-W-CTL-STATUS = "00"
               PERFORM 1100-READ-CTL-ONE THRU 1100-EXIT
                   UNTIL NE-W-CTL-EOF-YES
               CLOSE NE-CTL-FILE
           END-IF
           MOVE NE-W-TN-CNT            TO NE-W-TN-BASE
           MOVE NE-W-TA-CNT            TO NE-W-TA-BASE
           IF NE-W-DAYS < 1
               MOVE 1                   TO NE-W-DAYS
           END-IF
           IF NE-W-DAYS > 999
               MOVE 999                 TO NE-W-DAYS
           END-IF
      *
           MOVE SPACE                  TO NE-RPT-LINE
           STRING "NFERASE ERASURE EVIDENCE  REF=" DELIMITED BY SIZE
                  NE-W-REF             DELIMITED BY SPACE
                  "  MODE="            DELIMITED BY SIZE
                  NE-W-MODE            DELIMITED BY SPACE
                  "  OPER="            DELIMITED BY SIZE
                  NE-W-OPER            DELIMITED BY SPACE
                  "  PROCDATE="        DELIMITED BY SIZE
                  NE-W-TODAY           DELIMITED BY SIZE
                  INTO NE-RPT-LINE
           END-STRING
           WRITE NE-RPT-LINE
      *
           IF NE-W-REF = SPACE
               MOVE "Y"                 TO NE-W-STOP
               MOVE "REJECTED: REF= REQUIRED - NOTHING EXAMINED"
                                        TO NE-RPT-LINE
               WRITE NE-RPT-LINE
               GO TO 1000-EXIT
           END-IF
           IF NE-W-SUBJ-CNT = ZERO
               MOVE "Y"                 TO NE-W-STOP
               MOVE "REJECTED: NO NAME= OR NFADDR= - NOTHING EXAMINED"
                                        TO NE-RPT-LINE
               WRITE NE-RPT-LINE
               GO TO 1000-EXIT
           END-IF
           IF NE-W-MODE NOT = "CHECK" AND NOT NE-W-MODE-APPLY
               MOVE "Y"                 TO NE-W-STOP
               MOVE "REJECTED: MODE= MUST BE CHECK OR APPLY"
                                        TO NE-RPT-LINE
               WRITE NE-RPT-LINE
               GO TO 1000-EXIT
           END-IF
      *
      *    *** 担当者がERASEの権限を持たない時はマスターを開かない
           IF NE-W-MODE-APPLY
               PERFORM 1200-CHECK-AUTH  THRU 1200-EXIT
               IF NE-W-STOP-YES
                   GO TO 1000-EXIT
               END-IF
           END-IF
           PERFORM 1300-LOAD-FLAGS      THRU 1300-EXIT
      *
      *    *** CALLERはロックの保持者表示に使われるため、OPENより
      *    *** 先にセットする
           MOVE "NFERASE"               TO D8-CALLER
           MOVE "OPEN"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
      *    *** マスター使用中の時はどのファイルにも触れず終了する
           IF D8-RETURN-CODE OF D8-DECODE08-AREA = "95"
               MOVE "Y"                 TO NE-W-STOP
               MOVE SPACE               TO NE-RPT-LINE
               STRING "NFADDR MASTER BUSY - RUN SKIPPED"
                      DELIMITED BY SIZE INTO NE-RPT-LINE
               WRITE NE-RPT-LINE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  バックアップ・ジャーナル・セット・
      *    登録簿・作業ファイルの名前を環境コードで修飾し、
      *    レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO NEQ-ID
           MOVE "NFADDR.BKP"           TO NEQ-NAME
           CALL "ENVQUAL" USING NEQ-ENVQUAL-AREA
           MOVE NEQ-QNAME              TO NE-W-BKP-NAME
           MOVE "NFJOURNL"             TO NEQ-NAME
           CALL "ENVQUAL" USING NEQ-ENVQUAL-AREA
           MOVE NEQ-QNAME              TO NE-W-JRN-NAME
           MOVE "BKPSET.GEN"           TO NEQ-NAME
           CALL "ENVQUAL" USING NEQ-ENVQUAL-AREA
           MOVE NEQ-QNAME              TO NE-W-GEN-NAME
           MOVE "BKPSET"               TO NEQ-NAME
           CALL "ENVQUAL" USING NEQ-ENVQUAL-AREA
           MOVE NEQ-QNAME              TO NE-W-PFX
           MOVE "NFERASE.FLG"          TO NEQ-NAME
           CALL "ENVQUAL" USING NEQ-ENVQUAL-AREA
           MOVE NEQ-QNAME              TO NE-W-FLG-NAME
           MOVE "NFERASE.WRK"          TO NEQ-NAME
           CALL "ENVQUAL" USING NEQ-ENVQUAL-AREA
           MOVE NEQ-QNAME              TO NE-W-WRK-NAME
           MOVE NEQ-ENV-LINE           TO NE-RPT-LINE
           WRITE NE-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ NE-CTL-FILE
               AT END
                   SET NE-W-CTL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF NE-CTL-LINE = SPACE OR NE-CTL-LINE(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NE-CTL-LINE(1:4) = "REF="
                   MOVE NE-CTL-LINE(5:20)   TO NE-W-REF
               WHEN NE-CTL-LINE(1:5) = "NAME="
                   MOVE "N"                 TO NE-W-CAND-KIND
                   MOVE NE-CTL-LINE(6:100)  TO NE-W-CAND
                   PERFORM 1150-ADD-SUBJECT THRU 1150-EXIT
               WHEN NE-CTL-LINE(1:7) = "NFADDR="
                   MOVE "A"                 TO NE-W-CAND-KIND
                   MOVE NE-CTL-LINE(8:100)  TO NE-W-CAND
                   PERFORM 1150-ADD-SUBJECT THRU 1150-EXIT
               WHEN NE-CTL-LINE(1:8) = "FLAGSET=" AND
                    NE-CTL-LINE(9:8) IS NUMERIC
                   MOVE NE-CTL-LINE(9:8)    TO NE-W-SET
                   PERFORM 1160-ADD-FLAG    THRU 1160-EXIT
               WHEN NE-CTL-LINE(1:8) = "DUMPPGM=" AND
                    NE-CTL-LINE(9:8) NOT = SPACE
                   IF NE-W-DP-CNT >= 20
                       MOVE "Y"             TO NE-W-DP-OVER
                   ELSE
                       ADD  1               TO NE-W-DP-CNT
                       MOVE NE-CTL-LINE(9:8) TO NE-W-DP(NE-W-DP-CNT)
                   END-IF
               WHEN NE-CTL-LINE(1:5) = "DAYS=" AND
                    NE-CTL-LINE(6:3) IS NUMERIC
                   MOVE NE-CTL-LINE(6:3)    TO NE-W-NUM-E
                   MOVE NE-W-NUM-E          TO NE-W-DAYS
               WHEN NE-CTL-LINE(1:5) = "MODE="
                   MOVE NE-CTL-LINE(6:5)    TO NE-W-MODE
                   MOVE NE-CTL-LINE(125:8)  TO NE-W-OPER
               WHEN OTHER
                   MOVE SPACE               TO NE-RPT-LINE
                   STRING "IGNORED CARD: "  DELIMITED BY SIZE
                          NE-CTL-LINE(1:8)  DELIMITED BY SIZE
                          INTO NE-RPT-LINE
                   END-STRING
                   WRITE NE-RPT-LINE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1150-ADD-SUBJECT  指示のNAME・NFADDRを照合対象へ加える
      *    （証跡には種別と長さだけを残す）
      ******************************************************************
       1150-ADD-SUBJECT.
           IF NE-W-CAND = SPACE
               GO TO 1150-EXIT
           END-IF
           IF NE-W-SUBJ-CNT >= 50
               MOVE "Y"                 TO NE-W-SUBJ-OVER
               GO TO 1150-EXIT
           END-IF
           PERFORM 7200-TRIM-LEN        THRU 7200-EXIT
      *    *** 1文字の指定はダンプの文字一致で無関係の文字を伏せる
      *    *** ため受け付けない
           IF NE-W-LEN < 2
               MOVE SPACE               TO NE-RPT-LINE
               STRING "IGNORED SUBJECT SHORTER THAN 2 CHARACTERS"
                      DELIMITED BY SIZE INTO NE-RPT-LINE
               END-STRING
               WRITE NE-RPT-LINE
               GO TO 1150-EXIT
           END-IF
           ADD  1                      TO NE-W-SUBJ-CNT
           MOVE NE-W-LEN               TO NE-W-SUBJ-LEN(NE-W-SUBJ-CNT)
           IF NE-W-CAND-KIND = "A"
               MOVE "NFADDR"            TO NE-W-SUBJ-TYPE(NE-W-SUBJ-CNT)
               PERFORM 7120-ADD-ADDR    THRU 7120-EXIT
           ELSE
               MOVE "NAME"              TO NE-W-SUBJ-TYPE(NE-W-SUBJ-CNT)
               PERFORM 7110-ADD-NAME    THRU 7110-EXIT
           END-IF.
       1150-EXIT.
           EXIT.
      *
      *    *** NE-W-SETをFLAGSET=の一覧へ加える（重複は1件）
       1160-ADD-FLAG.
           MOVE "N"                    TO NE-W-FOUND
           PERFORM 2920-FIND-FLAG       THRU 2920-EXIT
               VARYING NE-W-FS-I FROM 1 BY 1
               UNTIL NE-W-FS-I > NE-W-FS-CNT OR NE-W-FOUND = "Y"
           IF NE-W-FOUND = "N" AND NE-W-FS-CNT < 60
               ADD  1                   TO NE-W-FS-CNT
               MOVE NE-W-SET            TO NE-W-FS(NE-W-FS-CNT)
               MOVE "N"                 TO NE-W-FS-REG(NE-W-FS-CNT)
           END-IF.
       1160-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-CHECK-AUTH  MODE=APPLY行の担当者の権限を確かめる
      ******************************************************************
       1200-CHECK-AUTH.
           MOVE "C"                    TO NEU-ID
           MOVE "NFERASE"              TO NEU-PGM
           MOVE "ERASE"                TO NEU-FUNC
           MOVE NE-W-OPER              TO NEU-OPER
           MOVE SPACE                  TO NEU-MAKER
           CALL "OPRAUTH" USING NEU-OPRAUTH-AREA
           IF NEU-RETURN-CODE NOT = "00"
               MOVE "Y"                 TO NE-W-STOP
               MOVE SPACE               TO NE-RPT-LINE
               STRING "REFUSED ("       DELIMITED BY SIZE
                      NEU-FUNC          DELIMITED BY SPACE
                      " "               DELIMITED BY SIZE
                      NEU-OPER          DELIMITED BY SPACE
                      ": "              DELIMITED BY SIZE
                      NEU-REASON        DELIMITED BY "  "
                      ") - NOTHING EXAMINED OR ERASED"
                                        DELIMITED BY SIZE
                      INTO NE-RPT-LINE
               END-STRING
               WRITE NE-RPT-LINE
           END-IF.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1300-LOAD-FLAGS  同じ受付番号で登録済みのセットを読む
      *    （再実行の時にFLAGSET=を書き直さなくてよい）
      ******************************************************************
       1300-LOAD-FLAGS.
           MOVE "N"                    TO NE-W-FLG-EOF
           OPEN INPUT NE-FLG-FILE
           IF NE-W-FLG-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-READ-FLG-ONE    THRU 1310-EXIT
               UNTIL NE-W-FLG-EOF-YES
           CLOSE NE-FLG-FILE.
       1300-EXIT.
           EXIT.
      *
       1310-READ-FLG-ONE.
           READ NE-FLG-FILE
               AT END
                   SET NE-W-FLG-EOF-YES TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF NE-FLG-REF NOT = NE-W-REF OR NE-FLG-SET NOT NUMERIC
               GO TO 1310-EXIT
           END-IF
           MOVE NE-FLG-SET             TO NE-W-SET
           PERFORM 1160-ADD-FLAG        THRU 1160-EXIT
           MOVE "N"                    TO NE-W-FOUND
           PERFORM 2920-FIND-FLAG       THRU 2920-EXIT
               VARYING NE-W-FS-I FROM 1 BY 1
               UNTIL NE-W-FS-I > NE-W-FS-CNT OR NE-W-FOUND = "Y"
           IF NE-W-FOUND = "Y"
               SUBTRACT 1             FROM NE-W-FS-I
               MOVE "Y"                 TO NE-W-FS-REG(NE-W-FS-I)
           END-IF.
       1310-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-EXAMINE-ALL  全ファイルを調べ、一致件数を数える
      *    （照合中に一致した組から対象が増えた時はGREW=Y）
      ******************************************************************
       2000-EXAMINE-ALL.
           ADD  1                      TO NE-W-PASS
           MOVE "N"                    TO NE-W-GREW
           MOVE "E"                    TO NE-W-PHASE
           MOVE ZERO                   TO NE-W-F-CNT
           MOVE "N"                    TO NE-W-F-OVER
      *
           PERFORM 2100-EXAMINE-MASTER  THRU 2100-EXIT
      *
           MOVE NE-W-BKP-NAME          TO NE-W-CAND-NAME
           MOVE "NFADDR.BKP"           TO NE-W-CAND-BASE
           MOVE "B"                    TO NE-W-CAND-KIND
           PERFORM 2800-ADD-FILE        THRU 2800-EXIT
      *
           MOVE NE-W-JRN-NAME          TO NE-W-CAND-NAME
           MOVE "NFJOURNL"             TO NE-W-CAND-BASE
           MOVE "J"                    TO NE-W-CAND-KIND
           PERFORM 2800-ADD-FILE        THRU 2800-EXIT
      *
           COMPUTE NE-W-DAY-INT =
               FUNCTION INTEGER-OF-DATE(NE-W-TODAY) + 1
           COMPUTE NE-W-YMD-TO = FUNCTION DATE-OF-INTEGER(NE-W-DAY-INT)
           PERFORM 2300-PROBE-JRN-ONE   THRU 2300-EXIT
               VARYING NE-W-D FROM 0 BY 1
               UNTIL NE-W-D > NE-W-DAYS
      *
           MOVE "MEDIAGEN.OUT"         TO NE-W-CAND-NAME
           MOVE "MEDIAGEN.OUT"         TO NE-W-CAND-BASE
           MOVE "G"                    TO NE-W-CAND-KIND
           PERFORM 2800-ADD-FILE        THRU 2800-EXIT
      *
           PERFORM 2400-PROBE-DUMPS     THRU 2400-EXIT
           PERFORM 2500-EXAMINE-SETS    THRU 2500-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2100-EXAMINE-MASTER  マスター全件を照合し、削除する
      *    NFADDRを控える
      ******************************************************************
       2100-EXAMINE-MASTER.
           MOVE ZERO                   TO NE-W-DEL-CNT
           MOVE "N"                    TO NE-W-DEL-OVER
           ADD  1                      TO NE-W-F-CNT
           MOVE NE-W-F-CNT             TO NE-W-X
           MOVE "NFADDR (MASTER)"      TO NE-W-F-NAME(NE-W-X)
           MOVE "NFADDR"               TO NE-W-F-BASE(NE-W-X)
           MOVE "M"                    TO NE-W-F-KIND(NE-W-X)
           MOVE ZERO                   TO NE-W-F-SET(NE-W-X)
           MOVE ZERO                   TO NE-W-F-FOUND(NE-W-X)
           MOVE ZERO                   TO NE-W-F-DONE(NE-W-X)
           MOVE SPACE                  TO NE-W-F-ACTION(NE-W-X)
           MOVE "N"                    TO NE-W-EOF
           PERFORM 2110-MASTER-ONE      THRU 2110-EXIT
               UNTIL NE-W-EOF-YES.
       2100-EXIT.
           EXIT.
      *
       2110-MASTER-ONE.
           MOVE "NEXTSTL"              TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-RETURN-CODE OF D8-DECODE08-AREA NOT = "00"
               SET NE-W-EOF-YES         TO TRUE
               GO TO 2110-EXIT
           END-IF
           MOVE SPACE                  TO NI-REC
           MOVE D8-NAME                TO NI-NAME
           MOVE D8-NFADDR              TO NI-ADDR
           PERFORM 7000-MATCH-NFREC     THRU 7000-EXIT
           IF NE-W-HIT = "Y"
               ADD  1                   TO NE-W-F-FOUND(NE-W-X)
               IF NE-W-DEL-CNT < 200
                   ADD  1               TO NE-W-DEL-CNT
                   MOVE D8-NFADDR       TO NE-W-DEL(NE-W-DEL-CNT)
               ELSE
                   MOVE "Y"             TO NE-W-DEL-OVER
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2300-PROBE-JRN-ONE  処理日の翌日からDAYS=日前までの
      *    ジャーナル世代を調べる（無い日は読み飛ばす）
      ******************************************************************
       2300-PROBE-JRN-ONE.
           COMPUTE NE-W-YMD =
               FUNCTION DATE-OF-INTEGER(NE-W-DAY-INT - NE-W-D)
           MOVE NE-W-YMD               TO NE-W-YMD-FROM
           MOVE SPACE                  TO NE-W-CAND-BASE
           STRING "NFJOURNL."          DELIMITED BY SIZE
                  NE-W-YMD             DELIMITED BY SIZE
                  INTO NE-W-CAND-BASE
           END-STRING
           MOVE "Q"                    TO NEQ-ID
           MOVE NE-W-CAND-BASE         TO NEQ-NAME
           CALL "ENVQUAL" USING NEQ-ENVQUAL-AREA
           MOVE NEQ-QNAME              TO NE-W-CAND-NAME
           MOVE "J"                    TO NE-W-CAND-KIND
           PERFORM 2800-ADD-FILE        THRU 2800-EXIT.
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2400-PROBE-DUMPS  FILEDUMPの出力（日付無し・日付付きの
      *    保存世代、DUMPPGM=のPGM指定付き）を調べる
      ******************************************************************
       2400-PROBE-DUMPS.
           MOVE "FILEDUMP"             TO NE-W-STEM
           PERFORM 2450-PROBE-DUMP-PAIR THRU 2450-EXIT
           PERFORM 2420-PROBE-DUMP-PGM  THRU 2420-EXIT
               VARYING NE-W-DP-I FROM 1 BY 1
               UNTIL NE-W-DP-I > NE-W-DP-CNT
           PERFORM 2410-PROBE-DUMP-DAY  THRU 2410-EXIT
               VARYING NE-W-D FROM 0 BY 1
               UNTIL NE-W-D > NE-W-DAYS.
       2400-EXIT.
           EXIT.
      *
       2410-PROBE-DUMP-DAY.
           COMPUTE NE-W-YMD =
               FUNCTION DATE-OF-INTEGER(NE-W-DAY-INT - NE-W-D)
           MOVE SPACE                  TO NE-W-STEM
           STRING "FILEDUMP."          DELIMITED BY SIZE
                  NE-W-YMD             DELIMITED BY SIZE
                  INTO NE-W-STEM
           END-STRING
           PERFORM 2450-PROBE-DUMP-PAIR THRU 2450-EXIT
           PERFORM 2430-PROBE-PGM-DAY   THRU 2430-EXIT
               VARYING NE-W-DP-I FROM 1 BY 1
               UNTIL NE-W-DP-I > NE-W-DP-CNT.
       2410-EXIT.
           EXIT.
      *
       2420-PROBE-DUMP-PGM.
           MOVE SPACE                  TO NE-W-STEM
           STRING "FILEDUMP."          DELIMITED BY SIZE
                  NE-W-DP(NE-W-DP-I)   DELIMITED BY SPACE
                  INTO NE-W-STEM
           END-STRING
           PERFORM 2450-PROBE-DUMP-PAIR THRU 2450-EXIT.
       2420-EXIT.
           EXIT.
      *
       2430-PROBE-PGM-DAY.
           MOVE SPACE                  TO NE-W-STEM
           STRING "FILEDUMP."          DELIMITED BY SIZE
                  NE-W-DP(NE-W-DP-I)   DELIMITED BY SPACE
                  "."                  DELIMITED BY SIZE
                  NE-W-YMD             DELIMITED BY SIZE
                  INTO NE-W-STEM
           END-STRING
           PERFORM 2450-PROBE-DUMP-PAIR THRU 2450-EXIT.
       2430-EXIT.
           EXIT.
      *
      *    *** NE-W-STEMの.POT1と.POT2
       2450-PROBE-DUMP-PAIR.
           MOVE "D"                    TO NE-W-CAND-KIND
           MOVE SPACE                  TO NE-W-CAND-NAME
           STRING NE-W-STEM            DELIMITED BY SPACE
                  ".POT1"              DELIMITED BY SIZE
                  INTO NE-W-CAND-NAME
           END-STRING
           MOVE NE-W-CAND-NAME         TO NE-W-CAND-BASE
           PERFORM 2800-ADD-FILE        THRU 2800-EXIT
           MOVE SPACE                  TO NE-W-CAND-NAME
           STRING NE-W-STEM            DELIMITED BY SPACE
                  ".POT2"              DELIMITED BY SIZE
                  INTO NE-W-CAND-NAME
           END-STRING
           MOVE NE-W-CAND-NAME         TO NE-W-CAND-BASE
           PERFORM 2800-ADD-FILE        THRU 2800-EXIT.
       2450-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2500-EXAMINE-SETS  セット一覧の各セットのマニフェストから
      *    NFADDR.BKPの複写を探して調べる
      ******************************************************************
       2500-EXAMINE-SETS.
           MOVE ZERO                   TO NE-W-GEN-CNT
           MOVE NE-W-GEN-NAME          TO NE-W-MAN-NAME
           MOVE "N"                    TO NE-W-MAN-EOF
           OPEN INPUT NE-MAN-FILE
           IF NE-W-MAN-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-READ-GEN-ONE    THRU 2510-EXIT
               UNTIL NE-W-MAN-EOF-YES
           CLOSE NE-MAN-FILE
           PERFORM 2520-EXAMINE-SET-ONE THRU 2520-EXIT
               VARYING NE-W-G FROM 1 BY 1
               UNTIL NE-W-G > NE-W-GEN-CNT.
       2500-EXIT.
           EXIT.
      *
       2510-READ-GEN-ONE.
           READ NE-MAN-FILE
               AT END
                   SET NE-W-MAN-EOF-YES TO TRUE
                   GO TO 2510-EXIT
           END-READ
           IF NE-MAN-LINE(1:8) IS NUMERIC AND NE-W-GEN-CNT < 60
               ADD  1                   TO NE-W-GEN-CNT
               MOVE NE-MAN-LINE(1:8)    TO NE-W-GEN(NE-W-GEN-CNT)
           END-IF.
       2510-EXIT.
           EXIT.
      *
       2520-EXAMINE-SET-ONE.
           MOVE NE-W-GEN(NE-W-G)       TO NE-W-SET
           MOVE SPACE                  TO NE-W-MAN-NAME
           STRING NE-W-PFX             DELIMITED BY SPACE
                  "."                  DELIMITED BY SIZE
                  NE-W-SET             DELIMITED BY SIZE
                  ".MAN"               DELIMITED BY SIZE
                  INTO NE-W-MAN-NAME
           END-STRING
           MOVE SPACE                  TO NE-W-MEM-NAME
           MOVE "N"                    TO NE-W-MAN-EOF
           OPEN INPUT NE-MAN-FILE
           IF NE-W-MAN-STATUS NOT = "00"
               GO TO 2520-EXIT
           END-IF
           PERFORM 2530-READ-MAN-ONE    THRU 2530-EXIT
               UNTIL NE-W-MAN-EOF-YES
           CLOSE NE-MAN-FILE
           IF NE-W-MEM-NAME = SPACE
               GO TO 2520-EXIT
           END-IF
           MOVE NE-W-MEM-NAME          TO NE-W-CAND-NAME
           MOVE "NFADDR.BKP"           TO NE-W-CAND-BASE
           MOVE "S"                    TO NE-W-CAND-KIND
           PERFORM 2800-ADD-FILE        THRU 2800-EXIT.
       2520-EXIT.
           EXIT.
      *
      *    *** 明細 01-24 ファイル名 30 状態(C:複写) 55-94 複写先
       2530-READ-MAN-ONE.
           READ NE-MAN-FILE
               AT END
                   SET NE-W-MAN-EOF-YES TO TRUE
                   GO TO 2530-EXIT
           END-READ
           IF NE-MAN-LINE(1:24) = "NFADDR.BKP" AND
              NE-MAN-LINE(30:1) = "C"
               MOVE NE-MAN-LINE(55:40)  TO NE-W-MEM-NAME
           END-IF.
       2530-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2800-ADD-FILE  NE-W-CAND-NAMEが有れば一覧へ加えて調べる
      *    （無いファイルは一覧へ載せない）
      ******************************************************************
       2800-ADD-FILE.
           MOVE NE-W-CAND-NAME         TO NE-W-IN-NAME
           MOVE "N"                    TO NE-W-IN-EOF
           OPEN INPUT NE-IN-FILE
           IF NE-W-IN-STATUS NOT = "00"
               GO TO 2800-EXIT
           END-IF
           IF NE-W-F-CNT >= 600
               MOVE "Y"                 TO NE-W-F-OVER
               CLOSE NE-IN-FILE
               GO TO 2800-EXIT
           END-IF
           ADD  1                      TO NE-W-F-CNT
           MOVE NE-W-F-CNT             TO NE-W-X
           MOVE NE-W-CAND-NAME         TO NE-W-F-NAME(NE-W-X)
           MOVE NE-W-CAND-BASE         TO NE-W-F-BASE(NE-W-X)
           MOVE NE-W-CAND-KIND         TO NE-W-F-KIND(NE-W-X)
           MOVE ZERO                   TO NE-W-F-SET(NE-W-X)
           IF NE-W-CAND-KIND = "S"
               MOVE NE-W-SET            TO NE-W-F-SET(NE-W-X)
           END-IF
           MOVE ZERO                   TO NE-W-F-FOUND(NE-W-X)
           MOVE ZERO                   TO NE-W-F-DONE(NE-W-X)
           MOVE SPACE                  TO NE-W-F-ACTION(NE-W-X)
           PERFORM 2810-EXAMINE-LINE    THRU 2810-EXIT
               UNTIL NE-W-IN-EOF-YES
           CLOSE NE-IN-FILE.
       2800-EXIT.
           EXIT.
      *
       2810-EXAMINE-LINE.
           READ NE-IN-FILE
               AT END
                   SET NE-W-IN-EOF-YES  TO TRUE
                   GO TO 2810-EXIT
           END-READ
           MOVE NE-IN-LINE             TO NE-W-BUF
           PERFORM 6000-PROCESS-LINE    THRU 6000-EXIT
           ADD  NE-W-LINE-HITS         TO NE-W-F-FOUND(NE-W-X).
       2810-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2900-DECIDE  消去を行えるかを決める
      *    対象を含むセットが登録されていない・一覧や指示が
      *    テーブルに収まらない時はどのファイルにも触れない
      ******************************************************************
       2900-DECIDE.
           MOVE ZERO                   TO NE-W-BLOCK-CNT
           PERFORM 2910-CHECK-SET-ONE   THRU 2910-EXIT
               VARYING NE-W-X FROM 1 BY 1
               UNTIL NE-W-X > NE-W-F-CNT
           IF NE-W-GREW = "Y" OR NE-W-TGT-OVER = "Y"
               ADD  1                   TO NE-W-BLOCK-CNT
               MOVE "BLOCKED: MATCHED NAME/NFADDR SET DID NOT CLOSE"
                                        TO NE-RPT-LINE
               WRITE NE-RPT-LINE
           END-IF
           IF NE-W-F-OVER = "Y"
               ADD  1                   TO NE-W-BLOCK-CNT
               MOVE "BLOCKED: MORE THAN 600 FILES - LOWER DAYS="
                                        TO NE-RPT-LINE
               WRITE NE-RPT-LINE
           END-IF
           IF NE-W-DEL-OVER = "Y"
               ADD  1                   TO NE-W-BLOCK-CNT
               MOVE "BLOCKED: MORE THAN 200 MASTER ENTRIES MATCHED"
                                        TO NE-RPT-LINE
               WRITE NE-RPT-LINE
           END-IF
           IF NE-W-SUBJ-OVER = "Y"
               ADD  1                   TO NE-W-BLOCK-CNT
               MOVE "BLOCKED: MORE THAN 50 SUBJECTS"
                                        TO NE-RPT-LINE
               WRITE NE-RPT-LINE
           END-IF
           IF NE-W-DP-OVER = "Y"
               ADD  1                   TO NE-W-BLOCK-CNT
               MOVE "BLOCKED: MORE THAN 20 DUMPPGM="
                                        TO NE-RPT-LINE
               WRITE NE-RPT-LINE
           END-IF.
       2900-EXIT.
           EXIT.
      *
       2910-CHECK-SET-ONE.
           IF NE-W-F-KIND(NE-W-X) NOT = "S"
               GO TO 2910-EXIT
           END-IF
           IF NE-W-F-FOUND(NE-W-X) = ZERO
               MOVE "NONE"              TO NE-W-F-ACTION(NE-W-X)
               GO TO 2910-EXIT
           END-IF
           MOVE NE-W-F-SET(NE-W-X)     TO NE-W-SET
           MOVE "N"                    TO NE-W-FOUND
           PERFORM 2920-FIND-FLAG       THRU 2920-EXIT
               VARYING NE-W-FS-I FROM 1 BY 1
               UNTIL NE-W-FS-I > NE-W-FS-CNT OR NE-W-FOUND = "Y"
           IF NE-W-FOUND = "Y"
               MOVE "RETAINED IN SET, FLAGGED"
                                        TO NE-W-F-ACTION(NE-W-X)
               GO TO 2910-EXIT
           END-IF
           ADD  1                      TO NE-W-BLOCK-CNT
           MOVE "NOT FLAGGED - BLOCKS ERASURE"
                                        TO NE-W-F-ACTION(NE-W-X)
           MOVE SPACE                  TO NE-RPT-LINE
           STRING "BLOCKED: BACKUP SET " DELIMITED BY SIZE
                  NE-W-SET             DELIMITED BY SIZE
                  " STILL HOLDS THE SUBJECT AND IS NOT FLAGGED"
                                       DELIMITED BY SIZE
                  " (ADD FLAGSET="     DELIMITED BY SIZE
                  NE-W-SET             DELIMITED BY SIZE
                  ")"                  DELIMITED BY SIZE
                  INTO NE-RPT-LINE
           END-STRING
           WRITE NE-RPT-LINE.
       2910-EXIT.
           EXIT.
      *
       2920-FIND-FLAG.
           IF NE-W-FS(NE-W-FS-I) = NE-W-SET
               MOVE "Y"                 TO NE-W-FOUND
           END-IF.
       2920-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-APPLY-ALL  マスターから削除し、各ファイルを書き換え、
      *    残すセットを登録簿へ登録する
      ******************************************************************
       3000-APPLY-ALL.
           MOVE "A"                    TO NE-W-PHASE
           PERFORM 3100-APPLY-FILE-ONE  THRU 3100-EXIT
               VARYING NE-W-X FROM 1 BY 1
               UNTIL NE-W-X > NE-W-F-CNT
           PERFORM 3300-REGISTER-FLAGS  THRU 3300-EXIT.
       3000-EXIT.
           EXIT.
      *
       3100-APPLY-FILE-ONE.
           IF NE-W-F-KIND(NE-W-X) = "S"
               GO TO 3100-EXIT
           END-IF
           IF NE-W-F-FOUND(NE-W-X) = ZERO
               MOVE "NONE"              TO NE-W-F-ACTION(NE-W-X)
               GO TO 3100-EXIT
           END-IF
           IF NE-W-F-KIND(NE-W-X) = "M"
               PERFORM 3110-DELIMG-ONE  THRU 3110-EXIT
                   VARYING NE-W-T FROM 1 BY 1
                   UNTIL NE-W-T > NE-W-DEL-CNT
               MOVE "DELETED"           TO NE-W-F-ACTION(NE-W-X)
               IF NE-W-F-DONE(NE-W-X) > ZERO
                   PERFORM 3150-WRITE-ERASE-LINE THRU 3150-EXIT
               END-IF
               IF NE-W-F-DONE(NE-W-X) NOT = NE-W-F-FOUND(NE-W-X)
                   ADD  1               TO NE-W-ERR-CNT
                   MOVE "DELETE INCOMPLETE"
                                        TO NE-W-F-ACTION(NE-W-X)
               END-IF
           ELSE
               PERFORM 3200-REWRITE-FILE THRU 3200-EXIT
           END-IF
           PERFORM 3400-AUDIT-FILE      THRU 3400-EXIT.
       3100-EXIT.
           EXIT.
      *
      *    *** ジャーナルへ記録しない削除（消した名前を残さない）
       3110-DELIMG-ONE.
           MOVE NE-W-DEL(NE-W-T)       TO D8-NFADDR
           MOVE "DELIMG"               TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-RETURN-CODE OF D8-DECODE08-AREA = "00"
               ADD  1                   TO NE-W-F-DONE(NE-W-X)
           END-IF.
       3110-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3150-WRITE-ERASE-LINE  現在のジャーナルへイメージ無しの
      *    ERASE行を追記する（削除したNAME・NFADDRは書かない）
      ******************************************************************
       3150-WRITE-ERASE-LINE.
           MOVE NE-W-JRN-NAME          TO NE-W-IN-NAME
           OPEN EXTEND NE-IN-FILE
           IF NE-W-IN-STATUS NOT = "00"
               OPEN OUTPUT NE-IN-FILE
           END-IF
           IF NE-W-IN-STATUS NOT = "00"
               GO TO 3150-EXIT
           END-IF
           ACCEPT NE-W-DATE8           FROM DATE YYYYMMDD
           ACCEPT NE-W-TIME8           FROM TIME
           MOVE SPACE                  TO NE-JRNL-REC
           COMPUTE NE-JRNL-STAMP =
               NE-W-DATE8 * 1000000 + NE-W-TIME8 / 100
           MOVE "NFERASE"              TO NE-JRNL-CALLER
           MOVE "ERASE"                TO NE-JRNL-FUNC
           MOVE NE-JRNL-REC            TO NE-IN-LINE
           WRITE NE-IN-LINE
           CLOSE NE-IN-FILE.
       3150-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3200-REWRITE-FILE  作業ファイルへ書き換えてから元の名前へ
      *    書き戻す（NFADDR.BKPは件数・チェックサムを数え直す）
      ******************************************************************
       3200-REWRITE-FILE.
           MOVE NE-W-F-NAME(NE-W-X)    TO NE-W-IN-NAME
           MOVE "N"                    TO NE-W-COPY-ERR
           MOVE "N"                    TO NE-W-TRL-SEEN
           MOVE ZERO                   TO NE-W-REC-CNT
           MOVE ZERO                   TO NE-W-CKS
           MOVE "N"                    TO NE-W-IN-EOF
           OPEN INPUT NE-IN-FILE
           OPEN OUTPUT NE-WRK-FILE
           IF NE-W-IN-STATUS NOT = "00" OR NE-W-WRK-STATUS NOT = "00"
               CLOSE NE-IN-FILE
               CLOSE NE-WRK-FILE
               GO TO 3290-FAILED
           END-IF
           PERFORM 3210-REWRITE-LINE    THRU 3210-EXIT
               UNTIL NE-W-IN-EOF-YES
      *    *** 元々トレーラーの有ったバックアップだけに書き直す
      *    *** （不完全なバックアップを完全に見せない）
           IF NE-W-F-KIND(NE-W-X) = "B" AND NE-W-TRL-SEEN = "Y"
               MOVE SPACE               TO NE-WRK-LINE
               STRING "*TRAILER* COUNT=" DELIMITED BY SIZE
                      NE-W-REC-CNT      DELIMITED BY SIZE
                      " CHECKSUM="      DELIMITED BY SIZE
                      NE-W-CKS          DELIMITED BY SIZE
                      INTO NE-WRK-LINE
               END-STRING
               WRITE NE-WRK-LINE
           END-IF
           CLOSE NE-IN-FILE
           CLOSE NE-WRK-FILE
           IF NE-W-COPY-ERR-YES
               GO TO 3290-FAILED
           END-IF
      *
           MOVE "N"                    TO NE-W-WRK-EOF
           OPEN INPUT NE-WRK-FILE
           OPEN OUTPUT NE-IN-FILE
           IF NE-W-IN-STATUS NOT = "00" OR NE-W-WRK-STATUS NOT = "00"
               CLOSE NE-IN-FILE
               CLOSE NE-WRK-FILE
               GO TO 3290-FAILED
           END-IF
           PERFORM 3220-COPY-BACK-ONE   THRU 3220-EXIT
               UNTIL NE-W-WRK-EOF-YES
           CLOSE NE-WRK-FILE
           CLOSE NE-IN-FILE
           IF NE-W-COPY-ERR-YES
               GO TO 3290-FAILED
           END-IF
      *
           EVALUATE NE-W-F-KIND(NE-W-X)
               WHEN "B"
                   IF NE-W-TRL-SEEN = "Y"
                       MOVE "DELETED, TRAILER REWRITTEN"
                                        TO NE-W-F-ACTION(NE-W-X)
                   ELSE
                       MOVE "DELETED (NO TRAILER IN FILE)"
                                        TO NE-W-F-ACTION(NE-W-X)
                   END-IF
               WHEN "J"
                   MOVE "IMAGES BLANKED, FUNC=ERASED"
                                        TO NE-W-F-ACTION(NE-W-X)
               WHEN "D"
                   MOVE "MASKED (TEXT MATCH)"
                                        TO NE-W-F-ACTION(NE-W-X)
               WHEN OTHER
                   MOVE "MASKED"        TO NE-W-F-ACTION(NE-W-X)
           END-EVALUATE
           GO TO 3200-EXIT.
      *
       3290-FAILED.
           ADD  1                      TO NE-W-ERR-CNT
           MOVE SPACE                  TO NE-W-F-ACTION(NE-W-X)
           STRING "ERROR STATUS="      DELIMITED BY SIZE
                  NE-W-IN-STATUS       DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  NE-W-WRK-STATUS      DELIMITED BY SIZE
                  " - CHECK FILE"      DELIMITED BY SIZE
                  INTO NE-W-F-ACTION(NE-W-X)
           END-STRING.
       3200-EXIT.
           EXIT.
      *
       3210-REWRITE-LINE.
           READ NE-IN-FILE
               AT END
                   SET NE-W-IN-EOF-YES  TO TRUE
                   GO TO 3210-EXIT
           END-READ
           MOVE NE-IN-LINE             TO NE-W-BUF
           PERFORM 6000-PROCESS-LINE    THRU 6000-EXIT
           ADD  NE-W-LINE-HITS         TO NE-W-F-DONE(NE-W-X)
           IF NE-W-KEEP = "Y"
               MOVE NE-W-BUF            TO NE-WRK-LINE
               WRITE NE-WRK-LINE
               IF NE-W-WRK-STATUS NOT = "00"
                   SET NE-W-COPY-ERR-YES TO TRUE
                   SET NE-W-IN-EOF-YES  TO TRUE
               END-IF
           END-IF.
       3210-EXIT.
           EXIT.
      *
       3220-COPY-BACK-ONE.
           READ NE-WRK-FILE
               AT END
                   SET NE-W-WRK-EOF-YES TO TRUE
                   GO TO 3220-EXIT
           END-READ
           MOVE NE-WRK-LINE            TO NE-IN-LINE
           WRITE NE-IN-LINE
           IF NE-W-IN-STATUS NOT = "00"
               SET NE-W-COPY-ERR-YES    TO TRUE
               SET NE-W-WRK-EOF-YES     TO TRUE
           END-IF.
       3220-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3300-REGISTER-FLAGS  対象を残すセットを登録簿へ追記する
      *    （同じ受付番号で登録済みのセットは書き足さない）
      ******************************************************************
       3300-REGISTER-FLAGS.
           ACCEPT NE-W-DATE8           FROM DATE YYYYMMDD
           ACCEPT NE-W-TIME8           FROM TIME
           COMPUTE NE-W-STAMP = NE-W-DATE8 * 1000000 + NE-W-TIME8 / 100
           PERFORM 3310-FLAG-SET-ONE    THRU 3310-EXIT
               VARYING NE-W-X FROM 1 BY 1
               UNTIL NE-W-X > NE-W-F-CNT.
       3300-EXIT.
           EXIT.
      *
       3310-FLAG-SET-ONE.
           IF NE-W-F-KIND(NE-W-X) NOT = "S" OR
              NE-W-F-FOUND(NE-W-X) = ZERO
               GO TO 3310-EXIT
           END-IF
           MOVE NE-W-F-SET(NE-W-X)     TO NE-W-SET
           MOVE "N"                    TO NE-W-FOUND
           PERFORM 2920-FIND-FLAG       THRU 2920-EXIT
               VARYING NE-W-FS-I FROM 1 BY 1
               UNTIL NE-W-FS-I > NE-W-FS-CNT OR NE-W-FOUND = "Y"
           SUBTRACT 1                  FROM NE-W-FS-I
           IF NE-W-FS-REG(NE-W-FS-I) = "Y"
               MOVE "RETAINED IN SET, FLAGGED EARLIER"
                                        TO NE-W-F-ACTION(NE-W-X)
               GO TO 3310-EXIT
           END-IF
           OPEN EXTEND NE-FLG-FILE
           IF NE-W-FLG-STATUS NOT = "00"
               OPEN OUTPUT NE-FLG-FILE
           END-IF
           IF NE-W-FLG-STATUS NOT = "00"
               ADD  1                   TO NE-W-ERR-CNT
               MOVE "ERROR: FLAG NOT REGISTERED"
                                        TO NE-W-F-ACTION(NE-W-X)
               GO TO 3310-EXIT
           END-IF
           MOVE SPACE                  TO NE-FLG-LINE
           MOVE NE-W-SET               TO NE-FLG-SET
           MOVE NE-W-REF               TO NE-FLG-REF
           MOVE NE-W-STAMP             TO NE-FLG-STAMP
           MOVE NE-W-OPER              TO NE-FLG-OPER
           WRITE NE-FLG-LINE
           CLOSE NE-FLG-FILE
           MOVE "Y"                    TO NE-W-FS-REG(NE-W-FS-I)
           MOVE "RETAINED IN SET, FLAG REGISTERED"
                                        TO NE-W-F-ACTION(NE-W-X)
           PERFORM 3400-AUDIT-FILE      THRU 3400-EXIT.
       3310-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3400-AUDIT-FILE  書き換えたファイルを監査証跡へ残す
      *    （キーは受付番号、イメージには件数と処理内容だけを書く）
      ******************************************************************
       3400-AUDIT-FILE.
           MOVE "NFERASE"              TO NEA-PGM
           MOVE "ERASE"                TO NEA-FUNC
           MOVE NE-W-OPER              TO NEA-OPER
           MOVE NE-W-F-BASE(NE-W-X)    TO NEA-FILE
           IF NE-W-F-KIND(NE-W-X) = "S"
               MOVE "NFERASE.FLG"       TO NEA-FILE
           END-IF
           MOVE SPACE                  TO NEA-KEY
           STRING "REF="               DELIMITED BY SIZE
                  NE-W-REF             DELIMITED BY SPACE
                  INTO NEA-KEY
           END-STRING
           MOVE ZERO                   TO NEA-STAMP
           MOVE NE-W-F-FOUND(NE-W-X)   TO NE-W-CNT-E
           MOVE SPACE                  TO NEA-BEFORE
           STRING "OCCURRENCES="       DELIMITED BY SIZE
                  NE-W-CNT-E           DELIMITED BY SIZE
                  " IN "               DELIMITED BY SIZE
                  NE-W-F-NAME(NE-W-X)  DELIMITED BY SPACE
                  INTO NEA-BEFORE
           END-STRING
           MOVE SPACE                  TO NEA-AFTER
           IF NE-W-F-KIND(NE-W-X) = "S"
               STRING "SET "            DELIMITED BY SIZE
                      NE-W-F-SET(NE-W-X) DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      NE-W-F-ACTION(NE-W-X) DELIMITED BY SIZE
                      INTO NEA-AFTER
               END-STRING
           ELSE
               MOVE NE-W-F-ACTION(NE-W-X) TO NEA-AFTER
           END-IF
           CALL "AUDITWTR" USING NEA-AUDIT-AREA.
       3400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-PROCESS-LINE  NE-W-BUFの1行を照合する
      *    LINE-HITSへ一致件数、PHASE=Aの時はNE-W-BUFを書き換え、
      *    KEEP=Nは行を落とす
      ******************************************************************
       6000-PROCESS-LINE.
           MOVE ZERO                   TO NE-W-LINE-HITS
           MOVE "Y"                    TO NE-W-KEEP
           EVALUATE NE-W-F-KIND(NE-W-X)
               WHEN "J"
                   PERFORM 6100-LINE-JOURNAL  THRU 6100-EXIT
               WHEN "B"
               WHEN "S"
                   PERFORM 6200-LINE-NFREC    THRU 6200-EXIT
               WHEN "G"
                   PERFORM 6300-LINE-MEDIAGEN THRU 6300-EXIT
               WHEN "D"
                   PERFORM 6400-LINE-DUMP     THRU 6400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       6000-EXIT.
           EXIT.
      *
      *    *** ジャーナル：前後どちらかのイメージが一致した行
       6100-LINE-JOURNAL.
           MOVE NE-W-BUF               TO NE-JRNL-REC
           MOVE "N"                    TO NE-W-JRN-HIT
           IF NE-JRNL-BEFORE NOT = SPACE
               MOVE NE-JRNL-BEFORE      TO NI-REC
               PERFORM 7000-MATCH-NFREC THRU 7000-EXIT
               IF NE-W-HIT = "Y"
                   MOVE "Y"             TO NE-W-JRN-HIT
               END-IF
           END-IF
           IF NE-JRNL-AFTER NOT = SPACE
               MOVE NE-JRNL-AFTER       TO NI-REC
               PERFORM 7000-MATCH-NFREC THRU 7000-EXIT
               IF NE-W-HIT = "Y"
                   MOVE "Y"             TO NE-W-JRN-HIT
               END-IF
           END-IF
           IF NE-W-JRN-HIT = "N"
               GO TO 6100-EXIT
           END-IF
           MOVE 1                      TO NE-W-LINE-HITS
           IF NE-W-PHASE = "A"
               MOVE SPACE               TO NE-JRNL-BEFORE
               MOVE SPACE               TO NE-JRNL-AFTER
               MOVE "ERASED"            TO NE-JRNL-FUNC
               MOVE NE-JRNL-REC         TO NE-W-BUF
           END-IF.
       6100-EXIT.
           EXIT.
      *
      *    *** NFADDR.BKP（セット内の複写も同じ形式）
       6200-LINE-NFREC.
           IF NE-W-BUF(1:9) = "*TRAILER*"
               MOVE "Y"                 TO NE-W-TRL-SEEN
               MOVE "N"                 TO NE-W-KEEP
               GO TO 6200-EXIT
           END-IF
           MOVE NE-W-BUF               TO NI-REC
           PERFORM 7000-MATCH-NFREC     THRU 7000-EXIT
           IF NE-W-HIT = "Y"
               MOVE 1                   TO NE-W-LINE-HITS
               MOVE "N"                 TO NE-W-KEEP
               GO TO 6200-EXIT
           END-IF
           IF NE-W-PHASE = "A"
               ADD  1                   TO NE-W-REC-CNT
               MOVE NI-REC              TO NE-W-CKS-REC
               PERFORM 7600-ADD-CHECKSUM THRU 7600-EXIT
           END-IF.
       6200-EXIT.
           EXIT.
      *
      *    *** MEDIAGEN.OUT：合成氏名のどれか・突合NFADDRが一致した行
       6300-LINE-MEDIAGEN.
           MOVE NE-W-BUF               TO NE-W-MG-REC
           MOVE "N"                    TO NE-W-HIT
           PERFORM 6310-MG-NAME-ONE     THRU 6310-EXIT
               VARYING NE-W-T FROM 1 BY 1
               UNTIL NE-W-T > NE-W-TN-CNT OR NE-W-HIT = "Y"
           PERFORM 6320-MG-ADDR-ONE     THRU 6320-EXIT
               VARYING NE-W-T FROM 1 BY 1
               UNTIL NE-W-T > NE-W-TA-CNT OR NE-W-HIT = "Y"
           IF NE-W-HIT = "N"
               GO TO 6300-EXIT
           END-IF
           MOVE 1                      TO NE-W-LINE-HITS
           IF NE-W-PHASE = "A"
               MOVE ALL "*"             TO NE-W-MG-KANA
               MOVE ALL "*"             TO NE-W-MG-ALPHA
               MOVE ALL "*"             TO NE-W-MG-S-NAME
               MOVE ALL "*"             TO NE-W-MG-S-NAME8
               IF NE-W-MG-NFADDR NOT = SPACE
                   MOVE ALL "*"         TO NE-W-MG-NFADDR
               END-IF
               MOVE NE-W-MG-REC         TO NE-W-BUF
           END-IF.
       6300-EXIT.
           EXIT.
      *
       6310-MG-NAME-ONE.
           IF NE-W-MG-KANA = NE-W-TN(NE-W-T) OR
              NE-W-MG-ALPHA = NE-W-TN(NE-W-T) OR
              NE-W-MG-S-NAME = NE-W-TN(NE-W-T) OR
              NE-W-MG-S-NAME8 = NE-W-TN(NE-W-T)
               MOVE "Y"                 TO NE-W-HIT
           END-IF.
       6310-EXIT.
           EXIT.
      *
       6320-MG-ADDR-ONE.
           IF NE-W-MG-NFADDR = NE-W-TA(NE-W-T)
               MOVE "Y"                 TO NE-W-HIT
           END-IF.
       6320-EXIT.
           EXIT.
      *
      *    *** FILEDUMP出力：行中の文字一致（同じ長さの * で埋める）
       6400-LINE-DUMP.
           PERFORM 6410-DUMP-NAME-ONE   THRU 6410-EXIT
               VARYING NE-W-T FROM 1 BY 1
               UNTIL NE-W-T > NE-W-TN-CNT
           PERFORM 6420-DUMP-ADDR-ONE   THRU 6420-EXIT
               VARYING NE-W-T FROM 1 BY 1
               UNTIL NE-W-T > NE-W-TA-CNT.
       6400-EXIT.
           EXIT.
      *
       6410-DUMP-NAME-ONE.
           MOVE ZERO                   TO NE-W-TALLY
           INSPECT NE-W-BUF TALLYING NE-W-TALLY
               FOR ALL NE-W-TN(NE-W-T)(1:NE-W-TN-LEN(NE-W-T))
           IF NE-W-TALLY = ZERO
               GO TO 6410-EXIT
           END-IF
           ADD  NE-W-TALLY             TO NE-W-LINE-HITS
           IF NE-W-PHASE = "A"
               INSPECT NE-W-BUF REPLACING
                   ALL NE-W-TN(NE-W-T)(1:NE-W-TN-LEN(NE-W-T))
                   BY NE-W-STARS(1:NE-W-TN-LEN(NE-W-T))
           END-IF.
       6410-EXIT.
           EXIT.
      *
       6420-DUMP-ADDR-ONE.
           MOVE ZERO                   TO NE-W-TALLY
           INSPECT NE-W-BUF TALLYING NE-W-TALLY
               FOR ALL NE-W-TA(NE-W-T)(1:NE-W-TA-LEN(NE-W-T))
           IF NE-W-TALLY = ZERO
               GO TO 6420-EXIT
           END-IF
           ADD  NE-W-TALLY             TO NE-W-LINE-HITS
           IF NE-W-PHASE = "A"
               INSPECT NE-W-BUF REPLACING
                   ALL NE-W-TA(NE-W-T)(1:NE-W-TA-LEN(NE-W-T))
                   BY NE-W-STARS(1:NE-W-TA-LEN(NE-W-T))
           END-IF.
       6420-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7000-MATCH-NFREC  NI-RECのNAME・NFADDRを対象と照合する
      *    一致した時はHIT=Y、調べる段階では組のもう一方を対象へ
      *    加える
      ******************************************************************
       7000-MATCH-NFREC.
           MOVE "N"                    TO NE-W-HIT
           IF NI-NAME NOT = SPACE
               PERFORM 7010-CMP-NAME-ONE THRU 7010-EXIT
                   VARYING NE-W-T FROM 1 BY 1
                   UNTIL NE-W-T > NE-W-TN-CNT OR NE-W-HIT = "Y"
           END-IF
           IF NI-ADDR NOT = SPACE AND NE-W-HIT = "N"
               PERFORM 7020-CMP-ADDR-ONE THRU 7020-EXIT
                   VARYING NE-W-T FROM 1 BY 1
                   UNTIL NE-W-T > NE-W-TA-CNT OR NE-W-HIT = "Y"
           END-IF
           IF NE-W-HIT = "N" OR NE-W-PHASE NOT = "E"
               GO TO 7000-EXIT
           END-IF
           MOVE NI-NAME                TO NE-W-CAND
           PERFORM 7110-ADD-NAME        THRU 7110-EXIT
           MOVE NI-ADDR                TO NE-W-CAND
           PERFORM 7120-ADD-ADDR        THRU 7120-EXIT.
       7000-EXIT.
           EXIT.
      *
       7010-CMP-NAME-ONE.
           IF NI-NAME = NE-W-TN(NE-W-T)
               MOVE "Y"                 TO NE-W-HIT
           END-IF.
       7010-EXIT.
           EXIT.
      *
       7020-CMP-ADDR-ONE.
           IF NI-ADDR = NE-W-TA(NE-W-T)
               MOVE "Y"                 TO NE-W-HIT
           END-IF.
       7020-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7110-ADD-NAME / 7120-ADD-ADDR  NE-W-CANDを対象へ加える
      *    （登録済み・空白は加えない。指示分以外を加えた時はGREW=Y）
      ******************************************************************
       7110-ADD-NAME.
           IF NE-W-CAND = SPACE
               GO TO 7110-EXIT
           END-IF
           MOVE "N"                    TO NE-W-FOUND
           PERFORM 7130-FIND-NAME-ONE   THRU 7130-EXIT
               VARYING NE-W-T FROM 1 BY 1
               UNTIL NE-W-T > NE-W-TN-CNT OR NE-W-FOUND = "Y"
           IF NE-W-FOUND = "Y"
               GO TO 7110-EXIT
           END-IF
           IF NE-W-TN-CNT >= 200
               MOVE "Y"                 TO NE-W-TGT-OVER
               GO TO 7110-EXIT
           END-IF
           PERFORM 7200-TRIM-LEN        THRU 7200-EXIT
           ADD  1                      TO NE-W-TN-CNT
           MOVE NE-W-CAND              TO NE-W-TN(NE-W-TN-CNT)
           MOVE NE-W-LEN               TO NE-W-TN-LEN(NE-W-TN-CNT)
           IF NE-W-PASS > ZERO
               MOVE "Y"                 TO NE-W-GREW
           END-IF.
       7110-EXIT.
           EXIT.
      *
       7120-ADD-ADDR.
           IF NE-W-CAND = SPACE
               GO TO 7120-EXIT
           END-IF
           MOVE "N"                    TO NE-W-FOUND
           PERFORM 7140-FIND-ADDR-ONE   THRU 7140-EXIT
               VARYING NE-W-T FROM 1 BY 1
               UNTIL NE-W-T > NE-W-TA-CNT OR NE-W-FOUND = "Y"
           IF NE-W-FOUND = "Y"
               GO TO 7120-EXIT
           END-IF
           IF NE-W-TA-CNT >= 200
               MOVE "Y"                 TO NE-W-TGT-OVER
               GO TO 7120-EXIT
           END-IF
           PERFORM 7200-TRIM-LEN        THRU 7200-EXIT
           ADD  1                      TO NE-W-TA-CNT
           MOVE NE-W-CAND              TO NE-W-TA(NE-W-TA-CNT)
           MOVE NE-W-LEN               TO NE-W-TA-LEN(NE-W-TA-CNT)
           IF NE-W-PASS > ZERO
               MOVE "Y"                 TO NE-W-GREW
           END-IF.
       7120-EXIT.
           EXIT.
      *
       7130-FIND-NAME-ONE.
           IF NE-W-TN(NE-W-T) = NE-W-CAND
               MOVE "Y"                 TO NE-W-FOUND
           END-IF.
       7130-EXIT.
           EXIT.
      *
       7140-FIND-ADDR-ONE.
           IF NE-W-TA(NE-W-T) = NE-W-CAND
               MOVE "Y"                 TO NE-W-FOUND
           END-IF.
       7140-EXIT.
           EXIT.
      *
      *    *** NE-W-CANDの末尾空白を除いた長さをNE-W-LENへ
       7200-TRIM-LEN.
           MOVE 100                    TO NE-W-LEN
           PERFORM 7210-TRIM-STEP       THRU 7210-EXIT
               UNTIL NE-W-LEN = ZERO OR
                     NE-W-CAND(NE-W-LEN:1) NOT = SPACE.
       7200-EXIT.
           EXIT.
      *
       7210-TRIM-STEP.
           SUBTRACT 1                  FROM NE-W-LEN.
       7210-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7600-ADD-CHECKSUM  NE-W-CKS-RECの全バイトのORD値を
      *    チェックサムへ加算する（12桁で循環、NFMAINTと同じ）
      ******************************************************************
       7600-ADD-CHECKSUM.
           PERFORM 7610-ADD-BYTE-ONE    THRU 7610-EXIT
               VARYING NE-W-CKS-I FROM 1 BY 1
               UNTIL NE-W-CKS-I > 228.
       7600-EXIT.
           EXIT.
      *
       7610-ADD-BYTE-ONE.
           COMPUTE NE-W-CKS-BYTE =
               FUNCTION ORD(NE-W-CKS-REC(NE-W-CKS-I:1)) - 1
           COMPUTE NE-W-CKS =
               FUNCTION MOD(NE-W-CKS + NE-W-CKS-BYTE, 999999999999).
       7610-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-WRITE-EVIDENCE  指示の種別・調べた範囲と、調べた
      *    ファイルごとの一致件数・処理内容を出力する
      ******************************************************************
       8000-WRITE-EVIDENCE.
           PERFORM 8100-WRITE-SUBJ-ONE  THRU 8100-EXIT
               VARYING NE-W-T FROM 1 BY 1
               UNTIL NE-W-T > NE-W-SUBJ-CNT
           MOVE NE-W-TN-CNT            TO NE-W-CNT-E
           MOVE NE-W-TA-CNT            TO NE-W-CNT2-E
           MOVE SPACE                  TO NE-RPT-LINE
           STRING "MATCHED WITH PAIRS: NAMES=" DELIMITED BY SIZE
                  NE-W-CNT-E           DELIMITED BY SIZE
                  " NFADDRS="          DELIMITED BY SIZE
                  NE-W-CNT2-E          DELIMITED BY SIZE
                  INTO NE-RPT-LINE
           END-STRING
           WRITE NE-RPT-LINE
           MOVE SPACE                  TO NE-RPT-LINE
           STRING "JOURNAL GENERATIONS AND DUMPS EXAMINED FROM "
                                       DELIMITED BY SIZE
                  NE-W-YMD-FROM        DELIMITED BY SIZE
                  " TO "               DELIMITED BY SIZE
                  NE-W-YMD-TO          DELIMITED BY SIZE
                  INTO NE-RPT-LINE
           END-STRING
           WRITE NE-RPT-LINE
      *
           MOVE "FILE EXAMINED                            FOUND  ACTION"
                                        TO NE-RPT-LINE
           WRITE NE-RPT-LINE
           MOVE ZERO                   TO NE-W-TOTAL
           MOVE ZERO                   TO NE-W-CHANGED
           PERFORM 8200-WRITE-FILE-ONE  THRU 8200-EXIT
               VARYING NE-W-X FROM 1 BY 1
               UNTIL NE-W-X > NE-W-F-CNT
      *
           EVALUATE TRUE
               WHEN NE-W-BLOCK-CNT > ZERO
                   MOVE "REFUSED"           TO NE-W-RESULT
               WHEN NOT NE-W-MODE-APPLY
                   MOVE "CHECK ONLY"        TO NE-W-RESULT
               WHEN NE-W-ERR-CNT > ZERO
                   MOVE "APPLIED WITH ERRORS" TO NE-W-RESULT
               WHEN OTHER
                   MOVE "APPLIED"           TO NE-W-RESULT
           END-EVALUATE
           MOVE NE-W-F-CNT             TO NE-W-NUM-E
           MOVE NE-W-TOTAL             TO NE-W-CNT-E
           MOVE NE-W-CHANGED           TO NE-W-RC-E
           MOVE SPACE                  TO NE-RPT-LINE
           STRING "FILES EXAMINED="    DELIMITED BY SIZE
                  NE-W-NUM-E           DELIMITED BY SIZE
                  " OCCURRENCES="      DELIMITED BY SIZE
                  NE-W-CNT-E           DELIMITED BY SIZE
                  " FILES CHANGED="    DELIMITED BY SIZE
                  NE-W-RC-E            DELIMITED BY SIZE
                  " RESULT="           DELIMITED BY SIZE
                  NE-W-RESULT          DELIMITED BY "  "
                  INTO NE-RPT-LINE
           END-STRING
           WRITE NE-RPT-LINE
           PERFORM 8500-RAISE-ALERT     THRU 8500-EXIT.
       8000-EXIT.
           EXIT.
      *
       8100-WRITE-SUBJ-ONE.
           MOVE NE-W-T                 TO NE-W-NUM-E
           MOVE NE-W-SUBJ-LEN(NE-W-T)  TO NE-W-RC-E
           MOVE SPACE                  TO NE-RPT-LINE
           STRING "SUBJECT "           DELIMITED BY SIZE
                  NE-W-NUM-E           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  NE-W-SUBJ-TYPE(NE-W-T) DELIMITED BY SIZE
                  " LENGTH="           DELIMITED BY SIZE
                  NE-W-RC-E            DELIMITED BY SIZE
                  INTO NE-RPT-LINE
           END-STRING
           WRITE NE-RPT-LINE.
       8100-EXIT.
           EXIT.
      *
       8200-WRITE-FILE-ONE.
      *    *** CHECKの時・止めた時の処理内容（セットは判定済み）
           IF NE-W-F-ACTION(NE-W-X) = SPACE
               EVALUATE TRUE
                   WHEN NE-W-F-FOUND(NE-W-X) = ZERO
                       MOVE "NONE"      TO NE-W-F-ACTION(NE-W-X)
                   WHEN NE-W-BLOCK-CNT > ZERO
                       MOVE "NOT CHANGED (REFUSED)"
                                        TO NE-W-F-ACTION(NE-W-X)
                   WHEN NE-W-F-KIND(NE-W-X) = "M" OR
                        NE-W-F-KIND(NE-W-X) = "B"
                       MOVE "WOULD DELETE"
                                        TO NE-W-F-ACTION(NE-W-X)
                   WHEN OTHER
                       MOVE "WOULD MASK" TO NE-W-F-ACTION(NE-W-X)
               END-EVALUATE
           END-IF
           ADD  NE-W-F-FOUND(NE-W-X)   TO NE-W-TOTAL
           IF NE-W-MODE-APPLY AND NE-W-BLOCK-CNT = ZERO AND
              NE-W-F-FOUND(NE-W-X) > ZERO AND
              NE-W-F-KIND(NE-W-X) NOT = "S"
               ADD  1                   TO NE-W-CHANGED
           END-IF
           MOVE NE-W-F-FOUND(NE-W-X)   TO NE-W-CNT-E
           MOVE SPACE                  TO NE-RPT-LINE
           MOVE NE-W-F-NAME(NE-W-X)    TO NE-RPT-LINE(1:40)
           IF NE-W-F-KIND(NE-W-X) = "S"
               MOVE SPACE               TO NE-RPT-LINE(1:40)
               STRING "BACKUP SET "     DELIMITED BY SIZE
                      NE-W-F-SET(NE-W-X) DELIMITED BY SIZE
                      " NFADDR.BKP"     DELIMITED BY SIZE
                      INTO NE-RPT-LINE(1:40)
               END-STRING
           END-IF
           MOVE NE-W-CNT-E             TO NE-RPT-LINE(42:6)
           MOVE NE-W-F-ACTION(NE-W-X)  TO NE-RPT-LINE(50:40)
           WRITE NE-RPT-LINE.
       8200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-RAISE-ALERT  消去の実施・拒否を通知する
      ******************************************************************
       8500-RAISE-ALERT.
           MOVE SPACE                  TO AL-MESSAGE
           EVALUATE TRUE
               WHEN NE-W-BLOCK-CNT > ZERO
                   MOVE 2               TO AL-SEVERITY
                   MOVE "ERASEREF"      TO AL-CODE
                   STRING "ERASURE REF=" DELIMITED BY SIZE
                          NE-W-REF      DELIMITED BY SPACE
                          " REFUSED (SEE NFERASE.RPT)"
                                        DELIMITED BY SIZE
                          INTO AL-MESSAGE
                   END-STRING
               WHEN NOT NE-W-MODE-APPLY
                   GO TO 8500-EXIT
               WHEN NE-W-ERR-CNT > ZERO
                   MOVE 1               TO AL-SEVERITY
                   MOVE "ERASEERR"      TO AL-CODE
                   STRING "ERASURE REF=" DELIMITED BY SIZE
                          NE-W-REF      DELIMITED BY SPACE
                          " HAD ERRORS (SEE NFERASE.RPT)"
                                        DELIMITED BY SIZE
                          INTO AL-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE 3               TO AL-SEVERITY
                   MOVE "ERASED"        TO AL-CODE
                   STRING "ERASURE REF=" DELIMITED BY SIZE
                          NE-W-REF      DELIMITED BY SPACE
                          " APPLIED BY " DELIMITED BY SIZE
                          NE-W-OPER     DELIMITED BY SPACE
                          INTO AL-MESSAGE
                   END-STRING
           END-EVALUATE
           MOVE "NFERASE"              TO AL-PGM
           CALL "ALERTWTR" USING AL-ALERT-AREA.
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  DECODE08を閉じて終わる
      ******************************************************************
       9000-TERMINATE.
           MOVE "F"                    TO NEU-ID
           MOVE "NFERASE"              TO NEU-PGM
           CALL "OPRAUTH" USING NEU-OPRAUTH-AREA
           IF D8-RETURN-CODE OF D8-DECODE08-AREA NOT = "95"
               MOVE "CLOSE"             TO D8-ID
               CALL "DECODE08" USING D8-DECODE08-AREA
           END-IF
           CLOSE NE-RPT-FILE.
       9000-EXIT.
           EXIT.
