      ******************************************************************
      *
      *    PROGRAM-ID.  BKPSET
      *
      *    マスタ・制御ファイルの日次バックアップセット管理バッチ。
      *    ディスク障害時に必要となるファイル（休日カレンダー・
      *    DECODE05.MAP・RUNCHAIN・DTPLAN・パラメータカード・監査証跡・
      *    PARMRDR.RUL・実行履歴RUNHIST/DTELHIST/TPUTHIST等）を
      *    処理日付きの1セットとしてまとめて複写し、ファイルごとの
      *    件数とチェックサムをマニフェストへ残す。
      *    NFADDRマスタそのものはNFMAINT UNLOADのイメージ
      *    (NFADDR.BKP)をセットへ含める（日次締めでUNLOADの後に置く）。
      *
      *    BKPSET.CTL の指示行（1行＝1指示、先頭 * の行と空行は
      *    読み飛ばす。指示の無い時はBACKUPを行う）:
      *      KEEP=nn            保有するセット数（既定7、1〜59）
      *    （KEEP=以外の指示は10行まで。超えた行は実行せず、RPTへ
      *    NOT RUNとして出してERRORSに数える）
      *      BACKUP             処理日のセットを作成し、作成直後に
      *                         読み返して検証する。検証済みのセット
      *                         だけを世代一覧へ登録し、保有数を超えた
      *                         最古のセットは内容を消去する
      *      VERIFY[=YYYYMMDD]  セットが完全かつ無傷であることを
      *                         検証する（日付省略時は最新のセット）
      *      RESTORE=YYYYMMDD   セット全体を検証し、問題が無い時だけ
      *                         その夜の状態へ全ファイルを戻す
      *                         （19-21桁目に担当者イニシャル、必須）
      *    リストアは1つのセットからのみ、全件検証の後に行う（夜の
      *    異なるファイルが混ざらない）。バックアップ時に存在しな
      *    かったファイルは触らずに報告する。本番以外の環境では、
      *    環境で修飾しない共有の制御ファイル（RUNCHAIN等）は戻さない
      *    （本番の制御ファイルを上書きしないように）。
      *    消去登録簿(NFERASE.FLG)は戻さずに現在の内容を残し、戻した
      *    セットがNFERASEで登録済み（消去した名前を含むまま残した
      *    セット）の時は、受付番号ごとにNFERASEの再実行を求める
      *    （セットの夜の後に消去したNAMEがマスターへ戻るため）。
      *
      *    対象ファイル: 組込みの一覧に、BKPSET.LST の追加分
      *    （DWHOLIDAY.XXの各カレンダー、新しい.PRMカード等）を加える
      *      01-24 ファイル名
      *      26    種別 S:順ファイル（既定） R:RUNHIST D:DTELHIST
      *                 T:TPUTHIST（索引ファイルはレコードイメージ
      *                 の行として退避する）
      *      28    Y:環境コードで修飾する名前（既定N）
      *
      *    セットの名前（環境コードで修飾した BKPSET を頭に付ける）
      *      BKPSET.YYYYMMDD.MAN         マニフェスト
      *      BKPSET.YYYYMMDD.ファイル名  各ファイルの複写
      *      BKPSET.GEN                  検証済みセットの一覧（古い順）
      *    マニフェストの形式
      *      見出し「*BKPSET* SET=YYYYMMDD CREATED=YYYYMMDDHHMMSS
      *              ENV=xxxxxxxx FILES=nnn」
      *      明細  01-24 ファイル名  26 種別  28 修飾  30 状態
      *            （C:複写 A:バックアップ時に無し）  32-40 件数
      *            42-53 チェックサム  55-94 複写先の名前
      *      最終行「*END* FILES=nnn」（無いセットは不完全）
      *    チェックサムは各行（512桁）の全バイトのORD値の加算（12桁
      *    で循環、NFMAINTのバックアップと同じ方式）。
      *    処理結果はBKPSET.RPTへ出力する。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する（日次の締め処理、
      *      処理日を進めるPDATEMNT ROLLの前。検証・リストアは運用者
      *      がBKPSET.CTLを差し替えて実行する）。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  担当者権限ファイル(OPERAUTH)を対象に
      *                          追加
      *    2026-10-15  T.MIYAKE  監査証跡(AUDITLOG)を対象に追加
      *    2026-10-15  T.MIYAKE  消去登録簿(NFERASE.FLG)を対象に追加。
      *                          リストア時に消去の再適用が必要な
      *                          受付番号を報告する
      *    2026-10-15  T.MIYAKE  NFDELTA.PRM・NFINTAKE.PRMを対象に追加
      *    2026-10-15  T.MIYAKE  NFURLCAN.PRMを対象に追加
      *    2026-10-15  T.MIYAKE  NFADDRの別名簿(NFALIAS)を対象に追加
      *    2026-10-15  T.MIYAKE  10指示を超えた指示行を黙って捨てず、
      *                          RPTへ出してERRORSに数える
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 BKPSET.
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
      *    指示（KEEP=・BACKUP・VERIFY・RESTORE）
           SELECT BK-CTL-FILE      ASSIGN TO "BKPSET.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS BK-W-CTL-STATUS.
      *    対象ファイルの追加分（無ければ組込みの一覧のみ）
           SELECT BK-LST-FILE      ASSIGN TO "BKPSET.LST"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS BK-W-LST-STATUS.
      *    退避元・リストア先の順ファイル（名前は実行時に差し替える）
           SELECT BK-SRC-FILE      ASSIGN DYNAMIC BK-W-SRC-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS BK-W-SRC-STATUS.
      *    退避元・リストア先の索引ファイル（RUNCTL・DTELAPSE・
      *    TPUTRPTと同じキー・レイアウト）
           SELECT BK-HIS-FILE      ASSIGN DYNAMIC BK-W-SRC-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HR-KEY
                                   FILE STATUS IS BK-W-IDX-STATUS.
           SELECT BK-ELH-FILE      ASSIGN DYNAMIC BK-W-SRC-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HE-KEY
                                   FILE STATUS IS BK-W-IDX-STATUS.
           SELECT BK-TPH-FILE      ASSIGN DYNAMIC BK-W-SRC-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS TH-KEY
                                   FILE STATUS IS BK-W-IDX-STATUS.
      *    セット内の複写・マニフェスト・セット一覧
      *    （名前は環境コードで修飾する）
           SELECT BK-MEM-FILE      ASSIGN DYNAMIC BK-W-MEM-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS BK-W-MEM-STATUS.
           SELECT BK-MAN-FILE      ASSIGN DYNAMIC BK-W-MAN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS BK-W-MAN-STATUS.
           SELECT BK-GEN-FILE      ASSIGN DYNAMIC BK-W-GEN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS BK-W-GEN-STATUS.
      *    消去登録簿（NFERASEが書く、名前は環境コードで修飾する）
           SELECT BK-FLG-FILE      ASSIGN DYNAMIC BK-W-FLG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS BK-W-FLG-STATUS.
      *    処理結果レポート
           SELECT BK-RPT-FILE      ASSIGN TO "BKPSET.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  BK-CTL-FILE.
       01  BK-CTL-LINE               PIC X(080).
      *
       FD  BK-LST-FILE.
       01  BK-LST-LINE               PIC X(080).
      *
       FD  BK-SRC-FILE.
       01  BK-SRC-LINE               PIC X(512).
      *
       FD  BK-HIS-FILE.
       01  HR-RECORD.
           05  HR-KEY.
             07  HR-PGM              PIC X(008).
             07  HR-STAMP            PIC 9(014).
           05  HR-STATUS             PIC X(008).
           05  HR-DUR-SEC            PIC 9(009).
           05  HR-REC-CNT            PIC 9(009).
           05  HR-ERR-CNT            PIC 9(009).
      *
       FD  BK-ELH-FILE.
       01  HE-RECORD.
           05  HE-KEY.
             07  HE-PGM              PIC X(008).
             07  HE-RUNSTAMP         PIC 9(014).
           05  HE-CALLS              PIC 9(005).
           05  HE-MAXSEC             PIC 9(9)V99.
           05  HE-SLAHIT             PIC 9(005).
      *
       FD  BK-TPH-FILE.
       01  TH-RECORD.
           05  TH-KEY.
             07  TH-PGM              PIC X(008).
             07  TH-RUNSTAMP         PIC 9(014).
           05  TH-RECS               PIC 9(009).
           05  TH-RATE               PIC 9(9)V99.
      *
       FD  BK-MEM-FILE.
       01  BK-MEM-LINE               PIC X(512).
      *
       FD  BK-MAN-FILE.
       01  BK-MAN-LINE               PIC X(100).
      *
       FD  BK-GEN-FILE.
       01  BK-GEN-LINE               PIC X(080).
      *
      *    *** 01-08:セット日付  10-29:受付番号
       FD  BK-FLG-FILE.
       01  BK-FLG-LINE               PIC X(080).
      *
       FD  BK-RPT-FILE.
       01  BK-RPT-LINE               PIC X(080).
      *
       WORKING-STORAGE             SECTION.
      *
       01  BK-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  BK-W-LST-STATUS          PIC  X(002) VALUE SPACE.
       01  BK-W-SRC-STATUS          PIC  X(002) VALUE SPACE.
       01  BK-W-IDX-STATUS          PIC  X(002) VALUE SPACE.
       01  BK-W-MEM-STATUS          PIC  X(002) VALUE SPACE.
       01  BK-W-MAN-STATUS          PIC  X(002) VALUE SPACE.
       01  BK-W-GEN-STATUS          PIC  X(002) VALUE SPACE.
       01  BK-W-FLG-STATUS          PIC  X(002) VALUE SPACE.
       01  BK-W-SRC-NAME            PIC  X(024) VALUE SPACE.
       01  BK-W-MEM-NAME            PIC  X(040) VALUE SPACE.
       01  BK-W-MAN-NAME            PIC  X(040) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  BK-W-GEN-NAME            PIC  X(024) VALUE "BKPSET.GEN".
       01  BK-W-PFX                 PIC  X(024) VALUE "BKPSET".
       01  BK-W-FLG-NAME            PIC  X(024) VALUE "NFERASE.FLG".
       01  BK-W-ENV                 PIC  X(008) VALUE SPACE.
      *
       01  BK-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  BK-W-CTL-EOF-YES             VALUE "Y".
       01  BK-W-LST-EOF             PIC  X(001) VALUE "N".
           88  BK-W-LST-EOF-YES             VALUE "Y".
       01  BK-W-SRC-EOF             PIC  X(001) VALUE "N".
           88  BK-W-SRC-EOF-YES             VALUE "Y".
       01  BK-W-MEM-EOF             PIC  X(001) VALUE "N".
           88  BK-W-MEM-EOF-YES             VALUE "Y".
       01  BK-W-MAN-EOF             PIC  X(001) VALUE "N".
           88  BK-W-MAN-EOF-YES             VALUE "Y".
       01  BK-W-GEN-EOF             PIC  X(001) VALUE "N".
           88  BK-W-GEN-EOF-YES             VALUE "Y".
       01  BK-W-FLG-EOF             PIC  X(001) VALUE "N".
           88  BK-W-FLG-EOF-YES             VALUE "Y".
      *    *** 戻したセットで消去の再適用が必要な受付番号の件数
       01  BK-W-ERA-CNT             BINARY-LONG VALUE ZERO.
      *
      *    *** 保有するセット数、BKPSET.CTLのKEEP=で変更（既定7）
       01  BK-W-KEEP                BINARY-LONG VALUE 7.
       01  BK-W-TODAY               PIC  9(008) VALUE ZERO.
       01  BK-W-SET                 PIC  9(008) VALUE ZERO.
       01  BK-W-OPER                PIC  X(003) VALUE SPACE.
       01  BK-W-DATE8               PIC  9(008) VALUE ZERO.
       01  BK-W-TIME8               PIC  9(008) VALUE ZERO.
       01  BK-W-I                   BINARY-LONG VALUE ZERO.
       01  BK-W-J                   BINARY-LONG VALUE ZERO.
       01  BK-W-FOUND               PIC  X(001) VALUE "N".
       01  BK-W-CNT-E               PIC  9(009) VALUE ZERO.
       01  BK-W-NUM-E               PIC  9(003) VALUE ZERO.
       01  BK-W-ABS-E               PIC  9(003) VALUE ZERO.
       01  BK-W-ERR-CNT             BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    指示テーブル（BKPSET.CTLの指示行、最大10指示）
      *---------------------------------------------------------------*
       01  BK-W-CMD-CNT             BINARY-LONG VALUE ZERO.
       01  BK-W-CMD-TBL-AREA.
           03  BK-W-CMD-TBL OCCURS 10   PIC X(080).
       01  BK-W-C                   BINARY-LONG VALUE ZERO.
       01  BK-W-CMD                 PIC  X(080) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    組込みの対象ファイル一覧
      *    ファイル名X(24)＋種別X(1)＋修飾X(1)
      *---------------------------------------------------------------*
       01  BK-W-DEF-AREA.
           03  FILLER  PIC X(026) VALUE "DWHOLIDAY               SN".
           03  FILLER  PIC X(026) VALUE "DECODE05.MAP            SN".
           03  FILLER  PIC X(026) VALUE "RUNCHAIN                SN".
           03  FILLER  PIC X(026) VALUE "RUNSCHED                SN".
           03  FILLER  PIC X(026) VALUE "MAINTWIN                SN".
           03  FILLER  PIC X(026) VALUE "INBOUND                 SN".
           03  FILLER  PIC X(026) VALUE "ALERTCAT                SN".
           03  FILLER  PIC X(026) VALUE "PARMRDR.RUL             SN".
           03  FILLER  PIC X(026) VALUE "CTLBAL.RUL              SN".
           03  FILLER  PIC X(026) VALUE "CHAINDRV.STP            SN".
           03  FILLER  PIC X(026) VALUE "OPERAUTH                SN".
           03  FILLER  PIC X(026) VALUE "GLOBAL.PRM              SN".
           03  FILLER  PIC X(026) VALUE "CHAINDRV.PRM            SN".
           03  FILLER  PIC X(026) VALUE "CTLBAL.PRM              SN".
           03  FILLER  PIC X(026) VALUE "MEDIAGEN.PRM            SN".
           03  FILLER  PIC X(026) VALUE "NFDEDUP.PRM             SN".
           03  FILLER  PIC X(026) VALUE "NFDELTA.PRM             SN".
           03  FILLER  PIC X(026) VALUE "NFINTAKE.PRM            SN".
           03  FILLER  PIC X(026) VALUE "NFLINKIN.PRM            SN".
           03  FILLER  PIC X(026) VALUE "NFRECON.PRM             SN".
           03  FILLER  PIC X(026) VALUE "NFURLCAN.PRM            SN".
           03  FILLER  PIC X(026) VALUE "NFVERIFY.PRM            SN".
           03  FILLER  PIC X(026) VALUE "NFWORKEX.PRM            SN".
           03  FILLER  PIC X(026) VALUE "DTPLAN                  SY".
           03  FILLER  PIC X(026) VALUE "PROCDATE                SY".
           03  FILLER  PIC X(026) VALUE "NFADDR.BKP              SY".
           03  FILLER  PIC X(026) VALUE "AUDITLOG                SY".
           03  FILLER  PIC X(026) VALUE "NFERASE.FLG             SY".
           03  FILLER  PIC X(026) VALUE "NFALIAS                 SY".
           03  FILLER  PIC X(026) VALUE "RUNHIST                 RY".
           03  FILLER  PIC X(026) VALUE "DTELHIST                DY".
           03  FILLER  PIC X(026) VALUE "TPUTHIST                TY".
       01  BK-W-DEF-TBL REDEFINES BK-W-DEF-AREA.
           03  BK-W-DEF OCCURS 32.
               05  BK-W-DEF-NAME    PIC  X(024).
               05  BK-W-DEF-TYPE    PIC  X(001).
               05  BK-W-DEF-Q       PIC  X(001).
       01  BK-W-DEF-CNT             BINARY-LONG VALUE 32.
      *
      *---------------------------------------------------------------*
      *    今回の対象ファイル（組込み＋BKPSET.LST、最大60本）
      *    BACKUP時の状態・件数・チェックサムもここへ持つ
      *---------------------------------------------------------------*
       01  BK-W-F-CNT               BINARY-LONG VALUE ZERO.
       01  BK-W-F-TBL-AREA.
           03  BK-W-F OCCURS 60.
               05  BK-W-F-NAME      PIC  X(024).
               05  BK-W-F-TYPE      PIC  X(001).
               05  BK-W-F-Q         PIC  X(001).
               05  BK-W-F-STATE     PIC  X(001).
               05  BK-W-F-CNT-R     PIC  9(009).
               05  BK-W-F-CKS       PIC  9(012).
               05  BK-W-F-MEM       PIC  X(040).
      *
      *---------------------------------------------------------------*
      *    マニフェストから読んだセットの内容（最大60本）
      *---------------------------------------------------------------*
       01  BK-W-S-CNT               BINARY-LONG VALUE ZERO.
       01  BK-W-S-TBL-AREA.
           03  BK-W-S OCCURS 60.
               05  BK-W-S-NAME      PIC  X(024).
               05  BK-W-S-TYPE      PIC  X(001).
               05  BK-W-S-Q         PIC  X(001).
               05  BK-W-S-STATE     PIC  X(001).
               05  BK-W-S-CNT-R     PIC  9(009).
               05  BK-W-S-CKS       PIC  9(012).
               05  BK-W-S-MEM       PIC  X(040).
       01  BK-W-K                   BINARY-LONG VALUE ZERO.
      *    *** マニフェストの見出し・最終行の内容
       01  BK-W-HDR-SEEN            PIC  X(001) VALUE "N".
       01  BK-W-END-SEEN            PIC  X(001) VALUE "N".
       01  BK-W-HDR-SET             PIC  X(008) VALUE SPACE.
       01  BK-W-HDR-FILES           PIC  X(003) VALUE SPACE.
       01  BK-W-END-FILES           PIC  X(003) VALUE SPACE.
      *    *** 検証結果 Y:完全かつ無傷
       01  BK-W-SET-OK              PIC  X(001) VALUE "N".
           88  BK-W-SET-OK-YES              VALUE "Y".
       01  BK-W-BAD-CNT             BINARY-LONG VALUE ZERO.
       01  BK-W-ABS-CNT             BINARY-LONG VALUE ZERO.
       01  BK-W-BAD-TEXT            PIC  X(040) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    件数・チェックサムの計算用
      *    チェックサムは行（512桁）の全バイトのORD値の加算（12桁で
      *    循環）
      *---------------------------------------------------------------*
       01  BK-W-BUF                 PIC  X(512) VALUE SPACE.
       01  BK-W-REC-CNT             PIC  9(009) VALUE ZERO.
       01  BK-W-CKS                 PIC  9(012) VALUE ZERO.
       01  BK-W-CKS-I               BINARY-LONG VALUE ZERO.
       01  BK-W-CKS-BYTE            BINARY-LONG VALUE ZERO.
       01  BK-W-COPY-ERR            PIC  X(001) VALUE "N".
           88  BK-W-COPY-ERR-YES            VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    セット一覧テーブル（古い順、最大60セット）
      *---------------------------------------------------------------*
       01  BK-W-GEN-CNT             BINARY-LONG VALUE ZERO.
       01  BK-W-GEN-TBL-AREA.
           03  BK-W-GEN-TBL OCCURS 60   PIC 9(008).
      *
      *    *** 本日＝処理日（業務日付）の取得用
       COPY "CPPROCDATE.cpy" REPLACING ==:##:== BY ==BKP==.
      *
      *    *** バックアップ失敗・セット不良・リストア実施の通知
       COPY "CPALERT.cpy"    REPLACING ==:##:== BY ==AL==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==BKQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-DO-COMMAND      THRU 2000-EXIT
               VARYING BK-W-C FROM 1 BY 1
               UNTIL BK-W-C > BK-W-CMD-CNT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  処理日・指示・保有セット数・対象ファイルを
      *    決める
      ******************************************************************
       1000-INITIALIZE.
           MOVE "G"                    TO BKP-ID
           MOVE "BKPSET"               TO BKP-PGM
           CALL "PROCDATE" USING BKP-PROCDATE-AREA
           MOVE BKP-YMD                TO BK-W-TODAY
           OPEN OUTPUT BK-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
      *
           MOVE "N"                    TO BK-W-CTL-EOF
           OPEN INPUT BK-CTL-FILE
           IF BK-W-CTL-STATUS = "00"
               PERFORM 1100-READ-CTL-ONE THRU 1100-EXIT
                   UNTIL BK-W-CTL-EOF-YES
               CLOSE BK-CTL-FILE
           END-IF
           IF BK-W-KEEP < 1
               MOVE 1                   TO BK-W-KEEP
           END-IF
           IF BK-W-KEEP > 59
               MOVE 59                  TO BK-W-KEEP
           END-IF
      *    *** 指示が無ければ日次のバックアップを行う
           IF BK-W-CMD-CNT = ZERO
               MOVE 1                   TO BK-W-CMD-CNT
               MOVE "BACKUP"            TO BK-W-CMD-TBL(1)
           END-IF
      *
           PERFORM 1200-LOAD-LIST       THRU 1200-EXIT
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  セット一覧・セットの名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO BKQ-ID
           MOVE "BKPSET.GEN"           TO BKQ-NAME
           CALL "ENVQUAL" USING BKQ-ENVQUAL-AREA
           MOVE BKQ-QNAME              TO BK-W-GEN-NAME
           MOVE "BKPSET"               TO BKQ-NAME
           CALL "ENVQUAL" USING BKQ-ENVQUAL-AREA
           MOVE BKQ-QNAME              TO BK-W-PFX
           MOVE "NFERASE.FLG"          TO BKQ-NAME
           CALL "ENVQUAL" USING BKQ-ENVQUAL-AREA
           MOVE BKQ-QNAME              TO BK-W-FLG-NAME
           MOVE BKQ-ENV                TO BK-W-ENV
           MOVE BKQ-ENV-LINE           TO BK-RPT-LINE
           WRITE BK-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ BK-CTL-FILE
               AT END
                   SET BK-W-CTL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF BK-CTL-LINE = SPACE OR BK-CTL-LINE(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
           IF BK-CTL-LINE(1:5) = "KEEP="
               COMPUTE BK-W-KEEP =
                   FUNCTION NUMVAL(BK-CTL-LINE(6:3))
               GO TO 1100-EXIT
           END-IF
           IF BK-W-CMD-CNT >= 10
               ADD  1                  TO BK-W-ERR-CNT
               MOVE SPACE              TO BK-RPT-LINE
               STRING "CMD NOT RUN (OVER 10 COMMANDS): "
                                       DELIMITED BY SIZE
                      BK-CTL-LINE(1:48) DELIMITED BY SIZE
                      INTO BK-RPT-LINE
               END-STRING
               WRITE BK-RPT-LINE
               GO TO 1100-EXIT
           END-IF
           ADD  1                      TO BK-W-CMD-CNT
           MOVE BK-CTL-LINE            TO BK-W-CMD-TBL(BK-W-CMD-CNT).
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-LOAD-LIST  組込みの一覧とBKPSET.LSTの追加分から
      *    対象ファイルの表を作る
      ******************************************************************
       1200-LOAD-LIST.
           MOVE ZERO                   TO BK-W-F-CNT
           PERFORM 1210-ADD-DEF-ONE     THRU 1210-EXIT
               VARYING BK-W-I FROM 1 BY 1
               UNTIL BK-W-I > BK-W-DEF-CNT
      *
           MOVE "N"                    TO BK-W-LST-EOF
           OPEN INPUT BK-LST-FILE
           IF BK-W-LST-STATUS = "00"
               PERFORM 1220-READ-LST-ONE THRU 1220-EXIT
                   UNTIL BK-W-LST-EOF-YES
               CLOSE BK-LST-FILE
           END-IF
       1200-EXIT.
           EXIT.
      *
       1210-ADD-DEF-ONE.
           MOVE BK-W-DEF-NAME(BK-W-I)  TO BK-W-SRC-NAME
           MOVE BK-W-DEF-TYPE(BK-W-I)  TO BK-W-F-TYPE(BK-W-F-CNT + 1)
           MOVE BK-W-DEF-Q(BK-W-I)     TO BK-W-F-Q(BK-W-F-CNT + 1)
           PERFORM 1300-ADD-FILE        THRU 1300-EXIT.
       1210-EXIT.
           EXIT.
      *
       1220-READ-LST-ONE.
           READ BK-LST-FILE
               AT END
                   SET BK-W-LST-EOF-YES TO TRUE
                   GO TO 1220-EXIT
           END-READ
           IF BK-LST-LINE = SPACE OR BK-LST-LINE(1:1) = "*"
               GO TO 1220-EXIT
           END-IF
           IF BK-W-F-CNT >= 60
               MOVE SPACE               TO BK-RPT-LINE
               STRING "BKPSET.LST: MORE THAN 60 FILES, IGNORED "
                      DELIMITED BY SIZE
                      BK-LST-LINE(1:24) DELIMITED BY SPACE
                      INTO BK-RPT-LINE
               END-STRING
               WRITE BK-RPT-LINE
               GO TO 1220-EXIT
           END-IF
           MOVE BK-LST-LINE(1:24)      TO BK-W-SRC-NAME
           MOVE BK-LST-LINE(26:1)      TO BK-W-F-TYPE(BK-W-F-CNT + 1)
           MOVE BK-LST-LINE(28:1)      TO BK-W-F-Q(BK-W-F-CNT + 1)
           IF BK-W-F-TYPE(BK-W-F-CNT + 1) NOT = "R" AND
              BK-W-F-TYPE(BK-W-F-CNT + 1) NOT = "D" AND
              BK-W-F-TYPE(BK-W-F-CNT + 1) NOT = "T"
               MOVE "S"                 TO BK-W-F-TYPE(BK-W-F-CNT + 1)
           END-IF
           IF BK-W-F-Q(BK-W-F-CNT + 1) NOT = "Y"
               MOVE "N"                 TO BK-W-F-Q(BK-W-F-CNT + 1)
           END-IF
           PERFORM 1300-ADD-FILE        THRU 1300-EXIT.
       1220-EXIT.
           EXIT.
      *
      *    *** 同名のファイルは2度登録しない
       1300-ADD-FILE.
           MOVE "N"                    TO BK-W-FOUND
           PERFORM 1310-FIND-FILE       THRU 1310-EXIT
               VARYING BK-W-J FROM 1 BY 1
               UNTIL BK-W-J > BK-W-F-CNT
           IF BK-W-FOUND = "Y"
               GO TO 1300-EXIT
           END-IF
           ADD  1                      TO BK-W-F-CNT
           MOVE BK-W-SRC-NAME          TO BK-W-F-NAME(BK-W-F-CNT)
           MOVE SPACE                  TO BK-W-F-STATE(BK-W-F-CNT)
           MOVE ZERO                   TO BK-W-F-CNT-R(BK-W-F-CNT)
           MOVE ZERO                   TO BK-W-F-CKS(BK-W-F-CNT).
       1300-EXIT.
           EXIT.
      *
       1310-FIND-FILE.
           IF BK-W-F-NAME(BK-W-J) = BK-W-SRC-NAME
               MOVE "Y"                TO BK-W-FOUND
           END-IF.
       1310-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-DO-COMMAND  指示を1件ずつ実行する
      ******************************************************************
       2000-DO-COMMAND.
           MOVE BK-W-CMD-TBL(BK-W-C)   TO BK-W-CMD
           MOVE SPACE                  TO BK-RPT-LINE
           STRING "CMD: "              DELIMITED BY SIZE
                  BK-W-CMD(1:60)       DELIMITED BY SIZE
                  INTO BK-RPT-LINE
           END-STRING
           WRITE BK-RPT-LINE
      *
           EVALUATE TRUE
               WHEN BK-W-CMD(1:6) = "BACKUP"
                   PERFORM 3000-BACKUP   THRU 3000-EXIT
               WHEN BK-W-CMD(1:6) = "VERIFY"
                   PERFORM 4000-VERIFY-CMD THRU 4000-EXIT
               WHEN BK-W-CMD(1:8) = "RESTORE="
                   PERFORM 5000-RESTORE  THRU 5000-EXIT
               WHEN OTHER
                   ADD  1               TO BK-W-ERR-CNT
                   MOVE "  REJECTED: UNKNOWN COMMAND" TO BK-RPT-LINE
                   WRITE BK-RPT-LINE
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-BACKUP  処理日のセットを作成し、読み返して検証した後
      *    セット一覧を更新する
      ******************************************************************
       3000-BACKUP.
           MOVE BK-W-TODAY             TO BK-W-SET
           PERFORM 6100-BUILD-MAN-NAME  THRU 6100-EXIT
      *    *** 同日の再実行は作り直し（前回分のマニフェストを先に消し
      *    *** 複写の途中で止まっても不完全なセットと分かるようにする）
           OPEN OUTPUT BK-MAN-FILE
           IF BK-W-MAN-STATUS NOT = "00"
               MOVE SPACE               TO BK-RPT-LINE
               STRING "  BACKUP FAILED: CANNOT CREATE "
                      DELIMITED BY SIZE
                      BK-W-MAN-NAME     DELIMITED BY SPACE
                      INTO BK-RPT-LINE
               END-STRING
               WRITE BK-RPT-LINE
               MOVE "CANNOT CREATE MANIFEST" TO BK-W-BAD-TEXT
               PERFORM 3900-BACKUP-FAILED THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF
           CLOSE BK-MAN-FILE
      *
           PERFORM 3100-BACKUP-ONE      THRU 3100-EXIT
               VARYING BK-W-I FROM 1 BY 1
               UNTIL BK-W-I > BK-W-F-CNT
      *
      *    *** すべての複写の後にマニフェストを書く（最終行で完結）
           PERFORM 3800-WRITE-MANIFEST  THRU 3800-EXIT
      *
      *    *** 作成したセットを読み返して検証する
           PERFORM 4100-VERIFY-SET      THRU 4100-EXIT
           IF NOT BK-W-SET-OK-YES
               MOVE "SET FAILED READ-BACK VERIFY" TO BK-W-BAD-TEXT
               PERFORM 3900-BACKUP-FAILED THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 7000-UPDATE-INDEX    THRU 7000-EXIT.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3100-BACKUP-ONE  1ファイルをセットへ複写し、件数と
      *    チェックサムを求める
      ******************************************************************
       3100-BACKUP-ONE.
           MOVE BK-W-F-NAME(BK-W-I)    TO BK-W-SRC-NAME
           IF BK-W-F-Q(BK-W-I) = "Y"
               PERFORM 6300-QUALIFY-SRC THRU 6300-EXIT
           END-IF
           MOVE BK-W-F-NAME(BK-W-I)    TO BKQ-NAME
           PERFORM 6200-BUILD-MEM-NAME  THRU 6200-EXIT
           MOVE BK-W-MEM-NAME          TO BK-W-F-MEM(BK-W-I)
           MOVE ZERO                   TO BK-W-REC-CNT
           MOVE ZERO                   TO BK-W-CKS
           MOVE "N"                    TO BK-W-COPY-ERR
           MOVE "N"                    TO BK-W-SRC-EOF
      *
           PERFORM 3200-OPEN-SOURCE     THRU 3200-EXIT
           IF BK-W-SRC-EOF-YES
      *        *** 退避元が無い、マニフェストへ「無し」と残す
               MOVE "A"                 TO BK-W-F-STATE(BK-W-I)
               MOVE SPACE               TO BK-RPT-LINE
               STRING "  NOT PRESENT  " DELIMITED BY SIZE
                      BK-W-SRC-NAME     DELIMITED BY SPACE
                      INTO BK-RPT-LINE
               END-STRING
               WRITE BK-RPT-LINE
               GO TO 3100-EXIT
           END-IF
      *
           OPEN OUTPUT BK-MEM-FILE
           IF BK-W-MEM-STATUS NOT = "00"
               SET BK-W-COPY-ERR-YES    TO TRUE
           ELSE
               PERFORM 3300-COPY-REC-ONE THRU 3300-EXIT
                   UNTIL BK-W-SRC-EOF-YES
               CLOSE BK-MEM-FILE
           END-IF
           PERFORM 3400-CLOSE-SOURCE    THRU 3400-EXIT
      *
           MOVE "C"                    TO BK-W-F-STATE(BK-W-I)
           MOVE BK-W-REC-CNT           TO BK-W-F-CNT-R(BK-W-I)
           MOVE BK-W-CKS               TO BK-W-F-CKS(BK-W-I)
           MOVE BK-W-REC-CNT           TO BK-W-CNT-E
           MOVE SPACE                  TO BK-RPT-LINE
           IF BK-W-COPY-ERR-YES
               ADD  1                   TO BK-W-ERR-CNT
               STRING "  COPY ERROR   " DELIMITED BY SIZE
                      BK-W-SRC-NAME     DELIMITED BY SPACE
                      " STATUS="        DELIMITED BY SIZE
                      BK-W-SRC-STATUS   DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      BK-W-MEM-STATUS   DELIMITED BY SIZE
                      INTO BK-RPT-LINE
               END-STRING
           ELSE
               STRING "  COPIED       " DELIMITED BY SIZE
                      BK-W-SRC-NAME     DELIMITED BY SPACE
                      " RECORDS="       DELIMITED BY SIZE
                      BK-W-CNT-E        DELIMITED BY SIZE
                      " CHECKSUM="      DELIMITED BY SIZE
                      BK-W-CKS          DELIMITED BY SIZE
                      INTO BK-RPT-LINE
               END-STRING
           END-IF
           WRITE BK-RPT-LINE.
       3100-EXIT.
           EXIT.
      *
      *    *** 種別ごとの退避元を開く（無い時はSRC-EOFを立てて返す）
       3200-OPEN-SOURCE.
           EVALUATE BK-W-F-TYPE(BK-W-I)
               WHEN "R"
                   OPEN INPUT BK-HIS-FILE
                   MOVE BK-W-IDX-STATUS TO BK-W-SRC-STATUS
               WHEN "D"
                   OPEN INPUT BK-ELH-FILE
                   MOVE BK-W-IDX-STATUS TO BK-W-SRC-STATUS
               WHEN "T"
                   OPEN INPUT BK-TPH-FILE
                   MOVE BK-W-IDX-STATUS TO BK-W-SRC-STATUS
               WHEN OTHER
                   OPEN INPUT BK-SRC-FILE
           END-EVALUATE
           IF BK-W-SRC-STATUS NOT = "00"
               SET BK-W-SRC-EOF-YES     TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.
      *
      *    *** 1件読んで（索引ファイルはレコードイメージを行にして）
      *    *** 複写し、件数とチェックサムへ加える
       3300-COPY-REC-ONE.
           EVALUATE BK-W-F-TYPE(BK-W-I)
               WHEN "R"
                   READ BK-HIS-FILE NEXT RECORD
                       AT END
                           SET BK-W-SRC-EOF-YES TO TRUE
                           GO TO 3300-EXIT
                   END-READ
                   MOVE BK-W-IDX-STATUS TO BK-W-SRC-STATUS
                   MOVE HR-RECORD       TO BK-W-BUF
               WHEN "D"
                   READ BK-ELH-FILE NEXT RECORD
                       AT END
                           SET BK-W-SRC-EOF-YES TO TRUE
                           GO TO 3300-EXIT
                   END-READ
                   MOVE BK-W-IDX-STATUS TO BK-W-SRC-STATUS
                   MOVE HE-RECORD       TO BK-W-BUF
               WHEN "T"
                   READ BK-TPH-FILE NEXT RECORD
                       AT END
                           SET BK-W-SRC-EOF-YES TO TRUE
                           GO TO 3300-EXIT
                   END-READ
                   MOVE BK-W-IDX-STATUS TO BK-W-SRC-STATUS
                   MOVE TH-RECORD       TO BK-W-BUF
               WHEN OTHER
                   READ BK-SRC-FILE
                       AT END
                           SET BK-W-SRC-EOF-YES TO TRUE
                           GO TO 3300-EXIT
                   END-READ
                   MOVE BK-SRC-LINE     TO BK-W-BUF
           END-EVALUATE
      *    *** 512桁を超える行等で正常に読めない時は複写誤りとする
           IF BK-W-SRC-STATUS NOT = "00"
               SET BK-W-COPY-ERR-YES    TO TRUE
               SET BK-W-SRC-EOF-YES     TO TRUE
               GO TO 3300-EXIT
           END-IF
           MOVE BK-W-BUF               TO BK-MEM-LINE
           WRITE BK-MEM-LINE
           IF BK-W-MEM-STATUS NOT = "00"
               SET BK-W-COPY-ERR-YES    TO TRUE
               SET BK-W-SRC-EOF-YES     TO TRUE
               GO TO 3300-EXIT
           END-IF
           ADD  1                      TO BK-W-REC-CNT
           PERFORM 6600-ADD-CHECKSUM    THRU 6600-EXIT.
       3300-EXIT.
           EXIT.
      *
       3400-CLOSE-SOURCE.
           EVALUATE BK-W-F-TYPE(BK-W-I)
               WHEN "R"
                   CLOSE BK-HIS-FILE
               WHEN "D"
                   CLOSE BK-ELH-FILE
               WHEN "T"
                   CLOSE BK-TPH-FILE
               WHEN OTHER
                   CLOSE BK-SRC-FILE
           END-EVALUATE.
       3400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3800-WRITE-MANIFEST  見出し・明細・最終行を書く
      ******************************************************************
       3800-WRITE-MANIFEST.
           ACCEPT BK-W-DATE8           FROM DATE YYYYMMDD
           ACCEPT BK-W-TIME8           FROM TIME
           MOVE BK-W-F-CNT             TO BK-W-NUM-E
           OPEN OUTPUT BK-MAN-FILE
           MOVE SPACE                  TO BK-MAN-LINE
           STRING "*BKPSET* SET="      DELIMITED BY SIZE
                  BK-W-SET             DELIMITED BY SIZE
                  " CREATED="          DELIMITED BY SIZE
                  BK-W-DATE8           DELIMITED BY SIZE
                  BK-W-TIME8(1:6)      DELIMITED BY SIZE
                  " ENV="              DELIMITED BY SIZE
                  BK-W-ENV             DELIMITED BY SPACE
                  " FILES="            DELIMITED BY SIZE
                  BK-W-NUM-E           DELIMITED BY SIZE
                  INTO BK-MAN-LINE
           END-STRING
           WRITE BK-MAN-LINE
           PERFORM 3810-WRITE-MAN-ONE   THRU 3810-EXIT
               VARYING BK-W-I FROM 1 BY 1
               UNTIL BK-W-I > BK-W-F-CNT
           MOVE SPACE                  TO BK-MAN-LINE
           STRING "*END* FILES="       DELIMITED BY SIZE
                  BK-W-NUM-E           DELIMITED BY SIZE
                  INTO BK-MAN-LINE
           END-STRING
           WRITE BK-MAN-LINE
           CLOSE BK-MAN-FILE.
       3800-EXIT.
           EXIT.
      *
       3810-WRITE-MAN-ONE.
           MOVE SPACE                  TO BK-MAN-LINE
           MOVE BK-W-F-NAME(BK-W-I)    TO BK-MAN-LINE(1:24)
           MOVE BK-W-F-TYPE(BK-W-I)    TO BK-MAN-LINE(26:1)
           MOVE BK-W-F-Q(BK-W-I)       TO BK-MAN-LINE(28:1)
           MOVE BK-W-F-STATE(BK-W-I)   TO BK-MAN-LINE(30:1)
           MOVE BK-W-F-CNT-R(BK-W-I)   TO BK-MAN-LINE(32:9)
           MOVE BK-W-F-CKS(BK-W-I)     TO BK-MAN-LINE(42:12)
           MOVE BK-W-F-MEM(BK-W-I)     TO BK-MAN-LINE(55:40)
           WRITE BK-MAN-LINE.
       3810-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3900-BACKUP-FAILED  セットを一覧へ登録せず重大で通知する
      *    （前夜までのセットはそのまま残る）
      ******************************************************************
       3900-BACKUP-FAILED.
           ADD  1                      TO BK-W-ERR-CNT
           MOVE SPACE                  TO BK-RPT-LINE
           STRING "BACKUP SET "        DELIMITED BY SIZE
                  BK-W-SET             DELIMITED BY SIZE
                  " NOT REGISTERED: "  DELIMITED BY SIZE
                  BK-W-BAD-TEXT        DELIMITED BY "  "
                  INTO BK-RPT-LINE
           END-STRING
           WRITE BK-RPT-LINE
           MOVE 1                      TO AL-SEVERITY
           MOVE "BKPFAIL"              TO AL-CODE
           MOVE SPACE                  TO AL-MESSAGE
           STRING "BACKUP SET "        DELIMITED BY SIZE
                  BK-W-SET             DELIMITED BY SIZE
                  " FAILED: "          DELIMITED BY SIZE
                  BK-W-BAD-TEXT        DELIMITED BY "  "
                  INTO AL-MESSAGE
           END-STRING
           PERFORM 8000-RAISE-ALERT     THRU 8000-EXIT.
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-VERIFY-CMD  VERIFY指示、指定（省略時は最新）のセットを
      *    検証する
      ******************************************************************
       4000-VERIFY-CMD.
           IF BK-W-CMD(7:1) = "=" AND BK-W-CMD(8:8) IS NUMERIC
               MOVE BK-W-CMD(8:8)       TO BK-W-SET
           ELSE
               PERFORM 7100-LOAD-INDEX  THRU 7100-EXIT
               IF BK-W-GEN-CNT = ZERO
                   ADD  1               TO BK-W-ERR-CNT
                   MOVE "  NO BACKUP SET REGISTERED IN BKPSET.GEN"
                                        TO BK-RPT-LINE
                   WRITE BK-RPT-LINE
                   GO TO 4000-EXIT
               END-IF
               MOVE BK-W-GEN-TBL(BK-W-GEN-CNT) TO BK-W-SET
           END-IF
           PERFORM 6100-BUILD-MAN-NAME  THRU 6100-EXIT
           PERFORM 4100-VERIFY-SET      THRU 4100-EXIT
           IF NOT BK-W-SET-OK-YES
               ADD  1                   TO BK-W-ERR-CNT
               MOVE 2                   TO AL-SEVERITY
               MOVE "BKPBAD"            TO AL-CODE
               MOVE SPACE               TO AL-MESSAGE
               STRING "BACKUP SET "     DELIMITED BY SIZE
                      BK-W-SET          DELIMITED BY SIZE
                      " NOT USABLE (SEE BKPSET.RPT)"
                                        DELIMITED BY SIZE
                      INTO AL-MESSAGE
               END-STRING
               PERFORM 8000-RAISE-ALERT THRU 8000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4100-VERIFY-SET  BK-W-SETのマニフェストを読み、見出し・
      *    最終行・ファイル数と、各複写の件数・チェックサムを照合する
      ******************************************************************
       4100-VERIFY-SET.
           MOVE "N"                    TO BK-W-SET-OK
           MOVE ZERO                   TO BK-W-BAD-CNT
           MOVE ZERO                   TO BK-W-ABS-CNT
           PERFORM 4200-LOAD-MANIFEST   THRU 4200-EXIT
      *
           IF BK-W-MAN-STATUS NOT = "00" AND BK-W-MAN-STATUS NOT = "10"
               MOVE "MANIFEST NOT FOUND" TO BK-W-BAD-TEXT
               PERFORM 4900-NOTE-BAD    THRU 4900-EXIT
               GO TO 4190-RESULT
           END-IF
           IF BK-W-HDR-SEEN NOT = "Y" OR BK-W-HDR-SET NOT = BK-W-SET
               MOVE "MANIFEST HEADER MISSING OR WRONG SET"
                                        TO BK-W-BAD-TEXT
               PERFORM 4900-NOTE-BAD    THRU 4900-EXIT
           END-IF
           IF BK-W-END-SEEN NOT = "Y"
               MOVE "MANIFEST END LINE MISSING (INCOMPLETE)"
                                        TO BK-W-BAD-TEXT
               PERFORM 4900-NOTE-BAD    THRU 4900-EXIT
           END-IF
           MOVE BK-W-S-CNT             TO BK-W-NUM-E
           IF BK-W-HDR-FILES NOT = BK-W-NUM-E OR
              BK-W-END-FILES NOT = BK-W-NUM-E
               MOVE "FILE COUNT DOES NOT MATCH MANIFEST"
                                        TO BK-W-BAD-TEXT
               PERFORM 4900-NOTE-BAD    THRU 4900-EXIT
           END-IF
      *
           PERFORM 4300-VERIFY-MEM-ONE  THRU 4300-EXIT
               VARYING BK-W-K FROM 1 BY 1
               UNTIL BK-W-K > BK-W-S-CNT.
      *
       4190-RESULT.
           MOVE SPACE                  TO BK-RPT-LINE
           IF BK-W-BAD-CNT = ZERO
               SET BK-W-SET-OK-YES      TO TRUE
               MOVE BK-W-S-CNT          TO BK-W-NUM-E
               MOVE BK-W-ABS-CNT        TO BK-W-ABS-E
               STRING "SET "            DELIMITED BY SIZE
                      BK-W-SET          DELIMITED BY SIZE
                      " COMPLETE AND INTACT, FILES=" DELIMITED BY SIZE
                      BK-W-NUM-E        DELIMITED BY SIZE
                      " NOT PRESENT AT BACKUP="      DELIMITED BY SIZE
                      BK-W-ABS-E        DELIMITED BY SIZE
                      INTO BK-RPT-LINE
               END-STRING
           ELSE
               MOVE BK-W-BAD-CNT        TO BK-W-NUM-E
               STRING "SET "            DELIMITED BY SIZE
                      BK-W-SET          DELIMITED BY SIZE
                      " NOT USABLE, PROBLEMS=" DELIMITED BY SIZE
                      BK-W-NUM-E        DELIMITED BY SIZE
                      INTO BK-RPT-LINE
               END-STRING
           END-IF
           WRITE BK-RPT-LINE.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4200-LOAD-MANIFEST  マニフェストをセット内容の表へ読む
      ******************************************************************
       4200-LOAD-MANIFEST.
           MOVE ZERO                   TO BK-W-S-CNT
           MOVE "N"                    TO BK-W-HDR-SEEN
           MOVE "N"                    TO BK-W-END-SEEN
           MOVE SPACE                  TO BK-W-HDR-SET
           MOVE SPACE                  TO BK-W-HDR-FILES
           MOVE SPACE                  TO BK-W-END-FILES
           MOVE "N"                    TO BK-W-MAN-EOF
           OPEN INPUT BK-MAN-FILE
           IF BK-W-MAN-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF
           PERFORM 4210-READ-MAN-ONE    THRU 4210-EXIT
               UNTIL BK-W-MAN-EOF-YES
           CLOSE BK-MAN-FILE.
       4200-EXIT.
           EXIT.
      *
       4210-READ-MAN-ONE.
           READ BK-MAN-FILE
               AT END
                   SET BK-W-MAN-EOF-YES TO TRUE
                   GO TO 4210-EXIT
           END-READ
           EVALUATE TRUE
               WHEN BK-MAN-LINE(1:13) = "*BKPSET* SET="
                   MOVE "Y"             TO BK-W-HDR-SEEN
                   MOVE BK-MAN-LINE(14:8) TO BK-W-HDR-SET
                   MOVE BK-MAN-LINE(1:100) TO BK-W-BUF
                   PERFORM 4220-FIND-FILES THRU 4220-EXIT
               WHEN BK-MAN-LINE(1:12) = "*END* FILES="
                   MOVE "Y"             TO BK-W-END-SEEN
                   MOVE BK-MAN-LINE(13:3) TO BK-W-END-FILES
               WHEN BK-W-S-CNT >= 60
                   CONTINUE
               WHEN OTHER
                   ADD  1               TO BK-W-S-CNT
                   MOVE BK-MAN-LINE(1:24)  TO BK-W-S-NAME(BK-W-S-CNT)
                   MOVE BK-MAN-LINE(26:1)  TO BK-W-S-TYPE(BK-W-S-CNT)
                   MOVE BK-MAN-LINE(28:1)  TO BK-W-S-Q(BK-W-S-CNT)
                   MOVE BK-MAN-LINE(30:1)  TO BK-W-S-STATE(BK-W-S-CNT)
                   MOVE ZERO               TO BK-W-S-CNT-R(BK-W-S-CNT)
                   MOVE ZERO               TO BK-W-S-CKS(BK-W-S-CNT)
                   IF BK-MAN-LINE(32:9) IS NUMERIC
                       MOVE BK-MAN-LINE(32:9)
                                        TO BK-W-S-CNT-R(BK-W-S-CNT)
                   END-IF
                   IF BK-MAN-LINE(42:12) IS NUMERIC
                       MOVE BK-MAN-LINE(42:12)
                                        TO BK-W-S-CKS(BK-W-S-CNT)
                   END-IF
                   MOVE BK-MAN-LINE(55:40) TO BK-W-S-MEM(BK-W-S-CNT)
           END-EVALUATE.
       4210-EXIT.
           EXIT.
      *
      *    *** 見出しの「FILES=」の後の3桁を取り出す
       4220-FIND-FILES.
           PERFORM 4230-SCAN-ONE        THRU 4230-EXIT
               VARYING BK-W-J FROM 1 BY 1
               UNTIL BK-W-J > 92 OR BK-W-HDR-FILES NOT = SPACE.
       4220-EXIT.
           EXIT.
      *
       4230-SCAN-ONE.
           IF BK-W-BUF(BK-W-J:6) = "FILES="
               MOVE BK-W-BUF(BK-W-J + 6:3) TO BK-W-HDR-FILES
           END-IF.
       4230-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4300-VERIFY-MEM-ONE  1ファイル分の複写を読み、件数と
      *    チェックサムをマニフェストと照合する
      ******************************************************************
       4300-VERIFY-MEM-ONE.
           IF BK-W-S-STATE(BK-W-K) = "A"
               ADD  1                   TO BK-W-ABS-CNT
               GO TO 4300-EXIT
           END-IF
           IF BK-W-S-STATE(BK-W-K) NOT = "C"
               MOVE SPACE               TO BK-W-BAD-TEXT
               STRING BK-W-S-NAME(BK-W-K) DELIMITED BY SPACE
                      " NOT COPIED AT BACKUP" DELIMITED BY SIZE
                      INTO BK-W-BAD-TEXT
               END-STRING
               PERFORM 4900-NOTE-BAD    THRU 4900-EXIT
               GO TO 4300-EXIT
           END-IF
      *
           MOVE BK-W-S-MEM(BK-W-K)     TO BK-W-MEM-NAME
           MOVE ZERO                   TO BK-W-REC-CNT
           MOVE ZERO                   TO BK-W-CKS
           MOVE "N"                    TO BK-W-MEM-EOF
           OPEN INPUT BK-MEM-FILE
           IF BK-W-MEM-STATUS NOT = "00"
               MOVE SPACE               TO BK-W-BAD-TEXT
               STRING BK-W-S-NAME(BK-W-K) DELIMITED BY SPACE
                      " COPY MISSING"   DELIMITED BY SIZE
                      INTO BK-W-BAD-TEXT
               END-STRING
               PERFORM 4900-NOTE-BAD    THRU 4900-EXIT
               GO TO 4300-EXIT
           END-IF
           PERFORM 4310-READ-MEM-ONE    THRU 4310-EXIT
               UNTIL BK-W-MEM-EOF-YES
           CLOSE BK-MEM-FILE
      *
           IF BK-W-REC-CNT NOT = BK-W-S-CNT-R(BK-W-K)
               MOVE SPACE               TO BK-W-BAD-TEXT
               STRING BK-W-S-NAME(BK-W-K) DELIMITED BY SPACE
                      " RECORD COUNT MISMATCH" DELIMITED BY SIZE
                      INTO BK-W-BAD-TEXT
               END-STRING
               PERFORM 4900-NOTE-BAD    THRU 4900-EXIT
               GO TO 4300-EXIT
           END-IF
           IF BK-W-CKS NOT = BK-W-S-CKS(BK-W-K)
               MOVE SPACE               TO BK-W-BAD-TEXT
               STRING BK-W-S-NAME(BK-W-K) DELIMITED BY SPACE
                      " CHECKSUM MISMATCH" DELIMITED BY SIZE
                      INTO BK-W-BAD-TEXT
               END-STRING
               PERFORM 4900-NOTE-BAD    THRU 4900-EXIT
           END-IF.
       4300-EXIT.
           EXIT.
      *
       4310-READ-MEM-ONE.
           READ BK-MEM-FILE
               AT END
                   SET BK-W-MEM-EOF-YES TO TRUE
                   GO TO 4310-EXIT
           END-READ
           MOVE BK-MEM-LINE            TO BK-W-BUF
           ADD  1                      TO BK-W-REC-CNT
           PERFORM 6600-ADD-CHECKSUM    THRU 6600-EXIT.
       4310-EXIT.
           EXIT.
      *
       4900-NOTE-BAD.
           ADD  1                      TO BK-W-BAD-CNT
           MOVE SPACE                  TO BK-RPT-LINE
           STRING "  PROBLEM: "        DELIMITED BY SIZE
                  BK-W-BAD-TEXT        DELIMITED BY SIZE
                  INTO BK-RPT-LINE
           END-STRING
           WRITE BK-RPT-LINE.
       4900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-RESTORE  指定のセット全体を検証し、問題の無い時だけ
      *    そのセットから全ファイルを戻す（1つの夜の状態にそろえる）
      ******************************************************************
       5000-RESTORE.
           MOVE BK-W-CMD(19:3)         TO BK-W-OPER
           IF BK-W-CMD(9:8) NOT NUMERIC
               ADD  1                   TO BK-W-ERR-CNT
               MOVE "  REJECTED: RESTORE=YYYYMMDD REQUIRED"
                                        TO BK-RPT-LINE
               WRITE BK-RPT-LINE
               GO TO 5000-EXIT
           END-IF
           IF BK-W-OPER = SPACE
               ADD  1                   TO BK-W-ERR-CNT
               MOVE "  REJECTED: INITIALS REQUIRED IN COL 19-21"
                                        TO BK-RPT-LINE
               WRITE BK-RPT-LINE
               GO TO 5000-EXIT
           END-IF
           MOVE BK-W-CMD(9:8)          TO BK-W-SET
           PERFORM 6100-BUILD-MAN-NAME  THRU 6100-EXIT
      *
      *    *** 1ファイルでも問題があればどのファイルも戻さない
           PERFORM 4100-VERIFY-SET      THRU 4100-EXIT
           IF NOT BK-W-SET-OK-YES
               ADD  1                   TO BK-W-ERR-CNT
               MOVE "  RESTORE REFUSED: SET NOT COMPLETE AND INTACT"
                                        TO BK-RPT-LINE
               WRITE BK-RPT-LINE
               MOVE 1                   TO AL-SEVERITY
               MOVE "BKPREST"           TO AL-CODE
               MOVE SPACE               TO AL-MESSAGE
               STRING "RESTORE OF SET " DELIMITED BY SIZE
                      BK-W-SET          DELIMITED BY SIZE
                      " REFUSED, SET NOT INTACT" DELIMITED BY SIZE
                      INTO AL-MESSAGE
               END-STRING
               PERFORM 8000-RAISE-ALERT THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF
      *
           MOVE ZERO                   TO BK-W-BAD-CNT
           PERFORM 5100-RESTORE-ONE     THRU 5100-EXIT
               VARYING BK-W-K FROM 1 BY 1
               UNTIL BK-W-K > BK-W-S-CNT
      *
           MOVE SPACE                  TO AL-MESSAGE
           IF BK-W-BAD-CNT = ZERO
               MOVE 2                   TO AL-SEVERITY
               STRING "SET "            DELIMITED BY SIZE
                      BK-W-SET          DELIMITED BY SIZE
                      " RESTORED BY "   DELIMITED BY SIZE
                      BK-W-OPER         DELIMITED BY SIZE
                      INTO AL-MESSAGE
               END-STRING
           ELSE
               ADD  1                   TO BK-W-ERR-CNT
               MOVE 1                   TO AL-SEVERITY
               STRING "SET "            DELIMITED BY SIZE
                      BK-W-SET          DELIMITED BY SIZE
                      " RESTORE BY "    DELIMITED BY SIZE
                      BK-W-OPER         DELIMITED BY SIZE
                      " HAD ERRORS (SEE BKPSET.RPT)" DELIMITED BY SIZE
                      INTO AL-MESSAGE
               END-STRING
           END-IF
           MOVE "BKPREST"              TO AL-CODE
           PERFORM 8000-RAISE-ALERT     THRU 8000-EXIT
           MOVE SPACE                  TO BK-RPT-LINE
           STRING "RESTORE OF SET "    DELIMITED BY SIZE
                  BK-W-SET             DELIMITED BY SIZE
                  " ENDED, OPERATOR="  DELIMITED BY SIZE
                  BK-W-OPER            DELIMITED BY SIZE
                  INTO BK-RPT-LINE
           END-STRING
           WRITE BK-RPT-LINE
           PERFORM 5400-CHECK-ERASURES  THRU 5400-EXIT.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5100-RESTORE-ONE  1ファイルを複写から作り直す
      ******************************************************************
       5100-RESTORE-ONE.
           MOVE BK-W-S-NAME(BK-W-K)    TO BK-W-SRC-NAME
           IF BK-W-S-STATE(BK-W-K) = "A"
               MOVE SPACE               TO BK-RPT-LINE
               STRING "  NOT IN SET, LEFT AS IS  " DELIMITED BY SIZE
                      BK-W-SRC-NAME     DELIMITED BY SPACE
                      INTO BK-RPT-LINE
               END-STRING
               WRITE BK-RPT-LINE
               GO TO 5100-EXIT
           END-IF
      *    *** 消去登録簿は戻さない（セットの後の登録を失わない）
           IF BK-W-S-NAME(BK-W-K) = "NFERASE.FLG"
               MOVE SPACE               TO BK-RPT-LINE
               STRING "  ERASURE REGISTER, KEPT AS IS  "
                      DELIMITED BY SIZE
                      BK-W-SRC-NAME     DELIMITED BY SPACE
                      INTO BK-RPT-LINE
               END-STRING
               WRITE BK-RPT-LINE
               GO TO 5100-EXIT
           END-IF
      *    *** 本番以外では共有の制御ファイルを戻さない
           IF BK-W-S-Q(BK-W-K) NOT = "Y" AND BK-W-ENV NOT = "PROD"
               MOVE SPACE               TO BK-RPT-LINE
               STRING "  SHARED FILE, NOT RESTORED IN "
                      DELIMITED BY SIZE
                      BK-W-ENV          DELIMITED BY SPACE
                      "  "              DELIMITED BY SIZE
                      BK-W-SRC-NAME     DELIMITED BY SPACE
                      INTO BK-RPT-LINE
               END-STRING
               WRITE BK-RPT-LINE
               GO TO 5100-EXIT
           END-IF
           IF BK-W-S-Q(BK-W-K) = "Y"
               PERFORM 6300-QUALIFY-SRC THRU 6300-EXIT
           END-IF
      *
           MOVE BK-W-S-MEM(BK-W-K)     TO BK-W-MEM-NAME
           MOVE ZERO                   TO BK-W-REC-CNT
           MOVE "N"                    TO BK-W-COPY-ERR
           MOVE "N"                    TO BK-W-MEM-EOF
           OPEN INPUT BK-MEM-FILE
           EVALUATE BK-W-S-TYPE(BK-W-K)
               WHEN "R"
                   OPEN OUTPUT BK-HIS-FILE
                   MOVE BK-W-IDX-STATUS TO BK-W-SRC-STATUS
               WHEN "D"
                   OPEN OUTPUT BK-ELH-FILE
                   MOVE BK-W-IDX-STATUS TO BK-W-SRC-STATUS
               WHEN "T"
                   OPEN OUTPUT BK-TPH-FILE
                   MOVE BK-W-IDX-STATUS TO BK-W-SRC-STATUS
               WHEN OTHER
                   OPEN OUTPUT BK-SRC-FILE
           END-EVALUATE
           IF BK-W-SRC-STATUS NOT = "00"
               SET BK-W-COPY-ERR-YES    TO TRUE
           ELSE
               PERFORM 5200-PUT-REC-ONE THRU 5200-EXIT
                   UNTIL BK-W-MEM-EOF-YES
               PERFORM 5300-CLOSE-TARGET THRU 5300-EXIT
           END-IF
           CLOSE BK-MEM-FILE
      *
           MOVE BK-W-REC-CNT           TO BK-W-CNT-E
           MOVE SPACE                  TO BK-RPT-LINE
           IF BK-W-COPY-ERR-YES
               ADD  1                   TO BK-W-BAD-CNT
               STRING "  RESTORE ERROR " DELIMITED BY SIZE
                      BK-W-SRC-NAME     DELIMITED BY SPACE
                      " STATUS="        DELIMITED BY SIZE
                      BK-W-SRC-STATUS   DELIMITED BY SIZE
                      " AFTER RECORDS=" DELIMITED BY SIZE
                      BK-W-CNT-E        DELIMITED BY SIZE
                      INTO BK-RPT-LINE
               END-STRING
           ELSE
               STRING "  RESTORED      " DELIMITED BY SIZE
                      BK-W-SRC-NAME     DELIMITED BY SPACE
                      " RECORDS="       DELIMITED BY SIZE
                      BK-W-CNT-E        DELIMITED BY SIZE
                      INTO BK-RPT-LINE
               END-STRING
           END-IF
           WRITE BK-RPT-LINE.
       5100-EXIT.
           EXIT.
      *
       5200-PUT-REC-ONE.
           READ BK-MEM-FILE
               AT END
                   SET BK-W-MEM-EOF-YES TO TRUE
                   GO TO 5200-EXIT
           END-READ
           MOVE BK-MEM-LINE            TO BK-W-BUF
           EVALUATE BK-W-S-TYPE(BK-W-K)
               WHEN "R"
                   MOVE BK-W-BUF        TO HR-RECORD
                   WRITE HR-RECORD
                   MOVE BK-W-IDX-STATUS TO BK-W-SRC-STATUS
               WHEN "D"
                   MOVE BK-W-BUF        TO HE-RECORD
                   WRITE HE-RECORD
                   MOVE BK-W-IDX-STATUS TO BK-W-SRC-STATUS
               WHEN "T"
                   MOVE BK-W-BUF        TO TH-RECORD
                   WRITE TH-RECORD
                   MOVE BK-W-IDX-STATUS TO BK-W-SRC-STATUS
               WHEN OTHER
                   MOVE BK-W-BUF        TO BK-SRC-LINE
                   WRITE BK-SRC-LINE
           END-EVALUATE
           IF BK-W-SRC-STATUS NOT = "00"
               SET BK-W-COPY-ERR-YES    TO TRUE
               SET BK-W-MEM-EOF-YES     TO TRUE
               GO TO 5200-EXIT
           END-IF
           ADD  1                      TO BK-W-REC-CNT.
       5200-EXIT.
           EXIT.
      *
       5300-CLOSE-TARGET.
           EVALUATE BK-W-S-TYPE(BK-W-K)
               WHEN "R"
                   CLOSE BK-HIS-FILE
               WHEN "D"
                   CLOSE BK-ELH-FILE
               WHEN "T"
                   CLOSE BK-TPH-FILE
               WHEN OTHER
                   CLOSE BK-SRC-FILE
           END-EVALUATE.
       5300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5400-CHECK-ERASURES  戻したセットが消去登録簿に有れば、
      *    受付番号ごとにNFERASEの再実行を求める
      ******************************************************************
       5400-CHECK-ERASURES.
           MOVE ZERO                   TO BK-W-ERA-CNT
           MOVE "N"                    TO BK-W-FLG-EOF
           OPEN INPUT BK-FLG-FILE
           IF BK-W-FLG-STATUS NOT = "00"
               GO TO 5400-EXIT
           END-IF
           PERFORM 5410-READ-FLG-ONE    THRU 5410-EXIT
               UNTIL BK-W-FLG-EOF-YES
           CLOSE BK-FLG-FILE
           IF BK-W-ERA-CNT = ZERO
               GO TO 5400-EXIT
           END-IF
           ADD  1                      TO BK-W-ERR-CNT
           MOVE BK-W-ERA-CNT           TO BK-W-NUM-E
           MOVE 1                      TO AL-SEVERITY
           MOVE "ERASREQ"              TO AL-CODE
           MOVE SPACE                  TO AL-MESSAGE
           STRING "SET "               DELIMITED BY SIZE
                  BK-W-SET             DELIMITED BY SIZE
                  " RESTORED: RERUN NFERASE FOR " DELIMITED BY SIZE
                  BK-W-NUM-E           DELIMITED BY SIZE
                  " ERASURE(S)"      DELIMITED BY SIZE
                  INTO AL-MESSAGE
           END-STRING
           PERFORM 8000-RAISE-ALERT     THRU 8000-EXIT.
       5400-EXIT.
           EXIT.
      *
       5410-READ-FLG-ONE.
           READ BK-FLG-FILE
               AT END
                   SET BK-W-FLG-EOF-YES TO TRUE
                   GO TO 5410-EXIT
           END-READ
           IF BK-FLG-LINE(1:8) NOT = BK-W-SET
               GO TO 5410-EXIT
           END-IF
           ADD  1                      TO BK-W-ERA-CNT
           MOVE SPACE                  TO BK-RPT-LINE
           STRING "  ERASURE MUST BE RE-APPLIED REF=" DELIMITED BY SIZE
                  BK-FLG-LINE(10:20)   DELIMITED BY SPACE
                  " - RERUN NFERASE"
                                       DELIMITED BY SIZE
                  INTO BK-RPT-LINE
           END-STRING
           WRITE BK-RPT-LINE.
       5410-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6100-BUILD-MAN-NAME  BK-W-SETのマニフェスト名を組み立てる
      ******************************************************************
       6100-BUILD-MAN-NAME.
           MOVE SPACE                  TO BK-W-MAN-NAME
           STRING BK-W-PFX             DELIMITED BY SPACE
                  "."                  DELIMITED BY SIZE
                  BK-W-SET             DELIMITED BY SIZE
                  ".MAN"               DELIMITED BY SIZE
                  INTO BK-W-MAN-NAME
           END-STRING.
       6100-EXIT.
           EXIT.
      *
      *    *** 複写先の名前「BKPSET.YYYYMMDD.ファイル名」（BKQ-NAME）
       6200-BUILD-MEM-NAME.
           MOVE SPACE                  TO BK-W-MEM-NAME
           STRING BK-W-PFX             DELIMITED BY SPACE
                  "."                  DELIMITED BY SIZE
                  BK-W-SET             DELIMITED BY SIZE
                  "."                  DELIMITED BY SIZE
                  BKQ-NAME             DELIMITED BY SPACE
                  INTO BK-W-MEM-NAME
           END-STRING.
       6200-EXIT.
           EXIT.
      *
      *    *** 実行状態を持つファイルは環境コードで修飾した名前で開く
       6300-QUALIFY-SRC.
           MOVE "Q"                    TO BKQ-ID
           MOVE BK-W-SRC-NAME          TO BKQ-NAME
           CALL "ENVQUAL" USING BKQ-ENVQUAL-AREA
           MOVE BKQ-QNAME              TO BK-W-SRC-NAME.
       6300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6600-ADD-CHECKSUM  BK-W-BUFの全バイトのORD値を
      *    チェックサムへ加算する（12桁で循環）
      ******************************************************************
       6600-ADD-CHECKSUM.
           PERFORM 6610-ADD-BYTE-ONE    THRU 6610-EXIT
               VARYING BK-W-CKS-I FROM 1 BY 1
               UNTIL BK-W-CKS-I > 512.
       6600-EXIT.
           EXIT.
      *
       6610-ADD-BYTE-ONE.
           COMPUTE BK-W-CKS-BYTE =
               FUNCTION ORD(BK-W-BUF(BK-W-CKS-I:1)) - 1
           COMPUTE BK-W-CKS =
               FUNCTION MOD(BK-W-CKS + BK-W-CKS-BYTE, 999999999999).
       6610-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7000-UPDATE-INDEX  セット一覧へ当日分を登録し、保有セット数
      *    を超えた最古のセットを消去して一覧から外す
      ******************************************************************
       7000-UPDATE-INDEX.
           PERFORM 7100-LOAD-INDEX      THRU 7100-EXIT
      *
      *    *** 当日セットが未登録なら末尾（最新）へ追加する
           MOVE "N"                    TO BK-W-FOUND
           PERFORM 7200-FIND-TODAY      THRU 7200-EXIT
               VARYING BK-W-I FROM 1 BY 1
               UNTIL BK-W-I > BK-W-GEN-CNT
           IF BK-W-FOUND NOT = "Y" AND BK-W-GEN-CNT < 60
               ADD  1                   TO BK-W-GEN-CNT
               MOVE BK-W-SET            TO BK-W-GEN-TBL(BK-W-GEN-CNT)
           END-IF
      *
      *    *** 保有セット数を超えた分、先頭（最古）から消去する
           PERFORM 7300-PURGE-OLDEST    THRU 7300-EXIT
               UNTIL BK-W-GEN-CNT <= BK-W-KEEP
      *
      *    *** 一覧を書き戻す
           OPEN OUTPUT BK-GEN-FILE
           PERFORM 7400-WRITE-GEN-ONE   THRU 7400-EXIT
               VARYING BK-W-I FROM 1 BY 1
               UNTIL BK-W-I > BK-W-GEN-CNT
           CLOSE BK-GEN-FILE
           MOVE BK-W-GEN-CNT           TO BK-W-NUM-E
           MOVE SPACE                  TO BK-RPT-LINE
           STRING "SET "               DELIMITED BY SIZE
                  BK-W-SET             DELIMITED BY SIZE
                  " REGISTERED, SETS KEPT=" DELIMITED BY SIZE
                  BK-W-NUM-E           DELIMITED BY SIZE
                  INTO BK-RPT-LINE
           END-STRING
           WRITE BK-RPT-LINE.
       7000-EXIT.
           EXIT.
      *
       7100-LOAD-INDEX.
           MOVE ZERO                   TO BK-W-GEN-CNT
           MOVE "N"                    TO BK-W-GEN-EOF
           OPEN INPUT BK-GEN-FILE
           IF BK-W-GEN-STATUS = "00"
               PERFORM 7110-READ-GEN-ONE THRU 7110-EXIT
                   UNTIL BK-W-GEN-EOF-YES
               CLOSE BK-GEN-FILE
           END-IF.
       7100-EXIT.
           EXIT.
      *
       7110-READ-GEN-ONE.
           READ BK-GEN-FILE
               AT END
                   SET BK-W-GEN-EOF-YES TO TRUE
                   GO TO 7110-EXIT
           END-READ
           IF BK-GEN-LINE(1:8) IS NUMERIC AND BK-W-GEN-CNT < 60
               ADD  1                  TO BK-W-GEN-CNT
               MOVE BK-GEN-LINE(1:8)    TO BK-W-GEN-TBL(BK-W-GEN-CNT)
           END-IF.
       7110-EXIT.
           EXIT.
      *
       7200-FIND-TODAY.
           IF BK-W-GEN-TBL(BK-W-I) = BK-W-SET
               MOVE "Y"                TO BK-W-FOUND
           END-IF.
       7200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7300-PURGE-OLDEST  最古セットの複写とマニフェストの内容を
      *    消去し、一覧を前詰めする（物理削除は行わず空ファイル化
      *    する運用）
      ******************************************************************
       7300-PURGE-OLDEST.
           MOVE BK-W-GEN-TBL(1)        TO BK-W-SET
           PERFORM 6100-BUILD-MAN-NAME  THRU 6100-EXIT
           PERFORM 4200-LOAD-MANIFEST   THRU 4200-EXIT
           PERFORM 7310-EMPTY-MEM-ONE   THRU 7310-EXIT
               VARYING BK-W-K FROM 1 BY 1
               UNTIL BK-W-K > BK-W-S-CNT
           OPEN OUTPUT BK-MAN-FILE
           IF BK-W-MAN-STATUS = "00"
               CLOSE BK-MAN-FILE
           END-IF
      *
           MOVE SPACE                  TO BK-RPT-LINE
           STRING "PURGED SET "        DELIMITED BY SIZE
                  BK-W-SET             DELIMITED BY SIZE
                  INTO BK-RPT-LINE
           END-STRING
           WRITE BK-RPT-LINE
      *
           PERFORM 7320-SHIFT-ONE       THRU 7320-EXIT
               VARYING BK-W-J FROM 1 BY 1
               UNTIL BK-W-J >= BK-W-GEN-CNT
           SUBTRACT 1                  FROM BK-W-GEN-CNT
           MOVE BK-W-TODAY             TO BK-W-SET.
       7300-EXIT.
           EXIT.
      *
       7310-EMPTY-MEM-ONE.
           IF BK-W-S-STATE(BK-W-K) NOT = "C"
               GO TO 7310-EXIT
           END-IF
           MOVE BK-W-S-MEM(BK-W-K)     TO BK-W-MEM-NAME
           OPEN OUTPUT BK-MEM-FILE
           IF BK-W-MEM-STATUS = "00"
               CLOSE BK-MEM-FILE
           END-IF.
       7310-EXIT.
           EXIT.
      *
       7320-SHIFT-ONE.
           MOVE BK-W-GEN-TBL(BK-W-J + 1) TO BK-W-GEN-TBL(BK-W-J).
       7320-EXIT.
           EXIT.
      *
       7400-WRITE-GEN-ONE.
           MOVE SPACE                  TO BK-GEN-LINE
           MOVE BK-W-GEN-TBL(BK-W-I)    TO BK-GEN-LINE(1:8)
           WRITE BK-GEN-LINE.
       7400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-RAISE-ALERT  ALERTWTRへ通知する
      ******************************************************************
       8000-RAISE-ALERT.
           MOVE "BKPSET"               TO AL-PGM
           CALL "ALERTWTR" USING AL-ALERT-AREA.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  指示の結果を集計して終わる
      ******************************************************************
       9000-TERMINATE.
           MOVE BK-W-ERR-CNT           TO BK-W-NUM-E
           MOVE SPACE                  TO BK-RPT-LINE
           STRING "COMMANDS ENDED, ERRORS=" DELIMITED BY SIZE
                  BK-W-NUM-E           DELIMITED BY SIZE
                  INTO BK-RPT-LINE
           END-STRING
           WRITE BK-RPT-LINE
           MOVE "Y"                    TO AL-FLUSH
           MOVE "BKPSET"               TO AL-PGM
           CALL "ALERTWTR" USING AL-ALERT-AREA
           MOVE SPACE                  TO AL-FLUSH
           CLOSE BK-RPT-FILE.
       9000-EXIT.
           EXIT.
