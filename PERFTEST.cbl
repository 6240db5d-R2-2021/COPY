      ******************************************************************
      *
      *    PROGRAM-ID.  PERFTEST
      *
      *    共通サブルーチンの性能ベンチマークバッチ。REGRTESTは答えが
      *    正しいかは確かめるが、遅くなったことは検出しない（DECODE05
      *    の対応表ロード、DATEWEEKの営業日計算とも、修正後に黙って
      *    遅くなっていた）。各サブルーチンを代表的な入力で決まった
      *    回数CALLし、その区間をDATETIMEのラップ(ID=L)で計って毎秒の
      *    呼び出し回数を求める。結果は実行履歴(PERFHIST)へ残し、
      *    直近の実行の平均（基準値）を指定の割合より下回った対象に
      *    REGRESSIONの印を付ける。
      *
      *    計測対象（名前はラップ区間名・履歴のキーを兼ねる）
      *      CB-RND    COBRND   ID=RND（1回で10件作成）
      *      DW-B      DATEWEEK ID=B（2024-01-05から20営業日先）
      *      DW-C      DATEWEEK ID=C（2024-01-01～2024-03-31の営業日数）
      *      D5-MAPLD  DECODE05 対応表(DECODE05.MAP)のロード
      *                （CANCELしてから最初のID=CHANGEまで）
      *      D5-CHG    DECODE05 ID=CHANGE HENKAN=SU（対応表ロード済み、
      *                SJIS漢字混じり32バイト）
      *      D7-CHG    DECODE07 ID=CHANGE PTN=01（132桁4行、行の詰め
      *                直しを含む）
      *      D8-SRCH   DECODE08 ID=SEARCH（NAMEの索引READ）
      *      D8-PSRCH  DECODE08 ID=PSRCH（NAMEの前方一致）
      *      NN-S      NFNAMNRM ID=S（近似スコア）
      *      FD-L      FILEDUMP ID=L（FILEDUMP.LAYによる項目解読出力）
      *    準備（OPEN・初回ロード等）は計測区間の外で行う。準備で
      *    使えないと分かった対象（NFADDRマスター使用中、FILEDUMP.LAY
      *    が無い等）は見送り(SKIPPED)として報告する。
      *
      *    基準値と判定
      *      対象ごとに履歴の直近RUNS回（既定10回）の毎秒回数の平均を
      *      基準値とし、今回が基準値のPCT%（既定80%）を下回った時
      *      REGRESSIONとする。REGRESSIONの回は基準値の計算に入れない
      *      （遅くなった値で基準値が下がり、劣化が隠れないように）。
      *      遅くなったことを承知で受け入れる時はACCEPT=で指定し、
      *      基準値をその回から数え直す（受け入れより前の速い回は
      *      基準値に入れない。受け入れ後の2回は履歴3回未満として
      *      NEWになる）。履歴が3回未満の対象は判定せず
      *      NEWとする。計測時間が0.01秒未満で回数を求められない時は
      *      TOO FASTとし、履歴へは残さない（回数を増やして再実行）。
      *
      *    判定コード
      *      0000 劣化無し  0004 REGRESSIONが1件以上（OUTCOME=OK、
      *      対象ごとにALERTWTRへPERFDROP（重大度2）で通知）
      *      0012 計測できない（制御ファイルの誤り、計測できた対象が
      *           無い。OUTCOME=PREFAIL）
      *
      *    PERFTEST.CTL（省略可、先頭が * の行と空行は読み飛ばす）
      *      ITER=n          全対象の呼び出し回数（省略時は対象ごとの
      *                      既定値）
      *      TARGET=名前 n   計測する対象と回数（空白で区切る、回数は
      *                      省略可）。1行でもあれば指定した対象だけを
      *                      計測する
      *      PCT=n           REGRESSIONとする割合（1-100、既定80）
      *      RUNS=n          基準値にする直近の回数（1-30、既定10）
      *      ACCEPT=名前     今回の値を基準値として受け入れる対象
      *      SRCHNAME=名前   D8-SRCHで検索するNAME（既定は登録の無い
      *                      ZZ-PERFTEST-PROBE、未検出の索引READになる）
      *      PREFIX=文字列   D8-PSRCHの前方一致の文字列（既定 THE）
      *
      *    出力
      *      PERFTEST.RPT  対象別の回数・秒数・毎秒回数・基準値・
      *                    基準値比・判定、件数、判定コード
      *      PERFHIST      実行履歴（対象＋実行時刻をキーに保持、
      *                    環境コードで修飾）
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する（他のジョブと重ならない
      *      時間帯に流す。同時に走る処理があると計測値がぶれる）。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  ACCEPTした回から基準値を数え直す
      *                          （受け入れ前の速い回が基準値に残り
      *                          REGRESSIONが続いていた）
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 PERFTEST.
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
      *    制御ファイル、無ければ全対象を既定値で計測する
           SELECT PF-CTL-FILE      ASSIGN TO "PERFTEST.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS PF-W-CTL-STATUS.
           SELECT PF-RPT-FILE      ASSIGN TO "PERFTEST.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    実行ごとの対象別計測履歴、対象名＋実行時刻をキーに保持
           SELECT PF-HIST-FILE     ASSIGN DYNAMIC PF-W-HIST-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PH-KEY
                                   FILE STATUS IS PF-W-HIST-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  PF-CTL-FILE.
       01  PF-CTL-LINE               PIC X(132).
      *
       FD  PF-RPT-FILE.
       01  PF-RPT-LINE               PIC X(132).
      *
       FD  PF-HIST-FILE.
       01  PH-RECORD.
           05  PH-KEY.
             07  PH-NAME             PIC X(008).
             07  PH-RUNSTAMP         PIC 9(014).
           05  PH-ITER               PIC 9(009).
           05  PH-SEC                PIC 9(9)V99.
           05  PH-RATE               PIC 9(9)V99.
      *    *** スペース:通常 R:REGRESSION（基準値に入れない）
      *    *** A:ACCEPT=で受け入れた回
           05  PH-FLAG               PIC X(001).
      *
       WORKING-STORAGE             SECTION.
      *
       01  PF-W-CTL-STATUS           PIC  X(002) VALUE SPACE.
       01  PF-W-CTL-EOF              PIC  X(001) VALUE "N".
           88  PF-W-CTL-EOF-YES              VALUE "Y".
       01  PF-W-CTL-LINE-NO          BINARY-LONG VALUE ZERO.
       01  PF-W-CTL-LINE-E           PIC  9(005) VALUE ZERO.
       01  PF-W-CTL-ERR-CNT          BINARY-LONG VALUE ZERO.
       01  PF-W-CTL-ERR-TEXT         PIC  X(030) VALUE SPACE.
      *    *** 制御ファイルの指定値
       01  PF-W-CTL-ITER             PIC  9(009) VALUE ZERO.
       01  PF-W-CTL-NUM              PIC  9(009) VALUE ZERO.
       01  PF-W-CTL-NAME             PIC  X(008) VALUE SPACE.
       01  PF-W-CTL-NUM-TEXT         PIC  X(020) VALUE SPACE.
       01  PF-W-PCT                  PIC  9(003) VALUE 80.
       01  PF-W-RUNS                 PIC  9(002) VALUE 10.
       01  PF-W-SRCHNAME             PIC  X(100) VALUE
                                     "ZZ-PERFTEST-PROBE".
       01  PF-W-PREFIX               PIC  X(100) VALUE "THE".
       01  PF-W-SEL-ANY              PIC  X(001) VALUE "N".
           88  PF-W-SEL-ANY-YES              VALUE "Y".
      *
      *    *** 環境コードで修飾した実行履歴の実ファイル名（ENVQUAL）
       01  PF-W-HIST-NAME            PIC  X(024) VALUE "PERFHIST".
      *
      *---------------------------------------------------------------*
      *    計測対象の定義（名前・内容・既定の呼び出し回数）
      *    既定回数はおおむね数秒で終わる程度に合わせてある
      *---------------------------------------------------------------*
       01  PF-W-TGT-INIT.
           03  FILLER  PIC X(008) VALUE "CB-RND".
           03  FILLER  PIC X(020) VALUE "COBRND ID=RND".
           03  FILLER  PIC 9(009) VALUE 20000.
           03  FILLER  PIC X(008) VALUE "DW-B".
           03  FILLER  PIC X(020) VALUE "DATEWEEK ID=B".
           03  FILLER  PIC 9(009) VALUE 20000.
           03  FILLER  PIC X(008) VALUE "DW-C".
           03  FILLER  PIC X(020) VALUE "DATEWEEK ID=C".
           03  FILLER  PIC 9(009) VALUE 2000.
           03  FILLER  PIC X(008) VALUE "D5-MAPLD".
           03  FILLER  PIC X(020) VALUE "DECODE05 MAP LOAD".
           03  FILLER  PIC 9(009) VALUE 100.
           03  FILLER  PIC X(008) VALUE "D5-CHG".
           03  FILLER  PIC X(020) VALUE "DECODE05 ID=CHANGE".
           03  FILLER  PIC 9(009) VALUE 50000.
           03  FILLER  PIC X(008) VALUE "D7-CHG".
           03  FILLER  PIC X(020) VALUE "DECODE07 ID=CHANGE".
           03  FILLER  PIC 9(009) VALUE 20000.
           03  FILLER  PIC X(008) VALUE "D8-SRCH".
           03  FILLER  PIC X(020) VALUE "DECODE08 ID=SEARCH".
           03  FILLER  PIC 9(009) VALUE 5000.
           03  FILLER  PIC X(008) VALUE "D8-PSRCH".
           03  FILLER  PIC X(020) VALUE "DECODE08 ID=PSRCH".
           03  FILLER  PIC 9(009) VALUE 1000.
           03  FILLER  PIC X(008) VALUE "NN-S".
           03  FILLER  PIC X(020) VALUE "NFNAMNRM ID=S".
           03  FILLER  PIC 9(009) VALUE 50000.
           03  FILLER  PIC X(008) VALUE "FD-L".
           03  FILLER  PIC X(020) VALUE "FILEDUMP ID=L".
           03  FILLER  PIC 9(009) VALUE 50000.
       01  PF-W-TGT-TBL REDEFINES PF-W-TGT-INIT.
           03  PF-W-TGT-ENT   OCCURS 10.
               05  PF-W-TGT-NAME     PIC X(008).
               05  PF-W-TGT-DESC     PIC X(020).
               05  PF-W-TGT-DEFITER  PIC 9(009).
       01  PF-W-TGT-CNT              BINARY-LONG VALUE 10.
      *
      *    *** 対象別の実行指定（選択・回数・受け入れ）
       01  PF-W-RUN-TBL.
           03  PF-W-RUN-ENT   OCCURS 10.
               05  PF-W-RUN-SEL      PIC X(001) VALUE "N".
               05  PF-W-RUN-ITER     PIC 9(009) VALUE ZERO.
               05  PF-W-RUN-ACCEPT   PIC X(001) VALUE "N".
      *
       01  PF-W-T                    BINARY-LONG VALUE ZERO.
       01  PF-W-F                    BINARY-LONG VALUE ZERO.
       01  PF-W-N                    BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    計測中の対象の作業項目
      *---------------------------------------------------------------*
       01  PF-W-ITER                 PIC  9(009) VALUE ZERO.
       01  PF-W-SEC                  PIC  9(9)V99 VALUE ZERO.
       01  PF-W-RATE                 PIC  9(9)V99 VALUE ZERO.
       01  PF-W-BASE                 PIC  9(9)V99 VALUE ZERO.
       01  PF-W-RATIO                PIC  9(005) VALUE ZERO.
       01  PF-W-SKIP-TEXT            PIC  X(030) VALUE SPACE.
       01  PF-W-FLAG-TEXT            PIC  X(012) VALUE SPACE.
       01  PF-W-HFLAG                PIC  X(001) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    実行履歴（PERFHIST）による基準値算出用
      *    対象ごとに直近RUNS回の毎秒回数（REGRESSIONの回を除く）を
      *    リングへ集め、平均を基準値とする
      *---------------------------------------------------------------*
       01  PF-W-HIST-STATUS          PIC  X(002) VALUE SPACE.
       01  PF-W-HIST-OPEN            PIC  X(001) VALUE "N".
           88  PF-W-HIST-OPEN-YES            VALUE "Y".
       01  PF-W-HIST-EOF             PIC  X(001) VALUE "N".
           88  PF-W-HIST-EOF-YES             VALUE "Y".
       01  PF-W-RUNSTAMP             PIC  9(014) VALUE ZERO.
       01  PF-W-RUN-DATE             PIC  9(008) VALUE ZERO.
       01  PF-W-RUN-TIME             PIC  9(008) VALUE ZERO.
       01  PF-W-BL-RING-AREA.
           03  PF-W-BL-RING OCCURS 30   PIC 9(9)V99.
       01  PF-W-BL-IDX               BINARY-LONG VALUE ZERO.
       01  PF-W-BL-CNT               BINARY-LONG VALUE ZERO.
       01  PF-W-BL-N                 BINARY-LONG VALUE ZERO.
       01  PF-W-BL-N-D               PIC  9(002) VALUE ZERO.
       01  PF-W-BL-SUM               PIC  9(12)V99 VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    件数・判定
      *---------------------------------------------------------------*
       01  PF-W-SEL-CNT              BINARY-LONG VALUE ZERO.
       01  PF-W-MEAS-CNT             BINARY-LONG VALUE ZERO.
       01  PF-W-REG-CNT              BINARY-LONG VALUE ZERO.
       01  PF-W-SKIP-CNT             BINARY-LONG VALUE ZERO.
       01  PF-W-RPT-CNT              PIC  9(009) VALUE ZERO.
       01  PF-W-VERDICT              PIC  9(004) VALUE ZERO.
       01  PF-W-VERDICT-TEXT         PIC  X(016) VALUE SPACE.
      *
      *    *** 帳票の編集項目
       01  PF-W-ITER-E               PIC  ZZZZZZZZ9.
       01  PF-W-SEC-E                PIC  ZZZZZZZZ9.99.
       01  PF-W-RATE-E               PIC  ZZZZZZZZ9.99.
       01  PF-W-BASE-E               PIC  ZZZZZZZZ9.99.
       01  PF-W-RUNS-E               PIC  Z9.
       01  PF-W-RATIO-E              PIC  ZZZZ9.
       01  PF-W-PCT-E                PIC  ZZ9.
      *
      *---------------------------------------------------------------*
      *    計測用の代表入力
      *---------------------------------------------------------------*
      *    *** DECODE05 HENKAN=SU用（ANK＋SJIS漢字・カナ、32バイト）
       01  PF-W-D5-SAMPLE.
           03  FILLER  PIC X(008) VALUE "NETFLIX ".
           03  FILLER  PIC X(014) VALUE
                       X"93FA967B8CEA835E83438367838B".
           03  FILLER  PIC X(010) VALUE " 2026-10-1".
      *    *** DECODE07 PTN=01用の印刷行（置換対象のX'80'を含む）
       01  PF-W-D7-TMPL              PIC  X(132) VALUE SPACE.
      *    *** FILEDUMP ID=Lへ渡すレコード
       01  PF-W-FD-DATA              PIC  X(256) VALUE SPACE.
      *
       COPY "CPCOBRND.cpy"    REPLACING ==:##:== BY ==CB==.
       COPY "CPDATETIME.cpy"  REPLACING ==:##:== BY ==DT==.
       COPY "CPDATEWEEK.cpy"  REPLACING ==:##:== BY ==DW==.
       COPY "CPDECODE05.cpy"  REPLACING ==:##:== BY ==D5==.
       COPY "CPDECODE07.cpy"  REPLACING ==:##:== BY ==D7==.
       COPY "CPDECODE08.cpy"  REPLACING ==:##:== BY ==D8==.
       COPY "CPFILEDUMP.cpy"  REPLACING ==:##:== BY ==FD==.
       COPY "CPNFNAMNRM.cpy"  REPLACING ==:##:== BY ==NN==.
       COPY "CPRUNCTL.cpy"    REPLACING ==:##:== BY ==RC==.
       COPY "CPALERT.cpy"     REPLACING ==:##:== BY ==AL==.
      *
      *    *** DECODE05用の変換前／変換後バッファ
       01  D5-BUF1                   PIC X(32000).
       01  D5-BUF2                   PIC X(32000).
      *
      *    *** 実行履歴名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==PFQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF PF-W-CTL-ERR-CNT = ZERO
               PERFORM 2000-RUN-TARGET  THRU 2000-EXIT
                   VARYING PF-W-T FROM 1 BY 1
                   UNTIL PF-W-T > PF-W-TGT-CNT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           MOVE "S"                    TO RC-ID
           MOVE "PERFTEST"             TO RC-PGM
           CALL "RUNCTL" USING RC-RUNCTL-AREA
      *
           OPEN OUTPUT PF-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO PFQ-ID
           CALL "ENVQUAL" USING PFQ-ENVQUAL-AREA
           MOVE PFQ-ENV-LINE           TO PF-RPT-LINE
           WRITE PF-RPT-LINE
      *
           PERFORM 1100-READ-CONTROL   THRU 1100-EXIT
           IF PF-W-CTL-ERR-CNT > ZERO
               GO TO 1000-EXIT
           END-IF
           PERFORM 1050-QUALIFY-NAMES  THRU 1050-EXIT
           PERFORM 1200-OPEN-HISTORY   THRU 1200-EXIT
      *
           ACCEPT PF-W-RUN-DATE        FROM DATE YYYYMMDD
           ACCEPT PF-W-RUN-TIME        FROM TIME
           COMPUTE PF-W-RUNSTAMP =
               PF-W-RUN-DATE * 1000000 + PF-W-RUN-TIME / 100
      *
      *    *** 計測区間はDATETIMEのラップで計る（区間はDTLOGへも
      *    *** 残り、DTELAPSEの区間別集計にも載る）
           MOVE "S"                    TO DT-DATE-TIME-ID
           MOVE "PERFTEST"             TO DT-DATE-TIME-PGM
           CALL "DATETIME" USING DT-DATETIME-AREA
      *
           MOVE PF-W-PCT               TO PF-W-PCT-E
           MOVE PF-W-RUNS              TO PF-W-RUNS-E
           MOVE SPACE                  TO PF-RPT-LINE
           STRING "BENCHMARK (CALLS/SEC VS TRAILING " DELIMITED BY SIZE
                  PF-W-RUNS-E           DELIMITED BY SIZE
                  "-RUN BASELINE, REGRESSION BELOW " DELIMITED BY SIZE
                  PF-W-PCT-E            DELIMITED BY SIZE
                  "%)"                  DELIMITED BY SIZE
                  INTO PF-RPT-LINE
           END-STRING
           WRITE PF-RPT-LINE
           MOVE SPACE                  TO PF-RPT-LINE
           STRING "NAME    "             DELIMITED BY SIZE
                  " SUBROUTINE          " DELIMITED BY SIZE
                  "      ITER"           DELIMITED BY SIZE
                  "      SECONDS"        DELIMITED BY SIZE
                  "    CALLS/SEC"        DELIMITED BY SIZE
                  "     BASELINE"        DELIMITED BY SIZE
                  " RUNS"                DELIMITED BY SIZE
                  "   PCT"               DELIMITED BY SIZE
                  " FLAG"                DELIMITED BY SIZE
                  INTO PF-RPT-LINE
           END-STRING
           WRITE PF-RPT-LINE
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  実行履歴の名前を環境コードで修飾する
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO PFQ-ID
           MOVE "PERFHIST"             TO PFQ-NAME
           CALL "ENVQUAL" USING PFQ-ENVQUAL-AREA
           MOVE PFQ-QNAME              TO PF-W-HIST-NAME.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1100-READ-CONTROL  PERFTEST.CTLの指定を読む（無ければ全対象
      *    を既定値で計測）。誤りのある行はCTL LINE行として報告し、
      *    計測せずに0012で終わる
      ******************************************************************
       1100-READ-CONTROL.
           MOVE "N"                    TO PF-W-CTL-EOF
           MOVE ZERO                   TO PF-W-CTL-LINE-NO
           OPEN INPUT PF-CTL-FILE
           IF PF-W-CTL-STATUS = "00"
               PERFORM 1110-READ-CTL-ONE THRU 1110-EXIT
                   UNTIL PF-W-CTL-EOF-YES
               CLOSE PF-CTL-FILE
           END-IF
      *    *** 対象別の回数を決める（TARGET=の回数＞ITER=＞既定値）
      *    *** TARGET=が無い時は全対象を計測する
           PERFORM 1150-SET-ITER       THRU 1150-EXIT
               VARYING PF-W-T FROM 1 BY 1
               UNTIL PF-W-T > PF-W-TGT-CNT.
       1100-EXIT.
           EXIT.
      *
       1110-READ-CTL-ONE.
           READ PF-CTL-FILE
               AT END
                   SET PF-W-CTL-EOF-YES TO TRUE
                   GO TO 1110-EXIT
           END-READ
           ADD  1                      TO PF-W-CTL-LINE-NO
           IF PF-CTL-LINE = SPACE OR PF-CTL-LINE(1:1) = "*"
               GO TO 1110-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PF-CTL-LINE(1:5) = "ITER="
                   MOVE ZERO            TO PF-W-CTL-ITER
                   IF PF-CTL-LINE(6:20) NOT = SPACE
                       COMPUTE PF-W-CTL-ITER =
                           FUNCTION NUMVAL(PF-CTL-LINE(6:20))
                   END-IF
                   IF PF-W-CTL-ITER = ZERO
                       MOVE "ITER NOT A POSITIVE NUMBER"
                                        TO PF-W-CTL-ERR-TEXT
                       PERFORM 1130-CTL-ERROR THRU 1130-EXIT
                   END-IF
               WHEN PF-CTL-LINE(1:4) = "PCT="
                   MOVE ZERO            TO PF-W-CTL-NUM
                   IF PF-CTL-LINE(5:20) NOT = SPACE
                       COMPUTE PF-W-CTL-NUM =
                           FUNCTION NUMVAL(PF-CTL-LINE(5:20))
                   END-IF
                   IF PF-W-CTL-NUM < 1 OR PF-W-CTL-NUM > 100
                       MOVE "PCT NOT 1-100"  TO PF-W-CTL-ERR-TEXT
                       PERFORM 1130-CTL-ERROR THRU 1130-EXIT
                   ELSE
                       MOVE PF-W-CTL-NUM TO PF-W-PCT
                   END-IF
               WHEN PF-CTL-LINE(1:5) = "RUNS="
                   MOVE ZERO            TO PF-W-CTL-NUM
                   IF PF-CTL-LINE(6:20) NOT = SPACE
                       COMPUTE PF-W-CTL-NUM =
                           FUNCTION NUMVAL(PF-CTL-LINE(6:20))
                   END-IF
                   IF PF-W-CTL-NUM < 1 OR PF-W-CTL-NUM > 30
                       MOVE "RUNS NOT 1-30"  TO PF-W-CTL-ERR-TEXT
                       PERFORM 1130-CTL-ERROR THRU 1130-EXIT
                   ELSE
                       MOVE PF-W-CTL-NUM TO PF-W-RUNS
                   END-IF
               WHEN PF-CTL-LINE(1:7) = "TARGET="
                   MOVE SPACE           TO PF-W-CTL-NAME
                                           PF-W-CTL-NUM-TEXT
                   UNSTRING PF-CTL-LINE(8:60) DELIMITED BY ALL SPACE
                       INTO PF-W-CTL-NAME PF-W-CTL-NUM-TEXT
                   END-UNSTRING
                   PERFORM 1120-FIND-TARGET THRU 1120-EXIT
                   IF PF-W-F = ZERO
                       MOVE "UNKNOWN TARGET" TO PF-W-CTL-ERR-TEXT
                       PERFORM 1130-CTL-ERROR THRU 1130-EXIT
                       GO TO 1110-EXIT
                   END-IF
                   SET PF-W-SEL-ANY-YES TO TRUE
                   MOVE "Y"             TO PF-W-RUN-SEL(PF-W-F)
                   IF PF-W-CTL-NUM-TEXT NOT = SPACE
                       MOVE ZERO        TO PF-W-CTL-NUM
                       COMPUTE PF-W-CTL-NUM =
                           FUNCTION NUMVAL(PF-W-CTL-NUM-TEXT)
                       IF PF-W-CTL-NUM = ZERO
                           MOVE "TARGET ITER NOT A POSITIVE NUMBER"
                                        TO PF-W-CTL-ERR-TEXT
                           PERFORM 1130-CTL-ERROR THRU 1130-EXIT
                       ELSE
                           MOVE PF-W-CTL-NUM
                                        TO PF-W-RUN-ITER(PF-W-F)
                       END-IF
                   END-IF
               WHEN PF-CTL-LINE(1:7) = "ACCEPT="
                   MOVE SPACE           TO PF-W-CTL-NAME
                   UNSTRING PF-CTL-LINE(8:60) DELIMITED BY ALL SPACE
                       INTO PF-W-CTL-NAME
                   END-UNSTRING
                   PERFORM 1120-FIND-TARGET THRU 1120-EXIT
                   IF PF-W-F = ZERO
                       MOVE "UNKNOWN TARGET" TO PF-W-CTL-ERR-TEXT
                       PERFORM 1130-CTL-ERROR THRU 1130-EXIT
                   ELSE
                       MOVE "Y"         TO PF-W-RUN-ACCEPT(PF-W-F)
                   END-IF
               WHEN PF-CTL-LINE(1:9) = "SRCHNAME="
                   MOVE PF-CTL-LINE(10:100) TO PF-W-SRCHNAME
               WHEN PF-CTL-LINE(1:7) = "PREFIX="
                   MOVE PF-CTL-LINE(8:100)  TO PF-W-PREFIX
                   IF PF-W-PREFIX = SPACE
                       MOVE "PREFIX EMPTY"   TO PF-W-CTL-ERR-TEXT
                       PERFORM 1130-CTL-ERROR THRU 1130-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN KEYWORD"    TO PF-W-CTL-ERR-TEXT
                   PERFORM 1130-CTL-ERROR THRU 1130-EXIT
           END-EVALUATE.
       1110-EXIT.
           EXIT.
      *
      *    *** 対象名(PF-W-CTL-NAME)を定義表から探す（無ければゼロ）
       1120-FIND-TARGET.
           MOVE ZERO                   TO PF-W-F
           PERFORM 1125-FIND-TARGET-ONE THRU 1125-EXIT
               VARYING PF-W-N FROM 1 BY 1
               UNTIL PF-W-N > PF-W-TGT-CNT OR PF-W-F > ZERO.
       1120-EXIT.
           EXIT.
      *
       1125-FIND-TARGET-ONE.
           IF PF-W-TGT-NAME(PF-W-N) = PF-W-CTL-NAME
               MOVE PF-W-N              TO PF-W-F
           END-IF.
       1125-EXIT.
           EXIT.
      *
      *    *** 制御ファイルの誤り行を報告する
       1130-CTL-ERROR.
           ADD  1                      TO PF-W-CTL-ERR-CNT
           MOVE PF-W-CTL-LINE-NO       TO PF-W-CTL-LINE-E
           MOVE SPACE                  TO PF-RPT-LINE
           STRING "CTL LINE "          DELIMITED BY SIZE
                  PF-W-CTL-LINE-E       DELIMITED BY SIZE
                  " ERROR - "           DELIMITED BY SIZE
                  PF-W-CTL-ERR-TEXT     DELIMITED BY "  "
                  ": "                  DELIMITED BY SIZE
                  PF-CTL-LINE           DELIMITED BY SIZE
                  INTO PF-RPT-LINE
           END-STRING
           WRITE PF-RPT-LINE.
       1130-EXIT.
           EXIT.
      *
       1150-SET-ITER.
           IF NOT PF-W-SEL-ANY-YES
               MOVE "Y"                 TO PF-W-RUN-SEL(PF-W-T)
           END-IF
           IF PF-W-RUN-ITER(PF-W-T) = ZERO
               IF PF-W-CTL-ITER > ZERO
                   MOVE PF-W-CTL-ITER   TO PF-W-RUN-ITER(PF-W-T)
               ELSE
                   MOVE PF-W-TGT-DEFITER(PF-W-T)
                                        TO PF-W-RUN-ITER(PF-W-T)
               END-IF
           END-IF.
       1150-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-OPEN-HISTORY  実行履歴を開く（無ければ作成する）。
      *    使えない時は基準値無しで計測だけを行う
      ******************************************************************
       1200-OPEN-HISTORY.
           OPEN I-O PF-HIST-FILE
           IF PF-W-HIST-STATUS NOT = "00"
               OPEN OUTPUT PF-HIST-FILE
               CLOSE PF-HIST-FILE
               OPEN I-O PF-HIST-FILE
           END-IF
           IF PF-W-HIST-STATUS NOT = "00"
               MOVE SPACE               TO PF-RPT-LINE
               STRING "BASELINE SKIPPED (PERFHIST UNAVAILABLE)"
                      DELIMITED BY SIZE INTO PF-RPT-LINE
               WRITE PF-RPT-LINE
               GO TO 1200-EXIT
           END-IF
           SET PF-W-HIST-OPEN-YES      TO TRUE.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-RUN-TARGET  選択された対象を1本計測し、基準値と比べて
      *    帳票へ出す（準備で使えないと分かった対象は見送り）
      ******************************************************************
       2000-RUN-TARGET.
           IF PF-W-RUN-SEL(PF-W-T) NOT = "Y"
               GO TO 2000-EXIT
           END-IF
           ADD  1                      TO PF-W-SEL-CNT
           MOVE PF-W-RUN-ITER(PF-W-T)  TO PF-W-ITER
           MOVE ZERO                   TO PF-W-SEC
           MOVE SPACE                  TO PF-W-SKIP-TEXT
           EVALUATE PF-W-T
               WHEN 1
                   PERFORM 2100-BENCH-CB-RND   THRU 2100-EXIT
               WHEN 2
                   PERFORM 2200-BENCH-DW-B     THRU 2200-EXIT
               WHEN 3
                   PERFORM 2250-BENCH-DW-C     THRU 2250-EXIT
               WHEN 4
                   PERFORM 2300-BENCH-D5-MAPLD THRU 2300-EXIT
               WHEN 5
                   PERFORM 2350-BENCH-D5-CHG   THRU 2350-EXIT
               WHEN 6
                   PERFORM 2400-BENCH-D7-CHG   THRU 2400-EXIT
               WHEN 7
                   PERFORM 2500-BENCH-D8-SRCH  THRU 2500-EXIT
               WHEN 8
                   PERFORM 2550-BENCH-D8-PSRCH THRU 2550-EXIT
               WHEN 9
                   PERFORM 2600-BENCH-NN-S     THRU 2600-EXIT
               WHEN 10
                   PERFORM 2700-BENCH-FD-L     THRU 2700-EXIT
           END-EVALUATE
      *
           IF PF-W-SKIP-TEXT NOT = SPACE
               ADD  1                  TO PF-W-SKIP-CNT
               PERFORM 2960-WRITE-SKIP  THRU 2960-EXIT
           ELSE
               PERFORM 2900-JUDGE       THRU 2900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2100-BENCH-CB-RND  COBRND ID=RND、1回で10件（範囲指定は
      *    REGRTESTと同じ）。SEEDを固定して毎回同じ乱数列にする
      ******************************************************************
       2100-BENCH-CB-RND.
           CANCEL "COBRND"
           MOVE "SEED"                 TO CB-ID
           MOVE 100                    TO CB-SEED
           CALL "COBRND" USING CB-COBRND-AREA
           MOVE 1                      TO CB-FROM(1)
           MOVE 1                      TO CB-TO-CNT(1)
           MOVE 0                      TO CB-BETWEEN(1)
           MOVE SPACE                  TO CB-SIGN(1)
           MOVE SPACE                  TO CB-ZERO(1)
           MOVE 0                      TO CB-FROM2(1)
           MOVE 0                      TO CB-TO2(1)
      *
           PERFORM 2800-LAP-START      THRU 2800-EXIT
           PERFORM 2110-CALL-CB-RND    THRU 2110-EXIT
               PF-W-ITER TIMES
           PERFORM 2810-LAP-END        THRU 2810-EXIT.
       2100-EXIT.
           EXIT.
      *
       2110-CALL-CB-RND.
           MOVE "RND"                  TO CB-ID
           MOVE 10                     TO CB-IDX
           CALL "COBRND" USING CB-COBRND-AREA.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2200-BENCH-DW-B  DATEWEEK ID=B、2024-01-05から20営業日先
      *    （休日マスターのロードは計測前の1回目で済ませる）
      ******************************************************************
       2200-BENCH-DW-B.
           PERFORM 2210-CALL-DW-B      THRU 2210-EXIT
           PERFORM 2800-LAP-START      THRU 2800-EXIT
           PERFORM 2210-CALL-DW-B      THRU 2210-EXIT
               PF-W-ITER TIMES
           PERFORM 2810-LAP-END        THRU 2810-EXIT.
       2200-EXIT.
           EXIT.
      *
       2210-CALL-DW-B.
           MOVE "B"                    TO DW-DATE2-ID
           MOVE 20240105               TO DW-DATE2-YMD-9
           MOVE 20                     TO DW-DATE2-BDAYS
           MOVE SPACE                  TO DW-DATE2-CAL-ID
           CALL "DATEWEEK" USING DW-DATEWEEK-AREA.
       2210-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2250-BENCH-DW-C  DATEWEEK ID=C、2024-01-01～2024-03-31の
      *    営業日数（各営業日のDATEWEEK.OUT出力を含む）
      ******************************************************************
       2250-BENCH-DW-C.
           PERFORM 2260-CALL-DW-C      THRU 2260-EXIT
           PERFORM 2800-LAP-START      THRU 2800-EXIT
           PERFORM 2260-CALL-DW-C      THRU 2260-EXIT
               PF-W-ITER TIMES
           PERFORM 2810-LAP-END        THRU 2810-EXIT.
       2250-EXIT.
           EXIT.
      *
       2260-CALL-DW-C.
           MOVE "C"                    TO DW-DATE2-ID
           MOVE 20240101               TO DW-DATE2-YMD-9
           MOVE 20240331               TO DW-DATE2-YMD2-9
           MOVE SPACE                  TO DW-DATE2-CAL-ID
           CALL "DATEWEEK" USING DW-DATEWEEK-AREA.
       2260-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2300-BENCH-D5-MAPLD  DECODE05の対応表(DECODE05.MAP)ロード。
      *    毎回CANCELして初期状態へ戻し、最初のHENKAN=SUのID=CHANGE
      *    でロードさせる（1回＝ロード1回と短い変換1回）
      ******************************************************************
       2300-BENCH-D5-MAPLD.
           PERFORM 2800-LAP-START      THRU 2800-EXIT
           PERFORM 2310-CALL-D5-MAPLD  THRU 2310-EXIT
               PF-W-ITER TIMES
           PERFORM 2810-LAP-END        THRU 2810-EXIT.
       2300-EXIT.
           EXIT.
      *
       2310-CALL-D5-MAPLD.
           CANCEL "DECODE05"
           MOVE "SU"                   TO D5-HENKAN
           MOVE SPACE                  TO D5-MODE
           MOVE "A"                    TO D5-BUF1(1:1)
           MOVE 1                      TO D5-BUF1-LEN
           MOVE "CHANGE"               TO D5-ID
           CALL "DECODE05" USING D5-DECODE05-AREA, D5-BUF1, D5-BUF2.
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2350-BENCH-D5-CHG  DECODE05 ID=CHANGE HENKAN=SU、漢字・カナ
      *    混じり32バイト（対応表は計測前の1回目でロード済み）
      ******************************************************************
       2350-BENCH-D5-CHG.
           PERFORM 2360-CALL-D5-CHG    THRU 2360-EXIT
           PERFORM 2800-LAP-START      THRU 2800-EXIT
           PERFORM 2360-CALL-D5-CHG    THRU 2360-EXIT
               PF-W-ITER TIMES
           PERFORM 2810-LAP-END        THRU 2810-EXIT.
       2350-EXIT.
           EXIT.
      *
       2360-CALL-D5-CHG.
           MOVE "SU"                   TO D5-HENKAN
           MOVE SPACE                  TO D5-MODE
           MOVE PF-W-D5-SAMPLE         TO D5-BUF1(1:32)
           MOVE 32                     TO D5-BUF1-LEN
           MOVE "CHANGE"               TO D5-ID
           CALL "DECODE05" USING D5-DECODE05-AREA, D5-BUF1, D5-BUF2.
       2360-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2400-BENCH-D7-CHG  DECODE07 ID=CHANGE PTN=01、132桁4行。
      *    置換で行が書き換わるため、毎回元の行を詰め直してから呼ぶ
      ******************************************************************
       2400-BENCH-D7-CHG.
           MOVE 1                      TO D7-PTN
           MOVE "OPEN"                 TO D7-ID
           CALL "DECODE07" USING D7-DECODE07-AREA
      *
           MOVE SPACE                  TO PF-W-D7-TMPL
           MOVE "NETFLIX TITLE LIST  2026-10-15  PAGE 0001"
                                       TO PF-W-D7-TMPL
           MOVE X"80"                  TO PF-W-D7-TMPL(50:1)
                                          PF-W-D7-TMPL(90:1)
                                          PF-W-D7-TMPL(130:1)
           MOVE 4                      TO D7-LINE-CNT
           MOVE 132                    TO D7-LINE-LEN
           MOVE SPACE                  TO D7-AUDIT
      *
           PERFORM 2800-LAP-START      THRU 2800-EXIT
           PERFORM 2410-CALL-D7-CHG    THRU 2410-EXIT
               PF-W-ITER TIMES
           PERFORM 2810-LAP-END        THRU 2810-EXIT
      *
           MOVE ZERO                   TO D7-LINE-CNT
           MOVE ZERO                   TO D7-LINE-LEN
           MOVE "CLOSE"                TO D7-ID
           CALL "DECODE07" USING D7-DECODE07-AREA.
       2400-EXIT.
           EXIT.
      *
       2410-CALL-D7-CHG.
           MOVE PF-W-D7-TMPL           TO D7-LINE(1)
                                          D7-LINE(2)
                                          D7-LINE(3)
                                          D7-LINE(4)
           MOVE "CHANGE"               TO D7-ID
           CALL "DECODE07" USING D7-DECODE07-AREA.
       2410-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2500-BENCH-D8-SRCH  DECODE08 ID=SEARCH（SRCHNAME=のNAME）。
      *    マスター使用中・OPEN不可の時は見送る
      ******************************************************************
       2500-BENCH-D8-SRCH.
           PERFORM 2590-OPEN-D8        THRU 2590-EXIT
           IF PF-W-SKIP-TEXT NOT = SPACE
               GO TO 2500-EXIT
           END-IF
           PERFORM 2800-LAP-START      THRU 2800-EXIT
           PERFORM 2510-CALL-D8-SRCH   THRU 2510-EXIT
               PF-W-ITER TIMES
           PERFORM 2810-LAP-END        THRU 2810-EXIT
      *
           MOVE "CLOSE"                TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA.
       2500-EXIT.
           EXIT.
      *
       2510-CALL-D8-SRCH.
           MOVE PF-W-SRCHNAME          TO D8-NAME
           MOVE ZERO                   TO D8-NAME-LEN
           MOVE "SEARCH"               TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA.
       2510-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2550-BENCH-D8-PSRCH  DECODE08 ID=PSRCH（PREFIX=の前方一致、
      *    比較長は末尾空白を除いた実長）
      ******************************************************************
       2550-BENCH-D8-PSRCH.
           PERFORM 2590-OPEN-D8        THRU 2590-EXIT
           IF PF-W-SKIP-TEXT NOT = SPACE
               GO TO 2550-EXIT
           END-IF
           PERFORM 2800-LAP-START      THRU 2800-EXIT
           PERFORM 2560-CALL-D8-PSRCH  THRU 2560-EXIT
               PF-W-ITER TIMES
           PERFORM 2810-LAP-END        THRU 2810-EXIT
      *
           MOVE "CLOSE"                TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA.
       2550-EXIT.
           EXIT.
      *
       2560-CALL-D8-PSRCH.
           MOVE PF-W-PREFIX            TO D8-NAME
           MOVE ZERO                   TO D8-NAME-LEN
           MOVE SPACE                  TO D8-TYPE-FILTER
           MOVE SPACE                  TO D8-INCL-RETIRED
           MOVE "PSRCH"                TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA.
       2560-EXIT.
           EXIT.
      *
      *    *** NFADDRマスターを開く（検索だけのためジャーナルには
      *    *** 残らない。CALLERはロックの保持者表示用）
       2590-OPEN-D8.
           MOVE "PERFTEST"             TO D8-CALLER
           MOVE "OPEN"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           EVALUATE D8-RETURN-CODE OF D8-DECODE08-AREA
               WHEN "00"
                   CONTINUE
               WHEN "95"
                   MOVE "NFADDR MASTER BUSY" TO PF-W-SKIP-TEXT
               WHEN OTHER
                   MOVE "NFADDR MASTER NOT OPENED"
                                        TO PF-W-SKIP-TEXT
           END-EVALUATE.
       2590-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2600-BENCH-NN-S  NFNAMNRM ID=S、小文字・詰め文字入りの氏名
      *    と正規形の近似スコア（外字登録簿のロードは計測前の1回目で
      *    済ませる）
      ******************************************************************
       2600-BENCH-NN-S.
           PERFORM 2610-CALL-NN-S      THRU 2610-EXIT
           PERFORM 2800-LAP-START      THRU 2800-EXIT
           PERFORM 2610-CALL-NN-S      THRU 2610-EXIT
               PF-W-ITER TIMES
           PERFORM 2810-LAP-END        THRU 2810-EXIT.
       2600-EXIT.
           EXIT.
      *
       2610-CALL-NN-S.
           MOVE "S"                    TO NN-ID
           MOVE "satoh- taro_"         TO NN-NAME-IN
           MOVE "SATO TARO"            TO NN-NAME-2
           CALL "NFNAMNRM" USING NN-NFNAMNRM-AREA.
       2610-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2700-BENCH-FD-L  FILEDUMP ID=L、100バイトのレコードを
      *    FILEDUMP.LAYで解読してFILEDUMP.PERFTEST.POT1へ出力する。
      *    FILEDUMP.LAYが無い（1回目がRETURN-CODE=90）時は見送る
      ******************************************************************
       2700-BENCH-FD-L.
           MOVE "PERFTEST"             TO FD-PGM
           MOVE "N"                    TO FD-HED
           MOVE "N"                    TO FD-RETEN
           MOVE "O"                    TO FD-ID
           CALL "FILEDUMP" USING FD-FILEDUMP-AREA, FD-LEN, PF-W-FD-DATA
      *
           MOVE SPACE                  TO PF-W-FD-DATA
           MOVE "0000000001NETFLIX TITLE 20261015"
                                       TO PF-W-FD-DATA
           MOVE X"0000012C"            TO PF-W-FD-DATA(41:4)
           MOVE X"0012345C"            TO PF-W-FD-DATA(45:4)
           MOVE 1                      TO FD-SEQ
           PERFORM 2710-CALL-FD-L      THRU 2710-EXIT
           IF FD-RETURN-CODE OF FD-FILEDUMP-AREA NOT = "00"
               MOVE "FILEDUMP.LAY NOT LOADED" TO PF-W-SKIP-TEXT
           ELSE
               PERFORM 2800-LAP-START  THRU 2800-EXIT
               PERFORM 2710-CALL-FD-L  THRU 2710-EXIT
                   PF-W-ITER TIMES
               PERFORM 2810-LAP-END    THRU 2810-EXIT
           END-IF
      *
           MOVE "C"                    TO FD-ID
           CALL "FILEDUMP" USING FD-FILEDUMP-AREA, FD-LEN, PF-W-FD-DATA.
       2700-EXIT.
           EXIT.
      *
       2710-CALL-FD-L.
           MOVE "L"                    TO FD-ID
           MOVE 100                    TO FD-LEN
           CALL "FILEDUMP" USING FD-FILEDUMP-AREA, FD-LEN, PF-W-FD-DATA.
       2710-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2800-LAP-START / 2810-LAP-END  計測区間の始めと終わりに
      *    DATETIMEのラップを打つ。終わりのラップ区間名は対象名とし、
      *    始めからの経過秒数をPF-W-SECへ受け取る
      ******************************************************************
       2800-LAP-START.
           MOVE "L"                    TO DT-DATE-TIME-ID
           MOVE "PERFTEST"             TO DT-DATE-TIME-PGM
           MOVE "SETUP"                TO DT-DATE-LAP-NAME
           CALL "DATETIME" USING DT-DATETIME-AREA.
       2800-EXIT.
           EXIT.
      *
       2810-LAP-END.
           MOVE "L"                    TO DT-DATE-TIME-ID
           MOVE "PERFTEST"             TO DT-DATE-TIME-PGM
           MOVE PF-W-TGT-NAME(PF-W-T)  TO DT-DATE-LAP-NAME
           CALL "DATETIME" USING DT-DATETIME-AREA
           MOVE DT-DATE-LAP-SSMM       TO PF-W-SEC.
       2810-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2900-JUDGE  毎秒回数を求め、履歴の直近RUNS回（REGRESSION
      *    の回を除く）の平均を基準値として判定し、帳票と履歴へ出す
      ******************************************************************
       2900-JUDGE.
           MOVE ZERO                   TO PF-W-RATE
                                          PF-W-BASE
                                          PF-W-RATIO
                                          PF-W-BL-N
           MOVE SPACE                  TO PF-W-FLAG-TEXT
                                          PF-W-HFLAG
      *    *** 0.01秒未満は回数を求められない（回数を増やして再実行）
           IF PF-W-SEC = ZERO
               MOVE "TOO FAST"          TO PF-W-FLAG-TEXT
               PERFORM 2950-WRITE-LINE  THRU 2950-EXIT
               GO TO 2900-EXIT
           END-IF
           COMPUTE PF-W-RATE ROUNDED = PF-W-ITER / PF-W-SEC
               ON SIZE ERROR
                   MOVE "TOO FAST"      TO PF-W-FLAG-TEXT
                   MOVE ZERO            TO PF-W-RATE
                   PERFORM 2950-WRITE-LINE THRU 2950-EXIT
                   GO TO 2900-EXIT
           END-COMPUTE
           ADD  1                      TO PF-W-MEAS-CNT
      *
           IF NOT PF-W-HIST-OPEN-YES
               MOVE "NO HISTORY"        TO PF-W-FLAG-TEXT
               PERFORM 2950-WRITE-LINE  THRU 2950-EXIT
               GO TO 2900-EXIT
           END-IF
      *
      *    *** 対象の履歴を古い順に読み、直近RUNS回分をリングへ残す
           MOVE ZERO                   TO PF-W-BL-CNT
           MOVE ZERO                   TO PF-W-BL-IDX
           MOVE "N"                    TO PF-W-HIST-EOF
           MOVE PF-W-TGT-NAME(PF-W-T)  TO PH-NAME
           MOVE ZERO                   TO PH-RUNSTAMP
           START PF-HIST-FILE KEY IS GREATER THAN PH-KEY
               INVALID KEY
                   SET PF-W-HIST-EOF-YES TO TRUE
           END-START
           PERFORM 2910-HIST-READ-ONE  THRU 2910-EXIT
               UNTIL PF-W-HIST-EOF-YES
      *
           COMPUTE PF-W-BL-N = PF-W-BL-CNT
           IF PF-W-BL-N > PF-W-RUNS
               MOVE PF-W-RUNS           TO PF-W-BL-N
           END-IF
           MOVE ZERO                   TO PF-W-BL-SUM
           IF PF-W-BL-N > ZERO
               PERFORM 2920-BASE-SUM-ONE THRU 2920-EXIT
                   VARYING PF-W-N FROM 1 BY 1
                   UNTIL PF-W-N > PF-W-BL-N
               MOVE PF-W-BL-N           TO PF-W-BL-N-D
               COMPUTE PF-W-BASE ROUNDED =
                   PF-W-BL-SUM / PF-W-BL-N-D
           END-IF
           IF PF-W-BASE > ZERO
               COMPUTE PF-W-RATIO ROUNDED =
                   PF-W-RATE * 100 / PF-W-BASE
                   ON SIZE ERROR
                       MOVE 99999       TO PF-W-RATIO
               END-COMPUTE
           END-IF
      *
      *    *** 判定（履歴3回未満は判定しない）
           EVALUATE TRUE
               WHEN PF-W-BL-N < 3
                   MOVE "NEW"           TO PF-W-FLAG-TEXT
               WHEN PF-W-RATIO >= PF-W-PCT
                   CONTINUE
               WHEN PF-W-RUN-ACCEPT(PF-W-T) = "Y"
                   MOVE "ACCEPTED"      TO PF-W-FLAG-TEXT
                   MOVE "A"             TO PF-W-HFLAG
               WHEN OTHER
                   MOVE "*REGRESSION"   TO PF-W-FLAG-TEXT
                   MOVE "R"             TO PF-W-HFLAG
                   ADD  1               TO PF-W-REG-CNT
                   PERFORM 2930-RAISE-ALERT THRU 2930-EXIT
           END-EVALUATE
           PERFORM 2950-WRITE-LINE     THRU 2950-EXIT
      *
      *    *** 今回分を履歴へ追記する
           MOVE PF-W-TGT-NAME(PF-W-T)  TO PH-NAME
           MOVE PF-W-RUNSTAMP          TO PH-RUNSTAMP
           MOVE PF-W-ITER              TO PH-ITER
           MOVE PF-W-SEC               TO PH-SEC
           MOVE PF-W-RATE              TO PH-RATE
           MOVE PF-W-HFLAG             TO PH-FLAG
           WRITE PH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       2900-EXIT.
           EXIT.
      *
       2910-HIST-READ-ONE.
           READ PF-HIST-FILE NEXT RECORD
               AT END
                   SET PF-W-HIST-EOF-YES TO TRUE
                   GO TO 2910-EXIT
           END-READ
           IF PH-NAME NOT = PF-W-TGT-NAME(PF-W-T)
               SET PF-W-HIST-EOF-YES    TO TRUE
               GO TO 2910-EXIT
           END-IF
      *    *** REGRESSIONの回は基準値に入れない
           IF PH-FLAG = "R"
               GO TO 2910-EXIT
           END-IF
      *    *** ACCEPTで受け入れた回から基準値を数え直す
           IF PH-FLAG = "A"
               MOVE ZERO                TO PF-W-BL-IDX
               MOVE ZERO                TO PF-W-BL-CNT
           END-IF
           ADD  1                      TO PF-W-BL-IDX
           IF PF-W-BL-IDX > PF-W-RUNS
               MOVE 1                   TO PF-W-BL-IDX
           END-IF
           MOVE PH-RATE                TO PF-W-BL-RING(PF-W-BL-IDX)
           ADD  1                      TO PF-W-BL-CNT.
       2910-EXIT.
           EXIT.
      *
       2920-BASE-SUM-ONE.
           ADD  PF-W-BL-RING(PF-W-N)    TO PF-W-BL-SUM.
       2920-EXIT.
           EXIT.
      *
      *    *** REGRESSIONを中央アラートキューへ通知する（詳細はRPT）
       2930-RAISE-ALERT.
           MOVE PF-W-RATIO             TO PF-W-RATIO-E
           MOVE PF-W-RATE              TO PF-W-RATE-E
           MOVE "PERFTEST"             TO AL-PGM
           MOVE 2                      TO AL-SEVERITY
           MOVE "PERFDROP"             TO AL-CODE
           MOVE SPACE                  TO AL-MESSAGE
           STRING PF-W-TGT-NAME(PF-W-T) DELIMITED BY SPACE
                  " "                   DELIMITED BY SIZE
                  PF-W-RATIO-E          DELIMITED BY SIZE
                  "% OF BASELINE"       DELIMITED BY SIZE
                  " (SEE PERFTEST.RPT)" DELIMITED BY SIZE
                  INTO AL-MESSAGE
           END-STRING
           CALL "ALERTWTR" USING AL-ALERT-AREA.
       2930-EXIT.
           EXIT.
      *
      *    *** 計測結果1行を帳票へ出す
       2950-WRITE-LINE.
           MOVE PF-W-ITER              TO PF-W-ITER-E
           MOVE PF-W-SEC               TO PF-W-SEC-E
           MOVE PF-W-RATE              TO PF-W-RATE-E
           MOVE PF-W-BASE              TO PF-W-BASE-E
           MOVE PF-W-BL-N              TO PF-W-RUNS-E
           MOVE PF-W-RATIO             TO PF-W-RATIO-E
           MOVE SPACE                  TO PF-RPT-LINE
           STRING PF-W-TGT-NAME(PF-W-T) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PF-W-TGT-DESC(PF-W-T) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PF-W-ITER-E           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PF-W-SEC-E            DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PF-W-RATE-E           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PF-W-BASE-E           DELIMITED BY SIZE
                  "   "                 DELIMITED BY SIZE
                  PF-W-RUNS-E           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PF-W-RATIO-E          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PF-W-FLAG-TEXT        DELIMITED BY SIZE
                  INTO PF-RPT-LINE
           END-STRING
           WRITE PF-RPT-LINE.
       2950-EXIT.
           EXIT.
      *
      *    *** 見送った対象を帳票へ出す
       2960-WRITE-SKIP.
           MOVE SPACE                  TO PF-RPT-LINE
           STRING PF-W-TGT-NAME(PF-W-T) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PF-W-TGT-DESC(PF-W-T) DELIMITED BY SIZE
                  " SKIPPED ("          DELIMITED BY SIZE
                  PF-W-SKIP-TEXT        DELIMITED BY "  "
                  ")"                   DELIMITED BY SIZE
                  INTO PF-RPT-LINE
           END-STRING
           WRITE PF-RPT-LINE.
       2960-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数と判定を出力し、RUNCTLへ記録する
      ******************************************************************
       9000-TERMINATE.
           IF PF-W-HIST-OPEN-YES
               CLOSE PF-HIST-FILE
               MOVE "N"                 TO PF-W-HIST-OPEN
           END-IF
           IF PF-W-CTL-ERR-CNT = ZERO
               MOVE "E"                 TO DT-DATE-TIME-ID
               MOVE "PERFTEST"          TO DT-DATE-TIME-PGM
               CALL "DATETIME" USING DT-DATETIME-AREA
           END-IF
      *
           MOVE SPACE                  TO PF-RPT-LINE
           WRITE PF-RPT-LINE
           MOVE PF-W-SEL-CNT           TO PF-W-RPT-CNT
           MOVE SPACE                  TO PF-RPT-LINE
           STRING "TARGETS="           DELIMITED BY SIZE
                  PF-W-RPT-CNT          DELIMITED BY SIZE
                  INTO PF-RPT-LINE
           END-STRING
           WRITE PF-RPT-LINE
           MOVE PF-W-MEAS-CNT          TO PF-W-RPT-CNT
           MOVE SPACE                  TO PF-RPT-LINE
           STRING "MEASURED="          DELIMITED BY SIZE
                  PF-W-RPT-CNT          DELIMITED BY SIZE
                  INTO PF-RPT-LINE
           END-STRING
           WRITE PF-RPT-LINE
           MOVE PF-W-REG-CNT           TO PF-W-RPT-CNT
           MOVE SPACE                  TO PF-RPT-LINE
           STRING "REGRESSED="         DELIMITED BY SIZE
                  PF-W-RPT-CNT          DELIMITED BY SIZE
                  INTO PF-RPT-LINE
           END-STRING
           WRITE PF-RPT-LINE
           MOVE PF-W-SKIP-CNT          TO PF-W-RPT-CNT
           MOVE SPACE                  TO PF-RPT-LINE
           STRING "SKIPPED="           DELIMITED BY SIZE
                  PF-W-RPT-CNT          DELIMITED BY SIZE
                  INTO PF-RPT-LINE
           END-STRING
           WRITE PF-RPT-LINE
      *
           EVALUATE TRUE
               WHEN PF-W-CTL-ERR-CNT > ZERO OR PF-W-MEAS-CNT = ZERO
                   MOVE 12              TO PF-W-VERDICT
                   MOVE "NOT MEASURED"  TO PF-W-VERDICT-TEXT
               WHEN PF-W-REG-CNT > ZERO
                   MOVE 4               TO PF-W-VERDICT
                   MOVE "REGRESSED"     TO PF-W-VERDICT-TEXT
               WHEN OTHER
                   MOVE ZERO            TO PF-W-VERDICT
                   MOVE "NO REGRESSION" TO PF-W-VERDICT-TEXT
           END-EVALUATE
      *
           MOVE "E"                    TO RC-ID
           MOVE "PERFTEST"             TO RC-PGM
           IF PF-W-VERDICT = 12
               MOVE "PREFAIL"           TO RC-OUTCOME
           ELSE
               MOVE "OK"                TO RC-OUTCOME
           END-IF
           MOVE PF-W-VERDICT           TO RC-COMP-CODE
           MOVE PF-W-MEAS-CNT          TO RC-REC-CNT
           MOVE PF-W-REG-CNT           TO RC-ERR-CNT
           CALL "RUNCTL" USING RC-RUNCTL-AREA
      *
           MOVE SPACE                  TO PF-RPT-LINE
           STRING "VERDICT="           DELIMITED BY SIZE
                  PF-W-VERDICT          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PF-W-VERDICT-TEXT     DELIMITED BY "  "
                  " OUTCOME="           DELIMITED BY SIZE
                  RC-OUTCOME            DELIMITED BY SPACE
                  INTO PF-RPT-LINE
           END-STRING
           WRITE PF-RPT-LINE
      *
      *    *** 抑止したアラートの件数を起票する
           MOVE "PERFTEST"             TO AL-PGM
           MOVE "Y"                    TO AL-FLUSH
           CALL "ALERTWTR" USING AL-ALERT-AREA
           MOVE SPACE                  TO AL-FLUSH
           CLOSE PF-RPT-FILE.
       9000-EXIT.
           EXIT.
