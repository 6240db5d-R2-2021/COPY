      ******************************************************************
      *
      *    PROGRAM-ID.  GOLDTEST
      *
      *    QA環境での夜間チェーン一括の回帰テスト（ゴールデンマスター
      *    照合）バッチ。REGRTESTは共通サブルーチンを単体で確かめる
      *    だけのため、NFRECONのHITFLAGの付け方やNFWORKEXの抽出条件
      *    が変わっても本番まで気付かない（リリース前はジョブを1本
      *    ずつ流して帳票を目で見ていた）。本バッチは次の順でQA環境を
      *    決まった状態から流し、出力を保管済みのゴールデン（承認
      *    済みの正解）と項目単位で照合する:
      *      1. QARESETでQA環境をリセット（HITFLAG・生成ファイル・
      *         チェックポイント）
      *      2. NFADDRマスターを固定スナップショットに入れ替える
      *         （マスターの全件をDECODE08 ID=DELIMGで外し、
      *         スナップショットをNFADDR.BKPとして置いてNFMAINT
      *         FUNC=RELOADで登録する）
      *      3. 固定シード・固定作成時刻でCOBRND.OUT（COBRND
      *         ID=FILE）とMEDIAGEN.OUTを作る（TDCATLGと同じ指定方法。
      *         MEDIAGEN.PRMへSEED=・RUNSTAMP=を追記した物を実行中
      *         置いたままにするため、チェーン内でMEDIAGENが動いても
      *         同じシードになる）
      *      4. CHAINDRVでチェーン全体を実行（CHAINDRV.PRMへ
      *         RESTART=Nを追記し、前回の未完了から再開させない）
      *      5. NFMAINT FUNC=UNLOADでNFADDRをアンロード
      *      6. OUT=で指定した出力ごとにFLCOMPARでゴールデンと照合し、
      *         出力ごとにPASS/FAILを1行で報告する
      *    チェーン（CHAINDRV）がOKで終わらなかった時もFAILとする。
      *    実行中に置き換えたNFMAINT.CTL・MEDIAGEN.PRM・CHAINDRV.PRM・
      *    FLCOMPAR.CTL・FLCOMPAR.LAYは、終了時に元へ戻す（元が
      *    無かった物は外す）。
      *    実行環境コード（ENVQUAL）がPRODの時は何もせずに終わる。
      *
      *    照合の方法（FLCOMPAR、FILE1=ゴールデン FILE2=今回の出力）
      *      D（データ） 指定のレイアウト（FLCOMPAR.LAYと同形式）と
      *                  キー項目でそのまま照合する
      *      R（帳票）   ゴールデン・今回とも本体を作業ファイル
      *                  （GOLDTEST.WK1/WK2）へ写してから照合する。
      *                  作業ファイルの形式は 01-06:行番号
      *                  07-138:帳票の1-132桁で、写す時に時刻の形の
      *                  文字（14桁・8桁の日付の数字列、YYYY-MM-DD・
      *                  YYYY/MM/DD、HH:MM:SS・HH:MM）を * で伏せる。
      *                  レイアウト省略時は行番号(LINE)をキーに本体を
      *                  40桁ずつ比べる。それ以外の桁を外す時は作業
      *                  ファイルの桁位置でレイアウトを書く
      *    FLCOMPARの文字項目は先頭40桁までを比べるため、レイアウトは
      *    40桁以内の項目に分けて書く。ゴールデン側が1000件を超えた
      *    分は照合できない（NOT COMPAREDとしてFAILにする）。
      *
      *    判定コード
      *      0000 全出力PASS（PROMOTE=Yは全出力をゴールデンへ反映）
      *      0008 FAILの出力あり・チェーンがOKで終わらない（OUTCOME=
      *           FAIL、出力ごとにALERTWTRへGOLDDIFF（重大度2）で通知）
      *      0012 実行できない（制御ファイルの誤り、本番環境、
      *           NFADDRマスターを開けない・全件を外せない、
      *           スナップショットの登録失敗（RELOAD-ERRORSが
      *           1件以上を含む）・入力データの作成失敗、
      *           PROMOTE=Yで反映できない出力あり。OUTCOME=PREFAIL）
      *
      *    GOLDTEST.CTL（先頭が * の行と空行は読み飛ばす）
      *      SNAPSHOT=名前   NFADDRの固定スナップショット（NFMAINT
      *                      FUNC=UNLOADと同じ形式、トレーラー付き）
      *      SEED=n          COBRND・MEDIAGENの乱数シード（既定1）
      *      STAMP=n         作成時刻の固定値（14桁、既定
      *                      20260101000000）
      *      COUNT=n         COBRND.OUTの作成件数（既定100）
      *      OUT=出力,ゴールデン,レイアウト,キー,種別
      *                      照合する出力（最大20本）。種別はD（既定）
      *                      かR。Rはレイアウト・キーを省略できる。
      *                      NFADDRのアンロードは環境コードで修飾した
      *                      名前（例 QA.NFADDR.BKP）で書く
      *      PROMOTE=Y       実行・照合をせず、OUT=の今回の出力を
      *                      ゴールデンへ複写する（照合結果の承認後に
      *                      流す）
      *
      *    出力
      *      GOLDTEST.RPT  準備の経過、出力ごとの照合結果（FAILの
      *                    出力はFLCOMPAR.RPTの明細を先頭から20行）、
      *                    件数、判定コード
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する（QA環境、他のジョブと
      *      重ならない時間帯に流す）。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  スナップショットの登録で、マスター
      *                          を開けない・外せないキーが残る・
      *                          RELOAD-ERRORSが有る時は0012で止める
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 GOLDTEST.
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
           SELECT GT-CTL-FILE      ASSIGN TO "GOLDTEST.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GT-W-CTL-STATUS.
           SELECT GT-RPT-FILE      ASSIGN TO "GOLDTEST.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    複写元・読み取り対象（名前は実行時に差し替える）
           SELECT GT-FROM-FILE     ASSIGN DYNAMIC GT-W-FROM-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GT-W-FROM-STATUS.
      *    複写先・書き出し対象（名前は実行時に差し替える）
           SELECT GT-TO-FILE       ASSIGN DYNAMIC GT-W-TO-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GT-W-TO-STATUS.
      *    中央実行記録、チェーンの結果確認に読むだけ（CHAINDRVと同じ）
           SELECT GT-RUN-FILE      ASSIGN DYNAMIC GT-W-RUN-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS RL-PGM
                                   FILE STATUS IS GT-W-RUN-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  GT-CTL-FILE.
       01  GT-CTL-LINE               PIC X(132).
      *
       FD  GT-RPT-FILE.
       01  GT-RPT-LINE               PIC X(132).
      *
       FD  GT-FROM-FILE.
       01  GT-FROM-LINE              PIC X(512).
      *
       FD  GT-TO-FILE.
       01  GT-TO-LINE                PIC X(512).
      *
       FD  GT-RUN-FILE.
       01  RL-RECORD.
           05  RL-PGM                PIC X(008).
           05  RL-STATUS             PIC X(008).
           05  RL-START-STAMP        PIC 9(014).
           05  RL-END-STAMP          PIC 9(014).
           05  RL-REC-CNT            PIC 9(009).
           05  RL-ERR-CNT            PIC 9(009).
           05  RL-COMP-CODE          PIC X(004).
      *
       WORKING-STORAGE             SECTION.
      *
       01  GT-W-CTL-STATUS           PIC  X(002) VALUE SPACE.
       01  GT-W-FROM-STATUS          PIC  X(002) VALUE SPACE.
       01  GT-W-TO-STATUS            PIC  X(002) VALUE SPACE.
       01  GT-W-RUN-STATUS           PIC  X(002) VALUE SPACE.
       01  GT-W-CTL-EOF              PIC  X(001) VALUE "N".
           88  GT-W-CTL-EOF-YES              VALUE "Y".
       01  GT-W-FROM-EOF             PIC  X(001) VALUE "N".
           88  GT-W-FROM-EOF-YES             VALUE "Y".
       01  GT-W-CTL-LINE-NO          BINARY-LONG VALUE ZERO.
       01  GT-W-CTL-LINE-E           PIC  9(005) VALUE ZERO.
       01  GT-W-CTL-ERR-CNT          BINARY-LONG VALUE ZERO.
       01  GT-W-CTL-ERR-TEXT         PIC  X(030) VALUE SPACE.
      *
      *    *** 本番環境・準備失敗の時Y（チェーンも照合も行わない）
       01  GT-W-STOP                 PIC  X(001) VALUE "N".
           88  GT-W-STOP-YES                 VALUE "Y".
       01  GT-W-STOP-TEXT            PIC  X(060) VALUE SPACE.
      *
      *    *** 制御ファイルの指定値
       01  GT-W-SNAPSHOT             PIC  X(024) VALUE SPACE.
       01  GT-W-SEED                 PIC  9(010) VALUE 1.
       01  GT-W-STAMP                PIC  9(014) VALUE 20260101000000.
       01  GT-W-COUNT                PIC  9(009) VALUE 100.
       01  GT-W-PROMOTE              PIC  X(001) VALUE "N".
           88  GT-W-PROMOTE-YES              VALUE "Y".
       01  GT-W-CTL-NUM              PIC  9(014) VALUE ZERO.
      *
      *    *** 環境コードで修飾した名前（ENVQUAL）
       01  GT-W-FROM-NAME            PIC  X(024) VALUE SPACE.
       01  GT-W-TO-NAME              PIC  X(024) VALUE SPACE.
       01  GT-W-RUN-NAME             PIC  X(024) VALUE "RUNLOG".
       01  GT-W-BKP-NAME             PIC  X(024) VALUE "NFADDR.BKP".
      *    *** 退避の名前の頭（環境コードで修飾したGOLDTEST.SAV）
       01  GT-W-PFX                  PIC  X(024) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    照合する出力（OUT=、最大20本）
      *---------------------------------------------------------------*
       01  GT-W-OUT-CNT              BINARY-LONG VALUE ZERO.
       01  GT-W-OUT-TBL-AREA.
           03  GT-W-OUT-TBL OCCURS 20.
             05  GT-W-OUT-NAME       PIC  X(024).
             05  GT-W-OUT-GOLD       PIC  X(024).
             05  GT-W-OUT-LAY        PIC  X(024).
             05  GT-W-OUT-KEY        PIC  X(010).
      *        *** D:データ R:帳票
             05  GT-W-OUT-KIND       PIC  X(001).
       01  GT-W-O                    BINARY-LONG VALUE ZERO.
       01  GT-W-ARG-NAME             PIC  X(024) VALUE SPACE.
       01  GT-W-ARG-GOLD             PIC  X(024) VALUE SPACE.
       01  GT-W-ARG-LAY              PIC  X(024) VALUE SPACE.
       01  GT-W-ARG-KEY              PIC  X(010) VALUE SPACE.
       01  GT-W-ARG-KIND             PIC  X(001) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    実行中に置き換える制御ファイル（最大8本）
      *    元のファイルをGOLDTEST.SAV.Rnnへ退避し、終了時に戻す
      *---------------------------------------------------------------*
       01  GT-W-STG-CNT              BINARY-LONG VALUE ZERO.
       01  GT-W-STG-TBL-AREA.
           03  GT-W-STG-TBL OCCURS 8.
             05  GT-W-STG-NAME       PIC  X(024).
      *        *** 元のファイルを退避した時Y（無かった時N）
             05  GT-W-STG-SAVED      PIC  X(001).
       01  GT-W-STG-WANT             PIC  X(024) VALUE SPACE.
       01  GT-W-S                    BINARY-LONG VALUE ZERO.
       01  GT-W-F                    BINARY-LONG VALUE ZERO.
       01  GT-W-NN                   PIC  9(002) VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    準備・チェーン実行の作業項目
      *---------------------------------------------------------------*
      *    *** NFMAINTへ渡す機能と、NFMAINT.RPTから拾う件数
       01  GT-W-NM-FUNC              PIC  X(006) VALUE SPACE.
       01  GT-W-NM-WORD              PIC  X(009) VALUE SPACE.
       01  GT-W-NM-FOUND             PIC  X(001) VALUE "N".
       01  GT-W-NM-CNT               PIC  9(006) VALUE ZERO.
       01  GT-W-NM-ERR               PIC  9(006) VALUE ZERO.
       01  GT-W-LIST-CNT             BINARY-LONG VALUE ZERO.
       01  GT-W-CLEAR-CNT            BINARY-LONG VALUE ZERO.
      *    *** 止める理由の件数（1900-STOPは2桁の空白で切るため
      *    *** ゼロ詰めで出す）
       01  GT-W-LIST-E               PIC  9(006) VALUE ZERO.
       01  GT-W-CLEAR-E              PIC  9(006) VALUE ZERO.
       01  GT-W-CHAIN-STATUS         PIC  X(008) VALUE SPACE.
       01  GT-W-CHAIN-OK             PIC  X(001) VALUE "N".
           88  GT-W-CHAIN-OK-YES             VALUE "Y".
       01  GT-W-COPY-OK              PIC  X(001) VALUE "N".
       01  GT-W-EXISTS               PIC  X(001) VALUE "N".
      *
      *---------------------------------------------------------------*
      *    照合中の出力の作業項目
      *---------------------------------------------------------------*
       01  GT-W-FILE1                PIC  X(024) VALUE SPACE.
       01  GT-W-FILE2                PIC  X(024) VALUE SPACE.
       01  GT-W-RESULT               PIC  X(004) VALUE SPACE.
       01  GT-W-NOTE                 PIC  X(040) VALUE SPACE.
       01  GT-W-DIFF-CNT             PIC  9(006) VALUE ZERO.
       01  GT-W-ONLY1-CNT            PIC  9(006) VALUE ZERO.
       01  GT-W-ONLY2-CNT            PIC  9(006) VALUE ZERO.
       01  GT-W-LOST-CNT             PIC  9(006) VALUE ZERO.
       01  GT-W-SUM-SEEN             PIC  X(001) VALUE "N".
      *    *** FAILの出力へ写すFLCOMPAR.RPTの明細（先頭から20行）
       01  GT-W-DTL-AREA.
           03  GT-W-DTL-LINES        PIC  X(132) OCCURS 20.
       01  GT-W-DTL-CNT              BINARY-LONG VALUE ZERO.
       01  GT-W-D                    BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    帳票本体の写し（行番号付与・時刻の形の文字の伏せ字）
      *---------------------------------------------------------------*
       01  GT-W-LINE-NO              PIC  9(006) VALUE ZERO.
       01  GT-W-BODY                 PIC  X(144) VALUE SPACE.
       01  GT-W-P                    BINARY-LONG VALUE ZERO.
       01  GT-W-L                    BINARY-LONG VALUE ZERO.
       01  GT-W-MASK-LEN             BINARY-LONG VALUE ZERO.
       01  GT-W-MM                   PIC  X(002) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    件数・判定
      *---------------------------------------------------------------*
       01  GT-W-PASS-CNT             BINARY-LONG VALUE ZERO.
       01  GT-W-FAIL-CNT             BINARY-LONG VALUE ZERO.
       01  GT-W-PROM-CNT             BINARY-LONG VALUE ZERO.
       01  GT-W-PROM-ERR-CNT         BINARY-LONG VALUE ZERO.
       01  GT-W-RPT-CNT              PIC  9(009) VALUE ZERO.
       01  GT-W-VERDICT              PIC  9(004) VALUE ZERO.
       01  GT-W-VERDICT-TEXT         PIC  X(016) VALUE SPACE.
      *
      *    *** 帳票の編集項目
       01  GT-W-CNT-E                PIC  ZZZZZ9.
       01  GT-W-DIFF-E               PIC  ZZZZZ9.
       01  GT-W-ONLY1-E              PIC  ZZZZZ9.
       01  GT-W-ONLY2-E              PIC  ZZZZZ9.
      *
       COPY "CPCOBRND.cpy"    REPLACING ==:##:== BY ==CB==.
       COPY "CPDECODE08.cpy"  REPLACING ==:##:== BY ==D8==.
       COPY "CPRUNCTL.cpy"    REPLACING ==:##:== BY ==RC==.
       COPY "CPALERT.cpy"     REPLACING ==:##:== BY ==AL==.
      *
      *    *** 実行記録・退避名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==GTQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE  準備（リセット・スナップショット・入力データ）
      *    →チェーン実行→アンロード→照合の順を固定する
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT GT-W-STOP-YES
               IF GT-W-PROMOTE-YES
                   PERFORM 5000-PROMOTE-ONE THRU 5000-EXIT
                       VARYING GT-W-O FROM 1 BY 1
                       UNTIL GT-W-O > GT-W-OUT-CNT
               ELSE
                   PERFORM 2000-PREPARE  THRU 2000-EXIT
                   IF NOT GT-W-STOP-YES
                       PERFORM 3000-RUN-CHAIN    THRU 3000-EXIT
                       PERFORM 3500-UNLOAD-NFADDR THRU 3500-EXIT
                       PERFORM 4000-COMPARE-ONE  THRU 4000-EXIT
                           VARYING GT-W-O FROM 1 BY 1
                           UNTIL GT-W-O > GT-W-OUT-CNT
                   END-IF
               END-IF
           END-IF
      *    *** 置き換えた制御ファイルを元へ戻す
           PERFORM 6100-RESTORE-ONE     THRU 6100-EXIT
               VARYING GT-W-S FROM 1 BY 1
               UNTIL GT-W-S > GT-W-STG-CNT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           MOVE "S"                    TO RC-ID
           MOVE "GOLDTEST"             TO RC-PGM
           CALL "RUNCTL" USING RC-RUNCTL-AREA
      *
           OPEN OUTPUT GT-RPT-FILE
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "NIGHTLY CHAIN GOLDEN-MASTER TEST" DELIMITED BY SIZE
                  INTO GT-RPT-LINE
           WRITE GT-RPT-LINE
           PERFORM 1050-QUALIFY-NAMES  THRU 1050-EXIT
      *    *** 本番の環境コードでは何もしない（本番のNFADDR・
      *    *** HITFLAGを入れ替えないように）
           IF GTQ-ENV = "PROD"
               MOVE "GOLDTEST IS NOT ALLOWED IN PROD"
                                        TO GT-W-STOP-TEXT
               PERFORM 1900-STOP       THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
      *
           PERFORM 1100-READ-CONTROL   THRU 1100-EXIT
           IF GT-W-CTL-ERR-CNT > ZERO
               MOVE "ERRORS IN GOLDTEST.CTL" TO GT-W-STOP-TEXT
               PERFORM 1900-STOP       THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           IF GT-W-OUT-CNT = ZERO
               MOVE "NO OUT= IN GOLDTEST.CTL" TO GT-W-STOP-TEXT
               PERFORM 1900-STOP       THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           IF NOT GT-W-PROMOTE-YES AND GT-W-SNAPSHOT = SPACE
               MOVE "NO SNAPSHOT= IN GOLDTEST.CTL" TO GT-W-STOP-TEXT
               PERFORM 1900-STOP       THRU 1900-EXIT
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  実行記録・NFADDR.BKP・退避の名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO GTQ-ID
           MOVE "RUNLOG"               TO GTQ-NAME
           CALL "ENVQUAL" USING GTQ-ENVQUAL-AREA
           MOVE GTQ-QNAME              TO GT-W-RUN-NAME
           MOVE "NFADDR.BKP"           TO GTQ-NAME
           CALL "ENVQUAL" USING GTQ-ENVQUAL-AREA
           MOVE GTQ-QNAME              TO GT-W-BKP-NAME
           MOVE "GOLDTEST.SAV"         TO GTQ-NAME
           CALL "ENVQUAL" USING GTQ-ENVQUAL-AREA
           MOVE GTQ-QNAME              TO GT-W-PFX
           MOVE GTQ-ENV-LINE           TO GT-RPT-LINE
           WRITE GT-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1100-READ-CONTROL  GOLDTEST.CTLの指定を読む。誤りのある行は
      *    CTL LINE行として報告し、何もせずに0012で終わる
      ******************************************************************
       1100-READ-CONTROL.
           MOVE "N"                    TO GT-W-CTL-EOF
           MOVE ZERO                   TO GT-W-CTL-LINE-NO
           OPEN INPUT GT-CTL-FILE
           IF GT-W-CTL-STATUS = "00"
               PERFORM 1110-READ-CTL-ONE THRU 1110-EXIT
                   UNTIL GT-W-CTL-EOF-YES
               CLOSE GT-CTL-FILE
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1110-READ-CTL-ONE.
           READ GT-CTL-FILE
               AT END
                   SET GT-W-CTL-EOF-YES TO TRUE
                   GO TO 1110-EXIT
           END-READ
           ADD  1                      TO GT-W-CTL-LINE-NO
           IF GT-CTL-LINE = SPACE OR GT-CTL-LINE(1:1) = "*"
               GO TO 1110-EXIT
           END-IF
           EVALUATE TRUE
               WHEN GT-CTL-LINE(1:9) = "SNAPSHOT="
                   MOVE GT-CTL-LINE(10:24) TO GT-W-SNAPSHOT
               WHEN GT-CTL-LINE(1:5) = "SEED="
                   PERFORM 1120-GET-NUM  THRU 1120-EXIT
                   IF GT-W-CTL-NUM = ZERO OR
                      GT-W-CTL-NUM > 2147483647
                       MOVE "SEED NOT A POSITIVE NUMBER"
                                        TO GT-W-CTL-ERR-TEXT
                       PERFORM 1130-CTL-ERROR THRU 1130-EXIT
                   ELSE
                       MOVE GT-W-CTL-NUM TO GT-W-SEED
                   END-IF
               WHEN GT-CTL-LINE(1:6) = "STAMP="
                   PERFORM 1120-GET-NUM  THRU 1120-EXIT
                   IF GT-W-CTL-NUM < 19000101000000
                       MOVE "STAMP NOT YYYYMMDDHHMMSS"
                                        TO GT-W-CTL-ERR-TEXT
                       PERFORM 1130-CTL-ERROR THRU 1130-EXIT
                   ELSE
                       MOVE GT-W-CTL-NUM TO GT-W-STAMP
                   END-IF
               WHEN GT-CTL-LINE(1:6) = "COUNT="
                   PERFORM 1120-GET-NUM  THRU 1120-EXIT
                   IF GT-W-CTL-NUM = ZERO OR
                      GT-W-CTL-NUM > 999999999
                       MOVE "COUNT NOT A POSITIVE NUMBER"
                                        TO GT-W-CTL-ERR-TEXT
                       PERFORM 1130-CTL-ERROR THRU 1130-EXIT
                   ELSE
                       MOVE GT-W-CTL-NUM TO GT-W-COUNT
                   END-IF
               WHEN GT-CTL-LINE(1:4) = "OUT="
                   PERFORM 1150-ADD-OUTPUT THRU 1150-EXIT
               WHEN GT-CTL-LINE(1:8) = "PROMOTE="
                   IF GT-CTL-LINE(9:1) = "Y"
                       SET GT-W-PROMOTE-YES TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN KEYWORD"    TO GT-W-CTL-ERR-TEXT
                   PERFORM 1130-CTL-ERROR THRU 1130-EXIT
           END-EVALUATE.
       1110-EXIT.
           EXIT.
      *
      *    *** keyword=の後ろの数値（数字でない時はゼロ）
       1120-GET-NUM.
           MOVE ZERO                   TO GT-W-CTL-NUM
           MOVE SPACE                  TO GT-W-ARG-NAME
           UNSTRING GT-CTL-LINE DELIMITED BY "="
               INTO GT-W-ARG-KIND GT-W-ARG-NAME
           END-UNSTRING
           IF GT-W-ARG-NAME NOT = SPACE
               IF FUNCTION TEST-NUMVAL(GT-W-ARG-NAME) = ZERO
                   COMPUTE GT-W-CTL-NUM =
                       FUNCTION NUMVAL(GT-W-ARG-NAME)
               END-IF
           END-IF.
       1120-EXIT.
           EXIT.
      *
      *    *** 制御ファイルの誤り行を報告する
       1130-CTL-ERROR.
           ADD  1                      TO GT-W-CTL-ERR-CNT
           MOVE GT-W-CTL-LINE-NO       TO GT-W-CTL-LINE-E
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "CTL LINE "          DELIMITED BY SIZE
                  GT-W-CTL-LINE-E       DELIMITED BY SIZE
                  " ERROR - "           DELIMITED BY SIZE
                  GT-W-CTL-ERR-TEXT     DELIMITED BY "  "
                  ": "                  DELIMITED BY SIZE
                  GT-CTL-LINE           DELIMITED BY SIZE
                  INTO GT-RPT-LINE
           END-STRING
           WRITE GT-RPT-LINE.
       1130-EXIT.
           EXIT.
      *
      *    *** OUT=出力,ゴールデン,レイアウト,キー,種別 を登録する
       1150-ADD-OUTPUT.
           MOVE SPACE                  TO GT-W-ARG-NAME
                                          GT-W-ARG-GOLD
                                          GT-W-ARG-LAY
                                          GT-W-ARG-KEY
                                          GT-W-ARG-KIND
           UNSTRING GT-CTL-LINE(5:128) DELIMITED BY ","
               INTO GT-W-ARG-NAME
                    GT-W-ARG-GOLD
                    GT-W-ARG-LAY
                    GT-W-ARG-KEY
                    GT-W-ARG-KIND
           END-UNSTRING
           IF GT-W-ARG-KIND = SPACE
               MOVE "D"                 TO GT-W-ARG-KIND
           END-IF
           EVALUATE TRUE
               WHEN GT-W-ARG-NAME = SPACE OR GT-W-ARG-GOLD = SPACE
                   MOVE "OUT NEEDS OUTPUT AND GOLDEN"
                                        TO GT-W-CTL-ERR-TEXT
               WHEN GT-W-ARG-KIND NOT = "D" AND
                    GT-W-ARG-KIND NOT = "R"
                   MOVE "OUT KIND NOT D OR R"
                                        TO GT-W-CTL-ERR-TEXT
               WHEN GT-W-ARG-KIND = "D" AND
                   (GT-W-ARG-LAY = SPACE OR GT-W-ARG-KEY = SPACE)
                   MOVE "OUT D NEEDS LAYOUT AND KEY"
                                        TO GT-W-CTL-ERR-TEXT
               WHEN GT-W-ARG-LAY NOT = SPACE AND
                    GT-W-ARG-KEY = SPACE
                   MOVE "OUT LAYOUT NEEDS KEY"
                                        TO GT-W-CTL-ERR-TEXT
               WHEN GT-W-OUT-CNT >= 20
                   MOVE "MORE THAN 20 OUT"
                                        TO GT-W-CTL-ERR-TEXT
               WHEN OTHER
                   MOVE SPACE           TO GT-W-CTL-ERR-TEXT
           END-EVALUATE
           IF GT-W-CTL-ERR-TEXT NOT = SPACE
               PERFORM 1130-CTL-ERROR  THRU 1130-EXIT
               GO TO 1150-EXIT
           END-IF
           ADD  1                      TO GT-W-OUT-CNT
           MOVE GT-W-ARG-NAME          TO GT-W-OUT-NAME(GT-W-OUT-CNT)
           MOVE GT-W-ARG-GOLD          TO GT-W-OUT-GOLD(GT-W-OUT-CNT)
           MOVE GT-W-ARG-LAY           TO GT-W-OUT-LAY(GT-W-OUT-CNT)
           MOVE GT-W-ARG-KEY           TO GT-W-OUT-KEY(GT-W-OUT-CNT)
           MOVE GT-W-ARG-KIND          TO GT-W-OUT-KIND(GT-W-OUT-CNT).
       1150-EXIT.
           EXIT.
      *
      *    *** 以降を行わない理由を報告する
       1900-STOP.
           SET GT-W-STOP-YES           TO TRUE
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "NOT RUN: "          DELIMITED BY SIZE
                  GT-W-STOP-TEXT        DELIMITED BY "  "
                  INTO GT-RPT-LINE
           END-STRING
           WRITE GT-RPT-LINE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-PREPARE  QA環境を決まった状態にする（1.リセット
      *    2.NFADDRスナップショット 3.固定シードの入力データ）
      ******************************************************************
       2000-PREPARE.
      *    *** 1. QARESET（QARESET.CTLのチェックポイント指定もそのまま
      *    ***    使う）
           CALL "QARESET"
           CANCEL "QARESET"
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "RESET: QARESET (SEE QARESET.RPT)" DELIMITED BY SIZE
                  INTO GT-RPT-LINE
           WRITE GT-RPT-LINE
      *
           PERFORM 2200-LOAD-SNAPSHOT  THRU 2200-EXIT
           IF GT-W-STOP-YES
               GO TO 2000-EXIT
           END-IF
           PERFORM 2300-GENERATE-INPUTS THRU 2300-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2200-LOAD-SNAPSHOT  2. NFADDRマスターを固定スナップショット
      *    に入れ替える（全件をID=DELIMGで外してからNFMAINT RELOAD）
      ******************************************************************
       2200-LOAD-SNAPSHOT.
      *    *** スナップショットをNFMAINTの読むNFADDR.BKPとして置く
           MOVE GT-W-SNAPSHOT          TO GT-W-FROM-NAME
           MOVE GT-W-BKP-NAME          TO GT-W-TO-NAME
           PERFORM 6500-COPY-FILE      THRU 6500-EXIT
           IF GT-W-COPY-OK NOT = "Y"
               MOVE SPACE               TO GT-W-STOP-TEXT
               STRING "CANNOT READ SNAPSHOT " DELIMITED BY SIZE
                      GT-W-SNAPSHOT      DELIMITED BY SPACE
                      INTO GT-W-STOP-TEXT
               END-STRING
               PERFORM 1900-STOP       THRU 1900-EXIT
               GO TO 2200-EXIT
           END-IF
      *
      *    *** 現在のマスターの全キーを作業ファイルへ集めてから外す
      *    *** （走査カーソルを進めながら削除しないように）
      *    *** CALLERはロックの保持者表示とジャーナルの呼び出し元に
      *    *** 使われるため、OPENより先にセットする
           MOVE "GOLDTEST"             TO D8-CALLER
           MOVE "OPEN"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-RETURN-CODE OF D8-DECODE08-AREA NOT = "00"
               IF D8-RETURN-CODE OF D8-DECODE08-AREA = "95"
                   MOVE "NFADDR MASTER BUSY" TO GT-W-STOP-TEXT
               ELSE
                   MOVE SPACE           TO GT-W-STOP-TEXT
                   STRING "NFADDR MASTER NOT OPENED RC="
                                         DELIMITED BY SIZE
                          D8-RETURN-CODE OF D8-DECODE08-AREA
                                         DELIMITED BY SIZE
                          INTO GT-W-STOP-TEXT
                   END-STRING
               END-IF
               PERFORM 1900-STOP       THRU 1900-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE ZERO                   TO GT-W-LIST-CNT
           MOVE "GOLDTEST.WK1"         TO GT-W-TO-NAME
           OPEN OUTPUT GT-TO-FILE
           MOVE "N"                    TO GT-W-FROM-EOF
           PERFORM 2210-LIST-KEY-ONE   THRU 2210-EXIT
               UNTIL GT-W-FROM-EOF-YES
           CLOSE GT-TO-FILE
           MOVE ZERO                   TO GT-W-CLEAR-CNT
           MOVE "GOLDTEST.WK1"         TO GT-W-FROM-NAME
           MOVE "N"                    TO GT-W-FROM-EOF
           OPEN INPUT GT-FROM-FILE
           PERFORM 2220-DELETE-KEY-ONE THRU 2220-EXIT
               UNTIL GT-W-FROM-EOF-YES
           CLOSE GT-FROM-FILE
           MOVE "CLOSE"                TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           MOVE GT-W-CLEAR-CNT         TO GT-W-CNT-E
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "NFADDR: CLEARED "   DELIMITED BY SIZE
                  GT-W-CNT-E            DELIMITED BY SIZE
                  " ENTRIES"            DELIMITED BY SIZE
                  INTO GT-RPT-LINE
           END-STRING
           WRITE GT-RPT-LINE
      *    *** 外せないキーが残るとスナップショットと混ざる
           IF GT-W-CLEAR-CNT < GT-W-LIST-CNT
               MOVE GT-W-LIST-CNT       TO GT-W-LIST-E
               MOVE GT-W-CLEAR-CNT      TO GT-W-CLEAR-E
               MOVE SPACE               TO GT-W-STOP-TEXT
               STRING "NFADDR NOT CLEARED, " DELIMITED BY SIZE
                      GT-W-CLEAR-E       DELIMITED BY SIZE
                      " OF "             DELIMITED BY SIZE
                      GT-W-LIST-E        DELIMITED BY SIZE
                      " ENTRIES REMOVED" DELIMITED BY SIZE
                      INTO GT-W-STOP-TEXT
               END-STRING
               PERFORM 1900-STOP       THRU 1900-EXIT
               GO TO 2200-EXIT
           END-IF
      *
           MOVE "RELOAD"               TO GT-W-NM-FUNC
           MOVE "RELOADED="            TO GT-W-NM-WORD
           PERFORM 2250-CALL-NFMAINT   THRU 2250-EXIT
           IF GT-W-NM-FOUND NOT = "Y"
               MOVE "SNAPSHOT NOT LOADED (SEE NFMAINT.RPT)"
                                        TO GT-W-STOP-TEXT
               PERFORM 1900-STOP       THRU 1900-EXIT
               GO TO 2200-EXIT
           END-IF
      *    *** 登録できなかった行が有ればスナップショットと違う
           IF GT-W-NM-ERR > ZERO
               MOVE SPACE               TO GT-W-STOP-TEXT
               STRING "SNAPSHOT RELOAD-ERRORS=" DELIMITED BY SIZE
                      GT-W-NM-ERR        DELIMITED BY SIZE
                      " (SEE NFMAINT.RPT)" DELIMITED BY SIZE
                      INTO GT-W-STOP-TEXT
               END-STRING
               PERFORM 1900-STOP       THRU 1900-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE GT-W-NM-CNT            TO GT-W-CNT-E
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "NFADDR: LOADED "    DELIMITED BY SIZE
                  GT-W-CNT-E            DELIMITED BY SIZE
                  " ENTRIES FROM "      DELIMITED BY SIZE
                  GT-W-SNAPSHOT         DELIMITED BY SPACE
                  INTO GT-RPT-LINE
           END-STRING
           WRITE GT-RPT-LINE.
       2200-EXIT.
           EXIT.
      *
       2210-LIST-KEY-ONE.
           MOVE "NEXTSTL"              TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-RETURN-CODE OF D8-DECODE08-AREA NOT = "00"
               SET GT-W-FROM-EOF-YES    TO TRUE
               GO TO 2210-EXIT
           END-IF
           MOVE SPACE                  TO GT-TO-LINE
           MOVE D8-NFADDR              TO GT-TO-LINE
           WRITE GT-TO-LINE
           ADD  1                      TO GT-W-LIST-CNT.
       2210-EXIT.
           EXIT.
      *
       2220-DELETE-KEY-ONE.
           READ GT-FROM-FILE
               AT END
                   SET GT-W-FROM-EOF-YES TO TRUE
                   GO TO 2220-EXIT
           END-READ
           MOVE GT-FROM-LINE(1:100)    TO D8-NFADDR
           MOVE "DELIMG"               TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-RETURN-CODE OF D8-DECODE08-AREA = "00"
               ADD  1                  TO GT-W-CLEAR-CNT
           END-IF.
       2220-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2250-CALL-NFMAINT  NFMAINT.CTLへFUNC=を置いてNFMAINTを呼び、
      *    NFMAINT.RPTからGT-W-NM-WORDの件数（RELOAD-ERRORS=の件数も）
      *    を拾う
      ******************************************************************
       2250-CALL-NFMAINT.
           MOVE "NFMAINT.CTL"          TO GT-W-STG-WANT
           PERFORM 6000-STAGE-FILE     THRU 6000-EXIT
           MOVE "NFMAINT.CTL"          TO GT-W-TO-NAME
           OPEN OUTPUT GT-TO-FILE
           MOVE SPACE                  TO GT-TO-LINE
           STRING "FUNC="              DELIMITED BY SIZE
                  GT-W-NM-FUNC          DELIMITED BY SIZE
                  INTO GT-TO-LINE
           END-STRING
           WRITE GT-TO-LINE
           CLOSE GT-TO-FILE
           CALL "NFMAINT"
           CANCEL "NFMAINT"
      *
           MOVE "N"                    TO GT-W-NM-FOUND
           MOVE ZERO                   TO GT-W-NM-CNT
           MOVE ZERO                   TO GT-W-NM-ERR
           MOVE "NFMAINT.RPT"          TO GT-W-FROM-NAME
           MOVE "N"                    TO GT-W-FROM-EOF
           OPEN INPUT GT-FROM-FILE
           IF GT-W-FROM-STATUS NOT = "00"
               GO TO 2250-EXIT
           END-IF
           PERFORM 2260-SCAN-NM-RPT-ONE THRU 2260-EXIT
               UNTIL GT-W-FROM-EOF-YES
           CLOSE GT-FROM-FILE.
       2250-EXIT.
           EXIT.
      *
       2260-SCAN-NM-RPT-ONE.
           READ GT-FROM-FILE
               AT END
                   SET GT-W-FROM-EOF-YES TO TRUE
                   GO TO 2260-EXIT
           END-READ
           IF GT-FROM-LINE(1:9) = GT-W-NM-WORD AND
              GT-FROM-LINE(10:6) IS NUMERIC
               MOVE "Y"                 TO GT-W-NM-FOUND
               MOVE GT-FROM-LINE(10:6)  TO GT-W-NM-CNT
           END-IF
           IF GT-FROM-LINE(1:14) = "RELOAD-ERRORS=" AND
              GT-FROM-LINE(15:6) IS NUMERIC
               MOVE GT-FROM-LINE(15:6)  TO GT-W-NM-ERR
           END-IF.
       2260-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2300-GENERATE-INPUTS  3. 固定シード・固定作成時刻で
      *    COBRND.OUTとMEDIAGEN.OUTを作る（TDCATLGの作成手順と同じ）
      ******************************************************************
       2300-GENERATE-INPUTS.
      *    *** COBRNDは呼ぶ前後でCANCELし、シード・一意指定の状態を
      *    *** 持ち越さない
           CANCEL "COBRND"
           INITIALIZE CB-COBRND-AREA
           MOVE "SEED"                 TO CB-ID
           MOVE GT-W-SEED              TO CB-SEED
           CALL "COBRND" USING CB-COBRND-AREA
           MOVE "FILE"                 TO CB-ID
           MOVE GT-W-COUNT             TO CB-IDX
           MOVE GT-W-STAMP             TO CB-STAMP
           CALL "COBRND" USING CB-COBRND-AREA
           CANCEL "COBRND"
           IF CB-RETURN-CODE NOT = "00"
               MOVE SPACE               TO GT-W-STOP-TEXT
               STRING "COBRND.OUT NOT GENERATED, COBRND RC="
                                        DELIMITED BY SIZE
                      CB-RETURN-CODE     DELIMITED BY SIZE
                      INTO GT-W-STOP-TEXT
               END-STRING
               PERFORM 1900-STOP       THRU 1900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "GENERATED: COBRND.OUT SEED=" DELIMITED BY SIZE
                  GT-W-SEED             DELIMITED BY SIZE
                  " COUNT="             DELIMITED BY SIZE
                  GT-W-COUNT            DELIMITED BY SIZE
                  " STAMP="             DELIMITED BY SIZE
                  GT-W-STAMP            DELIMITED BY SIZE
                  INTO GT-RPT-LINE
           END-STRING
           WRITE GT-RPT-LINE
      *
      *    *** MEDIAGEN.PRMへシード・作成時刻を追記する（後の行が
      *    *** 優先）。終了時まで置いたままにする
           MOVE "MEDIAGEN.PRM"         TO GT-W-STG-WANT
           PERFORM 6000-STAGE-FILE     THRU 6000-EXIT
           PERFORM 6300-OPEN-APPEND    THRU 6300-EXIT
           MOVE SPACE                  TO GT-TO-LINE
           STRING "SEED="              DELIMITED BY SIZE
                  GT-W-SEED             DELIMITED BY SIZE
                  INTO GT-TO-LINE
           END-STRING
           WRITE GT-TO-LINE
           MOVE SPACE                  TO GT-TO-LINE
           STRING "RUNSTAMP="          DELIMITED BY SIZE
                  GT-W-STAMP            DELIMITED BY SIZE
                  INTO GT-TO-LINE
           END-STRING
           WRITE GT-TO-LINE
           CLOSE GT-TO-FILE
           CALL "MEDIAGEN"
           CANCEL "MEDIAGEN"
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "GENERATED: MEDIAGEN.OUT SEED=" DELIMITED BY SIZE
                  GT-W-SEED             DELIMITED BY SIZE
                  " RUNSTAMP="          DELIMITED BY SIZE
                  GT-W-STAMP            DELIMITED BY SIZE
                  INTO GT-RPT-LINE
           END-STRING
           WRITE GT-RPT-LINE.
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-RUN-CHAIN  4. CHAINDRVでチェーン全体を最初から流し、
      *    結果をRUNLOGから読み取る
      ******************************************************************
       3000-RUN-CHAIN.
           MOVE "CHAINDRV.PRM"         TO GT-W-STG-WANT
           PERFORM 6000-STAGE-FILE     THRU 6000-EXIT
           PERFORM 6300-OPEN-APPEND    THRU 6300-EXIT
           MOVE SPACE                  TO GT-TO-LINE
           STRING "RESTART=N"          DELIMITED BY SIZE
                  INTO GT-TO-LINE
           WRITE GT-TO-LINE
           CLOSE GT-TO-FILE
           CALL "CHAINDRV"
           CANCEL "CHAINDRV"
      *
           MOVE "CHAINDRV"             TO RL-PGM
           PERFORM 7000-READ-RUNLOG    THRU 7000-EXIT
           MOVE RL-STATUS              TO GT-W-CHAIN-STATUS
           IF RL-STATUS = "OK"
               SET GT-W-CHAIN-OK-YES    TO TRUE
           END-IF
           IF GT-W-CHAIN-STATUS = SPACE
               MOVE "UNKNOWN"           TO GT-W-CHAIN-STATUS
           END-IF
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "CHAIN: CHAINDRV OUTCOME=" DELIMITED BY SIZE
                  GT-W-CHAIN-STATUS     DELIMITED BY SPACE
                  " (SEE CHAINDRV.RPT)" DELIMITED BY SIZE
                  INTO GT-RPT-LINE
           END-STRING
           WRITE GT-RPT-LINE.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3500-UNLOAD-NFADDR  5. チェーン後のNFADDRをアンロードする
      *    （環境コードで修飾したNFADDR.BKPへ出る）
      ******************************************************************
       3500-UNLOAD-NFADDR.
           MOVE "UNLOAD"               TO GT-W-NM-FUNC
           MOVE "UNLOADED="            TO GT-W-NM-WORD
           PERFORM 2250-CALL-NFMAINT   THRU 2250-EXIT
           MOVE SPACE                  TO GT-RPT-LINE
           IF GT-W-NM-FOUND = "Y"
               MOVE GT-W-NM-CNT         TO GT-W-CNT-E
               STRING "NFADDR: UNLOADED " DELIMITED BY SIZE
                      GT-W-CNT-E         DELIMITED BY SIZE
                      " ENTRIES TO "     DELIMITED BY SIZE
                      GT-W-BKP-NAME      DELIMITED BY SPACE
                      INTO GT-RPT-LINE
               END-STRING
           ELSE
               STRING "NFADDR: NOT UNLOADED (SEE NFMAINT.RPT)"
                      DELIMITED BY SIZE INTO GT-RPT-LINE
           END-IF
           WRITE GT-RPT-LINE
      *
           MOVE SPACE                  TO GT-RPT-LINE
           WRITE GT-RPT-LINE
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "OUTPUT                   "  DELIMITED BY SIZE
                  "GOLDEN                   "  DELIMITED BY SIZE
                  "RESULT  DIFFS ONLY-G ONLY-N NOTE"
                                               DELIMITED BY SIZE
                  INTO GT-RPT-LINE
           END-STRING
           WRITE GT-RPT-LINE.
       3500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-COMPARE-ONE  6. 出力1本をゴールデンとFLCOMPARで照合し、
      *    PASS/FAILを1行で報告する
      ******************************************************************
       4000-COMPARE-ONE.
           MOVE "FAIL"                 TO GT-W-RESULT
           MOVE SPACE                  TO GT-W-NOTE
           MOVE ZERO                   TO GT-W-DIFF-CNT
                                          GT-W-ONLY1-CNT
                                          GT-W-ONLY2-CNT
                                          GT-W-LOST-CNT
           MOVE ZERO                   TO GT-W-DTL-CNT
      *
           MOVE GT-W-OUT-NAME(GT-W-O)  TO GT-W-FROM-NAME
           PERFORM 6600-FILE-EXISTS    THRU 6600-EXIT
           IF GT-W-EXISTS NOT = "Y"
               MOVE "NO OUTPUT"         TO GT-W-NOTE
               GO TO 4000-REPORT
           END-IF
           MOVE GT-W-OUT-GOLD(GT-W-O)  TO GT-W-FROM-NAME
           PERFORM 6600-FILE-EXISTS    THRU 6600-EXIT
           IF GT-W-EXISTS NOT = "Y"
               MOVE "NO GOLDEN COPY (PROMOTE AFTER SIGN-OFF)"
                                        TO GT-W-NOTE
               GO TO 4000-REPORT
           END-IF
           IF GT-W-OUT-LAY(GT-W-O) NOT = SPACE
               MOVE GT-W-OUT-LAY(GT-W-O) TO GT-W-FROM-NAME
               PERFORM 6600-FILE-EXISTS THRU 6600-EXIT
               IF GT-W-EXISTS NOT = "Y"
                   MOVE "NO LAYOUT"     TO GT-W-NOTE
                   GO TO 4000-REPORT
               END-IF
           END-IF
      *
      *    *** 帳票は本体を行番号付きで写し、時刻の形の文字を伏せる
           IF GT-W-OUT-KIND(GT-W-O) = "R"
               MOVE GT-W-OUT-GOLD(GT-W-O) TO GT-W-FROM-NAME
               MOVE "GOLDTEST.WK1"      TO GT-W-TO-NAME
               PERFORM 4100-NORMALIZE-RPT THRU 4100-EXIT
               MOVE GT-W-OUT-NAME(GT-W-O) TO GT-W-FROM-NAME
               MOVE "GOLDTEST.WK2"      TO GT-W-TO-NAME
               PERFORM 4100-NORMALIZE-RPT THRU 4100-EXIT
               MOVE "GOLDTEST.WK1"      TO GT-W-FILE1
               MOVE "GOLDTEST.WK2"      TO GT-W-FILE2
           ELSE
               MOVE GT-W-OUT-GOLD(GT-W-O) TO GT-W-FILE1
               MOVE GT-W-OUT-NAME(GT-W-O) TO GT-W-FILE2
           END-IF
      *
           PERFORM 4200-STAGE-FLCOMPAR THRU 4200-EXIT
           CALL "FLCOMPAR"
           CANCEL "FLCOMPAR"
           PERFORM 4300-READ-FL-RESULT THRU 4300-EXIT
           IF GT-W-NOTE = SPACE AND
              GT-W-DIFF-CNT = ZERO AND
              GT-W-ONLY1-CNT = ZERO AND
              GT-W-ONLY2-CNT = ZERO
               MOVE "PASS"              TO GT-W-RESULT
           END-IF.
       4000-REPORT.
           PERFORM 4400-WRITE-RESULT   THRU 4400-EXIT.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4100-NORMALIZE-RPT  帳票GT-W-FROM-NAMEを行番号付きで
      *    GT-W-TO-NAMEへ写す（時刻の形の文字は * で伏せる）
      ******************************************************************
       4100-NORMALIZE-RPT.
           MOVE ZERO                   TO GT-W-LINE-NO
           MOVE "N"                    TO GT-W-FROM-EOF
           OPEN INPUT GT-FROM-FILE
           OPEN OUTPUT GT-TO-FILE
           PERFORM 4110-NORM-LINE-ONE  THRU 4110-EXIT
               UNTIL GT-W-FROM-EOF-YES
           CLOSE GT-FROM-FILE
           CLOSE GT-TO-FILE.
       4100-EXIT.
           EXIT.
      *
       4110-NORM-LINE-ONE.
           READ GT-FROM-FILE
               AT END
                   SET GT-W-FROM-EOF-YES TO TRUE
                   GO TO 4110-EXIT
           END-READ
           ADD  1                      TO GT-W-LINE-NO
           MOVE SPACE                  TO GT-W-BODY
           MOVE GT-FROM-LINE(1:132)    TO GT-W-BODY(1:132)
           MOVE 1                      TO GT-W-P
           PERFORM 4120-MASK-AT        THRU 4120-EXIT
               UNTIL GT-W-P > 132
           MOVE SPACE                  TO GT-TO-LINE
           MOVE GT-W-LINE-NO           TO GT-TO-LINE(1:6)
           MOVE GT-W-BODY(1:132)       TO GT-TO-LINE(7:132)
           WRITE GT-TO-LINE.
       4110-EXIT.
           EXIT.
      *
      *    *** GT-W-Pの位置から始まる時刻の形を調べて伏せ、次の位置へ
      *    *** 進める（GT-W-BODYは132桁の後ろに12桁の空白を持つ）
       4120-MASK-AT.
           MOVE ZERO                   TO GT-W-MASK-LEN
           IF GT-W-BODY(GT-W-P:1) IS NOT NUMERIC
               ADD  1                  TO GT-W-P
               GO TO 4120-EXIT
           END-IF
      *    *** 数字列の途中からは見ない
           IF GT-W-P > 1
               IF GT-W-BODY(GT-W-P - 1:1) IS NUMERIC
                   ADD  1              TO GT-W-P
                   GO TO 4120-EXIT
               END-IF
           END-IF
           EVALUATE TRUE
      *        *** YYYY-MM-DD・YYYY/MM/DD
               WHEN GT-W-BODY(GT-W-P:4) IS NUMERIC AND
                    (GT-W-BODY(GT-W-P + 4:1) = "-" OR
                     GT-W-BODY(GT-W-P + 4:1) = "/") AND
                    GT-W-BODY(GT-W-P + 5:2) IS NUMERIC AND
                    GT-W-BODY(GT-W-P + 7:1) =
                    GT-W-BODY(GT-W-P + 4:1) AND
                    GT-W-BODY(GT-W-P + 8:2) IS NUMERIC
                   MOVE 10              TO GT-W-MASK-LEN
      *        *** HH:MM:SS・HH:MM
               WHEN GT-W-BODY(GT-W-P:2) IS NUMERIC AND
                    GT-W-BODY(GT-W-P + 2:1) = ":" AND
                    GT-W-BODY(GT-W-P + 3:2) IS NUMERIC
                   IF GT-W-BODY(GT-W-P + 5:1) = ":" AND
                      GT-W-BODY(GT-W-P + 6:2) IS NUMERIC
                       MOVE 8           TO GT-W-MASK-LEN
                   ELSE
                       MOVE 5           TO GT-W-MASK-LEN
                   END-IF
               WHEN OTHER
                   PERFORM 4130-DIGIT-RUN THRU 4130-EXIT
           END-EVALUATE
           IF GT-W-MASK-LEN > ZERO
               MOVE ALL "*"             TO
                   GT-W-BODY(GT-W-P:GT-W-MASK-LEN)
               ADD  GT-W-MASK-LEN       TO GT-W-P
           ELSE
               ADD  1                  TO GT-W-P
           END-IF.
       4120-EXIT.
           EXIT.
      *
      *    *** 数字だけの並び：14桁（YYYYMMDDHHMMSS）・8桁（YYYYMMDD）
      *    *** で19xx/20xxの年と01-12の月を持つ物を時刻とみなす
       4130-DIGIT-RUN.
           MOVE ZERO                   TO GT-W-L
           PERFORM 4135-COUNT-DIGIT    THRU 4135-EXIT
               UNTIL GT-W-BODY(GT-W-P + GT-W-L:1) IS NOT NUMERIC
           IF GT-W-L NOT = 14 AND GT-W-L NOT = 8
               GO TO 4130-EXIT
           END-IF
           IF GT-W-BODY(GT-W-P:2) NOT = "19" AND
              GT-W-BODY(GT-W-P:2) NOT = "20"
               GO TO 4130-EXIT
           END-IF
           MOVE GT-W-BODY(GT-W-P + 4:2) TO GT-W-MM
           IF GT-W-MM < "01" OR GT-W-MM > "12"
               GO TO 4130-EXIT
           END-IF
           MOVE GT-W-L                 TO GT-W-MASK-LEN.
       4130-EXIT.
           EXIT.
      *
       4135-COUNT-DIGIT.
           ADD  1                      TO GT-W-L.
       4135-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4200-STAGE-FLCOMPAR  FLCOMPAR.CTL・FLCOMPAR.LAYを置く
      *    （帳票でレイアウト省略時は行番号＋本体40桁ずつ）
      ******************************************************************
       4200-STAGE-FLCOMPAR.
           MOVE "FLCOMPAR.CTL"         TO GT-W-STG-WANT
           PERFORM 6000-STAGE-FILE     THRU 6000-EXIT
           MOVE "FLCOMPAR.LAY"         TO GT-W-STG-WANT
           PERFORM 6000-STAGE-FILE     THRU 6000-EXIT
      *
           MOVE "FLCOMPAR.CTL"         TO GT-W-TO-NAME
           OPEN OUTPUT GT-TO-FILE
           MOVE SPACE                  TO GT-TO-LINE
           STRING "FILE1="             DELIMITED BY SIZE
                  GT-W-FILE1            DELIMITED BY SIZE
                  INTO GT-TO-LINE
           END-STRING
           WRITE GT-TO-LINE
           MOVE SPACE                  TO GT-TO-LINE
           STRING "FILE2="             DELIMITED BY SIZE
                  GT-W-FILE2            DELIMITED BY SIZE
                  INTO GT-TO-LINE
           END-STRING
           WRITE GT-TO-LINE
           MOVE SPACE                  TO GT-TO-LINE
           IF GT-W-OUT-LAY(GT-W-O) = SPACE
               STRING "KEY=LINE"        DELIMITED BY SIZE
                      INTO GT-TO-LINE
           ELSE
               STRING "KEY="            DELIMITED BY SIZE
                      GT-W-OUT-KEY(GT-W-O) DELIMITED BY SIZE
                      INTO GT-TO-LINE
               END-STRING
           END-IF
           WRITE GT-TO-LINE
           CLOSE GT-TO-FILE
      *
           IF GT-W-OUT-LAY(GT-W-O) NOT = SPACE
               MOVE GT-W-OUT-LAY(GT-W-O) TO GT-W-FROM-NAME
               MOVE "FLCOMPAR.LAY"      TO GT-W-TO-NAME
               PERFORM 6500-COPY-FILE   THRU 6500-EXIT
               GO TO 4200-EXIT
           END-IF
           MOVE "FLCOMPAR.LAY"         TO GT-W-TO-NAME
           OPEN OUTPUT GT-TO-FILE
           MOVE "LINE       00001 006 D" TO GT-TO-LINE
           WRITE GT-TO-LINE
           MOVE "BODY01     00007 040 D" TO GT-TO-LINE
           WRITE GT-TO-LINE
           MOVE "BODY02     00047 040 D" TO GT-TO-LINE
           WRITE GT-TO-LINE
           MOVE "BODY03     00087 040 D" TO GT-TO-LINE
           WRITE GT-TO-LINE
           MOVE "BODY04     00127 012 D" TO GT-TO-LINE
           WRITE GT-TO-LINE
           CLOSE GT-TO-FILE.
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4300-READ-FL-RESULT  FLCOMPAR.RPTから件数と明細を拾う
      *    （照合できなかった理由はGT-W-NOTEへ）
      ******************************************************************
       4300-READ-FL-RESULT.
           MOVE "N"                    TO GT-W-SUM-SEEN
           MOVE "FLCOMPAR.RPT"         TO GT-W-FROM-NAME
           MOVE "N"                    TO GT-W-FROM-EOF
           OPEN INPUT GT-FROM-FILE
           IF GT-W-FROM-STATUS NOT = "00"
               MOVE "NO FLCOMPAR.RPT"   TO GT-W-NOTE
               GO TO 4300-EXIT
           END-IF
           PERFORM 4310-FL-LINE-ONE    THRU 4310-EXIT
               UNTIL GT-W-FROM-EOF-YES
           CLOSE GT-FROM-FILE
           IF GT-W-NOTE = SPACE AND GT-W-SUM-SEEN NOT = "Y"
               MOVE "NO COMPARE RESULT (SEE FLCOMPAR.RPT)"
                                        TO GT-W-NOTE
           END-IF.
       4300-EXIT.
           EXIT.
      *
       4310-FL-LINE-ONE.
           READ GT-FROM-FILE
               AT END
                   SET GT-W-FROM-EOF-YES TO TRUE
                   GO TO 4310-EXIT
           END-READ
           EVALUATE TRUE
               WHEN GT-FROM-LINE(1:6) = "DIFFS="
                   MOVE GT-FROM-LINE(7:6)  TO GT-W-DIFF-CNT
                   MOVE "Y"             TO GT-W-SUM-SEEN
               WHEN GT-FROM-LINE(1:10) = "ONLY-IN-1="
                   MOVE GT-FROM-LINE(11:6) TO GT-W-ONLY1-CNT
               WHEN GT-FROM-LINE(1:10) = "ONLY-IN-2="
                   MOVE GT-FROM-LINE(11:6) TO GT-W-ONLY2-CNT
               WHEN GT-FROM-LINE(1:24) = "NOT-COMPARED(OVER 1000)="
                   MOVE GT-FROM-LINE(25:6) TO GT-W-LOST-CNT
                   MOVE "NOT COMPARED (GOLDEN OVER 1000)"
                                        TO GT-W-NOTE
               WHEN GT-FROM-LINE(1:15) = "NO FLCOMPAR.LAY"
                   MOVE "NO USABLE LAYOUT" TO GT-W-NOTE
               WHEN GT-FROM-LINE(1:23) = "KEY FIELD NOT IN LAYOUT"
                   MOVE "KEY FIELD NOT IN LAYOUT" TO GT-W-NOTE
               WHEN GT-FROM-LINE(1:11) = "CANNOT OPEN"
                   MOVE GT-FROM-LINE(1:40) TO GT-W-NOTE
               WHEN GT-FROM-LINE(1:9) = "DIFF KEY=" OR
                    GT-FROM-LINE(1:9) = "  FILE1: " OR
                    GT-FROM-LINE(1:9) = "  FILE2: " OR
                    GT-FROM-LINE(1:14) = "ONLY-IN-1 KEY=" OR
                    GT-FROM-LINE(1:14) = "ONLY-IN-2 KEY="
                   IF GT-W-DTL-CNT < 20
                       ADD  1           TO GT-W-DTL-CNT
                       MOVE GT-FROM-LINE(1:132)
                                        TO GT-W-DTL-LINES(GT-W-DTL-CNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4310-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4400-WRITE-RESULT  出力1本のPASS/FAILを1行で出す（FAILは
      *    FLCOMPARの明細を続けて出し、ALERTWTRへ通知する）
      ******************************************************************
       4400-WRITE-RESULT.
           IF GT-W-RESULT = "PASS"
               ADD  1                  TO GT-W-PASS-CNT
           ELSE
               ADD  1                  TO GT-W-FAIL-CNT
           END-IF
           MOVE GT-W-DIFF-CNT          TO GT-W-DIFF-E
           MOVE GT-W-ONLY1-CNT         TO GT-W-ONLY1-E
           MOVE GT-W-ONLY2-CNT         TO GT-W-ONLY2-E
           MOVE SPACE                  TO GT-RPT-LINE
           STRING GT-W-OUT-NAME(GT-W-O) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  GT-W-OUT-GOLD(GT-W-O) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  GT-W-RESULT           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  GT-W-DIFF-E           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  GT-W-ONLY1-E          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  GT-W-ONLY2-E          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  GT-W-NOTE             DELIMITED BY SIZE
                  INTO GT-RPT-LINE
           END-STRING
           WRITE GT-RPT-LINE
           IF GT-W-RESULT = "PASS"
               GO TO 4400-EXIT
           END-IF
           PERFORM 4410-WRITE-DETAIL-ONE THRU 4410-EXIT
               VARYING GT-W-D FROM 1 BY 1
               UNTIL GT-W-D > GT-W-DTL-CNT
      *
           MOVE "GOLDTEST"             TO AL-PGM
           MOVE 2                      TO AL-SEVERITY
           MOVE "GOLDDIFF"             TO AL-CODE
           MOVE SPACE                  TO AL-MESSAGE
           STRING GT-W-OUT-NAME(GT-W-O) DELIMITED BY SPACE
                  " DIFFERS FROM GOLDEN" DELIMITED BY SIZE
                  " (SEE GOLDTEST.RPT)" DELIMITED BY SIZE
                  INTO AL-MESSAGE
           END-STRING
           CALL "ALERTWTR" USING AL-ALERT-AREA.
       4400-EXIT.
           EXIT.
      *
       4410-WRITE-DETAIL-ONE.
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "    "               DELIMITED BY SIZE
                  GT-W-DTL-LINES(GT-W-D) DELIMITED BY SIZE
                  INTO GT-RPT-LINE
           END-STRING
           WRITE GT-RPT-LINE.
       4410-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-PROMOTE-ONE  PROMOTE=Y  今回の出力をゴールデンへ複写
      *    する（承認後に流す）
      ******************************************************************
       5000-PROMOTE-ONE.
           MOVE GT-W-OUT-NAME(GT-W-O)  TO GT-W-FROM-NAME
           MOVE GT-W-OUT-GOLD(GT-W-O)  TO GT-W-TO-NAME
           PERFORM 6500-COPY-FILE      THRU 6500-EXIT
           MOVE SPACE                  TO GT-RPT-LINE
           IF GT-W-COPY-OK = "Y"
               ADD  1                  TO GT-W-PROM-CNT
               STRING "PROMOTED: "      DELIMITED BY SIZE
                      GT-W-OUT-NAME(GT-W-O) DELIMITED BY SPACE
                      " -> "             DELIMITED BY SIZE
                      GT-W-OUT-GOLD(GT-W-O) DELIMITED BY SPACE
                      INTO GT-RPT-LINE
               END-STRING
           ELSE
               ADD  1                  TO GT-W-PROM-ERR-CNT
               STRING "NOT PROMOTED: "  DELIMITED BY SIZE
                      GT-W-OUT-NAME(GT-W-O) DELIMITED BY SPACE
                      " (NO OUTPUT OR CANNOT WRITE GOLDEN)"
                                         DELIMITED BY SIZE
                      INTO GT-RPT-LINE
               END-STRING
           END-IF
           WRITE GT-RPT-LINE.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-STAGE-FILE  GT-W-STG-WANTを置き換える前に退避する
      *    （同じファイルは最初の1回だけ退避する）
      ******************************************************************
       6000-STAGE-FILE.
           MOVE ZERO                   TO GT-W-F
           PERFORM 6050-FIND-STAGE-ONE THRU 6050-EXIT
               VARYING GT-W-S FROM 1 BY 1
               UNTIL GT-W-S > GT-W-STG-CNT
           IF GT-W-F > ZERO OR GT-W-STG-CNT >= 8
               GO TO 6000-EXIT
           END-IF
           ADD  1                      TO GT-W-STG-CNT
           MOVE GT-W-STG-WANT          TO GT-W-STG-NAME(GT-W-STG-CNT)
           MOVE GT-W-STG-CNT           TO GT-W-NN
           MOVE GT-W-STG-WANT          TO GT-W-FROM-NAME
           MOVE SPACE                  TO GT-W-TO-NAME
           STRING GT-W-PFX             DELIMITED BY SPACE
                  ".R"                  DELIMITED BY SIZE
                  GT-W-NN               DELIMITED BY SIZE
                  INTO GT-W-TO-NAME
           END-STRING
           PERFORM 6500-COPY-FILE      THRU 6500-EXIT
           MOVE GT-W-COPY-OK           TO GT-W-STG-SAVED(GT-W-STG-CNT).
       6000-EXIT.
           EXIT.
      *
       6050-FIND-STAGE-ONE.
           IF GT-W-STG-NAME(GT-W-S) = GT-W-STG-WANT
               MOVE GT-W-S              TO GT-W-F
           END-IF.
       6050-EXIT.
           EXIT.
      *
      *    *** 退避したファイルを戻す（元が無かったファイルは外す）
       6100-RESTORE-ONE.
           IF GT-W-STG-SAVED(GT-W-S) NOT = "Y"
               CALL "CBL_DELETE_FILE" USING GT-W-STG-NAME(GT-W-S)
               GO TO 6100-EXIT
           END-IF
           MOVE GT-W-S                 TO GT-W-NN
           MOVE SPACE                  TO GT-W-FROM-NAME
           STRING GT-W-PFX             DELIMITED BY SPACE
                  ".R"                  DELIMITED BY SIZE
                  GT-W-NN               DELIMITED BY SIZE
                  INTO GT-W-FROM-NAME
           END-STRING
           MOVE GT-W-STG-NAME(GT-W-S)  TO GT-W-TO-NAME
           PERFORM 6500-COPY-FILE      THRU 6500-EXIT.
       6100-EXIT.
           EXIT.
      *
      *    *** GT-W-TO-NAMEの末尾へ追記する（無かった時は新しく作る）
       6300-OPEN-APPEND.
           MOVE GT-W-STG-WANT          TO GT-W-TO-NAME
           OPEN EXTEND GT-TO-FILE
           IF GT-W-TO-STATUS NOT = "00"
               OPEN OUTPUT GT-TO-FILE
           END-IF.
       6300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6500-COPY-FILE  GT-W-FROM-NAMEをGT-W-TO-NAMEへ複写する
      *    （複写元が無い時はGT-W-COPY-OK=Nで何もしない）
      ******************************************************************
       6500-COPY-FILE.
           MOVE "N"                    TO GT-W-COPY-OK
           MOVE "N"                    TO GT-W-FROM-EOF
           OPEN INPUT GT-FROM-FILE
           IF GT-W-FROM-STATUS NOT = "00"
               GO TO 6500-EXIT
           END-IF
           OPEN OUTPUT GT-TO-FILE
           IF GT-W-TO-STATUS NOT = "00"
               CLOSE GT-FROM-FILE
               GO TO 6500-EXIT
           END-IF
           PERFORM 6510-COPY-REC-ONE   THRU 6510-EXIT
               UNTIL GT-W-FROM-EOF-YES
           CLOSE GT-FROM-FILE
           CLOSE GT-TO-FILE
           MOVE "Y"                    TO GT-W-COPY-OK.
       6500-EXIT.
           EXIT.
      *
       6510-COPY-REC-ONE.
           READ GT-FROM-FILE
               AT END
                   SET GT-W-FROM-EOF-YES TO TRUE
                   GO TO 6510-EXIT
           END-READ
           MOVE GT-FROM-LINE           TO GT-TO-LINE
           WRITE GT-TO-LINE.
       6510-EXIT.
           EXIT.
      *
      *    *** GT-W-FROM-NAMEが読めればGT-W-EXISTS=Y
       6600-FILE-EXISTS.
           MOVE "N"                    TO GT-W-EXISTS
           OPEN INPUT GT-FROM-FILE
           IF GT-W-FROM-STATUS = "00"
               MOVE "Y"                 TO GT-W-EXISTS
               CLOSE GT-FROM-FILE
           END-IF.
       6600-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7000-READ-RUNLOG  RL-PGMの実行記録を読む（無い時は状態
      *    スペース）
      ******************************************************************
       7000-READ-RUNLOG.
           OPEN INPUT GT-RUN-FILE
           IF GT-W-RUN-STATUS NOT = "00"
               MOVE SPACE               TO RL-STATUS
               MOVE SPACE               TO RL-COMP-CODE
               GO TO 7000-EXIT
           END-IF
           READ GT-RUN-FILE
               INVALID KEY
                   MOVE SPACE           TO RL-STATUS
                   MOVE SPACE           TO RL-COMP-CODE
           END-READ
           CLOSE GT-RUN-FILE.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数と判定を出力し、RUNCTLへ記録する
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACE                  TO GT-RPT-LINE
           WRITE GT-RPT-LINE
           MOVE GT-W-OUT-CNT           TO GT-W-RPT-CNT
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "OUTPUTS="           DELIMITED BY SIZE
                  GT-W-RPT-CNT          DELIMITED BY SIZE
                  INTO GT-RPT-LINE
           END-STRING
           WRITE GT-RPT-LINE
           IF GT-W-PROMOTE-YES
               MOVE GT-W-PROM-CNT       TO GT-W-RPT-CNT
               MOVE SPACE               TO GT-RPT-LINE
               STRING "PROMOTED="       DELIMITED BY SIZE
                      GT-W-RPT-CNT       DELIMITED BY SIZE
                      INTO GT-RPT-LINE
               END-STRING
               WRITE GT-RPT-LINE
           ELSE
               MOVE GT-W-PASS-CNT       TO GT-W-RPT-CNT
               MOVE SPACE               TO GT-RPT-LINE
               STRING "PASSED="         DELIMITED BY SIZE
                      GT-W-RPT-CNT       DELIMITED BY SIZE
                      INTO GT-RPT-LINE
               END-STRING
               WRITE GT-RPT-LINE
               MOVE GT-W-FAIL-CNT       TO GT-W-RPT-CNT
               MOVE SPACE               TO GT-RPT-LINE
               STRING "FAILED="         DELIMITED BY SIZE
                      GT-W-RPT-CNT       DELIMITED BY SIZE
                      INTO GT-RPT-LINE
               END-STRING
               WRITE GT-RPT-LINE
           END-IF
      *
           EVALUATE TRUE
               WHEN GT-W-STOP-YES
                   MOVE 12              TO GT-W-VERDICT
                   MOVE "NOT RUN"       TO GT-W-VERDICT-TEXT
               WHEN GT-W-PROMOTE-YES AND GT-W-PROM-ERR-CNT > ZERO
                   MOVE 12              TO GT-W-VERDICT
                   MOVE "NOT PROMOTED"  TO GT-W-VERDICT-TEXT
               WHEN GT-W-PROMOTE-YES
                   MOVE ZERO            TO GT-W-VERDICT
                   MOVE "PROMOTED"      TO GT-W-VERDICT-TEXT
               WHEN GT-W-FAIL-CNT > ZERO OR NOT GT-W-CHAIN-OK-YES
                   MOVE 8               TO GT-W-VERDICT
                   MOVE "FAILED"        TO GT-W-VERDICT-TEXT
               WHEN OTHER
                   MOVE ZERO            TO GT-W-VERDICT
                   MOVE "ALL PASS"      TO GT-W-VERDICT-TEXT
           END-EVALUATE
      *
           MOVE "E"                    TO RC-ID
           MOVE "GOLDTEST"             TO RC-PGM
           EVALUATE GT-W-VERDICT
               WHEN 12
                   MOVE "PREFAIL"       TO RC-OUTCOME
               WHEN 8
                   MOVE "FAIL"          TO RC-OUTCOME
               WHEN OTHER
                   MOVE "OK"            TO RC-OUTCOME
           END-EVALUATE
           MOVE GT-W-VERDICT           TO RC-COMP-CODE
           MOVE GT-W-OUT-CNT           TO RC-REC-CNT
           IF GT-W-PROMOTE-YES
               MOVE GT-W-PROM-ERR-CNT   TO RC-ERR-CNT
           ELSE
               MOVE GT-W-FAIL-CNT       TO RC-ERR-CNT
           END-IF
           CALL "RUNCTL" USING RC-RUNCTL-AREA
      *
           MOVE SPACE                  TO GT-RPT-LINE
           STRING "VERDICT="           DELIMITED BY SIZE
                  GT-W-VERDICT          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  GT-W-VERDICT-TEXT     DELIMITED BY "  "
                  " OUTCOME="           DELIMITED BY SIZE
                  RC-OUTCOME            DELIMITED BY SPACE
                  INTO GT-RPT-LINE
           END-STRING
           WRITE GT-RPT-LINE
      *
      *    *** 抑止したアラートの件数を起票する
           MOVE "GOLDTEST"             TO AL-PGM
           MOVE "Y"                    TO AL-FLUSH
           CALL "ALERTWTR" USING AL-ALERT-AREA
           MOVE SPACE                  TO AL-FLUSH
           CLOSE GT-RPT-FILE.
       9000-EXIT.
           EXIT.
