      ******************************************************************
      *
      *    PROGRAM-ID.  CHAINCPR
      *
      *    夜間チェーンのクリティカルパス・余裕時間レポート。
      *    チェーン定義(RUNCHAIN)の前提PGMのつながりと、各ジョブの
      *    所要時間（実行履歴DTELHISTの直近30回平均、履歴が無ければ
      *    DTPLANの計画所要時間）から、ジョブごとの最早開始・最遅
      *    開始・余裕時間（オンライン開始に対する）を求め、余裕時間の
      *    最も小さいジョブの連なりをクリティカルパスとして
      *    CHAINCPR.RPTへ出力する。ウィンドウが詰まった時に、どの
      *    ジョブをチューニング・移動すべきかを示す（DTFCASTは当夜の
      *    予測終了時刻だけで、どのジョブが終了を決めているかは
      *    分からない）。
      *
      *    あわせてDTLOGの全世代(DTLOG.GENの一覧とDTLOG.OUT)を読み、
      *    RUNCHAIN上の前提PGMが一度も当該ジョブの開始前に終わって
      *    いないジョブを ORDER? として警告する（チェーン定義の
      *    誤りであることが多い）。
      *
      *    チェーンの開始時刻は先頭ジョブ（前提の無いジョブ）の
      *    DTPLAN計画開始の最小値。前提の無いジョブはDTPLANの計画
      *    開始より前には始まらないものとする。
      *
      *    CHAINCPR.CTL の指定:
      *      ONLINE=HHMMSS  オンライン開始時刻（省略時はDTPLANの
      *                     計画終了の最大値、DTFCASTと同じ）
      *      START=HHMMSS   チェーン開始時刻（省略時は上記）
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  計画・実行履歴・ログ・世代一覧の名前を
      *                          実行環境コード（ENVQUAL）で修飾し、
      *                          レポートの先頭へ環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CHAINCPR.
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
           SELECT CC-CHN-FILE      ASSIGN TO "RUNCHAIN"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS CC-W-CHN-STATUS.
      *    （計画・実行履歴・ログ・世代一覧の名前は環境コードで修飾する）
           SELECT CC-PLN-FILE      ASSIGN DYNAMIC CC-W-PLN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS CC-W-PLN-STATUS.
           SELECT CC-CTL-FILE      ASSIGN TO "CHAINCPR.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS CC-W-CTL-STATUS.
      *    所要時間の見積もりに使う実行履歴（DTELAPSEが追記）
           SELECT CC-HIST-FILE     ASSIGN DYNAMIC CC-W-HIST-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HE-KEY
                                   FILE STATUS IS CC-W-HIST-STATUS.
      *    当夜分のログと、DTLOGROTが退避した世代（名前は世代一覧
      *    DTLOG.GENのエントリーから実行時に組み立てる）
           SELECT CC-LOG-FILE      ASSIGN DYNAMIC CC-W-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS CC-W-LOG-STATUS.
           SELECT CC-IDX-FILE      ASSIGN DYNAMIC CC-W-IDX-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS CC-W-IDX-STATUS.
           SELECT CC-RPT-FILE      ASSIGN TO "CHAINCPR.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  CC-CHN-FILE.
       01  CC-CHN-LINE               PIC X(080).
      *
       FD  CC-PLN-FILE.
       01  CC-PLN-LINE               PIC X(080).
      *
       FD  CC-CTL-FILE.
       01  CC-CTL-LINE               PIC X(080).
      *
       FD  CC-HIST-FILE.
       01  HE-RECORD.
           05  HE-KEY.
             07  HE-PGM              PIC X(008).
             07  HE-RUNSTAMP         PIC 9(014).
           05  HE-CALLS              PIC 9(005).
           05  HE-MAXSEC             PIC 9(9)V99.
           05  HE-SLAHIT             PIC 9(005).
      *
       FD  CC-LOG-FILE.
       01  CC-LOG-LINE               PIC X(080).
      *
       FD  CC-IDX-FILE.
       01  CC-IDX-LINE               PIC X(080).
      *
       FD  CC-RPT-FILE.
       01  CC-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  CC-W-CHN-STATUS          PIC  X(002) VALUE SPACE.
       01  CC-W-PLN-STATUS          PIC  X(002) VALUE SPACE.
       01  CC-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  CC-W-HIST-STATUS         PIC  X(002) VALUE SPACE.
       01  CC-W-LOG-STATUS          PIC  X(002) VALUE SPACE.
       01  CC-W-IDX-STATUS          PIC  X(002) VALUE SPACE.
       01  CC-W-EOF                 PIC  X(001) VALUE "N".
           88  CC-W-EOF-YES                 VALUE "Y".
       01  CC-W-HIST-EOF            PIC  X(001) VALUE "N".
           88  CC-W-HIST-EOF-YES            VALUE "Y".
       01  CC-W-HIST-OPEN           PIC  X(001) VALUE "N".
           88  CC-W-HIST-OPEN-YES           VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    ジョブテーブル（RUNCHAINの記載順、最大50ジョブ）
      *    時刻はチェーン開始日00:00からの通算秒（日またぎは+86400）
      *    所要の出所 H:DTELHIST平均 P:DTPLAN計画 -:不明（ゼロ扱い）
      *---------------------------------------------------------------*
       01  CC-W-JOB-CNT             BINARY-LONG VALUE ZERO.
       01  CC-W-JOB-TBL-AREA.
           03  CC-W-JOB-TBL OCCURS 50.
             05  CC-W-JOB-PGM       PIC  X(008).
             05  CC-W-JOB-PRED OCCURS 3 PIC X(008).
      *      *** 前提PGMのテーブル位置（チェーン外の前提はゼロ）
             05  CC-W-JOB-PIX OCCURS 3 BINARY-LONG.
             05  CC-W-JOB-PLN-S     PIC S9(009).
             05  CC-W-JOB-PLN-E     PIC S9(009).
             05  CC-W-JOB-IN-PLAN   PIC  X(001).
             05  CC-W-JOB-DUR       PIC S9(009).
             05  CC-W-JOB-SRC       PIC  X(001).
             05  CC-W-JOB-ES        PIC S9(009).
             05  CC-W-JOB-EF        PIC S9(009).
             05  CC-W-JOB-LS        PIC S9(009).
             05  CC-W-JOB-LF        PIC S9(009).
             05  CC-W-JOB-SLACK     PIC S9(009).
      *      *** 前進計算・後退計算の済み Y
             05  CC-W-JOB-FWD       PIC  X(001).
             05  CC-W-JOB-BWD       PIC  X(001).
             05  CC-W-JOB-CRIT      PIC  X(001).
      *      *** DTLOG世代内の最初のS行・E行の時刻（世代ごとに戻す）
             05  CC-W-JOB-GEN-S     PIC  9(014).
             05  CC-W-JOB-GEN-E     PIC  9(014).
      *      *** 前提ごと: 当該ジョブが開始した世代数と、そのうち
      *      *** 前提が開始前に終わっていた世代数
             05  CC-W-JOB-SEEN OCCURS 3 BINARY-LONG.
             05  CC-W-JOB-BEFORE OCCURS 3 BINARY-LONG.
       01  CC-W-I                   BINARY-LONG VALUE ZERO.
       01  CC-W-J                   BINARY-LONG VALUE ZERO.
       01  CC-W-K                   BINARY-LONG VALUE ZERO.
       01  CC-W-P                   BINARY-LONG VALUE ZERO.
       01  CC-W-F                   BINARY-LONG VALUE ZERO.
       01  CC-W-PASS                BINARY-LONG VALUE ZERO.
       01  CC-W-PROGRESS            PIC  X(001) VALUE "N".
       01  CC-W-READY               PIC  X(001) VALUE "N".
       01  CC-W-CYCLE-CNT           BINARY-LONG VALUE ZERO.
       01  CC-W-ORDER-CNT           BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    時刻計算用
      *---------------------------------------------------------------*
       01  CC-W-START-HMS           PIC  9(006) VALUE ZERO.
       01  CC-W-START-SEC           PIC S9(009) VALUE ZERO.
       01  CC-W-ONLINE-HMS          PIC  9(006) VALUE ZERO.
       01  CC-W-ONLINE-SEC          PIC S9(009) VALUE ZERO.
       01  CC-W-PLAN-MAX-E          PIC  9(006) VALUE ZERO.
       01  CC-W-HMS                 PIC  9(006) VALUE ZERO.
       01  CC-W-HMS-R REDEFINES CC-W-HMS.
           05  CC-W-HMS-HH          PIC  9(002).
           05  CC-W-HMS-MI          PIC  9(002).
           05  CC-W-HMS-SS          PIC  9(002).
       01  CC-W-SEC                 PIC S9(009) VALUE ZERO.
       01  CC-W-MAX                 PIC S9(009) VALUE ZERO.
       01  CC-W-MIN                 PIC S9(009) VALUE ZERO.
       01  CC-W-MIN-SLACK           PIC S9(009) VALUE ZERO.
       01  CC-W-END-SEC             PIC S9(009) VALUE ZERO.
       01  CC-W-ES-HMS              PIC  9(006) VALUE ZERO.
       01  CC-W-LS-HMS              PIC  9(006) VALUE ZERO.
       01  CC-W-EF-HMS              PIC  9(006) VALUE ZERO.
       01  CC-W-END-HMS             PIC  9(006) VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    履歴平均（直近30回、DTFCASTと同じ取り方）
      *---------------------------------------------------------------*
       01  CC-W-TR-RING-AREA.
           03  CC-W-TR-RING OCCURS 30   PIC 9(9)V99.
       01  CC-W-TR-IDX              BINARY-LONG VALUE ZERO.
       01  CC-W-TR-CNT              BINARY-LONG VALUE ZERO.
       01  CC-W-TR-N                BINARY-LONG VALUE ZERO.
       01  CC-W-TR-SUM              PIC  9(12)V99 VALUE ZERO.
       01  CC-W-TR-AVG              PIC  9(9)V99 VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    DTLOG世代の一覧（古い順、最大60世代）
      *---------------------------------------------------------------*
       01  CC-W-LOG-NAME            PIC  X(024) VALUE SPACE.
       01  CC-W-GEN-CNT             BINARY-LONG VALUE ZERO.
       01  CC-W-GEN-TBL-AREA.
           03  CC-W-GEN-TBL OCCURS 60   PIC 9(008).
       01  CC-W-G                   BINARY-LONG VALUE ZERO.
       01  CC-W-LOG-STAMP           PIC  9(014) VALUE ZERO.
       01  CC-W-LOG-GENS            BINARY-LONG VALUE ZERO.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  CC-W-PLN-NAME            PIC  X(024) VALUE "DTPLAN".
       01  CC-W-HIST-NAME           PIC  X(024) VALUE "DTELHIST".
       01  CC-W-IDX-NAME            PIC  X(024) VALUE "DTLOG.GEN".
      *
      *---------------------------------------------------------------*
      *    クリティカルパス（最終ジョブから前提をたどった順）
      *---------------------------------------------------------------*
       01  CC-W-PATH-CNT            BINARY-LONG VALUE ZERO.
       01  CC-W-PATH-TBL-AREA.
           03  CC-W-PATH-TBL OCCURS 50  BINARY-LONG.
       01  CC-W-PTR                 BINARY-LONG VALUE ZERO.
      *
       01  CC-W-DUR-E               PIC  ZZZZZ9.
       01  CC-W-SLACK-E             PIC  -ZZZZZ9.
       01  CC-W-CNT-E               PIC  ZZZ9.
       01  CC-W-CNT2-E              PIC  ZZZ9.
       01  CC-W-ORDER-FLAG          PIC  X(006) VALUE SPACE.
      *
       COPY "CPDTLOG.cpy"   REPLACING ==:##:== BY ==CC==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==CCQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF CC-W-JOB-CNT > ZERO
               PERFORM 3000-FORWARD     THRU 3000-EXIT
               PERFORM 4000-BACKWARD    THRU 4000-EXIT
               PERFORM 5000-LOG-ORDER   THRU 5000-EXIT
               PERFORM 6000-REPORT      THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  指定・チェーン定義・計画を読み込み、
      *    ジョブごとの所要時間を見積もる
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT CC-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
      *
           MOVE "N"                    TO CC-W-EOF
           OPEN INPUT CC-CTL-FILE
           IF CC-W-CTL-STATUS = "00"
               PERFORM 1100-READ-CTL-ONE THRU 1100-EXIT
                   UNTIL CC-W-EOF-YES
               CLOSE CC-CTL-FILE
           END-IF
      *
           MOVE ZERO                   TO CC-W-JOB-CNT
           MOVE "N"                    TO CC-W-EOF
           OPEN INPUT CC-CHN-FILE
           IF CC-W-CHN-STATUS = "00"
               PERFORM 1200-READ-CHN-ONE THRU 1200-EXIT
                   UNTIL CC-W-EOF-YES
               CLOSE CC-CHN-FILE
           END-IF
           IF CC-W-JOB-CNT = ZERO
               MOVE SPACE               TO CC-RPT-LINE
               STRING "NO RUNCHAIN - NOTHING TO ANALYSE"
                      DELIMITED BY SIZE INTO CC-RPT-LINE
               WRITE CC-RPT-LINE
               GO TO 1000-EXIT
           END-IF
      *
      *    *** 前提PGMのテーブル位置を引いておく
           PERFORM 1300-LINK-ONE        THRU 1300-EXIT
               VARYING CC-W-J FROM 1 BY 1
               UNTIL CC-W-J > CC-W-JOB-CNT
      *
           MOVE "N"                    TO CC-W-EOF
           OPEN INPUT CC-PLN-FILE
           IF CC-W-PLN-STATUS = "00"
               PERFORM 1400-READ-PLN-ONE THRU 1400-EXIT
                   UNTIL CC-W-EOF-YES
               CLOSE CC-PLN-FILE
           END-IF
      *
      *    *** 開始・オンライン開始の既定値（計画から求める）
           IF CC-W-START-HMS = ZERO
               MOVE 999999              TO CC-W-START-HMS
               PERFORM 1500-DEFAULT-START THRU 1500-EXIT
                   VARYING CC-W-J FROM 1 BY 1
                   UNTIL CC-W-J > CC-W-JOB-CNT
               IF CC-W-START-HMS = 999999
                   MOVE ZERO            TO CC-W-START-HMS
               END-IF
           END-IF
           IF CC-W-ONLINE-HMS = ZERO
               MOVE CC-W-PLAN-MAX-E     TO CC-W-ONLINE-HMS
           END-IF
           MOVE CC-W-START-HMS         TO CC-W-HMS
           PERFORM 8000-HMS-TO-SEC      THRU 8000-EXIT
           MOVE CC-W-SEC               TO CC-W-START-SEC
           MOVE CC-W-ONLINE-HMS        TO CC-W-HMS
           PERFORM 8000-HMS-TO-SEC      THRU 8000-EXIT
           MOVE CC-W-SEC               TO CC-W-ONLINE-SEC
      *    *** オンライン開始が開始時刻より前の表記なら翌日扱い
           IF CC-W-ONLINE-SEC <= CC-W-START-SEC
               ADD  86400               TO CC-W-ONLINE-SEC
           END-IF
      *
           OPEN INPUT CC-HIST-FILE
           IF CC-W-HIST-STATUS = "00"
               SET CC-W-HIST-OPEN-YES   TO TRUE
           END-IF
           PERFORM 1600-EST-DURATION    THRU 1600-EXIT
               VARYING CC-W-J FROM 1 BY 1
               UNTIL CC-W-J > CC-W-JOB-CNT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  計画・実行履歴・世代一覧の名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO CCQ-ID
           MOVE "DTPLAN"               TO CCQ-NAME
           CALL "ENVQUAL" USING CCQ-ENVQUAL-AREA
           MOVE CCQ-QNAME              TO CC-W-PLN-NAME
           MOVE "DTELHIST"             TO CCQ-NAME
           CALL "ENVQUAL" USING CCQ-ENVQUAL-AREA
           MOVE CCQ-QNAME              TO CC-W-HIST-NAME
           MOVE "DTLOG.GEN"            TO CCQ-NAME
           CALL "ENVQUAL" USING CCQ-ENVQUAL-AREA
           MOVE CCQ-QNAME              TO CC-W-IDX-NAME
           MOVE CCQ-ENV-LINE           TO CC-RPT-LINE
           WRITE CC-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ CC-CTL-FILE
               AT END
                   SET CC-W-EOF-YES     TO TRUE
                   GO TO 1100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN CC-CTL-LINE(1:7) = "ONLINE=" AND
                    CC-CTL-LINE(8:6) IS NUMERIC
                   MOVE CC-CTL-LINE(8:6) TO CC-W-ONLINE-HMS
               WHEN CC-CTL-LINE(1:6) = "START=" AND
                    CC-CTL-LINE(7:6) IS NUMERIC
                   MOVE CC-CTL-LINE(7:6) TO CC-W-START-HMS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
       1200-READ-CHN-ONE.
           READ CC-CHN-FILE
               AT END
                   SET CC-W-EOF-YES     TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF CC-CHN-LINE = SPACE OR CC-CHN-LINE(1:1) = "*"
               GO TO 1200-EXIT
           END-IF
           IF CC-W-JOB-CNT >= 50
               GO TO 1200-EXIT
           END-IF
           ADD  1                      TO CC-W-JOB-CNT
           MOVE CC-W-JOB-CNT           TO CC-W-J
           INITIALIZE CC-W-JOB-TBL(CC-W-J)
           MOVE CC-CHN-LINE(1:8)       TO CC-W-JOB-PGM(CC-W-J)
           MOVE CC-CHN-LINE(14:8)      TO CC-W-JOB-PRED(CC-W-J 1)
           MOVE CC-CHN-LINE(23:8)      TO CC-W-JOB-PRED(CC-W-J 2)
           MOVE CC-CHN-LINE(32:8)      TO CC-W-JOB-PRED(CC-W-J 3)
           MOVE "N"                    TO CC-W-JOB-IN-PLAN(CC-W-J).
       1200-EXIT.
           EXIT.
      *
       1300-LINK-ONE.
           PERFORM 1310-LINK-PRED-ONE   THRU 1310-EXIT
               VARYING CC-W-P FROM 1 BY 1
               UNTIL CC-W-P > 3.
       1300-EXIT.
           EXIT.
      *
       1310-LINK-PRED-ONE.
           MOVE ZERO                   TO CC-W-JOB-PIX(CC-W-J CC-W-P)
           IF CC-W-JOB-PRED(CC-W-J CC-W-P) = SPACE
               GO TO 1310-EXIT
           END-IF
           PERFORM 1320-FIND-PRED-ONE   THRU 1320-EXIT
               VARYING CC-W-K FROM 1 BY 1
               UNTIL CC-W-K > CC-W-JOB-CNT.
       1310-EXIT.
           EXIT.
      *
       1320-FIND-PRED-ONE.
           IF CC-W-JOB-PIX(CC-W-J CC-W-P) = ZERO AND
              CC-W-JOB-PGM(CC-W-K) = CC-W-JOB-PRED(CC-W-J CC-W-P)
               MOVE CC-W-K              TO CC-W-JOB-PIX(CC-W-J CC-W-P)
           END-IF.
       1320-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1400-READ-PLN-ONE  DTPLANの計画時刻を該当ジョブへ付ける
      *    （チェーンに無いジョブも計画終了の最大値には含める）
      ******************************************************************
       1400-READ-PLN-ONE.
           READ CC-PLN-FILE
               AT END
                   SET CC-W-EOF-YES     TO TRUE
                   GO TO 1400-EXIT
           END-READ
           IF CC-PLN-LINE = SPACE OR CC-PLN-LINE(1:1) = "*"
               GO TO 1400-EXIT
           END-IF
           IF CC-PLN-LINE(17:6) IS NUMERIC AND
              CC-PLN-LINE(17:6) > CC-W-PLAN-MAX-E
               MOVE CC-PLN-LINE(17:6)   TO CC-W-PLAN-MAX-E
           END-IF
           MOVE ZERO                   TO CC-W-F
           PERFORM 1410-FIND-JOB-ONE    THRU 1410-EXIT
               VARYING CC-W-K FROM 1 BY 1
               UNTIL CC-W-K > CC-W-JOB-CNT
           IF CC-W-F = ZERO
               GO TO 1400-EXIT
           END-IF
           MOVE "Y"                    TO CC-W-JOB-IN-PLAN(CC-W-F)
           COMPUTE CC-W-HMS = FUNCTION NUMVAL(CC-PLN-LINE(10:6))
           PERFORM 8000-HMS-TO-SEC      THRU 8000-EXIT
           MOVE CC-W-SEC               TO CC-W-JOB-PLN-S(CC-W-F)
           COMPUTE CC-W-HMS = FUNCTION NUMVAL(CC-PLN-LINE(17:6))
           PERFORM 8000-HMS-TO-SEC      THRU 8000-EXIT
           MOVE CC-W-SEC               TO CC-W-JOB-PLN-E(CC-W-F).
       1400-EXIT.
           EXIT.
      *
       1410-FIND-JOB-ONE.
           IF CC-W-F = ZERO AND
              CC-W-JOB-PGM(CC-W-K) = CC-PLN-LINE(1:8)
               MOVE CC-W-K              TO CC-W-F
           END-IF.
       1410-EXIT.
           EXIT.
      *
      *    *** 前提の無いジョブの計画開始の最小値をチェーン開始とする
       1500-DEFAULT-START.
           IF CC-W-JOB-IN-PLAN(CC-W-J) NOT = "Y"
               GO TO 1500-EXIT
           END-IF
           IF CC-W-JOB-PRED(CC-W-J 1) NOT = SPACE OR
              CC-W-JOB-PRED(CC-W-J 2) NOT = SPACE OR
              CC-W-JOB-PRED(CC-W-J 3) NOT = SPACE
               GO TO 1500-EXIT
           END-IF
           COMPUTE CC-W-SEC = CC-W-JOB-PLN-S(CC-W-J)
           COMPUTE CC-W-HMS-HH = CC-W-SEC / 3600
           COMPUTE CC-W-HMS-MI = FUNCTION MOD(CC-W-SEC, 3600) / 60
           COMPUTE CC-W-HMS-SS = FUNCTION MOD(CC-W-SEC, 60)
           IF CC-W-HMS < CC-W-START-HMS
               MOVE CC-W-HMS            TO CC-W-START-HMS
           END-IF.
       1500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1600-EST-DURATION  ジョブ(CC-W-J)の所要見積もり（秒）
      *    実行履歴の直近30回平均、履歴が無ければDTPLANの計画所要時間
      *    計画時刻はここでチェーン開始日基準へ直す
      ******************************************************************
       1600-EST-DURATION.
           IF CC-W-JOB-IN-PLAN(CC-W-J) = "Y"
               IF CC-W-JOB-PLN-S(CC-W-J) < CC-W-START-SEC
                   ADD  86400           TO CC-W-JOB-PLN-S(CC-W-J)
               END-IF
               IF CC-W-JOB-PLN-E(CC-W-J) < CC-W-JOB-PLN-S(CC-W-J)
                   ADD  86400           TO CC-W-JOB-PLN-E(CC-W-J)
               END-IF
           END-IF
      *
           MOVE ZERO                   TO CC-W-JOB-DUR(CC-W-J)
           MOVE "-"                    TO CC-W-JOB-SRC(CC-W-J)
           PERFORM 1700-HIST-AVG        THRU 1700-EXIT
           IF CC-W-TR-N > ZERO
               MOVE CC-W-TR-AVG         TO CC-W-JOB-DUR(CC-W-J)
               MOVE "H"                 TO CC-W-JOB-SRC(CC-W-J)
               GO TO 1600-EXIT
           END-IF
           IF CC-W-JOB-IN-PLAN(CC-W-J) = "Y"
               COMPUTE CC-W-JOB-DUR(CC-W-J) =
                   CC-W-JOB-PLN-E(CC-W-J) - CC-W-JOB-PLN-S(CC-W-J)
               MOVE "P"                 TO CC-W-JOB-SRC(CC-W-J)
           END-IF.
       1600-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1700-HIST-AVG  DTELHISTからジョブ(CC-W-J)の直近30回平均を
      *    求める（DTFCASTと同じリングの取り方）
      ******************************************************************
       1700-HIST-AVG.
           MOVE ZERO                   TO CC-W-TR-CNT
           MOVE ZERO                   TO CC-W-TR-IDX
           MOVE ZERO                   TO CC-W-TR-N
           MOVE ZERO                   TO CC-W-TR-AVG
           IF NOT CC-W-HIST-OPEN-YES
               GO TO 1700-EXIT
           END-IF
           MOVE "N"                    TO CC-W-HIST-EOF
           MOVE CC-W-JOB-PGM(CC-W-J)   TO HE-PGM
           MOVE ZERO                   TO HE-RUNSTAMP
           START CC-HIST-FILE KEY IS GREATER THAN HE-KEY
               INVALID KEY
                   SET CC-W-HIST-EOF-YES TO TRUE
           END-START
           PERFORM 1710-HIST-READ-ONE   THRU 1710-EXIT
               UNTIL CC-W-HIST-EOF-YES
      *
           COMPUTE CC-W-TR-N = CC-W-TR-CNT
           IF CC-W-TR-N > 30
               MOVE 30                  TO CC-W-TR-N
           END-IF
           IF CC-W-TR-N = ZERO
               GO TO 1700-EXIT
           END-IF
           MOVE ZERO                   TO CC-W-TR-SUM
           PERFORM 1720-HIST-SUM-ONE    THRU 1720-EXIT
               VARYING CC-W-K FROM 1 BY 1
               UNTIL CC-W-K > CC-W-TR-N
           COMPUTE CC-W-TR-AVG ROUNDED = CC-W-TR-SUM / CC-W-TR-N.
       1700-EXIT.
           EXIT.
      *
       1710-HIST-READ-ONE.
           READ CC-HIST-FILE NEXT RECORD
               AT END
                   SET CC-W-HIST-EOF-YES TO TRUE
                   GO TO 1710-EXIT
           END-READ
           IF HE-PGM NOT = CC-W-JOB-PGM(CC-W-J)
               SET CC-W-HIST-EOF-YES    TO TRUE
               GO TO 1710-EXIT
           END-IF
           ADD  1                      TO CC-W-TR-IDX
           IF CC-W-TR-IDX > 30
               MOVE 1                   TO CC-W-TR-IDX
           END-IF
           MOVE HE-MAXSEC              TO CC-W-TR-RING(CC-W-TR-IDX)
           ADD  1                      TO CC-W-TR-CNT.
       1710-EXIT.
           EXIT.
      *
       1720-HIST-SUM-ONE.
           ADD  CC-W-TR-RING(CC-W-K)    TO CC-W-TR-SUM.
       1720-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-FORWARD  前進計算。前提がすべて済んだジョブから最早
      *    開始＝前提の最早終了の最大値（前提無しはチェーン開始と計画
      *    開始の遅い方）を求める。1巡で何も進まなくなったら終わり、
      *    残ったジョブは前提が循環している
      ******************************************************************
       3000-FORWARD.
           MOVE "Y"                    TO CC-W-PROGRESS
           MOVE ZERO                   TO CC-W-PASS
           PERFORM 3100-FORWARD-PASS    THRU 3100-EXIT
               UNTIL CC-W-PROGRESS = "N" OR CC-W-PASS > 50
      *
           MOVE ZERO                   TO CC-W-CYCLE-CNT
           PERFORM 3300-CYCLE-ONE       THRU 3300-EXIT
               VARYING CC-W-J FROM 1 BY 1
               UNTIL CC-W-J > CC-W-JOB-CNT.
       3000-EXIT.
           EXIT.
      *
       3100-FORWARD-PASS.
           ADD  1                      TO CC-W-PASS
           MOVE "N"                    TO CC-W-PROGRESS
           PERFORM 3200-FORWARD-ONE     THRU 3200-EXIT
               VARYING CC-W-J FROM 1 BY 1
               UNTIL CC-W-J > CC-W-JOB-CNT.
       3100-EXIT.
           EXIT.
      *
       3200-FORWARD-ONE.
           IF CC-W-JOB-FWD(CC-W-J) = "Y"
               GO TO 3200-EXIT
           END-IF
           MOVE "Y"                    TO CC-W-READY
           MOVE CC-W-START-SEC         TO CC-W-MAX
           IF CC-W-JOB-IN-PLAN(CC-W-J) = "Y" AND
              CC-W-JOB-PRED(CC-W-J 1) = SPACE AND
              CC-W-JOB-PRED(CC-W-J 2) = SPACE AND
              CC-W-JOB-PRED(CC-W-J 3) = SPACE AND
              CC-W-JOB-PLN-S(CC-W-J) > CC-W-MAX
               MOVE CC-W-JOB-PLN-S(CC-W-J) TO CC-W-MAX
           END-IF
           PERFORM 3210-FWD-PRED-ONE    THRU 3210-EXIT
               VARYING CC-W-P FROM 1 BY 1
               UNTIL CC-W-P > 3
           IF CC-W-READY NOT = "Y"
               GO TO 3200-EXIT
           END-IF
           MOVE CC-W-MAX               TO CC-W-JOB-ES(CC-W-J)
           COMPUTE CC-W-JOB-EF(CC-W-J) =
               CC-W-JOB-ES(CC-W-J) + CC-W-JOB-DUR(CC-W-J)
           MOVE "Y"                    TO CC-W-JOB-FWD(CC-W-J)
           MOVE "Y"                    TO CC-W-PROGRESS.
       3200-EXIT.
           EXIT.
      *
       3210-FWD-PRED-ONE.
           MOVE CC-W-JOB-PIX(CC-W-J CC-W-P) TO CC-W-K
           IF CC-W-K = ZERO
               GO TO 3210-EXIT
           END-IF
           IF CC-W-JOB-FWD(CC-W-K) NOT = "Y"
               MOVE "N"                 TO CC-W-READY
               GO TO 3210-EXIT
           END-IF
           IF CC-W-JOB-EF(CC-W-K) > CC-W-MAX
               MOVE CC-W-JOB-EF(CC-W-K) TO CC-W-MAX
           END-IF.
       3210-EXIT.
           EXIT.
      *
       3300-CYCLE-ONE.
           IF CC-W-JOB-FWD(CC-W-J) NOT = "Y"
               ADD  1                  TO CC-W-CYCLE-CNT
           END-IF.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-BACKWARD  後退計算。後続がすべて済んだジョブから最遅
      *    終了＝後続の最遅開始の最小値（後続無しはオンライン開始）を
      *    求め、余裕時間＝最遅開始－最早開始とする
      ******************************************************************
       4000-BACKWARD.
           MOVE "Y"                    TO CC-W-PROGRESS
           MOVE ZERO                   TO CC-W-PASS
           PERFORM 4100-BACKWARD-PASS   THRU 4100-EXIT
               UNTIL CC-W-PROGRESS = "N" OR CC-W-PASS > 50
      *
      *    *** 余裕時間の最小値の連なりをクリティカルとする
           MOVE 999999999              TO CC-W-MIN-SLACK
           MOVE ZERO                   TO CC-W-END-SEC
           PERFORM 4300-MIN-SLACK-ONE   THRU 4300-EXIT
               VARYING CC-W-J FROM 1 BY 1
               UNTIL CC-W-J > CC-W-JOB-CNT
           PERFORM 4400-MARK-CRIT-ONE   THRU 4400-EXIT
               VARYING CC-W-J FROM 1 BY 1
               UNTIL CC-W-J > CC-W-JOB-CNT
           PERFORM 4500-TRACE-PATH      THRU 4500-EXIT.
       4000-EXIT.
           EXIT.
      *
       4100-BACKWARD-PASS.
           ADD  1                      TO CC-W-PASS
           MOVE "N"                    TO CC-W-PROGRESS
           PERFORM 4200-BACKWARD-ONE    THRU 4200-EXIT
               VARYING CC-W-J FROM 1 BY 1
               UNTIL CC-W-J > CC-W-JOB-CNT.
       4100-EXIT.
           EXIT.
      *
       4200-BACKWARD-ONE.
           IF CC-W-JOB-BWD(CC-W-J) = "Y" OR
              CC-W-JOB-FWD(CC-W-J) NOT = "Y"
               GO TO 4200-EXIT
           END-IF
           MOVE "Y"                    TO CC-W-READY
           MOVE CC-W-ONLINE-SEC        TO CC-W-MIN
           PERFORM 4210-BWD-SUCC-ONE    THRU 4210-EXIT
               VARYING CC-W-K FROM 1 BY 1
               UNTIL CC-W-K > CC-W-JOB-CNT
           IF CC-W-READY NOT = "Y"
               GO TO 4200-EXIT
           END-IF
           MOVE CC-W-MIN               TO CC-W-JOB-LF(CC-W-J)
           COMPUTE CC-W-JOB-LS(CC-W-J) =
               CC-W-JOB-LF(CC-W-J) - CC-W-JOB-DUR(CC-W-J)
           COMPUTE CC-W-JOB-SLACK(CC-W-J) =
               CC-W-JOB-LS(CC-W-J) - CC-W-JOB-ES(CC-W-J)
           MOVE "Y"                    TO CC-W-JOB-BWD(CC-W-J)
           MOVE "Y"                    TO CC-W-PROGRESS.
       4200-EXIT.
           EXIT.
      *
      *    *** ジョブ(CC-W-K)が(CC-W-J)を前提に持てば後続として見る
       4210-BWD-SUCC-ONE.
           IF CC-W-JOB-FWD(CC-W-K) NOT = "Y"
               GO TO 4210-EXIT
           END-IF
           IF CC-W-JOB-PIX(CC-W-K 1) NOT = CC-W-J AND
              CC-W-JOB-PIX(CC-W-K 2) NOT = CC-W-J AND
              CC-W-JOB-PIX(CC-W-K 3) NOT = CC-W-J
               GO TO 4210-EXIT
           END-IF
           IF CC-W-JOB-BWD(CC-W-K) NOT = "Y"
               MOVE "N"                 TO CC-W-READY
               GO TO 4210-EXIT
           END-IF
           IF CC-W-JOB-LS(CC-W-K) < CC-W-MIN
               MOVE CC-W-JOB-LS(CC-W-K) TO CC-W-MIN
           END-IF.
       4210-EXIT.
           EXIT.
      *
       4300-MIN-SLACK-ONE.
           IF CC-W-JOB-BWD(CC-W-J) NOT = "Y"
               GO TO 4300-EXIT
           END-IF
           IF CC-W-JOB-SLACK(CC-W-J) < CC-W-MIN-SLACK
               MOVE CC-W-JOB-SLACK(CC-W-J) TO CC-W-MIN-SLACK
           END-IF
           IF CC-W-JOB-EF(CC-W-J) > CC-W-END-SEC
               MOVE CC-W-JOB-EF(CC-W-J) TO CC-W-END-SEC
           END-IF.
       4300-EXIT.
           EXIT.
      *
       4400-MARK-CRIT-ONE.
           MOVE SPACE                  TO CC-W-JOB-CRIT(CC-W-J)
           IF CC-W-JOB-BWD(CC-W-J) = "Y" AND
              CC-W-JOB-SLACK(CC-W-J) = CC-W-MIN-SLACK
               MOVE "*"                 TO CC-W-JOB-CRIT(CC-W-J)
           END-IF.
       4400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4500-TRACE-PATH  最も遅く終わるジョブから、最早開始を
      *    決めている前提（最早終了＝最早開始）を順にたどる
      ******************************************************************
       4500-TRACE-PATH.
           MOVE ZERO                   TO CC-W-PATH-CNT
           MOVE ZERO                   TO CC-W-PTR
           PERFORM 4510-FIND-LAST-ONE   THRU 4510-EXIT
               VARYING CC-W-J FROM 1 BY 1
               UNTIL CC-W-J > CC-W-JOB-CNT
           PERFORM 4520-TRACE-ONE       THRU 4520-EXIT
               UNTIL CC-W-PTR = ZERO OR CC-W-PATH-CNT >= 50.
       4500-EXIT.
           EXIT.
      *
       4510-FIND-LAST-ONE.
           IF CC-W-PTR = ZERO AND CC-W-JOB-FWD(CC-W-J) = "Y" AND
              CC-W-JOB-EF(CC-W-J) = CC-W-END-SEC
               MOVE CC-W-J              TO CC-W-PTR
           END-IF.
       4510-EXIT.
           EXIT.
      *
       4520-TRACE-ONE.
           ADD  1                      TO CC-W-PATH-CNT
           MOVE CC-W-PTR               TO CC-W-PATH-TBL(CC-W-PATH-CNT)
           MOVE CC-W-PTR               TO CC-W-J
           MOVE ZERO                   TO CC-W-PTR
           PERFORM 4530-DRIVER-PRED-ONE THRU 4530-EXIT
               VARYING CC-W-P FROM 1 BY 1
               UNTIL CC-W-P > 3.
       4520-EXIT.
           EXIT.
      *
       4530-DRIVER-PRED-ONE.
           MOVE CC-W-JOB-PIX(CC-W-J CC-W-P) TO CC-W-K
           IF CC-W-PTR = ZERO AND CC-W-K NOT = ZERO
               IF CC-W-JOB-EF(CC-W-K) = CC-W-JOB-ES(CC-W-J)
                   MOVE CC-W-K          TO CC-W-PTR
               END-IF
           END-IF.
       4530-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-LOG-ORDER  DTLOGの全世代で、前提PGMが当該ジョブの
      *    開始前に終わっていたかを数える（世代＝1夜分）
      ******************************************************************
       5000-LOG-ORDER.
           MOVE ZERO                   TO CC-W-GEN-CNT
           MOVE ZERO                   TO CC-W-LOG-GENS
           MOVE "N"                    TO CC-W-EOF
           OPEN INPUT CC-IDX-FILE
           IF CC-W-IDX-STATUS = "00"
               PERFORM 5100-READ-IDX-ONE THRU 5100-EXIT
                   UNTIL CC-W-EOF-YES
               CLOSE CC-IDX-FILE
           END-IF
      *
           PERFORM 5200-GEN-ONE         THRU 5200-EXIT
               VARYING CC-W-G FROM 1 BY 1
               UNTIL CC-W-G > CC-W-GEN-CNT
      *    *** 最後に締め前の当夜分（DTLOG.OUT）
           MOVE "DTLOG.OUT"            TO CC-W-LOG-NAME
           PERFORM 5300-READ-LOG        THRU 5300-EXIT.
       5000-EXIT.
           EXIT.
      *
       5100-READ-IDX-ONE.
           READ CC-IDX-FILE
               AT END
                   SET CC-W-EOF-YES     TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF CC-IDX-LINE(1:8) IS NUMERIC AND CC-W-GEN-CNT < 60
               ADD  1                  TO CC-W-GEN-CNT
               MOVE CC-IDX-LINE(1:8)    TO CC-W-GEN-TBL(CC-W-GEN-CNT)
           END-IF.
       5100-EXIT.
           EXIT.
      *
       5200-GEN-ONE.
           MOVE SPACE                  TO CC-W-LOG-NAME
           STRING "DTLOG."             DELIMITED BY SIZE
                  CC-W-GEN-TBL(CC-W-G) DELIMITED BY SIZE
                  INTO CC-W-LOG-NAME
           END-STRING
           PERFORM 5300-READ-LOG        THRU 5300-EXIT.
       5200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5300-READ-LOG  世代1本を読み、ジョブごとの最初のS行・E行の
      *    時刻を控えてから前提との前後を数える
      ******************************************************************
       5300-READ-LOG.
           PERFORM 5310-CLEAR-GEN-ONE   THRU 5310-EXIT
               VARYING CC-W-J FROM 1 BY 1
               UNTIL CC-W-J > CC-W-JOB-CNT
      *    *** 世代・当夜分とも環境コードで修飾した名前で読む
           MOVE "Q"                    TO CCQ-ID
           MOVE CC-W-LOG-NAME          TO CCQ-NAME
           CALL "ENVQUAL" USING CCQ-ENVQUAL-AREA
           MOVE CCQ-QNAME              TO CC-W-LOG-NAME
           MOVE "N"                    TO CC-W-EOF
           OPEN INPUT CC-LOG-FILE
           IF CC-W-LOG-STATUS NOT = "00"
               GO TO 5300-EXIT
           END-IF
           ADD  1                      TO CC-W-LOG-GENS
           PERFORM 5320-READ-LOG-ONE    THRU 5320-EXIT
               UNTIL CC-W-EOF-YES
           CLOSE CC-LOG-FILE
           PERFORM 5400-COUNT-JOB-ONE   THRU 5400-EXIT
               VARYING CC-W-J FROM 1 BY 1
               UNTIL CC-W-J > CC-W-JOB-CNT.
       5300-EXIT.
           EXIT.
      *
       5310-CLEAR-GEN-ONE.
           MOVE ZERO                   TO CC-W-JOB-GEN-S(CC-W-J)
           MOVE ZERO                   TO CC-W-JOB-GEN-E(CC-W-J).
       5310-EXIT.
           EXIT.
      *
       5320-READ-LOG-ONE.
           READ CC-LOG-FILE
               AT END
                   SET CC-W-EOF-YES     TO TRUE
                   GO TO 5320-EXIT
           END-READ
           MOVE CC-LOG-LINE            TO CC-DTLOG-REC
           IF CC-DTLOG-ID NOT = "S" AND CC-DTLOG-ID NOT = "E"
               GO TO 5320-EXIT
           END-IF
           MOVE ZERO                   TO CC-W-F
           PERFORM 5330-FIND-LOG-JOB    THRU 5330-EXIT
               VARYING CC-W-K FROM 1 BY 1
               UNTIL CC-W-K > CC-W-JOB-CNT
           IF CC-W-F = ZERO
               GO TO 5320-EXIT
           END-IF
           COMPUTE CC-W-LOG-STAMP =
               CC-DTLOG-YMD * 1000000 + CC-DTLOG-HMS
           IF CC-DTLOG-ID = "S"
               IF CC-W-JOB-GEN-S(CC-W-F) = ZERO
                   MOVE CC-W-LOG-STAMP  TO CC-W-JOB-GEN-S(CC-W-F)
               END-IF
           ELSE
               IF CC-W-JOB-GEN-E(CC-W-F) = ZERO
                   MOVE CC-W-LOG-STAMP  TO CC-W-JOB-GEN-E(CC-W-F)
               END-IF
           END-IF.
       5320-EXIT.
           EXIT.
      *
       5330-FIND-LOG-JOB.
           IF CC-W-F = ZERO AND
              CC-W-JOB-PGM(CC-W-K) = CC-DTLOG-PGM
               MOVE CC-W-K              TO CC-W-F
           END-IF.
       5330-EXIT.
           EXIT.
      *
       5400-COUNT-JOB-ONE.
           IF CC-W-JOB-GEN-S(CC-W-J) = ZERO
               GO TO 5400-EXIT
           END-IF
           PERFORM 5410-COUNT-PRED-ONE  THRU 5410-EXIT
               VARYING CC-W-P FROM 1 BY 1
               UNTIL CC-W-P > 3.
       5400-EXIT.
           EXIT.
      *
       5410-COUNT-PRED-ONE.
           MOVE CC-W-JOB-PIX(CC-W-J CC-W-P) TO CC-W-K
           IF CC-W-K = ZERO
               GO TO 5410-EXIT
           END-IF
           ADD  1                      TO CC-W-JOB-SEEN(CC-W-J CC-W-P)
           IF CC-W-JOB-GEN-E(CC-W-K) NOT = ZERO AND
              CC-W-JOB-GEN-E(CC-W-K) <= CC-W-JOB-GEN-S(CC-W-J)
               ADD  1                  TO
                   CC-W-JOB-BEFORE(CC-W-J CC-W-P)
           END-IF.
       5410-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-REPORT  ジョブ一覧・クリティカルパス・順序の警告
      ******************************************************************
       6000-REPORT.
           MOVE SPACE                  TO CC-RPT-LINE
           STRING "NIGHTLY CHAIN CRITICAL PATH  CHAIN-START="
                                       DELIMITED BY SIZE
                  CC-W-START-HMS       DELIMITED BY SIZE
                  " ONLINE-START="     DELIMITED BY SIZE
                  CC-W-ONLINE-HMS      DELIMITED BY SIZE
                  INTO CC-RPT-LINE
           END-STRING
           WRITE CC-RPT-LINE
           MOVE SPACE                  TO CC-RPT-LINE
           WRITE CC-RPT-LINE
           MOVE SPACE                  TO CC-RPT-LINE
           STRING "PGM      DUR-SEC SRC EARLY  LATE   "
                                       DELIMITED BY SIZE
                  " SLACK CRIT PREDECESSORS               ORDER"
                                       DELIMITED BY SIZE
                  INTO CC-RPT-LINE
           END-STRING
           WRITE CC-RPT-LINE
           MOVE ZERO                   TO CC-W-ORDER-CNT
           PERFORM 6100-REPORT-JOB-ONE  THRU 6100-EXIT
               VARYING CC-W-J FROM 1 BY 1
               UNTIL CC-W-J > CC-W-JOB-CNT
      *
           MOVE SPACE                  TO CC-RPT-LINE
           WRITE CC-RPT-LINE
           MOVE CC-W-END-SEC           TO CC-W-SEC
           PERFORM 8100-SEC-TO-HMS      THRU 8100-EXIT
           MOVE CC-W-HMS               TO CC-W-END-HMS
           MOVE CC-W-MIN-SLACK         TO CC-W-SLACK-E
           MOVE SPACE                  TO CC-RPT-LINE
           STRING "EARLIEST CHAIN END=" DELIMITED BY SIZE
                  CC-W-END-HMS         DELIMITED BY SIZE
                  "  CRITICAL SLACK-SEC=" DELIMITED BY SIZE
                  CC-W-SLACK-E         DELIMITED BY SIZE
                  INTO CC-RPT-LINE
           END-STRING
           WRITE CC-RPT-LINE
           IF CC-W-MIN-SLACK < ZERO
               MOVE SPACE               TO CC-RPT-LINE
               STRING "*** CRITICAL PATH OVERRUNS ONLINE START ***"
                      DELIMITED BY SIZE INTO CC-RPT-LINE
               WRITE CC-RPT-LINE
           END-IF
      *
           MOVE SPACE                  TO CC-RPT-LINE
           MOVE "CRITICAL PATH (LAST JOB FIRST):" TO CC-RPT-LINE
           WRITE CC-RPT-LINE
           PERFORM 6200-REPORT-PATH-ONE THRU 6200-EXIT
               VARYING CC-W-I FROM 1 BY 1
               UNTIL CC-W-I > CC-W-PATH-CNT
      *
           IF CC-W-CYCLE-CNT > ZERO
               MOVE CC-W-CYCLE-CNT      TO CC-W-CNT-E
               MOVE SPACE               TO CC-RPT-LINE
               STRING "*** " DELIMITED BY SIZE
                      CC-W-CNT-E DELIMITED BY SIZE
                      " JOB(S) IN A PREDECESSOR CYCLE - NOT TIMED"
                      DELIMITED BY SIZE
                      INTO CC-RPT-LINE
               END-STRING
               WRITE CC-RPT-LINE
           END-IF
           MOVE CC-W-ORDER-CNT         TO CC-W-CNT-E
           MOVE CC-W-LOG-GENS          TO CC-W-CNT2-E
           MOVE SPACE                  TO CC-RPT-LINE
           STRING "DTLOG GENERATIONS READ=" DELIMITED BY SIZE
                  CC-W-CNT2-E          DELIMITED BY SIZE
                  "  ORDER? WARNINGS=" DELIMITED BY SIZE
                  CC-W-CNT-E           DELIMITED BY SIZE
                  INTO CC-RPT-LINE
           END-STRING
           WRITE CC-RPT-LINE.
       6000-EXIT.
           EXIT.
      *
       6100-REPORT-JOB-ONE.
      *    *** 前提が一度も開始前に終わっていない（履歴はある）
           MOVE SPACE                  TO CC-W-ORDER-FLAG
           PERFORM 6110-ORDER-PRED-ONE  THRU 6110-EXIT
               VARYING CC-W-P FROM 1 BY 1
               UNTIL CC-W-P > 3
           IF CC-W-ORDER-FLAG NOT = SPACE
               ADD  1                  TO CC-W-ORDER-CNT
           END-IF
      *
           MOVE CC-W-JOB-DUR(CC-W-J)   TO CC-W-DUR-E
           MOVE SPACE                  TO CC-RPT-LINE
           IF CC-W-JOB-BWD(CC-W-J) NOT = "Y"
               STRING CC-W-JOB-PGM(CC-W-J) DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      CC-W-DUR-E       DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      CC-W-JOB-SRC(CC-W-J) DELIMITED BY SIZE
                      "  CYCLE  CYCLE         "
                                       DELIMITED BY SIZE
                      CC-W-JOB-PRED(CC-W-J 1) DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      CC-W-JOB-PRED(CC-W-J 2) DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      CC-W-JOB-PRED(CC-W-J 3) DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      CC-W-ORDER-FLAG  DELIMITED BY SIZE
                      INTO CC-RPT-LINE
               END-STRING
               WRITE CC-RPT-LINE
               GO TO 6100-EXIT
           END-IF
           MOVE CC-W-JOB-ES(CC-W-J)    TO CC-W-SEC
           PERFORM 8100-SEC-TO-HMS      THRU 8100-EXIT
           MOVE CC-W-HMS               TO CC-W-ES-HMS
           MOVE CC-W-JOB-LS(CC-W-J)    TO CC-W-SEC
           PERFORM 8100-SEC-TO-HMS      THRU 8100-EXIT
           MOVE CC-W-HMS               TO CC-W-LS-HMS
           MOVE CC-W-JOB-SLACK(CC-W-J) TO CC-W-SLACK-E
           STRING CC-W-JOB-PGM(CC-W-J) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CC-W-DUR-E           DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  CC-W-JOB-SRC(CC-W-J) DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  CC-W-ES-HMS          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CC-W-LS-HMS          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CC-W-SLACK-E         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  CC-W-JOB-CRIT(CC-W-J) DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  CC-W-JOB-PRED(CC-W-J 1) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CC-W-JOB-PRED(CC-W-J 2) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CC-W-JOB-PRED(CC-W-J 3) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CC-W-ORDER-FLAG      DELIMITED BY SIZE
                  INTO CC-RPT-LINE
           END-STRING
           WRITE CC-RPT-LINE.
       6100-EXIT.
           EXIT.
      *
       6110-ORDER-PRED-ONE.
           IF CC-W-JOB-SEEN(CC-W-J CC-W-P) > ZERO AND
              CC-W-JOB-BEFORE(CC-W-J CC-W-P) = ZERO
               MOVE "ORDER?"            TO CC-W-ORDER-FLAG
           END-IF.
       6110-EXIT.
           EXIT.
      *
       6200-REPORT-PATH-ONE.
           MOVE CC-W-PATH-TBL(CC-W-I)  TO CC-W-J
           MOVE CC-W-JOB-EF(CC-W-J)    TO CC-W-SEC
           PERFORM 8100-SEC-TO-HMS      THRU 8100-EXIT
           MOVE CC-W-HMS               TO CC-W-EF-HMS
           MOVE CC-W-JOB-ES(CC-W-J)    TO CC-W-SEC
           PERFORM 8100-SEC-TO-HMS      THRU 8100-EXIT
           MOVE CC-W-JOB-DUR(CC-W-J)   TO CC-W-DUR-E
           MOVE SPACE                  TO CC-RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  CC-W-JOB-PGM(CC-W-J) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CC-W-HMS             DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  CC-W-EF-HMS          DELIMITED BY SIZE
                  " DUR-SEC="          DELIMITED BY SIZE
                  CC-W-DUR-E           DELIMITED BY SIZE
                  INTO CC-RPT-LINE
           END-STRING
           WRITE CC-RPT-LINE.
       6200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-HMS-TO-SEC / 8100-SEC-TO-HMS  時刻と通算秒の変換
      ******************************************************************
       8000-HMS-TO-SEC.
           COMPUTE CC-W-SEC =
               CC-W-HMS-HH * 3600 + CC-W-HMS-MI * 60 + CC-W-HMS-SS.
       8000-EXIT.
           EXIT.
      *
       8100-SEC-TO-HMS.
           IF CC-W-SEC < ZERO
               ADD  86400               TO CC-W-SEC
           END-IF
           COMPUTE CC-W-SEC = FUNCTION MOD(CC-W-SEC, 86400)
           COMPUTE CC-W-HMS-HH = CC-W-SEC / 3600
           COMPUTE CC-W-HMS-MI = FUNCTION MOD(CC-W-SEC, 3600) / 60
           COMPUTE CC-W-HMS-SS = FUNCTION MOD(CC-W-SEC, 60).
       8100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF CC-W-HIST-OPEN-YES
               CLOSE CC-HIST-FILE
           END-IF
           CLOSE CC-RPT-FILE.
       9000-EXIT.
           EXIT.
