      ******************************************************************
      *
      *    PROGRAM-ID.  DTSLARPT
      *
      *    夜間チェーンの月次SLA達成レポート。DTLOGの世代
      *    (DTLOG.GENの一覧とDTLOG.OUT)を読み、対象月の営業日
      *    （DATEWEEKの休日カレンダー、RUNCTLの営業日判定と同じ基準）
      *    ごとに、その夜のチェーン開始・チェーン終了・オンライン開始
      *    に対する余裕(+)／超過(-)・最後に終わったジョブを
      *    DTSLARPT.RPTへ出力する。末尾に達成率・最悪日・最後に
      *    終わることの多いジョブ（テールジョブ）を出す。毎月
      *    DTWINRPTの印刷から表計算で作っていた報告の置き換え。
      *
      *    営業日Dの夜とは、Dのオンライン開始時刻から次の営業日の
      *    オンライン開始時刻まで（非営業日の夜はその前の営業日に
      *    含める）。S行の時刻でどの夜のジョブかを決め、次の営業日の
      *    オンライン開始までにチェーンが終わっていれば達成とする。
      *    E行の無いジョブが残っている夜はUNFINISHED（未達成）。
      *    ログの無い営業日はMISSINGとして一覧に出し、達成率の
      *    分母からは除く（件数は別に出す）。
      *
      *    DTLOGROTの保有世代数(KEEP=)が月の日数より少ないと月初の
      *    営業日がMISSINGになるため、本レポートを使う時は
      *    DTLOGROT.CTLでKEEP=35程度を指定しておくこと。
      *
      *    DTSLARPT.CTL の指定:
      *      MONTH=YYYYMM   対象月（省略時は処理日の前月）
      *      ONLINE=HHMMSS  オンライン開始時刻（省略時はDTPLANの
      *                     計画終了の最大値、DTFCASTと同じ）
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する（月初）。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  世代一覧・計画・ログの名前を実行環境
      *                          コード（ENVQUAL）で修飾し、レポートの
      *                          先頭へ環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 DTSLARPT.
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
      *    DTLOGの世代・当日分（名前は実行時に組み立てる）
           SELECT DS-LOG-FILE      ASSIGN DYNAMIC DS-W-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DS-W-LOG-STATUS.
      *    DTLOGROTが保守する世代一覧（1行＝1世代の日付、古い順）
      *    （世代一覧・計画・ログの名前は環境コードで修飾する）
           SELECT DS-IDX-FILE      ASSIGN DYNAMIC DS-W-IDX-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DS-W-IDX-STATUS.
      *    オンライン開始の既定値を求める計画スケジュール
           SELECT DS-PLN-FILE      ASSIGN DYNAMIC DS-W-PLN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DS-W-PLN-STATUS.
           SELECT DS-CTL-FILE      ASSIGN TO "DTSLARPT.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DS-W-CTL-STATUS.
           SELECT DS-RPT-FILE      ASSIGN TO "DTSLARPT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  DS-LOG-FILE.
       01  DS-LOG-LINE               PIC X(080).
      *
       FD  DS-IDX-FILE.
       01  DS-IDX-LINE               PIC X(080).
      *
       FD  DS-PLN-FILE.
       01  DS-PLN-LINE               PIC X(080).
      *
       FD  DS-CTL-FILE.
       01  DS-CTL-LINE               PIC X(080).
      *
       FD  DS-RPT-FILE.
       01  DS-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  DS-W-LOG-STATUS          PIC  X(002) VALUE SPACE.
       01  DS-W-IDX-STATUS          PIC  X(002) VALUE SPACE.
       01  DS-W-PLN-STATUS          PIC  X(002) VALUE SPACE.
       01  DS-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  DS-W-EOF                 PIC  X(001) VALUE "N".
           88  DS-W-EOF-YES                 VALUE "Y".
       01  DS-W-LOG-NAME            PIC  X(024) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  DS-W-IDX-NAME            PIC  X(024) VALUE "DTLOG.GEN".
       01  DS-W-PLN-NAME            PIC  X(024) VALUE "DTPLAN".
      *
       01  DS-W-TODAY               PIC  9(008) VALUE ZERO.
       01  DS-W-MONTH               PIC  9(006) VALUE ZERO.
       01  DS-W-MONTH-R REDEFINES DS-W-MONTH.
           05  DS-W-MONTH-YYYY      PIC  9(004).
           05  DS-W-MONTH-MM        PIC  9(002).
       01  DS-W-ONLINE-HMS          PIC  9(006) VALUE ZERO.
       01  DS-W-ONLINE-SEC          PIC S9(009) VALUE ZERO.
       01  DS-W-PLAN-MAX-E          PIC  9(006) VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    営業日テーブル（対象月の前後15日を含む通日ごと）
      *    添字＝通日(INTEGER-OF-DATE)－DS-W-BASE-INT＋1
      *---------------------------------------------------------------*
       01  DS-W-BASE-INT            BINARY-LONG VALUE ZERO.
       01  DS-W-FIRST-INT           BINARY-LONG VALUE ZERO.
       01  DS-W-LAST-INT            BINARY-LONG VALUE ZERO.
       01  DS-W-CAL-CNT             BINARY-LONG VALUE ZERO.
       01  DS-W-CAL-TBL-AREA.
           03  DS-W-CAL-BIZ OCCURS 62   PIC X(001).
      *
      *---------------------------------------------------------------*
      *    夜ごとの集計テーブル（対象月の日＝添字、最大31日）
      *---------------------------------------------------------------*
       01  DS-W-DAYS                BINARY-LONG VALUE ZERO.
       01  DS-W-NGT-TBL-AREA.
           03  DS-W-NGT-TBL OCCURS 31.
             05  DS-W-NGT-BIZ       PIC  X(001).
             05  DS-W-NGT-SEEN      PIC  X(001).
             05  DS-W-NGT-S-STAMP   PIC  9(014).
             05  DS-W-NGT-E-STAMP   PIC  9(014).
             05  DS-W-NGT-LAST-PGM  PIC  X(008).
             05  DS-W-NGT-OPEN      BINARY-LONG.
             05  DS-W-NGT-DUE-SEC   PIC S9(012).
             05  DS-W-NGT-MARGIN    PIC S9(009).
      *
      *---------------------------------------------------------------*
      *    未終了区間テーブル（S行で開き、E行で閉じる。最大200区間）
      *---------------------------------------------------------------*
       01  DS-W-OPN-CNT             BINARY-LONG VALUE ZERO.
       01  DS-W-OPN-TBL-AREA.
           03  DS-W-OPN-TBL OCCURS 200.
             05  DS-W-OPN-PGM       PIC  X(008).
             05  DS-W-OPN-NIGHT     BINARY-LONG.
      *
      *---------------------------------------------------------------*
      *    テールジョブ（夜の最後に終わったジョブ）の回数（最大50）
      *---------------------------------------------------------------*
       01  DS-W-TAIL-CNT            BINARY-LONG VALUE ZERO.
       01  DS-W-TAIL-TBL-AREA.
           03  DS-W-TAIL-TBL OCCURS 50.
             05  DS-W-TAIL-PGM      PIC  X(008).
             05  DS-W-TAIL-HITS     BINARY-LONG.
       01  DS-W-TAIL-SWAP.
           05  DS-W-SWAP-PGM        PIC  X(008).
           05  DS-W-SWAP-HITS       BINARY-LONG.
       01  DS-W-SWAPPED             PIC  X(001) VALUE "N".
      *
       01  DS-W-GEN-CNT             BINARY-LONG VALUE ZERO.
       01  DS-W-GEN-TBL-AREA.
           03  DS-W-GEN-TBL OCCURS 60   PIC 9(008).
      *
       01  DS-W-I                   BINARY-LONG VALUE ZERO.
       01  DS-W-J                   BINARY-LONG VALUE ZERO.
       01  DS-W-F                   BINARY-LONG VALUE ZERO.
       01  DS-W-N                   BINARY-LONG VALUE ZERO.
       01  DS-W-INT                 BINARY-LONG VALUE ZERO.
       01  DS-W-YMD                 PIC  9(008) VALUE ZERO.
       01  DS-W-YMD-R REDEFINES DS-W-YMD.
           05  DS-W-YMD-YYYYMM      PIC  9(006).
           05  DS-W-YMD-DD          PIC  9(002).
      *
      *    *** 9(14)タイムスタンプを日付・時刻へ分解する作業項目
       01  DS-W-STAMP               PIC  9(014) VALUE ZERO.
       01  DS-W-STAMP-R REDEFINES DS-W-STAMP.
           05  DS-W-STAMP-YMD       PIC  9(008).
           05  DS-W-STAMP-HMS       PIC  9(006).
       01  DS-W-STAMP-R2 REDEFINES DS-W-STAMP.
           05  FILLER               PIC  9(008).
           05  DS-W-STAMP-HH        PIC  9(002).
           05  DS-W-STAMP-MI        PIC  9(002).
           05  DS-W-STAMP-SS        PIC  9(002).
       01  DS-W-SEC                 PIC S9(012) VALUE ZERO.
       01  DS-W-HMS                 PIC  9(006) VALUE ZERO.
       01  DS-W-HMS-R REDEFINES DS-W-HMS.
           05  DS-W-HMS-HH          PIC  9(002).
           05  DS-W-HMS-MI          PIC  9(002).
           05  DS-W-HMS-SS          PIC  9(002).
      *
      *    *** 集計・編集用
       01  DS-W-BIZ-CNT             BINARY-LONG VALUE ZERO.
       01  DS-W-MET-CNT             BINARY-LONG VALUE ZERO.
       01  DS-W-MISS-CNT            BINARY-LONG VALUE ZERO.
       01  DS-W-RPT-CNT             BINARY-LONG VALUE ZERO.
       01  DS-W-WORST               BINARY-LONG VALUE ZERO.
       01  DS-W-PCT                 PIC  9(003)V9 VALUE ZERO.
       01  DS-W-PCT-E               PIC  ZZ9.9.
       01  DS-W-CNT-E               PIC  ZZZZ9.
       01  DS-W-STATE               PIC  X(010) VALUE SPACE.
       01  DS-W-S-HMS-E             PIC  X(006) VALUE SPACE.
       01  DS-W-E-HMS-E             PIC  X(006) VALUE SPACE.
       01  DS-W-MGN-SEC             PIC S9(009) VALUE ZERO.
       01  DS-W-MGN-ABS             PIC  9(009) VALUE ZERO.
       01  DS-W-MGN-HH              PIC  9(003) VALUE ZERO.
       01  DS-W-MGN-MI              PIC  9(002) VALUE ZERO.
       01  DS-W-MGN-E               PIC  X(008) VALUE SPACE.
      *
      *    *** ログ1行分
       COPY "CPDTLOG.cpy" REPLACING ==:##:== BY ==DS==.
      *
      *    *** 営業日判定用（DATEWEEK）
       COPY "CPDATEWEEK.cpy" REPLACING ==:##:== BY ==DSW==.
      *    *** 本日＝処理日（業務日付）の取得用
       COPY "CPPROCDATE.cpy" REPLACING ==:##:== BY ==DSP==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==DSQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-READ-LOGS       THRU 2000-EXIT
           PERFORM 3000-WRITE-DAYS      THRU 3000-EXIT
           PERFORM 4000-WRITE-SUMMARY   THRU 4000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  対象月・オンライン開始を決め、営業日
      *    テーブルと夜の集計テーブルを作る
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT DS-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           MOVE "G"                    TO DSP-ID
           MOVE "DTSLARPT"             TO DSP-PGM
           CALL "PROCDATE" USING DSP-PROCDATE-AREA
           MOVE DSP-YMD                TO DS-W-TODAY
      *
           MOVE "N"                    TO DS-W-EOF
           OPEN INPUT DS-CTL-FILE
           IF DS-W-CTL-STATUS = "00"
               PERFORM 1100-READ-CTL-ONE THRU 1100-EXIT
                   UNTIL DS-W-EOF-YES
               CLOSE DS-CTL-FILE
           END-IF
      *
      *    *** 対象月の既定値は前月
           IF DS-W-MONTH = ZERO
               MOVE DS-W-TODAY(1:6)     TO DS-W-MONTH
               IF DS-W-MONTH-MM = 1
                   SUBTRACT 1         FROM DS-W-MONTH-YYYY
                   MOVE 12             TO DS-W-MONTH-MM
               ELSE
                   SUBTRACT 1         FROM DS-W-MONTH-MM
               END-IF
           END-IF
      *
      *    *** オンライン開始の既定値は計画終了の最大値
           IF DS-W-ONLINE-HMS = ZERO
               MOVE "N"                 TO DS-W-EOF
               OPEN INPUT DS-PLN-FILE
               IF DS-W-PLN-STATUS = "00"
                   PERFORM 1200-READ-PLN-ONE THRU 1200-EXIT
                       UNTIL DS-W-EOF-YES
                   CLOSE DS-PLN-FILE
               END-IF
               MOVE DS-W-PLAN-MAX-E     TO DS-W-ONLINE-HMS
           END-IF
           MOVE DS-W-ONLINE-HMS        TO DS-W-HMS
           COMPUTE DS-W-ONLINE-SEC =
               DS-W-HMS-HH * 3600 + DS-W-HMS-MI * 60 + DS-W-HMS-SS
      *
      *    *** 対象月の月末日と、前後15日を含む営業日テーブル
           MOVE "M"                    TO DSW-DATE2-ID
           MOVE DS-W-MONTH-YYYY        TO DSW-DATE2-YYYY
           MOVE DS-W-MONTH-MM          TO DSW-DATE2-MM
           MOVE 1                      TO DSW-DATE2-DD
           CALL "DATEWEEK" USING DSW-DATEWEEK-AREA
           MOVE DSW-DATE2-ME-YMD       TO DS-W-YMD
           MOVE DS-W-YMD-DD            TO DS-W-DAYS
           MOVE DS-W-MONTH             TO DS-W-YMD-YYYYMM
           MOVE 1                      TO DS-W-YMD-DD
           COMPUTE DS-W-FIRST-INT = FUNCTION INTEGER-OF-DATE(DS-W-YMD)
           COMPUTE DS-W-LAST-INT  = DS-W-FIRST-INT + DS-W-DAYS - 1
           COMPUTE DS-W-BASE-INT  = DS-W-FIRST-INT - 15
           COMPUTE DS-W-CAL-CNT   = DS-W-DAYS + 30
           PERFORM 1300-CAL-ONE         THRU 1300-EXIT
               VARYING DS-W-I FROM 1 BY 1
               UNTIL DS-W-I > DS-W-CAL-CNT
      *
           PERFORM 1400-NIGHT-INIT-ONE  THRU 1400-EXIT
               VARYING DS-W-N FROM 1 BY 1
               UNTIL DS-W-N > DS-W-DAYS
      *
           MOVE SPACE                  TO DS-RPT-LINE
           STRING "MONTHLY BATCH SLA ATTAINMENT " DELIMITED BY SIZE
                  DS-W-MONTH            DELIMITED BY SIZE
                  "  ONLINE-START="     DELIMITED BY SIZE
                  DS-W-ONLINE-HMS       DELIMITED BY SIZE
                  INTO DS-RPT-LINE
           END-STRING
           WRITE DS-RPT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  世代一覧・計画の名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO DSQ-ID
           MOVE "DTLOG.GEN"            TO DSQ-NAME
           CALL "ENVQUAL" USING DSQ-ENVQUAL-AREA
           MOVE DSQ-QNAME              TO DS-W-IDX-NAME
           MOVE "DTPLAN"               TO DSQ-NAME
           CALL "ENVQUAL" USING DSQ-ENVQUAL-AREA
           MOVE DSQ-QNAME              TO DS-W-PLN-NAME
           MOVE DSQ-ENV-LINE           TO DS-RPT-LINE
           WRITE DS-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ DS-CTL-FILE
               AT END
                   SET DS-W-EOF-YES     TO TRUE
                   GO TO 1100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN DS-CTL-LINE(1:6) = "MONTH=" AND
                    DS-CTL-LINE(7:6) IS NUMERIC
                   MOVE DS-CTL-LINE(7:6) TO DS-W-MONTH
               WHEN DS-CTL-LINE(1:7) = "ONLINE=" AND
                    DS-CTL-LINE(8:6) IS NUMERIC
                   MOVE DS-CTL-LINE(8:6) TO DS-W-ONLINE-HMS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
       1200-READ-PLN-ONE.
           READ DS-PLN-FILE
               AT END
                   SET DS-W-EOF-YES     TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF DS-PLN-LINE = SPACE OR DS-PLN-LINE(1:1) = "*" OR
              DS-PLN-LINE(17:6) IS NOT NUMERIC
               GO TO 1200-EXIT
           END-IF
           IF DS-PLN-LINE(17:6) > DS-W-PLAN-MAX-E
               MOVE DS-PLN-LINE(17:6)   TO DS-W-PLAN-MAX-E
           END-IF.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1300-CAL-ONE  通日1日分の営業日判定（土日は指定出勤日Wのみ
      *    営業日、平日の休日は半休A/P以外休み。RUNCTLと同じ基準）
      ******************************************************************
       1300-CAL-ONE.
           COMPUTE DS-W-YMD = FUNCTION DATE-OF-INTEGER(
               DS-W-BASE-INT + DS-W-I - 1)
           MOVE "A"                    TO DSW-DATE2-ID
           MOVE DS-W-YMD               TO DSW-DATE2-YMD-9
           CALL "DATEWEEK" USING DSW-DATEWEEK-AREA
           MOVE "H"                    TO DSW-DATE2-ID
           CALL "DATEWEEK" USING DSW-DATEWEEK-AREA
           IF (DSW-DATE2-WEEK > 5 AND DSW-DATE2-DAY-TYPE NOT = "W")
              OR (DSW-DATE2-HOLIDAY-FLAG = "Y" AND
                  DSW-DATE2-DAY-TYPE NOT = "A" AND
                  DSW-DATE2-DAY-TYPE NOT = "P")
               MOVE "N"                 TO DS-W-CAL-BIZ(DS-W-I)
           ELSE
               MOVE "Y"                 TO DS-W-CAL-BIZ(DS-W-I)
           END-IF.
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1400-NIGHT-INIT-ONE  夜の集計欄を初期化し、期限（次の営業日
      *    のオンライン開始、通算秒）を求める
      ******************************************************************
       1400-NIGHT-INIT-ONE.
           COMPUTE DS-W-I = DS-W-FIRST-INT + DS-W-N - 1
                          - DS-W-BASE-INT + 1
           MOVE DS-W-CAL-BIZ(DS-W-I)   TO DS-W-NGT-BIZ(DS-W-N)
           MOVE "N"                    TO DS-W-NGT-SEEN(DS-W-N)
           MOVE ZERO                   TO DS-W-NGT-S-STAMP(DS-W-N)
           MOVE ZERO                   TO DS-W-NGT-E-STAMP(DS-W-N)
           MOVE SPACE                  TO DS-W-NGT-LAST-PGM(DS-W-N)
           MOVE ZERO                   TO DS-W-NGT-OPEN(DS-W-N)
           MOVE ZERO                   TO DS-W-NGT-MARGIN(DS-W-N)
      *    *** 次の営業日（テーブルの範囲内で探す）
           ADD  1                      TO DS-W-I
           PERFORM 1410-NEXT-BIZ-ONE    THRU 1410-EXIT
               UNTIL DS-W-I >= DS-W-CAL-CNT
                  OR DS-W-CAL-BIZ(DS-W-I) = "Y"
           COMPUTE DS-W-NGT-DUE-SEC(DS-W-N) =
               (DS-W-BASE-INT + DS-W-I - 1) * 86400 + DS-W-ONLINE-SEC.
       1400-EXIT.
           EXIT.
      *
       1410-NEXT-BIZ-ONE.
           ADD  1                      TO DS-W-I.
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-READ-LOGS  世代を古い順に読み、最後に当日分
      *    （DTLOG.OUT）を読む。締めをまたぐジョブもS行とE行が
      *    対になるよう、未終了区間は世代をまたいで持ち越す
      ******************************************************************
       2000-READ-LOGS.
           MOVE ZERO                   TO DS-W-GEN-CNT
           MOVE "N"                    TO DS-W-EOF
           OPEN INPUT DS-IDX-FILE
           IF DS-W-IDX-STATUS = "00"
               PERFORM 2100-READ-IDX-ONE THRU 2100-EXIT
                   UNTIL DS-W-EOF-YES
               CLOSE DS-IDX-FILE
           END-IF
      *
           PERFORM 2200-GEN-ONE         THRU 2200-EXIT
               VARYING DS-W-J FROM 1 BY 1
               UNTIL DS-W-J > DS-W-GEN-CNT
           MOVE "DTLOG.OUT"            TO DS-W-LOG-NAME
           PERFORM 2300-READ-LOG        THRU 2300-EXIT
      *
      *    *** E行の無いまま残った区間は、その夜を未終了とする
           PERFORM 2900-LEFT-OPEN-ONE   THRU 2900-EXIT
               VARYING DS-W-I FROM 1 BY 1
               UNTIL DS-W-I > DS-W-OPN-CNT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-IDX-ONE.
           READ DS-IDX-FILE
               AT END
                   SET DS-W-EOF-YES     TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF DS-IDX-LINE(1:8) IS NUMERIC AND DS-W-GEN-CNT < 60
               ADD  1                  TO DS-W-GEN-CNT
               MOVE DS-IDX-LINE(1:8)    TO DS-W-GEN-TBL(DS-W-GEN-CNT)
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2200-GEN-ONE.
           MOVE SPACE                  TO DS-W-LOG-NAME
           STRING "DTLOG."             DELIMITED BY SIZE
                  DS-W-GEN-TBL(DS-W-J) DELIMITED BY SIZE
                  INTO DS-W-LOG-NAME
           END-STRING
           PERFORM 2300-READ-LOG        THRU 2300-EXIT.
       2200-EXIT.
           EXIT.
      *
       2300-READ-LOG.
      *    *** 世代・当日分とも環境コードで修飾した名前で読む
           MOVE "Q"                    TO DSQ-ID
           MOVE DS-W-LOG-NAME          TO DSQ-NAME
           CALL "ENVQUAL" USING DSQ-ENVQUAL-AREA
           MOVE DSQ-QNAME              TO DS-W-LOG-NAME
           MOVE "N"                    TO DS-W-EOF
           OPEN INPUT DS-LOG-FILE
           IF DS-W-LOG-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF
           PERFORM 2400-LOG-ONE         THRU 2400-EXIT
               UNTIL DS-W-EOF-YES
           CLOSE DS-LOG-FILE.
       2300-EXIT.
           EXIT.
      *
       2400-LOG-ONE.
           READ DS-LOG-FILE
               AT END
                   SET DS-W-EOF-YES     TO TRUE
                   GO TO 2400-EXIT
           END-READ
           MOVE DS-LOG-LINE            TO DS-DTLOG-REC
           IF DS-DTLOG-YMD IS NOT NUMERIC OR
              DS-DTLOG-HMS IS NOT NUMERIC
               GO TO 2400-EXIT
           END-IF
           COMPUTE DS-W-STAMP = DS-DTLOG-YMD * 1000000 + DS-DTLOG-HMS
           EVALUATE DS-DTLOG-ID
               WHEN "S"
                   PERFORM 2500-START-ONE THRU 2500-EXIT
               WHEN "E"
                   PERFORM 2600-END-ONE   THRU 2600-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2500-START-ONE  S行の夜を決め（2700）、チェーン開始を更新
      *    して区間を開く。対象月外の夜の区間も、E行と対にするため
      *    夜＝ゼロで開いておく
      ******************************************************************
       2500-START-ONE.
           PERFORM 2700-NIGHT-OF-STAMP  THRU 2700-EXIT
           IF DS-W-N NOT = ZERO
               MOVE "Y"                 TO DS-W-NGT-SEEN(DS-W-N)
               IF DS-W-NGT-S-STAMP(DS-W-N) = ZERO OR
                  DS-W-STAMP < DS-W-NGT-S-STAMP(DS-W-N)
                   MOVE DS-W-STAMP      TO DS-W-NGT-S-STAMP(DS-W-N)
               END-IF
           END-IF
           IF DS-W-OPN-CNT >= 200
               GO TO 2500-EXIT
           END-IF
           ADD  1                      TO DS-W-OPN-CNT
           MOVE DS-DTLOG-PGM           TO DS-W-OPN-PGM(DS-W-OPN-CNT)
           MOVE DS-W-N                 TO DS-W-OPN-NIGHT(DS-W-OPN-CNT).
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2600-END-ONE  同一PGMの一番新しい未終了区間を閉じ、その夜の
      *    チェーン終了・最後のジョブを更新する
      ******************************************************************
       2600-END-ONE.
           MOVE ZERO                   TO DS-W-F
           PERFORM 2610-FIND-OPEN-ONE   THRU 2610-EXIT
               VARYING DS-W-I FROM 1 BY 1
               UNTIL DS-W-I > DS-W-OPN-CNT
           IF DS-W-F = ZERO
               GO TO 2600-EXIT
           END-IF
           MOVE DS-W-OPN-NIGHT(DS-W-F) TO DS-W-N
      *    *** 閉じた区間は末尾を詰めて外す
           MOVE DS-W-OPN-TBL(DS-W-OPN-CNT) TO DS-W-OPN-TBL(DS-W-F)
           SUBTRACT 1                FROM DS-W-OPN-CNT
           IF DS-W-N = ZERO
               GO TO 2600-EXIT
           END-IF
           IF DS-W-STAMP >= DS-W-NGT-E-STAMP(DS-W-N)
               MOVE DS-W-STAMP          TO DS-W-NGT-E-STAMP(DS-W-N)
               MOVE DS-DTLOG-PGM        TO DS-W-NGT-LAST-PGM(DS-W-N)
           END-IF.
       2600-EXIT.
           EXIT.
      *
       2610-FIND-OPEN-ONE.
           IF DS-W-OPN-PGM(DS-W-I) = DS-DTLOG-PGM
               MOVE DS-W-I              TO DS-W-F
           END-IF.
       2610-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2700-NIGHT-OF-STAMP  DS-W-STAMPがどの夜かを求め、対象月の
      *    日をDS-W-Nへ返す（対象月外はゼロ）。オンライン開始前の
      *    時刻は前日の夜、非営業日の夜は前の営業日の夜に含める
      ******************************************************************
       2700-NIGHT-OF-STAMP.
           MOVE ZERO                   TO DS-W-N
           COMPUTE DS-W-INT =
               FUNCTION INTEGER-OF-DATE(DS-W-STAMP-YMD)
           IF DS-W-STAMP-HMS < DS-W-ONLINE-HMS
               SUBTRACT 1             FROM DS-W-INT
           END-IF
           COMPUTE DS-W-I = DS-W-INT - DS-W-BASE-INT + 1
           IF DS-W-I < 1 OR DS-W-I > DS-W-CAL-CNT
               GO TO 2700-EXIT
           END-IF
           PERFORM 2710-PREV-BIZ-ONE    THRU 2710-EXIT
               UNTIL DS-W-I <= 1
                  OR DS-W-CAL-BIZ(DS-W-I) = "Y"
           COMPUTE DS-W-INT = DS-W-BASE-INT + DS-W-I - 1
           IF DS-W-INT >= DS-W-FIRST-INT AND
              DS-W-INT <= DS-W-LAST-INT
               COMPUTE DS-W-N = DS-W-INT - DS-W-FIRST-INT + 1
           END-IF.
       2700-EXIT.
           EXIT.
      *
       2710-PREV-BIZ-ONE.
           SUBTRACT 1                FROM DS-W-I.
       2710-EXIT.
           EXIT.
      *
       2900-LEFT-OPEN-ONE.
           MOVE DS-W-OPN-NIGHT(DS-W-I) TO DS-W-N
           IF DS-W-N NOT = ZERO
               ADD  1                  TO DS-W-NGT-OPEN(DS-W-N)
           END-IF.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-WRITE-DAYS  営業日ごとの明細を出力し、達成・MISSING・
      *    最悪日・テールジョブを集計する
      ******************************************************************
       3000-WRITE-DAYS.
           MOVE SPACE                  TO DS-RPT-LINE
           WRITE DS-RPT-LINE
           MOVE SPACE                  TO DS-RPT-LINE
           STRING "DATE     WK  START  END     MARGIN  LAST-JOB "
                  DELIMITED BY SIZE
                  "STATUS"              DELIMITED BY SIZE
                  INTO DS-RPT-LINE
           END-STRING
           WRITE DS-RPT-LINE
           PERFORM 3100-DAY-ONE         THRU 3100-EXIT
               VARYING DS-W-N FROM 1 BY 1
               UNTIL DS-W-N > DS-W-DAYS.
       3000-EXIT.
           EXIT.
      *
       3100-DAY-ONE.
           IF DS-W-NGT-BIZ(DS-W-N) NOT = "Y"
               GO TO 3100-EXIT
           END-IF
           ADD  1                      TO DS-W-BIZ-CNT
           MOVE DS-W-MONTH             TO DS-W-YMD-YYYYMM
           MOVE DS-W-N                 TO DS-W-YMD-DD
           MOVE "A"                    TO DSW-DATE2-ID
           MOVE DS-W-YMD               TO DSW-DATE2-YMD-9
           CALL "DATEWEEK" USING DSW-DATEWEEK-AREA
           MOVE SPACE                  TO DS-W-S-HMS-E
           MOVE SPACE                  TO DS-W-E-HMS-E
           MOVE SPACE                  TO DS-W-MGN-E
      *
           EVALUATE TRUE
               WHEN DS-W-NGT-SEEN(DS-W-N) NOT = "Y"
                   MOVE "MISSING"       TO DS-W-STATE
                   ADD  1              TO DS-W-MISS-CNT
               WHEN DS-W-NGT-OPEN(DS-W-N) > ZERO
                   MOVE "UNFINISHED"    TO DS-W-STATE
                   ADD  1              TO DS-W-RPT-CNT
                   MOVE DS-W-NGT-S-STAMP(DS-W-N) TO DS-W-STAMP
                   MOVE DS-W-STAMP(9:6) TO DS-W-S-HMS-E
               WHEN OTHER
                   ADD  1              TO DS-W-RPT-CNT
                   PERFORM 3200-MARGIN  THRU 3200-EXIT
           END-EVALUATE
      *
           MOVE SPACE                  TO DS-RPT-LINE
           STRING DS-W-YMD             DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  DSW-DATE2-WEEK-NA    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  DS-W-S-HMS-E         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  DS-W-E-HMS-E         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  DS-W-MGN-E           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  DS-W-NGT-LAST-PGM(DS-W-N) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  DS-W-STATE           DELIMITED BY SIZE
                  INTO DS-RPT-LINE
           END-STRING
           WRITE DS-RPT-LINE.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3200-MARGIN  チェーン終了と期限の差を求め、達成・超過を
      *    判定する（余裕は+、超過は-のHHH:MM表記）
      ******************************************************************
       3200-MARGIN.
           MOVE DS-W-NGT-S-STAMP(DS-W-N) TO DS-W-STAMP
           MOVE DS-W-STAMP(9:6)         TO DS-W-S-HMS-E
           MOVE DS-W-NGT-E-STAMP(DS-W-N) TO DS-W-STAMP
           MOVE DS-W-STAMP(9:6)         TO DS-W-E-HMS-E
           COMPUTE DS-W-SEC =
               FUNCTION INTEGER-OF-DATE(DS-W-STAMP-YMD) * 86400
               + DS-W-STAMP-HH * 3600
               + DS-W-STAMP-MI * 60
               + DS-W-STAMP-SS
           COMPUTE DS-W-MGN-SEC = DS-W-NGT-DUE-SEC(DS-W-N) - DS-W-SEC
           MOVE DS-W-MGN-SEC           TO DS-W-NGT-MARGIN(DS-W-N)
           IF DS-W-MGN-SEC >= ZERO
               MOVE "MET"               TO DS-W-STATE
               ADD  1                  TO DS-W-MET-CNT
           ELSE
               MOVE "OVERRUN"           TO DS-W-STATE
           END-IF
           PERFORM 3300-EDIT-MARGIN     THRU 3300-EXIT
      *
      *    *** 最悪日（余裕が最も小さい夜）
           IF DS-W-WORST = ZERO
               MOVE DS-W-N              TO DS-W-WORST
           ELSE
               IF DS-W-MGN-SEC < DS-W-NGT-MARGIN(DS-W-WORST)
                   MOVE DS-W-N          TO DS-W-WORST
               END-IF
           END-IF
           PERFORM 3400-COUNT-TAIL      THRU 3400-EXIT.
       3200-EXIT.
           EXIT.
      *
       3300-EDIT-MARGIN.
           IF DS-W-MGN-SEC < ZERO
               COMPUTE DS-W-MGN-ABS = ZERO - DS-W-MGN-SEC
           ELSE
               MOVE DS-W-MGN-SEC        TO DS-W-MGN-ABS
           END-IF
           COMPUTE DS-W-MGN-HH = DS-W-MGN-ABS / 3600
           COMPUTE DS-W-MGN-MI =
               (DS-W-MGN-ABS - DS-W-MGN-HH * 3600) / 60
           MOVE SPACE                  TO DS-W-MGN-E
           IF DS-W-MGN-SEC < ZERO
               MOVE "-"                 TO DS-W-MGN-E(1:1)
           ELSE
               MOVE "+"                 TO DS-W-MGN-E(1:1)
           END-IF
           MOVE DS-W-MGN-HH            TO DS-W-MGN-E(2:3)
           MOVE ":"                    TO DS-W-MGN-E(5:1)
           MOVE DS-W-MGN-MI            TO DS-W-MGN-E(6:2).
       3300-EXIT.
           EXIT.
      *
       3400-COUNT-TAIL.
           IF DS-W-NGT-LAST-PGM(DS-W-N) = SPACE
               GO TO 3400-EXIT
           END-IF
           MOVE ZERO                   TO DS-W-F
           PERFORM 3410-TAIL-FIND-ONE   THRU 3410-EXIT
               VARYING DS-W-I FROM 1 BY 1
               UNTIL DS-W-I > DS-W-TAIL-CNT
           IF DS-W-F = ZERO
               IF DS-W-TAIL-CNT >= 50
                   GO TO 3400-EXIT
               END-IF
               ADD  1                  TO DS-W-TAIL-CNT
               MOVE DS-W-TAIL-CNT       TO DS-W-F
               MOVE DS-W-NGT-LAST-PGM(DS-W-N) TO DS-W-TAIL-PGM(DS-W-F)
               MOVE ZERO                TO DS-W-TAIL-HITS(DS-W-F)
           END-IF
           ADD  1                      TO DS-W-TAIL-HITS(DS-W-F).
       3400-EXIT.
           EXIT.
      *
       3410-TAIL-FIND-ONE.
           IF DS-W-TAIL-PGM(DS-W-I) = DS-W-NGT-LAST-PGM(DS-W-N)
               MOVE DS-W-I              TO DS-W-F
           END-IF.
       3410-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-WRITE-SUMMARY  達成率・最悪日・テールジョブ（回数の
      *    多い順に上位5件）を出力する
      ******************************************************************
       4000-WRITE-SUMMARY.
           MOVE SPACE                  TO DS-RPT-LINE
           WRITE DS-RPT-LINE
           IF DS-W-RPT-CNT > ZERO
               COMPUTE DS-W-PCT ROUNDED =
                   DS-W-MET-CNT * 100 / DS-W-RPT-CNT
           END-IF
           MOVE DS-W-PCT               TO DS-W-PCT-E
           MOVE SPACE                  TO DS-RPT-LINE
           MOVE DS-W-MET-CNT           TO DS-W-CNT-E
           STRING "ATTAINMENT "        DELIMITED BY SIZE
                  DS-W-PCT-E           DELIMITED BY SIZE
                  "%  MET="            DELIMITED BY SIZE
                  DS-W-CNT-E           DELIMITED BY SIZE
                  INTO DS-RPT-LINE
           END-STRING
           MOVE DS-W-RPT-CNT           TO DS-W-CNT-E
           STRING " OF "               DELIMITED BY SIZE
                  DS-W-CNT-E           DELIMITED BY SIZE
                  " DAYS WITH LOG"     DELIMITED BY SIZE
                  INTO DS-RPT-LINE(31:)
           END-STRING
           WRITE DS-RPT-LINE
           MOVE SPACE                  TO DS-RPT-LINE
           MOVE DS-W-BIZ-CNT           TO DS-W-CNT-E
           STRING "BUSINESS DAYS="     DELIMITED BY SIZE
                  DS-W-CNT-E           DELIMITED BY SIZE
                  INTO DS-RPT-LINE
           END-STRING
           MOVE DS-W-MISS-CNT          TO DS-W-CNT-E
           STRING "  MISSING="         DELIMITED BY SIZE
                  DS-W-CNT-E           DELIMITED BY SIZE
                  INTO DS-RPT-LINE(20:)
           END-STRING
           WRITE DS-RPT-LINE
      *
           MOVE SPACE                  TO DS-RPT-LINE
           IF DS-W-WORST = ZERO
               STRING "WORST DAY  (NONE)" DELIMITED BY SIZE
                      INTO DS-RPT-LINE
           ELSE
               MOVE DS-W-WORST          TO DS-W-N
               MOVE DS-W-NGT-MARGIN(DS-W-N) TO DS-W-MGN-SEC
               PERFORM 3300-EDIT-MARGIN THRU 3300-EXIT
               MOVE DS-W-MONTH          TO DS-W-YMD-YYYYMM
               MOVE DS-W-N              TO DS-W-YMD-DD
               STRING "WORST DAY  "     DELIMITED BY SIZE
                      DS-W-YMD          DELIMITED BY SIZE
                      " MARGIN="        DELIMITED BY SIZE
                      DS-W-MGN-E        DELIMITED BY SIZE
                      " LAST-JOB="      DELIMITED BY SIZE
                      DS-W-NGT-LAST-PGM(DS-W-N) DELIMITED BY SIZE
                      INTO DS-RPT-LINE
               END-STRING
           END-IF
           WRITE DS-RPT-LINE
      *
           IF DS-W-TAIL-CNT > 1
               MOVE "Y"                 TO DS-W-SWAPPED
               PERFORM 4100-SORT-PASS   THRU 4100-EXIT
                   UNTIL DS-W-SWAPPED = "N"
           END-IF
           MOVE SPACE                  TO DS-RPT-LINE
           STRING "TAIL JOBS (NIGHTS FINISHED LAST)" DELIMITED BY SIZE
                  INTO DS-RPT-LINE
           WRITE DS-RPT-LINE
           PERFORM 4200-TAIL-ONE        THRU 4200-EXIT
               VARYING DS-W-I FROM 1 BY 1
               UNTIL DS-W-I > DS-W-TAIL-CNT OR DS-W-I > 5.
       4000-EXIT.
           EXIT.
      *
       4100-SORT-PASS.
           MOVE "N"                    TO DS-W-SWAPPED
           PERFORM 4110-SORT-ONE        THRU 4110-EXIT
               VARYING DS-W-I FROM 1 BY 1
               UNTIL DS-W-I >= DS-W-TAIL-CNT.
       4100-EXIT.
           EXIT.
      *
       4110-SORT-ONE.
           IF DS-W-TAIL-HITS(DS-W-I) < DS-W-TAIL-HITS(DS-W-I + 1)
               MOVE DS-W-TAIL-TBL(DS-W-I)   TO DS-W-TAIL-SWAP
               MOVE DS-W-TAIL-TBL(DS-W-I + 1)
                                        TO DS-W-TAIL-TBL(DS-W-I)
               MOVE DS-W-TAIL-SWAP     TO DS-W-TAIL-TBL(DS-W-I + 1)
               MOVE "Y"                TO DS-W-SWAPPED
           END-IF.
       4110-EXIT.
           EXIT.
      *
       4200-TAIL-ONE.
           MOVE DS-W-TAIL-HITS(DS-W-I) TO DS-W-CNT-E
           MOVE SPACE                  TO DS-RPT-LINE
           STRING "  "                 DELIMITED BY SIZE
                  DS-W-TAIL-PGM(DS-W-I) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  DS-W-CNT-E           DELIMITED BY SIZE
                  INTO DS-RPT-LINE
           END-STRING
           WRITE DS-RPT-LINE.
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           CLOSE DS-RPT-FILE.
       9000-EXIT.
           EXIT.
