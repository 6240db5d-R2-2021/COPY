      *                          追記し、RUNDASHが成功率・平均所要の
      *                          一覧を作れるようにする（月次の
      *                          運用レビュー用）
      *    2026-10-15  T.MIYAKE  ID=G に実行頻度(RUNSCHED)の判定を
      *                          追加。週次・第n曜日・月初/月末営業日・
      *                          会計期の初/最終営業日の指定があるジョブ
      *                          は、当日が該当日でなければSKIPPED
      *                          （完了コードNDUE）を記録して止める
      *    2026-10-15  T.MIYAKE  ID=G に計画メンテナンス時間帯
      *                          (MAINTWIN、MNTWIN経由)の判定を追加。
      *                          時間帯中の対象PGMは実行せずHELD-MNT
      *                          （完了コードMANT）を記録し、RETURN-
      *                          CODE=30で止める（RUNCHAINに定義の
      *                          無いジョブも対象）
      *    2026-10-15  T.MIYAKE  ID=G の営業日・実行頻度・前提の
      *                          「今夜」判定の基準日をシステム日付から
      *                          処理日（PROCDATE）へ変更。日付をまたぐ
      *                          チェーンの後半や過去日の再実行でも
      *                          その夜の営業日として判定する
      *    2026-10-15  T.MIYAKE  RUNLOG・RUNHISTの名前を実行環境
      *                          コード（ENVQUAL）で修飾する。QA実行が
      *                          本番の実行記録へ書き込まないようにする
      *    2026-10-15  T.MIYAKE  ID=G に入力ファイルの到着待ち
      *                          (INBOUND、FILEWTCH経由)を追加。他の
      *                          判定を通ったジョブは定義された入力が
      *                          揃うまで待ち、待ち時間内に揃わない時は
      *                          HELD-ARR（完了コードLARR）を記録し、
      *                          RETURN-CODE=40で止める（RUNCHAINに
      *                          定義の無いジョブも対象）
      *
      *    RUNCHAIN の形式（1行＝1ジョブ、桁位置固定）
      *      01-08:ジョブPGM  10:営業日限定(Y)  12:運用保留HOLD(Y)
      *      14-21:前提PGM1  23-30:前提PGM2  32-39:前提PGM3
      *    先頭が * の行と空行は読み飛ばす
      *
      *    RUNSCHED の形式（1行＝1ジョブ、桁位置固定。RUNCHAINに
      *    定義のあるジョブに適用し、指定の無いジョブは毎回実行対象）
      *      01-08:ジョブPGM  10-11:休日カレンダーID（空白は既定）
      *      13:頻度  W:毎週  N:毎月第n曜日  S:月初営業日
      *               M:月末営業日  F:会計期の初営業日
      *               P:会計期の最終営業日
      *      15:曜日（W/N、1=月～7=日）  17:第n週（N、1-5）
      *      19-20:会計期（F/P、01-12、空白・00は毎期）
      *      22-23:会計年度の開始月（F/P、空白は4月）
      *    先頭が * の行と空行は読み飛ばす
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 RUNCTL.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    中央実行記録、PGM単位に最新の実行状態を保持
      *    （実行記録・実行履歴の名前は環境コードで修飾する）
           SELECT RC-RUN-FILE      ASSIGN DYNAMIC RC-W-RUN-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS RL-PGM
           SELECT RC-CHN-FILE      ASSIGN TO "RUNCHAIN"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RC-W-CHN-STATUS.
      *    ID=G の実行頻度定義、無ければ頻度の判定をしない
           SELECT RC-SCH-FILE      ASSIGN TO "RUNSCHED"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RC-W-SCH-STATUS.
      *    実行ごとの履歴、PGM＋終了時刻をキーに追記し続ける
      *    （RUNLOGと違い再実行で上書きされない）
           SELECT RC-HIS-FILE      ASSIGN DYNAMIC RC-W-HIS-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HR-KEY
       01  RL-RECORD.
           05  RL-PGM                PIC X(008).
      *    *** RUNNING/OK/FAIL/PREFAIL
      *    *** （ID=Gの判定結果 BLOCKED/SKIPPED/HELD-MNT/HELD-ARR）
           05  RL-STATUS             PIC X(008).
           05  RL-START-STAMP        PIC 9(014).
           05  RL-END-STAMP          PIC 9(014).
      *
       FD  RC-CHN-FILE.
       01  RC-CHN-LINE               PIC X(080).
      *
       FD  RC-SCH-FILE.
       01  RC-SCH-LINE               PIC X(080).
      *
       FD  RC-HIS-FILE.
       01  HR-RECORD.
       01  RC-W-YESTERDAY           PIC  9(008) VALUE ZERO.
       01  RC-W-NIGHT-FLOOR         PIC  9(014) VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    ID=G 実行頻度(RUNSCHED)の読み取り・判定用
      *---------------------------------------------------------------*
       01  RC-W-SCH-STATUS          PIC  X(002) VALUE SPACE.
       01  RC-W-SCH-EOF             PIC  X(001) VALUE "N".
           88  RC-W-SCH-EOF-YES             VALUE "Y".
       01  RC-W-SCH-FOUND           PIC  X(001) VALUE "N".
       01  RC-W-SCH-LINE            PIC  X(080) VALUE SPACE.
       01  RC-W-SCH-R REDEFINES RC-W-SCH-LINE.
           05  RC-W-SCH-PGM         PIC  X(008).
           05  FILLER               PIC  X(001).
           05  RC-W-SCH-CAL-ID      PIC  X(002).
           05  FILLER               PIC  X(001).
           05  RC-W-SCH-FREQ        PIC  X(001).
           05  FILLER               PIC  X(001).
           05  RC-W-SCH-WEEK        PIC  X(001).
           05  FILLER               PIC  X(001).
           05  RC-W-SCH-NTH         PIC  X(001).
           05  FILLER               PIC  X(001).
           05  RC-W-SCH-PERIOD      PIC  X(002).
           05  FILLER               PIC  X(001).
           05  RC-W-SCH-FY-SM       PIC  X(002).
           05  FILLER               PIC  X(057).
       01  RC-W-SCH-DUE             PIC  X(001) VALUE "Y".
       01  RC-W-GATE-REASON         PIC  X(004) VALUE SPACE.
      *
      *    *** ID=G の営業日・実行頻度判定用（DATEWEEK）
       COPY "CPDATEWEEK.cpy" REPLACING ==:##:== BY ==GW==.
      *    *** ID=G の計画メンテナンス時間帯判定用（MNTWIN）
       COPY "CPMNTWIN.cpy" REPLACING ==:##:== BY ==GM==.
      *    *** ID=G の入力ファイル到着待ち用（FILEWTCH）
       COPY "CPFILEWTCH.cpy" REPLACING ==:##:== BY ==GF==.
      *    *** ID=G の営業日・実行頻度・「今夜」の判定は処理日で行う
      *    *** （日付をまたぐチェーン、過去日の再実行でも同じ判定）
       01  RC-W-PROC-DATE           PIC  9(008) VALUE ZERO.
       COPY "CPPROCDATE.cpy" REPLACING ==:##:== BY ==GP==.
      *
      *    *** 実行記録・実行履歴のファイル名（QA等の環境では修飾した
      *    *** 名前で本番と分ける、ENVQUAL）
       01  RC-W-RUN-NAME            PIC  X(024) VALUE "RUNLOG".
       01  RC-W-HIS-NAME            PIC  X(024) VALUE "RUNHIST".
       01  RC-W-QUAL-DONE           PIC  X(001) VALUE "N".
           88  RC-W-QUAL-DONE-YES           VALUE "Y".
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==RCQ==.
      *
      *---------------------------------------------------------------*
      *    実行履歴(RUNHIST)追記用。所要秒数はRUNLOGの開始・終了
           ACCEPT RC-W-TIME8       FROM TIME
           COMPUTE RC-W-STAMP =
               RC-W-DATE8 * 1000000 + RC-W-TIME8 / 100
           IF NOT RC-W-QUAL-DONE-YES
               PERFORM 0100-QUALIFY-NAMES THRU 0100-EXIT
           END-IF
      *
           OPEN I-O RC-RUN-FILE
           IF NOT RC-W-RUN-OK
           GOBACK.
      *
      ******************************************************************
      *    0100-QUALIFY-NAMES  実行記録・実行履歴の名前を環境コードで
      *    修飾する（最初の呼び出しで1回だけ）
      ******************************************************************
       0100-QUALIFY-NAMES.
           SET RC-W-QUAL-DONE-YES  TO TRUE
           MOVE "Q"                TO RCQ-ID
           MOVE "RUNLOG"           TO RCQ-NAME
           CALL "ENVQUAL" USING RCQ-ENVQUAL-AREA
           MOVE RCQ-QNAME          TO RC-W-RUN-NAME
           MOVE "RUNHIST"          TO RCQ-NAME
           CALL "ENVQUAL" USING RCQ-ENVQUAL-AREA
           MOVE RCQ-QNAME          TO RC-W-HIS-NAME.
       0100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1000-RECORD-START  ID=S  状態RUNNINGで実行記録を登録する
      ******************************************************************
       1000-RECORD-START.
      *    を判定する。運用保留・前提不成立はBLOCKED、営業日限定
      *    ジョブの非営業日はSKIPPEDをRUNLOGへ記録し、RETURN-CODEで
      *    呼び出し元を止める（定義の無いジョブはゲート無しで通す）
      *    計画メンテナンス時間帯中の対象PGMは、チェーン定義の有無に
      *    かかわらずHELD-MNTを記録して止める
      *    判定をすべて通ったジョブは、最後に入力ファイルの到着を待つ
      *    （揃わない時はHELD-ARR、チェーン定義の有無にかかわらない）
      ******************************************************************
       3000-GATE-CHECK.
           MOVE "H"                TO GM-ID
           MOVE RC-PGM             TO GM-PGM
           CALL "MNTWIN" USING GM-MNTWIN-AREA
           IF GM-RETURN-CODE = "10"
               MOVE "HELD-MNT"       TO RC-W-GATE-STATE
               MOVE "MANT"           TO RC-W-GATE-REASON
               PERFORM 3500-RECORD-GATE THRU 3500-EXIT
               MOVE "30"             TO RC-RETURN-CODE
               GO TO 3000-EXIT
           END-IF
      *
           PERFORM 3100-READ-CHAIN THRU 3100-EXIT
           IF RC-W-CHN-FOUND NOT = "Y"
               PERFORM 3800-CHECK-ARRIVAL THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF
      *
      *    *** 判定の基準日は処理日（PROCDATE）
           MOVE "G"                TO GP-ID
           MOVE RC-PGM             TO GP-PGM
           CALL "PROCDATE" USING GP-PROCDATE-AREA
           MOVE GP-YMD             TO RC-W-PROC-DATE
      *
      *    *** 運用保留（計画メンテナンス夜など）
           IF RC-W-CHN-HOLD = "Y"
               MOVE "BLOCKED"        TO RC-W-GATE-STATE
               END-IF
           END-IF
      *
      *    *** 実行頻度の指定があれば当日が該当日かを確かめる
           PERFORM 3600-CHECK-SCHEDULE THRU 3600-EXIT
           IF RC-RETURN-CODE = "10"
               GO TO 3000-EXIT
           END-IF
      *
      *    *** 各前提PGMが今夜OKで終わっているかを確かめる
      *    *** （前夜開始のチェーンは日付をまたぐため、前日以降の
      *    *** OK終了を「今夜」とみなす）
           COMPUTE RC-W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(RC-W-PROC-DATE)
           COMPUTE RC-W-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(RC-W-TODAY-INT - 1)
           COMPUTE RC-W-NIGHT-FLOOR = RC-W-YESTERDAY * 1000000
           PERFORM 3300-CHECK-PRED-ONE THRU 3300-EXIT
               VARYING RC-W-P FROM 1 BY 1
               UNTIL RC-W-P > 3 OR RC-RETURN-CODE = "20"
           IF RC-RETURN-CODE = "00"
               PERFORM 3800-CHECK-ARRIVAL THRU 3800-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
       3200-CHECK-BIZDAY.
           MOVE "A"                TO GW-DATE2-ID
           MOVE RC-W-PROC-DATE     TO GW-DATE2-YMD-9
           CALL "DATEWEEK" USING GW-DATEWEEK-AREA
           MOVE "H"                TO GW-DATE2-ID
           CALL "DATEWEEK" USING GW-DATEWEEK-AREA
           EXIT.
      *
      ******************************************************************
      *    3500-RECORD-GATE  ゲート判定の結果(BLOCKED/SKIPPED/
      *    HELD-MNT/HELD-ARR)をRUNLOGへ記録する（2000と同じ登録方式）
      ******************************************************************
       3500-RECORD-GATE.
           MOVE RC-PGM             TO RL-PGM
           MOVE RC-W-STAMP         TO RL-END-STAMP
           MOVE ZERO               TO RL-REC-CNT
           MOVE ZERO               TO RL-ERR-CNT
           MOVE RC-W-GATE-REASON   TO RL-COMP-CODE
           MOVE SPACE              TO RC-W-GATE-REASON
           IF RC-W-RUN-STATUS = "23"
               WRITE RL-RECORD
           ELSE
           EXIT.
      *
      ******************************************************************
      *    3600-CHECK-SCHEDULE  RUNSCHEDに自PGMの頻度指定があれば、
      *    当日が実行該当日かをDATEWEEKで判定し、該当しない時は
      *    SKIPPED（完了コードNDUE）を記録する
      ******************************************************************
       3600-CHECK-SCHEDULE.
           MOVE "N"                TO RC-W-SCH-FOUND
           MOVE "N"                TO RC-W-SCH-EOF
           OPEN INPUT RC-SCH-FILE
           IF RC-W-SCH-STATUS NOT = "00"
      *        *** 定義ファイル無しは頻度の判定をしない
               GO TO 3600-EXIT
           END-IF
           PERFORM 3610-READ-SCH-ONE THRU 3610-EXIT
               UNTIL RC-W-SCH-EOF-YES
           CLOSE RC-SCH-FILE
           IF RC-W-SCH-FOUND NOT = "Y"
               GO TO 3600-EXIT
           END-IF
      *
           MOVE "Y"                TO RC-W-SCH-DUE
           MOVE RC-W-SCH-CAL-ID    TO GW-DATE2-CAL-ID
           EVALUATE RC-W-SCH-FREQ
               WHEN "W"
                   PERFORM 3620-DUE-WEEKLY  THRU 3620-EXIT
               WHEN "N"
                   PERFORM 3630-DUE-NTH     THRU 3630-EXIT
               WHEN "S"
                   PERFORM 3640-DUE-MONTH-FIRST THRU 3640-EXIT
               WHEN "M"
                   PERFORM 3650-DUE-MONTH-LAST  THRU 3650-EXIT
               WHEN "F"
                   PERFORM 3660-DUE-PERIOD  THRU 3660-EXIT
                   IF RC-W-SCH-DUE = "Y"
                       PERFORM 3640-DUE-MONTH-FIRST THRU 3640-EXIT
                   END-IF
               WHEN "P"
                   PERFORM 3660-DUE-PERIOD  THRU 3660-EXIT
                   IF RC-W-SCH-DUE = "Y"
                       PERFORM 3650-DUE-MONTH-LAST  THRU 3650-EXIT
                   END-IF
               WHEN OTHER
      *            *** 頻度の指定無し（空白・誤記）は毎回実行対象
                   CONTINUE
           END-EVALUATE
      *    *** 既定カレンダーへ戻す（営業日限定の判定は既定で見る）
           MOVE SPACE              TO GW-DATE2-CAL-ID
      *
           IF RC-W-SCH-DUE NOT = "Y"
               MOVE "SKIPPED"       TO RC-W-GATE-STATE
               MOVE "NDUE"          TO RC-W-GATE-REASON
               PERFORM 3500-RECORD-GATE THRU 3500-EXIT
               MOVE "10"            TO RC-RETURN-CODE
           END-IF.
       3600-EXIT.
           EXIT.
      *
       3610-READ-SCH-ONE.
           READ RC-SCH-FILE
               AT END
                   SET RC-W-SCH-EOF-YES TO TRUE
                   GO TO 3610-EXIT
           END-READ
           IF RC-SCH-LINE = SPACE OR RC-SCH-LINE(1:1) = "*"
               GO TO 3610-EXIT
           END-IF
           IF RC-SCH-LINE(1:8) = RC-PGM
               MOVE "Y"             TO RC-W-SCH-FOUND
               MOVE RC-SCH-LINE     TO RC-W-SCH-LINE
               SET RC-W-SCH-EOF-YES TO TRUE
           END-IF.
       3610-EXIT.
           EXIT.
      *
      *    *** W: 当日の曜日が指定曜日（1=月～7=日）
       3620-DUE-WEEKLY.
           MOVE "A"                TO GW-DATE2-ID
           MOVE RC-W-PROC-DATE     TO GW-DATE2-YMD-9
           CALL "DATEWEEK" USING GW-DATEWEEK-AREA
           IF RC-W-SCH-WEEK IS NOT NUMERIC OR
              GW-DATE2-WEEK NOT = FUNCTION NUMVAL(RC-W-SCH-WEEK)
               MOVE "N"             TO RC-W-SCH-DUE
           END-IF.
       3620-EXIT.
           EXIT.
      *
      *    *** N: 当日が今月の第n指定曜日
       3630-DUE-NTH.
           MOVE "N"                TO RC-W-SCH-DUE
           IF RC-W-SCH-WEEK IS NOT NUMERIC OR
              RC-W-SCH-NTH IS NOT NUMERIC
               GO TO 3630-EXIT
           END-IF
           MOVE "N"                TO GW-DATE2-ID
           MOVE RC-W-PROC-DATE     TO GW-DATE2-YMD-9
           COMPUTE GW-DATE2-NTH-WEEK = FUNCTION NUMVAL(RC-W-SCH-WEEK)
           COMPUTE GW-DATE2-NTH = FUNCTION NUMVAL(RC-W-SCH-NTH)
           CALL "DATEWEEK" USING GW-DATEWEEK-AREA
           IF GW-RETURN-CODE = "00" AND
              GW-DATE2-YMD-9 = RC-W-PROC-DATE
               MOVE "Y"             TO RC-W-SCH-DUE
           END-IF.
       3630-EXIT.
           EXIT.
      *
      *    *** S: 当日が月初の営業日（1日を翌営業日へ送った日）
       3640-DUE-MONTH-FIRST.
           MOVE "V"                TO GW-DATE2-ID
           MOVE RC-W-PROC-DATE     TO GW-DATE2-YMD-9
           MOVE 1                  TO GW-DATE2-DD
           MOVE "F"                TO GW-DATE2-ROLL
           CALL "DATEWEEK" USING GW-DATEWEEK-AREA
           IF GW-DATE2-YMD-9 NOT = RC-W-PROC-DATE
               MOVE "N"             TO RC-W-SCH-DUE
           END-IF.
       3640-EXIT.
           EXIT.
      *
      *    *** M: 当日が月内最終営業日
       3650-DUE-MONTH-LAST.
           MOVE "M"                TO GW-DATE2-ID
           MOVE RC-W-PROC-DATE     TO GW-DATE2-YMD-9
           CALL "DATEWEEK" USING GW-DATEWEEK-AREA
           IF GW-DATE2-MEB-YMD NOT = RC-W-PROC-DATE
               MOVE "N"             TO RC-W-SCH-DUE
           END-IF.
       3650-EXIT.
           EXIT.
      *
      *    *** F/P: 会計期の指定があれば当日の会計期と一致すること
      *    *** （会計期は月単位のため、期初・期末は月初・月末で見る）
       3660-DUE-PERIOD.
           IF RC-W-SCH-PERIOD IS NOT NUMERIC OR
              RC-W-SCH-PERIOD = "00"
               GO TO 3660-EXIT
           END-IF
           MOVE "F"                TO GW-DATE2-ID
           MOVE RC-W-PROC-DATE     TO GW-DATE2-YMD-9
           MOVE ZERO               TO GW-DATE2-FY-START-MM
           IF RC-W-SCH-FY-SM IS NUMERIC
               MOVE RC-W-SCH-FY-SM  TO GW-DATE2-FY-START-MM
           END-IF
           CALL "DATEWEEK" USING GW-DATEWEEK-AREA
           IF GW-DATE2-FY-PERIOD NOT = RC-W-SCH-PERIOD
               MOVE "N"             TO RC-W-SCH-DUE
           END-IF.
       3660-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3800-CHECK-ARRIVAL  INBOUNDに定義された入力ファイルが揃う
      *    までFILEWTCHで待つ。待ち時間内に揃わない時はHELD-ARR
      *    （完了コードLARR）を記録する。待っている間は実行記録を
      *    閉じておく（他ジョブの開始・終了の記録を止めない）
      ******************************************************************
       3800-CHECK-ARRIVAL.
           CLOSE RC-RUN-FILE
           MOVE "W"                TO GF-ID
           MOVE RC-PGM             TO GF-PGM
           CALL "FILEWTCH" USING GF-FILEWTCH-AREA
           OPEN I-O RC-RUN-FILE
           IF NOT RC-W-RUN-OK
               MOVE "90"            TO RC-RETURN-CODE
               GO TO 3800-EXIT
           END-IF
           IF GF-RETURN-CODE NOT = "10"
               GO TO 3800-EXIT
           END-IF
      *    *** 待った後の時刻で記録する
           ACCEPT RC-W-DATE8       FROM DATE YYYYMMDD
           ACCEPT RC-W-TIME8       FROM TIME
           COMPUTE RC-W-STAMP =
               RC-W-DATE8 * 1000000 + RC-W-TIME8 / 100
           MOVE "HELD-ARR"         TO RC-W-GATE-STATE
           MOVE "LARR"             TO RC-W-GATE-REASON
           PERFORM 3500-RECORD-GATE THRU 3500-EXIT
           MOVE "40"               TO RC-RETURN-CODE.
       3800-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-APPEND-HISTORY  現在のRL-RECORDの内容を実行履歴
      *    (RUNHIST)へ1件追記する。所要秒数は開始・終了タイムスタンプ
      *    の差（未終了・逆転はゼロ）
