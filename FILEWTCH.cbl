      ******************************************************************
      *
      *    PROGRAM-ID.  FILEWTCH
      *
      *    外部から届く入力ファイルの到着待ちサブルーチン。
      *    リンクチェッカーの確認結果(NFCHKRES)の到着が遅れた夜に
      *    NFLINKINが先に走ってPREFAILになり、チェーンがそのまま
      *    先へ進んで翌朝まで気づかれなかった。到着待ちの定義
      *    (INBOUND)に載っているファイルは、RUNCTLのゲート判定
      *    (ID=G)から呼ばれて消費側ジョブの起動前に到着を待つ。
      *      ・ファイルが有り、最低件数以上で、大きさが所定の回数の
      *        確認の間変わらなくなった（書き込みが終わった）時に
      *        到着とし、FILEREGへ方向A（到着）で登録する
      *        （LINERPTの系譜に到着時刻が載る）
      *      ・到着予定時刻を過ぎても揃わない時はALERTWTRへ
      *        LATEARR（重大度2）を1回起票して待ち続ける
      *      ・待ち時間を使い切っても揃わない時はLATEARR（重大度1）
      *        を起票し、RETURN-CODE=10で戻す（RUNCTLがHELD-ARRを
      *        記録してジョブを止める）
      *    最初の確認で最終更新から確認間隔×確認回数以上経っている
      *    ファイルは、書き込み済みとしてその場で到着とする（チェーン
      *    ドライバーとジョブ自身のゲート判定で二重に待たない）。
      *    前夜以前に届いたままのファイルは到着としない。最終更新が
      *    そのファイルの最後の到着登録（FILEREG.OUTの方向A、無ければ
      *    今夜の始まり）より後のものだけを新しく届いたファイルとし、
      *    それ以外はSTALEとして待ち時間まで待つ。今夜の始まり以降に
      *    到着登録済みのファイル（同じ夜の2回目のゲート判定・再開）
      *    はそのまま到着とする。今夜の始まりは処理日（PROCDATE）を
      *    今日の日付へ進めた監査行（PROCDATE.AUDのROLL・INIT）の
      *    時刻とし、その行が無い時は処理日の0時とする。
      *
      *    呼び出し方法:
      *      CALL "FILEWTCH" USING CPFILEWTCH-AREA.
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  最後の到着登録より前に更新された
      *                          ファイル（前夜の残り）を到着とせず
      *                          STALEとして待つ
      *    2026-10-15  T.MIYAKE  1ジョブ10本を超えたINBOUNDの行を
      *                          黙って捨てず、アラートを起票する
      *
      *    INBOUND の形式（1行＝1ファイル、桁位置固定）
      *      01-08:消費側ジョブPGM  10-33:ファイル名
      *      35-38:到着予定時刻(HHMM、空白は遅延通知しない。ゲート
      *            開始から前後12時間以内の時刻として日付をまたぐ)
      *      40-42:待ち時間（分、000は待たずに1回だけ確かめる）
      *      44-46:確認間隔（秒、空白は60）
      *      48-56:最低件数（空白は1）
      *      58   :大きさが変わらないことを見る確認回数（空白は1）
      *      60-80:内容（送り元・連絡先等）
      *    1ジョブに複数ファイルの時は行を分けて書く（10本まで。
      *    超えた行は待たず、ALERTWTRへINBOVER（重大度2）で通知）。
      *    先頭が * の行と空行は読み飛ばす
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 FILEWTCH.
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
      *    到着待ちの定義、無ければどのジョブも待たない
           SELECT FW-INB-FILE      ASSIGN TO "INBOUND"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FW-W-INB-STATUS.
      *    到着確認の件数数え用（対象ファイルを順に割り当てる）
           SELECT FW-DAT-FILE      ASSIGN DYNAMIC FW-W-DAT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FW-W-DAT-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FW-INB-FILE.
       01  FW-INB-LINE               PIC X(080).
      *
       FD  FW-DAT-FILE.
       01  FW-DAT-LINE               PIC X(1024).
      *
       WORKING-STORAGE             SECTION.
      *
       01  FW-W-INB-STATUS          PIC  X(002) VALUE SPACE.
       01  FW-W-INB-EOF             PIC  X(001) VALUE "N".
           88  FW-W-INB-EOF-YES             VALUE "Y".
       01  FW-W-DAT-STATUS          PIC  X(002) VALUE SPACE.
       01  FW-W-DAT-EOF             PIC  X(001) VALUE "N".
           88  FW-W-DAT-EOF-YES             VALUE "Y".
       01  FW-W-DAT-NAME            PIC  X(024) VALUE SPACE.
      *
       01  FW-W-INB-LINE            PIC  X(080) VALUE SPACE.
       01  FW-W-INB-R REDEFINES FW-W-INB-LINE.
           05  FW-W-L-PGM           PIC  X(008).
           05  FILLER               PIC  X(001).
           05  FW-W-L-FILE          PIC  X(024).
           05  FILLER               PIC  X(001).
           05  FW-W-L-EXPBY         PIC  X(004).
           05  FW-W-L-EXPBY-R REDEFINES FW-W-L-EXPBY.
             07  FW-W-L-EXPBY-HH    PIC  9(002).
             07  FW-W-L-EXPBY-MI    PIC  9(002).
           05  FILLER               PIC  X(001).
           05  FW-W-L-WAIT          PIC  X(003).
           05  FILLER               PIC  X(001).
           05  FW-W-L-POLL          PIC  X(003).
           05  FILLER               PIC  X(001).
           05  FW-W-L-MINREC        PIC  X(009).
           05  FILLER               PIC  X(001).
           05  FW-W-L-STABLE        PIC  X(001).
           05  FILLER               PIC  X(022).
      *
      *---------------------------------------------------------------*
      *    自PGMの到着待ちファイル（最大10本）と確認の経過
      *---------------------------------------------------------------*
       01  FW-W-ENT-CNT             BINARY-LONG VALUE ZERO.
       01  FW-W-ENT-TBL-AREA.
           03  FW-W-ENT-TBL OCCURS 10.
             05  FW-W-E-FILE        PIC  X(024).
             05  FW-W-E-EXPBY       PIC  X(004).
             05  FW-W-E-EXPBY-SEC   PIC S9(012).
             05  FW-W-E-WAIT-SEC    BINARY-LONG.
             05  FW-W-E-POLL        BINARY-LONG.
             05  FW-W-E-MINREC      PIC  9(009).
             05  FW-W-E-STABLE      BINARY-LONG.
      *        *** 直前の確認で見た大きさ（SEEN=Nは未確認・無し）
             05  FW-W-E-SEEN        PIC  X(001).
             05  FW-W-E-LAST-SIZE   PIC  9(018).
             05  FW-W-E-SAME-CNT    BINARY-LONG.
             05  FW-W-E-REC-CNT     PIC  9(009).
             05  FW-W-E-READY       PIC  X(001).
             05  FW-W-E-LATE-SENT   PIC  X(001).
             05  FW-W-E-REASON      PIC  X(008).
      *        *** 最後の到着登録（FILEREG.OUTの方向A、無しはゼロ）
             05  FW-W-E-LAST-ARR    PIC  9(014).
       01  FW-W-E                   BINARY-LONG VALUE ZERO.
      *    *** 10本を超えて待たなかった自PGMの行の件数
       01  FW-W-OVER-CNT            BINARY-LONG VALUE ZERO.
       01  FW-W-OVER-E              PIC  9(003) VALUE ZERO.
      *
       01  FW-W-DONE                PIC  X(001) VALUE "N".
           88  FW-W-DONE-YES                VALUE "Y".
       01  FW-W-SLEEP               BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    時刻（通算秒）。ゲート開始時刻からの経過で待ち時間を見る
      *---------------------------------------------------------------*
       01  FW-W-DATE8               PIC  9(008) VALUE ZERO.
       01  FW-W-TIME8               PIC  9(008) VALUE ZERO.
       01  FW-W-TIME8-R REDEFINES FW-W-TIME8.
           05  FW-W-T-HH            PIC  9(002).
           05  FW-W-T-MI            PIC  9(002).
           05  FW-W-T-SS            PIC  9(002).
           05  FW-W-T-HS            PIC  9(002).
       01  FW-W-NOW-SEC             PIC S9(012) VALUE ZERO.
       01  FW-W-START-SEC           PIC S9(012) VALUE ZERO.
       01  FW-W-DAY-SEC             PIC S9(012) VALUE ZERO.
       01  FW-W-DIFF                PIC S9(012) VALUE ZERO.
       01  FW-W-MOD-SEC             PIC S9(012) VALUE ZERO.
       01  FW-W-MOD-STAMP           PIC  9(014) VALUE ZERO.
      *    *** 今夜の始まり（処理日へ進めた時刻）
       01  FW-W-NIGHT-START         PIC  9(014) VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    到着登録簿・処理日の監査証跡（環境コードで修飾する）
      *---------------------------------------------------------------*
       01  FW-W-REG-NAME            PIC  X(024) VALUE "FILEREG.OUT".
       01  FW-W-AUD-NAME            PIC  X(024) VALUE "PROCDATE.AUD".
       01  FW-W-QUAL-DONE           PIC  X(001) VALUE "N".
           88  FW-W-QUAL-DONE-YES           VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    ファイルの有無・大きさ・最終更新（CBL_CHECK_FILE_EXIST）
      *---------------------------------------------------------------*
       01  FW-W-CHK-NAME            PIC  X(025) VALUE SPACE.
       01  FW-W-CHK-INFO.
           05  FW-W-CHK-SIZE        PIC  X(008) COMP-X.
           05  FW-W-CHK-DD          PIC  X(001) COMP-X.
           05  FW-W-CHK-MM          PIC  X(001) COMP-X.
           05  FW-W-CHK-YYYY        PIC  X(002) COMP-X.
           05  FW-W-CHK-HH          PIC  X(001) COMP-X.
           05  FW-W-CHK-MI          PIC  X(001) COMP-X.
           05  FW-W-CHK-SS          PIC  X(001) COMP-X.
           05  FW-W-CHK-HS          PIC  X(001) COMP-X.
       01  FW-W-CHK-YMD             PIC  9(008) VALUE ZERO.
       01  FW-W-CHK-SIZE-9          PIC  9(018) VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    アラート文面の編集用
      *---------------------------------------------------------------*
       01  FW-W-WAIT-MIN-E          PIC  9(003) VALUE ZERO.
       01  FW-W-REC-E               PIC  9(009) VALUE ZERO.
      *
       COPY "CPALERT.cpy"   REPLACING ==:##:== BY ==AL==.
       COPY "CPFILEREG.cpy" REPLACING ==:##:== BY ==FG==.
       COPY "CPPROCDATE.cpy" REPLACING ==:##:== BY ==GP==.
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==FWQ==.
      *
       LINKAGE                     SECTION.
      *
       COPY "CPFILEWTCH.cpy" REPLACING ==:##:== BY ==FW==.
      *
       PROCEDURE                  DIVISION USING FW-FILEWTCH-AREA.
      *
      ******************************************************************
      *    0000-MAINLINE  定義を読み、全ファイルが揃うか待ち時間が
      *    尽きるまで確認を繰り返す
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO FW-RETURN-CODE
           MOVE ZERO               TO FW-FILE-CNT
           MOVE ZERO               TO FW-READY-CNT
           MOVE SPACE              TO FW-FILE-NAME
           MOVE SPACE              TO FW-REASON
           IF FW-ID NOT = "W"
               MOVE "90"            TO FW-RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           PERFORM 8000-GET-NOW     THRU 8000-EXIT
           MOVE FW-W-NOW-SEC       TO FW-W-START-SEC
           COMPUTE FW-W-DAY-SEC =
               FW-W-NOW-SEC - FW-W-T-HH * 3600 - FW-W-T-MI * 60
               - FW-W-T-SS
           PERFORM 1000-LOAD-INBOUND THRU 1000-EXIT
           IF FW-W-OVER-CNT > ZERO
               PERFORM 6200-ALERT-OVER THRU 6200-EXIT
           END-IF
           MOVE FW-W-ENT-CNT       TO FW-FILE-CNT
           IF FW-W-ENT-CNT = ZERO
               GO TO 0000-GOBACK
           END-IF
           PERFORM 1200-GET-NIGHT-START THRU 1200-EXIT
           PERFORM 1300-LOAD-LAST-ARR THRU 1300-EXIT
      *
           MOVE "N"                TO FW-W-DONE
           PERFORM 2000-WAIT-ROUND  THRU 2000-EXIT
               UNTIL FW-W-DONE-YES.
       0000-GOBACK.
           GOBACK.
      *
      ******************************************************************
      *    1000-LOAD-INBOUND  INBOUNDから自PGMの行をテーブルへ展開する
      ******************************************************************
       1000-LOAD-INBOUND.
           MOVE ZERO               TO FW-W-ENT-CNT
           MOVE ZERO               TO FW-W-OVER-CNT
           MOVE "N"                TO FW-W-INB-EOF
           OPEN INPUT FW-INB-FILE
           IF FW-W-INB-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE    THRU 1100-EXIT
               UNTIL FW-W-INB-EOF-YES
           CLOSE FW-INB-FILE.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE.
           READ FW-INB-FILE
               AT END
                   SET FW-W-INB-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF FW-INB-LINE = SPACE OR FW-INB-LINE(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
           MOVE FW-INB-LINE        TO FW-W-INB-LINE
           IF FW-W-L-PGM NOT = FW-PGM OR FW-W-L-FILE = SPACE
               GO TO 1100-EXIT
           END-IF
           IF FW-W-ENT-CNT >= 10
               ADD  1              TO FW-W-OVER-CNT
               GO TO 1100-EXIT
           END-IF
      *
           ADD  1                  TO FW-W-ENT-CNT
           MOVE FW-W-ENT-CNT       TO FW-W-E
           MOVE FW-W-L-FILE        TO FW-W-E-FILE(FW-W-E)
           MOVE ZERO               TO FW-W-E-WAIT-SEC(FW-W-E)
           IF FW-W-L-WAIT IS NUMERIC
               COMPUTE FW-W-E-WAIT-SEC(FW-W-E) =
                   FUNCTION NUMVAL(FW-W-L-WAIT) * 60
           END-IF
           MOVE 60                 TO FW-W-E-POLL(FW-W-E)
           IF FW-W-L-POLL IS NUMERIC AND FW-W-L-POLL NOT = "000"
               COMPUTE FW-W-E-POLL(FW-W-E) =
                   FUNCTION NUMVAL(FW-W-L-POLL)
           END-IF
           MOVE 1                  TO FW-W-E-MINREC(FW-W-E)
           IF FW-W-L-MINREC IS NUMERIC
               MOVE FW-W-L-MINREC   TO FW-W-E-MINREC(FW-W-E)
           END-IF
           MOVE 1                  TO FW-W-E-STABLE(FW-W-E)
           IF FW-W-L-STABLE IS NUMERIC AND FW-W-L-STABLE NOT = "0"
               COMPUTE FW-W-E-STABLE(FW-W-E) =
                   FUNCTION NUMVAL(FW-W-L-STABLE)
           END-IF
      *
      *    *** 到着予定時刻はゲート開始の前後12時間以内の時刻とする
      *    *** （23時開始のチェーンで0130と書けば翌日の1時30分）
           MOVE SPACE              TO FW-W-E-EXPBY(FW-W-E)
           MOVE ZERO               TO FW-W-E-EXPBY-SEC(FW-W-E)
           IF FW-W-L-EXPBY IS NUMERIC AND
              FW-W-L-EXPBY-HH < 24 AND FW-W-L-EXPBY-MI < 60
               MOVE FW-W-L-EXPBY    TO FW-W-E-EXPBY(FW-W-E)
               COMPUTE FW-W-E-EXPBY-SEC(FW-W-E) = FW-W-DAY-SEC
                   + FW-W-L-EXPBY-HH * 3600 + FW-W-L-EXPBY-MI * 60
               COMPUTE FW-W-DIFF =
                   FW-W-E-EXPBY-SEC(FW-W-E) - FW-W-START-SEC
               IF FW-W-DIFF < -43200
                   ADD  86400       TO FW-W-E-EXPBY-SEC(FW-W-E)
               END-IF
               IF FW-W-DIFF > 43200
                   SUBTRACT 86400   FROM FW-W-E-EXPBY-SEC(FW-W-E)
               END-IF
           END-IF
      *
           MOVE "N"                TO FW-W-E-SEEN(FW-W-E)
           MOVE ZERO               TO FW-W-E-LAST-SIZE(FW-W-E)
           MOVE ZERO               TO FW-W-E-SAME-CNT(FW-W-E)
           MOVE ZERO               TO FW-W-E-REC-CNT(FW-W-E)
           MOVE "N"                TO FW-W-E-READY(FW-W-E)
           MOVE "N"                TO FW-W-E-LATE-SENT(FW-W-E)
           MOVE "MISSING"          TO FW-W-E-REASON(FW-W-E)
           MOVE ZERO               TO FW-W-E-LAST-ARR(FW-W-E).
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-GET-NIGHT-START  今夜の始まりを求める。処理日を今日の
      *    日付へ進めた監査行（ROLL・INIT）の最後の時刻、無ければ
      *    処理日の0時
      ******************************************************************
       1200-GET-NIGHT-START.
           IF NOT FW-W-QUAL-DONE-YES
               SET FW-W-QUAL-DONE-YES TO TRUE
               MOVE "Q"             TO FWQ-ID
               MOVE "FILEREG.OUT"   TO FWQ-NAME
               CALL "ENVQUAL" USING FWQ-ENVQUAL-AREA
               MOVE FWQ-QNAME       TO FW-W-REG-NAME
               MOVE "PROCDATE.AUD"  TO FWQ-NAME
               CALL "ENVQUAL" USING FWQ-ENVQUAL-AREA
               MOVE FWQ-QNAME       TO FW-W-AUD-NAME
           END-IF
           MOVE "G"                TO GP-ID
           MOVE FW-PGM             TO GP-PGM
           CALL "PROCDATE" USING GP-PROCDATE-AREA
           COMPUTE FW-W-NIGHT-START = GP-YMD * 1000000
      *
           MOVE FW-W-AUD-NAME      TO FW-W-DAT-NAME
           MOVE "N"                TO FW-W-DAT-EOF
           OPEN INPUT FW-DAT-FILE
           IF FW-W-DAT-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-AUD-ONE     THRU 1210-EXIT
               UNTIL FW-W-DAT-EOF-YES
           CLOSE FW-DAT-FILE.
       1200-EXIT.
           EXIT.
      *
      *    *** 01-14:更新時刻 25-32:区分 43-50:更新後の処理日
       1210-AUD-ONE.
           READ FW-DAT-FILE
               AT END
                   SET FW-W-DAT-EOF-YES TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF FW-W-DAT-STATUS(1:1) NOT = "0"
               SET FW-W-DAT-EOF-YES TO TRUE
               GO TO 1210-EXIT
           END-IF
           IF (FW-DAT-LINE(25:8) = "ROLL" OR
               FW-DAT-LINE(25:8) = "INIT") AND
              FW-DAT-LINE(1:14) IS NUMERIC AND
              FW-DAT-LINE(43:8) = GP-BASE-YMD
               MOVE FW-DAT-LINE(1:14) TO FW-W-NIGHT-START
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1300-LOAD-LAST-ARR  到着待ちファイルごとに最後の到着登録
      *    （FILEREG.OUTの方向A）の時刻を得る
      ******************************************************************
       1300-LOAD-LAST-ARR.
           MOVE FW-W-REG-NAME      TO FW-W-DAT-NAME
           MOVE "N"                TO FW-W-DAT-EOF
           OPEN INPUT FW-DAT-FILE
           IF FW-W-DAT-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-REG-ONE     THRU 1310-EXIT
               UNTIL FW-W-DAT-EOF-YES
           CLOSE FW-DAT-FILE.
       1300-EXIT.
           EXIT.
      *
      *    *** 01-14:時刻 25:方向 27-50:ファイル名（時刻順に追記される
      *    *** ため、後の行で置き換える）
       1310-REG-ONE.
           READ FW-DAT-FILE
               AT END
                   SET FW-W-DAT-EOF-YES TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF FW-W-DAT-STATUS(1:1) NOT = "0"
               SET FW-W-DAT-EOF-YES TO TRUE
               GO TO 1310-EXIT
           END-IF
           IF FW-DAT-LINE(25:1) NOT = "A" OR
              FW-DAT-LINE(1:14) IS NOT NUMERIC
               GO TO 1310-EXIT
           END-IF
           PERFORM 1320-MATCH-ARR-ONE THRU 1320-EXIT
               VARYING FW-W-E FROM 1 BY 1
               UNTIL FW-W-E > FW-W-ENT-CNT.
       1310-EXIT.
           EXIT.
      *
       1320-MATCH-ARR-ONE.
           IF FW-DAT-LINE(27:24) = FW-W-E-FILE(FW-W-E)
               MOVE FW-DAT-LINE(1:14) TO FW-W-E-LAST-ARR(FW-W-E)
           END-IF.
       1320-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-WAIT-ROUND  未到着のファイルを1回ずつ確かめる。全部
      *    揃えば終了、待ち時間切れのファイルがあれば保留で終了、
      *    それ以外は最短の確認間隔だけ待って次の回へ
      ******************************************************************
       2000-WAIT-ROUND.
           PERFORM 8000-GET-NOW     THRU 8000-EXIT
           MOVE ZERO               TO FW-W-SLEEP
           PERFORM 2100-CHECK-ENTRY THRU 2100-EXIT
               VARYING FW-W-E FROM 1 BY 1
               UNTIL FW-W-E > FW-W-ENT-CNT OR FW-W-DONE-YES
           IF FW-W-DONE-YES
               GO TO 2000-EXIT
           END-IF
           IF FW-READY-CNT >= FW-W-ENT-CNT
               SET FW-W-DONE-YES    TO TRUE
               GO TO 2000-EXIT
           END-IF
           CALL "C$SLEEP" USING FW-W-SLEEP.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2100-CHECK-ENTRY  ファイル1本分の到着を確かめる
      ******************************************************************
       2100-CHECK-ENTRY.
           IF FW-W-E-READY(FW-W-E) = "Y"
               GO TO 2100-EXIT
           END-IF
           PERFORM 3000-PROBE-FILE  THRU 3000-EXIT
           IF FW-W-E-READY(FW-W-E) = "Y"
               ADD  1               TO FW-READY-CNT
               PERFORM 5000-REGISTER-ARRIVAL THRU 5000-EXIT
               GO TO 2100-EXIT
           END-IF
      *
      *    *** 到着予定時刻を過ぎたら1回だけ遅延を通知して待ち続ける
           IF FW-W-E-EXPBY(FW-W-E) NOT = SPACE AND
              FW-W-E-LATE-SENT(FW-W-E) NOT = "Y" AND
              FW-W-NOW-SEC >= FW-W-E-EXPBY-SEC(FW-W-E)
               MOVE "Y"             TO FW-W-E-LATE-SENT(FW-W-E)
               PERFORM 6000-ALERT-LATE THRU 6000-EXIT
           END-IF
      *
      *    *** 待ち時間を使い切ったらジョブを保留させる
           IF FW-W-NOW-SEC - FW-W-START-SEC >= FW-W-E-WAIT-SEC(FW-W-E)
               PERFORM 6100-ALERT-HELD THRU 6100-EXIT
               MOVE FW-W-E-FILE(FW-W-E)   TO FW-FILE-NAME
               MOVE FW-W-E-REASON(FW-W-E) TO FW-REASON
               MOVE "10"            TO FW-RETURN-CODE
               SET FW-W-DONE-YES    TO TRUE
               GO TO 2100-EXIT
           END-IF
      *
           IF FW-W-SLEEP = ZERO OR
              FW-W-E-POLL(FW-W-E) < FW-W-SLEEP
               MOVE FW-W-E-POLL(FW-W-E) TO FW-W-SLEEP
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-PROBE-FILE  有無・大きさを見て、大きさが確認回数の間
      *    変わらず最低件数以上あれば到着とする
      ******************************************************************
       3000-PROBE-FILE.
           MOVE SPACE              TO FW-W-CHK-NAME
           MOVE FW-W-E-FILE(FW-W-E) TO FW-W-CHK-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING FW-W-CHK-NAME
                                             FW-W-CHK-INFO
           IF RETURN-CODE NOT = ZERO
               MOVE "N"             TO FW-W-E-SEEN(FW-W-E)
               MOVE ZERO            TO FW-W-E-SAME-CNT(FW-W-E)
               MOVE "MISSING"       TO FW-W-E-REASON(FW-W-E)
               GO TO 3000-EXIT
           END-IF
           MOVE FW-W-CHK-SIZE      TO FW-W-CHK-SIZE-9
      *
      *    *** 前夜以前に届いたままのファイルは待ち続ける
           PERFORM 3050-CHECK-FRESH THRU 3050-EXIT
           IF FW-W-E-REASON(FW-W-E) = "STALE"
               MOVE "N"             TO FW-W-E-SEEN(FW-W-E)
               MOVE ZERO            TO FW-W-E-SAME-CNT(FW-W-E)
               GO TO 3000-EXIT
           END-IF
      *
           EVALUATE TRUE
      *        *** 初めて見えた時は最終更新からの経過で判定する
               WHEN FW-W-E-SEEN(FW-W-E) NOT = "Y"
                   PERFORM 3100-CHECK-MOD-AGE THRU 3100-EXIT
               WHEN FW-W-CHK-SIZE-9 = FW-W-E-LAST-SIZE(FW-W-E)
                   ADD  1           TO FW-W-E-SAME-CNT(FW-W-E)
               WHEN OTHER
                   MOVE ZERO        TO FW-W-E-SAME-CNT(FW-W-E)
           END-EVALUATE
           MOVE "Y"                TO FW-W-E-SEEN(FW-W-E)
           MOVE FW-W-CHK-SIZE-9    TO FW-W-E-LAST-SIZE(FW-W-E)
           IF FW-W-E-SAME-CNT(FW-W-E) < FW-W-E-STABLE(FW-W-E)
               MOVE "GROWING"       TO FW-W-E-REASON(FW-W-E)
               GO TO 3000-EXIT
           END-IF
      *
      *    *** 書き込みが止まったファイルの件数を数える
           PERFORM 3200-COUNT-RECORDS THRU 3200-EXIT
           IF FW-W-E-REC-CNT(FW-W-E) < FW-W-E-MINREC(FW-W-E)
               MOVE "SHORT"         TO FW-W-E-REASON(FW-W-E)
               GO TO 3000-EXIT
           END-IF
           MOVE "Y"                TO FW-W-E-READY(FW-W-E)
           MOVE SPACE              TO FW-W-E-REASON(FW-W-E).
       3000-EXIT.
           EXIT.
      *
      *    *** 最終更新が最後の到着登録（無ければ今夜の始まり）より
      *    *** 後なら新しく届いたファイル。今夜の始まり以降に到着登録
      *    *** 済みなら今夜到着したファイル（2回目のゲート判定・再開）
       3050-CHECK-FRESH.
           MOVE SPACE              TO FW-W-E-REASON(FW-W-E)
           IF FW-W-E-LAST-ARR(FW-W-E) >= FW-W-NIGHT-START
               GO TO 3050-EXIT
           END-IF
           COMPUTE FW-W-MOD-STAMP =
               (FW-W-CHK-YYYY * 10000 + FW-W-CHK-MM * 100
                + FW-W-CHK-DD) * 1000000
               + FW-W-CHK-HH * 10000 + FW-W-CHK-MI * 100 + FW-W-CHK-SS
           IF FW-W-E-LAST-ARR(FW-W-E) > ZERO
               IF FW-W-MOD-STAMP <= FW-W-E-LAST-ARR(FW-W-E)
                   MOVE "STALE"     TO FW-W-E-REASON(FW-W-E)
               END-IF
           ELSE
               IF FW-W-MOD-STAMP <= FW-W-NIGHT-START
                   MOVE "STALE"     TO FW-W-E-REASON(FW-W-E)
               END-IF
           END-IF.
       3050-EXIT.
           EXIT.
      *
      *    *** 最終更新から確認間隔×確認回数以上経っていれば書き込み
      *    *** 済みとみなす（未来の時刻は書き込み中として扱う）
       3100-CHECK-MOD-AGE.
           MOVE ZERO               TO FW-W-E-SAME-CNT(FW-W-E)
           COMPUTE FW-W-CHK-YMD =
               FW-W-CHK-YYYY * 10000 + FW-W-CHK-MM * 100 + FW-W-CHK-DD
           IF FW-W-CHK-YMD < 16010101
               GO TO 3100-EXIT
           END-IF
           COMPUTE FW-W-MOD-SEC =
               FUNCTION INTEGER-OF-DATE(FW-W-CHK-YMD) * 86400
               + FW-W-CHK-HH * 3600 + FW-W-CHK-MI * 60 + FW-W-CHK-SS
           IF FW-W-NOW-SEC - FW-W-MOD-SEC >=
              FW-W-E-POLL(FW-W-E) * FW-W-E-STABLE(FW-W-E)
               MOVE FW-W-E-STABLE(FW-W-E) TO FW-W-E-SAME-CNT(FW-W-E)
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3200-COUNT-RECORDS.
           MOVE ZERO               TO FW-W-E-REC-CNT(FW-W-E)
           MOVE FW-W-E-FILE(FW-W-E) TO FW-W-DAT-NAME
           MOVE "N"                TO FW-W-DAT-EOF
           OPEN INPUT FW-DAT-FILE
           IF FW-W-DAT-STATUS NOT = "00"
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-COUNT-ONE   THRU 3210-EXIT
               UNTIL FW-W-DAT-EOF-YES
           CLOSE FW-DAT-FILE.
       3200-EXIT.
           EXIT.
      *
      *    *** 長すぎる行（状態06等）も1件として数える
       3210-COUNT-ONE.
           READ FW-DAT-FILE
               AT END
                   SET FW-W-DAT-EOF-YES TO TRUE
                   GO TO 3210-EXIT
           END-READ
           IF FW-W-DAT-STATUS(1:1) NOT = "0"
               SET FW-W-DAT-EOF-YES TO TRUE
               GO TO 3210-EXIT
           END-IF
           ADD  1                  TO FW-W-E-REC-CNT(FW-W-E).
       3210-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-REGISTER-ARRIVAL  到着を受け渡し系譜の登録簿へ残す
      ******************************************************************
       5000-REGISTER-ARRIVAL.
           MOVE "FILEWTCH"         TO FG-PGM
           MOVE FW-W-E-FILE(FW-W-E) TO FG-FILE-NAME
           MOVE "A"                TO FG-DIR
           MOVE FW-W-E-REC-CNT(FW-W-E) TO FG-REC-CNT
           CALL "FILEREG" USING FG-FILEREG-AREA.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-ALERT-LATE  到着予定時刻を過ぎた（重大度2、待ち続ける）
      ******************************************************************
       6000-ALERT-LATE.
           MOVE FW-PGM             TO AL-PGM
           MOVE 2                  TO AL-SEVERITY
           MOVE "LATEARR"          TO AL-CODE
           MOVE SPACE              TO AL-MESSAGE
           STRING FW-W-E-FILE(FW-W-E)  DELIMITED BY SPACE
                  " NOT READY BY "      DELIMITED BY SIZE
                  FW-W-E-EXPBY(FW-W-E) DELIMITED BY SIZE
                  " ("                  DELIMITED BY SIZE
                  FW-W-E-REASON(FW-W-E) DELIMITED BY SPACE
                  "), STILL WAITING"    DELIMITED BY SIZE
                  INTO AL-MESSAGE
           END-STRING
           CALL "ALERTWTR" USING AL-ALERT-AREA.
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6100-ALERT-HELD  待ち時間切れ、ジョブを保留する（重大度1）
      ******************************************************************
       6100-ALERT-HELD.
           MOVE FW-PGM             TO AL-PGM
           MOVE 1                  TO AL-SEVERITY
           MOVE "LATEARR"          TO AL-CODE
           COMPUTE FW-W-WAIT-MIN-E = FW-W-E-WAIT-SEC(FW-W-E) / 60
           MOVE SPACE              TO AL-MESSAGE
           STRING FW-W-E-FILE(FW-W-E)  DELIMITED BY SPACE
                  " NOT READY ("        DELIMITED BY SIZE
                  FW-W-E-REASON(FW-W-E) DELIMITED BY SPACE
                  ") AFTER "            DELIMITED BY SIZE
                  FW-W-WAIT-MIN-E       DELIMITED BY SIZE
                  " MIN, "              DELIMITED BY SIZE
                  FW-PGM                DELIMITED BY SPACE
                  " HELD"               DELIMITED BY SIZE
                  INTO AL-MESSAGE
           END-STRING
           CALL "ALERTWTR" USING AL-ALERT-AREA.
       6100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6200-ALERT-OVER  自PGMの行が10本を超え、超えた分は待たない
      *    （重大度2）
      ******************************************************************
       6200-ALERT-OVER.
           MOVE FW-PGM             TO AL-PGM
           MOVE 2                  TO AL-SEVERITY
           MOVE "INBOVER"          TO AL-CODE
           MOVE FW-W-OVER-CNT      TO FW-W-OVER-E
           MOVE SPACE              TO AL-MESSAGE
           STRING "INBOUND OVER 10 FILES FOR " DELIMITED BY SIZE
                  FW-PGM                DELIMITED BY SPACE
                  ", "                  DELIMITED BY SIZE
                  FW-W-OVER-E           DELIMITED BY SIZE
                  " NOT WATCHED"        DELIMITED BY SIZE
                  INTO AL-MESSAGE
           END-STRING
           CALL "ALERTWTR" USING AL-ALERT-AREA.
       6200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-GET-NOW  現在時刻を通算秒(FW-W-NOW-SEC)で得る
      ******************************************************************
       8000-GET-NOW.
           ACCEPT FW-W-DATE8       FROM DATE YYYYMMDD
           ACCEPT FW-W-TIME8       FROM TIME
           COMPUTE FW-W-NOW-SEC =
               FUNCTION INTEGER-OF-DATE(FW-W-DATE8) * 86400
               + FW-W-T-HH * 3600 + FW-W-T-MI * 60 + FW-W-T-SS.
       8000-EXIT.
           EXIT.
