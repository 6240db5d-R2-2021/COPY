      ******************************************************************
      *
      *    PROGRAM-ID.  DWCALRPT
      *
      *    営業日カレンダーの年間印刷と拠点間の差異レポート。
      *    拠点別の休日カレンダー(DWHOLIDAY・DWHOLIDAY.XX)ごとに、
      *    指定年の12か月を3か月ずつ横に並べて印刷し、休日(H)・
      *    半休(A/P)・指定出勤日(W)を日付の右に示す。月ごとに営業日数
      *    （半休は0.5日、DATEWEEK ID=Cと同じ数え方）・会計期・月内の
      *    最初と最後の営業日と、会計年度・四半期の始まり／終わりを
      *    添える。続けて、2本以上のカレンダーで扱いの違う日付を
      *    一覧し（毎年12月の大阪と本社の手作業の照合の代わり）、
      *    最後に年の未生成と、前年より休日が少ない年を警告する。
      *    日の扱いはすべてDATEWEEKの判定（ID=H/C/F/M/V）による。
      *
      *    差異の判定は日の扱いで比べる
      *      平日  H:休日 A/P:半休 -:営業日（Wと未登録は同じ扱い）
      *      土日  W:指定出勤日 -:非営業日（休日登録の有無は問わない）
      *    休日の件数は日種別がスペース/Fの登録日（土日も含む）を
      *    数える。指定年の件数がゼロの時はYEAR NOT GENERATED、
      *    前年より少ない時はFEWER HOLIDAYS THAN PREVIOUS YEARとする。
      *
      *    DWCALRPT.CTL の指定（先頭 * の行と空行は読み飛ばす）
      *      YEAR=YYYY   印刷する年（省略時は処理日の年）
      *      CAL=XX      カレンダー識別子（行ごとに1本、最大4本＝
      *                  DATEWEEKが同時に持てる本数。空白は既定の
      *                  DWHOLIDAY。CAL=の行が無い時は既定の1本）
      *      FYSTART=MM  会計年度の開始月（省略時は4月）
      *    出力は DWCALRPT.RPT。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  YEAR=省略時の年をシステム日付から
      *                          処理日（PROCDATE）の年へ変更
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 DWCALRPT.
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
           SELECT DC-CTL-FILE      ASSIGN TO "DWCALRPT.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DC-W-CTL-STATUS.
           SELECT DC-RPT-FILE      ASSIGN TO "DWCALRPT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  DC-CTL-FILE.
       01  DC-CTL-LINE               PIC X(080).
      *
       FD  DC-RPT-FILE.
       01  DC-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  DC-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  DC-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  DC-W-CTL-EOF-YES             VALUE "Y".
      *
      *    *** 指定
       01  DC-W-YEAR                PIC  9(004) VALUE ZERO.
       01  DC-W-FY-SM               PIC  9(002) VALUE ZERO.
       01  DC-W-CAL-CNT             BINARY-LONG VALUE ZERO.
       01  DC-W-CAL-AREA.
           03  DC-W-CAL-ID          PIC  X(002) OCCURS 4.
       01  DC-W-C                   BINARY-LONG VALUE ZERO.
      *    *** カレンダー識別子の表示（既定のDWHOLIDAYは--）
       01  DC-W-CAL-LABEL           PIC  X(002) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    3か月分の印刷域（1か月＝32桁、7曜日×4桁＋間隔4桁）
      *---------------------------------------------------------------*
       01  DC-W-BAND-AREA.
           03  DC-W-BM OCCURS 3.
             05  DC-W-BM-TITLE      PIC  X(032).
             05  DC-W-BM-ROW        PIC  X(032) OCCURS 6.
             05  DC-W-BM-SUM1       PIC  X(032).
             05  DC-W-BM-SUM2       PIC  X(032).
       01  DC-W-BAND                BINARY-LONG VALUE ZERO.
       01  DC-W-M3                  BINARY-LONG VALUE ZERO.
       01  DC-W-R                   BINARY-LONG VALUE ZERO.
      *
      *    *** 月・日の作業域
       01  DC-W-MM                  PIC  9(002) VALUE ZERO.
       01  DC-W-DD                  PIC  9(002) VALUE ZERO.
       01  DC-W-MDAYS               BINARY-LONG VALUE ZERO.
       01  DC-W-WD1                 BINARY-LONG VALUE ZERO.
       01  DC-W-CELL                BINARY-LONG VALUE ZERO.
       01  DC-W-CROW                BINARY-LONG VALUE ZERO.
       01  DC-W-CCOL                BINARY-LONG VALUE ZERO.
       01  DC-W-DD-ED               PIC  Z9.
       01  DC-W-YMD                 PIC  9(008) VALUE ZERO.
       01  DC-W-YMD-R REDEFINES DC-W-YMD.
           05  DC-W-YMD-YYYY        PIC  9(004).
           05  DC-W-YMD-MM          PIC  9(002).
           05  DC-W-YMD-DD          PIC  9(002).
      *    *** 日の印（H/A/P/W、未登録はスペース）と差異比較用の扱い
       01  DC-W-MARK                PIC  X(001) VALUE SPACE.
       01  DC-W-KIND                PIC  X(001) VALUE SPACE.
       01  DC-W-WEEK                PIC  9(002) VALUE ZERO.
      *
      *    *** 月の集計
       01  DC-W-BDAY-ED             PIC  Z9.9.
       01  DC-W-FIRST-BIZ           PIC  9(008) VALUE ZERO.
       01  DC-W-LAST-BIZ            PIC  9(008) VALUE ZERO.
       01  DC-W-FY-YYYY             PIC  9(004) VALUE ZERO.
       01  DC-W-FY-PERIOD           PIC  9(002) VALUE ZERO.
       01  DC-W-BOUNDARY            PIC  X(010) VALUE SPACE.
      *
      *    *** 差異一覧
       01  DC-W-DIFF-AREA.
           03  DC-W-DIFF-KIND       PIC  X(001) OCCURS 4.
       01  DC-W-DIFF                PIC  X(001) VALUE "N".
       01  DC-W-DIFF-CNT            BINARY-LONG VALUE ZERO.
       01  DC-W-PTR                 BINARY-LONG VALUE ZERO.
      *
      *    *** 年の点検
       01  DC-W-CNT-YEAR            PIC  9(004) VALUE ZERO.
       01  DC-W-HOL-CNT             BINARY-LONG VALUE ZERO.
       01  DC-W-HOL-THIS            BINARY-LONG VALUE ZERO.
       01  DC-W-HOL-PREV            BINARY-LONG VALUE ZERO.
       01  DC-W-WARN-CNT            BINARY-LONG VALUE ZERO.
       01  DC-W-PREV-YEAR           PIC  9(004) VALUE ZERO.
      *
      *    *** 帳票の編集
       01  DC-W-RPT-CNT             PIC  9(006) VALUE ZERO.
       01  DC-W-RPT-C2              PIC  9(006) VALUE ZERO.
      *
       COPY "CPDATEWEEK.cpy" REPLACING ==:##:== BY ==CW==.
      *    *** YEAR=省略時の年（処理日、PROCDATE ID=G）
       COPY "CPPROCDATE.cpy" REPLACING ==:##:== BY ==GP==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==DCQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-CALENDAR-ONE    THRU 2000-EXIT
               VARYING DC-W-C FROM 1 BY 1 UNTIL DC-W-C > DC-W-CAL-CNT
           PERFORM 3000-DIFF-SECTION    THRU 3000-EXIT
           PERFORM 4000-CHECK-SECTION   THRU 4000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  指定を読み、年・会計年度の開始月・
      *    カレンダーの既定を補う
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT DC-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO DCQ-ID
           CALL "ENVQUAL" USING DCQ-ENVQUAL-AREA
           MOVE DCQ-ENV-LINE           TO DC-RPT-LINE
           WRITE DC-RPT-LINE
      *
           MOVE "N"                    TO DC-W-CTL-EOF
           OPEN INPUT DC-CTL-FILE
           IF DC-W-CTL-STATUS = "00"
               PERFORM 1100-READ-CTL-ONE THRU 1100-EXIT
                   UNTIL DC-W-CTL-EOF-YES
               CLOSE DC-CTL-FILE
           END-IF
           IF DC-W-YEAR = ZERO
               MOVE "G"                 TO GP-ID
               MOVE "DWCALRPT"          TO GP-PGM
               CALL "PROCDATE" USING GP-PROCDATE-AREA
               COMPUTE DC-W-YEAR = GP-YMD / 10000
           END-IF
           IF DC-W-FY-SM = ZERO OR DC-W-FY-SM > 12
               MOVE 4                   TO DC-W-FY-SM
           END-IF
           IF DC-W-CAL-CNT = ZERO
               MOVE 1                   TO DC-W-CAL-CNT
               MOVE SPACE               TO DC-W-CAL-ID(1)
           END-IF
           COMPUTE DC-W-PREV-YEAR = DC-W-YEAR - 1.
       1000-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ DC-CTL-FILE
               AT END
                   SET DC-W-CTL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF DC-CTL-LINE = SPACE OR DC-CTL-LINE(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN DC-CTL-LINE(1:5) = "YEAR="
                   IF DC-CTL-LINE(6:4) IS NUMERIC
                       MOVE DC-CTL-LINE(6:4) TO DC-W-YEAR
                   END-IF
               WHEN DC-CTL-LINE(1:4) = "CAL="
                   IF DC-W-CAL-CNT < 4
                       ADD  1            TO DC-W-CAL-CNT
                       MOVE DC-CTL-LINE(5:2)
                                         TO DC-W-CAL-ID(DC-W-CAL-CNT)
                   ELSE
                       MOVE SPACE        TO DC-RPT-LINE
                       STRING "MORE THAN 4 CALENDARS - IGNORED: "
                              DELIMITED BY SIZE
                              DC-CTL-LINE(1:6) DELIMITED BY SIZE
                              INTO DC-RPT-LINE
                       END-STRING
                       WRITE DC-RPT-LINE
                   END-IF
               WHEN DC-CTL-LINE(1:8) = "FYSTART="
                   IF DC-CTL-LINE(9:2) IS NUMERIC
                       MOVE DC-CTL-LINE(9:2) TO DC-W-FY-SM
                   END-IF
               WHEN OTHER
                   MOVE SPACE            TO DC-RPT-LINE
                   STRING "UNKNOWN CONTROL LINE: " DELIMITED BY SIZE
                          DC-CTL-LINE(1:40) DELIMITED BY SIZE
                          INTO DC-RPT-LINE
                   END-STRING
                   WRITE DC-RPT-LINE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-CALENDAR-ONE  カレンダー1本分の年間印刷
      ******************************************************************
       2000-CALENDAR-ONE.
           PERFORM 6100-CAL-LABEL       THRU 6100-EXIT
           MOVE SPACE                  TO DC-RPT-LINE
           WRITE DC-RPT-LINE
           MOVE SPACE                  TO DC-RPT-LINE
           IF DC-W-CAL-ID(DC-W-C) = SPACE
               STRING "BUSINESS CALENDAR " DELIMITED BY SIZE
                      DC-W-YEAR          DELIMITED BY SIZE
                      "  CALENDAR=DWHOLIDAY (DEFAULT)"
                                         DELIMITED BY SIZE
                      INTO DC-RPT-LINE
               END-STRING
           ELSE
               STRING "BUSINESS CALENDAR " DELIMITED BY SIZE
                      DC-W-YEAR          DELIMITED BY SIZE
                      "  CALENDAR=DWHOLIDAY." DELIMITED BY SIZE
                      DC-W-CAL-ID(DC-W-C) DELIMITED BY SIZE
                      INTO DC-RPT-LINE
               END-STRING
           END-IF
           WRITE DC-RPT-LINE
           MOVE "  H:HOLIDAY  A:AM OFF  P:PM OFF  W:WORKING WEEKEND"
                                        TO DC-RPT-LINE
           WRITE DC-RPT-LINE
           PERFORM 2100-BAND-ONE        THRU 2100-EXIT
               VARYING DC-W-BAND FROM 1 BY 1 UNTIL DC-W-BAND > 4.
       2000-EXIT.
           EXIT.
      *
      *    *** 3か月分を組み立てて印刷する
       2100-BAND-ONE.
           MOVE SPACE                  TO DC-W-BAND-AREA
           PERFORM 2200-BUILD-MONTH     THRU 2200-EXIT
               VARYING DC-W-M3 FROM 1 BY 1 UNTIL DC-W-M3 > 3
           MOVE SPACE                  TO DC-RPT-LINE
           WRITE DC-RPT-LINE
           MOVE SPACE                  TO DC-RPT-LINE
           STRING DC-W-BM-TITLE(1)     DELIMITED BY SIZE
                  DC-W-BM-TITLE(2)      DELIMITED BY SIZE
                  DC-W-BM-TITLE(3)      DELIMITED BY SIZE
                  INTO DC-RPT-LINE
           END-STRING
           WRITE DC-RPT-LINE
           MOVE SPACE                  TO DC-RPT-LINE
           STRING " MO  TU  WE  TH  FR  SA  SU     " DELIMITED BY SIZE
                  " MO  TU  WE  TH  FR  SA  SU     " DELIMITED BY SIZE
                  " MO  TU  WE  TH  FR  SA  SU     " DELIMITED BY SIZE
                  INTO DC-RPT-LINE
           END-STRING
           WRITE DC-RPT-LINE
           PERFORM 2300-PRINT-ROW-ONE   THRU 2300-EXIT
               VARYING DC-W-R FROM 1 BY 1 UNTIL DC-W-R > 6
           MOVE SPACE                  TO DC-RPT-LINE
           STRING DC-W-BM-SUM1(1)      DELIMITED BY SIZE
                  DC-W-BM-SUM1(2)       DELIMITED BY SIZE
                  DC-W-BM-SUM1(3)       DELIMITED BY SIZE
                  INTO DC-RPT-LINE
           END-STRING
           WRITE DC-RPT-LINE
           MOVE SPACE                  TO DC-RPT-LINE
           STRING DC-W-BM-SUM2(1)      DELIMITED BY SIZE
                  DC-W-BM-SUM2(2)       DELIMITED BY SIZE
                  DC-W-BM-SUM2(3)       DELIMITED BY SIZE
                  INTO DC-RPT-LINE
           END-STRING
           WRITE DC-RPT-LINE.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2200-BUILD-MONTH  1か月分の日付の升目と月の集計を作る
      ******************************************************************
       2200-BUILD-MONTH.
           COMPUTE DC-W-MM = (DC-W-BAND - 1) * 3 + DC-W-M3
           MOVE DC-W-YEAR              TO DC-W-YMD-YYYY
           MOVE DC-W-MM                TO DC-W-YMD-MM
           MOVE 1                      TO DC-W-YMD-DD
      *    *** 1日の曜日と月の日数（閏年はDATEWEEKが補う）
           MOVE "A"                    TO CW-DATE2-ID
           MOVE DC-W-YMD               TO CW-DATE2-YMD-9
           CALL "DATEWEEK" USING CW-DATEWEEK-AREA
           MOVE CW-DATE2-WEEK          TO DC-W-WD1
           MOVE CW-DATE2-DD2(DC-W-MM)  TO DC-W-MDAYS
      *
      *    *** 会計年度・会計期
           MOVE "F"                    TO CW-DATE2-ID
           MOVE DC-W-YMD               TO CW-DATE2-YMD-9
           MOVE DC-W-FY-SM             TO CW-DATE2-FY-START-MM
           CALL "DATEWEEK" USING CW-DATEWEEK-AREA
           MOVE CW-DATE2-FY-YYYY       TO DC-W-FY-YYYY
           MOVE CW-DATE2-FY-PERIOD     TO DC-W-FY-PERIOD
      *
           MOVE SPACE                  TO DC-W-BM-TITLE(DC-W-M3)
           STRING " "                  DELIMITED BY SIZE
                  DC-W-YEAR             DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  DC-W-MM               DELIMITED BY SIZE
                  "   FY"               DELIMITED BY SIZE
                  DC-W-FY-YYYY          DELIMITED BY SIZE
                  " P"                  DELIMITED BY SIZE
                  DC-W-FY-PERIOD        DELIMITED BY SIZE
                  INTO DC-W-BM-TITLE(DC-W-M3)
           END-STRING
      *
           PERFORM 2210-DAY-ONE         THRU 2210-EXIT
               VARYING DC-W-DD FROM 1 BY 1
               UNTIL DC-W-DD > DC-W-MDAYS
           PERFORM 2250-MONTH-SUMMARY   THRU 2250-EXIT.
       2200-EXIT.
           EXIT.
      *
      *    *** 1日分の升目（升目は4桁、日付2桁＋印1桁）
       2210-DAY-ONE.
           MOVE DC-W-DD                TO DC-W-YMD-DD
           MOVE DC-W-CAL-ID(DC-W-C)    TO CW-DATE2-CAL-ID
           PERFORM 6000-DAY-KIND        THRU 6000-EXIT
           COMPUTE DC-W-CELL = DC-W-WD1 - 1 + DC-W-DD - 1
           COMPUTE DC-W-CROW = DC-W-CELL / 7
           COMPUTE DC-W-CCOL = DC-W-CELL - DC-W-CROW * 7
           ADD  1                      TO DC-W-CROW
           MOVE DC-W-DD                TO DC-W-DD-ED
           MOVE DC-W-DD-ED             TO
               DC-W-BM-ROW(DC-W-M3 DC-W-CROW)(DC-W-CCOL * 4 + 2:2)
           MOVE DC-W-MARK              TO
               DC-W-BM-ROW(DC-W-M3 DC-W-CROW)(DC-W-CCOL * 4 + 4:1).
       2210-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2250-MONTH-SUMMARY  営業日数・最初と最後の営業日・会計年度
      *    と四半期の境目
      ******************************************************************
       2250-MONTH-SUMMARY.
           MOVE DC-W-CAL-ID(DC-W-C)    TO CW-DATE2-CAL-ID
           MOVE "C"                    TO CW-DATE2-ID
           MOVE DC-W-YEAR              TO DC-W-YMD-YYYY
           MOVE DC-W-MM                TO DC-W-YMD-MM
           MOVE 1                      TO DC-W-YMD-DD
           MOVE DC-W-YMD               TO CW-DATE2-YMD-9
           MOVE DC-W-MDAYS             TO DC-W-YMD-DD
           MOVE DC-W-YMD               TO CW-DATE2-YMD2-9
           CALL "DATEWEEK" USING CW-DATEWEEK-AREA
           MOVE CW-DATE2-BDAY-CNT      TO DC-W-BDAY-ED
      *
      *    *** 月内の最初の営業日（1日から翌営業日へ送る）
           MOVE "V"                    TO CW-DATE2-ID
           MOVE 1                      TO DC-W-YMD-DD
           MOVE DC-W-YMD               TO CW-DATE2-YMD-9
           MOVE "F"                    TO CW-DATE2-ROLL
           CALL "DATEWEEK" USING CW-DATEWEEK-AREA
           MOVE CW-DATE2-YMD-9         TO DC-W-FIRST-BIZ
      *    *** 月内の最終営業日
           MOVE "M"                    TO CW-DATE2-ID
           MOVE DC-W-YEAR              TO CW-DATE2-YYYY
           MOVE DC-W-MM                TO CW-DATE2-MM
           CALL "DATEWEEK" USING CW-DATEWEEK-AREA
           MOVE CW-DATE2-MEB-YMD       TO DC-W-LAST-BIZ
      *
           EVALUATE TRUE
               WHEN DC-W-FY-PERIOD = 1
                   MOVE "FY START"      TO DC-W-BOUNDARY
               WHEN DC-W-FY-PERIOD = 12
                   MOVE "FY END"        TO DC-W-BOUNDARY
               WHEN DC-W-FY-PERIOD = 4
                   MOVE "Q2 START"      TO DC-W-BOUNDARY
               WHEN DC-W-FY-PERIOD = 7
                   MOVE "Q3 START"      TO DC-W-BOUNDARY
               WHEN DC-W-FY-PERIOD = 10
                   MOVE "Q4 START"      TO DC-W-BOUNDARY
               WHEN DC-W-FY-PERIOD = 3 OR DC-W-FY-PERIOD = 6 OR
                    DC-W-FY-PERIOD = 9
                   MOVE "QTR END"       TO DC-W-BOUNDARY
               WHEN OTHER
                   MOVE SPACE           TO DC-W-BOUNDARY
           END-EVALUATE
           MOVE SPACE                  TO DC-W-BM-SUM1(DC-W-M3)
           STRING " BUSINESS DAYS="    DELIMITED BY SIZE
                  DC-W-BDAY-ED          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  DC-W-BOUNDARY         DELIMITED BY SIZE
                  INTO DC-W-BM-SUM1(DC-W-M3)
           END-STRING
      *    *** 最初・最後の営業日が月内に無い時（全日休み）は出さない
           MOVE SPACE                  TO DC-W-BM-SUM2(DC-W-M3)
           IF DC-W-FIRST-BIZ(5:2) = DC-W-MM AND
              DC-W-LAST-BIZ(5:2) = DC-W-MM
               STRING " FIRST "        DELIMITED BY SIZE
                      DC-W-FIRST-BIZ(5:2) DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      DC-W-FIRST-BIZ(7:2) DELIMITED BY SIZE
                      " LAST "          DELIMITED BY SIZE
                      DC-W-LAST-BIZ(5:2) DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      DC-W-LAST-BIZ(7:2) DELIMITED BY SIZE
                      INTO DC-W-BM-SUM2(DC-W-M3)
               END-STRING
           END-IF.
       2250-EXIT.
           EXIT.
      *
       2300-PRINT-ROW-ONE.
           IF DC-W-BM-ROW(1 DC-W-R) = SPACE AND
              DC-W-BM-ROW(2 DC-W-R) = SPACE AND
              DC-W-BM-ROW(3 DC-W-R) = SPACE
               GO TO 2300-EXIT
           END-IF
           MOVE SPACE                  TO DC-RPT-LINE
           STRING DC-W-BM-ROW(1 DC-W-R) DELIMITED BY SIZE
                  DC-W-BM-ROW(2 DC-W-R) DELIMITED BY SIZE
                  DC-W-BM-ROW(3 DC-W-R) DELIMITED BY SIZE
                  INTO DC-RPT-LINE
           END-STRING
           WRITE DC-RPT-LINE.
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-DIFF-SECTION  2本以上のカレンダーで扱いの違う日付
      ******************************************************************
       3000-DIFF-SECTION.
           MOVE SPACE                  TO DC-RPT-LINE
           WRITE DC-RPT-LINE
           MOVE SPACE                  TO DC-RPT-LINE
           STRING "CALENDAR DIFFERENCES " DELIMITED BY SIZE
                  DC-W-YEAR             DELIMITED BY SIZE
                  "  (H:HOLIDAY A/P:HALF DAY W:WORKING WEEKEND"
                                        DELIMITED BY SIZE
                  " -:NORMAL)"          DELIMITED BY SIZE
                  INTO DC-RPT-LINE
           END-STRING
           WRITE DC-RPT-LINE
           IF DC-W-CAL-CNT < 2
               MOVE "  ONLY ONE CALENDAR - NOTHING TO COMPARE"
                                        TO DC-RPT-LINE
               WRITE DC-RPT-LINE
               GO TO 3000-EXIT
           END-IF
      *    *** 見出し（カレンダー識別子を並べる）
           MOVE SPACE                  TO DC-RPT-LINE
           MOVE "  DATE       DAY"     TO DC-RPT-LINE
           MOVE 19                     TO DC-W-PTR
           PERFORM 3050-HEAD-CAL-ONE    THRU 3050-EXIT
               VARYING DC-W-C FROM 1 BY 1 UNTIL DC-W-C > DC-W-CAL-CNT
           WRITE DC-RPT-LINE
      *
           MOVE ZERO                   TO DC-W-DIFF-CNT
           PERFORM 3100-DIFF-MONTH-ONE  THRU 3100-EXIT
               VARYING DC-W-MM FROM 1 BY 1 UNTIL DC-W-MM > 12
           MOVE DC-W-DIFF-CNT          TO DC-W-RPT-CNT
           MOVE SPACE                  TO DC-RPT-LINE
           STRING "  DIFFERENT-DATES="  DELIMITED BY SIZE
                  DC-W-RPT-CNT          DELIMITED BY SIZE
                  INTO DC-RPT-LINE
           END-STRING
           WRITE DC-RPT-LINE.
       3000-EXIT.
           EXIT.
      *
       3050-HEAD-CAL-ONE.
           PERFORM 6100-CAL-LABEL       THRU 6100-EXIT
           MOVE DC-W-CAL-LABEL         TO DC-RPT-LINE(DC-W-PTR:2)
           ADD  4                      TO DC-W-PTR.
       3050-EXIT.
           EXIT.
      *
       3100-DIFF-MONTH-ONE.
           MOVE DC-W-YEAR              TO DC-W-YMD-YYYY
           MOVE DC-W-MM                TO DC-W-YMD-MM
           MOVE 1                      TO DC-W-YMD-DD
           MOVE "A"                    TO CW-DATE2-ID
           MOVE DC-W-YMD               TO CW-DATE2-YMD-9
           CALL "DATEWEEK" USING CW-DATEWEEK-AREA
           MOVE CW-DATE2-DD2(DC-W-MM)  TO DC-W-MDAYS
           PERFORM 3110-DIFF-DAY-ONE    THRU 3110-EXIT
               VARYING DC-W-DD FROM 1 BY 1
               UNTIL DC-W-DD > DC-W-MDAYS.
       3100-EXIT.
           EXIT.
      *
       3110-DIFF-DAY-ONE.
           MOVE DC-W-DD                TO DC-W-YMD-DD
           MOVE "N"                    TO DC-W-DIFF
           PERFORM 3120-DIFF-CAL-ONE    THRU 3120-EXIT
               VARYING DC-W-C FROM 1 BY 1 UNTIL DC-W-C > DC-W-CAL-CNT
           IF DC-W-DIFF = "N"
               GO TO 3110-EXIT
           END-IF
           ADD  1                      TO DC-W-DIFF-CNT
           MOVE SPACE                  TO DC-RPT-LINE
           STRING "  "                 DELIMITED BY SIZE
                  DC-W-YMD-YYYY         DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  DC-W-YMD-MM           DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  DC-W-YMD-DD           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  CW-DATE2-WEEK-NA      DELIMITED BY SIZE
                  INTO DC-RPT-LINE
           END-STRING
           MOVE 19                     TO DC-W-PTR
           PERFORM 3130-DIFF-PUT-ONE    THRU 3130-EXIT
               VARYING DC-W-C FROM 1 BY 1 UNTIL DC-W-C > DC-W-CAL-CNT
           WRITE DC-RPT-LINE.
       3110-EXIT.
           EXIT.
      *
      *    *** カレンダーごとの扱いを求め、1本目と違えば差異とする
       3120-DIFF-CAL-ONE.
           MOVE DC-W-CAL-ID(DC-W-C)    TO CW-DATE2-CAL-ID
           PERFORM 6000-DAY-KIND        THRU 6000-EXIT
           MOVE DC-W-KIND              TO DC-W-DIFF-KIND(DC-W-C)
           IF DC-W-DIFF-KIND(DC-W-C) NOT = DC-W-DIFF-KIND(1)
               MOVE "Y"                 TO DC-W-DIFF
           END-IF.
       3120-EXIT.
           EXIT.
      *
       3130-DIFF-PUT-ONE.
           MOVE DC-W-DIFF-KIND(DC-W-C) TO DC-RPT-LINE(DC-W-PTR:1)
           ADD  4                      TO DC-W-PTR.
       3130-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-CHECK-SECTION  年の未生成と、前年より休日の少ない年
      ******************************************************************
       4000-CHECK-SECTION.
           MOVE SPACE                  TO DC-RPT-LINE
           WRITE DC-RPT-LINE
           MOVE SPACE                  TO DC-RPT-LINE
           STRING "CALENDAR YEAR CHECK " DELIMITED BY SIZE
                  DC-W-YEAR             DELIMITED BY SIZE
                  INTO DC-RPT-LINE
           END-STRING
           WRITE DC-RPT-LINE
           PERFORM 4100-CHECK-CAL-ONE   THRU 4100-EXIT
               VARYING DC-W-C FROM 1 BY 1 UNTIL DC-W-C > DC-W-CAL-CNT.
       4000-EXIT.
           EXIT.
      *
       4100-CHECK-CAL-ONE.
           PERFORM 6100-CAL-LABEL       THRU 6100-EXIT
           MOVE DC-W-YEAR              TO DC-W-CNT-YEAR
           PERFORM 4200-COUNT-HOLIDAYS  THRU 4200-EXIT
           MOVE DC-W-HOL-CNT           TO DC-W-HOL-THIS
           MOVE DC-W-PREV-YEAR         TO DC-W-CNT-YEAR
           PERFORM 4200-COUNT-HOLIDAYS  THRU 4200-EXIT
           MOVE DC-W-HOL-CNT           TO DC-W-HOL-PREV
      *
           MOVE DC-W-HOL-THIS          TO DC-W-RPT-CNT
           MOVE DC-W-HOL-PREV          TO DC-W-RPT-C2
           MOVE SPACE                  TO DC-RPT-LINE
           STRING "  CAL="             DELIMITED BY SIZE
                  DC-W-CAL-LABEL        DELIMITED BY SIZE
                  " HOLIDAYS "          DELIMITED BY SIZE
                  DC-W-YEAR             DELIMITED BY SIZE
                  "="                   DELIMITED BY SIZE
                  DC-W-RPT-CNT          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  DC-W-PREV-YEAR        DELIMITED BY SIZE
                  "="                   DELIMITED BY SIZE
                  DC-W-RPT-C2           DELIMITED BY SIZE
                  INTO DC-RPT-LINE
           END-STRING
           EVALUATE TRUE
               WHEN DC-W-HOL-THIS = ZERO
                   MOVE "  WARNING YEAR NOT GENERATED"
                                         TO DC-RPT-LINE(60:40)
                   ADD  1                TO DC-W-WARN-CNT
               WHEN DC-W-HOL-THIS < DC-W-HOL-PREV
                   MOVE "  WARNING FEWER HOLIDAYS THAN PREVIOUS YEAR"
                                         TO DC-RPT-LINE(60:44)
                   ADD  1                TO DC-W-WARN-CNT
               WHEN OTHER
                   MOVE "  OK"           TO DC-RPT-LINE(60:4)
           END-EVALUATE
           WRITE DC-RPT-LINE.
       4100-EXIT.
           EXIT.
      *
      *    *** DC-W-CNT-YEARの休日（日種別スペース/F）の件数
       4200-COUNT-HOLIDAYS.
           MOVE ZERO                   TO DC-W-HOL-CNT
           PERFORM 4210-COUNT-MONTH-ONE THRU 4210-EXIT
               VARYING DC-W-MM FROM 1 BY 1 UNTIL DC-W-MM > 12.
       4200-EXIT.
           EXIT.
      *
       4210-COUNT-MONTH-ONE.
           MOVE DC-W-CNT-YEAR          TO DC-W-YMD-YYYY
           MOVE DC-W-MM                TO DC-W-YMD-MM
           MOVE 1                      TO DC-W-YMD-DD
           MOVE "A"                    TO CW-DATE2-ID
           MOVE DC-W-YMD               TO CW-DATE2-YMD-9
           CALL "DATEWEEK" USING CW-DATEWEEK-AREA
           MOVE CW-DATE2-DD2(DC-W-MM)  TO DC-W-MDAYS
           PERFORM 4220-COUNT-DAY-ONE   THRU 4220-EXIT
               VARYING DC-W-DD FROM 1 BY 1
               UNTIL DC-W-DD > DC-W-MDAYS.
       4210-EXIT.
           EXIT.
      *
       4220-COUNT-DAY-ONE.
           MOVE DC-W-DD                TO DC-W-YMD-DD
           MOVE "H"                    TO CW-DATE2-ID
           MOVE DC-W-YMD               TO CW-DATE2-YMD-9
           MOVE DC-W-CAL-ID(DC-W-C)    TO CW-DATE2-CAL-ID
           CALL "DATEWEEK" USING CW-DATEWEEK-AREA
           IF CW-DATE2-HOLIDAY-FLAG = "Y" AND
              (CW-DATE2-DAY-TYPE = SPACE OR CW-DATE2-DAY-TYPE = "F")
               ADD  1                   TO DC-W-HOL-CNT
           END-IF.
       4220-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-DAY-KIND  DC-W-YMDのCW-DATE2-CAL-IDでの印と扱い
      *    印  H:休日 A/P:半休 W:指定出勤日 スペース:未登録
      *    扱い 平日 H/A/P/-  土日 W/-（差異の比較用）
      ******************************************************************
       6000-DAY-KIND.
           MOVE "A"                    TO CW-DATE2-ID
           MOVE DC-W-YMD               TO CW-DATE2-YMD-9
           CALL "DATEWEEK" USING CW-DATEWEEK-AREA
           MOVE CW-DATE2-WEEK          TO DC-W-WEEK
           MOVE "H"                    TO CW-DATE2-ID
           CALL "DATEWEEK" USING CW-DATEWEEK-AREA
           MOVE SPACE                  TO DC-W-MARK
           EVALUATE TRUE
               WHEN CW-DATE2-DAY-TYPE = "W"
                   MOVE "W"             TO DC-W-MARK
               WHEN CW-DATE2-HOLIDAY-FLAG NOT = "Y"
                   CONTINUE
               WHEN CW-DATE2-DAY-TYPE = "A" OR
                    CW-DATE2-DAY-TYPE = "P"
                   MOVE CW-DATE2-DAY-TYPE TO DC-W-MARK
               WHEN OTHER
                   MOVE "H"             TO DC-W-MARK
           END-EVALUATE
           MOVE "-"                    TO DC-W-KIND
           IF DC-W-WEEK > 5
               IF DC-W-MARK = "W"
                   MOVE "W"             TO DC-W-KIND
               END-IF
           ELSE
               IF DC-W-MARK NOT = "W" AND DC-W-MARK NOT = SPACE
                   MOVE DC-W-MARK       TO DC-W-KIND
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.
      *
      *    *** カレンダー識別子の表示（既定のDWHOLIDAYは--）
       6100-CAL-LABEL.
           IF DC-W-CAL-ID(DC-W-C) = SPACE
               MOVE "--"                TO DC-W-CAL-LABEL
           ELSE
               MOVE DC-W-CAL-ID(DC-W-C) TO DC-W-CAL-LABEL
           END-IF.
       6100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACE                  TO DC-RPT-LINE
           WRITE DC-RPT-LINE
           MOVE DC-W-CAL-CNT           TO DC-W-RPT-CNT
           MOVE DC-W-WARN-CNT          TO DC-W-RPT-C2
           MOVE SPACE                  TO DC-RPT-LINE
           STRING "CALENDARS="         DELIMITED BY SIZE
                  DC-W-RPT-CNT          DELIMITED BY SIZE
                  " WARNINGS="          DELIMITED BY SIZE
                  DC-W-RPT-C2           DELIMITED BY SIZE
                  INTO DC-RPT-LINE
           END-STRING
           WRITE DC-RPT-LINE
           CLOSE DC-RPT-FILE.
       9000-EXIT.
           EXIT.
