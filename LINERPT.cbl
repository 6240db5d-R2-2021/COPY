      *    ファイルの最終WRITEより前の時（＝消費側が生産側の最新の
      *    書き込みより古い内容を読んでいた時）は行末にSTALE-READを
      *    付けて警告する。「この数字はどの実行のファイルから来たか」
      *    を朝に1枚で答えるためのレポート。外部から届く入力は
      *    FILEWTCHが確認した到着(ARRIVED)を生産側の書き込みとして
      *    扱う（到着より前のREADもSTALE-READになる）。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  登録簿の名前を実行環境コード（ENVQUAL）
      *                          で修飾し、レポートの先頭へ環境を出力
      *                          する
      *    2026-10-15  T.MIYAKE  到着イベント（方向A、FILEWTCH）を
      *                          ARRIVEDとして表示し、最終WRITEと同じく
      *                          STALE-READの判定基準に含める
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    登録簿の名前はFILEREGと同じく環境コードで修飾する
           SELECT LR-REG-FILE      ASSIGN DYNAMIC LR-W-REG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LR-W-REG-STATUS.
           SELECT LR-RPT-FILE      ASSIGN TO "LINERPT.RPT"
       WORKING-STORAGE             SECTION.
      *
       01  LR-W-REG-STATUS          PIC  X(002) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  LR-W-REG-NAME            PIC  X(024) VALUE "FILEREG.OUT".
       01  LR-W-REG-EOF             PIC  X(001) VALUE "N".
           88  LR-W-REG-EOF-YES             VALUE "Y".
      *
       01  LR-W-LAST-WRITE          PIC  9(014) VALUE ZERO.
       01  LR-W-STALE-CNT           BINARY-LONG VALUE ZERO.
       01  LR-W-RPT-CNT             PIC  9(006) VALUE ZERO.
       01  LR-W-DIR-NAME            PIC  X(007) VALUE SPACE.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==LRQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT LR-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           MOVE SPACE                  TO LR-RPT-LINE
           STRING "FILE LINEAGE (PRODUCER -> CONSUMER)"
                  DELIMITED BY SIZE INTO LR-RPT-LINE
           CLOSE LR-REG-FILE
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  登録簿の名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO LRQ-ID
           MOVE "FILEREG.OUT"          TO LRQ-NAME
           CALL "ENVQUAL" USING LRQ-ENVQUAL-AREA
           MOVE LRQ-QNAME              TO LR-W-REG-NAME
           MOVE LRQ-ENV-LINE           TO LR-RPT-LINE
           WRITE LR-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       2000-LOAD-ONE.
           READ LR-REG-FILE
      ******************************************************************
      *    3000-REPORT-FILE-ONE  1ファイル分の系譜を出力する
      *    最終WRITE時刻より前のREADはSTALE-READとして警告する
      *    （外部から届く入力は到着(A)をWRITEとみなす）
      ******************************************************************
       3000-REPORT-FILE-ONE.
           MOVE ZERO                   TO LR-W-LAST-WRITE
      *
       3100-LAST-WRITE-ONE.
           IF LR-W-EVT-FILE(LR-W-I) = LR-W-FIL-TBL(LR-W-F) AND
              (LR-W-EVT-DIR(LR-W-I) = "O" OR
               LR-W-EVT-DIR(LR-W-I) = "A") AND
              LR-W-EVT-STAMP(LR-W-I) > LR-W-LAST-WRITE
               MOVE LR-W-EVT-STAMP(LR-W-I) TO LR-W-LAST-WRITE
           END-IF.
           IF LR-W-EVT-FILE(LR-W-I) NOT = LR-W-FIL-TBL(LR-W-F)
               GO TO 3200-EXIT
           END-IF
           EVALUATE LR-W-EVT-DIR(LR-W-I)
               WHEN "O"
                   MOVE "WROTE  "       TO LR-W-DIR-NAME
               WHEN "A"
                   MOVE "ARRIVED"       TO LR-W-DIR-NAME
               WHEN OTHER
                   MOVE "READ   "       TO LR-W-DIR-NAME
           END-EVALUATE
           MOVE SPACE                  TO LR-RPT-LINE
           STRING "  "                 DELIMITED BY SIZE
                  LR-W-EVT-STAMP(LR-W-I) DELIMITED BY SIZE
                  LR-W-EVT-RECS(LR-W-I) DELIMITED BY SIZE
                  INTO LR-RPT-LINE
           END-STRING
      *    *** 最終WRITE（到着）より前のREADは古い内容を読んでいた疑い
           IF LR-W-EVT-DIR(LR-W-I) NOT = "O" AND
              LR-W-EVT-DIR(LR-W-I) NOT = "A" AND
              LR-W-LAST-WRITE NOT = ZERO AND
              LR-W-EVT-STAMP(LR-W-I) < LR-W-LAST-WRITE
               ADD  1                  TO LR-W-STALE-CNT
