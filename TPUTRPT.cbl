      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  RUNLOG・DTLOG.OUT・TPUTHISTの名前を
      *                          実行環境コード（ENVQUAL）で修飾し、
      *                          見出しへ環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TP-RUN-FILE      ASSIGN DYNAMIC TP-W-RUN-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS RL-PGM
                                   FILE STATUS IS TP-W-RUN-STATUS.
           SELECT TP-LOG-FILE      ASSIGN DYNAMIC TP-W-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TP-W-LOG-STATUS.
      *    実行ごとのレート履歴、PGM＋実行時刻をキーに保持
           SELECT TP-HIST-FILE     ASSIGN DYNAMIC TP-W-HIST-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS TH-KEY
       01  TP-W-RUN-STATUS          PIC  X(002) VALUE SPACE.
       01  TP-W-LOG-STATUS          PIC  X(002) VALUE SPACE.
       01  TP-W-HIST-STATUS         PIC  X(002) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  TP-W-RUN-NAME            PIC  X(024) VALUE "RUNLOG".
       01  TP-W-LOG-NAME            PIC  X(024) VALUE "DTLOG.OUT".
       01  TP-W-HIST-NAME           PIC  X(024) VALUE "TPUTHIST".
       01  TP-W-RUN-EOF             PIC  X(001) VALUE "N".
           88  TP-W-RUN-EOF-YES             VALUE "Y".
       01  TP-W-LOG-EOF             PIC  X(001) VALUE "N".
      *
      *    *** 読み込んだログ行数（系譜登録用）
       01  TP-W-LOG-CNT             BINARY-LONG VALUE ZERO.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==TPQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT TP-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           ACCEPT TP-W-RUN-DATE        FROM DATE YYYYMMDD
           ACCEPT TP-W-RUN-TIME        FROM TIME
           COMPUTE TP-W-RUNSTAMP =
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  実行記録・経過時間ログ・履歴の名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO TPQ-ID
           MOVE "RUNLOG"               TO TPQ-NAME
           CALL "ENVQUAL" USING TPQ-ENVQUAL-AREA
           MOVE TPQ-QNAME              TO TP-W-RUN-NAME
           MOVE "DTLOG.OUT"            TO TPQ-NAME
           CALL "ENVQUAL" USING TPQ-ENVQUAL-AREA
           MOVE TPQ-QNAME              TO TP-W-LOG-NAME
           MOVE "TPUTHIST"             TO TPQ-NAME
           CALL "ENVQUAL" USING TPQ-ENVQUAL-AREA
           MOVE TPQ-QNAME              TO TP-W-HIST-NAME
           MOVE TPQ-ENV-LINE           TO TP-RPT-LINE
           WRITE TP-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-LOAD-ELAPSED  DTLOG.OUTのE行からPGM別の経過秒数を
      *    メモリテーブルへ拾う（同一PGMは最後のE行を採用）
      ******************************************************************
