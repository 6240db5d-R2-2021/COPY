      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  ログ・計画・実行履歴の名前を実行環境
      *                          コード（ENVQUAL）で修飾し、レポートの
      *                          先頭へ環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    ログ・計画・実行履歴の名前は環境コードで修飾する
           SELECT DF-LOG-FILE      ASSIGN DYNAMIC DF-W-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DF-W-LOG-STATUS.
           SELECT DF-PLN-FILE      ASSIGN DYNAMIC DF-W-PLN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DF-W-PLN-STATUS.
           SELECT DF-CTL-FILE      ASSIGN TO "DTFCAST.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DF-W-CTL-STATUS.
      *    未完了ジョブの所要見積もりに使う実行履歴（DTELAPSEが追記）
           SELECT DF-HIST-FILE     ASSIGN DYNAMIC DF-W-HIST-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HE-KEY
       01  DF-W-PLN-STATUS          PIC  X(002) VALUE SPACE.
       01  DF-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  DF-W-HIST-STATUS         PIC  X(002) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  DF-W-LOG-NAME            PIC  X(024) VALUE "DTLOG.OUT".
       01  DF-W-PLN-NAME            PIC  X(024) VALUE "DTPLAN".
       01  DF-W-HIST-NAME           PIC  X(024) VALUE "DTELHIST".
       01  DF-W-LOG-EOF             PIC  X(001) VALUE "N".
           88  DF-W-LOG-EOF-YES             VALUE "Y".
       01  DF-W-PLN-EOF             PIC  X(001) VALUE "N".
      *
      *    *** 読み込んだログ行数（系譜登録用）
       01  DF-W-LOG-CNT             BINARY-LONG VALUE ZERO.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==DFQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT DF-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
      *
           MOVE "N"                    TO DF-W-CTL-EOF
           OPEN INPUT DF-CTL-FILE
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  ログ・計画・実行履歴の名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO DFQ-ID
           MOVE "DTLOG.OUT"            TO DFQ-NAME
           CALL "ENVQUAL" USING DFQ-ENVQUAL-AREA
           MOVE DFQ-QNAME              TO DF-W-LOG-NAME
           MOVE "DTPLAN"               TO DFQ-NAME
           CALL "ENVQUAL" USING DFQ-ENVQUAL-AREA
           MOVE DFQ-QNAME              TO DF-W-PLN-NAME
           MOVE "DTELHIST"             TO DFQ-NAME
           CALL "ENVQUAL" USING DFQ-ENVQUAL-AREA
           MOVE DFQ-QNAME              TO DF-W-HIST-NAME
           MOVE DFQ-ENV-LINE           TO DF-RPT-LINE
           WRITE DF-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ DF-CTL-FILE
