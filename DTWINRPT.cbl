      *    2026-09-02  T.MIYAKE  FILEREGによる受け渡し系譜の登録対応。
      *                          DTLOG.OUTの読み込み実績を中央登録簿へ
      *                          残す（LINERPTの系譜レポート用）
      *    2026-10-15  T.MIYAKE  ログ・計画・世代一覧・前世代の名前を
      *                          実行環境コード（ENVQUAL）で修飾し、
      *                          レポートの先頭へ環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    （ログ・計画・世代・世代一覧の名前は環境コードで修飾する）
           SELECT DW-LOG-FILE      ASSIGN DYNAMIC DW-W-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DW-W-LOG-STATUS.
      *    計画スケジュールマスター、無ければ実績のみ報告する
           SELECT DW-PLN-FILE      ASSIGN DYNAMIC DW-W-PLN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DW-W-PLN-STATUS.
           SELECT DW-RPT-FILE      ASSIGN TO "DTWINRPT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DW-W-GEN-STATUS.
      *    DTLOGROTが保守する世代一覧（1行＝1世代の日付、古い順）
           SELECT DW-IDX-FILE      ASSIGN DYNAMIC DW-W-IDX-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DW-W-IDX-STATUS.
      *
           88  DW-W-GEN-EOF-YES             VALUE "Y".
       01  DW-W-IDX-EOF             PIC  X(001) VALUE "N".
           88  DW-W-IDX-EOF-YES             VALUE "Y".
       01  DW-W-GEN-NAME            PIC  X(024) VALUE SPACE.
       01  DW-W-PREV-GEN            PIC  9(008) VALUE ZERO.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  DW-W-LOG-NAME            PIC  X(024) VALUE "DTLOG.OUT".
       01  DW-W-PLN-NAME            PIC  X(024) VALUE "DTPLAN".
       01  DW-W-IDX-NAME            PIC  X(024) VALUE "DTLOG.GEN".
      *
      *---------------------------------------------------------------*
      *    実行区間テーブル（S行で開き、E行で閉じる。最大200区間）
      *
      *    *** 読み込んだ当夜ログの行数（系譜登録用）
       01  DW-W-LOG-CNT             BINARY-LONG VALUE ZERO.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==DWQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT DW-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
      *
           MOVE ZERO                   TO DW-W-PLN-CNT
           MOVE "N"                    TO DW-W-PLN-EOF
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  ログ・計画・世代一覧の名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO DWQ-ID
           MOVE "DTLOG.OUT"            TO DWQ-NAME
           CALL "ENVQUAL" USING DWQ-ENVQUAL-AREA
           MOVE DWQ-QNAME              TO DW-W-LOG-NAME
           MOVE "DTPLAN"               TO DWQ-NAME
           CALL "ENVQUAL" USING DWQ-ENVQUAL-AREA
           MOVE DWQ-QNAME              TO DW-W-PLN-NAME
           MOVE "DTLOG.GEN"            TO DWQ-NAME
           CALL "ENVQUAL" USING DWQ-ENVQUAL-AREA
           MOVE DWQ-QNAME              TO DW-W-IDX-NAME
           MOVE DWQ-ENV-LINE           TO DW-RPT-LINE
           WRITE DW-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-PLN-ONE.
           READ DW-PLN-FILE
                  DW-W-PREV-GEN        DELIMITED BY SIZE
                  INTO DW-W-GEN-NAME
           END-STRING
           MOVE "Q"                    TO DWQ-ID
           MOVE DW-W-GEN-NAME          TO DWQ-NAME
           CALL "ENVQUAL" USING DWQ-ENVQUAL-AREA
           MOVE DWQ-QNAME              TO DW-W-GEN-NAME
           MOVE "N"                    TO DW-W-GEN-EOF
           OPEN INPUT DW-GEN-FILE
           IF DW-W-GEN-STATUS NOT = "00"
