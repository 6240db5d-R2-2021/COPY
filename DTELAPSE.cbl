      *    2026-09-02  T.MIYAKE  FILEREGによる受け渡し系譜の登録対応。
      *                          集計対象ログの読み込み実績を中央
      *                          登録簿へ残す（LINERPTの系譜レポート用）
      *    2026-10-15  T.MIYAKE  集計対象ログ・実行履歴の名前を実行環境
      *                          コード（ENVQUAL）で修飾し、レポートの
      *                          先頭へ環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       FILE-CONTROL.
      *    集計対象のログ。既定は当日分(DTLOG.OUT)、DTELAPSE.CTLの
      *    GENERATION=YYYYMMDD指定でDTLOGROTが退避した世代も集計できる
      *    （ログ・実行履歴の名前は環境コードで修飾する）
           SELECT DE-LOG-FILE      ASSIGN DYNAMIC DE-W-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DE-W-LOG-STATUS.
           SELECT DE-CTL-FILE      ASSIGN TO "DTELAPSE.CTL"
           SELECT DE-RPT-FILE      ASSIGN TO "DTELAPSE.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    実行ごとのPGM別集計履歴、PGM＋実行時刻をキーに保持
           SELECT DE-HIST-FILE     ASSIGN DYNAMIC DE-W-HIST-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HE-KEY
      *
      *    *** 集計対象ログのファイル名（既定は当日分）
       01  DE-W-LOG-ASSIGN           PIC  X(014) VALUE "DTLOG.OUT".
      *    *** 環境コードで修飾した実ファイル名（ENVQUAL）。登録簿へは
      *    *** 修飾前のDE-W-LOG-ASSIGNを残す
       01  DE-W-LOG-NAME             PIC  X(024) VALUE SPACE.
       01  DE-W-HIST-NAME            PIC  X(024) VALUE "DTELHIST".
       01  DE-W-CTL-STATUS           PIC  X(002) VALUE SPACE.
       01  DE-W-CTL-EOF              PIC  X(001) VALUE "N".
           88  DE-W-CTL-EOF-YES              VALUE "Y".
      *
      *    *** 読み込んだログ行数（系譜登録用）
       01  DE-W-LINE-CNT             BINARY-LONG VALUE ZERO.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==DEQ==.
      *
       PROCEDURE                  DIVISION.
      *
           CALL "RUNCTL" USING RC-RUNCTL-AREA
      *
           PERFORM 1100-READ-CONTROL THRU 1100-EXIT
           PERFORM 1050-QUALIFY-NAMES THRU 1050-EXIT
           OPEN INPUT  DE-LOG-FILE
           IF DE-W-LOG-STATUS = "00"
               SET DE-W-LOG-OPEN-YES     TO TRUE
               MOVE "Y"                  TO DE-W-EOF
           END-IF
           OPEN OUTPUT DE-RPT-FILE
           MOVE DEQ-ENV-LINE            TO DE-RPT-LINE
           WRITE DE-RPT-LINE
           MOVE ZERO                TO DE-W-PGM-CNT
           MOVE SPACE                   TO DE-RPT-LINE
           STRING "DETAIL (RUN ORDER)" DELIMITED BY SIZE
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  集計対象ログ・実行履歴の名前を
      *    環境コードで修飾する
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                     TO DEQ-ID
           MOVE DE-W-LOG-ASSIGN         TO DEQ-NAME
           CALL "ENVQUAL" USING DEQ-ENVQUAL-AREA
           MOVE DEQ-QNAME               TO DE-W-LOG-NAME
           MOVE "DTELHIST"              TO DEQ-NAME
           CALL "ENVQUAL" USING DEQ-ENVQUAL-AREA
           MOVE DEQ-QNAME               TO DE-W-HIST-NAME.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1100-READ-CONTROL  DTELAPSE.CTLのGENERATION=YYYYMMDD指定で
      *    集計対象をDTLOGROTの退避世代へ切り替える（無ければ当日分）
      ******************************************************************
