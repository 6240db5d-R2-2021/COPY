      *                          結果（O:OK F:FAIL P:PREFAIL B:BLOCKED
      *                          S:SKIPPED）・成功率・平均所要秒数を
      *                          一覧する（月次の運用レビュー用）
      *    2026-10-15  T.MIYAKE  計画メンテナンス時間帯の保留
      *                          (HELD-MNT)を結果Mとして表示する
      *    2026-10-15  T.MIYAKE  RUNLOG・RUNHISTの名前を実行環境コード
      *                          （ENVQUAL）で修飾し、見出しへ環境を
      *                          出力する
      *    2026-10-15  T.MIYAKE  入力ファイルの到着待ちの保留
      *                          (HELD-ARR)を結果Aとして表示する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RD-RUN-FILE      ASSIGN DYNAMIC RD-W-RUN-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS RL-PGM
           SELECT RD-RPT-FILE      ASSIGN TO "RUNDASH.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    実行ごとの履歴（RUNCTLのID=E・ゲート判定が追記する）
           SELECT RD-HIS-FILE      ASSIGN DYNAMIC RD-W-HIS-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HR-KEY
       WORKING-STORAGE             SECTION.
      *
       01  RD-W-RUN-STATUS          PIC  X(002) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  RD-W-RUN-NAME            PIC  X(024) VALUE "RUNLOG".
       01  RD-W-HIS-NAME            PIC  X(024) VALUE "RUNHIST".
       01  RD-W-EOF                 PIC  X(001) VALUE "N".
           88  RD-W-EOF-YES                 VALUE "Y".
      *
       01  RD-W-RATE-E              PIC  ZZ9.
       01  RD-W-RUNS-E              PIC  ZZZZ9.
       01  RD-W-AVGDUR-E            PIC  ZZZZZZZZ9.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==RDQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RD-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           ACCEPT RD-W-TODAY           FROM DATE YYYYMMDD
           COMPUTE RD-W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(RD-W-TODAY)
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  実行記録・実行履歴の名前を環境コードで
      *    修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO RDQ-ID
           MOVE "RUNLOG"               TO RDQ-NAME
           CALL "ENVQUAL" USING RDQ-ENVQUAL-AREA
           MOVE RDQ-QNAME              TO RD-W-RUN-NAME
           MOVE "RUNHIST"              TO RDQ-NAME
           CALL "ENVQUAL" USING RDQ-ENVQUAL-AREA
           MOVE RDQ-QNAME              TO RD-W-HIS-NAME
           MOVE RDQ-ENV-LINE           TO RD-RPT-LINE
           WRITE RD-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-REPORT-ONE  ジョブ1本分の最終実行を一覧へ出力する
      ******************************************************************
       2000-REPORT-ONE.
               MOVE 1                   TO RD-W-RING-IDX
           END-IF
      *    *** 結果を1文字へ詰める（O:OK F:FAIL P:PREFAIL B:BLOCKED
      *    *** S:SKIPPED M:HELD-MNT A:HELD-ARR、その他は?）
           EVALUATE HR-STATUS
               WHEN "OK"
                   MOVE "O"             TO RD-W-RING-STAT(RD-W-RING-IDX)
                   MOVE "B"             TO RD-W-RING-STAT(RD-W-RING-IDX)
               WHEN "SKIPPED"
                   MOVE "S"             TO RD-W-RING-STAT(RD-W-RING-IDX)
               WHEN "HELD-MNT"
                   MOVE "M"             TO RD-W-RING-STAT(RD-W-RING-IDX)
               WHEN "HELD-ARR"
                   MOVE "A"             TO RD-W-RING-STAT(RD-W-RING-IDX)
               WHEN OTHER
                   MOVE "?"             TO RD-W-RING-STAT(RD-W-RING-IDX)
           END-EVALUATE
