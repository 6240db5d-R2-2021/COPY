      *    DATAMASK.CTL の指定:
      *      FILEIN =入力ファイル名（本番形式）
      *      FILEOUT=出力ファイル名（同じレイアウト）
      *      SEED   =合成氏名の乱数シード（同じ入力から同じ出力を
      *              作り直す時に指定、省略時は時刻から作る）
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *    2026-10-15  T.MIYAKE  DATAMASK.CTLのSEED=で合成氏名の乱数
      *                          シードを指定できるようにする（テスト
      *                          データカタログからの再作成用）
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *
       01  DM-W-IN-NAME             PIC  X(024) VALUE SPACE.
       01  DM-W-OUT-NAME            PIC  X(024) VALUE SPACE.
       01  DM-W-SEED                BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    レイアウト定義テーブル（最大50項目、FILEDUMP.LAYと同形式
      *
       COPY "CPCOBRND.cpy" REPLACING ==:##:== BY ==CB==.
       COPY "CPRUNCTL.cpy" REPLACING ==:##:== BY ==RC==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==DMQ==.
      *
       PROCEDURE                  DIVISION.
      *
           CALL "RUNCTL" USING RC-RUNCTL-AREA
      *
           OPEN OUTPUT DM-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO DMQ-ID
           CALL "ENVQUAL" USING DMQ-ENVQUAL-AREA
           MOVE DMQ-ENV-LINE           TO DM-RPT-LINE
           WRITE DM-RPT-LINE
           MOVE "N"                    TO DM-W-CTL-EOF
           OPEN INPUT DM-CTL-FILE
           IF DM-W-CTL-STATUS = "00"
           END-IF
           OPEN OUTPUT DM-OUT-FILE
      *
      *    *** 合成氏名の乱数系列を開始する（SEED=指定時はそのシード）
           MOVE "STR"                  TO CB-ID
           MOVE DM-W-SEED              TO CB-SEED
           CALL "COBRND" USING CB-COBRND-AREA
       1000-EXIT.
           EXIT.
                   MOVE DM-CTL-LINE(8:24)  TO DM-W-IN-NAME
               WHEN DM-CTL-LINE(1:8) = "FILEOUT="
                   MOVE DM-CTL-LINE(9:24)  TO DM-W-OUT-NAME
               WHEN DM-CTL-LINE(1:5) = "SEED="
                   COMPUTE DM-W-SEED =
                       FUNCTION NUMVAL(DM-CTL-LINE(6:10))
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
