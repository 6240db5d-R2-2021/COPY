      *    2026-09-02  T.MIYAKE  アラートの確認状態（97桁目、ALERTACK
      *                          がセット）対応。確認済・クローズ分は
      *                          未対応一覧から除く
      *    2026-10-15  T.MIYAKE  ヘッダーの直後に計画メンテナンス時間帯
      *                          （有効中・予定、MAINTWIN）の一覧を
      *                          出す
      *    2026-10-15  T.MIYAKE  キュー行を132桁へ拡張、未対応アラート
      *                          にインシデント票番号を付けて出す
      *    2026-10-15  T.MIYAKE  未対応アラートの下へアラートコード台帳
      *                          (ALERTCAT)の説明・担当チーム・運用
      *                          手順を出す（台帳外のコードはその旨）
      *    2026-10-15  T.MIYAKE  RUNLOG・DTCKPT・ALERTQ.OUTの名前を
      *                          実行環境コード（ENVQUAL）で修飾し、
      *                          見出しへ環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    実行記録・チェックポイント・アラートキュー（名前は環境コード
      *    で修飾する、ENVQUAL）
           SELECT SH-RUN-FILE      ASSIGN DYNAMIC SH-W-RUN-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS RL-PGM
                                   FILE STATUS IS SH-W-RUN-STATUS.
           SELECT SH-CKPT-FILE     ASSIGN DYNAMIC SH-W-CKPT-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CK-KEY
                                   FILE STATUS IS SH-W-CKPT-STATUS.
           SELECT SH-QUE-FILE      ASSIGN DYNAMIC SH-W-QUE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS SH-W-QUE-STATUS.
           SELECT SH-RPT-FILE      ASSIGN TO "SHIFTRPT.RPT"
           05  CK-REC-KEY            PIC X(020).
      *
       FD  SH-QUE-FILE.
       01  SH-QUE-LINE               PIC X(132).
      *
       FD  SH-RPT-FILE.
       01  SH-RPT-LINE               PIC X(132).
       01  SH-W-RUN-STATUS          PIC  X(002) VALUE SPACE.
       01  SH-W-CKPT-STATUS         PIC  X(002) VALUE SPACE.
       01  SH-W-QUE-STATUS          PIC  X(002) VALUE SPACE.
       01  SH-W-RUN-NAME            PIC  X(024) VALUE "RUNLOG".
       01  SH-W-CKPT-NAME           PIC  X(024) VALUE "DTCKPT".
       01  SH-W-QUE-NAME            PIC  X(024) VALUE "ALERTQ.OUT".
       01  SH-W-RUN-EOF             PIC  X(001) VALUE "N".
           88  SH-W-RUN-EOF-YES             VALUE "Y".
       01  SH-W-CKPT-EOF            PIC  X(001) VALUE "N".
       01  SH-W-CKPT-CNT            BINARY-LONG VALUE ZERO.
       01  SH-W-ALERT-CNT           BINARY-LONG VALUE ZERO.
       01  SH-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *
      *    *** 計画メンテナンス時間帯の一覧用（MNTWIN）
       01  SH-W-WIN-IDX              BINARY-LONG VALUE ZERO.
       COPY "CPMNTWIN.cpy" REPLACING ==:##:== BY ==SHM==.
      *    *** アラートコード台帳の参照用（CATLOOK）
       COPY "CPCATLOOK.cpy" REPLACING ==:##:== BY ==SHC==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==SHQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT SH-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           ACCEPT SH-W-TODAY           FROM DATE YYYYMMDD
           ACCEPT SH-W-TIME8           FROM TIME
           MOVE SPACE                  TO SH-RPT-LINE
                  INTO SH-RPT-LINE
           END-STRING
           WRITE SH-RPT-LINE
           MOVE SPACE                  TO SH-RPT-LINE
           WRITE SH-RPT-LINE
           PERFORM 1500-LIST-WINDOWS    THRU 1500-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  実行記録・チェックポイント・キューの
      *    名前を環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO SHQ-ID
           MOVE "RUNLOG"               TO SHQ-NAME
           CALL "ENVQUAL" USING SHQ-ENVQUAL-AREA
           MOVE SHQ-QNAME              TO SH-W-RUN-NAME
           MOVE "DTCKPT"               TO SHQ-NAME
           CALL "ENVQUAL" USING SHQ-ENVQUAL-AREA
           MOVE SHQ-QNAME              TO SH-W-CKPT-NAME
           MOVE "ALERTQ.OUT"           TO SHQ-NAME
           CALL "ENVQUAL" USING SHQ-ENVQUAL-AREA
           MOVE SHQ-QNAME              TO SH-W-QUE-NAME
           MOVE SHQ-ENV-LINE           TO SH-RPT-LINE
           WRITE SH-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1500-LIST-WINDOWS  計画メンテナンス時間帯（有効中・予定）を
      *    先頭に一覧出力する（MAINTWIN、MNTWIN経由）
      ******************************************************************
       1500-LIST-WINDOWS.
           MOVE SPACE                  TO SH-RPT-LINE
           STRING "MAINTENANCE WINDOWS (ACTIVE / UPCOMING)"
                  DELIMITED BY SIZE INTO SH-RPT-LINE
           WRITE SH-RPT-LINE
           MOVE "00"                   TO SHM-RETURN-CODE
           PERFORM 1510-WINDOW-ONE      THRU 1510-EXIT
               VARYING SH-W-WIN-IDX FROM 1 BY 1
               UNTIL SHM-RETURN-CODE NOT = "00"
           IF SH-W-WIN-IDX = 2
               MOVE SPACE               TO SH-RPT-LINE
               STRING "  (NONE)"        DELIMITED BY SIZE
                      INTO SH-RPT-LINE
               WRITE SH-RPT-LINE
           END-IF.
       1500-EXIT.
           EXIT.
      *
       1510-WINDOW-ONE.
           MOVE "N"                    TO SHM-ID
           MOVE SH-W-WIN-IDX           TO SHM-IDX
           CALL "MNTWIN" USING SHM-MNTWIN-AREA
           IF SHM-RETURN-CODE NOT = "00"
               GO TO 1510-EXIT
           END-IF
           MOVE SPACE                  TO SH-RPT-LINE
           IF SHM-KIND = "P"
               STRING "  " DELIMITED BY SIZE
                      SHM-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SHM-FROM DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      SHM-TO DELIMITED BY SIZE
                      " HOLD PGM=" DELIMITED BY SIZE
                      SHM-WIN-PGM DELIMITED BY SIZE
                      "               " DELIMITED BY SIZE
                      SHM-TEXT DELIMITED BY SIZE
                      INTO SH-RPT-LINE
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                      SHM-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SHM-FROM DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      SHM-TO DELIMITED BY SIZE
                      " SEV3 CODE=" DELIMITED BY SIZE
                      SHM-WIN-CODE DELIMITED BY SIZE
                      " PGM=" DELIMITED BY SIZE
                      SHM-WIN-PGM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SHM-TEXT DELIMITED BY SIZE
                      INTO SH-RPT-LINE
               END-STRING
           END-IF
           WRITE SH-RPT-LINE.
       1510-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-LIST-RUNNING  状態RUNNINGのまま残っているジョブを一覧
      ******************************************************************
       2000-LIST-RUNNING.
                  SH-QUE-LINE(1:95)     DELIMITED BY SIZE
                  INTO SH-RPT-LINE
           END-STRING
      *    *** インシデント票が起票済みなら票番号を添える
           IF SH-QUE-LINE(118:12) NOT = SPACE
               MOVE " TKT="             TO SH-RPT-LINE(98:5)
               MOVE SH-QUE-LINE(118:12) TO SH-RPT-LINE(103:12)
           END-IF
           WRITE SH-RPT-LINE
           PERFORM 4200-WRITE-ACTION    THRU 4200-EXIT.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4200-WRITE-ACTION  アラートの下へ台帳(ALERTCAT)の説明・
      *    担当チーム・運用手順を出す（CATLOOK経由）
      ******************************************************************
       4200-WRITE-ACTION.
           MOVE "K"                    TO SHC-ID
           MOVE SH-QUE-LINE(16:8)      TO SHC-PGM
           MOVE SH-QUE-LINE(27:8)      TO SHC-CODE
           CALL "CATLOOK" USING SHC-CATLOOK-AREA
           MOVE SPACE                  TO SH-RPT-LINE
           IF SHC-RETURN-CODE NOT = "00"
               STRING "      ACTION: (CODE NOT IN ALERTCAT)"
                      DELIMITED BY SIZE INTO SH-RPT-LINE
               WRITE SH-RPT-LINE
               GO TO 4200-EXIT
           END-IF
           STRING "      " DELIMITED BY SIZE
                  SHC-DESC DELIMITED BY SIZE
                  " TEAM=" DELIMITED BY SIZE
                  SHC-TEAM DELIMITED BY SIZE
                  INTO SH-RPT-LINE
           END-STRING
           WRITE SH-RPT-LINE
           MOVE SPACE                  TO SH-RPT-LINE
           STRING "      ACTION: " DELIMITED BY SIZE
                  SHC-ACTION DELIMITED BY SIZE
                  INTO SH-RPT-LINE
           END-STRING
           WRITE SH-RPT-LINE.
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数サマリーを出力して閉じる
      ******************************************************************
       9000-TERMINATE.
