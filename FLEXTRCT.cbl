      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       01  FX-W-SEL-CNT             BINARY-LONG VALUE ZERO.
       01  FX-W-REJ-CNT             BINARY-LONG VALUE ZERO.
       01  FX-W-RPT-CNT             PIC  9(009) VALUE ZERO.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==FXQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT FX-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO FXQ-ID
           CALL "ENVQUAL" USING FXQ-ENVQUAL-AREA
           MOVE FXQ-ENV-LINE           TO FX-RPT-LINE
           WRITE FX-RPT-LINE
           PERFORM 1200-LOAD-LAYOUT     THRU 1200-EXIT
      *
           MOVE "N"                    TO FX-W-CTL-EOF
