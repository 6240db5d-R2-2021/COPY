      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       01  FL-W-ONLY2-CNT           BINARY-LONG VALUE ZERO.
       01  FL-W-REC1-CNT            BINARY-LONG VALUE ZERO.
       01  FL-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==FLQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT FL-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO FLQ-ID
           CALL "ENVQUAL" USING FLQ-ENVQUAL-AREA
           MOVE FLQ-ENV-LINE           TO FL-RPT-LINE
           WRITE FL-RPT-LINE
           MOVE "N"                    TO FL-W-CTL-EOF
           OPEN INPUT FL-CTL-FILE
           IF FL-W-CTL-STATUS = "00"
