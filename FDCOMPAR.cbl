      *
      *    変更履歴
      *    2026-08-22  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
             05  FC-W-SUM-ITEM      PIC  X(010).
             05  FC-W-SUM-DIFFS     BINARY-LONG.
       01  FC-W-S                   BINARY-LONG VALUE ZERO.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==FCQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT FC-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO FCQ-ID
           CALL "ENVQUAL" USING FCQ-ENVQUAL-AREA
           MOVE FCQ-ENV-LINE           TO FC-RPT-LINE
           WRITE FC-RPT-LINE
           MOVE "FILEDUMP.POT1"        TO FC-W-FILE1
           MOVE "FILEDUMP.POT2"        TO FC-W-FILE2
           MOVE "N"                    TO FC-W-CTL-EOF
