      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  マスター使用中(RC=95)のPREFAILに完了
      *                          コード0095を付ける（CHAINDRVの自動
      *                          再起動の判定用）
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       COPY "CPDECODE08.cpy" REPLACING ==:##:== BY ==D8==.
       COPY "CPPARMRDR.cpy"  REPLACING ==:##:== BY ==PR==.
       COPY "CPRUNCTL.cpy"   REPLACING ==:##:== BY ==RC==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==NWQ==.
      *
       PROCEDURE                  DIVISION.
      *
           CALL "RUNCTL" USING RC-RUNCTL-AREA
      *
           OPEN OUTPUT NW-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO NWQ-ID
           CALL "ENVQUAL" USING NWQ-ENVQUAL-AREA
           MOVE NWQ-ENV-LINE           TO NW-RPT-LINE
           WRITE NW-RPT-LINE
      *
           MOVE "O"                    TO PR-ID
           MOVE "NFWORKEX.PRM"          TO PR-PRM-FILE
           MOVE "NFWORKEX"              TO RC-PGM
           IF NW-W-BUSY = "Y"
               MOVE "PREFAIL"           TO RC-OUTCOME
               MOVE "0095"              TO RC-COMP-CODE
           ELSE
               MOVE "OK"                TO RC-OUTCOME
           END-IF
