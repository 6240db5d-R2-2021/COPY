      *    2026-09-02  T.MIYAKE  DECODE08の同時実行調停対応。ID=OPENが
      *                          使用中(RC=95)で戻った時は走査せず
      *                          PREFAILで終了する
      *    2026-10-15  T.MIYAKE  マスター使用中(RC=95)のPREFAILに完了
      *                          コード0095を付ける（CHAINDRVの自動
      *                          再起動の判定用）
      *    2026-10-15  T.MIYAKE  ステール判定の経過日数の基準日をシステム
      *                          日付から処理日（PROCDATE）へ変更
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *    2026-10-15  T.MIYAKE  ステール行の末尾にMEDIA-TYPE（MT=）を
      *                          付ける（RPTBURSTの媒体別の配布用）
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       COPY "CPRUNCTL.cpy"    REPLACING ==:##:== BY ==RC==.
       COPY "CPPARMRDR.cpy"   REPLACING ==:##:== BY ==PR==.
       COPY "CPALERT.cpy"     REPLACING ==:##:== BY ==AL==.
       COPY "CPPROCDATE.cpy"  REPLACING ==:##:== BY ==PD==.
       01  NV-W-ALERT-CNT-E         PIC  9(006) VALUE ZERO.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==NVQ==.
      *
       PROCEDURE                  DIVISION.
      *
           MOVE "S"                    TO NV-DATE-TIME-ID
           MOVE "NFVERIFY"              TO NV-DATE-TIME-PGM
           CALL "DATETIME" USING NV-DATETIME-AREA
      *    *** 経過日数の基準は処理日（日付をまたいでも同じ基準日）
           MOVE "G"                    TO PD-ID
           MOVE "NFVERIFY"              TO PD-PGM
           CALL "PROCDATE" USING PD-PROCDATE-AREA
           MOVE PD-YMD                 TO NV-W-TODAY-YMD
           COMPUTE NV-W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(NV-W-TODAY-YMD)
      *
               MOVE "Y"                  TO NV-W-BUSY
           END-IF
           OPEN OUTPUT NV-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO NVQ-ID
           CALL "ENVQUAL" USING NVQ-ENVQUAL-AREA
           MOVE NVQ-ENV-LINE           TO NV-RPT-LINE
           WRITE NV-RPT-LINE
           IF NV-W-BUSY = "Y"
               MOVE SPACE                TO NV-RPT-LINE
               STRING "NFADDR MASTER BUSY - RUN SKIPPED"
                  D8-NFADDR(1:60) DELIMITED BY SIZE
                  " AGE="        DELIMITED BY SIZE
                  NV-W-RPT-AGE   DELIMITED BY SIZE
                  " MT="         DELIMITED BY SIZE
                  D8-MEDIA-TYPE OF D8-DECODE08-AREA
                                 DELIMITED BY SIZE
                  INTO NV-RPT-LINE
           END-STRING
           WRITE NV-RPT-LINE
           MOVE "NFVERIFY"               TO RC-PGM
           IF NV-W-BUSY = "Y"
               MOVE "PREFAIL"            TO RC-OUTCOME
               MOVE "0095"               TO RC-COMP-CODE
           ELSE
               MOVE "OK"                 TO RC-OUTCOME
           END-IF
