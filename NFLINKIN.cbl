      *                          終了する。意図的な再処理は
      *                          NFLINKIN.PRMのREPROCESS=Yで照会を
      *                          飛ばす。正常終了時に登録する
      *    2026-10-15  T.MIYAKE  マスター使用中(RC=95)のPREFAILに完了
      *                          コード0095を付ける（CHAINDRVの自動
      *                          再起動の判定用）
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *    2026-10-15  T.MIYAKE  マスターに無いNFADDRは別名（NFALIAS）を
      *                          たどり、現行のエントリーへREVALを
      *                          反映する。たどった各段をレポートへ
      *                          出し、循環はALIAS LOOPとして報告する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       01  NL-W-DEAD-CNT            BINARY-LONG VALUE ZERO.
       01  NL-W-NOTFND-CNT          BINARY-LONG VALUE ZERO.
       01  NL-W-BAD-CNT             BINARY-LONG VALUE ZERO.
       01  NL-W-ALIAS-CNT           BINARY-LONG VALUE ZERO.
       01  NL-W-LOOP-CNT            BINARY-LONG VALUE ZERO.
       01  NL-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *
      *    *** DECODE08のマスターが別ジョブ使用中(ID=OPENがRC=95)の時Y
       01  NL-W-CKS-BYTE            BINARY-LONG VALUE ZERO.
       01  NL-W-CKS-EOF             PIC  X(001) VALUE "N".
           88  NL-W-CKS-EOF-YES             VALUE "Y".
      *
      *    *** 別名のたどり（段の表示用）
       01  NL-W-H                   BINARY-LONG VALUE ZERO.
       01  NL-W-HOP-E               PIC  9(002) VALUE ZERO.
      *
       COPY "CPDECODE08.cpy" REPLACING ==:##:== BY ==D8==.
       COPY "CPRUNCTL.cpy"   REPLACING ==:##:== BY ==RC==.
       COPY "CPFILEREG.cpy"  REPLACING ==:##:== BY ==FG==.
       COPY "CPINPREG.cpy"   REPLACING ==:##:== BY ==IP==.
       COPY "CPPARMRDR.cpy"  REPLACING ==:##:== BY ==PR==.
       COPY "CPNFALIAS.cpy"  REPLACING ==:##:== BY ==AS==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==NLQ==.
      *
       PROCEDURE                  DIVISION.
      *
           CALL "RUNCTL" USING RC-RUNCTL-AREA
      *
           OPEN OUTPUT NL-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO NLQ-ID
           CALL "ENVQUAL" USING NLQ-ENVQUAL-AREA
           MOVE NLQ-ENV-LINE           TO NL-RPT-LINE
           WRITE NL-RPT-LINE
      *    *** CALLERはロックの保持者表示とジャーナルの呼び出し元に
      *    *** 使われるため、OPENより先にセットする
           MOVE "NFLINKIN"              TO D8-CALLER
           END-IF
           MOVE "REVAL"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
      *    *** マスターに無い時は別名をたどって現行のエントリーへ
           IF D8-RETURN-CODE OF D8-DECODE08-AREA NOT = "00"
               PERFORM 2100-FOLLOW-ALIAS THRU 2100-EXIT
           END-IF
      *
           IF D8-RETURN-CODE OF D8-DECODE08-AREA NOT = "00"
               ADD 1                    TO NL-W-NOTFND-CNT
               MOVE SPACE               TO NL-RPT-LINE
               STRING "NOT FOUND: "     DELIMITED BY SIZE
                      NL-RES-LINE(1:80) DELIMITED BY SIZE
                      INTO NL-RPT-LINE
               END-STRING
               WRITE NL-RPT-LINE
           EXIT.
      *
      ******************************************************************
      *    2100-FOLLOW-ALIAS  マスターに無いNFADDRの別名をたどる
      *    DECODE08のID=ASRCHが現行のエントリーを返した時は、その
      *    NFADDRへREVALを反映し、たどった各段（NFALIAS）を報告する。
      *    循環している時はALIAS LOOPとして各段を報告する
      ******************************************************************
       2100-FOLLOW-ALIAS.
           MOVE "R"                     TO AS-ID
           MOVE NL-RES-LINE(1:100)      TO AS-NFADDR
           CALL "NFALIAS" USING AS-NFALIAS-AREA
           IF AS-HOP-CNT = ZERO
               GO TO 2100-EXIT
           END-IF
      *
           MOVE NL-RES-LINE(1:100)      TO D8-NFADDR
           MOVE "ASRCH"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-SEARCH NOT = "Y" OR D8-ALIAS-HOPS = ZERO
               IF AS-LOOP = "Y"
                   ADD 1                TO NL-W-LOOP-CNT
                   MOVE SPACE           TO NL-RPT-LINE
                   STRING "ALIAS LOOP: " DELIMITED BY SIZE
                          NL-RES-LINE(1:80) DELIMITED BY SIZE
                          INTO NL-RPT-LINE
                   END-STRING
                   WRITE NL-RPT-LINE
                   PERFORM 2110-WRITE-HOP THRU 2110-EXIT
                       VARYING NL-W-H FROM 1 BY 1
                       UNTIL NL-W-H > AS-HOP-CNT
               END-IF
               MOVE "90"                TO D8-RETURN-CODE
                   OF D8-DECODE08-AREA
               GO TO 2100-EXIT
           END-IF
      *
      *    *** 現行のNFADDR（ASRCHがD8-NFADDRへ返す）へ反映する
           MOVE NL-RES-LINE(102:8)      TO D8-LASTVER-DATE
           IF NL-RES-LINE(111:1) = "D"
               MOVE "Y"                 TO D8-DEADFLAG
                   OF D8-DECODE08-AREA
           ELSE
               MOVE SPACE               TO D8-DEADFLAG
                   OF D8-DECODE08-AREA
           END-IF
           MOVE "REVAL"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-RETURN-CODE OF D8-DECODE08-AREA = "00"
               ADD 1                    TO NL-W-ALIAS-CNT
               MOVE SPACE               TO NL-RPT-LINE
               STRING "VIA ALIAS: "     DELIMITED BY SIZE
                      NL-RES-LINE(1:80) DELIMITED BY SIZE
                      INTO NL-RPT-LINE
               END-STRING
               WRITE NL-RPT-LINE
               PERFORM 2110-WRITE-HOP    THRU 2110-EXIT
                   VARYING NL-W-H FROM 1 BY 1
                   UNTIL NL-W-H > D8-ALIAS-HOPS
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2110-WRITE-HOP.
           MOVE NL-W-H                  TO NL-W-HOP-E
           MOVE SPACE                   TO NL-RPT-LINE
           STRING "  HOP "              DELIMITED BY SIZE
                  NL-W-HOP-E            DELIMITED BY SIZE
                  " EFF="               DELIMITED BY SIZE
                  AS-HOP-DATE(NL-W-H)   DELIMITED BY SIZE
                  " -> "                DELIMITED BY SIZE
                  AS-HOP-NFADDR(NL-W-H)(1:80) DELIMITED BY SIZE
                  INTO NL-RPT-LINE
           END-STRING
           WRITE NL-RPT-LINE.
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数を報告しクローズする
      ******************************************************************
       9000-TERMINATE.
                  INTO NL-RPT-LINE
           END-STRING
           WRITE NL-RPT-LINE
      *
           MOVE SPACE                  TO NL-RPT-LINE
           MOVE NL-W-ALIAS-CNT          TO NL-W-RPT-CNT
           STRING "VIA-ALIAS=" DELIMITED BY SIZE
                  NL-W-RPT-CNT DELIMITED BY SIZE
                  INTO NL-RPT-LINE
           END-STRING
           WRITE NL-RPT-LINE
      *
           MOVE SPACE                  TO NL-RPT-LINE
           MOVE NL-W-LOOP-CNT           TO NL-W-RPT-CNT
           STRING "ALIAS-LOOP=" DELIMITED BY SIZE
                  NL-W-RPT-CNT DELIMITED BY SIZE
                  INTO NL-RPT-LINE
           END-STRING
           WRITE NL-RPT-LINE
      *
           MOVE SPACE                  TO NL-RPT-LINE
           MOVE NL-W-BAD-CNT            TO NL-W-RPT-CNT
               CALL "INPREG" USING IP-INPREG-AREA
           ELSE
               MOVE "PREFAIL"           TO RC-OUTCOME
               IF NL-W-BUSY = "Y"
                   MOVE "0095"          TO RC-COMP-CODE
               END-IF
           END-IF
           MOVE NL-W-READ-CNT           TO RC-REC-CNT
           MOVE NL-W-NOTFND-CNT         TO RC-ERR-CNT
