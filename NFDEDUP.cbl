      *      KEEP=NFADDR   統合で残す側（次のDROP=と対になる）
      *      DROP=NFADDR   統合で消す側（直前のKEEP=へ畳み込む）
      *    先頭が * の行と空行は読み飛ばす
      *    担当者権限（OPRAUTH）:
      *      FUNC=MERGE・KEEP=の行は125-132桁目に担当者IDを書く。
      *      KEEP=の担当者がその組の起票者（NFDEDUPのPROPOSE権限）、
      *      FUNC=MERGEの担当者が統合の承認者（MERGE権限）で、起票者
      *      と承認者が同じ担当者の組は統合しない。拒否した組は
      *      REFUSEDとして報告する（通知はOPRAUTHが行う）
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *    2026-10-15  T.MIYAKE  担当者権限（OPRAUTH）対応。統合組の
      *                          起票者・承認者の担当者IDを確かめ、
      *                          起票者自身による統合を拒否する
      *    2026-10-15  T.MIYAKE  統合組のNFADDRは実在のキーに限る。
      *                          ID=ASRCHが別名（NFALIAS）をたどって
      *                          返したエントリーはSKIPとする
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       01  ND-W-DROP-ADDR           PIC  X(100) VALUE SPACE.
       01  ND-W-DROP-LASTVER        PIC  9(008) VALUE ZERO.
       01  ND-W-DROP-HIT            PIC  X(001) VALUE SPACE.
      *    *** 担当者権限の確認用（FUNC=MERGEの承認者・KEEP=の起票者）
       01  ND-W-MERGE-OPER          PIC  X(008) VALUE SPACE.
       01  ND-W-KEEP-OPER           PIC  X(008) VALUE SPACE.
       01  ND-W-AUTH-OK             PIC  X(001) VALUE "N".
       01  ND-W-REFUSE-CNT          BINARY-LONG VALUE ZERO.
      *
       COPY "CPDECODE08.cpy" REPLACING ==:##:== BY ==D8==.
       COPY "CPNFNAMNRM.cpy" REPLACING ==:##:== BY ==NN==.
       COPY "CPPARMRDR.cpy"  REPLACING ==:##:== BY ==PR==.
      *
      *    *** 担当者権限の確認（OPRAUTH）
       COPY "CPOPRAUTH.cpy"  REPLACING ==:##:== BY ==NDU==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==NDQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT ND-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO NDQ-ID
           CALL "ENVQUAL" USING NDQ-ENVQUAL-AREA
           MOVE NDQ-ENV-LINE           TO ND-RPT-LINE
           WRITE ND-RPT-LINE
      *    *** CALLERはロックの保持者表示とジャーナルの呼び出し元に
      *    *** 使われるため、OPENより先にセットする
           MOVE "NFDEDUP"               TO D8-CALLER
               WHEN ND-CTL-LINE(1:9) = "FUNC=SCAN"
                   PERFORM 3000-SCAN        THRU 3000-EXIT
               WHEN ND-CTL-LINE(1:10) = "FUNC=MERGE"
                   MOVE ND-CTL-LINE(125:8)   TO ND-W-MERGE-OPER
               WHEN ND-CTL-LINE(1:5) = "KEEP="
                   MOVE ND-CTL-LINE(6:100)   TO ND-W-KEEP-ADDR
                   MOVE ND-CTL-LINE(125:8)   TO ND-W-KEEP-OPER
               WHEN ND-CTL-LINE(1:5) = "DROP="
                   MOVE ND-CTL-LINE(6:100)   TO ND-W-DROP-ADDR
                   PERFORM 7000-CHECK-AUTH   THRU 7000-EXIT
                   IF ND-W-AUTH-OK = "Y"
                       PERFORM 5000-MERGE-ONE THRU 5000-EXIT
                   END-IF
               WHEN OTHER
                   MOVE SPACE               TO ND-RPT-LINE
                   STRING "UNKNOWN COMMAND: " DELIMITED BY SIZE
           MOVE ND-W-KEEP-ADDR          TO D8-NFADDR
           MOVE "ASRCH"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-SEARCH NOT = "Y" OR D8-ALIAS-HOPS > ZERO
               PERFORM 5500-WRITE-SKIP   THRU 5500-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE ND-W-DROP-ADDR          TO D8-NFADDR
           MOVE "ASRCH"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-SEARCH NOT = "Y" OR D8-ALIAS-HOPS > ZERO
               PERFORM 5500-WRITE-SKIP   THRU 5500-EXIT
               GO TO 5000-EXIT
           END-IF
           EXIT.
      *
      ******************************************************************
      *    7000-CHECK-AUTH  統合組の起票者(PROPOSE)と承認者(MERGE)の
      *    権限を確かめる。起票者と承認者は別人であること
      ******************************************************************
       7000-CHECK-AUTH.
           MOVE "N"                    TO ND-W-AUTH-OK
           MOVE "C"                    TO NDU-ID
           MOVE "NFDEDUP"              TO NDU-PGM
           MOVE "PROPOSE"              TO NDU-FUNC
           MOVE ND-W-KEEP-OPER         TO NDU-OPER
           MOVE SPACE                  TO NDU-MAKER
           CALL "OPRAUTH" USING NDU-OPRAUTH-AREA
           IF NDU-RETURN-CODE NOT = "00"
               GO TO 7900-REFUSED
           END-IF
      *
           MOVE "MERGE"                TO NDU-FUNC
           MOVE ND-W-MERGE-OPER        TO NDU-OPER
           MOVE ND-W-KEEP-OPER         TO NDU-MAKER
           CALL "OPRAUTH" USING NDU-OPRAUTH-AREA
           IF NDU-RETURN-CODE NOT = "00"
               GO TO 7900-REFUSED
           END-IF
           MOVE "Y"                    TO ND-W-AUTH-OK
           GO TO 7000-EXIT.
      *
       7900-REFUSED.
           ADD  1                      TO ND-W-REFUSE-CNT
           MOVE SPACE                  TO ND-RPT-LINE
           STRING "REFUSED ("          DELIMITED BY SIZE
                  NDU-FUNC             DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  NDU-OPER             DELIMITED BY SPACE
                  ": "                 DELIMITED BY SIZE
                  NDU-REASON           DELIMITED BY "  "
                  "): "                DELIMITED BY SIZE
                  ND-W-DROP-ADDR(1:50) DELIMITED BY SIZE
                  " -> "               DELIMITED BY SIZE
                  ND-W-KEEP-ADDR(1:50) DELIMITED BY SIZE
                  INTO ND-RPT-LINE
           END-STRING
           WRITE ND-RPT-LINE.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数を報告しクローズする
      ******************************************************************
       9000-TERMINATE.
                  INTO ND-RPT-LINE
           END-STRING
           WRITE ND-RPT-LINE
           MOVE ND-W-REFUSE-CNT         TO ND-W-RPT-CNT
           MOVE SPACE                  TO ND-RPT-LINE
           STRING "REFUSED=" DELIMITED BY SIZE
                  ND-W-RPT-CNT DELIMITED BY SIZE
                  INTO ND-RPT-LINE
           END-STRING
           WRITE ND-RPT-LINE
           MOVE "F"                    TO NDU-ID
           MOVE "NFDEDUP"              TO NDU-PGM
           CALL "OPRAUTH" USING NDU-OPRAUTH-AREA
      *
           MOVE "CLOSE"                TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
