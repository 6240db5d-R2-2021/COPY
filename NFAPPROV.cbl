      *    NFAPPROV.CTL の指示行（1行＝1指示）:
      *      FUNC=LIST     STATUS=Pの全エントリーをワークシート
      *                    (NFAPPROV.WRK)へ一覧出力する
      *                    （1-100:NFADDR 102-141:NAME 143-150:最終
      *                    検証日 152-153:MEDIA-TYPE）
      *      FUNC=APPLY    以降の決裁行を適用する
      *      APPROVE=NFADDR  承認（STATUS=Aへ更新）
      *      REJECT=NFADDR   却下（マスターから削除）
      *    先頭が * の行と空行は読み飛ばす
      *    担当者権限（OPRAUTH）:
      *      FUNC=APPLY・APPROVE=・REJECT=の行は125-132桁目に担当者ID
      *      を書く。FUNC=APPLYの担当者が決裁の実行者（承認者）で、
      *      APPROVE=/REJECT=の担当者はその決裁行の起票者。
      *      起票者はNFAPPROVのPREPARE、実行者はAPPROVE/REJECTの権限
      *      が要る。APPROVEは起票者と実行者が同じ担当者なら拒否する。
      *      拒否した決裁行は適用せずREFUSEDとして報告する（通知は
      *      OPRAUTHが行う）
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *    2026-10-15  T.MIYAKE  担当者権限（OPRAUTH）対応。決裁行の
      *                          起票者・実行者の担当者IDを確かめ、
      *                          起票者自身による承認を拒否する
      *    2026-10-15  T.MIYAKE  決裁行のNFADDRは実在のキーに限る。
      *                          ID=ASRCHが別名（NFALIAS）をたどって
      *                          返したエントリーは対象外とする
      *    2026-10-15  T.MIYAKE  ワークシートにMEDIA-TYPEを付ける
      *                          （RPTBURSTの媒体別の配布用）
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *
       01  NA-W-APPLY               PIC  X(001) VALUE "N".
       01  NA-W-ARG-ADDR            PIC  X(100) VALUE SPACE.
      *    *** 担当者権限の確認用（FUNC=APPLYの実行者・決裁行の起票者）
       01  NA-W-APPLY-OPER          PIC  X(008) VALUE SPACE.
       01  NA-W-CARD-OPER           PIC  X(008) VALUE SPACE.
       01  NA-W-FUNC                PIC  X(008) VALUE SPACE.
       01  NA-W-AUTH-OK             PIC  X(001) VALUE "N".
      *
      *    *** DECODE08のマスターが別ジョブ使用中(ID=OPENがRC=95)の時Y
       01  NA-W-BUSY                PIC  X(001) VALUE "N".
       01  NA-W-APPR-CNT            BINARY-LONG VALUE ZERO.
       01  NA-W-REJ-CNT             BINARY-LONG VALUE ZERO.
       01  NA-W-NOTP-CNT            BINARY-LONG VALUE ZERO.
       01  NA-W-REFUSE-CNT          BINARY-LONG VALUE ZERO.
       01  NA-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *
       COPY "CPDECODE08.cpy" REPLACING ==:##:== BY ==D8==.
      *
      *    *** 担当者権限の確認（OPRAUTH）
       COPY "CPOPRAUTH.cpy"  REPLACING ==:##:== BY ==NAU==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==NAQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT NA-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO NAQ-ID
           CALL "ENVQUAL" USING NAQ-ENVQUAL-AREA
           MOVE NAQ-ENV-LINE           TO NA-RPT-LINE
           WRITE NA-RPT-LINE
      *    *** CALLERはロックの保持者表示とジャーナルの呼び出し元に
      *    *** 使われるため、OPENより先にセットする
           MOVE "NFAPPROV"              TO D8-CALLER
                   PERFORM 3000-LIST-PENDING THRU 3000-EXIT
               WHEN NA-CTL-LINE(1:10) = "FUNC=APPLY"
                   MOVE "Y"             TO NA-W-APPLY
                   MOVE NA-CTL-LINE(125:8) TO NA-W-APPLY-OPER
               WHEN NA-CTL-LINE(1:8) = "APPROVE="
                   IF NA-W-APPLY = "Y"
                       MOVE NA-CTL-LINE(9:100) TO NA-W-ARG-ADDR
                       MOVE "APPROVE"   TO NA-W-FUNC
                       PERFORM 7000-CHECK-AUTH THRU 7000-EXIT
                       IF NA-W-AUTH-OK = "Y"
                           PERFORM 4000-APPROVE-ONE THRU 4000-EXIT
                       END-IF
                   END-IF
               WHEN NA-CTL-LINE(1:7) = "REJECT="
                   IF NA-W-APPLY = "Y"
                       MOVE NA-CTL-LINE(8:100) TO NA-W-ARG-ADDR
                       MOVE "REJECT"    TO NA-W-FUNC
                       PERFORM 7000-CHECK-AUTH THRU 7000-EXIT
                       IF NA-W-AUTH-OK = "Y"
                           PERFORM 5000-REJECT-ONE  THRU 5000-EXIT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE SPACE           TO NA-RPT-LINE
           MOVE D8-NFADDR               TO NA-WRK-LINE(1:100)
           MOVE D8-NAME(1:40)           TO NA-WRK-LINE(102:40)
           MOVE D8-LASTVER-DATE         TO NA-WRK-LINE(143:8)
           MOVE D8-MEDIA-TYPE OF D8-DECODE08-AREA
                                        TO NA-WRK-LINE(152:2)
           WRITE NA-WRK-LINE.
       3100-EXIT.
           EXIT.
           MOVE NA-W-ARG-ADDR           TO D8-NFADDR
           MOVE "ASRCH"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-SEARCH NOT = "Y" OR D8-ALIAS-HOPS > ZERO OR
              D8-STATUS OF D8-DECODE08-AREA NOT = "P"
               PERFORM 6000-WRITE-NOTP   THRU 6000-EXIT
               GO TO 4000-EXIT
           MOVE NA-W-ARG-ADDR           TO D8-NFADDR
           MOVE "ASRCH"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-SEARCH NOT = "Y" OR D8-ALIAS-HOPS > ZERO OR
              D8-STATUS OF D8-DECODE08-AREA NOT = "P"
               PERFORM 6000-WRITE-NOTP   THRU 6000-EXIT
               GO TO 5000-EXIT
           EXIT.
      *
      ******************************************************************
      *    7000-CHECK-AUTH  決裁行の起票者(PREPARE)と実行者
      *    (APPROVE/REJECT)の権限を確かめる。承認は起票者と実行者が
      *    別人であること
      ******************************************************************
       7000-CHECK-AUTH.
           MOVE "N"                    TO NA-W-AUTH-OK
           MOVE NA-CTL-LINE(125:8)     TO NA-W-CARD-OPER
           MOVE "C"                    TO NAU-ID
           MOVE "NFAPPROV"             TO NAU-PGM
           MOVE "PREPARE"              TO NAU-FUNC
           MOVE NA-W-CARD-OPER         TO NAU-OPER
           MOVE SPACE                  TO NAU-MAKER
           CALL "OPRAUTH" USING NAU-OPRAUTH-AREA
           IF NAU-RETURN-CODE NOT = "00"
               GO TO 7900-REFUSED
           END-IF
      *
           MOVE NA-W-FUNC              TO NAU-FUNC
           MOVE NA-W-APPLY-OPER        TO NAU-OPER
           IF NA-W-FUNC = "APPROVE"
               MOVE NA-W-CARD-OPER      TO NAU-MAKER
           END-IF
           CALL "OPRAUTH" USING NAU-OPRAUTH-AREA
           IF NAU-RETURN-CODE NOT = "00"
               GO TO 7900-REFUSED
           END-IF
           MOVE "Y"                    TO NA-W-AUTH-OK
           GO TO 7000-EXIT.
      *
       7900-REFUSED.
           ADD  1                      TO NA-W-REFUSE-CNT
           MOVE SPACE                  TO NA-RPT-LINE
           STRING "REFUSED ("          DELIMITED BY SIZE
                  NAU-FUNC             DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  NAU-OPER             DELIMITED BY SPACE
                  ": "                 DELIMITED BY SIZE
                  NAU-REASON           DELIMITED BY "  "
                  "): "                DELIMITED BY SIZE
                  NA-CTL-LINE(1:80)    DELIMITED BY SIZE
                  INTO NA-RPT-LINE
           END-STRING
           WRITE NA-RPT-LINE.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数を報告しクローズする
      ******************************************************************
       9000-TERMINATE.
                  INTO NA-RPT-LINE
           END-STRING
           WRITE NA-RPT-LINE
      *
           MOVE NA-W-REFUSE-CNT         TO NA-W-RPT-CNT
           MOVE SPACE                  TO NA-RPT-LINE
           STRING "REFUSED=" DELIMITED BY SIZE
                  NA-W-RPT-CNT DELIMITED BY SIZE
                  INTO NA-RPT-LINE
           END-STRING
           WRITE NA-RPT-LINE
           MOVE "F"                    TO NAU-ID
           MOVE "NFAPPROV"             TO NAU-PGM
           CALL "OPRAUTH" USING NAU-OPRAUTH-AREA
      *
           MOVE "CLOSE"                TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
