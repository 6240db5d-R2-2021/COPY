      ******************************************************************
      *
      *    PROGRAM-ID.  NFALRPT
      *
      *    NFADDR別名簿(NFALIAS)の一覧レポート。別名1件ごとに旧
      *    NFADDRからたどった各段（適用日・置き換え先）を並べ、
      *    DECODE08のID=ASRCHで現行のエントリーへつながるかを示す。
      *      RESOLVES  n段目の置き換え先がマスターに有る
      *      LIVE      旧NFADDRそのものがマスターに有る（再登録等で
      *                別名はたどられない）
      *      BROKEN    どの段もマスターに無い
      *      LOOP      置き換え先が元のNFADDRや途中の段へ戻る
      *      TOO LONG  10段を超える
      *    同じ旧NFADDRに後の行（新しい付け替え）が有る別名は
      *    SUPERSEDEDとして1行だけ出す。
      *    マスターは参照のみ（更新しない）。
      *    別名簿のうちNFALIASの表（最大2000件）に入らなかった件数を
      *    LOST=として末尾に出す（その別名はたどられない）。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  NFALIASの表に入らなかった別名の
      *                          件数をLOST=として報告する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 NFALRPT.
       AUTHOR.                     T-MIYAKE.
       INSTALLATION.               SYSTEM-SUPPORT-GRP.
       DATE-WRITTEN.               2026-10-15.
       DATE-COMPILED.              2026-10-15.
      *
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SOURCE-COMPUTER.            IBM-370.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT NY-RPT-FILE      ASSIGN TO "NFALRPT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  NY-RPT-FILE.
       01  NY-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
      *    *** 処理を止める時Y（マスター使用中）
       01  NY-W-STOP                PIC  X(001) VALUE "N".
           88  NY-W-STOP-YES                VALUE "Y".
       01  NY-W-EOF                 PIC  X(001) VALUE "N".
           88  NY-W-EOF-YES                 VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    別名簿の旧NFADDR一覧（登録順、最大2000件。同じ旧NFADDRの
      *    後の行の有無を調べるため）
      *---------------------------------------------------------------*
       01  NY-W-ALS-CNT             BINARY-LONG VALUE ZERO.
       01  NY-W-ALS-TBL-AREA.
           03  NY-W-ALS-OLD OCCURS 2000 PIC X(100).
       01  NY-W-I                   BINARY-LONG VALUE ZERO.
       01  NY-W-J                   BINARY-LONG VALUE ZERO.
       01  NY-W-H                   BINARY-LONG VALUE ZERO.
       01  NY-W-LATER               PIC  X(001) VALUE "N".
       01  NY-W-HOP-E               PIC  9(002) VALUE ZERO.
      *    *** 1件の表示用（ID=Nの返却を保存する）
       01  NY-W-OLD                 PIC  X(100) VALUE SPACE.
       01  NY-W-NEW                 PIC  X(100) VALUE SPACE.
       01  NY-W-DATE                PIC  9(008) VALUE ZERO.
       01  NY-W-CALLER              PIC  X(008) VALUE SPACE.
      *
       01  NY-W-LIST-CNT            BINARY-LONG VALUE ZERO.
       01  NY-W-SUPER-CNT           BINARY-LONG VALUE ZERO.
       01  NY-W-MULTI-CNT           BINARY-LONG VALUE ZERO.
       01  NY-W-RESOLVE-CNT         BINARY-LONG VALUE ZERO.
       01  NY-W-LIVE-CNT            BINARY-LONG VALUE ZERO.
       01  NY-W-BROKEN-CNT          BINARY-LONG VALUE ZERO.
       01  NY-W-LOOP-CNT            BINARY-LONG VALUE ZERO.
       01  NY-W-LONG-CNT            BINARY-LONG VALUE ZERO.
       01  NY-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *
       COPY "CPDECODE08.cpy" REPLACING ==:##:== BY ==D8==.
       COPY "CPNFALIAS.cpy"  REPLACING ==:##:== BY ==AS==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==NYQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT NY-W-STOP-YES
               PERFORM 2000-LOAD-ONE     THRU 2000-EXIT
                   UNTIL NY-W-EOF-YES
               PERFORM 3000-LIST-ONE     THRU 3000-EXIT
                   VARYING NY-W-I FROM 1 BY 1
                   UNTIL NY-W-I > NY-W-ALS-CNT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  帳票を開き、DECODE08を開く
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT NY-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO NYQ-ID
           CALL "ENVQUAL" USING NYQ-ENVQUAL-AREA
           MOVE NYQ-ENV-LINE           TO NY-RPT-LINE
           WRITE NY-RPT-LINE
      *
           MOVE "NFALRPT NFADDR ALIAS CHAINS" TO NY-RPT-LINE
           WRITE NY-RPT-LINE
      *
      *    *** CALLERはロックの保持者表示に使われるため、OPENより
      *    *** 先にセットする
           MOVE "NFALRPT"               TO D8-CALLER
           MOVE "OPEN"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-RETURN-CODE OF D8-DECODE08-AREA = "95"
               MOVE "Y"                 TO NY-W-STOP
               MOVE SPACE               TO NY-RPT-LINE
               STRING "NFADDR MASTER BUSY - RUN SKIPPED"
                      DELIMITED BY SIZE INTO NY-RPT-LINE
               WRITE NY-RPT-LINE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-LOAD-ONE  別名簿のID=Nで旧NFADDRを1件ずつ控える
      ******************************************************************
       2000-LOAD-ONE.
           MOVE "N"                    TO AS-ID
           COMPUTE AS-IDX = NY-W-ALS-CNT + 1
           CALL "NFALIAS" USING AS-NFALIAS-AREA
           IF AS-RETURN-CODE NOT = "00" OR NY-W-ALS-CNT >= 2000
               SET NY-W-EOF-YES         TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD 1                       TO NY-W-ALS-CNT
           MOVE AS-NFADDR               TO NY-W-ALS-OLD(NY-W-ALS-CNT).
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-LIST-ONE  別名1件の各段とつながり先を報告する
      ******************************************************************
       3000-LIST-ONE.
           MOVE "N"                    TO AS-ID
           MOVE NY-W-I                  TO AS-IDX
           CALL "NFALIAS" USING AS-NFALIAS-AREA
           MOVE AS-NFADDR               TO NY-W-OLD
           MOVE AS-NEW-NFADDR           TO NY-W-NEW
           MOVE AS-EFF-DATE             TO NY-W-DATE
           MOVE AS-CALLER               TO NY-W-CALLER
      *
      *    *** 同じ旧NFADDRに後の行が有れば、この行は使われない
           MOVE "N"                    TO NY-W-LATER
           PERFORM 3010-FIND-LATER      THRU 3010-EXIT
               VARYING NY-W-J FROM NY-W-I BY 1
               UNTIL NY-W-J >= NY-W-ALS-CNT OR NY-W-LATER = "Y"
           IF NY-W-LATER = "Y"
               ADD 1                    TO NY-W-SUPER-CNT
               MOVE SPACE               TO NY-RPT-LINE
               STRING "SUPERSEDED  EFF=" DELIMITED BY SIZE
                      NY-W-DATE         DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      NY-W-OLD(1:50)    DELIMITED BY SIZE
                      " -> "            DELIMITED BY SIZE
                      NY-W-NEW(1:50)    DELIMITED BY SIZE
                      INTO NY-RPT-LINE
               END-STRING
               WRITE NY-RPT-LINE
               GO TO 3000-EXIT
           END-IF
      *
           ADD 1                       TO NY-W-LIST-CNT
           MOVE SPACE                  TO NY-RPT-LINE
           STRING "ALIAS       BY="    DELIMITED BY SIZE
                  NY-W-CALLER          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  NY-W-OLD(1:80)       DELIMITED BY SIZE
                  INTO NY-RPT-LINE
           END-STRING
           WRITE NY-RPT-LINE
      *
      *    *** 旧NFADDRから各段をたどる
           MOVE "R"                    TO AS-ID
           MOVE NY-W-OLD                TO AS-NFADDR
           CALL "NFALIAS" USING AS-NFALIAS-AREA
           IF AS-HOP-CNT > 1
               ADD 1                    TO NY-W-MULTI-CNT
           END-IF
           PERFORM 3020-WRITE-HOP       THRU 3020-EXIT
               VARYING NY-W-H FROM 1 BY 1
               UNTIL NY-W-H > AS-HOP-CNT
           IF AS-RETURN-CODE = "91"
               ADD 1                    TO NY-W-LOOP-CNT
               MOVE "  LOOP - CHAIN RETURNS TO AN EARLIER NFADDR"
                                        TO NY-RPT-LINE
               WRITE NY-RPT-LINE
           END-IF
           IF AS-RETURN-CODE = "92"
               ADD 1                    TO NY-W-LONG-CNT
               MOVE "  TOO LONG - MORE THAN 10 HOPS"
                                        TO NY-RPT-LINE
               WRITE NY-RPT-LINE
           END-IF
      *
      *    *** ID=ASRCHと同じ判定でつながり先を示す
           MOVE NY-W-OLD                TO D8-NFADDR
           MOVE "ASRCH"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           MOVE SPACE                  TO NY-RPT-LINE
           IF D8-SEARCH NOT = "Y"
               ADD 1                    TO NY-W-BROKEN-CNT
               MOVE "  BROKEN - NO HOP IS IN THE NFADDR MASTER"
                                        TO NY-RPT-LINE
           ELSE
               IF D8-ALIAS-HOPS = ZERO
                   ADD 1                TO NY-W-LIVE-CNT
                   MOVE "  LIVE - OLD NFADDR IS STILL IN THE MASTER"
                                        TO NY-RPT-LINE
               ELSE
                   ADD 1                TO NY-W-RESOLVE-CNT
                   MOVE D8-ALIAS-HOPS    TO NY-W-HOP-E
                   STRING "  RESOLVES AT HOP " DELIMITED BY SIZE
                          NY-W-HOP-E     DELIMITED BY SIZE
                          " NAME="       DELIMITED BY SIZE
                          D8-NAME(1:40)  DELIMITED BY SIZE
                          INTO NY-RPT-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE NY-RPT-LINE.
       3000-EXIT.
           EXIT.
      *
       3010-FIND-LATER.
           IF NY-W-ALS-OLD(NY-W-J + 1) = NY-W-OLD
               MOVE "Y"                 TO NY-W-LATER
           END-IF.
       3010-EXIT.
           EXIT.
      *
       3020-WRITE-HOP.
           MOVE NY-W-H                  TO NY-W-HOP-E
           MOVE SPACE                   TO NY-RPT-LINE
           STRING "  HOP "              DELIMITED BY SIZE
                  NY-W-HOP-E            DELIMITED BY SIZE
                  " EFF="               DELIMITED BY SIZE
                  AS-HOP-DATE(NY-W-H)   DELIMITED BY SIZE
                  " -> "                DELIMITED BY SIZE
                  AS-HOP-NFADDR(NY-W-H)(1:80) DELIMITED BY SIZE
                  INTO NY-RPT-LINE
           END-STRING
           WRITE NY-RPT-LINE.
       3020-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数を報告しクローズする
      ******************************************************************
       9000-TERMINATE.
           MOVE NY-W-ALS-CNT            TO NY-W-RPT-CNT
           MOVE SPACE                  TO NY-RPT-LINE
           STRING "ALIASES=" DELIMITED BY SIZE
                  NY-W-RPT-CNT DELIMITED BY SIZE
                  INTO NY-RPT-LINE
           END-STRING
           WRITE NY-RPT-LINE
           MOVE NY-W-LIST-CNT           TO NY-W-RPT-CNT
           MOVE SPACE                  TO NY-RPT-LINE
           STRING "LISTED=" DELIMITED BY SIZE
                  NY-W-RPT-CNT DELIMITED BY SIZE
                  INTO NY-RPT-LINE
           END-STRING
           WRITE NY-RPT-LINE
           MOVE NY-W-SUPER-CNT          TO NY-W-RPT-CNT
           MOVE SPACE                  TO NY-RPT-LINE
           STRING "SUPERSEDED=" DELIMITED BY SIZE
                  NY-W-RPT-CNT DELIMITED BY SIZE
                  INTO NY-RPT-LINE
           END-STRING
           WRITE NY-RPT-LINE
           MOVE NY-W-MULTI-CNT          TO NY-W-RPT-CNT
           MOVE SPACE                  TO NY-RPT-LINE
           STRING "MULTI-HOP=" DELIMITED BY SIZE
                  NY-W-RPT-CNT DELIMITED BY SIZE
                  INTO NY-RPT-LINE
           END-STRING
           WRITE NY-RPT-LINE
           MOVE NY-W-RESOLVE-CNT        TO NY-W-RPT-CNT
           MOVE SPACE                  TO NY-RPT-LINE
           STRING "RESOLVES=" DELIMITED BY SIZE
                  NY-W-RPT-CNT DELIMITED BY SIZE
                  INTO NY-RPT-LINE
           END-STRING
           WRITE NY-RPT-LINE
           MOVE NY-W-LIVE-CNT           TO NY-W-RPT-CNT
           MOVE SPACE                  TO NY-RPT-LINE
           STRING "OLD-KEY-LIVE=" DELIMITED BY SIZE
                  NY-W-RPT-CNT DELIMITED BY SIZE
                  INTO NY-RPT-LINE
           END-STRING
           WRITE NY-RPT-LINE
           MOVE NY-W-BROKEN-CNT         TO NY-W-RPT-CNT
           MOVE SPACE                  TO NY-RPT-LINE
           STRING "BROKEN=" DELIMITED BY SIZE
                  NY-W-RPT-CNT DELIMITED BY SIZE
                  INTO NY-RPT-LINE
           END-STRING
           WRITE NY-RPT-LINE
           MOVE NY-W-LOOP-CNT           TO NY-W-RPT-CNT
           MOVE SPACE                  TO NY-RPT-LINE
           STRING "LOOPS=" DELIMITED BY SIZE
                  NY-W-RPT-CNT DELIMITED BY SIZE
                  INTO NY-RPT-LINE
           END-STRING
           WRITE NY-RPT-LINE
           IF NY-W-LONG-CNT > ZERO
               MOVE NY-W-LONG-CNT        TO NY-W-RPT-CNT
               MOVE SPACE               TO NY-RPT-LINE
               STRING "TOO-LONG=" DELIMITED BY SIZE
                      NY-W-RPT-CNT DELIMITED BY SIZE
                      INTO NY-RPT-LINE
               END-STRING
               WRITE NY-RPT-LINE
           END-IF
           IF AS-LOST-CNT > ZERO
               MOVE AS-LOST-CNT          TO NY-W-RPT-CNT
               MOVE SPACE               TO NY-RPT-LINE
               STRING "LOST=" DELIMITED BY SIZE
                      NY-W-RPT-CNT DELIMITED BY SIZE
                      "  ALIAS FILE EXCEEDS NFALIAS TABLE (2000)"
                             DELIMITED BY SIZE
                      INTO NY-RPT-LINE
               END-STRING
               WRITE NY-RPT-LINE
           END-IF
      *
           IF NOT NY-W-STOP-YES
               MOVE "CLOSE"             TO D8-ID
               CALL "DECODE08" USING D8-DECODE08-AREA
           END-IF
           CLOSE NY-RPT-FILE.
       9000-EXIT.
           EXIT.
