      ******************************************************************
      *
      *    PROGRAM-ID.  PDATEMNT
      *
      *    処理日（業務日付）の運用ユーティリティ（CHAINMNTと同様の
      *    指示ファイル方式）。日次締めのステップとしてROLLで処理日を
      *    翌日へ進め、過去の営業日を再実行する時はOVERRIDEでその
      *    日付を指定し、終わったらCLEARで戻す。更新はすべて
      *    PROCDATEサブルーチン経由で行い、監査行(PROCDATE.AUD)が
      *    残る。結果はPDATEMNT.RPTへ出力する。
      *    ROLLは日次締めの最後（DTLOGROT・ALERTROTの世代退避の後）に
      *    置く（世代名が締めた夜の処理日になるように）。
      *    PDATEMNT.CTL の指示行（1行＝1指示）:
      *      SHOW               現在の処理日・上書きの有無を出力
      *      ROLL               処理日を翌日へ進める（上書きは解除）
      *      OVERRIDE=YYYYMMDD  処理日を上書きする（19-21桁目に
      *                         担当者イニシャル、必須）
      *      CLEAR              上書きを解除する（19-21桁目に
      *                         担当者イニシャル、必須）
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する（日次の締め処理、
      *      および再実行の前後に運用者が実行する）。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 PDATEMNT.
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
           SELECT PM-CTL-FILE      ASSIGN TO "PDATEMNT.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS PM-W-CTL-STATUS.
           SELECT PM-RPT-FILE      ASSIGN TO "PDATEMNT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  PM-CTL-FILE.
       01  PM-CTL-LINE               PIC X(080).
      *
       FD  PM-RPT-FILE.
       01  PM-RPT-LINE               PIC X(080).
      *
       WORKING-STORAGE             SECTION.
      *
       01  PM-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  PM-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  PM-W-CTL-EOF-YES             VALUE "Y".
       01  PM-W-BADCMD              PIC  X(001) VALUE "N".
           88  PM-W-BADCMD-YES              VALUE "Y".
       01  PM-W-ERR-CNT             BINARY-LONG VALUE ZERO.
      *
       COPY "CPPROCDATE.cpy" REPLACING ==:##:== BY ==PD==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==PMQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-CTL     THRU 2000-EXIT
               UNTIL PM-W-CTL-EOF-YES
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  指示ファイルを開く
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT PM-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO PMQ-ID
           CALL "ENVQUAL" USING PMQ-ENVQUAL-AREA
           MOVE PMQ-ENV-LINE           TO PM-RPT-LINE
           WRITE PM-RPT-LINE
           MOVE "N"                    TO PM-W-CTL-EOF
           OPEN INPUT PM-CTL-FILE
           IF PM-W-CTL-STATUS NOT = "00"
               MOVE SPACE               TO PM-RPT-LINE
               STRING "NO PDATEMNT.CTL, NOTHING TO DO"
                      DELIMITED BY SIZE INTO PM-RPT-LINE
               WRITE PM-RPT-LINE
               SET PM-W-CTL-EOF-YES     TO TRUE
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-PROCESS-CTL  指示行を1行ずつPROCDATEへ渡し、結果を
      *    出力する
      ******************************************************************
       2000-PROCESS-CTL.
           READ PM-CTL-FILE
               AT END
                   SET PM-W-CTL-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF PM-CTL-LINE = SPACE OR PM-CTL-LINE(1:1) = "*"
               GO TO 2000-EXIT
           END-IF
           MOVE SPACE                  TO PM-RPT-LINE
           STRING "CMD: "              DELIMITED BY SIZE
                  PM-CTL-LINE(1:60)    DELIMITED BY SIZE
                  INTO PM-RPT-LINE
           END-STRING
           WRITE PM-RPT-LINE
      *
           MOVE "PDATEMNT"             TO PD-PGM
           MOVE PM-CTL-LINE(19:3)      TO PD-OPER
           MOVE ZERO                   TO PD-SET-YMD
           EVALUATE TRUE
               WHEN PM-CTL-LINE(1:4) = "SHOW"
                   MOVE "G"             TO PD-ID
               WHEN PM-CTL-LINE(1:4) = "ROLL"
                   MOVE "R"             TO PD-ID
               WHEN PM-CTL-LINE(1:9) = "OVERRIDE="
                   MOVE "O"             TO PD-ID
                   IF PM-CTL-LINE(10:8) IS NUMERIC
                       MOVE PM-CTL-LINE(10:8) TO PD-SET-YMD
                   END-IF
               WHEN PM-CTL-LINE(1:5) = "CLEAR"
                   MOVE "X"             TO PD-ID
               WHEN OTHER
                   SET PM-W-BADCMD-YES  TO TRUE
                   PERFORM 2900-REJECT  THRU 2900-EXIT
                   GO TO 2000-EXIT
           END-EVALUATE
      *    *** 上書き・解除は担当者の記録を必須とする
           IF (PD-ID = "O" OR PD-ID = "X") AND PD-OPER = SPACE
               PERFORM 2900-REJECT      THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
      *
           CALL "PROCDATE" USING PD-PROCDATE-AREA
           IF PD-RETURN-CODE NOT = "00"
               PERFORM 2900-REJECT      THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-SHOW            THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
      *
       2900-REJECT.
           ADD  1                      TO PM-W-ERR-CNT
           MOVE SPACE                  TO PM-RPT-LINE
           EVALUATE TRUE
               WHEN PM-W-BADCMD-YES
                   STRING "  REJECTED: UNKNOWN COMMAND"
                          DELIMITED BY SIZE INTO PM-RPT-LINE
               WHEN PD-OPER = SPACE AND (PD-ID = "O" OR PD-ID = "X")
                   STRING "  REJECTED: INITIALS REQUIRED IN COL 19-21"
                          DELIMITED BY SIZE INTO PM-RPT-LINE
               WHEN PD-ID = "O"
                   STRING "  REJECTED: INVALID OR FUTURE DATE"
                          DELIMITED BY SIZE INTO PM-RPT-LINE
               WHEN OTHER
                   STRING "  REJECTED: PROCDATE NOT UPDATED, RC="
                          DELIMITED BY SIZE
                          PD-RETURN-CODE DELIMITED BY SIZE
                          INTO PM-RPT-LINE
           END-EVALUATE
           WRITE PM-RPT-LINE
           MOVE "N"                    TO PM-W-BADCMD.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-SHOW  処理後の処理日を出力する
      ******************************************************************
       3000-SHOW.
           MOVE SPACE                  TO PM-RPT-LINE
           STRING "  PROCESSING DATE=" DELIMITED BY SIZE
                  PD-YMD               DELIMITED BY SIZE
                  " BASE="             DELIMITED BY SIZE
                  PD-BASE-YMD          DELIMITED BY SIZE
                  INTO PM-RPT-LINE
           END-STRING
           EVALUATE PD-SOURCE
               WHEN "O"
                   STRING " (OVERRIDDEN)" DELIMITED BY SIZE
                          INTO PM-RPT-LINE(42:)
                   END-STRING
               WHEN "S"
                   STRING " (NO PROCDATE RECORD, SYSTEM DATE)"
                          DELIMITED BY SIZE
                          INTO PM-RPT-LINE(42:)
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE PM-RPT-LINE.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF PM-W-CTL-STATUS = "00" OR PM-W-CTL-STATUS = "10"
               CLOSE PM-CTL-FILE
           END-IF
           CLOSE PM-RPT-FILE.
       9000-EXIT.
           EXIT.
