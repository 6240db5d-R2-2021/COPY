      ******************************************************************
      *
      *    PROGRAM-ID.  CHAINMNT
      *
      *    チェーン定義(RUNCHAIN)の保守ユーティリティ（DWHOLMNTと
      *    同様の指示ファイル方式）。エディタでの手編集による保留桁の
      *    打ち間違い・前提PGM名の誤記（ゲート無しで走ってしまう）を
      *    防ぐため、変更のたびにチェーン全体を検証し、検証を通らない
      *    変更は反映しない。
      *    CHAINMNT.CTL の指示行（1行＝1指示）:
      *      LIST               定義内容と検証結果の一覧出力
      *      HOLD=PGM           運用保留を立てる（12桁目をY）
      *      RELEASE=PGM        運用保留を外す（12桁目を空白）
      *      ADD=PGM            ジョブを1行追加（末尾に追加）
      *                         14桁目に営業日限定Y、16-23/25-32/
      *                         34-41桁目に前提PGM1～3を指定できる
      *      DEL=PGM            ジョブを1行削除（他ジョブの前提に
      *                         なっているジョブは削除できない）
      *      PADD=PGM PRED      前提PGMを1つ追加（6-13桁目にジョブ、
      *                         15-22桁目に前提PGM）
      *      PDEL=PGM PRED      前提PGMを1つ外す（桁位置はPADDと同じ）
      *
      *    検証項目（変更後のチェーン全体について）:
      *      ・前提の循環が無いこと
      *      ・前提PGMがチェーン内のジョブか、RUNLOGに実行記録の
      *        あるPGMであること
      *      ・前提は3つまで（RUNCHAINの前提欄は3つ）
      *      ・同じジョブの行、同じ前提の重複が無いこと
      *    変更前より問題が増える変更は拒否し、理由をRPTへ出す
      *    （既存の問題はLISTで確認できる）。1件でも反映した時だけ、
      *    注釈行・行順を保ったままRUNCHAINへ書き戻す（拒否だけの
      *    時はファイルに触れない）。結果はCHAINMNT.RPTへ出力する。
      *    反映した指示は、ジョブ行の前後イメージを担当者ID（指示行の
      *    73-80桁目）とともに監査証跡（AUDITWTR、照会はAUDINQRY）
      *    へ残す。運用保留はエディタで直さず、HOLD=/RELEASE=で
      *    変えること（手編集は証跡に残らない）。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  RUNLOGの名前を実行環境コード（ENVQUAL）
      *                          で修飾し、レポートの先頭へ環境を出力
      *                          する
      *    2026-10-15  T.MIYAKE  反映した変更を監査証跡（AUDITWTR）へ
      *                          記録する
      *    2026-10-15  T.MIYAKE  RUNCHAINが200行を超える時は全指示を
      *                          拒否し、RUNCHAINへ書き戻さない（201行目
      *                          以降を落として書き戻していた）
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CHAINMNT.
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
           SELECT CN-CHN-FILE      ASSIGN TO "RUNCHAIN"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS CN-W-CHN-STATUS.
      *    前提PGMの参照確認用（実行記録のあるPGMは前提にできる）
           SELECT CN-RUN-FILE      ASSIGN DYNAMIC CN-W-RUN-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS RL-PGM
                                   FILE STATUS IS CN-W-RUN-STATUS.
           SELECT CN-CTL-FILE      ASSIGN TO "CHAINMNT.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS CN-W-CTL-STATUS.
           SELECT CN-RPT-FILE      ASSIGN TO "CHAINMNT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  CN-CHN-FILE.
       01  CN-CHN-LINE               PIC X(080).
      *
       FD  CN-RUN-FILE.
       01  RL-RECORD.
           05  RL-PGM                PIC X(008).
           05  RL-STATUS             PIC X(008).
           05  RL-START-STAMP        PIC 9(014).
           05  RL-END-STAMP          PIC 9(014).
           05  RL-REC-CNT            PIC 9(009).
           05  RL-ERR-CNT            PIC 9(009).
           05  RL-COMP-CODE          PIC X(004).
      *
       FD  CN-CTL-FILE.
       01  CN-CTL-LINE               PIC X(080).
      *
       FD  CN-RPT-FILE.
       01  CN-RPT-LINE               PIC X(080).
      *
       WORKING-STORAGE             SECTION.
      *
       01  CN-W-CHN-STATUS          PIC  X(002) VALUE SPACE.
       01  CN-W-RUN-STATUS          PIC  X(002) VALUE SPACE.
       01  CN-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  CN-W-RUN-NAME            PIC  X(024) VALUE "RUNLOG".
       01  CN-W-CHN-EOF             PIC  X(001) VALUE "N".
           88  CN-W-CHN-EOF-YES             VALUE "Y".
       01  CN-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  CN-W-CTL-EOF-YES             VALUE "Y".
       01  CN-W-RUN-OPEN            PIC  X(001) VALUE "N".
           88  CN-W-RUN-OPEN-YES            VALUE "Y".
      *    *** RUNCHAINがテーブル（200行）に収まらない時Y
       01  CN-W-CHN-OVER            PIC  X(001) VALUE "N".
           88  CN-W-CHN-OVER-YES            VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    RUNCHAINのメモリテーブル（注釈行も含めて1行ずつ、最大200行）
      *    ジョブ行の桁位置はRUNCTLと同じ（01-08:PGM 10:営業日限定
      *    12:HOLD 14-21/23-30/32-39:前提1～3）。40桁目以降は素通し
      *---------------------------------------------------------------*
       01  CN-W-LIN-CNT             BINARY-LONG VALUE ZERO.
       01  CN-W-LIN-TBL-AREA.
           03  CN-W-LIN-TBL OCCURS 200.
             05  CN-W-LIN-TEXT      PIC  X(080).
      *    *** 変更前の控え（検証で拒否した時に戻す）
       01  CN-W-SAVE-CNT            BINARY-LONG VALUE ZERO.
       01  CN-W-SAVE-TBL-AREA.
           03  CN-W-SAVE-TBL OCCURS 200.
             05  CN-W-SAVE-TEXT     PIC  X(080).
       01  CN-W-I                   BINARY-LONG VALUE ZERO.
       01  CN-W-J                   BINARY-LONG VALUE ZERO.
       01  CN-W-K                   BINARY-LONG VALUE ZERO.
       01  CN-W-P                   BINARY-LONG VALUE ZERO.
       01  CN-W-Q                   BINARY-LONG VALUE ZERO.
       01  CN-W-F                   BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    指示処理用作業項目
      *---------------------------------------------------------------*
       01  CN-W-CMD                 PIC  X(008) VALUE SPACE.
       01  CN-W-ARG-PGM             PIC  X(008) VALUE SPACE.
       01  CN-W-ARG-PRED            PIC  X(008) VALUE SPACE.
       01  CN-W-ARG-BIZ             PIC  X(001) VALUE SPACE.
       01  CN-W-ARG-PREDS-AREA.
           03  CN-W-ARG-PREDS OCCURS 3  PIC X(008).
       01  CN-W-PRED-OFF            BINARY-LONG VALUE ZERO.
       01  CN-W-CHANGED             PIC  X(001) VALUE "N".
       01  CN-W-APPLIED-CNT         BINARY-LONG VALUE ZERO.
       01  CN-W-REJECT-CNT          BINARY-LONG VALUE ZERO.
       01  CN-W-REJECT-WHY          PIC  X(040) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    検証用作業項目
      *---------------------------------------------------------------*
       01  CN-W-SHOW                PIC  X(001) VALUE "N".
       01  CN-W-ERR-CNT             BINARY-LONG VALUE ZERO.
       01  CN-W-ERR-BEFORE          BINARY-LONG VALUE ZERO.
       01  CN-W-DONE-AREA.
           03  CN-W-DONE OCCURS 200     PIC X(001).
       01  CN-W-PROGRESS            PIC  X(001) VALUE "N".
       01  CN-W-READY               PIC  X(001) VALUE "N".
       01  CN-W-FOUND               PIC  X(001) VALUE "N".
       01  CN-W-PGM                 PIC  X(008) VALUE SPACE.
       01  CN-W-PRED                PIC  X(008) VALUE SPACE.
       01  CN-W-MSG                 PIC  X(040) VALUE SPACE.
       01  CN-W-CNT-E               PIC  ZZZ9.
       01  CN-W-CNT2-E              PIC  ZZZ9.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==CNQ==.
      *    *** 変更の監査証跡（AUDITWTR）
       COPY "CPAUDIT.cpy"   REPLACING ==:##:== BY ==CNA==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-CTL     THRU 2000-EXIT
               UNTIL CN-W-CTL-EOF-YES
           IF CN-W-APPLIED-CNT > ZERO AND NOT CN-W-CHN-OVER-YES
               PERFORM 8500-WRITE-CHAIN THRU 8500-EXIT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  チェーン定義をメモリへ展開し、指示ファイル
      *    を開く
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT CN-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
      *
           MOVE ZERO                   TO CN-W-LIN-CNT
           MOVE "N"                    TO CN-W-CHN-EOF
           OPEN INPUT CN-CHN-FILE
           IF CN-W-CHN-STATUS = "00"
               PERFORM 1100-READ-CHN-ONE THRU 1100-EXIT
                   UNTIL CN-W-CHN-EOF-YES
               CLOSE CN-CHN-FILE
           END-IF
      *    *** テーブルに収まらない定義は書き戻せないため、指示を
      *    *** 全て拒否してファイルはそのままにする
           IF CN-W-CHN-OVER-YES
               MOVE SPACE               TO CN-RPT-LINE
               STRING "CHAIN DEFINITION EXCEEDS TABLE - NOTHING "
                      DELIMITED BY SIZE
                      "APPLIED, FILE LEFT UNCHANGED" DELIMITED BY SIZE
                      INTO CN-RPT-LINE
               END-STRING
               WRITE CN-RPT-LINE
           END-IF
      *
           OPEN INPUT CN-RUN-FILE
           IF CN-W-RUN-STATUS = "00"
               SET CN-W-RUN-OPEN-YES    TO TRUE
           END-IF
      *
           MOVE "N"                    TO CN-W-CTL-EOF
           OPEN INPUT CN-CTL-FILE
           IF CN-W-CTL-STATUS NOT = "00"
               MOVE SPACE               TO CN-RPT-LINE
               STRING "NO CHAINMNT.CTL, NOTHING TO DO"
                      DELIMITED BY SIZE INTO CN-RPT-LINE
               WRITE CN-RPT-LINE
               SET CN-W-CTL-EOF-YES     TO TRUE
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  実行記録の名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO CNQ-ID
           MOVE "RUNLOG"               TO CNQ-NAME
           CALL "ENVQUAL" USING CNQ-ENVQUAL-AREA
           MOVE CNQ-QNAME              TO CN-W-RUN-NAME
           MOVE CNQ-ENV-LINE           TO CN-RPT-LINE
           WRITE CN-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CHN-ONE.
           READ CN-CHN-FILE
               AT END
                   SET CN-W-CHN-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF CN-W-LIN-CNT >= 200
               SET CN-W-CHN-OVER-YES    TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD  1                      TO CN-W-LIN-CNT
           MOVE CN-CHN-LINE            TO CN-W-LIN-TEXT(CN-W-LIN-CNT).
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-PROCESS-CTL  指示行を1行ずつ処理する。変更を伴う指示は
      *    変更前の内容と問題件数を控えてから適用し、検証で問題が
      *    増えたら控えへ戻す
      ******************************************************************
       2000-PROCESS-CTL.
           READ CN-CTL-FILE
               AT END
                   SET CN-W-CTL-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF CN-CTL-LINE = SPACE OR CN-CTL-LINE(1:1) = "*"
               GO TO 2000-EXIT
           END-IF
           IF CN-W-CHN-OVER-YES
               MOVE "RUNCHAIN OVER 200 LINES" TO CN-W-REJECT-WHY
               PERFORM 2100-REJECT      THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF
           IF CN-CTL-LINE(1:4) = "LIST"
               PERFORM 3000-LIST        THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF
      *
           MOVE "N"                    TO CN-W-SHOW
           PERFORM 6000-VALIDATE        THRU 6000-EXIT
           MOVE CN-W-ERR-CNT           TO CN-W-ERR-BEFORE
           MOVE CN-W-LIN-CNT           TO CN-W-SAVE-CNT
           MOVE CN-W-LIN-TBL-AREA      TO CN-W-SAVE-TBL-AREA
           MOVE "N"                    TO CN-W-CHANGED
           MOVE SPACE                  TO CN-W-REJECT-WHY
      *
           EVALUATE TRUE
               WHEN CN-CTL-LINE(1:5) = "HOLD="
                   MOVE "HOLD"          TO CN-W-CMD
                   MOVE CN-CTL-LINE(6:8) TO CN-W-ARG-PGM
                   PERFORM 4100-HOLD     THRU 4100-EXIT
               WHEN CN-CTL-LINE(1:8) = "RELEASE="
                   MOVE "RELEASE"       TO CN-W-CMD
                   MOVE CN-CTL-LINE(9:8) TO CN-W-ARG-PGM
                   PERFORM 4100-HOLD     THRU 4100-EXIT
               WHEN CN-CTL-LINE(1:4) = "ADD="
                   MOVE "ADD"           TO CN-W-CMD
                   MOVE CN-CTL-LINE(5:8) TO CN-W-ARG-PGM
                   PERFORM 4200-ADD-JOB  THRU 4200-EXIT
               WHEN CN-CTL-LINE(1:4) = "DEL="
                   MOVE "DEL"           TO CN-W-CMD
                   MOVE CN-CTL-LINE(5:8) TO CN-W-ARG-PGM
                   PERFORM 4300-DEL-JOB  THRU 4300-EXIT
               WHEN CN-CTL-LINE(1:5) = "PADD="
                   MOVE "PADD"          TO CN-W-CMD
                   MOVE CN-CTL-LINE(6:8) TO CN-W-ARG-PGM
                   MOVE CN-CTL-LINE(15:8) TO CN-W-ARG-PRED
                   PERFORM 4400-ADD-PRED THRU 4400-EXIT
               WHEN CN-CTL-LINE(1:5) = "PDEL="
                   MOVE "PDEL"          TO CN-W-CMD
                   MOVE CN-CTL-LINE(6:8) TO CN-W-ARG-PGM
                   MOVE CN-CTL-LINE(15:8) TO CN-W-ARG-PRED
                   PERFORM 4500-DEL-PRED THRU 4500-EXIT
               WHEN OTHER
                   MOVE SPACE               TO CN-RPT-LINE
                   STRING "UNKNOWN COMMAND: " DELIMITED BY SIZE
                          CN-CTL-LINE(1:20)  DELIMITED BY SIZE
                          INTO CN-RPT-LINE
                   WRITE CN-RPT-LINE
                   GO TO 2000-EXIT
           END-EVALUATE
      *
      *    *** 指示そのものが成り立たない（対象無し等）
           IF CN-W-REJECT-WHY NOT = SPACE
               PERFORM 2100-REJECT      THRU 2100-EXIT
               PERFORM 2200-RESTORE     THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF
           IF CN-W-CHANGED NOT = "Y"
               GO TO 2000-EXIT
           END-IF
      *
      *    *** 変更後のチェーン全体を検証する
           MOVE "N"                    TO CN-W-SHOW
           PERFORM 6000-VALIDATE        THRU 6000-EXIT
           IF CN-W-ERR-CNT > CN-W-ERR-BEFORE
               MOVE "CHAIN VALIDATION FAILED" TO CN-W-REJECT-WHY
               PERFORM 2100-REJECT      THRU 2100-EXIT
      *        *** どこが問題かを変更後の内容で示してから戻す
               MOVE "Y"                 TO CN-W-SHOW
               PERFORM 6000-VALIDATE    THRU 6000-EXIT
               PERFORM 2200-RESTORE     THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF
      *
           ADD  1                      TO CN-W-APPLIED-CNT
           PERFORM 2300-AUDIT           THRU 2300-EXIT
           MOVE SPACE                  TO CN-RPT-LINE
           STRING "APPLIED " DELIMITED BY SIZE
                  CN-CTL-LINE(1:60) DELIMITED BY SIZE
                  INTO CN-RPT-LINE
           END-STRING
           WRITE CN-RPT-LINE.
       2000-EXIT.
           EXIT.
      *
      *    *** 拒否の報告
       2100-REJECT.
           ADD  1                      TO CN-W-REJECT-CNT
           MOVE SPACE                  TO CN-RPT-LINE
           STRING "REJECTED " DELIMITED BY SIZE
                  CN-CTL-LINE(1:40) DELIMITED BY SIZE
                  INTO CN-RPT-LINE
           END-STRING
           WRITE CN-RPT-LINE
           MOVE SPACE                  TO CN-RPT-LINE
           STRING "  REASON: " DELIMITED BY SIZE
                  CN-W-REJECT-WHY DELIMITED BY SIZE
                  INTO CN-RPT-LINE
           END-STRING
           WRITE CN-RPT-LINE.
       2100-EXIT.
           EXIT.
      *
      *    *** 変更前の控えへ戻す
       2200-RESTORE.
           MOVE CN-W-SAVE-CNT          TO CN-W-LIN-CNT
           MOVE CN-W-SAVE-TBL-AREA     TO CN-W-LIN-TBL-AREA.
       2200-EXIT.
           EXIT.
      *
      *    *** 反映した指示のジョブ行を、変更前の控えと変更後の
      *    *** テーブルから探して監査証跡へ記録する
       2300-AUDIT.
           MOVE "CHAINMNT"             TO CNA-PGM
           MOVE CN-W-CMD               TO CNA-FUNC
           MOVE CN-CTL-LINE(73:8)      TO CNA-OPER
           MOVE "RUNCHAIN"             TO CNA-FILE
           MOVE SPACE                  TO CNA-KEY
           MOVE CN-W-ARG-PGM           TO CNA-KEY
           MOVE ZERO                   TO CNA-STAMP
           MOVE SPACE                  TO CNA-BEFORE
           MOVE SPACE                  TO CNA-AFTER
           PERFORM 2310-FIND-SAVE-ONE   THRU 2310-EXIT
               VARYING CN-W-I FROM 1 BY 1
               UNTIL CN-W-I > CN-W-SAVE-CNT OR CNA-BEFORE NOT = SPACE
           PERFORM 2320-FIND-LIN-ONE    THRU 2320-EXIT
               VARYING CN-W-I FROM 1 BY 1
               UNTIL CN-W-I > CN-W-LIN-CNT OR CNA-AFTER NOT = SPACE
           CALL "AUDITWTR" USING CNA-AUDIT-AREA.
       2300-EXIT.
           EXIT.
      *
       2310-FIND-SAVE-ONE.
           IF CN-W-SAVE-TEXT(CN-W-I)(1:1) NOT = "*" AND
              CN-W-SAVE-TEXT(CN-W-I)(1:8) = CN-W-ARG-PGM
               MOVE CN-W-SAVE-TEXT(CN-W-I) TO CNA-BEFORE
           END-IF.
       2310-EXIT.
           EXIT.
      *
       2320-FIND-LIN-ONE.
           IF CN-W-LIN-TEXT(CN-W-I)(1:1) NOT = "*" AND
              CN-W-LIN-TEXT(CN-W-I)(1:8) = CN-W-ARG-PGM
               MOVE CN-W-LIN-TEXT(CN-W-I) TO CNA-AFTER
           END-IF.
       2320-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-LIST  定義内容の一覧と、現在の内容の検証結果を出力する
      ******************************************************************
       3000-LIST.
           MOVE SPACE                  TO CN-RPT-LINE
           STRING "RUNCHAIN LIST  (PGM      B H "
                  "PRED1    PRED2    PRED3)"
                  DELIMITED BY SIZE INTO CN-RPT-LINE
           WRITE CN-RPT-LINE
           PERFORM 3100-LIST-ONE        THRU 3100-EXIT
               VARYING CN-W-I FROM 1 BY 1
               UNTIL CN-W-I > CN-W-LIN-CNT
           MOVE "Y"                    TO CN-W-SHOW
           PERFORM 6000-VALIDATE        THRU 6000-EXIT
           MOVE CN-W-ERR-CNT           TO CN-W-CNT-E
           MOVE SPACE                  TO CN-RPT-LINE
           STRING "VALIDATION PROBLEMS=" DELIMITED BY SIZE
                  CN-W-CNT-E DELIMITED BY SIZE
                  INTO CN-RPT-LINE
           END-STRING
           WRITE CN-RPT-LINE.
       3000-EXIT.
           EXIT.
      *
       3100-LIST-ONE.
           IF CN-W-LIN-TEXT(CN-W-I) = SPACE OR
              CN-W-LIN-TEXT(CN-W-I)(1:1) = "*"
               GO TO 3100-EXIT
           END-IF
           MOVE SPACE                  TO CN-RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  CN-W-LIN-TEXT(CN-W-I)(1:39) DELIMITED BY SIZE
                  INTO CN-RPT-LINE
           END-STRING
           WRITE CN-RPT-LINE.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4100-HOLD  HOLD=/RELEASE= 運用保留の設定・解除
      ******************************************************************
       4100-HOLD.
           PERFORM 4900-FIND-JOB        THRU 4900-EXIT
           IF CN-W-F = ZERO
               MOVE "JOB NOT IN RUNCHAIN" TO CN-W-REJECT-WHY
               GO TO 4100-EXIT
           END-IF
           IF CN-W-CMD = "HOLD"
               MOVE "Y"                 TO CN-W-LIN-TEXT(CN-W-F)(12:1)
           ELSE
               MOVE SPACE               TO CN-W-LIN-TEXT(CN-W-F)(12:1)
           END-IF
           MOVE "Y"                    TO CN-W-CHANGED.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4200-ADD-JOB  ADD=  ジョブ行を末尾に1行追加する
      ******************************************************************
       4200-ADD-JOB.
           IF CN-W-ARG-PGM = SPACE OR CN-W-ARG-PGM(1:1) = "*"
               MOVE "JOB NAME MISSING"  TO CN-W-REJECT-WHY
               GO TO 4200-EXIT
           END-IF
           MOVE CN-CTL-LINE(14:1)      TO CN-W-ARG-BIZ
           IF CN-W-ARG-BIZ NOT = SPACE AND CN-W-ARG-BIZ NOT = "Y"
               MOVE "BUSINESS-DAY FLAG MUST BE Y OR BLANK"
                                        TO CN-W-REJECT-WHY
               GO TO 4200-EXIT
           END-IF
           MOVE CN-CTL-LINE(16:8)      TO CN-W-ARG-PREDS(1)
           MOVE CN-CTL-LINE(25:8)      TO CN-W-ARG-PREDS(2)
           MOVE CN-CTL-LINE(34:8)      TO CN-W-ARG-PREDS(3)
           IF CN-CTL-LINE(43:8) NOT = SPACE
               MOVE "MORE THAN 3 PREDECESSORS" TO CN-W-REJECT-WHY
               GO TO 4200-EXIT
           END-IF
           IF CN-W-LIN-CNT >= 200
               MOVE "RUNCHAIN TABLE FULL" TO CN-W-REJECT-WHY
               GO TO 4200-EXIT
           END-IF
           ADD  1                      TO CN-W-LIN-CNT
           MOVE SPACE                  TO CN-W-LIN-TEXT(CN-W-LIN-CNT)
           MOVE CN-W-ARG-PGM           TO
               CN-W-LIN-TEXT(CN-W-LIN-CNT)(1:8)
           MOVE CN-W-ARG-BIZ           TO
               CN-W-LIN-TEXT(CN-W-LIN-CNT)(10:1)
           MOVE CN-W-ARG-PREDS(1)      TO
               CN-W-LIN-TEXT(CN-W-LIN-CNT)(14:8)
           MOVE CN-W-ARG-PREDS(2)      TO
               CN-W-LIN-TEXT(CN-W-LIN-CNT)(23:8)
           MOVE CN-W-ARG-PREDS(3)      TO
               CN-W-LIN-TEXT(CN-W-LIN-CNT)(32:8)
           MOVE "Y"                    TO CN-W-CHANGED.
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4300-DEL-JOB  DEL=  ジョブ行を削除する（前詰め）。他ジョブ
      *    の前提になっているジョブは、そのジョブがゲートで止まり
      *    続けるため削除させない
      ******************************************************************
       4300-DEL-JOB.
           PERFORM 4900-FIND-JOB        THRU 4900-EXIT
           IF CN-W-F = ZERO
               MOVE "JOB NOT IN RUNCHAIN" TO CN-W-REJECT-WHY
               GO TO 4300-EXIT
           END-IF
           MOVE CN-W-ARG-PGM           TO CN-W-PRED
           MOVE SPACE                  TO CN-W-PGM
           PERFORM 4310-REFERENCED-ONE  THRU 4310-EXIT
               VARYING CN-W-I FROM 1 BY 1
               UNTIL CN-W-I > CN-W-LIN-CNT
           IF CN-W-PGM NOT = SPACE
               MOVE SPACE               TO CN-W-REJECT-WHY
               STRING "STILL A PREDECESSOR OF " DELIMITED BY SIZE
                      CN-W-PGM          DELIMITED BY SIZE
                      INTO CN-W-REJECT-WHY
               END-STRING
               GO TO 4300-EXIT
           END-IF
           PERFORM 4320-SHIFT-ONE       THRU 4320-EXIT
               VARYING CN-W-J FROM CN-W-F BY 1
               UNTIL CN-W-J >= CN-W-LIN-CNT
           SUBTRACT 1                  FROM CN-W-LIN-CNT
           MOVE "Y"                    TO CN-W-CHANGED.
       4300-EXIT.
           EXIT.
      *
       4310-REFERENCED-ONE.
           IF CN-W-PGM NOT = SPACE OR
              CN-W-LIN-TEXT(CN-W-I) = SPACE OR
              CN-W-LIN-TEXT(CN-W-I)(1:1) = "*"
               GO TO 4310-EXIT
           END-IF
           IF CN-W-LIN-TEXT(CN-W-I)(14:8) = CN-W-PRED OR
              CN-W-LIN-TEXT(CN-W-I)(23:8) = CN-W-PRED OR
              CN-W-LIN-TEXT(CN-W-I)(32:8) = CN-W-PRED
               MOVE CN-W-LIN-TEXT(CN-W-I)(1:8) TO CN-W-PGM
           END-IF.
       4310-EXIT.
           EXIT.
      *
       4320-SHIFT-ONE.
           MOVE CN-W-LIN-TBL(CN-W-J + 1) TO CN-W-LIN-TBL(CN-W-J).
       4320-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4400-ADD-PRED  PADD=  空いている前提欄へ前提PGMを入れる
      ******************************************************************
       4400-ADD-PRED.
           IF CN-W-ARG-PRED = SPACE
               MOVE "PREDECESSOR NAME MISSING" TO CN-W-REJECT-WHY
               GO TO 4400-EXIT
           END-IF
           PERFORM 4900-FIND-JOB        THRU 4900-EXIT
           IF CN-W-F = ZERO
               MOVE "JOB NOT IN RUNCHAIN" TO CN-W-REJECT-WHY
               GO TO 4400-EXIT
           END-IF
           MOVE ZERO                   TO CN-W-PRED-OFF
           EVALUATE TRUE
               WHEN CN-W-LIN-TEXT(CN-W-F)(14:8) = SPACE
                   MOVE 14              TO CN-W-PRED-OFF
               WHEN CN-W-LIN-TEXT(CN-W-F)(23:8) = SPACE
                   MOVE 23              TO CN-W-PRED-OFF
               WHEN CN-W-LIN-TEXT(CN-W-F)(32:8) = SPACE
                   MOVE 32              TO CN-W-PRED-OFF
               WHEN OTHER
                   MOVE "ALL 3 PREDECESSOR SLOTS IN USE"
                                        TO CN-W-REJECT-WHY
                   GO TO 4400-EXIT
           END-EVALUATE
           MOVE CN-W-ARG-PRED          TO
               CN-W-LIN-TEXT(CN-W-F)(CN-W-PRED-OFF:8)
           MOVE "Y"                    TO CN-W-CHANGED.
       4400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4500-DEL-PRED  PDEL=  前提PGMを外し、後ろの前提を前詰めする
      ******************************************************************
       4500-DEL-PRED.
           PERFORM 4900-FIND-JOB        THRU 4900-EXIT
           IF CN-W-F = ZERO
               MOVE "JOB NOT IN RUNCHAIN" TO CN-W-REJECT-WHY
               GO TO 4500-EXIT
           END-IF
           MOVE CN-W-LIN-TEXT(CN-W-F)(14:8) TO CN-W-ARG-PREDS(1)
           MOVE CN-W-LIN-TEXT(CN-W-F)(23:8) TO CN-W-ARG-PREDS(2)
           MOVE CN-W-LIN-TEXT(CN-W-F)(32:8) TO CN-W-ARG-PREDS(3)
           EVALUATE TRUE
               WHEN CN-W-ARG-PREDS(1) = CN-W-ARG-PRED
                   MOVE CN-W-ARG-PREDS(2) TO CN-W-ARG-PREDS(1)
                   MOVE CN-W-ARG-PREDS(3) TO CN-W-ARG-PREDS(2)
                   MOVE SPACE             TO CN-W-ARG-PREDS(3)
               WHEN CN-W-ARG-PREDS(2) = CN-W-ARG-PRED
                   MOVE CN-W-ARG-PREDS(3) TO CN-W-ARG-PREDS(2)
                   MOVE SPACE             TO CN-W-ARG-PREDS(3)
               WHEN CN-W-ARG-PREDS(3) = CN-W-ARG-PRED
                   MOVE SPACE             TO CN-W-ARG-PREDS(3)
               WHEN OTHER
                   MOVE "NOT A PREDECESSOR OF THE JOB"
                                        TO CN-W-REJECT-WHY
                   GO TO 4500-EXIT
           END-EVALUATE
           MOVE CN-W-ARG-PREDS(1) TO CN-W-LIN-TEXT(CN-W-F)(14:8)
           MOVE CN-W-ARG-PREDS(2) TO CN-W-LIN-TEXT(CN-W-F)(23:8)
           MOVE CN-W-ARG-PREDS(3) TO CN-W-LIN-TEXT(CN-W-F)(32:8)
           MOVE "Y"                    TO CN-W-CHANGED.
       4500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4900-FIND-JOB  CN-W-ARG-PGM のジョブ行の位置を探す
      *    （見つからなければ CN-W-F はゼロ）
      ******************************************************************
       4900-FIND-JOB.
           MOVE ZERO                   TO CN-W-F
           IF CN-W-ARG-PGM = SPACE
               GO TO 4900-EXIT
           END-IF
           PERFORM 4910-FIND-ONE        THRU 4910-EXIT
               VARYING CN-W-J FROM 1 BY 1
               UNTIL CN-W-J > CN-W-LIN-CNT.
       4900-EXIT.
           EXIT.
      *
       4910-FIND-ONE.
           IF CN-W-F = ZERO AND
              CN-W-LIN-TEXT(CN-W-J)(1:1) NOT = "*" AND
              CN-W-LIN-TEXT(CN-W-J)(1:8) = CN-W-ARG-PGM
               MOVE CN-W-J              TO CN-W-F
           END-IF.
       4910-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-VALIDATE  チェーン全体を検証し、問題件数をCN-W-ERR-CNT
      *    へ返す（CN-W-SHOW=Yの時は問題ごとにRPTへ出力する）
      ******************************************************************
       6000-VALIDATE.
           MOVE ZERO                   TO CN-W-ERR-CNT
      *    *** 重複行・前提の重複・前提の参照先
           PERFORM 6100-CHECK-LINE-ONE  THRU 6100-EXIT
               VARYING CN-W-I FROM 1 BY 1
               UNTIL CN-W-I > CN-W-LIN-CNT
      *    *** 前提の循環（前提が済んだジョブから消していき、最後まで
      *    *** 消えないジョブが循環上か循環の後ろにいる）
           MOVE SPACE                  TO CN-W-DONE-AREA
           MOVE "Y"                    TO CN-W-PROGRESS
           PERFORM 6300-CYCLE-PASS      THRU 6300-EXIT
               UNTIL CN-W-PROGRESS = "N"
           PERFORM 6400-CYCLE-LEFT-ONE  THRU 6400-EXIT
               VARYING CN-W-I FROM 1 BY 1
               UNTIL CN-W-I > CN-W-LIN-CNT.
       6000-EXIT.
           EXIT.
      *
       6100-CHECK-LINE-ONE.
           IF CN-W-LIN-TEXT(CN-W-I) = SPACE OR
              CN-W-LIN-TEXT(CN-W-I)(1:1) = "*"
               GO TO 6100-EXIT
           END-IF
           MOVE CN-W-LIN-TEXT(CN-W-I)(1:8) TO CN-W-PGM
      *    *** 同じジョブの行が前にもあるか
           PERFORM 6110-DUP-JOB-ONE     THRU 6110-EXIT
               VARYING CN-W-J FROM 1 BY 1
               UNTIL CN-W-J >= CN-W-I
      *    *** 前提ごとの確認
           PERFORM 6200-CHECK-PRED-ONE  THRU 6200-EXIT
               VARYING CN-W-P FROM 1 BY 1
               UNTIL CN-W-P > 3.
       6100-EXIT.
           EXIT.
      *
       6110-DUP-JOB-ONE.
           IF CN-W-LIN-TEXT(CN-W-J)(1:1) NOT = "*" AND
              CN-W-LIN-TEXT(CN-W-J)(1:8) = CN-W-PGM
               MOVE "DUPLICATE JOB LINE" TO CN-W-MSG
               PERFORM 6900-PROBLEM      THRU 6900-EXIT
           END-IF.
       6110-EXIT.
           EXIT.
      *
       6200-CHECK-PRED-ONE.
           COMPUTE CN-W-PRED-OFF = 14 + (CN-W-P - 1) * 9
           MOVE CN-W-LIN-TEXT(CN-W-I)(CN-W-PRED-OFF:8) TO CN-W-PRED
           IF CN-W-PRED = SPACE
               GO TO 6200-EXIT
           END-IF
      *    *** 同じ前提を2度書いていないか（後ろの欄と比べる）
           PERFORM 6210-DUP-PRED-ONE    THRU 6210-EXIT
               VARYING CN-W-Q FROM CN-W-P BY 1
               UNTIL CN-W-Q >= 3
      *    *** 前提がチェーン内のジョブか、実行記録のあるPGMか
           MOVE "N"                    TO CN-W-FOUND
           PERFORM 6220-PRED-IN-CHAIN   THRU 6220-EXIT
               VARYING CN-W-J FROM 1 BY 1
               UNTIL CN-W-J > CN-W-LIN-CNT
           IF CN-W-FOUND NOT = "Y" AND CN-W-RUN-OPEN-YES
               MOVE CN-W-PRED           TO RL-PGM
               READ CN-RUN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y"         TO CN-W-FOUND
               END-READ
           END-IF
           IF CN-W-FOUND NOT = "Y"
               MOVE SPACE               TO CN-W-MSG
               STRING "UNKNOWN PREDECESSOR " DELIMITED BY SIZE
                      CN-W-PRED         DELIMITED BY SIZE
                      INTO CN-W-MSG
               END-STRING
               PERFORM 6900-PROBLEM      THRU 6900-EXIT
           END-IF.
       6200-EXIT.
           EXIT.
      *
       6210-DUP-PRED-ONE.
           IF CN-W-LIN-TEXT(CN-W-I)(14 + CN-W-Q * 9:8) = CN-W-PRED
               MOVE SPACE               TO CN-W-MSG
               STRING "DUPLICATE PREDECESSOR " DELIMITED BY SIZE
                      CN-W-PRED         DELIMITED BY SIZE
                      INTO CN-W-MSG
               END-STRING
               PERFORM 6900-PROBLEM      THRU 6900-EXIT
           END-IF.
       6210-EXIT.
           EXIT.
      *
       6220-PRED-IN-CHAIN.
           IF CN-W-LIN-TEXT(CN-W-J)(1:1) NOT = "*" AND
              CN-W-LIN-TEXT(CN-W-J)(1:8) = CN-W-PRED
               MOVE "Y"                 TO CN-W-FOUND
           END-IF.
       6220-EXIT.
           EXIT.
      *
       6300-CYCLE-PASS.
           MOVE "N"                    TO CN-W-PROGRESS
           PERFORM 6310-CYCLE-JOB-ONE   THRU 6310-EXIT
               VARYING CN-W-I FROM 1 BY 1
               UNTIL CN-W-I > CN-W-LIN-CNT.
       6300-EXIT.
           EXIT.
      *
       6310-CYCLE-JOB-ONE.
           IF CN-W-DONE(CN-W-I) = "Y" OR
              CN-W-LIN-TEXT(CN-W-I) = SPACE OR
              CN-W-LIN-TEXT(CN-W-I)(1:1) = "*"
               GO TO 6310-EXIT
           END-IF
           MOVE "Y"                    TO CN-W-READY
           PERFORM 6320-CYCLE-PRED-ONE  THRU 6320-EXIT
               VARYING CN-W-P FROM 1 BY 1
               UNTIL CN-W-P > 3
           IF CN-W-READY = "Y"
               MOVE "Y"                 TO CN-W-DONE(CN-W-I)
               MOVE "Y"                 TO CN-W-PROGRESS
           END-IF.
       6310-EXIT.
           EXIT.
      *
      *    *** チェーン内の前提で、まだ消えていないものがあれば待ち
       6320-CYCLE-PRED-ONE.
           COMPUTE CN-W-PRED-OFF = 14 + (CN-W-P - 1) * 9
           MOVE CN-W-LIN-TEXT(CN-W-I)(CN-W-PRED-OFF:8) TO CN-W-PRED
           IF CN-W-PRED = SPACE
               GO TO 6320-EXIT
           END-IF
           PERFORM 6330-CYCLE-WAIT-ONE  THRU 6330-EXIT
               VARYING CN-W-K FROM 1 BY 1
               UNTIL CN-W-K > CN-W-LIN-CNT.
       6320-EXIT.
           EXIT.
      *
       6330-CYCLE-WAIT-ONE.
           IF CN-W-LIN-TEXT(CN-W-K)(1:1) NOT = "*" AND
              CN-W-LIN-TEXT(CN-W-K)(1:8) = CN-W-PRED AND
              CN-W-DONE(CN-W-K) NOT = "Y"
               MOVE "N"                 TO CN-W-READY
           END-IF.
       6330-EXIT.
           EXIT.
      *
       6400-CYCLE-LEFT-ONE.
           IF CN-W-DONE(CN-W-I) = "Y" OR
              CN-W-LIN-TEXT(CN-W-I) = SPACE OR
              CN-W-LIN-TEXT(CN-W-I)(1:1) = "*"
               GO TO 6400-EXIT
           END-IF
           MOVE CN-W-LIN-TEXT(CN-W-I)(1:8) TO CN-W-PGM
           MOVE "IN OR BEHIND A PREDECESSOR CYCLE" TO CN-W-MSG
           PERFORM 6900-PROBLEM         THRU 6900-EXIT.
       6400-EXIT.
           EXIT.
      *
      *    *** 問題1件を数え、指定があればRPTへ出す
       6900-PROBLEM.
           ADD  1                      TO CN-W-ERR-CNT
           IF CN-W-SHOW = "Y"
               MOVE SPACE               TO CN-RPT-LINE
               STRING "  PROBLEM " DELIMITED BY SIZE
                      CN-W-PGM     DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      CN-W-MSG     DELIMITED BY SIZE
                      INTO CN-RPT-LINE
               END-STRING
               WRITE CN-RPT-LINE
           END-IF.
       6900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8500-WRITE-CHAIN  メモリテーブルをRUNCHAINへ書き戻す
      *    （注釈行・空行も元の位置のまま）
      ******************************************************************
       8500-WRITE-CHAIN.
           OPEN OUTPUT CN-CHN-FILE
           PERFORM 8510-WRITE-ONE       THRU 8510-EXIT
               VARYING CN-W-I FROM 1 BY 1
               UNTIL CN-W-I > CN-W-LIN-CNT
           CLOSE CN-CHN-FILE.
       8500-EXIT.
           EXIT.
      *
       8510-WRITE-ONE.
           MOVE CN-W-LIN-TEXT(CN-W-I)  TO CN-CHN-LINE
           WRITE CN-CHN-LINE.
       8510-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           MOVE CN-W-APPLIED-CNT       TO CN-W-CNT-E
           MOVE CN-W-REJECT-CNT        TO CN-W-CNT2-E
           MOVE SPACE                  TO CN-RPT-LINE
           STRING "APPLIED=" DELIMITED BY SIZE
                  CN-W-CNT-E DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  CN-W-CNT2-E DELIMITED BY SIZE
                  INTO CN-RPT-LINE
           END-STRING
           WRITE CN-RPT-LINE
           IF CN-W-APPLIED-CNT = ZERO
               MOVE SPACE               TO CN-RPT-LINE
               STRING "RUNCHAIN NOT REWRITTEN" DELIMITED BY SIZE
                      INTO CN-RPT-LINE
               WRITE CN-RPT-LINE
           END-IF
           IF CN-W-RUN-OPEN-YES
               CLOSE CN-RUN-FILE
           END-IF
           IF CN-W-CTL-STATUS = "00" OR CN-W-CTL-STATUS = "10"
               CLOSE CN-CTL-FILE
           END-IF
           CLOSE CN-RPT-FILE.
       9000-EXIT.
           EXIT.
