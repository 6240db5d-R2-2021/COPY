      ******************************************************************
      *
      *    PROGRAM-ID.  AUDINQRY
      *
      *    保守ユーティリティの監査証跡(AUDITLOG)の照会レポート
      *    （NFJINQRYと同じ指定方式）。休日マスター・DECODE05.MAP・
      *    アラートキュー・RUNCHAINについて、いつ・どのプログラムの
      *    どの機能で・どの担当者が・どのキーをどう変えたかを、
      *    前後イメージ付きでAUDINQRY.RPTへ出力する。
      *
      *    AUDINQRY.CTL の指定:
      *      FILE=ファイル名  （DWHOLIDAY、DECODE05.MAP、ALERTQ.OUT、
      *                        RUNCHAIN等、修飾前の名前）
      *      KEY =キー        先頭一致（休日は日付YYYYMMDD、対応表は
      *                        SJISコード、RUNCHAINはPGM、アラートは
      *                        発生時刻から）
      *      OPER=担当者ID
      *      FROM=YYYYMMDDHHMMSS  選択範囲の開始（省略時は先頭から）
      *      TO  =YYYYMMDDHHMMSS  選択範囲の終了（省略時は末尾まで）
      *    指定を省略した条件は絞り込まない（全て省略で全行）
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUDINQRY.
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
      *    監査証跡の名前はAUDITWTRと同じく環境コードで修飾する
           SELECT AQ-LOG-FILE      ASSIGN DYNAMIC AQ-W-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS AQ-W-LOG-STATUS.
           SELECT AQ-CTL-FILE      ASSIGN TO "AUDINQRY.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS AQ-W-CTL-STATUS.
           SELECT AQ-RPT-FILE      ASSIGN TO "AUDINQRY.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  AQ-LOG-FILE.
       01  AQ-LOG-LINE               PIC X(366).
      *
       FD  AQ-CTL-FILE.
       01  AQ-CTL-LINE               PIC X(080).
      *
       FD  AQ-RPT-FILE.
       01  AQ-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  AQ-W-LOG-STATUS          PIC  X(002) VALUE SPACE.
       01  AQ-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  AQ-W-LOG-NAME            PIC  X(024) VALUE "AUDITLOG".
       01  AQ-W-LOG-EOF             PIC  X(001) VALUE "N".
           88  AQ-W-LOG-EOF-YES             VALUE "Y".
       01  AQ-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  AQ-W-CTL-EOF-YES             VALUE "Y".
      *
      *    *** 絞り込み条件（スペース・ゼロは条件なし）
       01  AQ-W-SEL-FILE            PIC  X(024) VALUE SPACE.
       01  AQ-W-SEL-KEY             PIC  X(040) VALUE SPACE.
       01  AQ-W-SEL-OPER            PIC  X(008) VALUE SPACE.
       01  AQ-W-SEL-FROM            PIC  9(014) VALUE ZERO.
       01  AQ-W-SEL-TO              PIC  9(014) VALUE ZERO.
      *    *** キーの先頭一致に使う長さ（指定キーの末尾空白を除く）
       01  AQ-W-KEY-LEN             BINARY-LONG VALUE ZERO.
      *
       01  AQ-W-READ-CNT            BINARY-LONG VALUE ZERO.
       01  AQ-W-SEL-CNT             BINARY-LONG VALUE ZERO.
       01  AQ-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *
       COPY "CPAUDLOG.cpy"   REPLACING ==:##:== BY ==AQ==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==AQQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-INQUIRE-ONE     THRU 2000-EXIT
               UNTIL AQ-W-LOG-EOF-YES
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  絞り込み条件を読み、監査証跡を開く
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT AQ-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           MOVE "N"                    TO AQ-W-CTL-EOF
           OPEN INPUT AQ-CTL-FILE
           IF AQ-W-CTL-STATUS = "00"
               PERFORM 1100-READ-CTL-ONE THRU 1100-EXIT
                   UNTIL AQ-W-CTL-EOF-YES
               CLOSE AQ-CTL-FILE
           END-IF
      *
      *    *** キーの先頭一致の長さ
           MOVE 40                     TO AQ-W-KEY-LEN
           PERFORM 1200-KEY-LEN-ONE     THRU 1200-EXIT
               UNTIL AQ-W-KEY-LEN = ZERO OR
                     AQ-W-SEL-KEY(AQ-W-KEY-LEN:1) NOT = SPACE
      *
           MOVE SPACE                  TO AQ-RPT-LINE
           STRING "MASTER CHANGE AUDIT TRAIL" DELIMITED BY SIZE
                  INTO AQ-RPT-LINE
           WRITE AQ-RPT-LINE
      *
           MOVE "N"                    TO AQ-W-LOG-EOF
           OPEN INPUT AQ-LOG-FILE
           IF AQ-W-LOG-STATUS NOT = "00"
               MOVE SPACE               TO AQ-RPT-LINE
               STRING "NO AUDITLOG TO INQUIRE" DELIMITED BY SIZE
                      INTO AQ-RPT-LINE
               WRITE AQ-RPT-LINE
               SET AQ-W-LOG-EOF-YES     TO TRUE
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  監査証跡の名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO AQQ-ID
           MOVE "AUDITLOG"             TO AQQ-NAME
           CALL "ENVQUAL" USING AQQ-ENVQUAL-AREA
           MOVE AQQ-QNAME              TO AQ-W-LOG-NAME
           MOVE AQQ-ENV-LINE           TO AQ-RPT-LINE
           WRITE AQ-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ AQ-CTL-FILE
               AT END
                   SET AQ-W-CTL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN AQ-CTL-LINE(1:5) = "FILE="
                   MOVE AQ-CTL-LINE(6:24)   TO AQ-W-SEL-FILE
               WHEN AQ-CTL-LINE(1:4) = "KEY="
                   MOVE AQ-CTL-LINE(5:40)   TO AQ-W-SEL-KEY
               WHEN AQ-CTL-LINE(1:5) = "OPER="
                   MOVE AQ-CTL-LINE(6:8)    TO AQ-W-SEL-OPER
               WHEN AQ-CTL-LINE(1:5) = "FROM=" AND
                    AQ-CTL-LINE(6:14) IS NUMERIC
                   MOVE AQ-CTL-LINE(6:14)   TO AQ-W-SEL-FROM
               WHEN AQ-CTL-LINE(1:3) = "TO=" AND
                    AQ-CTL-LINE(4:14) IS NUMERIC
                   MOVE AQ-CTL-LINE(4:14)   TO AQ-W-SEL-TO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
       1200-KEY-LEN-ONE.
           SUBTRACT 1                  FROM AQ-W-KEY-LEN.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-INQUIRE-ONE  監査証跡1行を条件と突き合わせ、該当行の
      *    変更内容を出力する
      ******************************************************************
       2000-INQUIRE-ONE.
           READ AQ-LOG-FILE
               AT END
                   SET AQ-W-LOG-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD  1                      TO AQ-W-READ-CNT
           MOVE AQ-LOG-LINE             TO AQ-AUD-REC
      *
      *    *** 時刻範囲の絞り込み
           IF AQ-W-SEL-FROM NOT = ZERO AND
              AQ-AUD-STAMP < AQ-W-SEL-FROM
               GO TO 2000-EXIT
           END-IF
           IF AQ-W-SEL-TO NOT = ZERO AND
              AQ-AUD-STAMP > AQ-W-SEL-TO
               GO TO 2000-EXIT
           END-IF
      *
      *    *** ファイル・キー（先頭一致）・担当者の絞り込み
           IF AQ-W-SEL-FILE NOT = SPACE AND
              AQ-AUD-FILE NOT = AQ-W-SEL-FILE
               GO TO 2000-EXIT
           END-IF
           IF AQ-W-KEY-LEN > ZERO
               IF AQ-AUD-KEY(1:AQ-W-KEY-LEN) NOT =
                  AQ-W-SEL-KEY(1:AQ-W-KEY-LEN)
                   GO TO 2000-EXIT
               END-IF
           END-IF
           IF AQ-W-SEL-OPER NOT = SPACE AND
              AQ-AUD-OPER NOT = AQ-W-SEL-OPER
               GO TO 2000-EXIT
           END-IF
      *
           ADD  1                      TO AQ-W-SEL-CNT
           MOVE SPACE                  TO AQ-RPT-LINE
           STRING AQ-AUD-STAMP          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  AQ-AUD-FUNC           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  AQ-AUD-FILE           DELIMITED BY SPACE
                  " BY "                DELIMITED BY SIZE
                  AQ-AUD-PGM            DELIMITED BY SPACE
                  " OPER="              DELIMITED BY SIZE
                  AQ-AUD-OPER           DELIMITED BY SIZE
                  " KEY="               DELIMITED BY SIZE
                  AQ-AUD-KEY            DELIMITED BY SIZE
                  INTO AQ-RPT-LINE
           END-STRING
           WRITE AQ-RPT-LINE
      *
           EVALUATE TRUE
               WHEN AQ-AUD-BEFORE = SPACE
                   MOVE SPACE           TO AQ-RPT-LINE
                   STRING "  NEW:     "  DELIMITED BY SIZE
                          AQ-AUD-AFTER(1:110) DELIMITED BY SIZE
                          INTO AQ-RPT-LINE
                   END-STRING
                   WRITE AQ-RPT-LINE
               WHEN AQ-AUD-AFTER = SPACE
                   MOVE SPACE           TO AQ-RPT-LINE
                   STRING "  DELETED: "  DELIMITED BY SIZE
                          AQ-AUD-BEFORE(1:110) DELIMITED BY SIZE
                          INTO AQ-RPT-LINE
                   END-STRING
                   WRITE AQ-RPT-LINE
               WHEN OTHER
                   MOVE SPACE           TO AQ-RPT-LINE
                   STRING "  BEFORE:  "  DELIMITED BY SIZE
                          AQ-AUD-BEFORE(1:110) DELIMITED BY SIZE
                          INTO AQ-RPT-LINE
                   END-STRING
                   WRITE AQ-RPT-LINE
                   MOVE SPACE           TO AQ-RPT-LINE
                   STRING "  AFTER:   "  DELIMITED BY SIZE
                          AQ-AUD-AFTER(1:110) DELIMITED BY SIZE
                          INTO AQ-RPT-LINE
                   END-STRING
                   WRITE AQ-RPT-LINE
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数を報告しクローズする
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACE                  TO AQ-RPT-LINE
           WRITE AQ-RPT-LINE
           MOVE AQ-W-READ-CNT           TO AQ-W-RPT-CNT
           MOVE SPACE                  TO AQ-RPT-LINE
           STRING "AUDIT-ROWS=" DELIMITED BY SIZE
                  AQ-W-RPT-CNT DELIMITED BY SIZE
                  INTO AQ-RPT-LINE
           END-STRING
           WRITE AQ-RPT-LINE
           MOVE AQ-W-SEL-CNT            TO AQ-W-RPT-CNT
           MOVE SPACE                  TO AQ-RPT-LINE
           STRING "SELECTED=" DELIMITED BY SIZE
                  AQ-W-RPT-CNT DELIMITED BY SIZE
                  INTO AQ-RPT-LINE
           END-STRING
           WRITE AQ-RPT-LINE
      *
           IF AQ-W-LOG-STATUS = "00" OR AQ-W-LOG-STATUS = "10"
               CLOSE AQ-LOG-FILE
           END-IF
           CLOSE AQ-RPT-FILE
       9000-EXIT.
           EXIT.
