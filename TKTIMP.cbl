      ******************************************************************
      *
      *    PROGRAM-ID.  TKTIMP
      *
      *    インシデント票の戻り取り込みバッチ。全社インシデント管理
      *    システムの戻りファイル(TICKET.RET)を読み、中央アラート
      *    キュー(ALERTQ.OUT)の該当エントリーへ票番号（118-129桁目）
      *    を記録する（票状態T=起票済）。票のクローズが戻ったら、
      *    ALERTACKのCLS=と同じ桁へクローズ(C)・確認時刻を記録し、
      *    担当者イニシャル欄にはTKT、票番号欄の票番号をクローズ者
      *    として残す（票状態X=票クローズ）。結果はTKTIMP.RPTへ
      *    出力する。同じ戻りファイルを再度取り込んでも結果は
      *    変わらない（既に反映済みの行は報告だけ）。
      *    キューを書き戻した時は、票番号・票状態・クローズを記録
      *    したエントリーを1件ずつ前後イメージ付きで監査証跡
      *    （AUDITWTR、照会はAUDINQRY）へ残す（担当者IDはTKT）。
      *
      *    TICKET.RET の形式（1行＝1件、桁位置固定）
      *      01-03:TKT=票番号の通知  CLS=票のクローズ
      *      05-18:発生時刻  20-27:PGM  29-36:CODE（TKTEXPの送信時の
      *      値そのまま）  38-49:票番号
      *    先頭が * の行と空行は読み飛ばす
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する（戻りファイル受信後）。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  キュー(ALERTQ.OUT)・TICKET.RETの名前を
      *                          実行環境コード（ENVQUAL）で修飾し、
      *                          レポートの先頭へ環境を出力する（QAの
      *                          アラートが本番のインシデント管理へ
      *                          送られないようにする）
      *    2026-10-15  T.MIYAKE  書き戻しは読み込み後に追記された行
      *                          を引き継ぐ。キューの変更を監査証跡
      *                          （AUDITWTR）へ記録する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 TKTIMP.
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
      *    アラートキュー（名前は環境コードで修飾する、ENVQUAL）
           SELECT TI-QUE-FILE      ASSIGN DYNAMIC TI-W-QUE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TI-W-QUE-STATUS.
      *    インシデント管理システムからの戻りファイル
           SELECT TI-RET-FILE      ASSIGN DYNAMIC TI-W-RET-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TI-W-RET-STATUS.
           SELECT TI-RPT-FILE      ASSIGN TO "TKTIMP.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TI-QUE-FILE.
       01  TI-QUE-LINE               PIC X(132).
      *
       FD  TI-RET-FILE.
       01  TI-RET-LINE               PIC X(080).
      *
       FD  TI-RPT-FILE.
       01  TI-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  TI-W-QUE-STATUS          PIC  X(002) VALUE SPACE.
       01  TI-W-QUE-NAME            PIC  X(024) VALUE "ALERTQ.OUT".
       01  TI-W-RET-NAME            PIC  X(024) VALUE "TICKET.RET".
       01  TI-W-RET-STATUS          PIC  X(002) VALUE SPACE.
       01  TI-W-QUE-EOF             PIC  X(001) VALUE "N".
           88  TI-W-QUE-EOF-YES             VALUE "Y".
       01  TI-W-RET-EOF             PIC  X(001) VALUE "N".
           88  TI-W-RET-EOF-YES             VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    キューのメモリテーブル（最大500件、ALERTACKと同じ規模）
      *---------------------------------------------------------------*
       01  TI-W-CNT                 BINARY-LONG VALUE ZERO.
       01  TI-W-TBL-AREA.
           03  TI-W-TBL OCCURS 500   PIC X(132).
       01  TI-W-I                   BINARY-LONG VALUE ZERO.
       01  TI-W-F                   BINARY-LONG VALUE ZERO.
       01  TI-W-LOST-CNT            BINARY-LONG VALUE ZERO.
      *    *** 読み込み時の行数（書き戻し前に追記分を拾うため）
       01  TI-W-LOAD-CNT            BINARY-LONG VALUE ZERO.
       01  TI-W-SKIP                BINARY-LONG VALUE ZERO.
      *    *** 読み込み時のキューの控え（監査証跡の前イメージ用）
       01  TI-W-ORG-AREA.
           03  TI-W-ORG-TBL OCCURS 500   PIC X(132).
      *
      *    *** 現在処理中の戻り行
       01  TI-W-ARG-TYPE            PIC  X(003) VALUE SPACE.
       01  TI-W-ARG-STAMP           PIC  X(014) VALUE SPACE.
       01  TI-W-ARG-PGM             PIC  X(008) VALUE SPACE.
       01  TI-W-ARG-CODE            PIC  X(008) VALUE SPACE.
       01  TI-W-ARG-TKTNO           PIC  X(012) VALUE SPACE.
       01  TI-W-RESULT              PIC  X(020) VALUE SPACE.
      *
       01  TI-W-NOW-STAMP           PIC  9(014) VALUE ZERO.
       01  TI-W-DATE8               PIC  9(008) VALUE ZERO.
       01  TI-W-TIME8               PIC  9(008) VALUE ZERO.
      *
       01  TI-W-APPLIED-CNT         BINARY-LONG VALUE ZERO.
       01  TI-W-CLOSED-CNT          BINARY-LONG VALUE ZERO.
       01  TI-W-NOTFND-CNT          BINARY-LONG VALUE ZERO.
       01  TI-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *
      *    *** 変更の監査証跡（AUDITWTR）
       COPY "CPAUDIT.cpy"    REPLACING ==:##:== BY ==TIA==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==TIQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 3000-PROCESS-RET     THRU 3000-EXIT
               UNTIL TI-W-RET-EOF-YES
           IF TI-W-APPLIED-CNT > ZERO OR TI-W-CLOSED-CNT > ZERO
               PERFORM 5000-REWRITE-QUEUE THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  キューをメモリへ展開し、戻りファイルを開く
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT TI-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           ACCEPT TI-W-DATE8           FROM DATE YYYYMMDD
           ACCEPT TI-W-TIME8           FROM TIME
           COMPUTE TI-W-NOW-STAMP =
               TI-W-DATE8 * 1000000 + TI-W-TIME8 / 100
      *
           MOVE "N"                    TO TI-W-QUE-EOF
           OPEN INPUT TI-QUE-FILE
           IF TI-W-QUE-STATUS = "00"
               PERFORM 2000-LOAD-ONE     THRU 2000-EXIT
                   UNTIL TI-W-QUE-EOF-YES
               CLOSE TI-QUE-FILE
           ELSE
               MOVE SPACE               TO TI-RPT-LINE
               STRING "NO ALERTQ.OUT - NOTHING TO UPDATE"
                      DELIMITED BY SIZE INTO TI-RPT-LINE
               WRITE TI-RPT-LINE
           END-IF
      *
      *    *** テーブルに収まらないキューは書き戻せないため、何も
      *    *** 反映せずに終了する（次回の取り込みで反映される）
           IF TI-W-LOST-CNT > ZERO
               MOVE SPACE               TO TI-RPT-LINE
               STRING "QUEUE EXCEEDS TABLE - NOTHING APPLIED, "
                      DELIMITED BY SIZE
                      "QUEUE LEFT UNCHANGED" DELIMITED BY SIZE
                      INTO TI-RPT-LINE
               END-STRING
               WRITE TI-RPT-LINE
               SET TI-W-RET-EOF-YES     TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE TI-W-TBL-AREA           TO TI-W-ORG-AREA
      *
           MOVE "N"                    TO TI-W-RET-EOF
           OPEN INPUT TI-RET-FILE
           IF TI-W-RET-STATUS NOT = "00"
               MOVE SPACE               TO TI-RPT-LINE
               STRING "NO TICKET.RET, NOTHING TO DO"
                      DELIMITED BY SIZE INTO TI-RPT-LINE
               WRITE TI-RPT-LINE
               SET TI-W-RET-EOF-YES     TO TRUE
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  キュー・票ファイルの名前を環境コードで
      *    修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO TIQ-ID
           MOVE "ALERTQ.OUT"           TO TIQ-NAME
           CALL "ENVQUAL" USING TIQ-ENVQUAL-AREA
           MOVE TIQ-QNAME              TO TI-W-QUE-NAME
           MOVE "TICKET.RET"           TO TIQ-NAME
           CALL "ENVQUAL" USING TIQ-ENVQUAL-AREA
           MOVE TIQ-QNAME              TO TI-W-RET-NAME
           MOVE TIQ-ENV-LINE           TO TI-RPT-LINE
           WRITE TI-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       2000-LOAD-ONE.
           READ TI-QUE-FILE
               AT END
                   SET TI-W-QUE-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF TI-W-CNT < 500
               ADD  1                  TO TI-W-CNT
               MOVE TI-QUE-LINE         TO TI-W-TBL(TI-W-CNT)
           ELSE
               ADD  1                  TO TI-W-LOST-CNT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-PROCESS-RET  戻り行を1行ずつ処理する
      ******************************************************************
       3000-PROCESS-RET.
           READ TI-RET-FILE
               AT END
                   SET TI-W-RET-EOF-YES TO TRUE
                   GO TO 3000-EXIT
           END-READ
           IF TI-RET-LINE = SPACE OR TI-RET-LINE(1:1) = "*"
               GO TO 3000-EXIT
           END-IF
           MOVE TI-RET-LINE(1:3)        TO TI-W-ARG-TYPE
           MOVE TI-RET-LINE(5:14)       TO TI-W-ARG-STAMP
           MOVE TI-RET-LINE(20:8)       TO TI-W-ARG-PGM
           MOVE TI-RET-LINE(29:8)       TO TI-W-ARG-CODE
           MOVE TI-RET-LINE(38:12)      TO TI-W-ARG-TKTNO
           IF TI-W-ARG-TYPE NOT = "TKT" AND TI-W-ARG-TYPE NOT = "CLS"
               MOVE "UNKNOWN RECORD TYPE" TO TI-W-RESULT
               PERFORM 3900-REPORT      THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF
           IF TI-W-ARG-TKTNO = SPACE
               MOVE "NO TICKET NUMBER"  TO TI-W-RESULT
               PERFORM 3900-REPORT      THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE ZERO                   TO TI-W-F
           PERFORM 3100-FIND-ONE        THRU 3100-EXIT
               VARYING TI-W-I FROM 1 BY 1
               UNTIL TI-W-I > TI-W-CNT
           IF TI-W-F = ZERO
               ADD  1                  TO TI-W-NOTFND-CNT
               MOVE "NOT FOUND"         TO TI-W-RESULT
               PERFORM 3900-REPORT      THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF
      *    *** 別の票番号が付いている行は上書きしない
           IF TI-W-TBL(TI-W-F)(118:12) NOT = SPACE AND
              TI-W-TBL(TI-W-F)(118:12) NOT = TI-W-ARG-TKTNO
               MOVE "OTHER TICKET ON ALERT" TO TI-W-RESULT
               PERFORM 3900-REPORT      THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF
      *
           IF TI-W-ARG-TYPE = "TKT"
               PERFORM 4000-SET-TICKET   THRU 4000-EXIT
           ELSE
               PERFORM 4100-CLOSE-TICKET THRU 4100-EXIT
           END-IF
           PERFORM 3900-REPORT          THRU 3900-EXIT.
       3000-EXIT.
           EXIT.
      *
      *    *** 発生時刻・PGM・CODEが一致するエントリーを探す
      *    *** （桁位置はALERTWTRのキューレイアウトによる）
       3100-FIND-ONE.
           IF TI-W-F = ZERO AND
              TI-W-TBL(TI-W-I)(1:14) = TI-W-ARG-STAMP AND
              TI-W-TBL(TI-W-I)(16:8) = TI-W-ARG-PGM AND
              TI-W-TBL(TI-W-I)(27:8) = TI-W-ARG-CODE
               MOVE TI-W-I              TO TI-W-F
           END-IF.
       3100-EXIT.
           EXIT.
      *
      *    *** 1行分の結果を報告する
       3900-REPORT.
           MOVE SPACE                  TO TI-RPT-LINE
           STRING TI-W-ARG-TYPE        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  TI-W-ARG-STAMP       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  TI-W-ARG-PGM         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  TI-W-ARG-CODE        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  TI-W-ARG-TKTNO       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  TI-W-RESULT          DELIMITED BY SIZE
                  INTO TI-RPT-LINE
           END-STRING
           WRITE TI-RPT-LINE.
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-SET-TICKET  TKT  票番号を記録し票状態を起票済(T)にする
      ******************************************************************
       4000-SET-TICKET.
           IF TI-W-TBL(TI-W-F)(118:12) = TI-W-ARG-TKTNO
               MOVE "ALREADY RECORDED"  TO TI-W-RESULT
               GO TO 4000-EXIT
           END-IF
           MOVE TI-W-ARG-TKTNO          TO TI-W-TBL(TI-W-F)(118:12)
      *    *** 票が先にクローズ済み(X)なら状態は戻さない
           IF TI-W-TBL(TI-W-F)(131:1) NOT = "X"
               MOVE "T"                 TO TI-W-TBL(TI-W-F)(131:1)
           END-IF
           ADD  1                      TO TI-W-APPLIED-CNT
           MOVE "TICKET RECORDED"      TO TI-W-RESULT.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4100-CLOSE-TICKET  CLS  ALERTACKのCLS=と同じくクローズ(C)
      *    と確認時刻を記録し、クローズ者は票番号（イニシャル欄TKT）
      ******************************************************************
       4100-CLOSE-TICKET.
           MOVE TI-W-ARG-TKTNO          TO TI-W-TBL(TI-W-F)(118:12)
           IF TI-W-TBL(TI-W-F)(97:1) = "C"
               IF TI-W-TBL(TI-W-F)(131:1) = "X"
                   MOVE "ALREADY CLOSED" TO TI-W-RESULT
               ELSE
      *            *** 担当者が先にCLS=済み、票状態だけ合わせる
                   MOVE "X"             TO TI-W-TBL(TI-W-F)(131:1)
                   ADD  1               TO TI-W-CLOSED-CNT
                   MOVE "ALERT WAS CLOSED" TO TI-W-RESULT
               END-IF
               GO TO 4100-EXIT
           END-IF
           MOVE "C"                    TO TI-W-TBL(TI-W-F)(97:1)
           MOVE "TKT"                  TO TI-W-TBL(TI-W-F)(99:3)
           MOVE TI-W-NOW-STAMP          TO TI-W-TBL(TI-W-F)(103:14)
           MOVE "X"                    TO TI-W-TBL(TI-W-F)(131:1)
           ADD  1                      TO TI-W-CLOSED-CNT
           MOVE "ALERT CLOSED"         TO TI-W-RESULT.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-REWRITE-QUEUE  更新後のキューを書き戻す
      *    読み込み後にキューへ追記された行（他ジョブのアラート）は
      *    書き戻しで消さないよう引き継ぐ
      ******************************************************************
       5000-REWRITE-QUEUE.
           MOVE TI-W-CNT               TO TI-W-LOAD-CNT
           MOVE ZERO                   TO TI-W-SKIP
           MOVE "N"                    TO TI-W-QUE-EOF
           OPEN INPUT TI-QUE-FILE
           IF TI-W-QUE-STATUS = "00"
               PERFORM 5200-PICK-UP-NEW  THRU 5200-EXIT
                   UNTIL TI-W-QUE-EOF-YES
               CLOSE TI-QUE-FILE
           END-IF
      *    *** 追記分でテーブルを超えた時は書き戻さない（次回の
      *    *** 取り込みで反映される）
           IF TI-W-LOST-CNT > ZERO
               MOVE SPACE               TO TI-RPT-LINE
               STRING "QUEUE GREW DURING RUN - NOTHING APPLIED, "
                      DELIMITED BY SIZE
                      "QUEUE LEFT UNCHANGED" DELIMITED BY SIZE
                      INTO TI-RPT-LINE
               END-STRING
               WRITE TI-RPT-LINE
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT TI-QUE-FILE
           PERFORM 5100-WRITE-ONE       THRU 5100-EXIT
               VARYING TI-W-I FROM 1 BY 1
               UNTIL TI-W-I > TI-W-CNT
           CLOSE TI-QUE-FILE
           PERFORM 5300-AUDIT-ONE       THRU 5300-EXIT
               VARYING TI-W-I FROM 1 BY 1
               UNTIL TI-W-I > TI-W-LOAD-CNT.
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-ONE.
           MOVE TI-W-TBL(TI-W-I)        TO TI-QUE-LINE
           WRITE TI-QUE-LINE.
       5100-EXIT.
           EXIT.
      *
       5200-PICK-UP-NEW.
           READ TI-QUE-FILE
               AT END
                   SET TI-W-QUE-EOF-YES TO TRUE
                   GO TO 5200-EXIT
           END-READ
           ADD  1                      TO TI-W-SKIP
           IF TI-W-SKIP NOT > TI-W-LOAD-CNT
               GO TO 5200-EXIT
           END-IF
           IF TI-W-CNT < 500
               ADD  1                  TO TI-W-CNT
               MOVE TI-QUE-LINE         TO TI-W-TBL(TI-W-CNT)
           ELSE
               ADD  1                  TO TI-W-LOST-CNT
           END-IF.
       5200-EXIT.
           EXIT.
      *
      *    *** 読み込み時から変わったエントリーを監査証跡へ記録する
      *    *** （クローズを記録した行はCLS、票番号・票状態だけの
      *    *** 行はTKT）
       5300-AUDIT-ONE.
           IF TI-W-TBL(TI-W-I) = TI-W-ORG-TBL(TI-W-I)
               GO TO 5300-EXIT
           END-IF
           MOVE "TKTIMP"               TO TIA-PGM
           IF TI-W-TBL(TI-W-I)(97:1) = "C" AND
              TI-W-ORG-TBL(TI-W-I)(97:1) NOT = "C"
               MOVE "CLS"               TO TIA-FUNC
           ELSE
               MOVE "TKT"               TO TIA-FUNC
           END-IF
           MOVE "TKT"                  TO TIA-OPER
           MOVE "ALERTQ.OUT"           TO TIA-FILE
           MOVE TI-W-TBL(TI-W-I)(1:34)  TO TIA-KEY
           MOVE ZERO                   TO TIA-STAMP
           MOVE TI-W-ORG-TBL(TI-W-I)    TO TIA-BEFORE
           MOVE TI-W-TBL(TI-W-I)        TO TIA-AFTER
           CALL "AUDITWTR" USING TIA-AUDIT-AREA.
       5300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数を報告しクローズする
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACE                  TO TI-RPT-LINE
           MOVE TI-W-APPLIED-CNT        TO TI-W-RPT-CNT
           STRING "TICKETS-RECORDED=" DELIMITED BY SIZE
                  TI-W-RPT-CNT DELIMITED BY SIZE
                  INTO TI-RPT-LINE
           END-STRING
           WRITE TI-RPT-LINE
           MOVE SPACE                  TO TI-RPT-LINE
           MOVE TI-W-CLOSED-CNT         TO TI-W-RPT-CNT
           STRING "ALERTS-CLOSED=" DELIMITED BY SIZE
                  TI-W-RPT-CNT DELIMITED BY SIZE
                  INTO TI-RPT-LINE
           END-STRING
           WRITE TI-RPT-LINE
           MOVE SPACE                  TO TI-RPT-LINE
           MOVE TI-W-NOTFND-CNT         TO TI-W-RPT-CNT
           STRING "NOT-FOUND=" DELIMITED BY SIZE
                  TI-W-RPT-CNT DELIMITED BY SIZE
                  INTO TI-RPT-LINE
           END-STRING
           WRITE TI-RPT-LINE
           IF TI-W-LOST-CNT > ZERO
               MOVE SPACE               TO TI-RPT-LINE
               MOVE TI-W-LOST-CNT        TO TI-W-RPT-CNT
               STRING "OVERFLOW(OVER 500)=" DELIMITED BY SIZE
                      TI-W-RPT-CNT DELIMITED BY SIZE
                      " *** QUEUE LEFT UNCHANGED" DELIMITED BY SIZE
                      INTO TI-RPT-LINE
               END-STRING
               WRITE TI-RPT-LINE
           END-IF
           IF TI-W-RET-STATUS = "00" OR TI-W-RET-STATUS = "10"
               CLOSE TI-RET-FILE
           END-IF
           CLOSE TI-RPT-FILE.
       9000-EXIT.
           EXIT.
