      ******************************************************************
      *
      *    PROGRAM-ID.  TKTEXP
      *
      *    インシデント票の送信バッチ。中央アラートキュー(ALERTQ.OUT)
      *    のうち、重大度1・2で未対応（97桁目が空白）かつ未送信
      *    （131桁目が空白）のエントリーを、全社インシデント管理
      *    システム向けの固定長ファイル(TICKET.OUT)へ追記し、キュー
      *    の票状態を送信済(E)にして書き戻す（毎朝の手入力の解消）。
      *    票番号・クローズは戻りファイルをTKTIMPが反映する。
      *    送信済の印で判定するため、同じアラートを二度送ることは
      *    無い。結果はTKTEXP.RPTへ出力する。
      *    キューを書き戻した時は、送信済の印を付けたエントリーを
      *    1件ずつ前後イメージ付きで監査証跡（AUDITWTR、照会は
      *    AUDINQRY）へ残す（担当者IDはTKT）。
      *
      *    TICKET.OUT の形式（1行＝1アラート、桁位置固定）
      *      01-02:レコード種別 NT（新規票）
      *      04-17:発生時刻  19-26:PGM  28:重大度  30-37:CODE
      *      39-98:内容  100-113:送信時刻
      *    発生時刻+PGM+CODE がアラートの識別キー（戻りファイルで
      *    票番号と対応付ける）
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する（ALERTROTの締めの前）。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  キュー(ALERTQ.OUT)・TICKET.OUTの名前を
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
       PROGRAM-ID.                 TKTEXP.
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
           SELECT TX-QUE-FILE      ASSIGN DYNAMIC TX-W-QUE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TX-W-QUE-STATUS.
      *    インシデント管理システム向け送信ファイル（追記）
           SELECT TX-TKT-FILE      ASSIGN DYNAMIC TX-W-TKT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TX-W-TKT-STATUS.
           SELECT TX-RPT-FILE      ASSIGN TO "TKTEXP.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TX-QUE-FILE.
       01  TX-QUE-LINE               PIC X(132).
      *
       FD  TX-TKT-FILE.
       01  TX-TKT-LINE.
           05  TX-TKT-TYPE           PIC X(002).
           05  FILLER                PIC X(001).
           05  TX-TKT-STAMP          PIC X(014).
           05  FILLER                PIC X(001).
           05  TX-TKT-PGM            PIC X(008).
           05  FILLER                PIC X(001).
           05  TX-TKT-SEVERITY       PIC X(001).
           05  FILLER                PIC X(001).
           05  TX-TKT-CODE           PIC X(008).
           05  FILLER                PIC X(001).
           05  TX-TKT-MESSAGE        PIC X(060).
           05  FILLER                PIC X(001).
           05  TX-TKT-SENT           PIC 9(014).
      *
       FD  TX-RPT-FILE.
       01  TX-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  TX-W-QUE-STATUS          PIC  X(002) VALUE SPACE.
       01  TX-W-QUE-NAME            PIC  X(024) VALUE "ALERTQ.OUT".
       01  TX-W-TKT-NAME            PIC  X(024) VALUE "TICKET.OUT".
       01  TX-W-TKT-STATUS          PIC  X(002) VALUE SPACE.
       01  TX-W-QUE-EOF             PIC  X(001) VALUE "N".
           88  TX-W-QUE-EOF-YES             VALUE "Y".
       01  TX-W-TKT-OPEN            PIC  X(001) VALUE "N".
           88  TX-W-TKT-OPEN-YES            VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    キューのメモリテーブル（最大500件、ALERTACKと同じ規模）
      *---------------------------------------------------------------*
       01  TX-W-CNT                 BINARY-LONG VALUE ZERO.
       01  TX-W-TBL-AREA.
           03  TX-W-TBL OCCURS 500   PIC X(132).
       01  TX-W-I                   BINARY-LONG VALUE ZERO.
       01  TX-W-LOST-CNT            BINARY-LONG VALUE ZERO.
      *    *** 読み込み時の行数（書き戻し前に追記分を拾うため）
       01  TX-W-LOAD-CNT            BINARY-LONG VALUE ZERO.
       01  TX-W-SKIP                BINARY-LONG VALUE ZERO.
      *    *** 読み込み時のキューの控え（監査証跡の前イメージ用）
       01  TX-W-ORG-AREA.
           03  TX-W-ORG-TBL OCCURS 500   PIC X(132).
      *
       01  TX-W-NOW-STAMP           PIC  9(014) VALUE ZERO.
       01  TX-W-DATE8               PIC  9(008) VALUE ZERO.
       01  TX-W-TIME8               PIC  9(008) VALUE ZERO.
      *
       01  TX-W-SENT-CNT            BINARY-LONG VALUE ZERO.
       01  TX-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *
      *    *** 変更の監査証跡（AUDITWTR）
       COPY "CPAUDIT.cpy"    REPLACING ==:##:== BY ==TXA==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==TXQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF TX-W-LOST-CNT = ZERO
               PERFORM 3000-EXPORT-ONE  THRU 3000-EXIT
                   VARYING TX-W-I FROM 1 BY 1
                   UNTIL TX-W-I > TX-W-CNT
           END-IF
           IF TX-W-SENT-CNT > ZERO
               PERFORM 5000-REWRITE-QUEUE THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  キューをメモリへ展開する
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT TX-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           ACCEPT TX-W-DATE8           FROM DATE YYYYMMDD
           ACCEPT TX-W-TIME8           FROM TIME
           COMPUTE TX-W-NOW-STAMP =
               TX-W-DATE8 * 1000000 + TX-W-TIME8 / 100
      *
           MOVE "N"                    TO TX-W-QUE-EOF
           OPEN INPUT TX-QUE-FILE
           IF TX-W-QUE-STATUS = "00"
               PERFORM 2000-LOAD-ONE     THRU 2000-EXIT
                   UNTIL TX-W-QUE-EOF-YES
               CLOSE TX-QUE-FILE
           ELSE
               MOVE SPACE               TO TX-RPT-LINE
               STRING "NO ALERTQ.OUT - NOTHING TO EXPORT"
                      DELIMITED BY SIZE INTO TX-RPT-LINE
               WRITE TX-RPT-LINE
           END-IF
      *
      *    *** テーブルに収まらないキューは送信済の印を書き戻せない
      *    *** （二重送信の元になる）ため、何も送らずに終了する
           IF TX-W-LOST-CNT > ZERO
               MOVE SPACE               TO TX-RPT-LINE
               STRING "QUEUE EXCEEDS TABLE - NOTHING EXPORTED, "
                      DELIMITED BY SIZE
                      "QUEUE LEFT UNCHANGED" DELIMITED BY SIZE
                      INTO TX-RPT-LINE
               END-STRING
               WRITE TX-RPT-LINE
               GO TO 1000-EXIT
           END-IF
           MOVE TX-W-TBL-AREA           TO TX-W-ORG-AREA
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  キュー・票ファイルの名前を環境コードで
      *    修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO TXQ-ID
           MOVE "ALERTQ.OUT"           TO TXQ-NAME
           CALL "ENVQUAL" USING TXQ-ENVQUAL-AREA
           MOVE TXQ-QNAME              TO TX-W-QUE-NAME
           MOVE "TICKET.OUT"           TO TXQ-NAME
           CALL "ENVQUAL" USING TXQ-ENVQUAL-AREA
           MOVE TXQ-QNAME              TO TX-W-TKT-NAME
           MOVE TXQ-ENV-LINE           TO TX-RPT-LINE
           WRITE TX-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       2000-LOAD-ONE.
           READ TX-QUE-FILE
               AT END
                   SET TX-W-QUE-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF TX-W-CNT < 500
               ADD  1                  TO TX-W-CNT
               MOVE TX-QUE-LINE         TO TX-W-TBL(TX-W-CNT)
           ELSE
               ADD  1                  TO TX-W-LOST-CNT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-EXPORT-ONE  重大度1・2の未対応・未送信エントリーを
      *    送信ファイルへ書き、票状態を送信済(E)にする（桁位置は
      *    ALERTWTRのキューレイアウトによる）
      ******************************************************************
       3000-EXPORT-ONE.
           IF TX-W-TBL(TX-W-I) = SPACE
               GO TO 3000-EXIT
           END-IF
           IF TX-W-TBL(TX-W-I)(25:1) NOT = "1" AND
              TX-W-TBL(TX-W-I)(25:1) NOT = "2"
               GO TO 3000-EXIT
           END-IF
           IF TX-W-TBL(TX-W-I)(97:1) NOT = SPACE OR
              TX-W-TBL(TX-W-I)(131:1) NOT = SPACE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT TX-W-TKT-OPEN-YES
               PERFORM 3100-OPEN-TICKET THRU 3100-EXIT
               IF NOT TX-W-TKT-OPEN-YES
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE SPACE                  TO TX-TKT-LINE
           MOVE "NT"                   TO TX-TKT-TYPE
           MOVE TX-W-TBL(TX-W-I)(1:14)  TO TX-TKT-STAMP
           MOVE TX-W-TBL(TX-W-I)(16:8)  TO TX-TKT-PGM
           MOVE TX-W-TBL(TX-W-I)(25:1)  TO TX-TKT-SEVERITY
           MOVE TX-W-TBL(TX-W-I)(27:8)  TO TX-TKT-CODE
           MOVE TX-W-TBL(TX-W-I)(36:60) TO TX-TKT-MESSAGE
           MOVE TX-W-NOW-STAMP          TO TX-TKT-SENT
           WRITE TX-TKT-LINE
           MOVE "E"                    TO TX-W-TBL(TX-W-I)(131:1)
           ADD  1                      TO TX-W-SENT-CNT
           MOVE SPACE                  TO TX-RPT-LINE
           STRING "EXPORTED: "         DELIMITED BY SIZE
                  TX-W-TBL(TX-W-I)(1:95) DELIMITED BY SIZE
                  INTO TX-RPT-LINE
           END-STRING
           WRITE TX-RPT-LINE.
       3000-EXIT.
           EXIT.
      *
      *    *** 送信ファイルを追記で開く（無ければ作成）
       3100-OPEN-TICKET.
           OPEN EXTEND TX-TKT-FILE
           IF TX-W-TKT-STATUS NOT = "00"
               OPEN OUTPUT TX-TKT-FILE
           END-IF
           IF TX-W-TKT-STATUS = "00"
               SET TX-W-TKT-OPEN-YES    TO TRUE
           ELSE
      *        *** 送れない時は印を付けず、全件を次回へ持ち越す
               MOVE SPACE               TO TX-RPT-LINE
               STRING "TICKET.OUT NOT AVAILABLE, STATUS="
                      DELIMITED BY SIZE
                      TX-W-TKT-STATUS   DELIMITED BY SIZE
                      INTO TX-RPT-LINE
               END-STRING
               WRITE TX-RPT-LINE
               MOVE TX-W-CNT            TO TX-W-I
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-REWRITE-QUEUE  送信済の印を付けたキューを書き戻す
      *    読み込み後にキューへ追記された行（他ジョブのアラート）は
      *    書き戻しで消さないよう引き継ぐ（未送信のまま次回送る）
      ******************************************************************
       5000-REWRITE-QUEUE.
           MOVE TX-W-CNT               TO TX-W-LOAD-CNT
           MOVE ZERO                   TO TX-W-SKIP
           MOVE "N"                    TO TX-W-QUE-EOF
           OPEN INPUT TX-QUE-FILE
           IF TX-W-QUE-STATUS = "00"
               PERFORM 5200-PICK-UP-NEW  THRU 5200-EXIT
                   UNTIL TX-W-QUE-EOF-YES
               CLOSE TX-QUE-FILE
           END-IF
      *    *** 追記分でテーブルを超えた時は書き戻さない。送信済の印が
      *    *** 残らないため、今回送ったアラートは次回もう一度送られる
      *    *** （インシデント管理側で重複票を確かめる）
           IF TX-W-LOST-CNT > ZERO
               MOVE SPACE               TO TX-RPT-LINE
               STRING "QUEUE GREW DURING RUN - EXPORT NOT MARKED, "
                      DELIMITED BY SIZE
                      "QUEUE LEFT UNCHANGED" DELIMITED BY SIZE
                      INTO TX-RPT-LINE
               END-STRING
               WRITE TX-RPT-LINE
               MOVE SPACE               TO TX-RPT-LINE
               MOVE TX-W-SENT-CNT        TO TX-W-RPT-CNT
               STRING "*** " DELIMITED BY SIZE
                      TX-W-RPT-CNT DELIMITED BY SIZE
                      " ALERTS WILL BE EXPORTED AGAIN NEXT RUN"
                      DELIMITED BY SIZE
                      INTO TX-RPT-LINE
               END-STRING
               WRITE TX-RPT-LINE
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT TX-QUE-FILE
           PERFORM 5100-WRITE-ONE       THRU 5100-EXIT
               VARYING TX-W-I FROM 1 BY 1
               UNTIL TX-W-I > TX-W-CNT
           CLOSE TX-QUE-FILE
           PERFORM 5300-AUDIT-ONE       THRU 5300-EXIT
               VARYING TX-W-I FROM 1 BY 1
               UNTIL TX-W-I > TX-W-LOAD-CNT.
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-ONE.
           MOVE TX-W-TBL(TX-W-I)        TO TX-QUE-LINE
           WRITE TX-QUE-LINE.
       5100-EXIT.
           EXIT.
      *
       5200-PICK-UP-NEW.
           READ TX-QUE-FILE
               AT END
                   SET TX-W-QUE-EOF-YES TO TRUE
                   GO TO 5200-EXIT
           END-READ
           ADD  1                      TO TX-W-SKIP
           IF TX-W-SKIP NOT > TX-W-LOAD-CNT
               GO TO 5200-EXIT
           END-IF
           IF TX-W-CNT < 500
               ADD  1                  TO TX-W-CNT
               MOVE TX-QUE-LINE         TO TX-W-TBL(TX-W-CNT)
           ELSE
               ADD  1                  TO TX-W-LOST-CNT
           END-IF.
       5200-EXIT.
           EXIT.
      *
      *    *** 読み込み時から変わったエントリー（送信済の印）を
      *    *** 監査証跡へ記録する
       5300-AUDIT-ONE.
           IF TX-W-TBL(TX-W-I) = TX-W-ORG-TBL(TX-W-I)
               GO TO 5300-EXIT
           END-IF
           MOVE "TKTEXP"               TO TXA-PGM
           MOVE "EXP"                  TO TXA-FUNC
           MOVE "TKT"                  TO TXA-OPER
           MOVE "ALERTQ.OUT"           TO TXA-FILE
           MOVE TX-W-TBL(TX-W-I)(1:34)  TO TXA-KEY
           MOVE ZERO                   TO TXA-STAMP
           MOVE TX-W-ORG-TBL(TX-W-I)    TO TXA-BEFORE
           MOVE TX-W-TBL(TX-W-I)        TO TXA-AFTER
           CALL "AUDITWTR" USING TXA-AUDIT-AREA.
       5300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数を報告しクローズする
      ******************************************************************
       9000-TERMINATE.
           IF TX-W-TKT-OPEN-YES
               CLOSE TX-TKT-FILE
           END-IF
           MOVE SPACE                  TO TX-RPT-LINE
           MOVE TX-W-SENT-CNT           TO TX-W-RPT-CNT
           STRING "EXPORTED=" DELIMITED BY SIZE
                  TX-W-RPT-CNT DELIMITED BY SIZE
                  INTO TX-RPT-LINE
           END-STRING
           WRITE TX-RPT-LINE
           IF TX-W-LOST-CNT > ZERO
               MOVE SPACE               TO TX-RPT-LINE
               MOVE TX-W-LOST-CNT        TO TX-W-RPT-CNT
               STRING "OVERFLOW(OVER 500)=" DELIMITED BY SIZE
                      TX-W-RPT-CNT DELIMITED BY SIZE
                      " *** QUEUE LEFT UNCHANGED" DELIMITED BY SIZE
                      INTO TX-RPT-LINE
               END-STRING
               WRITE TX-RPT-LINE
           END-IF
           CLOSE TX-RPT-FILE.
       9000-EXIT.
           EXIT.
