      *      01-04:ACK=/CLS=  05-18:発生時刻(YYYYMMDDHHMMSS)
      *      20-27:PGM  29-36:CODE  38-40:担当者イニシャル
      *    先頭が * の行と空行は読み飛ばす
      *    担当者イニシャルを担当者IDとして、ALERTACKのACK・CLS権限を
      *    確かめる（担当者権限、OPRAUTH）。権限の無い行は適用せず
      *    REFUSEDとして報告する。
      *    キューを書き戻した時は、確認状態を変えたエントリーを1件
      *    ずつ前後イメージ付きで監査証跡（AUDITWTR、照会はAUDINQRY）
      *    へ残す（キーは発生時刻・PGM・重大度・CODE）。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  キュー行を132桁へ拡張（インシデント
      *                          票の桁を書き戻しで落とさないため）
      *    2026-10-15  T.MIYAKE  キュー(ALERTQ.OUT)の名前を実行環境
      *                          コード（ENVQUAL）で修飾し、レポートの
      *                          先頭へ環境を出力する
      *    2026-10-15  T.MIYAKE  担当者権限（OPRAUTH）対応。ACK・CLS
      *                          行は担当者の権限を確かめてから適用する。
      *                          書き戻しは読み込み後に追記された行
      *                          （拒否の通知等）を引き継ぐ
      *    2026-10-15  T.MIYAKE  確認状態の変更を監査証跡（AUDITWTR）
      *                          へ記録する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    アラートキュー（名前は環境コードで修飾する、ENVQUAL）
           SELECT AK-QUE-FILE      ASSIGN DYNAMIC AK-W-QUE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS AK-W-QUE-STATUS.
           SELECT AK-CTL-FILE      ASSIGN TO "ALERTACK.CTL"
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  AK-QUE-FILE.
       01  AK-QUE-LINE               PIC X(132).
      *
       FD  AK-CTL-FILE.
       01  AK-CTL-LINE               PIC X(080).
      *
       01  AK-W-QUE-STATUS          PIC  X(002) VALUE SPACE.
       01  AK-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  AK-W-QUE-NAME            PIC  X(024) VALUE "ALERTQ.OUT".
       01  AK-W-QUE-EOF             PIC  X(001) VALUE "N".
           88  AK-W-QUE-EOF-YES             VALUE "Y".
       01  AK-W-CTL-EOF             PIC  X(001) VALUE "N".
      *---------------------------------------------------------------*
       01  AK-W-CNT                 BINARY-LONG VALUE ZERO.
       01  AK-W-TBL-AREA.
           03  AK-W-TBL OCCURS 500   PIC X(132).
       01  AK-W-I                   BINARY-LONG VALUE ZERO.
       01  AK-W-LOST-CNT            BINARY-LONG VALUE ZERO.
      *    *** 読み込み時の行数（書き戻し前に追記分を拾うため）
       01  AK-W-LOAD-CNT            BINARY-LONG VALUE ZERO.
       01  AK-W-SKIP                BINARY-LONG VALUE ZERO.
      *    *** 読み込み時のキューの控え（監査証跡の前イメージ用）
       01  AK-W-ORG-AREA.
           03  AK-W-ORG-TBL OCCURS 500   PIC X(132).
      *
      *    *** 現在処理中の指示
       01  AK-W-ARG-STAT            PIC  X(001) VALUE SPACE.
       01  AK-W-APPLIED-CNT         BINARY-LONG VALUE ZERO.
       01  AK-W-NOTFND-CNT          BINARY-LONG VALUE ZERO.
       01  AK-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *    *** 担当者権限の確認用（OPRAUTH）
       01  AK-W-REFUSE-CNT          BINARY-LONG VALUE ZERO.
      *
      *    *** 担当者権限の確認（OPRAUTH）
       COPY "CPOPRAUTH.cpy"  REPLACING ==:##:== BY ==AKU==.
      *    *** 変更の監査証跡（AUDITWTR）
       COPY "CPAUDIT.cpy"    REPLACING ==:##:== BY ==AKA==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==AKQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT AK-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           ACCEPT AK-W-DATE8           FROM DATE YYYYMMDD
           ACCEPT AK-W-TIME8           FROM TIME
           COMPUTE AK-W-NOW-STAMP =
               SET AK-W-CTL-EOF-YES     TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE AK-W-TBL-AREA           TO AK-W-ORG-AREA
      *
           MOVE "N"                    TO AK-W-CTL-EOF
           OPEN INPUT AK-CTL-FILE
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  キューの名前を環境コードで修飾し、
      *    レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO AKQ-ID
           MOVE "ALERTQ.OUT"           TO AKQ-NAME
           CALL "ENVQUAL" USING AKQ-ENVQUAL-AREA
           MOVE AKQ-QNAME              TO AK-W-QUE-NAME
           MOVE AKQ-ENV-LINE           TO AK-RPT-LINE
           WRITE AK-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       2000-LOAD-ONE.
           READ AK-QUE-FILE
           MOVE AK-CTL-LINE(20:8)       TO AK-W-ARG-PGM
           MOVE AK-CTL-LINE(29:8)       TO AK-W-ARG-CODE
           MOVE AK-CTL-LINE(38:3)       TO AK-W-ARG-INI
      *
      *    *** 担当者イニシャルの権限を確かめる
           MOVE "C"                    TO AKU-ID
           MOVE "ALERTACK"             TO AKU-PGM
           MOVE AK-CTL-LINE(1:3)        TO AKU-FUNC
           MOVE AK-W-ARG-INI            TO AKU-OPER
           MOVE SPACE                  TO AKU-MAKER
           CALL "OPRAUTH" USING AKU-OPRAUTH-AREA
           IF AKU-RETURN-CODE NOT = "00"
               ADD  1                  TO AK-W-REFUSE-CNT
               MOVE SPACE               TO AK-RPT-LINE
               STRING "REFUSED ("       DELIMITED BY SIZE
                      AKU-OPER          DELIMITED BY SPACE
                      ": "              DELIMITED BY SIZE
                      AKU-REASON        DELIMITED BY "  "
                      "): "             DELIMITED BY SIZE
                      AK-CTL-LINE(1:40) DELIMITED BY SIZE
                      INTO AK-RPT-LINE
               END-STRING
               WRITE AK-RPT-LINE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE "N"                    TO AK-W-HIT
           PERFORM 4000-APPLY-ONE       THRU 4000-EXIT
      *
      ******************************************************************
      *    5000-REWRITE-QUEUE  更新後のキューを書き戻す
      *    読み込み後にキューへ追記された行（この実行中の拒否通知、
      *    他ジョブのアラート）は書き戻しで消さないよう引き継ぐ
      ******************************************************************
       5000-REWRITE-QUEUE.
      *    *** 拒否通知の抑止分サマリーを先にキューへ出しておく
           MOVE "F"                    TO AKU-ID
           MOVE "ALERTACK"             TO AKU-PGM
           CALL "OPRAUTH" USING AKU-OPRAUTH-AREA
           IF AK-W-CNT = ZERO
               GO TO 5000-EXIT
           END-IF
           IF AK-W-LOST-CNT > ZERO
               GO TO 5000-EXIT
           END-IF
           MOVE AK-W-CNT               TO AK-W-LOAD-CNT
           MOVE ZERO                   TO AK-W-SKIP
           MOVE "N"                    TO AK-W-QUE-EOF
           OPEN INPUT AK-QUE-FILE
           IF AK-W-QUE-STATUS = "00"
               PERFORM 5200-PICK-UP-NEW  THRU 5200-EXIT
                   UNTIL AK-W-QUE-EOF-YES
               CLOSE AK-QUE-FILE
           END-IF
      *    *** 追記分でテーブルを超えた時も書き戻さない
           IF AK-W-LOST-CNT > ZERO
               MOVE SPACE               TO AK-RPT-LINE
               STRING "QUEUE GREW DURING RUN - NOTHING APPLIED, "
                      DELIMITED BY SIZE
                      "QUEUE LEFT UNCHANGED" DELIMITED BY SIZE
                      INTO AK-RPT-LINE
               END-STRING
               WRITE AK-RPT-LINE
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT AK-QUE-FILE
           PERFORM 5100-WRITE-ONE       THRU 5100-EXIT
               VARYING AK-W-I FROM 1 BY 1
               UNTIL AK-W-I > AK-W-CNT
           CLOSE AK-QUE-FILE
           PERFORM 5300-AUDIT-ONE       THRU 5300-EXIT
               VARYING AK-W-I FROM 1 BY 1
               UNTIL AK-W-I > AK-W-LOAD-CNT.
       5000-EXIT.
           EXIT.
      *
           WRITE AK-QUE-LINE.
       5100-EXIT.
           EXIT.
      *
       5200-PICK-UP-NEW.
           READ AK-QUE-FILE
               AT END
                   SET AK-W-QUE-EOF-YES TO TRUE
                   GO TO 5200-EXIT
           END-READ
           ADD  1                      TO AK-W-SKIP
           IF AK-W-SKIP NOT > AK-W-LOAD-CNT
               GO TO 5200-EXIT
           END-IF
           IF AK-W-CNT < 500
               ADD  1                  TO AK-W-CNT
               MOVE AK-QUE-LINE         TO AK-W-TBL(AK-W-CNT)
           ELSE
               ADD  1                  TO AK-W-LOST-CNT
           END-IF.
       5200-EXIT.
           EXIT.
      *
      *    *** 読み込み時から変わったエントリーを監査証跡へ記録する
       5300-AUDIT-ONE.
           IF AK-W-TBL(AK-W-I) = AK-W-ORG-TBL(AK-W-I)
               GO TO 5300-EXIT
           END-IF
           MOVE "ALERTACK"             TO AKA-PGM
           IF AK-W-TBL(AK-W-I)(97:1) = "C"
               MOVE "CLS"               TO AKA-FUNC
           ELSE
               MOVE "ACK"               TO AKA-FUNC
           END-IF
           MOVE AK-W-TBL(AK-W-I)(99:3)  TO AKA-OPER
           MOVE "ALERTQ.OUT"           TO AKA-FILE
           MOVE AK-W-TBL(AK-W-I)(1:34)  TO AKA-KEY
           MOVE ZERO                   TO AKA-STAMP
           MOVE AK-W-ORG-TBL(AK-W-I)    TO AKA-BEFORE
           MOVE AK-W-TBL(AK-W-I)        TO AKA-AFTER
           CALL "AUDITWTR" USING AKA-AUDIT-AREA.
       5300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数を報告しクローズする
                  INTO AK-RPT-LINE
           END-STRING
           WRITE AK-RPT-LINE
      *
           MOVE SPACE                  TO AK-RPT-LINE
           MOVE AK-W-REFUSE-CNT         TO AK-W-RPT-CNT
           STRING "REFUSED=" DELIMITED BY SIZE
                  AK-W-RPT-CNT DELIMITED BY SIZE
                  INTO AK-RPT-LINE
           END-STRING
           WRITE AK-RPT-LINE
      *
      *    *** 超過があった実行は何も適用・更新していないことを明示
           IF AK-W-LOST-CNT > ZERO
