      ******************************************************************
      *
      *    PROGRAM-ID.  AUDITWTR
      *
      *    保守ユーティリティの監査証跡(AUDITLOG)へ変更1件を追記する
      *    共通サブルーチン。NFADDRはNFJOURNLに前後イメージが残るが、
      *    DWHOLMNTの休日マスター・DMAPMNTのDECODE05.MAP・ALERTACKの
      *    アラートキュー・CHAINMNTのRUNCHAIN（運用保留等）の変更は
      *    毎回上書きされる.RPTにしか残らず、「誰がいつ2026-12-31を
      *    休日に追加したか」に答えられなかった。
      *    1行＝1変更（時刻・プログラム・機能・担当者・ファイル・
      *    キー・前後イメージ）、照会はAUDINQRYが行う。
      *    AUDITLOGの名前は実行環境コード（ENVQUAL）で修飾する。
      *    書けない時は呼び出し元PGM・コードAUDFAILで警告(2)を
      *    通知する（変更そのものは止めない）。
      *
      *    呼び出し方法:
      *      CALL "AUDITWTR" USING CPAUDIT-AREA.
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUDITWTR.
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
      *    監査証跡（名前は環境コードで修飾する、ENVQUAL）
           SELECT AD-LOG-FILE      ASSIGN DYNAMIC AD-W-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS AD-W-LOG-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  AD-LOG-FILE.
       01  AD-LOG-LINE               PIC X(366).
      *
       WORKING-STORAGE             SECTION.
      *
       01  AD-W-LOG-STATUS          PIC  X(002) VALUE SPACE.
       01  AD-W-LOG-NAME            PIC  X(024) VALUE "AUDITLOG".
       01  AD-W-QUAL-DONE           PIC  X(001) VALUE "N".
           88  AD-W-QUAL-DONE-YES           VALUE "Y".
       01  AD-W-DATE8               PIC  9(008) VALUE ZERO.
       01  AD-W-TIME8               PIC  9(008) VALUE ZERO.
      *
       COPY "CPAUDLOG.cpy"   REPLACING ==:##:== BY ==AD==.
      *    *** 書けない時の通知
       COPY "CPALERT.cpy"    REPLACING ==:##:== BY ==AL==.
      *    *** 監査証跡の名前の修飾用（ENVQUAL）
       COPY "CPENVQUAL.cpy"  REPLACING ==:##:== BY ==ADQ==.
      *
       LINKAGE                     SECTION.
      *
       COPY "CPAUDIT.cpy"    REPLACING ==:##:== BY ==AD==.
      *
       PROCEDURE                  DIVISION USING AD-AUDIT-AREA.
      *
      ******************************************************************
      *    0000-MAINLINE  変更1件を監査証跡へ追記する
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO AD-RETURN-CODE
           PERFORM 1000-OPEN-LOG    THRU 1000-EXIT
           IF AD-RETURN-CODE NOT = "00"
               PERFORM 9000-FAILED  THRU 9000-EXIT
               GO TO 0000-GOBACK
           END-IF
           PERFORM 2000-WRITE-ONE   THRU 2000-EXIT
           CLOSE AD-LOG-FILE.
       0000-GOBACK.
           GOBACK.
      *
      ******************************************************************
      *    1000-OPEN-LOG  監査証跡を追記で開く（無ければ作成）
      *    名前は最初の1回だけ環境コードで修飾する
      ******************************************************************
       1000-OPEN-LOG.
           IF NOT AD-W-QUAL-DONE-YES
               SET AD-W-QUAL-DONE-YES TO TRUE
               MOVE "Q"             TO ADQ-ID
               MOVE "AUDITLOG"      TO ADQ-NAME
               CALL "ENVQUAL" USING ADQ-ENVQUAL-AREA
               MOVE ADQ-QNAME       TO AD-W-LOG-NAME
           END-IF
           OPEN EXTEND AD-LOG-FILE
           IF AD-W-LOG-STATUS NOT = "00"
               OPEN OUTPUT AD-LOG-FILE
           END-IF
           IF AD-W-LOG-STATUS NOT = "00"
               MOVE "90"            TO AD-RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-WRITE-ONE  変更1行を書く（時刻の指定が無い時は現在時刻）
      ******************************************************************
       2000-WRITE-ONE.
           IF AD-STAMP = ZERO
               ACCEPT AD-W-DATE8   FROM DATE YYYYMMDD
               ACCEPT AD-W-TIME8   FROM TIME
               COMPUTE AD-AUD-STAMP =
                   AD-W-DATE8 * 1000000 + AD-W-TIME8 / 100
           ELSE
               MOVE AD-STAMP        TO AD-AUD-STAMP
           END-IF
           MOVE AD-PGM             TO AD-AUD-PGM
           MOVE AD-FUNC            TO AD-AUD-FUNC
           MOVE AD-OPER            TO AD-AUD-OPER
           MOVE AD-FILE            TO AD-AUD-FILE
           MOVE AD-KEY             TO AD-AUD-KEY
           MOVE AD-BEFORE          TO AD-AUD-BEFORE
           MOVE AD-AFTER           TO AD-AUD-AFTER
           MOVE AD-AUD-REC         TO AD-LOG-LINE
           WRITE AD-LOG-LINE.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-FAILED  監査証跡へ書けなかったことを通知する
      ******************************************************************
       9000-FAILED.
           MOVE AD-PGM             TO AL-PGM
           MOVE 2                  TO AL-SEVERITY
           MOVE "AUDFAIL"          TO AL-CODE
           MOVE SPACE              TO AL-MESSAGE
           STRING "AUDITLOG NOT WRITTEN: " DELIMITED BY SIZE
                  AD-FILE          DELIMITED BY SPACE
                  " "              DELIMITED BY SIZE
                  AD-KEY           DELIMITED BY "  "
                  INTO AL-MESSAGE
           END-STRING
           CALL "ALERTWTR" USING AL-ALERT-AREA.
       9000-EXIT.
           EXIT.
