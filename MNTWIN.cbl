      ******************************************************************
      *
      *    PROGRAM-ID.  MNTWIN
      *
      *    計画メンテナンス時間帯の定義ファイル(MAINTWIN)を引く共通
      *    サブルーチン。NFADDRボリュームやリンクチェッカーの計画
      *    停止中にチェーンが落ち、予定済みの重大度1がALERTQを
      *    埋める問題の対策として、時間帯中の対象PGMはRUNCTLの
      *    ゲートで保留(HELD-MNT)し、指定のアラートコードは
      *    ALERTWTRが重大度3へ引き下げる。
      *    定義ファイルは呼び出しのたびに読み直す（夜間に時間帯を
      *    追加・延長しても次の呼び出しから効く）。
      *
      *    呼び出し方法:
      *      CALL "MNTWIN" USING CPMNTWIN-AREA.
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      *    MAINTWIN の形式（1行＝1項目、桁位置固定）
      *      01-14:開始時刻(YYYYMMDDHHMMSS)  16-29:終了時刻（同左）
      *      31:区分  P:対象PGM（時間帯中はゲートで保留する）
      *               A:重大度3へ引き下げるアラートコード
      *      33-40:PGM（区分Aは空白で全PGMのアラートが対象）
      *      42-49:アラートコード（区分Aのみ）
      *      51-80:内容（作業名・連絡先等、レポートに出す）
      *    同じ時間帯の複数PGM・複数コードは行を分けて書く。
      *    先頭が * の行と空行は読み飛ばす
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 MNTWIN.
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
      *    時間帯の定義、無ければどのPGM・コードも対象外
           SELECT MW-WIN-FILE      ASSIGN TO "MAINTWIN"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS MW-W-WIN-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  MW-WIN-FILE.
       01  MW-WIN-LINE               PIC X(080).
      *
       WORKING-STORAGE             SECTION.
      *
       01  MW-W-WIN-STATUS          PIC  X(002) VALUE SPACE.
       01  MW-W-WIN-EOF             PIC  X(001) VALUE "N".
           88  MW-W-WIN-EOF-YES             VALUE "Y".
       01  MW-W-DATE8               PIC  9(008) VALUE ZERO.
       01  MW-W-TIME8               PIC  9(008) VALUE ZERO.
       01  MW-W-NOW                 PIC  9(014) VALUE ZERO.
       01  MW-W-HIT-CNT             BINARY-LONG VALUE ZERO.
      *
       01  MW-W-LINE                PIC  X(080) VALUE SPACE.
       01  MW-W-LINE-R REDEFINES MW-W-LINE.
           05  MW-W-L-FROM          PIC  X(014).
           05  FILLER               PIC  X(001).
           05  MW-W-L-TO            PIC  X(014).
           05  FILLER               PIC  X(001).
           05  MW-W-L-KIND          PIC  X(001).
           05  FILLER               PIC  X(001).
           05  MW-W-L-PGM           PIC  X(008).
           05  FILLER               PIC  X(001).
           05  MW-W-L-CODE          PIC  X(008).
           05  FILLER               PIC  X(001).
           05  MW-W-L-TEXT          PIC  X(030).
       01  MW-W-L-FROM-9            PIC  9(014) VALUE ZERO.
       01  MW-W-L-TO-9              PIC  9(014) VALUE ZERO.
      *
       LINKAGE                     SECTION.
      *
       COPY "CPMNTWIN.cpy" REPLACING ==:##:== BY ==MW==.
      *
       PROCEDURE                  DIVISION USING MW-MNTWIN-AREA.
      *
      ******************************************************************
      *    0000-MAINLINE  定義ファイルを頭から読み、IDに応じた判定を
      *    行う（最初に該当した行で止める）
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO MW-RETURN-CODE
           IF MW-ID = "N"
               MOVE "90"            TO MW-RETURN-CODE
           END-IF
           IF MW-ID NOT = "H" AND MW-ID NOT = "A" AND MW-ID NOT = "N"
               MOVE "90"            TO MW-RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           ACCEPT MW-W-DATE8       FROM DATE YYYYMMDD
           ACCEPT MW-W-TIME8       FROM TIME
           COMPUTE MW-W-NOW =
               MW-W-DATE8 * 1000000 + MW-W-TIME8 / 100
           MOVE ZERO               TO MW-W-HIT-CNT
      *
           MOVE "N"                TO MW-W-WIN-EOF
           OPEN INPUT MW-WIN-FILE
           IF MW-W-WIN-STATUS NOT = "00"
               GO TO 0000-GOBACK
           END-IF
           PERFORM 1000-CHECK-ONE   THRU 1000-EXIT
               UNTIL MW-W-WIN-EOF-YES
           CLOSE MW-WIN-FILE.
       0000-GOBACK.
           GOBACK.
      *
      ******************************************************************
      *    1000-CHECK-ONE  定義1行を読み、IDの条件に合えば内容を返す
      ******************************************************************
       1000-CHECK-ONE.
           READ MW-WIN-FILE
               AT END
                   SET MW-W-WIN-EOF-YES TO TRUE
                   GO TO 1000-EXIT
           END-READ
           IF MW-WIN-LINE = SPACE OR MW-WIN-LINE(1:1) = "*"
               GO TO 1000-EXIT
           END-IF
           MOVE MW-WIN-LINE        TO MW-W-LINE
      *    *** 時刻の誤記は行ごと無視する
           IF MW-W-L-FROM IS NOT NUMERIC OR
              MW-W-L-TO IS NOT NUMERIC
               GO TO 1000-EXIT
           END-IF
           MOVE MW-W-L-FROM        TO MW-W-L-FROM-9
           MOVE MW-W-L-TO          TO MW-W-L-TO-9
      *
           EVALUATE MW-ID
               WHEN "H"
                   IF MW-W-L-KIND = "P" AND
                      MW-W-L-PGM = MW-PGM AND
                      MW-W-NOW >= MW-W-L-FROM-9 AND
                      MW-W-NOW <= MW-W-L-TO-9
                       PERFORM 2000-RETURN-LINE THRU 2000-EXIT
                       MOVE "10"        TO MW-RETURN-CODE
                       SET MW-W-WIN-EOF-YES TO TRUE
                   END-IF
               WHEN "A"
                   IF MW-W-L-KIND = "A" AND
                      MW-W-L-CODE = MW-CODE AND
                      (MW-W-L-PGM = SPACE OR MW-W-L-PGM = MW-PGM) AND
                      MW-W-NOW >= MW-W-L-FROM-9 AND
                      MW-W-NOW <= MW-W-L-TO-9
                       PERFORM 2000-RETURN-LINE THRU 2000-EXIT
                       MOVE "10"        TO MW-RETURN-CODE
                       SET MW-W-WIN-EOF-YES TO TRUE
                   END-IF
               WHEN OTHER
      *            *** N: 終了済みの行は数えない
                   IF MW-W-NOW <= MW-W-L-TO-9
                       ADD  1           TO MW-W-HIT-CNT
                       IF MW-W-HIT-CNT = MW-IDX
                           PERFORM 2000-RETURN-LINE THRU 2000-EXIT
                           MOVE "00"    TO MW-RETURN-CODE
                           SET MW-W-WIN-EOF-YES TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-RETURN-LINE  該当行の内容を呼び出し元へ返す
      ******************************************************************
       2000-RETURN-LINE.
           MOVE MW-W-L-FROM-9      TO MW-FROM
           MOVE MW-W-L-TO-9        TO MW-TO
           MOVE MW-W-L-KIND        TO MW-KIND
           MOVE MW-W-L-PGM         TO MW-WIN-PGM
           MOVE MW-W-L-CODE        TO MW-WIN-CODE
           MOVE MW-W-L-TEXT        TO MW-TEXT
           IF MW-W-NOW >= MW-W-L-FROM-9
               MOVE "ACTIVE"        TO MW-STATE
           ELSE
               MOVE "UPCOMING"      TO MW-STATE
           END-IF.
       2000-EXIT.
           EXIT.
