      *                    生成して追加（既存分と重複しない分のみ）
      *      ROLL=YYYY     指定年～翌々年の3年分だけを保有するよう
      *                    整理し、足りない年はGENで補う
      *    ADD・DEL・GEN・ROLLの行は73-80桁目に担当者IDを書き、
      *    担当者はDWHOLMNTの同じ名前の機能の権限を持つこと（担当者
      *    権限、OPRAUTH）。権限の無い行は適用せずREFUSEDとして報告
      *    する（通知はOPRAUTHが行う）。
      *    追加・削除した休日は1件ずつ前後イメージを監査証跡
      *    （AUDITWTR、照会はAUDINQRY）へ残す（GEN・ROLLの生成分・
      *    整理分も含む）。
      *
      *    祝日の生成は固定ルール分（元日・成人の日・建国記念の日・
      *    天皇誕生日・春分の日・昭和の日・憲法記念日・みどりの日・
      *    2026-08-22  T.MIYAKE  ADDの日種別指定（F:終日 A/P:半休
      *                          W:指定出勤日）対応。マスター10桁目の
      *                          種別桁をDATEWEEKが参照する
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *    2026-10-15  T.MIYAKE  担当者権限（OPRAUTH）対応。更新系の
      *                          指示行は担当者IDの権限を確かめてから
      *                          適用する
      *    2026-10-15  T.MIYAKE  休日の追加・削除を監査証跡（AUDITWTR）
      *                          へ記録する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       01  HM-W-ARG-TYPE            PIC  X(001) VALUE SPACE.
       01  HM-W-GEN-CNT             BINARY-LONG VALUE ZERO.
       01  HM-W-GEN-E               PIC  9(004) VALUE ZERO.
      *    *** 担当者権限の確認用（OPRAUTH）
       01  HM-W-FUNC                PIC  X(008) VALUE SPACE.
       01  HM-W-AUTH-OK             PIC  X(001) VALUE "N".
       01  HM-W-REFUSE-CNT          BINARY-LONG VALUE ZERO.
       01  HM-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    祝日生成用作業項目
      *
      *    曜日・月末日の判定用（DATEWEEK ID=A）
       COPY "CPDATEWEEK.cpy" REPLACING ==:##:== BY ==DW==.
      *
      *    *** 担当者権限の確認（OPRAUTH）
       COPY "CPOPRAUTH.cpy"  REPLACING ==:##:== BY ==HMU==.
      *    *** 変更の監査証跡（AUDITWTR）
       COPY "CPAUDIT.cpy"    REPLACING ==:##:== BY ==HMA==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==HMQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT HM-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO HMQ-ID
           CALL "ENVQUAL" USING HMQ-ENVQUAL-AREA
           MOVE HMQ-ENV-LINE           TO HM-RPT-LINE
           WRITE HM-RPT-LINE
      *
           MOVE ZERO                   TO HM-W-HOL-CNT
           MOVE "N"                    TO HM-W-HOL-EOF
               WHEN HM-CTL-LINE(1:4) = "LIST"
                   PERFORM 3000-LIST        THRU 3000-EXIT
               WHEN HM-CTL-LINE(1:4) = "ADD="
                   MOVE "ADD"               TO HM-W-FUNC
                   PERFORM 2100-CHECK-AUTH  THRU 2100-EXIT
                   IF HM-W-AUTH-OK = "Y"
                       PERFORM 4000-ADD     THRU 4000-EXIT
                   END-IF
               WHEN HM-CTL-LINE(1:4) = "DEL="
                   MOVE "DEL"               TO HM-W-FUNC
                   PERFORM 2100-CHECK-AUTH  THRU 2100-EXIT
                   IF HM-W-AUTH-OK = "Y"
                       PERFORM 5000-DELETE  THRU 5000-EXIT
                   END-IF
               WHEN HM-CTL-LINE(1:4) = "GEN="
                   MOVE "GEN"               TO HM-W-FUNC
                   PERFORM 2100-CHECK-AUTH  THRU 2100-EXIT
                   IF HM-W-AUTH-OK = "Y"
                       PERFORM 6000-GENERATE THRU 6000-EXIT
                   END-IF
               WHEN HM-CTL-LINE(1:5) = "ROLL="
                   MOVE "ROLL"              TO HM-W-FUNC
                   PERFORM 2100-CHECK-AUTH  THRU 2100-EXIT
                   IF HM-W-AUTH-OK = "Y"
                       PERFORM 7000-ROLL    THRU 7000-EXIT
                   END-IF
               WHEN OTHER
                   MOVE SPACE               TO HM-RPT-LINE
                   STRING "UNKNOWN COMMAND: " DELIMITED BY SIZE
           EXIT.
      *
      ******************************************************************
      *    2100-CHECK-AUTH  指示行の担当者（73-80桁目）がHM-W-FUNCの
      *    権限を持つか確かめ、無ければ拒否を報告する
      ******************************************************************
       2100-CHECK-AUTH.
           MOVE "N"                    TO HM-W-AUTH-OK
           MOVE "C"                    TO HMU-ID
           MOVE "DWHOLMNT"             TO HMU-PGM
           MOVE HM-W-FUNC              TO HMU-FUNC
           MOVE HM-CTL-LINE(73:8)      TO HMU-OPER
           MOVE SPACE                  TO HMU-MAKER
           CALL "OPRAUTH" USING HMU-OPRAUTH-AREA
           IF HMU-RETURN-CODE = "00"
               MOVE "Y"                 TO HM-W-AUTH-OK
               GO TO 2100-EXIT
           END-IF
           ADD  1                      TO HM-W-REFUSE-CNT
           MOVE SPACE                  TO HM-RPT-LINE
           STRING "REFUSED ("          DELIMITED BY SIZE
                  HMU-OPER             DELIMITED BY SPACE
                  ": "                 DELIMITED BY SIZE
                  HMU-REASON           DELIMITED BY "  "
                  "): "                DELIMITED BY SIZE
                  HM-CTL-LINE(1:20)    DELIMITED BY SIZE
                  INTO HM-RPT-LINE
           END-STRING
           WRITE HM-RPT-LINE.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-LIST  登録内容を一覧出力する
      ******************************************************************
       3000-LIST.
      *    *** 日種別はマスター10桁目（後続桁の2桁目）に置く
           MOVE HM-W-ARG-TYPE           TO
               HM-W-HOL-SUFFIX(HM-W-HOL-CNT)(2:1)
           MOVE SPACE                  TO HMA-BEFORE
           MOVE HM-W-HOL-TBL(HM-W-HOL-CNT) TO HMA-AFTER
           PERFORM 8700-AUDIT-ONE       THRU 8700-EXIT
           MOVE SPACE                  TO HM-RPT-LINE
           STRING "ADDED " DELIMITED BY SIZE
                  HM-W-ARG-YMD DELIMITED BY SIZE
               WRITE HM-RPT-LINE
               GO TO 5000-EXIT
           END-IF
           MOVE HM-W-HOL-TBL(HM-W-F)    TO HMA-BEFORE
           MOVE SPACE                  TO HMA-AFTER
           PERFORM 8700-AUDIT-ONE       THRU 8700-EXIT
           PERFORM 5100-SHIFT-ONE       THRU 5100-EXIT
               VARYING HM-W-J FROM HM-W-F BY 1
               UNTIL HM-W-J >= HM-W-HOL-CNT
           ADD  1                      TO HM-W-HOL-CNT
           MOVE HM-W-G-YMD              TO HM-W-HOL-DATE(HM-W-HOL-CNT)
           MOVE SPACE                  TO HM-W-HOL-SUFFIX(HM-W-HOL-CNT)
           MOVE SPACE                  TO HMA-BEFORE
           MOVE HM-W-HOL-TBL(HM-W-HOL-CNT) TO HMA-AFTER
           PERFORM 8700-AUDIT-ONE       THRU 8700-EXIT
           ADD  1                      TO HM-W-GEN-CNT.
       6200-EXIT.
           EXIT.
       7100-DROP-ONE.
           IF HM-W-HOL-DATE(HM-W-I)(1:4) < HM-W-ROLL-FROM OR
              HM-W-HOL-DATE(HM-W-I)(1:4) > HM-W-ROLL-TO
               MOVE HM-W-HOL-TBL(HM-W-I) TO HMA-BEFORE
               MOVE SPACE               TO HMA-AFTER
               PERFORM 8700-AUDIT-ONE    THRU 8700-EXIT
               PERFORM 5100-SHIFT-ONE    THRU 5100-EXIT
                   VARYING HM-W-J FROM HM-W-I BY 1
                   UNTIL HM-W-J >= HM-W-HOL-CNT
           EXIT.
      *
      ******************************************************************
      *    8700-AUDIT-ONE  休日1件の追加・削除を監査証跡へ記録する
      *    （HMA-BEFORE/HMA-AFTERはマスターの行イメージ、キーは日付）
      ******************************************************************
       8700-AUDIT-ONE.
           MOVE "DWHOLMNT"             TO HMA-PGM
           MOVE HM-W-FUNC              TO HMA-FUNC
           MOVE HM-CTL-LINE(73:8)      TO HMA-OPER
           MOVE "DWHOLIDAY"            TO HMA-FILE
           MOVE ZERO                   TO HMA-STAMP
           MOVE SPACE                  TO HMA-KEY
           IF HMA-AFTER NOT = SPACE
               MOVE HMA-AFTER(1:8)      TO HMA-KEY
           ELSE
               MOVE HMA-BEFORE(1:8)     TO HMA-KEY
           END-IF
           CALL "AUDITWTR" USING HMA-AUDIT-AREA.
       8700-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF HM-W-CTL-STATUS = "00" OR HM-W-CTL-STATUS = "10"
               CLOSE HM-CTL-FILE
           END-IF
           IF HM-W-REFUSE-CNT > ZERO
               MOVE HM-W-REFUSE-CNT     TO HM-W-RPT-CNT
               MOVE SPACE               TO HM-RPT-LINE
               STRING "REFUSED=" DELIMITED BY SIZE
                      HM-W-RPT-CNT DELIMITED BY SIZE
                      INTO HM-RPT-LINE
               END-STRING
               WRITE HM-RPT-LINE
           END-IF
           MOVE "F"                    TO HMU-ID
           MOVE "DWHOLMNT"             TO HMU-PGM
           CALL "OPRAUTH" USING HMU-OPRAUTH-AREA
           CLOSE HM-RPT-FILE.
       9000-EXIT.
           EXIT.
