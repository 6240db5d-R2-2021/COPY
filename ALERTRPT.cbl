      *                          （金曜夜の重大度1が月曜に忘れられる
      *                          問題の対策。日次の締めはALERTROTが
      *                          未対応分を繰り越す）
      *    2026-10-15  T.MIYAKE  先頭に計画メンテナンス時間帯（有効中
      *                          ・予定、MAINTWIN）の一覧を出す
      *    2026-10-15  T.MIYAKE  キュー行を132桁へ拡張、未対応アラート
      *                          にインシデント票番号を付けて出す
      *    2026-10-15  T.MIYAKE  未対応アラートの下へアラートコード台帳
      *                          (ALERTCAT)の説明・担当チーム・運用
      *                          手順を出す（台帳外のコードはその旨）
      *    2026-10-15  T.MIYAKE  キュー(ALERTQ.OUT)の名前を実行環境
      *                          コード（ENVQUAL）で修飾し、見出しへ
      *                          環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    アラートキュー（名前は環境コードで修飾する、ENVQUAL）
           SELECT AR-QUE-FILE      ASSIGN DYNAMIC AR-W-QUE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS AR-W-QUE-STATUS.
           SELECT AR-RPT-FILE      ASSIGN TO "ALERTRPT.RPT"
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  AR-QUE-FILE.
       01  AR-QUE-LINE               PIC X(132).
      *
       FD  AR-RPT-FILE.
       01  AR-RPT-LINE               PIC X(132).
       WORKING-STORAGE             SECTION.
      *
       01  AR-W-QUE-STATUS          PIC  X(002) VALUE SPACE.
       01  AR-W-QUE-NAME            PIC  X(024) VALUE "ALERTQ.OUT".
       01  AR-W-EOF                 PIC  X(001) VALUE "N".
           88  AR-W-EOF-YES                 VALUE "Y".
      *
       01  AR-W-CNT                 BINARY-LONG VALUE ZERO.
       01  AR-W-LOST-CNT            BINARY-LONG VALUE ZERO.
       01  AR-W-TBL-AREA.
           03  AR-W-TBL OCCURS 500   PIC X(132).
       01  AR-W-I                   BINARY-LONG VALUE ZERO.
       01  AR-W-SEV                 PIC  9(001) VALUE ZERO.
       01  AR-W-SEV-CNT-AREA.
       01  AR-W-AGE-DAYS            BINARY-LONG VALUE ZERO.
       01  AR-W-AGE-E               PIC  ZZZ9.
       01  AR-W-ACK-CNT             BINARY-LONG VALUE ZERO.
      *
      *    *** 計画メンテナンス時間帯の一覧用（MNTWIN）
       01  AR-W-WIN-IDX              BINARY-LONG VALUE ZERO.
       COPY "CPMNTWIN.cpy" REPLACING ==:##:== BY ==ARM==.
      *    *** アラートコード台帳の参照用（CATLOOK）
       COPY "CPCATLOOK.cpy" REPLACING ==:##:== BY ==ARC==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==ARQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT AR-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           ACCEPT AR-W-TODAY           FROM DATE YYYYMMDD
           COMPUTE AR-W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(AR-W-TODAY)
           PERFORM 1500-LIST-WINDOWS    THRU 1500-EXIT
           MOVE SPACE                  TO AR-RPT-LINE
           STRING "OPERATIONS ALERTS - OPEN (BY SEVERITY)"
                  DELIMITED BY SIZE INTO AR-RPT-LINE
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  キューの名前を環境コードで修飾し、
      *    レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO ARQ-ID
           MOVE "ALERTQ.OUT"           TO ARQ-NAME
           CALL "ENVQUAL" USING ARQ-ENVQUAL-AREA
           MOVE ARQ-QNAME              TO AR-W-QUE-NAME
           MOVE ARQ-ENV-LINE           TO AR-RPT-LINE
           WRITE AR-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1500-LIST-WINDOWS  計画メンテナンス時間帯（有効中・予定）を
      *    先頭に一覧出力する（MAINTWIN、MNTWIN経由）
      ******************************************************************
       1500-LIST-WINDOWS.
           MOVE SPACE                  TO AR-RPT-LINE
           STRING "MAINTENANCE WINDOWS (ACTIVE / UPCOMING)"
                  DELIMITED BY SIZE INTO AR-RPT-LINE
           WRITE AR-RPT-LINE
           MOVE "00"                   TO ARM-RETURN-CODE
           PERFORM 1510-WINDOW-ONE      THRU 1510-EXIT
               VARYING AR-W-WIN-IDX FROM 1 BY 1
               UNTIL ARM-RETURN-CODE NOT = "00"
           IF AR-W-WIN-IDX = 2
               MOVE SPACE               TO AR-RPT-LINE
               STRING "  (NONE)"        DELIMITED BY SIZE
                      INTO AR-RPT-LINE
               WRITE AR-RPT-LINE
           END-IF
           MOVE SPACE                  TO AR-RPT-LINE
           WRITE AR-RPT-LINE.
       1500-EXIT.
           EXIT.
      *
       1510-WINDOW-ONE.
           MOVE "N"                    TO ARM-ID
           MOVE AR-W-WIN-IDX           TO ARM-IDX
           CALL "MNTWIN" USING ARM-MNTWIN-AREA
           IF ARM-RETURN-CODE NOT = "00"
               GO TO 1510-EXIT
           END-IF
           MOVE SPACE                  TO AR-RPT-LINE
           IF ARM-KIND = "P"
               STRING "  " DELIMITED BY SIZE
                      ARM-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ARM-FROM DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      ARM-TO DELIMITED BY SIZE
                      " HOLD PGM=" DELIMITED BY SIZE
                      ARM-WIN-PGM DELIMITED BY SIZE
                      "               " DELIMITED BY SIZE
                      ARM-TEXT DELIMITED BY SIZE
                      INTO AR-RPT-LINE
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                      ARM-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ARM-FROM DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      ARM-TO DELIMITED BY SIZE
                      " SEV3 CODE=" DELIMITED BY SIZE
                      ARM-WIN-CODE DELIMITED BY SIZE
                      " PGM=" DELIMITED BY SIZE
                      ARM-WIN-PGM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ARM-TEXT DELIMITED BY SIZE
                      INTO AR-RPT-LINE
               END-STRING
           END-IF
           WRITE AR-RPT-LINE.
       1510-EXIT.
           EXIT.
      *
       2000-LOAD-ONE.
           READ AR-QUE-FILE
                  AR-W-AGE-E            DELIMITED BY SIZE
                  INTO AR-RPT-LINE
           END-STRING
      *    *** インシデント票が起票済みなら票番号を添える
           IF AR-W-TBL(AR-W-I)(118:12) NOT = SPACE
               MOVE " TKT="             TO AR-RPT-LINE(107:5)
               MOVE AR-W-TBL(AR-W-I)(118:12) TO AR-RPT-LINE(112:12)
           END-IF
           WRITE AR-RPT-LINE
           PERFORM 3800-WRITE-ACTION    THRU 3800-EXIT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3800-WRITE-ACTION  アラートの下へ台帳(ALERTCAT)の説明・
      *    担当チーム・運用手順を出す（CATLOOK経由）
      ******************************************************************
       3800-WRITE-ACTION.
           MOVE "K"                    TO ARC-ID
           MOVE AR-W-TBL(AR-W-I)(16:8) TO ARC-PGM
           MOVE AR-W-TBL(AR-W-I)(27:8) TO ARC-CODE
           CALL "CATLOOK" USING ARC-CATLOOK-AREA
           MOVE SPACE                  TO AR-RPT-LINE
           IF ARC-RETURN-CODE NOT = "00"
               STRING "      ACTION: (CODE NOT IN ALERTCAT)"
                      DELIMITED BY SIZE INTO AR-RPT-LINE
               WRITE AR-RPT-LINE
               GO TO 3800-EXIT
           END-IF
           STRING "      " DELIMITED BY SIZE
                  ARC-DESC DELIMITED BY SIZE
                  " TEAM=" DELIMITED BY SIZE
                  ARC-TEAM DELIMITED BY SIZE
                  INTO AR-RPT-LINE
           END-STRING
           WRITE AR-RPT-LINE
           MOVE SPACE                  TO AR-RPT-LINE
           STRING "      ACTION: " DELIMITED BY SIZE
                  ARC-ACTION DELIMITED BY SIZE
                  INTO AR-RPT-LINE
           END-STRING
           WRITE AR-RPT-LINE.
       3800-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3500-REPORT-ACKED  確認済・クローズのアラートをまとめて
      *    出力する（担当者イニシャル・確認時刻付き）
      ******************************************************************
           ADD  1                      TO AR-W-ACK-CNT
           MOVE SPACE                  TO AR-RPT-LINE
           STRING "  "                 DELIMITED BY SIZE
                  AR-W-TBL(AR-W-I)(1:129) DELIMITED BY SIZE
                  INTO AR-RPT-LINE
           END-STRING
           WRITE AR-RPT-LINE.
