      ******************************************************************
      *
      *    PROGRAM-ID.  GAIJMNT
      *
      *    外字登録簿(GAIJI.REG、GAIJIREG)の保守ユーティリティ
      *    （DMAPMNTと同様の指示ファイル方式）。登録簿はDECODE05・
      *    DECODE07・NFNAMNRMが共通に引くため、矛盾する行が1行でも
      *    入ると変換・印字・突合の結果が食い違う。次の不備を検査し、
      *    検査を通らない登録簿はマスターへ反映しない。
      *      BAD HEX            16進表記の不備
      *      NOT GAIJI AREA     SJISコードが外字領域に無い
      *                         （8740-879C ED40-EEFC F040-F9FC
      *                         FA40-FC4B）
      *      DUPLICATE SJIS     同じSJISコードの行が2行以上
      *      UNICODE CONFLICT   別の外字が同じUnicode符号位置を使う
      *                         （DECODE05の往復変換が壊れる）
      *      MAP CONFLICT       DECODE05.MAPで同じSJISコードが別の
      *                         符号位置に、又は同じ符号位置が別の
      *                         SJISコードに対応している
      *      BAD STANDARD FORM  標準形がJIS X0208の2バイト文字
      *                         （先頭81-9F（87を除く）・E0-EA）で
      *                         ない（外字や自分自身への対応は不可）
      *      BAD PRINT SUB      印字代替が「PP=HHHH」の形でない
      *      DUPLICATE PTN      1行に同じPTNの印字代替が2件以上
      *      EMPTY ENTRY        Unicode・標準形・印字代替のどれも無い
      *      REGISTRY FULL      500件を超える
      *    GAIJMNT.CTL の指示行（1行＝1指示）:
      *      LIST          登録内容の一覧出力（SJISコード昇順）
      *      CHECK         検査のみ（読み込み時に検出した不備を報告）
      *      MERGE=ファイル名  差分ファイル（GAIJI.REGと同じ形式）を
      *                    取り込む。既存SJISコードは差し替え
      *      DEL=SSSS      SJISコードSSSSの外字を登録簿から外す
      *    MERGE・DELを行った時だけ、全不備ゼロを条件にマスターを
      *    SJISコード昇順で書き戻す（不備があれば書き戻さず、
      *    元のマスターを保全する）。結果はGAIJMNT.RPTへ出力する。
      *    MERGE・DELの行は73-80桁目に担当者IDを書き、担当者は
      *    GAIJMNTの同じ名前の機能の権限を持つこと（担当者権限、
      *    OPRAUTH）。権限の無い行は適用せずREFUSEDとして報告する。
      *    マスターを書き戻した時は、読み込み時の登録簿から変わった
      *    SJISコードを1件ずつ前後イメージ付きで監査証跡（AUDITWTR、
      *    照会はAUDINQRY）へ残す。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 GAIJMNT.
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
           SELECT GJ-REG-FILE      ASSIGN TO "GAIJI.REG"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GJ-W-REG-STATUS.
           SELECT GJ-MAP-FILE      ASSIGN TO "DECODE05.MAP"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GJ-W-MAP-STATUS.
           SELECT GJ-DLT-FILE      ASSIGN DYNAMIC GJ-W-DLT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GJ-W-DLT-STATUS.
           SELECT GJ-CTL-FILE      ASSIGN TO "GAIJMNT.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GJ-W-CTL-STATUS.
           SELECT GJ-RPT-FILE      ASSIGN TO "GAIJMNT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  GJ-REG-FILE.
       01  GJ-REG-LINE               PIC X(080).
      *
       FD  GJ-MAP-FILE.
       01  GJ-MAP-LINE               PIC X(080).
      *
       FD  GJ-DLT-FILE.
       01  GJ-DLT-LINE               PIC X(080).
      *
       FD  GJ-CTL-FILE.
       01  GJ-CTL-LINE               PIC X(080).
      *
       FD  GJ-RPT-FILE.
       01  GJ-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  GJ-W-REG-STATUS          PIC  X(002) VALUE SPACE.
       01  GJ-W-MAP-STATUS          PIC  X(002) VALUE SPACE.
       01  GJ-W-DLT-STATUS          PIC  X(002) VALUE SPACE.
       01  GJ-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  GJ-W-DLT-NAME            PIC  X(024) VALUE SPACE.
       01  GJ-W-REG-EOF             PIC  X(001) VALUE "N".
           88  GJ-W-REG-EOF-YES             VALUE "Y".
       01  GJ-W-MAP-EOF             PIC  X(001) VALUE "N".
           88  GJ-W-MAP-EOF-YES             VALUE "Y".
       01  GJ-W-DLT-EOF             PIC  X(001) VALUE "N".
           88  GJ-W-DLT-EOF-YES             VALUE "Y".
       01  GJ-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  GJ-W-CTL-EOF-YES             VALUE "Y".
       01  GJ-W-CTL-OPEN            PIC  X(001) VALUE "N".
      *
      *---------------------------------------------------------------*
      *    登録簿の行テーブル（最大500件、外した行は行イメージを
      *    スペースにする）と、SJISコード+1・Unicode符号位置+1の
      *    添字で行の位置を直接引く索引（ゼロは未登録）
      *---------------------------------------------------------------*
       01  GJ-W-MAX                 BINARY-LONG VALUE 500.
       01  GJ-W-SLOT-CNT            BINARY-LONG VALUE ZERO.
       01  GJ-W-ENT-CNT             BINARY-LONG VALUE ZERO.
       01  GJ-W-TBL-AREA.
           03  GJ-W-TBL OCCURS 500.
               05  GJ-W-T-LINE      PIC  X(080).
               05  GJ-W-T-UCS       BINARY-LONG.
       01  GJ-W-S-IDX-AREA.
           03  GJ-W-S-IDX OCCURS 65536    BINARY-LONG.
       01  GJ-W-U-IDX-AREA.
           03  GJ-W-U-IDX OCCURS 65536    BINARY-LONG.
      *    *** 読み込み時の登録簿の控え（監査証跡の前イメージ用、
      *    *** SJISコード+1の添字で控えの位置を引く）
       01  GJ-W-ORG-CNT             BINARY-LONG VALUE ZERO.
       01  GJ-W-ORG-AREA.
           03  GJ-W-ORG-LINE OCCURS 500   PIC X(080).
       01  GJ-W-ORG-IDX-AREA.
           03  GJ-W-ORG-IDX OCCURS 65536  BINARY-LONG.
      *    *** SJISコードごとの変更元の指示行（指示表の添字、ゼロは
      *    *** 変更無し）と、MERGE・DEL行の担当者・機能（最大99行）
       01  GJ-W-CMD-BY-AREA.
           03  GJ-W-CMD-BY OCCURS 65536   PIC 9(002).
       01  GJ-W-CMD-CNT             BINARY-LONG VALUE ZERO.
       01  GJ-W-CMD-AREA.
           03  GJ-W-CMD OCCURS 99.
               05  GJ-W-CMD-OPER    PIC  X(008).
               05  GJ-W-CMD-FUNC    PIC  X(008).
      *
      *---------------------------------------------------------------*
      *    DECODE05.MAPの直接索引（MAP CONFLICTの検査用、DMAPMNTと
      *    同じ持ち方。コード値+1の添字、ゼロは未登録）
      *---------------------------------------------------------------*
       01  GJ-W-MS2U-AREA.
           03  GJ-W-MS2U OCCURS 65536     BINARY-LONG.
       01  GJ-W-MU2S-AREA.
           03  GJ-W-MU2S OCCURS 65536     BINARY-LONG.
      *
      *---------------------------------------------------------------*
      *    16進解析（DECODE05の2520と同じ規則、不備はGJ-W-HEX-BAD=Y）
      *---------------------------------------------------------------*
       01  GJ-W-HEX-IN              PIC  X(004) VALUE SPACE.
       01  GJ-W-HEX-VAL             BINARY-LONG VALUE ZERO.
       01  GJ-W-HEX-D               BINARY-LONG VALUE ZERO.
       01  GJ-W-HEX-I               BINARY-LONG VALUE ZERO.
       01  GJ-W-HEX-BAD             PIC  X(001) VALUE "N".
      *
      *    *** 16進編集（一覧・監査証跡用）
       01  GJ-W-HEXDIGITS           PIC  X(016)
                                    VALUE "0123456789ABCDEF".
       01  GJ-W-HEX4                PIC  X(004) VALUE SPACE.
       01  GJ-W-HV                  BINARY-LONG VALUE ZERO.
       01  GJ-W-HD                  BINARY-LONG VALUE ZERO.
       01  GJ-W-HI                  BINARY-LONG VALUE ZERO.
      *
      *    *** 1行の検査用
       01  GJ-W-SJIS                BINARY-LONG VALUE ZERO.
       01  GJ-W-UCS                 BINARY-LONG VALUE ZERO.
       01  GJ-W-STD                 BINARY-LONG VALUE ZERO.
       01  GJ-W-MAP-SJIS            BINARY-LONG VALUE ZERO.
       01  GJ-W-MAP-UCS             BINARY-LONG VALUE ZERO.
       01  GJ-W-LEAD                BINARY-LONG VALUE ZERO.
       01  GJ-W-TRAIL               BINARY-LONG VALUE ZERO.
       01  GJ-W-AREA-OK             PIC  X(001) VALUE "N".
       01  GJ-W-STD-OK              PIC  X(001) VALUE "N".
       01  GJ-W-SUB-BAD             PIC  X(001) VALUE "N".
       01  GJ-W-SUB-DUP             PIC  X(001) VALUE "N".
       01  GJ-W-SUB-CNT             BINARY-LONG VALUE ZERO.
       01  GJ-W-COL                 BINARY-LONG VALUE ZERO.
       01  GJ-W-COL2                BINARY-LONG VALUE ZERO.
       01  GJ-W-S                   BINARY-LONG VALUE ZERO.
       01  GJ-W-S2                  BINARY-LONG VALUE ZERO.
       01  GJ-W-REASON              PIC  X(020) VALUE SPACE.
      *
       01  GJ-W-I                   BINARY-LONG VALUE ZERO.
       01  GJ-W-J                   BINARY-LONG VALUE ZERO.
       01  GJ-W-LOADING             PIC  X(001) VALUE "N".
       01  GJ-W-ERR-CNT             BINARY-LONG VALUE ZERO.
       01  GJ-W-CHANGED             PIC  X(001) VALUE "N".
       01  GJ-W-ADD-CNT             BINARY-LONG VALUE ZERO.
       01  GJ-W-UPD-CNT             BINARY-LONG VALUE ZERO.
       01  GJ-W-DEL-CNT             BINARY-LONG VALUE ZERO.
       01  GJ-W-CUR-LINE            PIC  X(080) VALUE SPACE.
       01  GJ-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *    *** 担当者権限の確認用（OPRAUTH）
       01  GJ-W-AUTH-OK             PIC  X(001) VALUE "N".
       01  GJ-W-REFUSE-CNT          BINARY-LONG VALUE ZERO.
      *
      *    *** 担当者権限の確認（OPRAUTH）
       COPY "CPOPRAUTH.cpy"  REPLACING ==:##:== BY ==GJU==.
      *    *** 変更の監査証跡（AUDITWTR）
       COPY "CPAUDIT.cpy"    REPLACING ==:##:== BY ==GJA==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==GJQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-CTL     THRU 2000-EXIT
               UNTIL GJ-W-CTL-EOF-YES
           PERFORM 8000-INSTALL         THRU 8000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  DECODE05.MAPと登録簿を索引テーブルへ展開
      *    する（読み込み時点で不備を検出して報告する）
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT GJ-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO GJQ-ID
           CALL "ENVQUAL" USING GJQ-ENVQUAL-AREA
           MOVE GJQ-ENV-LINE           TO GJ-RPT-LINE
           WRITE GJ-RPT-LINE
           MOVE "GAIJMNT GAIJI REGISTRY MAINTENANCE" TO GJ-RPT-LINE
           WRITE GJ-RPT-LINE
      *
           INITIALIZE GJ-W-MS2U-AREA
           INITIALIZE GJ-W-MU2S-AREA
           MOVE "N"                    TO GJ-W-MAP-EOF
           OPEN INPUT GJ-MAP-FILE
           IF GJ-W-MAP-STATUS = "00"
               PERFORM 1200-READ-MAP-ONE THRU 1200-EXIT
                   UNTIL GJ-W-MAP-EOF-YES
               CLOSE GJ-MAP-FILE
           END-IF
      *
           INITIALIZE GJ-W-S-IDX-AREA
           INITIALIZE GJ-W-U-IDX-AREA
           INITIALIZE GJ-W-ORG-IDX-AREA
           INITIALIZE GJ-W-CMD-BY-AREA
           MOVE "Y"                    TO GJ-W-LOADING
           MOVE "N"                    TO GJ-W-REG-EOF
           OPEN INPUT GJ-REG-FILE
           IF GJ-W-REG-STATUS = "00"
               PERFORM 1100-READ-REG-ONE THRU 1100-EXIT
                   UNTIL GJ-W-REG-EOF-YES
               CLOSE GJ-REG-FILE
           ELSE
               MOVE "NO GAIJI.REG - STARTING EMPTY" TO GJ-RPT-LINE
               WRITE GJ-RPT-LINE
           END-IF
           MOVE "N"                    TO GJ-W-LOADING
      *
           MOVE "N"                    TO GJ-W-CTL-EOF
           OPEN INPUT GJ-CTL-FILE
           IF GJ-W-CTL-STATUS = "00"
               MOVE "Y"                 TO GJ-W-CTL-OPEN
           ELSE
               MOVE SPACE               TO GJ-RPT-LINE
               STRING "NO GAIJMNT.CTL, NOTHING TO DO"
                      DELIMITED BY SIZE INTO GJ-RPT-LINE
               WRITE GJ-RPT-LINE
               SET GJ-W-CTL-EOF-YES     TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    *** 登録簿1行を検査して登録し、控えにも残す
       1100-READ-REG-ONE.
           READ GJ-REG-FILE
               AT END
                   SET GJ-W-REG-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF GJ-REG-LINE = SPACE OR GJ-REG-LINE(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
           MOVE GJ-REG-LINE             TO GJ-W-CUR-LINE
           PERFORM 3000-APPLY-ENTRY      THRU 3000-EXIT.
       1100-EXIT.
           EXIT.
      *
      *    *** DECODE05.MAPの1行「SSSS UUUU」（不備の行は検査に使わない）
       1200-READ-MAP-ONE.
           READ GJ-MAP-FILE
               AT END
                   SET GJ-W-MAP-EOF-YES TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF GJ-MAP-LINE = SPACE OR GJ-MAP-LINE(1:1) = "*"
               GO TO 1200-EXIT
           END-IF
           MOVE GJ-MAP-LINE(1:4)        TO GJ-W-HEX-IN
           PERFORM 4000-HEX4-TO-BIN      THRU 4000-EXIT
           MOVE GJ-W-HEX-VAL            TO GJ-W-MAP-SJIS
           IF GJ-W-HEX-BAD = "Y"
               GO TO 1200-EXIT
           END-IF
           MOVE GJ-MAP-LINE(6:4)        TO GJ-W-HEX-IN
           PERFORM 4000-HEX4-TO-BIN      THRU 4000-EXIT
           MOVE GJ-W-HEX-VAL            TO GJ-W-MAP-UCS
           IF GJ-W-HEX-BAD = "Y"
               GO TO 1200-EXIT
           END-IF
           IF GJ-W-MAP-SJIS > ZERO AND GJ-W-MAP-SJIS < 65536 AND
              GJ-W-MAP-UCS  > ZERO AND GJ-W-MAP-UCS  < 65536
               MOVE GJ-W-MAP-UCS         TO GJ-W-MS2U(GJ-W-MAP-SJIS + 1)
               MOVE GJ-W-MAP-SJIS        TO GJ-W-MU2S(GJ-W-MAP-UCS + 1)
           END-IF.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-PROCESS-CTL  指示行を1行ずつ処理する
      ******************************************************************
       2000-PROCESS-CTL.
           READ GJ-CTL-FILE
               AT END
                   SET GJ-W-CTL-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF GJ-CTL-LINE = SPACE OR GJ-CTL-LINE(1:1) = "*"
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN GJ-CTL-LINE(1:4) = "LIST"
                   PERFORM 5000-LIST        THRU 5000-EXIT
               WHEN GJ-CTL-LINE(1:5) = "CHECK"
                   PERFORM 6000-CHECK       THRU 6000-EXIT
               WHEN GJ-CTL-LINE(1:6) = "MERGE="
                   MOVE "MERGE"             TO GJU-FUNC
                   PERFORM 2100-CHECK-AUTH  THRU 2100-EXIT
                   IF GJ-W-AUTH-OK = "Y"
                       PERFORM 7000-MERGE   THRU 7000-EXIT
                   END-IF
               WHEN GJ-CTL-LINE(1:4) = "DEL="
                   MOVE "DEL"               TO GJU-FUNC
                   PERFORM 2100-CHECK-AUTH  THRU 2100-EXIT
                   IF GJ-W-AUTH-OK = "Y"
                       PERFORM 7500-DELETE  THRU 7500-EXIT
                   END-IF
               WHEN OTHER
                   MOVE SPACE               TO GJ-RPT-LINE
                   STRING "UNKNOWN COMMAND: " DELIMITED BY SIZE
                          GJ-CTL-LINE(1:20)  DELIMITED BY SIZE
                          INTO GJ-RPT-LINE
                   END-STRING
                   WRITE GJ-RPT-LINE
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2100-CHECK-AUTH  MERGE・DEL行の担当者（73-80桁目）が機能
      *    （GJU-FUNC）の権限を持つか確かめ、無ければ拒否を報告する。
      *    権限があれば指示表へ担当者と機能を控える
      ******************************************************************
       2100-CHECK-AUTH.
           MOVE "N"                    TO GJ-W-AUTH-OK
           MOVE "C"                    TO GJU-ID
           MOVE "GAIJMNT"              TO GJU-PGM
           MOVE GJ-CTL-LINE(73:8)      TO GJU-OPER
           MOVE SPACE                  TO GJU-MAKER
           CALL "OPRAUTH" USING GJU-OPRAUTH-AREA
           IF GJU-RETURN-CODE = "00"
               MOVE "Y"                 TO GJ-W-AUTH-OK
               IF GJ-W-CMD-CNT < 99
                   ADD  1               TO GJ-W-CMD-CNT
               END-IF
               MOVE GJU-OPER            TO GJ-W-CMD-OPER(GJ-W-CMD-CNT)
               MOVE GJU-FUNC            TO GJ-W-CMD-FUNC(GJ-W-CMD-CNT)
               GO TO 2100-EXIT
           END-IF
           ADD  1                      TO GJ-W-REFUSE-CNT
           MOVE SPACE                  TO GJ-RPT-LINE
           STRING "REFUSED ("          DELIMITED BY SIZE
                  GJU-OPER             DELIMITED BY SPACE
                  ": "                 DELIMITED BY SIZE
                  GJU-REASON           DELIMITED BY "  "
                  "): "                DELIMITED BY SIZE
                  GJ-CTL-LINE(1:30)    DELIMITED BY SIZE
                  INTO GJ-RPT-LINE
           END-STRING
           WRITE GJ-RPT-LINE.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-APPLY-ENTRY  登録簿の1行(GJ-W-CUR-LINE)を検査して
      *    行テーブルへ登録する。不備は理由付きで報告して数え、
      *    登録しない
      ******************************************************************
       3000-APPLY-ENTRY.
           MOVE SPACE                  TO GJ-W-REASON
      *    *** SJISコード
           MOVE GJ-W-CUR-LINE(1:4)      TO GJ-W-HEX-IN
           PERFORM 4000-HEX4-TO-BIN      THRU 4000-EXIT
           MOVE GJ-W-HEX-VAL            TO GJ-W-SJIS
           IF GJ-W-HEX-BAD = "Y"
               MOVE "BAD HEX"           TO GJ-W-REASON
               GO TO 3000-REJECT
           END-IF
           PERFORM 3100-CHECK-AREA       THRU 3100-EXIT
           IF GJ-W-AREA-OK NOT = "Y"
               MOVE "NOT GAIJI AREA"    TO GJ-W-REASON
               GO TO 3000-REJECT
           END-IF
           IF GJ-W-S-IDX(GJ-W-SJIS + 1) NOT = ZERO
               MOVE "DUPLICATE SJIS"    TO GJ-W-REASON
               GO TO 3000-REJECT
           END-IF
      *    *** Unicode符号位置（空白は無し）
           MOVE ZERO                   TO GJ-W-UCS
           IF GJ-W-CUR-LINE(6:4) NOT = SPACE
               MOVE GJ-W-CUR-LINE(6:4)  TO GJ-W-HEX-IN
               PERFORM 4000-HEX4-TO-BIN  THRU 4000-EXIT
               MOVE GJ-W-HEX-VAL        TO GJ-W-UCS
               IF GJ-W-HEX-BAD = "Y" OR GJ-W-UCS < 1
                   MOVE "BAD HEX"       TO GJ-W-REASON
                   GO TO 3000-REJECT
               END-IF
               IF GJ-W-U-IDX(GJ-W-UCS + 1) NOT = ZERO
                   MOVE "UNICODE CONFLICT" TO GJ-W-REASON
                   GO TO 3000-REJECT
               END-IF
               IF (GJ-W-MS2U(GJ-W-SJIS + 1) NOT = ZERO AND
                   GJ-W-MS2U(GJ-W-SJIS + 1) NOT = GJ-W-UCS) OR
                  (GJ-W-MU2S(GJ-W-UCS + 1) NOT = ZERO AND
                   GJ-W-MU2S(GJ-W-UCS + 1) NOT = GJ-W-SJIS)
                   MOVE "MAP CONFLICT"  TO GJ-W-REASON
                   GO TO 3000-REJECT
               END-IF
           END-IF
      *    *** 標準形（空白は無し）
           MOVE ZERO                   TO GJ-W-STD
           IF GJ-W-CUR-LINE(11:4) NOT = SPACE
               MOVE GJ-W-CUR-LINE(11:4) TO GJ-W-HEX-IN
               PERFORM 4000-HEX4-TO-BIN  THRU 4000-EXIT
               MOVE GJ-W-HEX-VAL        TO GJ-W-STD
               IF GJ-W-HEX-BAD = "Y"
                   MOVE "BAD HEX"       TO GJ-W-REASON
                   GO TO 3000-REJECT
               END-IF
               PERFORM 3200-CHECK-STD    THRU 3200-EXIT
               IF GJ-W-STD-OK NOT = "Y"
                   MOVE "BAD STANDARD FORM" TO GJ-W-REASON
                   GO TO 3000-REJECT
               END-IF
           END-IF
      *    *** 印字代替「PP=HHHH」（16・24・32・40・48・56桁目）
           MOVE "N"                    TO GJ-W-SUB-BAD
           MOVE "N"                    TO GJ-W-SUB-DUP
           MOVE ZERO                   TO GJ-W-SUB-CNT
           PERFORM 3300-CHECK-SUB-ONE    THRU 3300-EXIT
               VARYING GJ-W-S FROM 1 BY 1
               UNTIL GJ-W-S > 6
           IF GJ-W-SUB-BAD = "Y"
               MOVE "BAD PRINT SUB"     TO GJ-W-REASON
               GO TO 3000-REJECT
           END-IF
           IF GJ-W-SUB-DUP = "Y"
               MOVE "DUPLICATE PTN"     TO GJ-W-REASON
               GO TO 3000-REJECT
           END-IF
           IF GJ-W-UCS = ZERO AND GJ-W-STD = ZERO AND
              GJ-W-SUB-CNT = ZERO
               MOVE "EMPTY ENTRY"       TO GJ-W-REASON
               GO TO 3000-REJECT
           END-IF
           IF GJ-W-SLOT-CNT >= GJ-W-MAX
               MOVE "REGISTRY FULL"     TO GJ-W-REASON
               GO TO 3000-REJECT
           END-IF
      *
           ADD  1                      TO GJ-W-SLOT-CNT
           ADD  1                      TO GJ-W-ENT-CNT
           MOVE GJ-W-CUR-LINE           TO GJ-W-T-LINE(GJ-W-SLOT-CNT)
           MOVE GJ-W-UCS                TO GJ-W-T-UCS(GJ-W-SLOT-CNT)
           MOVE GJ-W-SLOT-CNT           TO GJ-W-S-IDX(GJ-W-SJIS + 1)
           IF GJ-W-UCS NOT = ZERO
               MOVE GJ-W-SLOT-CNT        TO GJ-W-U-IDX(GJ-W-UCS + 1)
           END-IF
      *    *** 読み込み時の登録内容は監査証跡の前イメージに控える
           IF GJ-W-LOADING = "Y"
               ADD  1                   TO GJ-W-ORG-CNT
               MOVE GJ-W-CUR-LINE        TO GJ-W-ORG-LINE(GJ-W-ORG-CNT)
               MOVE GJ-W-ORG-CNT         TO GJ-W-ORG-IDX(GJ-W-SJIS + 1)
           END-IF
           GO TO 3000-EXIT.
       3000-REJECT.
           ADD  1                      TO GJ-W-ERR-CNT
           MOVE SPACE                  TO GJ-RPT-LINE
           STRING GJ-W-REASON           DELIMITED BY "  "
                  ": "                  DELIMITED BY SIZE
                  GJ-W-CUR-LINE         DELIMITED BY SIZE
                  INTO GJ-RPT-LINE
           END-STRING
           WRITE GJ-RPT-LINE.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3100-CHECK-AREA  GJ-W-SJISが外字領域の2バイトコードなら
      *    GJ-W-AREA-OK=Y（GAIJIREGの1300と同じ範囲）
      *      8740-879C  ED40-EEFC  F040-F9FC  FA40-FC4B
      ******************************************************************
       3100-CHECK-AREA.
           MOVE "N"                     TO GJ-W-AREA-OK
           COMPUTE GJ-W-LEAD  = GJ-W-SJIS / 256
           COMPUTE GJ-W-TRAIL = GJ-W-SJIS - GJ-W-LEAD * 256
           IF GJ-W-TRAIL < 64 OR GJ-W-TRAIL = 127 OR GJ-W-TRAIL > 252
               GO TO 3100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN GJ-W-LEAD = 135 AND GJ-W-TRAIL <= 156
               WHEN GJ-W-LEAD = 237 OR GJ-W-LEAD = 238
               WHEN GJ-W-LEAD >= 240 AND GJ-W-LEAD <= 251
               WHEN GJ-W-LEAD = 252 AND GJ-W-TRAIL <= 75
                   MOVE "Y"              TO GJ-W-AREA-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3200-CHECK-STD  標準形GJ-W-STDがJIS X0208の2バイト文字の
      *    範囲（先頭81-9F（87を除く）・E0-EA、後続40-7E・80-FC）なら
      *    GJ-W-STD-OK=Y（外字・1バイト文字への対応は不可）
      ******************************************************************
       3200-CHECK-STD.
           MOVE "N"                     TO GJ-W-STD-OK
           COMPUTE GJ-W-LEAD  = GJ-W-STD / 256
           COMPUTE GJ-W-TRAIL = GJ-W-STD - GJ-W-LEAD * 256
           IF GJ-W-TRAIL < 64 OR GJ-W-TRAIL = 127 OR GJ-W-TRAIL > 252
               GO TO 3200-EXIT
           END-IF
           IF (GJ-W-LEAD >= 129 AND GJ-W-LEAD <= 159 AND
               GJ-W-LEAD NOT = 135) OR
              (GJ-W-LEAD >= 224 AND GJ-W-LEAD <= 234)
               MOVE "Y"                  TO GJ-W-STD-OK
           END-IF.
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3300-CHECK-SUB-ONE  GJ-W-S件目の印字代替を検査する
      *    （形の不備はGJ-W-SUB-BAD、先の件と同じPTNはGJ-W-SUB-DUP）
      ******************************************************************
       3300-CHECK-SUB-ONE.
           COMPUTE GJ-W-COL = 16 + (GJ-W-S - 1) * 8
           IF GJ-W-CUR-LINE(GJ-W-COL:7) = SPACE
               GO TO 3300-EXIT
           END-IF
           IF GJ-W-CUR-LINE(GJ-W-COL:2) IS NOT NUMERIC OR
              GJ-W-CUR-LINE(GJ-W-COL + 2:1) NOT = "="
               MOVE "Y"                  TO GJ-W-SUB-BAD
               GO TO 3300-EXIT
           END-IF
           MOVE GJ-W-CUR-LINE(GJ-W-COL + 3:4) TO GJ-W-HEX-IN
           PERFORM 4000-HEX4-TO-BIN       THRU 4000-EXIT
           IF GJ-W-HEX-BAD = "Y"
               MOVE "Y"                  TO GJ-W-SUB-BAD
               GO TO 3300-EXIT
           END-IF
           ADD  1                       TO GJ-W-SUB-CNT
           PERFORM 3310-SUB-DUP-ONE       THRU 3310-EXIT
               VARYING GJ-W-S2 FROM 1 BY 1
               UNTIL GJ-W-S2 >= GJ-W-S.
       3300-EXIT.
           EXIT.
      *
       3310-SUB-DUP-ONE.
           COMPUTE GJ-W-COL2 = 16 + (GJ-W-S2 - 1) * 8
           IF GJ-W-CUR-LINE(GJ-W-COL2:2) = GJ-W-CUR-LINE(GJ-W-COL:2)
               MOVE "Y"                  TO GJ-W-SUB-DUP
           END-IF.
       3310-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3500-REMOVE-ENTRY  SJISコードGJ-W-SJISの登録を行テーブルと
      *    索引から外す（差し替え・削除用、未登録なら何もしない）
      ******************************************************************
       3500-REMOVE-ENTRY.
           MOVE GJ-W-S-IDX(GJ-W-SJIS + 1) TO GJ-W-J
           IF GJ-W-J = ZERO
               GO TO 3500-EXIT
           END-IF
           IF GJ-W-T-UCS(GJ-W-J) NOT = ZERO
               MOVE ZERO                 TO
                   GJ-W-U-IDX(GJ-W-T-UCS(GJ-W-J) + 1)
           END-IF
           MOVE SPACE                   TO GJ-W-T-LINE(GJ-W-J)
           MOVE ZERO                    TO GJ-W-T-UCS(GJ-W-J)
           MOVE ZERO                    TO GJ-W-S-IDX(GJ-W-SJIS + 1)
           SUBTRACT 1                   FROM GJ-W-ENT-CNT.
       3500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-HEX4-TO-BIN  16進4桁(GJ-W-HEX-IN)を2進(GJ-W-HEX-VAL)へ
      *    変換する（0-9/A-F/a-f以外を含む時はGJ-W-HEX-BAD=Y）
      ******************************************************************
       4000-HEX4-TO-BIN.
           MOVE ZERO                    TO GJ-W-HEX-VAL
           MOVE "N"                     TO GJ-W-HEX-BAD
           PERFORM 4100-HEX1-TO-BIN      THRU 4100-EXIT
               VARYING GJ-W-HEX-I FROM 1 BY 1
               UNTIL GJ-W-HEX-I > 4.
       4000-EXIT.
           EXIT.
      *
       4100-HEX1-TO-BIN.
           COMPUTE GJ-W-HEX-D =
               FUNCTION ORD(GJ-W-HEX-IN(GJ-W-HEX-I:1)) - 1
           EVALUATE TRUE
               WHEN GJ-W-HEX-D >= 48 AND GJ-W-HEX-D <= 57
                   SUBTRACT 48           FROM GJ-W-HEX-D
               WHEN GJ-W-HEX-D >= 65 AND GJ-W-HEX-D <= 70
                   SUBTRACT 55           FROM GJ-W-HEX-D
               WHEN GJ-W-HEX-D >= 97 AND GJ-W-HEX-D <= 102
                   SUBTRACT 87           FROM GJ-W-HEX-D
               WHEN OTHER
                   MOVE "Y"              TO GJ-W-HEX-BAD
                   MOVE ZERO             TO GJ-W-HEX-D
           END-EVALUATE
           COMPUTE GJ-W-HEX-VAL =
               GJ-W-HEX-VAL * 16 + GJ-W-HEX-D.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-LIST  登録内容をSJISコード昇順で一覧出力する
      ******************************************************************
       5000-LIST.
           MOVE "GAIJI LIST (SJIS ORDER)" TO GJ-RPT-LINE
           WRITE GJ-RPT-LINE
           MOVE "SJIS UCS  STD  PRINT SUBSTITUTES" TO GJ-RPT-LINE
           WRITE GJ-RPT-LINE
           PERFORM 5100-LIST-ONE        THRU 5100-EXIT
               VARYING GJ-W-I FROM 1 BY 1
               UNTIL GJ-W-I > 65535.
       5000-EXIT.
           EXIT.
      *
       5100-LIST-ONE.
           IF GJ-W-S-IDX(GJ-W-I + 1) = ZERO
               GO TO 5100-EXIT
           END-IF
           MOVE GJ-W-T-LINE(GJ-W-S-IDX(GJ-W-I + 1)) TO GJ-RPT-LINE
           WRITE GJ-RPT-LINE.
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5500-BIN-TO-HEX4  2進(GJ-W-HV)を16進4桁(GJ-W-HEX4)へ
      ******************************************************************
       5500-BIN-TO-HEX4.
           MOVE SPACE                   TO GJ-W-HEX4
           PERFORM 5510-HEX-ONE          THRU 5510-EXIT
               VARYING GJ-W-HI FROM 4 BY -1
               UNTIL GJ-W-HI < 1.
       5500-EXIT.
           EXIT.
      *
       5510-HEX-ONE.
           COMPUTE GJ-W-HD = FUNCTION MOD(GJ-W-HV, 16)
           MOVE GJ-W-HEXDIGITS(GJ-W-HD + 1:1)
               TO GJ-W-HEX4(GJ-W-HI:1)
           COMPUTE GJ-W-HV = GJ-W-HV / 16.
       5510-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-CHECK  検査結果のサマリーを出力する（不備の明細は
      *    読み込み・取り込み時に出力済み）
      ******************************************************************
       6000-CHECK.
           MOVE GJ-W-ENT-CNT            TO GJ-W-RPT-CNT
           MOVE SPACE                  TO GJ-RPT-LINE
           STRING "CHECK ENTRIES=" DELIMITED BY SIZE
                  GJ-W-RPT-CNT DELIMITED BY SIZE
                  INTO GJ-RPT-LINE
           END-STRING
           WRITE GJ-RPT-LINE
           MOVE GJ-W-ERR-CNT            TO GJ-W-RPT-CNT
           MOVE SPACE                  TO GJ-RPT-LINE
           STRING "CHECK ERRORS=" DELIMITED BY SIZE
                  GJ-W-RPT-CNT DELIMITED BY SIZE
                  INTO GJ-RPT-LINE
           END-STRING
           WRITE GJ-RPT-LINE.
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7000-MERGE  差分ファイルを取り込む。既存SJISコードは
      *    差し替え（旧登録を外してから検査し直す）
      ******************************************************************
       7000-MERGE.
           MOVE GJ-CTL-LINE(7:24)       TO GJ-W-DLT-NAME
           MOVE "N"                    TO GJ-W-DLT-EOF
           OPEN INPUT GJ-DLT-FILE
           IF GJ-W-DLT-STATUS NOT = "00"
               MOVE SPACE               TO GJ-RPT-LINE
               STRING "CANNOT OPEN DELTA: " DELIMITED BY SIZE
                      GJ-W-DLT-NAME     DELIMITED BY SIZE
                      INTO GJ-RPT-LINE
               END-STRING
               WRITE GJ-RPT-LINE
               ADD  1                  TO GJ-W-ERR-CNT
               GO TO 7000-EXIT
           END-IF
           MOVE "Y"                    TO GJ-W-CHANGED
           PERFORM 7100-MERGE-ONE       THRU 7100-EXIT
               UNTIL GJ-W-DLT-EOF-YES
           CLOSE GJ-DLT-FILE
      *
           MOVE GJ-W-ADD-CNT            TO GJ-W-RPT-CNT
           MOVE SPACE                  TO GJ-RPT-LINE
           STRING "MERGE ADDED=" DELIMITED BY SIZE
                  GJ-W-RPT-CNT DELIMITED BY SIZE
                  INTO GJ-RPT-LINE
           END-STRING
           WRITE GJ-RPT-LINE
           MOVE GJ-W-UPD-CNT            TO GJ-W-RPT-CNT
           MOVE SPACE                  TO GJ-RPT-LINE
           STRING "MERGE UPDATED=" DELIMITED BY SIZE
                  GJ-W-RPT-CNT DELIMITED BY SIZE
                  INTO GJ-RPT-LINE
           END-STRING
           WRITE GJ-RPT-LINE.
       7000-EXIT.
           EXIT.
      *
       7100-MERGE-ONE.
           READ GJ-DLT-FILE
               AT END
                   SET GJ-W-DLT-EOF-YES TO TRUE
                   GO TO 7100-EXIT
           END-READ
           IF GJ-DLT-LINE = SPACE OR GJ-DLT-LINE(1:1) = "*"
               GO TO 7100-EXIT
           END-IF
           MOVE GJ-DLT-LINE             TO GJ-W-CUR-LINE
      *
      *    *** 既存SJISコードは差し替え（旧登録を外してから3000へ）
           MOVE GJ-W-CUR-LINE(1:4)      TO GJ-W-HEX-IN
           PERFORM 4000-HEX4-TO-BIN      THRU 4000-EXIT
           MOVE GJ-W-HEX-VAL            TO GJ-W-SJIS
           IF GJ-W-HEX-BAD NOT = "Y" AND
              GJ-W-SJIS > 0 AND GJ-W-SJIS < 65536
               MOVE GJ-W-CMD-CNT         TO GJ-W-CMD-BY(GJ-W-SJIS + 1)
               IF GJ-W-S-IDX(GJ-W-SJIS + 1) NOT = ZERO
                   PERFORM 3500-REMOVE-ENTRY THRU 3500-EXIT
                   ADD  1               TO GJ-W-UPD-CNT
               ELSE
                   ADD  1               TO GJ-W-ADD-CNT
               END-IF
           END-IF
           PERFORM 3000-APPLY-ENTRY      THRU 3000-EXIT.
       7100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7500-DELETE  DEL=SSSSの外字を登録簿から外す（未登録・
      *    16進表記の不備は不備として数える）
      ******************************************************************
       7500-DELETE.
           MOVE GJ-CTL-LINE(5:4)        TO GJ-W-HEX-IN
           PERFORM 4000-HEX4-TO-BIN      THRU 4000-EXIT
           MOVE GJ-W-HEX-VAL            TO GJ-W-SJIS
           IF GJ-W-HEX-BAD = "Y" OR GJ-W-SJIS < 1
               OR GJ-W-S-IDX(GJ-W-SJIS + 1) = ZERO
               ADD  1                   TO GJ-W-ERR-CNT
               MOVE SPACE               TO GJ-RPT-LINE
               STRING "NOT REGISTERED: " DELIMITED BY SIZE
                      GJ-CTL-LINE(1:20) DELIMITED BY SIZE
                      INTO GJ-RPT-LINE
               END-STRING
               WRITE GJ-RPT-LINE
               GO TO 7500-EXIT
           END-IF
           MOVE "Y"                    TO GJ-W-CHANGED
           MOVE GJ-W-CMD-CNT            TO GJ-W-CMD-BY(GJ-W-SJIS + 1)
           PERFORM 3500-REMOVE-ENTRY     THRU 3500-EXIT
           ADD  1                      TO GJ-W-DEL-CNT
           MOVE SPACE                  TO GJ-RPT-LINE
           STRING "DELETED: "          DELIMITED BY SIZE
                  GJ-CTL-LINE(5:4)     DELIMITED BY SIZE
                  INTO GJ-RPT-LINE
           END-STRING
           WRITE GJ-RPT-LINE.
       7500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-INSTALL  MERGE・DELを行った実行だけ、全不備ゼロを条件
      *    にマスターをSJISコード昇順で書き戻す（不備があれば書き戻さ
      *    ず元のマスターを保全する）
      ******************************************************************
       8000-INSTALL.
           IF GJ-W-CHANGED NOT = "Y"
               GO TO 8000-EXIT
           END-IF
           IF GJ-W-ERR-CNT > ZERO
               MOVE SPACE               TO GJ-RPT-LINE
               STRING "VALIDATION FAILED - MASTER NOT REPLACED"
                      DELIMITED BY SIZE INTO GJ-RPT-LINE
               WRITE GJ-RPT-LINE
               GO TO 8000-EXIT
           END-IF
      *
           OPEN OUTPUT GJ-REG-FILE
           PERFORM 8100-WRITE-ONE       THRU 8100-EXIT
               VARYING GJ-W-I FROM 1 BY 1
               UNTIL GJ-W-I > 65535
           CLOSE GJ-REG-FILE
           PERFORM 8200-AUDIT-ONE       THRU 8200-EXIT
               VARYING GJ-W-I FROM 1 BY 1
               UNTIL GJ-W-I > 65535
           MOVE GJ-W-ENT-CNT            TO GJ-W-RPT-CNT
           MOVE SPACE                  TO GJ-RPT-LINE
           STRING "INSTALLED ENTRIES=" DELIMITED BY SIZE
                  GJ-W-RPT-CNT DELIMITED BY SIZE
                  INTO GJ-RPT-LINE
           END-STRING
           WRITE GJ-RPT-LINE.
       8000-EXIT.
           EXIT.
      *
       8100-WRITE-ONE.
           IF GJ-W-S-IDX(GJ-W-I + 1) = ZERO
               GO TO 8100-EXIT
           END-IF
           MOVE GJ-W-T-LINE(GJ-W-S-IDX(GJ-W-I + 1)) TO GJ-REG-LINE
           WRITE GJ-REG-LINE.
       8100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8200-AUDIT-ONE  読み込み時から変わったSJISコード1件を
      *    登録簿の行イメージの前後で監査証跡へ記録する
      ******************************************************************
       8200-AUDIT-ONE.
           IF GJ-W-CMD-BY(GJ-W-I + 1) = ZERO
               GO TO 8200-EXIT
           END-IF
           MOVE SPACE                  TO GJA-BEFORE
           IF GJ-W-ORG-IDX(GJ-W-I + 1) NOT = ZERO
               MOVE GJ-W-ORG-LINE(GJ-W-ORG-IDX(GJ-W-I + 1))
                                        TO GJA-BEFORE
           END-IF
           MOVE SPACE                  TO GJA-AFTER
           IF GJ-W-S-IDX(GJ-W-I + 1) NOT = ZERO
               MOVE GJ-W-T-LINE(GJ-W-S-IDX(GJ-W-I + 1))
                                        TO GJA-AFTER
           END-IF
           IF GJA-BEFORE = GJA-AFTER
               GO TO 8200-EXIT
           END-IF
           MOVE GJ-W-I                  TO GJ-W-HV
           PERFORM 5500-BIN-TO-HEX4      THRU 5500-EXIT
           MOVE SPACE                  TO GJA-KEY
           MOVE GJ-W-HEX4               TO GJA-KEY
           MOVE GJ-W-CMD-OPER(GJ-W-CMD-BY(GJ-W-I + 1)) TO GJA-OPER
           MOVE GJ-W-CMD-FUNC(GJ-W-CMD-BY(GJ-W-I + 1)) TO GJA-FUNC
           MOVE "GAIJMNT"              TO GJA-PGM
           MOVE "GAIJI.REG"            TO GJA-FILE
           MOVE ZERO                   TO GJA-STAMP
           CALL "AUDITWTR" USING GJA-AUDIT-AREA.
       8200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数サマリーを出力して閉じる
      ******************************************************************
       9000-TERMINATE.
           MOVE GJ-W-ENT-CNT            TO GJ-W-RPT-CNT
           MOVE SPACE                  TO GJ-RPT-LINE
           STRING "ENTRIES=" DELIMITED BY SIZE
                  GJ-W-RPT-CNT DELIMITED BY SIZE
                  INTO GJ-RPT-LINE
           END-STRING
           WRITE GJ-RPT-LINE
           MOVE GJ-W-DEL-CNT            TO GJ-W-RPT-CNT
           MOVE SPACE                  TO GJ-RPT-LINE
           STRING "DELETED=" DELIMITED BY SIZE
                  GJ-W-RPT-CNT DELIMITED BY SIZE
                  INTO GJ-RPT-LINE
           END-STRING
           WRITE GJ-RPT-LINE
           MOVE GJ-W-ERR-CNT            TO GJ-W-RPT-CNT
           MOVE SPACE                  TO GJ-RPT-LINE
           STRING "ERRORS=" DELIMITED BY SIZE
                  GJ-W-RPT-CNT DELIMITED BY SIZE
                  INTO GJ-RPT-LINE
           END-STRING
           WRITE GJ-RPT-LINE
           MOVE GJ-W-REFUSE-CNT         TO GJ-W-RPT-CNT
           MOVE SPACE                  TO GJ-RPT-LINE
           STRING "REFUSED=" DELIMITED BY SIZE
                  GJ-W-RPT-CNT DELIMITED BY SIZE
                  INTO GJ-RPT-LINE
           END-STRING
           WRITE GJ-RPT-LINE
           MOVE "F"                    TO GJU-ID
           MOVE "GAIJMNT"              TO GJU-PGM
           CALL "OPRAUTH" USING GJU-OPRAUTH-AREA
           IF GJ-W-CTL-OPEN = "Y"
               CLOSE GJ-CTL-FILE
           END-IF
           CLOSE GJ-RPT-FILE.
       9000-EXIT.
           EXIT.
