      *    復元したはずのレコードを消してしまう）。
      *    モードはNFJRNL.CTLのMODE=APPLY/BACKOUTで指定し、結果を
      *    NFJRNL.RPTへ出力する。
      *    MODE=の行は73-80桁目に担当者IDを書く。担当者がNFJRNLの
      *    APPLY/BACKOUT（モードと同じ名前）の権限を持たない時は
      *    マスターへ一切触れずに終了する（担当者権限、OPRAUTH）。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *                          使用中(RC=95)で戻った時は再生へ進まず
      *                          終了する（復旧ツールが行単位の失敗を
      *                          量産しないための明確な拒否）
      *    2026-10-15  T.MIYAKE  ジャーナルの名前を実行環境コード
      *                          （ENVQUAL）で修飾し、レポートの先頭へ
      *                          環境を出力する
      *    2026-10-15  T.MIYAKE  担当者権限（OPRAUTH）対応。MODE=行の
      *                          担当者がそのモードの権限を持たない
      *                          時は再生せずに終了する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    ジャーナルの名前はDECODE08と同じく環境コードで修飾する
           SELECT NJ-JRNL-FILE     ASSIGN DYNAMIC NJ-W-JRNL-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS NJ-W-JRNL-STATUS.
           SELECT NJ-CTL-FILE      ASSIGN TO "NFJRNL.CTL"
      *
       01  NJ-W-JRNL-STATUS         PIC  X(002) VALUE SPACE.
       01  NJ-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  NJ-W-JRNL-NAME           PIC  X(024) VALUE "NFJOURNL".
       01  NJ-W-JRNL-EOF            PIC  X(001) VALUE "N".
           88  NJ-W-JRNL-EOF-YES            VALUE "Y".
       01  NJ-W-CTL-EOF             PIC  X(001) VALUE "N".
      *
      *    *** DECODE08のマスターが別ジョブ使用中(ID=OPENがRC=95)の時Y
       01  NJ-W-BUSY                PIC  X(001) VALUE "N".
      *    *** MODE=行の担当者ID、権限の無い時はREFUSED=Y
       01  NJ-W-OPER                PIC  X(008) VALUE SPACE.
       01  NJ-W-REFUSED             PIC  X(001) VALUE "N".
      *
      *    *** FROM=/TO= 再生対象のJRNL-STAMP範囲（ゼロは制限なし）
       01  NJ-W-SEL-FROM            PIC  9(014) VALUE ZERO.
       COPY "CPNFJRNL.cpy"   REPLACING ==:##:== BY ==NJ==.
       COPY "CPNFADDR.cpy"   REPLACING ==:##:== BY ==NI==.
       COPY "CPDECODE08.cpy" REPLACING ==:##:== BY ==D8==.
      *
      *    *** 担当者権限の確認（OPRAUTH）
       COPY "CPOPRAUTH.cpy"  REPLACING ==:##:== BY ==NJU==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==NJQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NJ-W-BUSY NOT = "Y" AND NJ-W-REFUSED NOT = "Y"
               PERFORM 2000-LOAD-JOURNAL    THRU 2000-EXIT
               IF NJ-W-MODE = "BACKOUT"
                   PERFORM 3000-BACKOUT-ALL  THRU 3000-EXIT
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT NJ-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           MOVE "N"                    TO NJ-W-CTL-EOF
           OPEN INPUT NJ-CTL-FILE
           IF NJ-W-CTL-STATUS = "00"
               CLOSE NJ-CTL-FILE
           END-IF
      *
      *    *** 担当者がこのモードの権限を持たない時はマスターを開かない
           PERFORM 1200-CHECK-AUTH      THRU 1200-EXIT
           IF NJ-W-REFUSED = "Y"
               GO TO 1000-EXIT
           END-IF
      *
      *    *** CALLERはロックの保持者表示とジャーナルの呼び出し元に
      *    *** 使われるため、OPENより先にセットする
           MOVE "NFJRNL"                TO D8-CALLER
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  ジャーナルの名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO NJQ-ID
           MOVE "NFJOURNL"             TO NJQ-NAME
           CALL "ENVQUAL" USING NJQ-ENVQUAL-AREA
           MOVE NJQ-QNAME              TO NJ-W-JRNL-NAME
           MOVE NJQ-ENV-LINE           TO NJ-RPT-LINE
           WRITE NJ-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ NJ-CTL-FILE
           EVALUATE TRUE
               WHEN NJ-CTL-LINE(1:5) = "MODE="
                   MOVE NJ-CTL-LINE(6:7)    TO NJ-W-MODE
                   MOVE NJ-CTL-LINE(73:8)   TO NJ-W-OPER
               WHEN NJ-CTL-LINE(1:5) = "FROM=" AND
                    NJ-CTL-LINE(6:14) IS NUMERIC
                   MOVE NJ-CTL-LINE(6:14)   TO NJ-W-SEL-FROM
           EXIT.
      *
      ******************************************************************
      *    1200-CHECK-AUTH  MODE=行の担当者の権限を確かめる
      ******************************************************************
       1200-CHECK-AUTH.
           MOVE "C"                    TO NJU-ID
           MOVE "NFJRNL"               TO NJU-PGM
           MOVE NJ-W-MODE              TO NJU-FUNC
           MOVE NJ-W-OPER              TO NJU-OPER
           MOVE SPACE                  TO NJU-MAKER
           CALL "OPRAUTH" USING NJU-OPRAUTH-AREA
           IF NJU-RETURN-CODE NOT = "00"
               MOVE "Y"                 TO NJ-W-REFUSED
               MOVE SPACE               TO NJ-RPT-LINE
               STRING "REFUSED ("       DELIMITED BY SIZE
                      NJU-FUNC          DELIMITED BY SPACE
                      " "               DELIMITED BY SIZE
                      NJU-OPER          DELIMITED BY SPACE
                      ": "              DELIMITED BY SIZE
                      NJU-REASON        DELIMITED BY "  "
                      ") - NOTHING REPLAYED" DELIMITED BY SIZE
                      INTO NJ-RPT-LINE
               END-STRING
               WRITE NJ-RPT-LINE
           END-IF.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-LOAD-JOURNAL  ジャーナル全件をメモリテーブルへ展開
      ******************************************************************
       2000-LOAD-JOURNAL.
                  INTO NJ-RPT-LINE
           END-STRING
           WRITE NJ-RPT-LINE
      *
           MOVE "F"                    TO NJU-ID
           MOVE "NFJRNL"               TO NJU-PGM
           CALL "OPRAUTH" USING NJU-OPRAUTH-AREA
      *
           MOVE "CLOSE"                TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
