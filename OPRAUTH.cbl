      ******************************************************************
      *
      *    PROGRAM-ID.  OPRAUTH
      *
      *    保守ユーティリティの担当者権限を確かめる共通サブルーチン。
      *    指示ファイルを編集できる者なら誰でもNFADDRの承認・統合、
      *    ジャーナルの取り消し、休日マスター・対応表の変更、アラート
      *    のクローズができてしまう問題への対処。担当者権限ファイル
      *    (OPERAUTH)に担当者ごとの実行可能なPGM・機能を持ち、各
      *    ユーティリティは指示行の担当者IDをID=Cで確かめてから処理
      *    する。承認系（NFAPPROVの承認・NFDEDUPの統合）はMAKERに
      *    起票者を渡し、起票者自身による承認を拒否する。
      *    OPERAUTHが無い・空の時は全機能を拒否する（権限の確認が
      *    できない時に黙って通さない）。
      *    拒否した時はALERTWTRへ呼び出し元PGM・コードNOAUTHで
      *    警告(2)を通知する。呼び出し元は終了時にID=Fで呼ぶ。
      *
      *    呼び出し方法:
      *      CALL "OPRAUTH" USING CPOPRAUTH-AREA.
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  NFERASEの機能を一覧に追加
      *    2026-10-15  T.MIYAKE  NFURLCANの機能を一覧に追加
      *    2026-10-15  T.MIYAKE  GAIJMNTの機能を一覧に追加
      *
      *    OPERAUTH の形式（1行＝1権限、桁位置固定）
      *      01-08:担当者ID（指示行に書くイニシャル等）
      *      10-17:PGM（* は全保守ユーティリティ）
      *      19-26:機能（* はそのPGMの全機能）
      *      28-47:担当者名（表示用）
      *    先頭が * の行と空行は読み飛ばす
      *    機能の名前（各ユーティリティの見出しにも記載）
      *      NFAPPROV  PREPARE（決裁行の起票） APPROVE REJECT
      *      NFDEDUP   PROPOSE（統合組の起票） MERGE
      *      NFJRNL    APPLY BACKOUT
      *      DWHOLMNT  ADD DEL GEN ROLL
      *      DMAPMNT   MERGE
      *      ALERTACK  ACK CLS
      *      NFERASE   ERASE（MODE=APPLY）
      *      NFURLCAN  APPLY（MODE=APPLY）
      *      GAIJMNT   MERGE DEL
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 OPRAUTH.
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
      *    担当者権限ファイル、無ければ全機能を拒否
           SELECT OA-AUT-FILE      ASSIGN TO "OPERAUTH"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS OA-W-AUT-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  OA-AUT-FILE.
       01  OA-AUT-LINE.
           05  OA-AUT-OPER           PIC X(008).
           05  FILLER                PIC X(001).
           05  OA-AUT-PGM            PIC X(008).
           05  FILLER                PIC X(001).
           05  OA-AUT-FUNC           PIC X(008).
           05  FILLER                PIC X(001).
           05  OA-AUT-NAME           PIC X(020).
      *
       WORKING-STORAGE             SECTION.
      *
       01  OA-W-AUT-STATUS          PIC  X(002) VALUE SPACE.
       01  OA-W-AUT-EOF             PIC  X(001) VALUE "N".
           88  OA-W-AUT-EOF-YES             VALUE "Y".
       01  OA-W-LOADED              PIC  X(001) VALUE "N".
           88  OA-W-LOADED-YES              VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    権限のメモリテーブル（最大300件、超過分は読み捨て）
      *---------------------------------------------------------------*
       01  OA-W-CNT                 BINARY-LONG VALUE ZERO.
       01  OA-W-TBL-AREA.
           03  OA-W-TBL OCCURS 300.
             05  OA-W-OPER          PIC  X(008).
             05  OA-W-PGM           PIC  X(008).
             05  OA-W-FUNC          PIC  X(008).
       01  OA-W-I                   BINARY-LONG VALUE ZERO.
       01  OA-W-FOUND               PIC  X(001) VALUE "N".
      *
      *    *** 拒否の通知
       COPY "CPALERT.cpy"    REPLACING ==:##:== BY ==AL==.
      *
       LINKAGE                     SECTION.
      *
       COPY "CPOPRAUTH.cpy" REPLACING ==:##:== BY ==OA==.
      *
       PROCEDURE                  DIVISION USING OA-OPRAUTH-AREA.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO OA-RETURN-CODE
           MOVE SPACE              TO OA-REASON
           IF NOT OA-W-LOADED-YES
               PERFORM 1000-LOAD-AUTH THRU 1000-EXIT
           END-IF
      *
           EVALUATE OA-ID
               WHEN "C"
                   PERFORM 2000-CHECK    THRU 2000-EXIT
               WHEN "F"
                   MOVE OA-PGM          TO AL-PGM
                   MOVE "Y"             TO AL-FLUSH
                   CALL "ALERTWTR" USING AL-ALERT-AREA
                   MOVE SPACE           TO AL-FLUSH
               WHEN OTHER
                   MOVE "90"            TO OA-RETURN-CODE
           END-EVALUATE.
       0000-GOBACK.
           GOBACK.
      *
      ******************************************************************
      *    1000-LOAD-AUTH  権限ファイルをメモリテーブルへ読み込む
      ******************************************************************
       1000-LOAD-AUTH.
           SET OA-W-LOADED-YES     TO TRUE
           MOVE ZERO               TO OA-W-CNT
           MOVE "N"                TO OA-W-AUT-EOF
           OPEN INPUT OA-AUT-FILE
           IF OA-W-AUT-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE    THRU 1100-EXIT
               UNTIL OA-W-AUT-EOF-YES
           CLOSE OA-AUT-FILE.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE.
           READ OA-AUT-FILE
               AT END
                   SET OA-W-AUT-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF OA-AUT-LINE = SPACE OR OA-AUT-LINE(1:1) = "*" OR
              OA-AUT-OPER = SPACE OR OA-AUT-PGM = SPACE OR
              OA-AUT-FUNC = SPACE
               GO TO 1100-EXIT
           END-IF
           IF OA-W-CNT < 300
               ADD  1               TO OA-W-CNT
               MOVE OA-AUT-OPER     TO OA-W-OPER(OA-W-CNT)
               MOVE OA-AUT-PGM      TO OA-W-PGM(OA-W-CNT)
               MOVE OA-AUT-FUNC     TO OA-W-FUNC(OA-W-CNT)
           END-IF.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-CHECK  担当者ID・権限・起票者との別人を確かめる
      ******************************************************************
       2000-CHECK.
           IF OA-OPER = SPACE
               MOVE "10"            TO OA-RETURN-CODE
               MOVE "NO OPERATOR ID ON CARD" TO OA-REASON
               GO TO 2900-REFUSE
           END-IF
           IF OA-W-CNT = ZERO
               MOVE "40"            TO OA-RETURN-CODE
               MOVE "NO OPERAUTH FILE"  TO OA-REASON
               GO TO 2900-REFUSE
           END-IF
      *
           MOVE "N"                TO OA-W-FOUND
           PERFORM 2100-FIND-ONE    THRU 2100-EXIT
               VARYING OA-W-I FROM 1 BY 1
               UNTIL OA-W-I > OA-W-CNT OR OA-W-FOUND = "Y"
           IF OA-W-FOUND NOT = "Y"
               MOVE "20"            TO OA-RETURN-CODE
               MOVE "OPERATOR NOT AUTHORIZED" TO OA-REASON
               GO TO 2900-REFUSE
           END-IF
      *
      *    *** 起票者と承認者は別人であること
           IF OA-MAKER NOT = SPACE AND OA-MAKER = OA-OPER
               MOVE "30"            TO OA-RETURN-CODE
               MOVE "SAME OPERATOR AS MAKER" TO OA-REASON
               GO TO 2900-REFUSE
           END-IF
           GO TO 2000-EXIT.
      *
       2900-REFUSE.
           MOVE OA-PGM             TO AL-PGM
           MOVE 2                  TO AL-SEVERITY
           MOVE "NOAUTH"           TO AL-CODE
           MOVE SPACE              TO AL-MESSAGE
           STRING OA-FUNC          DELIMITED BY SPACE
                  " REFUSED, OPER=" DELIMITED BY SIZE
                  OA-OPER          DELIMITED BY SPACE
                  ": "             DELIMITED BY SIZE
                  OA-REASON        DELIMITED BY "  "
                  INTO AL-MESSAGE
           END-STRING
           CALL "ALERTWTR" USING AL-ALERT-AREA.
       2000-EXIT.
           EXIT.
      *
       2100-FIND-ONE.
           IF OA-W-OPER(OA-W-I) = OA-OPER AND
              (OA-W-PGM(OA-W-I) = OA-PGM OR OA-W-PGM(OA-W-I) = "*")
              AND
              (OA-W-FUNC(OA-W-I) = OA-FUNC OR OA-W-FUNC(OA-W-I) = "*")
               MOVE "Y"             TO OA-W-FOUND
           END-IF.
       2100-EXIT.
           EXIT.
