      ******************************************************************
      *
      *    PROGRAM-ID.  CATLOOK
      *
      *    アラートコード台帳(ALERTCAT)を引く共通サブルーチン。
      *    ALERTWTRは任意の8桁コード（SLA・STALE・CONVERR・OVERRUN・
      *    REPEATED等）を受け付けるため、夜間の担当者が意味と対処を
      *    知らないコードが多い。PGM+CODEごとに説明・担当チーム・
      *    標準重大度・運用手順を台帳に持ち、ALERTRPT・SHIFTRPTが
      *    アラートの下に手順を出す。台帳の点検はCATCHKが行う。
      *
      *    呼び出し方法:
      *      CALL "CATLOOK" USING CPCATLOOK-AREA.
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      *    ALERTCAT の形式（1行＝1コード、桁位置固定）
      *      01-08:PGM（空白は全PGM共通）  10-17:CODE
      *      19:標準重大度(1-3)  21-28:担当チーム
      *      30-69:説明  71-150:運用手順（対処・再実行の方法）
      *    先頭が * の行と空行は読み飛ばす
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CATLOOK.
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
      *    アラートコード台帳、無ければ全コードが台帳外
           SELECT CL-CAT-FILE      ASSIGN TO "ALERTCAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS CL-W-CAT-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  CL-CAT-FILE.
       01  CL-CAT-LINE.
           05  CL-CAT-PGM            PIC X(008).
           05  FILLER                PIC X(001).
           05  CL-CAT-CODE           PIC X(008).
           05  FILLER                PIC X(001).
           05  CL-CAT-SEVERITY       PIC X(001).
           05  FILLER                PIC X(001).
           05  CL-CAT-TEAM           PIC X(008).
           05  FILLER                PIC X(001).
           05  CL-CAT-DESC           PIC X(040).
           05  FILLER                PIC X(001).
           05  CL-CAT-ACTION         PIC X(080).
      *
       WORKING-STORAGE             SECTION.
      *
       01  CL-W-CAT-STATUS          PIC  X(002) VALUE SPACE.
       01  CL-W-CAT-EOF             PIC  X(001) VALUE "N".
           88  CL-W-CAT-EOF-YES             VALUE "Y".
       01  CL-W-LOADED              PIC  X(001) VALUE "N".
           88  CL-W-LOADED-YES              VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    台帳のメモリテーブル（最大300件、超過分は読み捨て）
      *---------------------------------------------------------------*
       01  CL-W-CNT                 BINARY-LONG VALUE ZERO.
       01  CL-W-TBL-AREA.
           03  CL-W-TBL OCCURS 300.
             05  CL-W-PGM           PIC  X(008).
             05  CL-W-CODE          PIC  X(008).
             05  CL-W-SEVERITY      PIC  X(001).
             05  CL-W-TEAM          PIC  X(008).
             05  CL-W-DESC          PIC  X(040).
             05  CL-W-ACTION        PIC  X(080).
       01  CL-W-I                   BINARY-LONG VALUE ZERO.
       01  CL-W-F                   BINARY-LONG VALUE ZERO.
       01  CL-W-G                   BINARY-LONG VALUE ZERO.
      *
       LINKAGE                     SECTION.
      *
       COPY "CPCATLOOK.cpy" REPLACING ==:##:== BY ==CL==.
      *
       PROCEDURE                  DIVISION USING CL-CATLOOK-AREA.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO CL-RETURN-CODE
           IF NOT CL-W-LOADED-YES
               PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT
           END-IF
      *
           EVALUATE CL-ID
               WHEN "K"
                   PERFORM 2000-LOOKUP   THRU 2000-EXIT
               WHEN "N"
                   IF CL-IDX < 1 OR CL-IDX > CL-W-CNT
                       MOVE "90"        TO CL-RETURN-CODE
                   ELSE
                       MOVE CL-IDX      TO CL-W-F
                       MOVE CL-W-PGM(CL-W-F)  TO CL-PGM
                       MOVE CL-W-CODE(CL-W-F) TO CL-CODE
                       PERFORM 2900-RETURN-ENTRY THRU 2900-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "90"            TO CL-RETURN-CODE
           END-EVALUATE.
       0000-GOBACK.
           GOBACK.
      *
      ******************************************************************
      *    1000-LOAD-CATALOG  台帳をメモリテーブルへ読み込む
      ******************************************************************
       1000-LOAD-CATALOG.
           SET CL-W-LOADED-YES     TO TRUE
           MOVE ZERO               TO CL-W-CNT
           MOVE "N"                TO CL-W-CAT-EOF
           OPEN INPUT CL-CAT-FILE
           IF CL-W-CAT-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE    THRU 1100-EXIT
               UNTIL CL-W-CAT-EOF-YES
           CLOSE CL-CAT-FILE.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE.
           READ CL-CAT-FILE
               AT END
                   SET CL-W-CAT-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF CL-CAT-LINE = SPACE OR CL-CAT-LINE(1:1) = "*" OR
              CL-CAT-CODE = SPACE
               GO TO 1100-EXIT
           END-IF
           IF CL-W-CNT < 300
               ADD  1               TO CL-W-CNT
               MOVE CL-CAT-PGM      TO CL-W-PGM(CL-W-CNT)
               MOVE CL-CAT-CODE     TO CL-W-CODE(CL-W-CNT)
               MOVE CL-CAT-SEVERITY TO CL-W-SEVERITY(CL-W-CNT)
               MOVE CL-CAT-TEAM     TO CL-W-TEAM(CL-W-CNT)
               MOVE CL-CAT-DESC     TO CL-W-DESC(CL-W-CNT)
               MOVE CL-CAT-ACTION   TO CL-W-ACTION(CL-W-CNT)
           END-IF.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-LOOKUP  PGM+CODEの台帳行を探す（PGM指定の行を優先し、
      *    無ければPGM空白の共通行）
      ******************************************************************
       2000-LOOKUP.
           MOVE ZERO               TO CL-W-F
           MOVE ZERO               TO CL-W-G
           PERFORM 2100-FIND-ONE    THRU 2100-EXIT
               VARYING CL-W-I FROM 1 BY 1
               UNTIL CL-W-I > CL-W-CNT
           IF CL-W-F = ZERO
               MOVE CL-W-G          TO CL-W-F
           END-IF
           IF CL-W-F = ZERO
               MOVE SPACE           TO CL-SEVERITY
               MOVE SPACE           TO CL-TEAM
               MOVE SPACE           TO CL-DESC
               MOVE SPACE           TO CL-ACTION
               MOVE "90"            TO CL-RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2900-RETURN-ENTRY THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-FIND-ONE.
           IF CL-W-CODE(CL-W-I) NOT = CL-CODE
               GO TO 2100-EXIT
           END-IF
           IF CL-W-PGM(CL-W-I) = CL-PGM AND CL-W-F = ZERO
               MOVE CL-W-I          TO CL-W-F
           END-IF
           IF CL-W-PGM(CL-W-I) = SPACE AND CL-W-G = ZERO
               MOVE CL-W-I          TO CL-W-G
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2900-RETURN-ENTRY.
           MOVE CL-W-SEVERITY(CL-W-F) TO CL-SEVERITY
           MOVE CL-W-TEAM(CL-W-F)     TO CL-TEAM
           MOVE CL-W-DESC(CL-W-F)     TO CL-DESC
           MOVE CL-W-ACTION(CL-W-F)   TO CL-ACTION.
       2900-EXIT.
           EXIT.
