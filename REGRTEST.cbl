      *                  「HENKAN2桁 16進表記」）
      *        NFNAMNRM  ID=N:正規化後の氏名  ID=S:SCORE=nnn
      *      先頭が * の行と空行は読み飛ばす
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *    2026-10-15  T.MIYAKE  DECODE08のID=BMATCH（一括突合）の検証
      *                          2520を追加。フィクスチャと未登録の
      *                          NAMEを逆順のTAGで依頼し、TAG順で返る
      *                          ことと判定・NFADDRがID=SEARCHと一致
      *                          することを確認する
      *    2026-10-15  T.MIYAKE  DECODE05の混在EBCDIC変換(ES/SE)の
      *                          検証2310を追加。SO/SIの除去・付加と
      *                          変換後の実長を確認する
      *    2026-10-15  T.MIYAKE  LAYGENのGEN（コピー句からの項目定義
      *                          作成）の検証2800を追加。80バイトを
      *                          超える注記の行を含むCPNFADDR.cpyから
      *                          7項目・レコード長228ができることを
      *                          確認する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
           SELECT RT-CAS-FILE      ASSIGN TO "REGRTEST.CAS"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RT-W-CAS-STATUS.
      *    DECODE08 ID=BMATCH検証用の依頼・結果ファイル
           SELECT RT-BMQ-FILE      ASSIGN TO "REGRTEST.BMQ"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RT-W-BMQ-STATUS.
           SELECT RT-BMR-FILE      ASSIGN TO "REGRTEST.BMR"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RT-W-BMR-STATUS.
      *    LAYGEN検証用の指示・レポート（実行中だけ置き換える）
           SELECT RT-LYC-FILE      ASSIGN TO "LAYGEN.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RT-W-LYC-STATUS.
           SELECT RT-LYR-FILE      ASSIGN TO "LAYGEN.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RT-W-LYR-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  RT-CAS-FILE.
       01  RT-CAS-LINE              PIC X(132).
      *
       FD  RT-BMQ-FILE.
       01  RT-BMQ-LINE              PIC X(111).
      *
       FD  RT-BMR-FILE.
       01  RT-BMR-LINE              PIC X(228).
      *
       FD  RT-LYC-FILE.
       01  RT-LYC-LINE              PIC X(080).
      *
       FD  RT-LYR-FILE.
       01  RT-LYR-LINE              PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  RT-W-HEX-BAD             PIC  X(001) VALUE "N".
       01  RT-W-EXP-BYTES           PIC  X(012) VALUE SPACE.
       01  RT-W-EXP-LEN             BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    DECODE08 ID=BMATCH検証用
      *---------------------------------------------------------------*
       01  RT-W-BMQ-STATUS          PIC  X(002) VALUE SPACE.
       01  RT-W-BMR-STATUS          PIC  X(002) VALUE SPACE.
      *    *** ID=SEARCHで得たフィクスチャのNFADDR（突き合わせ用）
       01  RT-W-SRCH-NFADDR         PIC  X(100) VALUE SPACE.
       01  RT-W-BMR-1               PIC  X(228) VALUE SPACE.
       COPY "CPNFBMAT.cpy"    REPLACING ==:##:== BY ==BM==.
      *
      *---------------------------------------------------------------*
      *    LAYGEN GEN検証用。LAYGENの指示・リポジトリ・レポートは
      *    REGRTEST.LYx へ退避し、検証後に元へ戻す
      *---------------------------------------------------------------*
       01  RT-W-LYC-STATUS          PIC  X(002) VALUE SPACE.
       01  RT-W-LYR-STATUS          PIC  X(002) VALUE SPACE.
       01  RT-W-LYR-EOF             PIC  X(001) VALUE "N".
           88  RT-W-LYR-EOF-YES             VALUE "Y".
       01  RT-W-LY-FILES-V.
           03  FILLER               PIC  X(024) VALUE "LAYGEN.CTL".
           03  FILLER               PIC  X(024) VALUE "REGRTEST.LYC".
           03  FILLER               PIC  X(024) VALUE "LAYREPO.DAT".
           03  FILLER               PIC  X(024) VALUE "REGRTEST.LYR".
           03  FILLER               PIC  X(024) VALUE "LAYGEN.RPT".
           03  FILLER               PIC  X(024) VALUE "REGRTEST.LYP".
       01  RT-W-LY-FILES REDEFINES RT-W-LY-FILES-V.
           03  RT-W-LY-ENT OCCURS 3.
             05  RT-W-LY-NAME       PIC  X(024).
             05  RT-W-LY-SAVE       PIC  X(024).
       01  RT-W-LY-SAVED-AREA.
           03  RT-W-LY-SAVED        PIC  X(001) OCCURS 3.
       01  RT-W-LY-I                BINARY-LONG VALUE ZERO.
       01  RT-W-LY-GEN-OK           PIC  X(001) VALUE "N".
       01  RT-W-LY-ERR-OK           PIC  X(001) VALUE "N".
      *
       COPY "CPCOBRND.cpy"    REPLACING ==:##:== BY ==CB==.
       COPY "CPDATETIME.cpy"  REPLACING ==:##:== BY ==DT==.
      *    *** DECODE05用の変換前／変換後バッファ
       01  D5-BUF1                   PIC X(32000).
       01  D5-BUF2                   PIC X(32000).
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==RTQ==.
      *
       PROCEDURE                  DIVISION.
      *
           PERFORM 2220-TEST-NISUU-G    THRU 2220-EXIT
           PERFORM 2230-TEST-NISUU-J    THRU 2230-EXIT
           PERFORM 2300-TEST-DECODE05   THRU 2300-EXIT
           PERFORM 2310-TEST-D5-MIXED   THRU 2310-EXIT
           PERFORM 2400-TEST-DECODE07   THRU 2400-EXIT
           PERFORM 2500-TEST-DECODE08   THRU 2500-EXIT
           PERFORM 2600-TEST-FILEDUMP   THRU 2600-EXIT
           PERFORM 2610-TEST-FD-CHGONLY THRU 2610-EXIT
           PERFORM 2700-RUN-CASE-FILE   THRU 2700-EXIT
           PERFORM 2800-TEST-LAYGEN     THRU 2800-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
           MOVE ZERO                   TO RT-W-PASS-CNT
           MOVE ZERO                   TO RT-W-FAIL-CNT
           OPEN OUTPUT RT-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO RTQ-ID
           CALL "ENVQUAL" USING RTQ-ENVQUAL-AREA
           MOVE RTQ-ENV-LINE           TO RT-RPT-LINE
           WRITE RT-RPT-LINE
       1000-EXIT.
           EXIT.
      *
           EXIT.
      *
      ******************************************************************
      *    2310-TEST-D5-MIXED   HENKAN=ES  "A"+SO+DBCS空白+SI+"B"
      *    (X'C10E40400FC2') => X'41814042'（SO/SIが除かれ4バイト）、
      *    HENKAN=SEで元の6バイトへ戻ること（SO/SIが補われる）
      ******************************************************************
       2310-TEST-D5-MIXED.
           MOVE "ES"                   TO D5-HENKAN
           MOVE SPACE                  TO D5-MODE
           MOVE X"C10E40400FC2"        TO D5-BUF1(1:6)
           MOVE 6                      TO D5-BUF1-LEN
           MOVE "CHANGE"                TO D5-ID
           CALL "DECODE05" USING D5-DECODE05-AREA, D5-BUF1, D5-BUF2
      *
           MOVE "DECODE05 MIXED EBCDIC=>SJIS" TO RT-W-CASE-NAME
           MOVE "N"                    TO RT-W-PASS-FLAG
           IF  D5-BUF2(1:4) = X"41814042" AND D5-BUF2-LEN = 4
               AND D5-RETURN-CODE = "00"
               MOVE "Y"                TO RT-W-PASS-FLAG
           END-IF
           PERFORM 8000-WRITE-RESULT    THRU 8000-EXIT
      *
           MOVE "SE"                   TO D5-HENKAN
           MOVE X"41814042"            TO D5-BUF1(1:4)
           MOVE 4                      TO D5-BUF1-LEN
           MOVE "CHANGE"                TO D5-ID
           CALL "DECODE05" USING D5-DECODE05-AREA, D5-BUF1, D5-BUF2
      *
           MOVE "DECODE05 SJIS=>MIXED EBCDIC" TO RT-W-CASE-NAME
           MOVE "N"                    TO RT-W-PASS-FLAG
           IF  D5-BUF2(1:6) = X"C10E40400FC2" AND D5-BUF2-LEN = 6
               AND D5-RETURN-CODE = "00"
               MOVE "Y"                TO RT-W-PASS-FLAG
           END-IF
           PERFORM 8000-WRITE-RESULT    THRU 8000-EXIT
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2400-TEST-DECODE07   PTN=01  LINE(1)(1:1)=X'80' => X'20'
      ******************************************************************
       2400-TEST-DECODE07.
               MOVE "Y"                TO RT-W-PASS-FLAG
           END-IF
           PERFORM 8000-WRITE-RESULT    THRU 8000-EXIT
      *
           MOVE D8-NFADDR               TO RT-W-SRCH-NFADDR
           PERFORM 2520-TEST-D8-BMATCH   THRU 2520-EXIT
      *
           PERFORM 2510-CLEANUP-FIXTURE  THRU 2510-EXIT
           MOVE "CLOSE"                 TO D8-ID
           EXIT.
      *
      ******************************************************************
      *    2520-TEST-D8-BMATCH  フィクスチャのNAME(TAG=2)と未登録の
      *    NAME(TAG=1)をこの順に依頼してID=BMATCHを呼び、結果がTAG順に
      *    返ること、未登録側がN、フィクスチャ側がYでNFADDRがID=SEARCH
      *    の結果と一致することを確認する
      ******************************************************************
       2520-TEST-D8-BMATCH.
           MOVE "DECODE08 BMATCH=SEARCH"  TO RT-W-CASE-NAME
           MOVE "N"                    TO RT-W-PASS-FLAG
           OPEN OUTPUT RT-BMQ-FILE
           IF RT-W-BMQ-STATUS NOT = "00"
               PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
               GO TO 2520-EXIT
           END-IF
           MOVE SPACE                  TO BM-BMQ-REC
           MOVE "0000000002"            TO BM-BMQ-TAG
           MOVE "ZZ-REGRTEST-DUMMY"     TO BM-BMQ-NAME
           MOVE BM-BMQ-REC             TO RT-BMQ-LINE
           WRITE RT-BMQ-LINE
           MOVE "0000000001"            TO BM-BMQ-TAG
           MOVE "ZZ-REGRTEST-NONE"      TO BM-BMQ-NAME
           MOVE BM-BMQ-REC             TO RT-BMQ-LINE
           WRITE RT-BMQ-LINE
           CLOSE RT-BMQ-FILE
      *
           MOVE "BMATCH"                TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-RETURN-CODE OF D8-DECODE08-AREA NOT = "00"
               PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
               GO TO 2520-EXIT
           END-IF
      *
           MOVE SPACE                  TO RT-W-BMR-1
                                          RT-BMR-LINE
           OPEN INPUT RT-BMR-FILE
           IF RT-W-BMR-STATUS = "00"
               READ RT-BMR-FILE
                   AT END
                       MOVE SPACE       TO RT-BMR-LINE
               END-READ
               MOVE RT-BMR-LINE         TO RT-W-BMR-1
               MOVE SPACE               TO RT-BMR-LINE
               READ RT-BMR-FILE
                   AT END
                       MOVE SPACE       TO RT-BMR-LINE
               END-READ
               CLOSE RT-BMR-FILE
           END-IF
      *    *** 1件目（TAG=1、未登録）
           MOVE RT-W-BMR-1             TO BM-BMR-REC
           IF  BM-BMR-TAG = "0000000001"
               AND BM-BMR-SEARCH = "N"
      *        *** 2件目（TAG=2、フィクスチャ）
               MOVE RT-BMR-LINE         TO BM-BMR-REC
               IF  BM-BMR-TAG = "0000000002"
                   AND BM-BMR-SEARCH = "Y"
                   AND BM-BMR-NFADDR = RT-W-SRCH-NFADDR
                   MOVE "Y"             TO RT-W-PASS-FLAG
               END-IF
           END-IF
           PERFORM 8000-WRITE-RESULT    THRU 8000-EXIT
       2520-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2600-TEST-FILEDUMP   ID=X(TYPE=A)一件出力後、ID=Cの索引件数
      *    とRETURN-CODEで確認する
      ******************************************************************
           EXIT.
      *
      ******************************************************************
      *    2800-TEST-LAYGEN   CPNFADDR.cpy（80バイトを超える注記の行を
      *    含む）からGENで項目定義を作り、LAYGEN.RPTの登録結果が
      *    7項目・レコード長228で、誤りが無いことを確認する
      *    （コピー句はLAYGENと同じくカレントから読む）
      ******************************************************************
       2800-TEST-LAYGEN.
           MOVE "LAYGEN GEN CPNFADDR"   TO RT-W-CASE-NAME
           MOVE "N"                    TO RT-W-PASS-FLAG
           PERFORM 2810-SAVE-ONE        THRU 2810-EXIT
               VARYING RT-W-LY-I FROM 1 BY 1 UNTIL RT-W-LY-I > 3
           PERFORM 2815-RUN-LAYGEN      THRU 2815-EXIT
           PERFORM 2830-RESTORE-ONE     THRU 2830-EXIT
               VARYING RT-W-LY-I FROM 1 BY 1 UNTIL RT-W-LY-I > 3
           PERFORM 8000-WRITE-RESULT    THRU 8000-EXIT.
       2800-EXIT.
           EXIT.
      *
      *    *** LAYGENのファイルを退避する（無かった時はN）
       2810-SAVE-ONE.
           MOVE "N"                    TO RT-W-LY-SAVED(RT-W-LY-I)
           CALL "CBL_DELETE_FILE" USING RT-W-LY-SAVE(RT-W-LY-I)
           CALL "CBL_RENAME_FILE" USING RT-W-LY-NAME(RT-W-LY-I)
                                        RT-W-LY-SAVE(RT-W-LY-I)
           IF RETURN-CODE = ZERO
               MOVE "Y"                 TO RT-W-LY-SAVED(RT-W-LY-I)
           END-IF.
       2810-EXIT.
           EXIT.
      *
      *    *** 指示を作ってLAYGENを実行し、レポートを確かめる
       2815-RUN-LAYGEN.
           OPEN OUTPUT RT-LYC-FILE
           IF RT-W-LYC-STATUS NOT = "00"
               GO TO 2815-EXIT
           END-IF
           MOVE "GEN=REGRTEST-NFADDR"   TO RT-LYC-LINE
           WRITE RT-LYC-LINE
           MOVE "COPY=CPNFADDR.cpy"     TO RT-LYC-LINE
           WRITE RT-LYC-LINE
           CLOSE RT-LYC-FILE
           CALL "LAYGEN"
           CANCEL "LAYGEN"
      *
           MOVE "N"                    TO RT-W-LY-GEN-OK
           MOVE "N"                    TO RT-W-LY-ERR-OK
           MOVE "N"                    TO RT-W-LYR-EOF
           OPEN INPUT RT-LYR-FILE
           IF RT-W-LYR-STATUS NOT = "00"
               GO TO 2815-EXIT
           END-IF
           PERFORM 2820-SCAN-RPT-ONE    THRU 2820-EXIT
               UNTIL RT-W-LYR-EOF-YES
           CLOSE RT-LYR-FILE
           IF RT-W-LY-GEN-OK = "Y" AND RT-W-LY-ERR-OK = "Y"
               MOVE "Y"                 TO RT-W-PASS-FLAG
           END-IF.
       2815-EXIT.
           EXIT.
      *
       2820-SCAN-RPT-ONE.
           READ RT-LYR-FILE
               AT END
                   SET RT-W-LYR-EOF-YES TO TRUE
                   GO TO 2820-EXIT
           END-READ
           IF RT-LYR-LINE(1:56) =
              "  REGISTERED RECORD=REC FIELDS=00007 RECORD-LENGTH=00228"
               MOVE "Y"                 TO RT-W-LY-GEN-OK
           END-IF
           IF RT-LYR-LINE(1:12) = "ERRORS=00000"
               MOVE "Y"                 TO RT-W-LY-ERR-OK
           END-IF.
       2820-EXIT.
           EXIT.
      *
      *    *** 検証で作ったファイルを外し、退避したファイルを戻す
       2830-RESTORE-ONE.
           CALL "CBL_DELETE_FILE" USING RT-W-LY-NAME(RT-W-LY-I)
           IF RT-W-LY-SAVED(RT-W-LY-I) = "Y"
               CALL "CBL_RENAME_FILE" USING RT-W-LY-SAVE(RT-W-LY-I)
                                            RT-W-LY-NAME(RT-W-LY-I)
           END-IF.
       2830-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-WRITE-RESULT   PASS/FAIL一行をREGRTEST.RPTへ出力する
      ******************************************************************
       8000-WRITE-RESULT.
