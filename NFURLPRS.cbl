      ******************************************************************
      *
      *    PROGRAM-ID.  NFURLPRS
      *
      *    NFADDR（作品URL）の分解と正規形の組み立ての共通サブルーチン。
      *    同じ作品が https://www.netflix.com/title/80012345 のほか、
      *    パスに /jp/ 入り・追跡用クエリ付き・http・末尾スラッシュ
      *    付きで登録され、別々の主キーになってNFDEDUPの組にも
      *    上がらず、リンクチェッカーが同じ作品を何度も確認していた。
      *    ID=P: NFADDRをスキーム・ホスト・ロケール・数字の作品IDに
      *          分解し、正規形と判定(OK/NC/BP/PD)を返す
      *    ID=C: 作品IDから正規形を組み立てる
      *
      *    正規形  https://www.netflix.com/title/作品ID
      *    受け付ける形（大文字小文字は問わない）
      *      [スキーム://]ホスト/[ロケール/]title|watch/作品ID
      *      [/ ? # 以降は無視]
      *      スキームは https・http・省略、ホストは netflix.com と
      *      そのサブドメイン、ロケールは2-5文字（jp・en-us等）、
      *      作品IDは1-10桁の数字
      *
      *    呼び出し方法:
      *      CALL "NFURLPRS" USING CPNFURLPRS-AREA.
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 NFURLPRS.
       AUTHOR.                     T-MIYAKE.
       INSTALLATION.               SYSTEM-SUPPORT-GRP.
       DATE-WRITTEN.               2026-10-15.
       DATE-COMPILED.              2026-10-15.
      *
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SOURCE-COMPUTER.            IBM-370.
       OBJECT-COMPUTER.            IBM-370.
      *
       DATA                        DIVISION.
       WORKING-STORAGE             SECTION.
      *
      *    *** 小文字にそろえたNFADDRとその実長
       01  UP-W-URL                 PIC  X(100) VALUE SPACE.
       01  UP-W-LEN                 BINARY-LONG VALUE ZERO.
       01  UP-W-DONE                PIC  X(001) VALUE "N".
      *    *** スキームの長さ（://の前の文字数）とホスト以降の開始位置
       01  UP-W-SLEN                BINARY-LONG VALUE ZERO.
       01  UP-W-POS                 BINARY-LONG VALUE ZERO.
       01  UP-W-RLEN                BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    ホスト以降を / ? # で区切った各部（最大6）
      *---------------------------------------------------------------*
       01  UP-W-SEG-AREA.
           03  UP-W-SEG-TBL OCCURS 6.
             05  UP-W-SEG           PIC  X(100).
             05  UP-W-DLM           PIC  X(001).
             05  UP-W-CNT           BINARY-LONG.
      *    *** 作品IDの区切り位置（title/watchの次）
       01  UP-W-K                   BINARY-LONG VALUE ZERO.
       01  UP-W-HLEN                BINARY-LONG VALUE ZERO.
      *    *** 非正規形の最初の理由
       01  UP-W-REASON              PIC  X(020) VALUE SPACE.
      *
       LINKAGE                     SECTION.
      *
       COPY "CPNFURLPRS.cpy" REPLACING ==:##:== BY ==UP==.
      *
       PROCEDURE                  DIVISION USING UP-NFURLPRS-AREA.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO UP-RETURN-CODE
           EVALUATE UP-ID
               WHEN "P"
                   PERFORM 1000-PARSE       THRU 1000-EXIT
               WHEN "C"
                   PERFORM 2000-BUILD-CANON THRU 2000-EXIT
               WHEN OTHER
                   MOVE "90"        TO UP-RETURN-CODE
           END-EVALUATE
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-PARSE  ID=P  NFADDRを分解して判定する
      *    形に合わない時はBPと理由を返し、以降の分解をやめる
      ******************************************************************
       1000-PARSE.
           MOVE SPACE              TO UP-SCHEME
           MOVE SPACE              TO UP-HOST
           MOVE SPACE              TO UP-LOCALE
           MOVE SPACE              TO UP-TITLE-ID
           MOVE SPACE              TO UP-CANON
           MOVE SPACE              TO UP-REASON
           MOVE SPACE              TO UP-W-REASON
           MOVE "BP"               TO UP-RESULT
      *
           MOVE UP-NFADDR          TO UP-W-URL
           INSPECT UP-W-URL CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
           MOVE 100                TO UP-W-LEN
           MOVE "N"                TO UP-W-DONE
           PERFORM 1010-TRIM-ONE     THRU 1010-EXIT
               UNTIL UP-W-DONE = "Y" OR UP-W-LEN < 1
           IF UP-W-LEN < 1
               MOVE "EMPTY"         TO UP-REASON
               GO TO 1000-EXIT
           END-IF
      *
      *    *** スキーム（://の前）。無い時はホストから始まる
           MOVE ZERO               TO UP-W-SLEN
           INSPECT UP-W-URL TALLYING UP-W-SLEN
               FOR CHARACTERS BEFORE INITIAL "://"
           IF UP-W-SLEN < UP-W-LEN
               IF UP-W-SLEN < 1 OR UP-W-SLEN > 8
                   MOVE "SCHEME"    TO UP-REASON
                   GO TO 1000-EXIT
               END-IF
               MOVE UP-W-URL(1:UP-W-SLEN) TO UP-SCHEME
               COMPUTE UP-W-POS = UP-W-SLEN + 4
           ELSE
               MOVE 1               TO UP-W-POS
               MOVE "NO SCHEME"     TO UP-W-REASON
           END-IF
           EVALUATE UP-SCHEME
               WHEN "pending"
                   MOVE "PD"        TO UP-RESULT
                   GO TO 1000-EXIT
               WHEN "https"
               WHEN SPACE
                   CONTINUE
               WHEN "http"
                   MOVE "HTTP"      TO UP-W-REASON
               WHEN OTHER
                   MOVE "SCHEME"    TO UP-REASON
                   GO TO 1000-EXIT
           END-EVALUATE
           IF UP-W-POS > UP-W-LEN
               MOVE "NO HOST"       TO UP-REASON
               GO TO 1000-EXIT
           END-IF
      *
           PERFORM 1100-SPLIT        THRU 1100-EXIT
           PERFORM 1200-CHECK-HOST   THRU 1200-EXIT
           IF UP-REASON NOT = SPACE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-CHECK-PATH   THRU 1300-EXIT
           IF UP-REASON NOT = SPACE
               GO TO 1000-EXIT
           END-IF
      *
           PERFORM 2000-BUILD-CANON  THRU 2000-EXIT
           IF UP-NFADDR = UP-CANON
               MOVE "OK"            TO UP-RESULT
           ELSE
               MOVE "NC"            TO UP-RESULT
               IF UP-W-REASON = SPACE
                   MOVE "CASE"      TO UP-W-REASON
               END-IF
               MOVE UP-W-REASON     TO UP-REASON
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1010-TRIM-ONE.
           IF UP-W-URL(UP-W-LEN:1) = SPACE
               SUBTRACT 1          FROM UP-W-LEN
           ELSE
               MOVE "Y"             TO UP-W-DONE
           END-IF.
       1010-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1100-SPLIT  ホスト以降を / ? # で各部へ分ける
      ******************************************************************
       1100-SPLIT.
           MOVE SPACE              TO UP-W-SEG-AREA
           PERFORM 1110-CLEAR-ONE    THRU 1110-EXIT
               VARYING UP-W-K FROM 1 BY 1 UNTIL UP-W-K > 6
           COMPUTE UP-W-RLEN = UP-W-LEN - UP-W-POS + 1
           UNSTRING UP-W-URL(UP-W-POS:UP-W-RLEN)
               DELIMITED BY "/" OR "?" OR "#"
               INTO UP-W-SEG(1) DELIMITER IN UP-W-DLM(1)
                                COUNT IN UP-W-CNT(1)
                    UP-W-SEG(2) DELIMITER IN UP-W-DLM(2)
                                COUNT IN UP-W-CNT(2)
                    UP-W-SEG(3) DELIMITER IN UP-W-DLM(3)
                                COUNT IN UP-W-CNT(3)
                    UP-W-SEG(4) DELIMITER IN UP-W-DLM(4)
                                COUNT IN UP-W-CNT(4)
                    UP-W-SEG(5) DELIMITER IN UP-W-DLM(5)
                                COUNT IN UP-W-CNT(5)
                    UP-W-SEG(6) DELIMITER IN UP-W-DLM(6)
                                COUNT IN UP-W-CNT(6)
           END-UNSTRING.
       1100-EXIT.
           EXIT.
      *
       1110-CLEAR-ONE.
           MOVE ZERO               TO UP-W-CNT(UP-W-K).
       1110-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-CHECK-HOST  ホストは netflix.com とそのサブドメイン
      ******************************************************************
       1200-CHECK-HOST.
           MOVE UP-W-CNT(1)        TO UP-W-HLEN
           IF UP-W-HLEN < 1 OR UP-W-HLEN > 40
               MOVE "HOST"          TO UP-REASON
               GO TO 1200-EXIT
           END-IF
           MOVE UP-W-SEG(1)(1:UP-W-HLEN) TO UP-HOST
           IF UP-HOST = "netflix.com"
               IF UP-W-REASON = SPACE
                   MOVE "HOST"      TO UP-W-REASON
               END-IF
               GO TO 1200-EXIT
           END-IF
           IF UP-W-HLEN < 13 OR
              UP-HOST(UP-W-HLEN - 11:12) NOT = ".netflix.com"
               MOVE "HOST NOT NETFLIX" TO UP-REASON
               GO TO 1200-EXIT
           END-IF
           IF UP-HOST NOT = "www.netflix.com" AND UP-W-REASON = SPACE
               MOVE "HOST"          TO UP-W-REASON
           END-IF.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1300-CHECK-PATH  [ロケール/]title|watch/作品ID を取り出す
      ******************************************************************
       1300-CHECK-PATH.
           IF UP-W-DLM(1) NOT = "/"
               MOVE "NO TITLE PATH"  TO UP-REASON
               GO TO 1300-EXIT
           END-IF
      *    *** title/watchの位置（ロケール無しは2番目、有りは3番目）
           MOVE 2                  TO UP-W-K
           IF UP-W-SEG(2) NOT = "title" AND UP-W-SEG(2) NOT = "watch"
               IF UP-W-CNT(2) < 2 OR UP-W-CNT(2) > 5 OR
                  UP-W-DLM(2) NOT = "/"
                   MOVE "NO TITLE PATH"  TO UP-REASON
                   GO TO 1300-EXIT
               END-IF
               MOVE UP-W-SEG(2)     TO UP-LOCALE
               IF UP-W-REASON = SPACE
                   MOVE "LOCALE"    TO UP-W-REASON
               END-IF
               MOVE 3               TO UP-W-K
           END-IF
           IF UP-W-SEG(UP-W-K) NOT = "title" AND
              UP-W-SEG(UP-W-K) NOT = "watch"
               MOVE "NO TITLE PATH"  TO UP-REASON
               GO TO 1300-EXIT
           END-IF
           IF UP-W-SEG(UP-W-K) = "watch" AND UP-W-REASON = SPACE
               MOVE "WATCH PATH"    TO UP-W-REASON
           END-IF
           IF UP-W-DLM(UP-W-K) NOT = "/"
               MOVE "NO TITLE ID"    TO UP-REASON
               GO TO 1300-EXIT
           END-IF
      *
      *    *** 作品ID（1-10桁の数字）
           ADD 1                   TO UP-W-K
           IF UP-W-CNT(UP-W-K) < 1 OR UP-W-CNT(UP-W-K) > 10
               MOVE "TITLE ID"      TO UP-REASON
               GO TO 1300-EXIT
           END-IF
           IF UP-W-SEG(UP-W-K)(1:UP-W-CNT(UP-W-K)) IS NOT NUMERIC
               MOVE "TITLE ID"      TO UP-REASON
               GO TO 1300-EXIT
           END-IF
           MOVE UP-W-SEG(UP-W-K)(1:UP-W-CNT(UP-W-K)) TO UP-TITLE-ID
      *    *** 作品IDより後ろ（/ ? # 以降）は捨てる
           IF UP-W-REASON = SPACE
               EVALUATE UP-W-DLM(UP-W-K)
                   WHEN "/"
                       MOVE "TRAILING PATH" TO UP-W-REASON
                   WHEN "?"
                   WHEN "#"
                       MOVE "QUERY STRING"  TO UP-W-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-BUILD-CANON  作品IDから正規形を組み立てる
      ******************************************************************
       2000-BUILD-CANON.
           MOVE SPACE              TO UP-CANON
           IF UP-TITLE-ID = SPACE
               MOVE "90"            TO UP-RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           STRING "https://www.netflix.com/title/" DELIMITED BY SIZE
                  UP-TITLE-ID      DELIMITED BY SPACE
                  INTO UP-CANON
           END-STRING.
       2000-EXIT.
           EXIT.
