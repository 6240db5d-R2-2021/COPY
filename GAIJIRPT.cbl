      ******************************************************************
      *
      *    PROGRAM-ID.  GAIJIRPT
      *
      *    NFADDRマスター内の外字の出現箇所レポート。
      *    外字登録簿(GAIJI.REG、GAIJIREG)に登録された外字が、
      *    マスターのどのエントリーのNAMEに使われているかを一覧に
      *    する（登録簿を変える前の影響確認・登録漏れの洗い出し用）。
      *    DECODE08のID=NEXTSTL（CALLER=GAIJIRPT）で全件を読み、NAMEを
      *    SJISの2バイト文字の区切りどおりに先頭から調べる。
      *      FOUND    登録済み外字の出現1件ごとに、SJISコード・
      *               NFADDR・NAMEを出す
      *      UNREG    外字領域の文字で登録簿に無いもの（印字代替・
      *               標準形が無く、そのまま印字・突合される）
      *    最後に登録簿の外字ごとの出現件数（ゼロ件も出す）と、
      *    Unicode符号位置・標準形・注記を一覧にする。
      *    結果はGAIJIRPT.RPTへ出力する（更新はしない）。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 GAIJIRPT.
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
           SELECT GY-RPT-FILE      ASSIGN TO "GAIJIRPT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  GY-RPT-FILE.
       01  GY-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  GY-W-EOF                 PIC  X(001) VALUE "N".
           88  GY-W-EOF-YES                 VALUE "Y".
      *    *** マスター使用中で走査しない時Y
       01  GY-W-STOP                PIC  X(001) VALUE "N".
           88  GY-W-STOP-YES                VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    登録簿の外字テーブル（GAIJIREGのID=Nで登録簿の行順に取る）
      *    と、SJISコード+1の添字で位置を直接引く索引（ゼロは未登録）
      *---------------------------------------------------------------*
       01  GY-W-REG-CNT             BINARY-LONG VALUE ZERO.
       01  GY-W-REG-TBL-AREA.
           03  GY-W-REG-TBL OCCURS 500.
             05  GY-W-REG-SJIS      BINARY-LONG.
             05  GY-W-REG-UCS       BINARY-LONG.
             05  GY-W-REG-STD       BINARY-LONG.
             05  GY-W-REG-NOTE      PIC  X(017).
             05  GY-W-REG-HIT       BINARY-LONG.
       01  GY-W-IDX-AREA.
           03  GY-W-IDX OCCURS 65536      BINARY-LONG.
       01  GY-W-REG-EOF             PIC  X(001) VALUE "N".
      *
      *    *** NAMEの走査用
       01  GY-W-P                   BINARY-LONG VALUE ZERO.
       01  GY-W-B1                  BINARY-LONG VALUE ZERO.
       01  GY-W-B2                  BINARY-LONG VALUE ZERO.
       01  GY-W-CODE                BINARY-LONG VALUE ZERO.
       01  GY-W-ENT-HIT             PIC  X(001) VALUE "N".
       01  GY-W-I                   BINARY-LONG VALUE ZERO.
      *
      *    *** 16進編集
       01  GY-W-HEXDIGITS           PIC  X(016)
                                    VALUE "0123456789ABCDEF".
       01  GY-W-HEX4                PIC  X(004) VALUE SPACE.
       01  GY-W-UCS4                PIC  X(004) VALUE SPACE.
       01  GY-W-STD4                PIC  X(004) VALUE SPACE.
       01  GY-W-HV                  BINARY-LONG VALUE ZERO.
       01  GY-W-HD                  BINARY-LONG VALUE ZERO.
       01  GY-W-HI                  BINARY-LONG VALUE ZERO.
      *
       01  GY-W-ENT-CNT             BINARY-LONG VALUE ZERO.
       01  GY-W-GJ-ENT-CNT          BINARY-LONG VALUE ZERO.
       01  GY-W-FOUND-CNT           BINARY-LONG VALUE ZERO.
       01  GY-W-UNREG-CNT           BINARY-LONG VALUE ZERO.
       01  GY-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *
       COPY "CPDECODE08.cpy" REPLACING ==:##:== BY ==D8==.
      *    *** 外字登録簿（GAIJIREG）
       COPY "CPGAIJIREG.cpy" REPLACING ==:##:== BY ==GYG==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==GYQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT GY-W-STOP-YES
               PERFORM 2000-SCAN-ONE     THRU 2000-EXIT
                   UNTIL GY-W-EOF-YES
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  登録簿を読み込み、DECODE08を開く
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT GY-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO GYQ-ID
           CALL "ENVQUAL" USING GYQ-ENVQUAL-AREA
           MOVE GYQ-ENV-LINE           TO GY-RPT-LINE
           WRITE GY-RPT-LINE
           MOVE "GAIJIRPT GAIJI OCCURRENCES IN NFADDR MASTER"
                                        TO GY-RPT-LINE
           WRITE GY-RPT-LINE
      *
           INITIALIZE GY-W-IDX-AREA
           MOVE "N"                    TO GY-W-REG-EOF
           PERFORM 1100-LOAD-REG-ONE    THRU 1100-EXIT
               VARYING GY-W-I FROM 1 BY 1
               UNTIL GY-W-REG-EOF = "Y"
           IF GY-W-REG-CNT = ZERO
               MOVE "NO GAIJI REGISTERED" TO GY-RPT-LINE
               WRITE GY-RPT-LINE
           END-IF
      *
      *    *** CALLERはロックの保持者表示に使われるため、OPENより
      *    *** 先にセットする
           MOVE "GAIJIRPT"              TO D8-CALLER
           MOVE "OPEN"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-RETURN-CODE OF D8-DECODE08-AREA = "95"
               MOVE "Y"                 TO GY-W-STOP
               MOVE SPACE               TO GY-RPT-LINE
               STRING "NFADDR MASTER BUSY - RUN SKIPPED"
                      DELIMITED BY SIZE INTO GY-RPT-LINE
               WRITE GY-RPT-LINE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    *** 登録簿のGY-W-I番目を外字テーブルへ（500件まで）
       1100-LOAD-REG-ONE.
           MOVE "N"                    TO GYG-ID
           MOVE GY-W-I                  TO GYG-IDX
           MOVE ZERO                   TO GYG-PTN
           CALL "GAIJIREG" USING GYG-GAIJIREG-AREA
           IF GYG-RETURN-CODE NOT = "00" OR GY-W-REG-CNT >= 500
               MOVE "Y"                 TO GY-W-REG-EOF
               GO TO 1100-EXIT
           END-IF
           ADD  1                      TO GY-W-REG-CNT
           MOVE GYG-SJIS                TO GY-W-REG-SJIS(GY-W-REG-CNT)
           MOVE GYG-UCS                 TO GY-W-REG-UCS(GY-W-REG-CNT)
           MOVE GYG-STD                 TO GY-W-REG-STD(GY-W-REG-CNT)
           MOVE GYG-NOTE                TO GY-W-REG-NOTE(GY-W-REG-CNT)
           MOVE ZERO                   TO GY-W-REG-HIT(GY-W-REG-CNT)
           MOVE GY-W-REG-CNT            TO GY-W-IDX(GYG-SJIS + 1).
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-SCAN-ONE  ID=NEXTSTLで1件を読み、NAMEの外字を探す
      ******************************************************************
       2000-SCAN-ONE.
           MOVE "NEXTSTL"               TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-RETURN-CODE OF D8-DECODE08-AREA NOT = "00"
               SET GY-W-EOF-YES         TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD  1                      TO GY-W-ENT-CNT
           MOVE "N"                    TO GY-W-ENT-HIT
           MOVE 1                      TO GY-W-P
           PERFORM 2100-SCAN-CHAR       THRU 2100-EXIT
               UNTIL GY-W-P > 100
           IF GY-W-ENT-HIT = "Y"
               ADD  1                  TO GY-W-GJ-ENT-CNT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2100-SCAN-CHAR  NAMEのGY-W-P桁目の1文字を調べて次へ進める
      *    （2バイト文字の先頭81-9F・E0-FCなら2桁進める）
      ******************************************************************
       2100-SCAN-CHAR.
           COMPUTE GY-W-B1 = FUNCTION ORD(D8-NAME(GY-W-P:1)) - 1
           IF GY-W-P >= 100 OR
              NOT ((GY-W-B1 >= 129 AND GY-W-B1 <= 159) OR
                   (GY-W-B1 >= 224 AND GY-W-B1 <= 252))
               ADD  1                  TO GY-W-P
               GO TO 2100-EXIT
           END-IF
           COMPUTE GY-W-B2 = FUNCTION ORD(D8-NAME(GY-W-P + 1:1)) - 1
           COMPUTE GY-W-CODE = GY-W-B1 * 256 + GY-W-B2
           IF GY-W-IDX(GY-W-CODE + 1) NOT = ZERO
               ADD  1                  TO GY-W-FOUND-CNT
               ADD  1                  TO
                   GY-W-REG-HIT(GY-W-IDX(GY-W-CODE + 1))
               MOVE "Y"                 TO GY-W-ENT-HIT
               MOVE "FOUND"             TO GY-RPT-LINE
               PERFORM 2200-WRITE-HIT   THRU 2200-EXIT
           ELSE
      *        *** 外字の先頭（87・ED・EE・F0-FC）で登録簿に無いもの
               IF GY-W-B1 = 135 OR GY-W-B1 = 237 OR GY-W-B1 = 238
                  OR GY-W-B1 >= 240
                   ADD  1              TO GY-W-UNREG-CNT
                   MOVE "Y"             TO GY-W-ENT-HIT
                   MOVE "UNREG"         TO GY-RPT-LINE
                   PERFORM 2200-WRITE-HIT THRU 2200-EXIT
               END-IF
           END-IF
           ADD  2                      TO GY-W-P.
       2100-EXIT.
           EXIT.
      *
      *    *** 出現1件の明細（見出しはGY-RPT-LINEの先頭に設定済み）
       2200-WRITE-HIT.
           MOVE GY-W-CODE               TO GY-W-HV
           PERFORM 5500-BIN-TO-HEX4      THRU 5500-EXIT
           MOVE GY-W-HEX4               TO GY-RPT-LINE(7:4)
           MOVE D8-NAME(1:40)           TO GY-RPT-LINE(12:40)
           MOVE D8-NFADDR(1:80)         TO GY-RPT-LINE(53:80)
           WRITE GY-RPT-LINE.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5500-BIN-TO-HEX4  2進(GY-W-HV)を16進4桁(GY-W-HEX4)へ
      ******************************************************************
       5500-BIN-TO-HEX4.
           MOVE SPACE                   TO GY-W-HEX4
           PERFORM 5510-HEX-ONE          THRU 5510-EXIT
               VARYING GY-W-HI FROM 4 BY -1
               UNTIL GY-W-HI < 1.
       5500-EXIT.
           EXIT.
      *
       5510-HEX-ONE.
           COMPUTE GY-W-HD = FUNCTION MOD(GY-W-HV, 16)
           MOVE GY-W-HEXDIGITS(GY-W-HD + 1:1)
               TO GY-W-HEX4(GY-W-HI:1)
           COMPUTE GY-W-HV = GY-W-HV / 16.
       5510-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  外字ごとの件数と全体の件数を出力して閉じる
      ******************************************************************
       9000-TERMINATE.
           IF NOT GY-W-STOP-YES
               MOVE "SJIS UCS  STD  COUNT  NOTE" TO GY-RPT-LINE
               WRITE GY-RPT-LINE
               PERFORM 9100-WRITE-REG-ONE THRU 9100-EXIT
                   VARYING GY-W-I FROM 1 BY 1
                   UNTIL GY-W-I > GY-W-REG-CNT
           END-IF
           MOVE GY-W-ENT-CNT            TO GY-W-RPT-CNT
           MOVE SPACE                  TO GY-RPT-LINE
           STRING "ENTRIES=" DELIMITED BY SIZE
                  GY-W-RPT-CNT DELIMITED BY SIZE
                  INTO GY-RPT-LINE
           END-STRING
           WRITE GY-RPT-LINE
           MOVE GY-W-GJ-ENT-CNT         TO GY-W-RPT-CNT
           MOVE SPACE                  TO GY-RPT-LINE
           STRING "ENTRIES-WITH-GAIJI=" DELIMITED BY SIZE
                  GY-W-RPT-CNT DELIMITED BY SIZE
                  INTO GY-RPT-LINE
           END-STRING
           WRITE GY-RPT-LINE
           MOVE GY-W-FOUND-CNT          TO GY-W-RPT-CNT
           MOVE SPACE                  TO GY-RPT-LINE
           STRING "FOUND=" DELIMITED BY SIZE
                  GY-W-RPT-CNT DELIMITED BY SIZE
                  INTO GY-RPT-LINE
           END-STRING
           WRITE GY-RPT-LINE
           MOVE GY-W-UNREG-CNT          TO GY-W-RPT-CNT
           MOVE SPACE                  TO GY-RPT-LINE
           STRING "UNREGISTERED=" DELIMITED BY SIZE
                  GY-W-RPT-CNT DELIMITED BY SIZE
                  INTO GY-RPT-LINE
           END-STRING
           WRITE GY-RPT-LINE
           IF NOT GY-W-STOP-YES
               MOVE "CLOSE"             TO D8-ID
               CALL "DECODE08" USING D8-DECODE08-AREA
           END-IF
           CLOSE GY-RPT-FILE.
       9000-EXIT.
           EXIT.
      *
      *    *** 登録簿の外字1件の件数行
       9100-WRITE-REG-ONE.
           MOVE SPACE                  TO GY-W-UCS4
           IF GY-W-REG-UCS(GY-W-I) NOT = ZERO
               MOVE GY-W-REG-UCS(GY-W-I) TO GY-W-HV
               PERFORM 5500-BIN-TO-HEX4  THRU 5500-EXIT
               MOVE GY-W-HEX4            TO GY-W-UCS4
           END-IF
           MOVE SPACE                  TO GY-W-STD4
           IF GY-W-REG-STD(GY-W-I) NOT = ZERO
               MOVE GY-W-REG-STD(GY-W-I) TO GY-W-HV
               PERFORM 5500-BIN-TO-HEX4  THRU 5500-EXIT
               MOVE GY-W-HEX4            TO GY-W-STD4
           END-IF
           MOVE GY-W-REG-SJIS(GY-W-I)   TO GY-W-HV
           PERFORM 5500-BIN-TO-HEX4      THRU 5500-EXIT
           MOVE GY-W-REG-HIT(GY-W-I)    TO GY-W-RPT-CNT
           MOVE SPACE                  TO GY-RPT-LINE
           STRING GY-W-HEX4             DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  GY-W-UCS4             DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  GY-W-STD4             DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  GY-W-RPT-CNT          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  GY-W-REG-NOTE(GY-W-I) DELIMITED BY SIZE
                  INTO GY-RPT-LINE
           END-STRING
           WRITE GY-RPT-LINE.
       9100-EXIT.
           EXIT.
