      ******************************************************************
      *
      *    PROGRAM-ID.  GAIJIREG
      *
      *    外字登録簿(GAIJI.REG)の共通サブルーチン。出演者名等に使わ
      *    れる異体字（髙・﨑・德等）はSJISのベンダー・ユーザー定義
      *    領域にあり、DECODE05.MAPに無ければUTF8出力で置換文字、
      *    DECODE07の置換プリンターで空白となり、NFNAMNRMでも標準の
      *    字（高・崎・徳）と別人扱いになっていた。外字1文字ごとの
      *    扱いを1つの登録簿にまとめ、次の3つが共通に引く。
      *      DECODE05  Unicode符号位置（DECODE05.MAPより優先）
      *      DECODE07  PTN別の印字代替2バイト
      *      NFNAMNRM  突合用の標準形SJISコード
      *    保守（衝突の検査・書き戻し）はGAIJMNT、NFADDRマスター内の
      *    出現箇所の一覧はGAIJIRPT。
      *
      *    登録簿は1行＝1外字（桁位置固定、先頭が*の行と空行は
      *    読み飛ばす）:
      *      01-04:SJISコード 06-09:Unicode符号位置（空白は無し）
      *      11-14:標準形SJISコード（空白は無し）
      *      16-62:印字代替「PP=HHHH」（PTN番号=代替2バイトの16進）
      *            を16・24・32・40・48・56桁目から最大6件。
      *            PP=00は指定の無いPTNの既定
      *      64-80:注記
      *    初回の呼び出しで全行をメモリーへ読み込む（最大500件）。
      *    外字領域外・16進表記の不備・重複の行は読み込まない
      *    （検査・報告はGAIJMNT）。登録簿が無い時は0件として扱う。
      *
      *    呼び出し方法:
      *      CALL "GAIJIREG" USING CPGAIJIREG-AREA.
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 GAIJIREG.
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
           SELECT GR-REG-FILE      ASSIGN TO "GAIJI.REG"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GR-W-REG-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  GR-REG-FILE.
       01  GR-REG-LINE               PIC X(080).
      *
       WORKING-STORAGE             SECTION.
      *
       01  GR-W-REG-STATUS          PIC  X(002) VALUE SPACE.
       01  GR-W-REG-EOF             PIC  X(001) VALUE "N".
           88  GR-W-REG-EOF-YES             VALUE "Y".
       01  GR-W-LOADED              PIC  X(001) VALUE "N".
           88  GR-W-LOADED-YES              VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    登録簿のメモリー展開（行順、最大500件）と、SJISコード+1の
      *    添字で表の位置を直接引く索引（ゼロは未登録）
      *---------------------------------------------------------------*
       01  GR-W-MAX                 BINARY-LONG VALUE 500.
       01  GR-W-CNT                 BINARY-LONG VALUE ZERO.
       01  GR-W-TBL-AREA.
           03  GR-W-TBL OCCURS 500.
               05  GR-W-T-SJIS      BINARY-LONG.
               05  GR-W-T-UCS       BINARY-LONG.
               05  GR-W-T-STD       BINARY-LONG.
               05  GR-W-T-SUB-CNT   BINARY-LONG.
               05  GR-W-T-SUB OCCURS 6.
                   07  GR-W-T-SUB-PTN   PIC 9(002).
                   07  GR-W-T-SUB-CHR   PIC X(002).
               05  GR-W-T-NOTE      PIC  X(017).
       01  GR-W-IDX-AREA.
           03  GR-W-IDX-TBL OCCURS 65536  BINARY-LONG.
      *
      *---------------------------------------------------------------*
      *    1行の解析用（16進はDECODE05の2520と同じ規則、不備は
      *    GR-W-HEX-BAD=Y）
      *---------------------------------------------------------------*
       01  GR-W-HEX-IN              PIC  X(004) VALUE SPACE.
       01  GR-W-HEX-VAL             BINARY-LONG VALUE ZERO.
       01  GR-W-HEX-D               BINARY-LONG VALUE ZERO.
       01  GR-W-HEX-I               BINARY-LONG VALUE ZERO.
       01  GR-W-HEX-BAD             PIC  X(001) VALUE "N".
       01  GR-W-SJIS                BINARY-LONG VALUE ZERO.
       01  GR-W-LEAD                BINARY-LONG VALUE ZERO.
       01  GR-W-TRAIL               BINARY-LONG VALUE ZERO.
       01  GR-W-AREA-OK             PIC  X(001) VALUE "N".
       01  GR-W-COL                 BINARY-LONG VALUE ZERO.
       01  GR-W-S                   BINARY-LONG VALUE ZERO.
       01  GR-W-N                   BINARY-LONG VALUE ZERO.
       01  GR-W-HIT                 BINARY-LONG VALUE ZERO.
      *
       LINKAGE                     SECTION.
      *
       COPY "CPGAIJIREG.cpy" REPLACING ==:##:== BY ==GR==.
      *
       PROCEDURE                  DIVISION USING GR-GAIJIREG-AREA.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO GR-RETURN-CODE
           IF NOT GR-W-LOADED-YES
               PERFORM 1000-LOAD-REG    THRU 1000-EXIT
           END-IF
           MOVE GR-W-CNT            TO GR-ENTRY-CNT
           EVALUATE GR-ID
               WHEN "G"
                   PERFORM 2000-GET-ONE     THRU 2000-EXIT
               WHEN "N"
                   PERFORM 3000-NEXT-ONE    THRU 3000-EXIT
               WHEN OTHER
                   MOVE "90"        TO GR-RETURN-CODE
           END-EVALUATE
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-LOAD-REG  登録簿の全行をメモリーへ読み込む
      *    （登録簿が無い時は0件として扱う）
      ******************************************************************
       1000-LOAD-REG.
           SET GR-W-LOADED-YES     TO TRUE
           MOVE ZERO               TO GR-W-CNT
           INITIALIZE GR-W-IDX-AREA
           MOVE "N"                TO GR-W-REG-EOF
           OPEN INPUT GR-REG-FILE
           IF GR-W-REG-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE     THRU 1100-EXIT
               UNTIL GR-W-REG-EOF-YES
           CLOSE GR-REG-FILE.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE.
           READ GR-REG-FILE
               AT END
                   SET GR-W-REG-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF GR-REG-LINE = SPACE OR GR-REG-LINE(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
           IF GR-W-CNT >= GR-W-MAX
               SET GR-W-REG-EOF-YES TO TRUE
               GO TO 1100-EXIT
           END-IF
      *    *** SJISコードが外字領域に無い行・重複の行は採らない
           MOVE GR-REG-LINE(1:4)    TO GR-W-HEX-IN
           PERFORM 1200-HEX4-TO-BIN  THRU 1200-EXIT
           IF GR-W-HEX-BAD = "Y"
               GO TO 1100-EXIT
           END-IF
           MOVE GR-W-HEX-VAL        TO GR-W-SJIS
           PERFORM 1300-CHECK-AREA   THRU 1300-EXIT
           IF GR-W-AREA-OK NOT = "Y"
               GO TO 1100-EXIT
           END-IF
           IF GR-W-IDX-TBL(GR-W-SJIS + 1) NOT = ZERO
               GO TO 1100-EXIT
           END-IF
      *
           ADD 1                   TO GR-W-CNT
           MOVE GR-W-CNT            TO GR-W-IDX-TBL(GR-W-SJIS + 1)
           MOVE GR-W-SJIS           TO GR-W-T-SJIS(GR-W-CNT)
           MOVE GR-REG-LINE(64:17)  TO GR-W-T-NOTE(GR-W-CNT)
      *    *** Unicode符号位置・標準形（空白・不備は無しとする）
           MOVE ZERO               TO GR-W-T-UCS(GR-W-CNT)
           MOVE GR-REG-LINE(6:4)    TO GR-W-HEX-IN
           PERFORM 1200-HEX4-TO-BIN  THRU 1200-EXIT
           IF GR-W-HEX-BAD NOT = "Y"
               MOVE GR-W-HEX-VAL     TO GR-W-T-UCS(GR-W-CNT)
           END-IF
           MOVE ZERO               TO GR-W-T-STD(GR-W-CNT)
           MOVE GR-REG-LINE(11:4)   TO GR-W-HEX-IN
           PERFORM 1200-HEX4-TO-BIN  THRU 1200-EXIT
           IF GR-W-HEX-BAD NOT = "Y" AND GR-W-HEX-VAL > 255
               MOVE GR-W-HEX-VAL     TO GR-W-T-STD(GR-W-CNT)
           END-IF
      *    *** 印字代替「PP=HHHH」を最大6件
           MOVE ZERO               TO GR-W-T-SUB-CNT(GR-W-CNT)
           PERFORM 1400-SUB-ONE      THRU 1400-EXIT
               VARYING GR-W-S FROM 1 BY 1
               UNTIL GR-W-S > 6.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-HEX4-TO-BIN  16進4桁(GR-W-HEX-IN)を2進(GR-W-HEX-VAL)へ
      *    変換する（0-9/A-F/a-f以外を含む時はGR-W-HEX-BAD=Y）
      ******************************************************************
       1200-HEX4-TO-BIN.
           MOVE ZERO                    TO GR-W-HEX-VAL
           MOVE "N"                     TO GR-W-HEX-BAD
           PERFORM 1210-HEX1-TO-BIN      THRU 1210-EXIT
               VARYING GR-W-HEX-I FROM 1 BY 1
               UNTIL GR-W-HEX-I > 4.
       1200-EXIT.
           EXIT.
      *
       1210-HEX1-TO-BIN.
           COMPUTE GR-W-HEX-D =
               FUNCTION ORD(GR-W-HEX-IN(GR-W-HEX-I:1)) - 1
           EVALUATE TRUE
               WHEN GR-W-HEX-D >= 48 AND GR-W-HEX-D <= 57
                   SUBTRACT 48           FROM GR-W-HEX-D
               WHEN GR-W-HEX-D >= 65 AND GR-W-HEX-D <= 70
                   SUBTRACT 55           FROM GR-W-HEX-D
               WHEN GR-W-HEX-D >= 97 AND GR-W-HEX-D <= 102
                   SUBTRACT 87           FROM GR-W-HEX-D
               WHEN OTHER
                   MOVE "Y"              TO GR-W-HEX-BAD
                   MOVE ZERO             TO GR-W-HEX-D
           END-EVALUATE
           COMPUTE GR-W-HEX-VAL =
               GR-W-HEX-VAL * 16 + GR-W-HEX-D.
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1300-CHECK-AREA  GR-W-SJISが外字領域の2バイトコードなら
      *    GR-W-AREA-OK=Y（後続バイトはSJISの40-7E・80-FC）
      *      8740-879C  ED40-EEFC  F040-F9FC  FA40-FC4B
      ******************************************************************
       1300-CHECK-AREA.
           MOVE "N"                     TO GR-W-AREA-OK
           COMPUTE GR-W-LEAD  = GR-W-SJIS / 256
           COMPUTE GR-W-TRAIL = GR-W-SJIS - GR-W-LEAD * 256
           IF GR-W-TRAIL < 64 OR GR-W-TRAIL = 127 OR GR-W-TRAIL > 252
               GO TO 1300-EXIT
           END-IF
           EVALUATE TRUE
               WHEN GR-W-LEAD = 135 AND GR-W-TRAIL <= 156
               WHEN GR-W-LEAD = 237 OR GR-W-LEAD = 238
               WHEN GR-W-LEAD >= 240 AND GR-W-LEAD <= 251
               WHEN GR-W-LEAD = 252 AND GR-W-TRAIL <= 75
                   MOVE "Y"              TO GR-W-AREA-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1400-SUB-ONE  GR-W-S件目の印字代替「PP=HHHH」を採る
      *    （空白・PTNが数字でない・16進表記の不備は読み飛ばす）
      ******************************************************************
       1400-SUB-ONE.
           COMPUTE GR-W-COL = 16 + (GR-W-S - 1) * 8
           IF GR-REG-LINE(GR-W-COL:7) = SPACE OR
              GR-REG-LINE(GR-W-COL:2) IS NOT NUMERIC OR
              GR-REG-LINE(GR-W-COL + 2:1) NOT = "="
               GO TO 1400-EXIT
           END-IF
           MOVE GR-REG-LINE(GR-W-COL + 3:4) TO GR-W-HEX-IN
           PERFORM 1200-HEX4-TO-BIN      THRU 1200-EXIT
           IF GR-W-HEX-BAD = "Y"
               GO TO 1400-EXIT
           END-IF
           ADD 1                        TO GR-W-T-SUB-CNT(GR-W-CNT)
           MOVE GR-W-T-SUB-CNT(GR-W-CNT) TO GR-W-N
           MOVE GR-REG-LINE(GR-W-COL:2)
               TO GR-W-T-SUB-PTN(GR-W-CNT, GR-W-N)
           COMPUTE GR-W-LEAD  = GR-W-HEX-VAL / 256
           COMPUTE GR-W-TRAIL = GR-W-HEX-VAL - GR-W-LEAD * 256
           MOVE FUNCTION CHAR(GR-W-LEAD + 1)
               TO GR-W-T-SUB-CHR(GR-W-CNT, GR-W-N)(1:1)
           MOVE FUNCTION CHAR(GR-W-TRAIL + 1)
               TO GR-W-T-SUB-CHR(GR-W-CNT, GR-W-N)(2:1).
       1400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-GET-ONE  ID=G  SJISの登録内容を返す（未登録は90）
      ******************************************************************
       2000-GET-ONE.
           IF GR-SJIS < 1 OR GR-SJIS > 65535
               MOVE "90"            TO GR-RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE GR-W-IDX-TBL(GR-SJIS + 1) TO GR-W-HIT
           IF GR-W-HIT = ZERO
               MOVE "90"            TO GR-RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE GR-W-HIT            TO GR-IDX
           PERFORM 4000-RETURN-ENTRY THRU 4000-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-NEXT-ONE  ID=N  行順IDX番目の登録内容を返す
      *    （IDXが1未満・件数超過の時は90）
      ******************************************************************
       3000-NEXT-ONE.
           IF GR-IDX < 1 OR GR-IDX > GR-W-CNT
               MOVE "90"            TO GR-RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE GR-IDX              TO GR-W-HIT
           PERFORM 4000-RETURN-ENTRY THRU 4000-EXIT.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-RETURN-ENTRY  GR-W-HIT番目の登録内容を返し、PTNの
      *    印字代替を選ぶ（PTNの指定が無ければPTN=00の既定）
      ******************************************************************
       4000-RETURN-ENTRY.
           MOVE GR-W-T-SJIS(GR-W-HIT)    TO GR-SJIS
           MOVE GR-W-T-UCS(GR-W-HIT)     TO GR-UCS
           MOVE GR-W-T-STD(GR-W-HIT)     TO GR-STD
           MOVE GR-W-T-NOTE(GR-W-HIT)    TO GR-NOTE
           MOVE GR-W-T-SUB-CNT(GR-W-HIT) TO GR-SUB-CNT
           MOVE SPACE                   TO GR-SUB
           PERFORM 4100-SUB-COPY-ONE     THRU 4100-EXIT
               VARYING GR-W-S FROM 1 BY 1
               UNTIL GR-W-S > 6
           IF GR-SUB = SPACE
               PERFORM 4200-SUB-DEFAULT  THRU 4200-EXIT
                   VARYING GR-W-S FROM 1 BY 1
                   UNTIL GR-W-S > GR-SUB-CNT
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-SUB-COPY-ONE.
           IF GR-W-S > GR-SUB-CNT
               MOVE ZERO                 TO GR-SUB-PTN(GR-W-S)
               MOVE SPACE                TO GR-SUB-CHR(GR-W-S)
               GO TO 4100-EXIT
           END-IF
           MOVE GR-W-T-SUB-PTN(GR-W-HIT, GR-W-S) TO GR-SUB-PTN(GR-W-S)
           MOVE GR-W-T-SUB-CHR(GR-W-HIT, GR-W-S) TO GR-SUB-CHR(GR-W-S)
           IF GR-SUB-PTN(GR-W-S) = GR-PTN AND GR-SUB = SPACE
               MOVE GR-SUB-CHR(GR-W-S)   TO GR-SUB
           END-IF.
       4100-EXIT.
           EXIT.
      *
       4200-SUB-DEFAULT.
           IF GR-SUB-PTN(GR-W-S) = ZERO AND GR-SUB = SPACE
               MOVE GR-SUB-CHR(GR-W-S)   TO GR-SUB
           END-IF.
       4200-EXIT.
           EXIT.
