      ******************************************************************
      *
      *    PROGRAM-ID.  DATAPROF
      *
      *    本番形式ファイルの項目別プロファイル採取と、COBRNDの
      *    レイアウト定義(COBRND.LAY)の作成。
      *    テストデータ用のCOBRND.LAYの範囲と値の散らばりを手で書いて
      *    いたため、金額の8割が1万未満、少数のコードに集中する等の
      *    本番の偏りが作ったデータに出なかった。本番ファイルを
      *    FILEDUMP.LAYの項目定義（COMP-3・BINARY含む）で分解し、
      *    項目ごとに最小・最大、空白率、異なり数、上位の値と分布の
      *    当てはめ（一様U・正規N・指数E・2区分重み付けW）を採って、
      *    その偏りを再現するCOBRND.LAY（範囲・DIST・DIST-P1・DIST-P2・
      *    空白率）を書く。COBRND.LAYには実際の値（最小・最大の範囲と
      *    分布の係数を除く）を書かない。文字項目は種別ALPHA（漢字等
      *    を含む項目はKANA）の合成値になる。
      *    続けてCOBRNDでそのレイアウトからファイルを作り、同じ採取を
      *    行って本番のプロファイルと並べたDATAPROF.RPTを出力する。
      *    DATAPROF.RPTには本番の上位の値が載るため、本番側に留める
      *    （持ち出すのはCOBRND.LAYだけにする）。
      *
      *    FILEDUMP.LAY の形式はFILEDUMP(ID=L)と同じ（最大50項目）
      *      01-10:項目名  12-16:位置  18-20:長さ
      *      22:タイプ D=文字 P=COMP-3 B=BINARY  24-25:けた数
      *      27-28:小数部けた数（数値は小数点を付けない整数のまま
      *            採取・生成する）
      *    DATAPROF.CTL の指定:
      *      FILEIN=本番ファイル名
      *      GENCNT=nnnnnn  比較用にCOBRNDで作る件数（既定は本番の件数）
      *      SEED=nnnnnnnnn COBRNDのシード（比較を再現したい時）
      *      COMPARE=N      COBRNDでの作成と比較を行わない
      *    文字タイプ(D)の項目は、全値が数字なら数値（長さ8で暦上
      *    有効な年月日ならDATE）、それ以外は文字として扱う。
      *    異なり数・上位の値は項目ごとに先頭18バイトで200種まで数え、
      *    超えた時は「200超」とする。一意指定(U)は、重複を見なかった
      *    （200種以内）か値が昇順に並んでいた数値項目に付ける。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 DATAPROF.
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
           SELECT DA-CTL-FILE      ASSIGN TO "DATAPROF.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DA-W-CTL-STATUS.
      *    本番ファイルのレイアウト定義（FILEDUMP ID=Lと共用）
           SELECT DA-LAY-FILE      ASSIGN TO "FILEDUMP.LAY"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DA-W-LAY-STATUS.
      *    採取対象（本番ファイル、比較時はCOBRND.OUT）
           SELECT DA-IN-FILE       ASSIGN DYNAMIC DA-W-IN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DA-W-IN-STATUS.
      *    作成するCOBRNDのレイアウト定義
           SELECT DA-CLAY-FILE     ASSIGN TO "COBRND.LAY"
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DA-RPT-FILE      ASSIGN TO "DATAPROF.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  DA-CTL-FILE.
       01  DA-CTL-LINE               PIC X(080).
      *
       FD  DA-LAY-FILE.
       01  DA-LAY-LINE               PIC X(080).
      *
       FD  DA-IN-FILE.
       01  DA-IN-LINE                PIC X(512).
      *
       FD  DA-CLAY-FILE.
       01  DA-CLAY-LINE              PIC X(120).
      *
       FD  DA-RPT-FILE.
       01  DA-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  DA-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  DA-W-LAY-STATUS          PIC  X(002) VALUE SPACE.
       01  DA-W-IN-STATUS           PIC  X(002) VALUE SPACE.
       01  DA-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  DA-W-CTL-EOF-YES             VALUE "Y".
       01  DA-W-LAY-EOF             PIC  X(001) VALUE "N".
           88  DA-W-LAY-EOF-YES             VALUE "Y".
       01  DA-W-IN-EOF              PIC  X(001) VALUE "N".
           88  DA-W-IN-EOF-YES              VALUE "Y".
       01  DA-W-IN-NAME             PIC  X(024) VALUE SPACE.
       01  DA-W-FILEIN              PIC  X(024) VALUE SPACE.
       01  DA-W-COMPARE             PIC  X(001) VALUE "Y".
       01  DA-W-GENCNT              BINARY-LONG VALUE ZERO.
       01  DA-W-SEED                BINARY-LONG VALUE ZERO.
      *    *** 採取の面（1:本番 2:COBRNDの作成分）と回（1:集計 2:分布）
       01  DA-W-S                   BINARY-LONG VALUE 1.
       01  DA-W-PASS                BINARY-LONG VALUE 1.
       01  DA-W-REC-CNT-TBL.
           03  DA-W-REC-CNT         BINARY-LONG OCCURS 2.
      *
      *---------------------------------------------------------------*
      *    項目定義（FILEDUMP.LAY、最大50項目）と当てはめ結果
      *---------------------------------------------------------------*
       01  DA-W-F-CNT               BINARY-LONG VALUE ZERO.
       01  DA-W-F-TBL-AREA.
           03  DA-W-F-TBL OCCURS 50.
             05  DA-W-F-NAME        PIC  X(010).
             05  DA-W-F-POS         BINARY-LONG.
             05  DA-W-F-LEN         BINARY-LONG.
             05  DA-W-F-TYPE        PIC  X(001).
             05  DA-W-F-DIGITS      PIC  9(002).
             05  DA-W-F-DEC         PIC  9(002).
      *        *** COBRNDの種別・分布・係数・一意指定・空白率
             05  DA-W-F-KIND        PIC  X(005).
             05  DA-W-F-DIST        PIC  X(001).
             05  DA-W-F-P1          PIC S9(018) COMP-3.
             05  DA-W-F-P2          PIC S9(018) COMP-3.
             05  DA-W-F-UNIQ        PIC  X(001).
             05  DA-W-F-SPCT        PIC  9(003).
      *
      *---------------------------------------------------------------*
      *    項目・面ごとの採取結果
      *    合計・二乗和は最初の値からの差で持つ（桁あふれを避ける）
      *---------------------------------------------------------------*
       01  DA-W-ST-AREA.
           03  DA-W-ST-F OCCURS 50.
             05  DA-W-ST OCCURS 2.
               07  DA-W-ST-CNT      BINARY-LONG.
               07  DA-W-ST-NULL     BINARY-LONG.
               07  DA-W-ST-NUMC     BINARY-LONG.
               07  DA-W-ST-TEXT     BINARY-LONG.
               07  DA-W-ST-DATEOK   BINARY-LONG.
               07  DA-W-ST-HIGH     BINARY-LONG.
               07  DA-W-ST-FIRST    PIC  X(001).
               07  DA-W-ST-ASC      PIC  X(001).
               07  DA-W-ST-MIN      PIC S9(018) COMP-3.
               07  DA-W-ST-MAX      PIC S9(018) COMP-3.
               07  DA-W-ST-SHIFT    PIC S9(018) COMP-3.
               07  DA-W-ST-PREV     PIC S9(018) COMP-3.
               07  DA-W-ST-SUM      PIC S9(024) COMP-3.
               07  DA-W-ST-SUMSQ    PIC S9(031) COMP-3.
               07  DA-W-ST-BKT      BINARY-LONG OCCURS 10.
               07  DA-W-ST-DCNT     BINARY-LONG.
               07  DA-W-ST-DOVER    PIC  X(001).
               07  DA-W-ST-DUP      PIC  X(001).
      *          *** 異なる値（キー順、二分探索で引く）
               07  DA-W-ST-V OCCURS 200.
                 09  DA-W-ST-VKEY   PIC  X(018).
                 09  DA-W-ST-VCNT   BINARY-LONG.
      *
      *    *** 1項目の値の取り出し
       01  DA-W-F                   BINARY-LONG VALUE ZERO.
       01  DA-W-P                   BINARY-LONG VALUE ZERO.
       01  DA-W-L                   BINARY-LONG VALUE ZERO.
       01  DA-W-I                   BINARY-LONG VALUE ZERO.
       01  DA-W-J                   BINARY-LONG VALUE ZERO.
      *    *** 値の区分 B:空白 N:数値 T:文字（数値でない・不正な値）
       01  DA-W-VSTAT               PIC  X(001) VALUE SPACE.
       01  DA-W-VAL                 PIC S9(018) COMP-3 VALUE ZERO.
       01  DA-W-VAL-ED              PIC -(17)9.
       01  DA-W-KEY                 PIC  X(018) VALUE SPACE.
       01  DA-W-YMD                 PIC  9(008) VALUE ZERO.
       01  DA-W-YMD-R REDEFINES DA-W-YMD.
           03  DA-W-YMD-Y           PIC  9(004).
           03  DA-W-YMD-M           PIC  9(002).
           03  DA-W-YMD-D           PIC  9(002).
      *    *** COMP-3・BINARYの解読（FILEDUMPと同じく先頭へ寄せて読む）
       01  DA-W-NUM-BYTES           PIC  X(009) VALUE SPACE.
       01  DA-W-PACK-1  REDEFINES DA-W-NUM-BYTES PIC S9(001) COMP-3.
       01  DA-W-PACK-2  REDEFINES DA-W-NUM-BYTES PIC S9(003) COMP-3.
       01  DA-W-PACK-3  REDEFINES DA-W-NUM-BYTES PIC S9(005) COMP-3.
       01  DA-W-PACK-4  REDEFINES DA-W-NUM-BYTES PIC S9(007) COMP-3.
       01  DA-W-PACK-5  REDEFINES DA-W-NUM-BYTES PIC S9(009) COMP-3.
       01  DA-W-PACK-6  REDEFINES DA-W-NUM-BYTES PIC S9(011) COMP-3.
       01  DA-W-PACK-7  REDEFINES DA-W-NUM-BYTES PIC S9(013) COMP-3.
       01  DA-W-PACK-8  REDEFINES DA-W-NUM-BYTES PIC S9(015) COMP-3.
       01  DA-W-PACK-9  REDEFINES DA-W-NUM-BYTES PIC S9(017) COMP-3.
       01  DA-W-BIN-2   REDEFINES DA-W-NUM-BYTES PIC S9(004) BINARY.
       01  DA-W-BIN-4   REDEFINES DA-W-NUM-BYTES PIC S9(009) BINARY.
       01  DA-W-BIN-8   REDEFINES DA-W-NUM-BYTES PIC S9(018) BINARY.
      *
      *    *** 異なり数の二分探索
       01  DA-W-LO                  BINARY-LONG VALUE ZERO.
       01  DA-W-HI                  BINARY-LONG VALUE ZERO.
       01  DA-W-MID                 BINARY-LONG VALUE ZERO.
       01  DA-W-HIT                 PIC  X(001) VALUE "N".
      *
      *    *** 分布の当てはめ
       01  DA-W-B                   BINARY-LONG VALUE ZERO.
       01  DA-W-K                   BINARY-LONG VALUE ZERO.
       01  DA-W-RANGE               PIC S9(018) COMP-3 VALUE ZERO.
       01  DA-W-MEAN                PIC S9(018)V9(04) COMP-3
                                    VALUE ZERO.
       01  DA-W-VAR                 PIC S9(031) COMP-3 VALUE ZERO.
       01  DA-W-SD                  PIC S9(018)V9(04) COMP-3
                                    VALUE ZERO.
       01  DA-W-SH-TBL.
           03  DA-W-SH              PIC S9(003)V9(02) COMP-3
                                    OCCURS 10.
       01  DA-W-CUM                 PIC S9(003)V9(02) COMP-3
                                    VALUE ZERO.
       01  DA-W-DEV                 PIC S9(003)V9(02) COMP-3
                                    VALUE ZERO.
       01  DA-W-BEST-DEV            PIC S9(003)V9(02) COMP-3
                                    VALUE ZERO.
       01  DA-W-BEST-K              BINARY-LONG VALUE ZERO.
       01  DA-W-BEST-CUM            PIC S9(003)V9(02) COMP-3
                                    VALUE ZERO.
      *
      *    *** 上位の値（面ごとに5件、選んだ添字）
       01  DA-W-TOP-TBL.
           03  DA-W-TOP OCCURS 2.
             05  DA-W-TOP-IX        BINARY-LONG OCCURS 5.
       01  DA-W-TOP-BEST            BINARY-LONG VALUE ZERO.
       01  DA-W-TOP-N               BINARY-LONG VALUE ZERO.
       01  DA-W-TOP-USED            PIC  X(001) VALUE "N".
      *
      *    *** COBRNDの呼び出し
       COPY "CPCOBRND.cpy" REPLACING ==:##:== BY ==CB==.
      *
      *    *** 帳票の編集
       01  DA-W-LABEL               PIC  X(012) VALUE SPACE.
       01  DA-W-COL-TBL.
           03  DA-W-COL             PIC  X(028) OCCURS 2.
       01  DA-W-PCT                 PIC S9(003)V9(01) COMP-3
                                    VALUE ZERO.
       01  DA-W-PCT-ED              PIC ZZ9.9.
       01  DA-W-CNT-ED              PIC Z(08)9.
       01  DA-W-AMT-ED              PIC -(14)9.99.
       01  DA-W-SPCT-ED             PIC  9(003) VALUE ZERO.
       01  DA-W-POS-ED              PIC  9(005) VALUE ZERO.
       01  DA-W-LEN-ED              PIC  9(005) VALUE ZERO.
       01  DA-W-RPT-CNT             PIC  9(009) VALUE ZERO.
       01  DA-W-DATE8               PIC  9(008) VALUE ZERO.
      *
      *    *** 帳票見出しの環境表示（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==DAQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF DA-W-F-CNT = ZERO OR DA-W-FILEIN = SPACE
               GO TO 0000-END
           END-IF
      *
           MOVE 1                      TO DA-W-S
           MOVE DA-W-FILEIN             TO DA-W-IN-NAME
           PERFORM 2000-PROFILE-FILE    THRU 2000-EXIT
           IF DA-W-REC-CNT(1) = ZERO
               MOVE SPACE               TO DA-RPT-LINE
               STRING "NO RECORDS IN " DELIMITED BY SIZE
                      DA-W-FILEIN       DELIMITED BY SIZE
                      " - NO LAYOUT WRITTEN" DELIMITED BY SIZE
                      INTO DA-RPT-LINE
               END-STRING
               WRITE DA-RPT-LINE
               GO TO 0000-END
           END-IF
      *
           PERFORM 3000-FIT-FIELD       THRU 3000-EXIT
               VARYING DA-W-F FROM 1 BY 1
               UNTIL DA-W-F > DA-W-F-CNT
           PERFORM 4000-WRITE-LAYOUT    THRU 4000-EXIT
      *
           IF DA-W-COMPARE NOT = "N"
               PERFORM 5000-GENERATE    THRU 5000-EXIT
           END-IF
           IF DA-W-REC-CNT(2) > ZERO
               MOVE ZERO                TO DA-W-REC-CNT(2)
               MOVE 2                   TO DA-W-S
               MOVE "COBRND.OUT"        TO DA-W-IN-NAME
               PERFORM 2000-PROFILE-FILE THRU 2000-EXIT
           END-IF
      *
           PERFORM 6000-REPORT-FIELD    THRU 6000-EXIT
               VARYING DA-W-F FROM 1 BY 1
               UNTIL DA-W-F > DA-W-F-CNT.
       0000-END.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  指定とレイアウト定義を読み込む
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT DA-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO DAQ-ID
           CALL "ENVQUAL" USING DAQ-ENVQUAL-AREA
           MOVE DAQ-ENV-LINE           TO DA-RPT-LINE
           WRITE DA-RPT-LINE
           MOVE ZERO                   TO DA-W-REC-CNT(1)
           MOVE ZERO                   TO DA-W-REC-CNT(2)
           INITIALIZE DA-W-ST-AREA
      *
           MOVE "N"                    TO DA-W-CTL-EOF
           OPEN INPUT DA-CTL-FILE
           IF DA-W-CTL-STATUS = "00"
               PERFORM 1100-READ-CTL-ONE THRU 1100-EXIT
                   UNTIL DA-W-CTL-EOF-YES
               CLOSE DA-CTL-FILE
           END-IF
           IF DA-W-FILEIN = SPACE
               MOVE "NO FILEIN= IN DATAPROF.CTL" TO DA-RPT-LINE
               WRITE DA-RPT-LINE
               GO TO 1000-EXIT
           END-IF
      *
           MOVE "N"                    TO DA-W-LAY-EOF
           OPEN INPUT DA-LAY-FILE
           IF DA-W-LAY-STATUS NOT = "00"
               MOVE "NO FILEDUMP.LAY - NOTHING PROFILED" TO DA-RPT-LINE
               WRITE DA-RPT-LINE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-READ-LAY-ONE    THRU 1200-EXIT
               UNTIL DA-W-LAY-EOF-YES
           CLOSE DA-LAY-FILE
           IF DA-W-F-CNT = ZERO
               MOVE "NO FIELDS IN FILEDUMP.LAY" TO DA-RPT-LINE
               WRITE DA-RPT-LINE
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ DA-CTL-FILE
               AT END
                   SET DA-W-CTL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN DA-CTL-LINE(1:7) = "FILEIN="
                   MOVE DA-CTL-LINE(8:24)   TO DA-W-FILEIN
               WHEN DA-CTL-LINE(1:7) = "GENCNT="
                   COMPUTE DA-W-GENCNT =
                       FUNCTION NUMVAL(DA-CTL-LINE(8:9))
               WHEN DA-CTL-LINE(1:5) = "SEED="
                   COMPUTE DA-W-SEED =
                       FUNCTION NUMVAL(DA-CTL-LINE(6:9))
               WHEN DA-CTL-LINE(1:8) = "COMPARE="
                   MOVE DA-CTL-LINE(9:1)    TO DA-W-COMPARE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      *    *** FILEDUMP.LAY 1行（FILEDUMPの6110と同じ解析）
       1200-READ-LAY-ONE.
           READ DA-LAY-FILE
               AT END
                   SET DA-W-LAY-EOF-YES TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF DA-LAY-LINE = SPACE OR DA-LAY-LINE(1:1) = "*"
               GO TO 1200-EXIT
           END-IF
           IF DA-W-F-CNT >= 50
               GO TO 1200-EXIT
           END-IF
           ADD  1                      TO DA-W-F-CNT
           MOVE DA-LAY-LINE(1:10)       TO DA-W-F-NAME(DA-W-F-CNT)
           COMPUTE DA-W-F-POS(DA-W-F-CNT) =
               FUNCTION NUMVAL(DA-LAY-LINE(12:5))
           COMPUTE DA-W-F-LEN(DA-W-F-CNT) =
               FUNCTION NUMVAL(DA-LAY-LINE(18:3))
           MOVE DA-LAY-LINE(22:1)       TO DA-W-F-TYPE(DA-W-F-CNT)
           IF DA-LAY-LINE(24:2) IS NUMERIC
               MOVE DA-LAY-LINE(24:2)   TO DA-W-F-DIGITS(DA-W-F-CNT)
           ELSE
               MOVE ZERO                TO DA-W-F-DIGITS(DA-W-F-CNT)
           END-IF
           IF DA-LAY-LINE(27:2) IS NUMERIC
               MOVE DA-LAY-LINE(27:2)   TO DA-W-F-DEC(DA-W-F-CNT)
           ELSE
               MOVE ZERO                TO DA-W-F-DEC(DA-W-F-CNT)
           END-IF
      *    *** 位置・長さがレコードに収まらない定義、9バイトを超える
      *    *** COMP-3・2/4/8以外のBINARYは捨てる
           IF DA-W-F-POS(DA-W-F-CNT) < 1
              OR DA-W-F-LEN(DA-W-F-CNT) < 1
              OR DA-W-F-POS(DA-W-F-CNT)
                 + DA-W-F-LEN(DA-W-F-CNT) - 1 > 512
              OR (DA-W-F-TYPE(DA-W-F-CNT) = "P" AND
                  DA-W-F-LEN(DA-W-F-CNT) > 9)
              OR (DA-W-F-TYPE(DA-W-F-CNT) = "B" AND
                  DA-W-F-LEN(DA-W-F-CNT) NOT = 2 AND
                  DA-W-F-LEN(DA-W-F-CNT) NOT = 4 AND
                  DA-W-F-LEN(DA-W-F-CNT) NOT = 8)
               MOVE SPACE               TO DA-RPT-LINE
               STRING "IGNORED LAYOUT LINE: " DELIMITED BY SIZE
                      DA-LAY-LINE(1:40) DELIMITED BY SIZE
                      INTO DA-RPT-LINE
               END-STRING
               WRITE DA-RPT-LINE
               SUBTRACT 1               FROM DA-W-F-CNT
           END-IF.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-PROFILE-FILE  DA-W-IN-NAMEのファイルを2回読む
      *    1回目で件数・空白・最小最大・合計・異なる値を、2回目で
      *    本番の最小～最大を10等分した区間ごとの件数を数える
      ******************************************************************
       2000-PROFILE-FILE.
           MOVE 1                      TO DA-W-PASS
           PERFORM 2050-READ-FILE       THRU 2050-EXIT
           IF DA-W-REC-CNT(DA-W-S) = ZERO
               GO TO 2000-EXIT
           END-IF
           MOVE 2                      TO DA-W-PASS
           PERFORM 2050-READ-FILE       THRU 2050-EXIT.
       2000-EXIT.
           EXIT.
      *
       2050-READ-FILE.
           MOVE "N"                    TO DA-W-IN-EOF
           OPEN INPUT DA-IN-FILE
           IF DA-W-IN-STATUS NOT = "00"
               MOVE SPACE               TO DA-RPT-LINE
               STRING "CANNOT OPEN "   DELIMITED BY SIZE
                      DA-W-IN-NAME      DELIMITED BY SIZE
                      INTO DA-RPT-LINE
               END-STRING
               WRITE DA-RPT-LINE
               GO TO 2050-EXIT
           END-IF
           PERFORM 2100-READ-ONE        THRU 2100-EXIT
               UNTIL DA-W-IN-EOF-YES
           CLOSE DA-IN-FILE.
       2050-EXIT.
           EXIT.
      *
       2100-READ-ONE.
           READ DA-IN-FILE
               AT END
                   SET DA-W-IN-EOF-YES  TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF DA-W-PASS = 1
               ADD  1                   TO DA-W-REC-CNT(DA-W-S)
           END-IF
           PERFORM 2200-FIELD-ONE       THRU 2200-EXIT
               VARYING DA-W-F FROM 1 BY 1
               UNTIL DA-W-F > DA-W-F-CNT.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2200-FIELD-ONE  1項目の値を取り出して数える
      ******************************************************************
       2200-FIELD-ONE.
           MOVE DA-W-F-POS(DA-W-F)      TO DA-W-P
           MOVE DA-W-F-LEN(DA-W-F)      TO DA-W-L
           PERFORM 2300-GET-VALUE       THRU 2300-EXIT
           IF DA-W-PASS = 2
               IF DA-W-VSTAT = "N"
                   PERFORM 2600-BUCKET  THRU 2600-EXIT
               END-IF
               GO TO 2200-EXIT
           END-IF
      *
           ADD  1                      TO DA-W-ST-CNT(DA-W-F, DA-W-S)
           EVALUATE DA-W-VSTAT
               WHEN "B"
                   ADD  1 TO DA-W-ST-NULL(DA-W-F, DA-W-S)
                   GO TO 2200-EXIT
               WHEN "N"
                   ADD  1 TO DA-W-ST-NUMC(DA-W-F, DA-W-S)
                   PERFORM 2400-NUM-STATS THRU 2400-EXIT
                   MOVE DA-W-VAL         TO DA-W-VAL-ED
                   MOVE DA-W-VAL-ED      TO DA-W-KEY
               WHEN OTHER
                   ADD  1 TO DA-W-ST-TEXT(DA-W-F, DA-W-S)
                   MOVE "N"              TO DA-W-HIT
                   PERFORM 2210-HIGH-ONE THRU 2210-EXIT
                       VARYING DA-W-I FROM DA-W-P BY 1
                       UNTIL DA-W-I >= DA-W-P + DA-W-L
                          OR DA-W-HIT = "Y"
                   IF DA-W-HIT = "Y"
                       ADD  1 TO DA-W-ST-HIGH(DA-W-F, DA-W-S)
                   END-IF
                   MOVE SPACE            TO DA-W-KEY
                   IF DA-W-L > 18
                       MOVE DA-IN-LINE(DA-W-P:18) TO DA-W-KEY
                   ELSE
                       MOVE DA-IN-LINE(DA-W-P:DA-W-L) TO DA-W-KEY
                   END-IF
           END-EVALUATE
           PERFORM 2500-DISTINCT        THRU 2500-EXIT.
       2200-EXIT.
           EXIT.
      *
      *    *** 8ビット文字（漢字・カナ）の有無
       2210-HIGH-ONE.
           IF DA-IN-LINE(DA-W-I:1) > X"7F"
               MOVE "Y"                 TO DA-W-HIT
           END-IF.
       2210-EXIT.
           EXIT.
      *
      *    *** 値の区分と数値（タイプ別の解読）
       2300-GET-VALUE.
           MOVE ZERO                   TO DA-W-VAL
           IF DA-IN-LINE(DA-W-P:DA-W-L) = SPACE OR
              DA-IN-LINE(DA-W-P:DA-W-L) = LOW-VALUE
               MOVE "B"                 TO DA-W-VSTAT
               GO TO 2300-EXIT
           END-IF
           MOVE "N"                    TO DA-W-VSTAT
           MOVE SPACE                  TO DA-W-NUM-BYTES
           EVALUATE DA-W-F-TYPE(DA-W-F)
               WHEN "P"
                   MOVE DA-IN-LINE(DA-W-P:DA-W-L)
                       TO DA-W-NUM-BYTES(1:DA-W-L)
                   PERFORM 2310-DECODE-PACKED THRU 2310-EXIT
               WHEN "B"
                   MOVE DA-IN-LINE(DA-W-P:DA-W-L)
                       TO DA-W-NUM-BYTES(1:DA-W-L)
                   EVALUATE DA-W-L
                       WHEN 2
                           MOVE DA-W-BIN-2  TO DA-W-VAL
                       WHEN 4
                           MOVE DA-W-BIN-4  TO DA-W-VAL
                       WHEN OTHER
                           MOVE DA-W-BIN-8  TO DA-W-VAL
                   END-EVALUATE
               WHEN OTHER
                   IF DA-W-L <= 18 AND
                      DA-IN-LINE(DA-W-P:DA-W-L) IS NUMERIC
                       COMPUTE DA-W-VAL =
                           FUNCTION NUMVAL(DA-IN-LINE(DA-W-P:DA-W-L))
                   ELSE
                       MOVE "T"         TO DA-W-VSTAT
                   END-IF
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      *
      *    *** COMP-3の解読（符号・けたの不正な値は文字扱い）
       2310-DECODE-PACKED.
           EVALUATE DA-W-L
               WHEN 1
                   IF DA-W-PACK-1 IS NUMERIC
                       MOVE DA-W-PACK-1 TO DA-W-VAL
                   ELSE
                       MOVE "T"         TO DA-W-VSTAT
                   END-IF
               WHEN 2
                   IF DA-W-PACK-2 IS NUMERIC
                       MOVE DA-W-PACK-2 TO DA-W-VAL
                   ELSE
                       MOVE "T"         TO DA-W-VSTAT
                   END-IF
               WHEN 3
                   IF DA-W-PACK-3 IS NUMERIC
                       MOVE DA-W-PACK-3 TO DA-W-VAL
                   ELSE
                       MOVE "T"         TO DA-W-VSTAT
                   END-IF
               WHEN 4
                   IF DA-W-PACK-4 IS NUMERIC
                       MOVE DA-W-PACK-4 TO DA-W-VAL
                   ELSE
                       MOVE "T"         TO DA-W-VSTAT
                   END-IF
               WHEN 5
                   IF DA-W-PACK-5 IS NUMERIC
                       MOVE DA-W-PACK-5 TO DA-W-VAL
                   ELSE
                       MOVE "T"         TO DA-W-VSTAT
                   END-IF
               WHEN 6
                   IF DA-W-PACK-6 IS NUMERIC
                       MOVE DA-W-PACK-6 TO DA-W-VAL
                   ELSE
                       MOVE "T"         TO DA-W-VSTAT
                   END-IF
               WHEN 7
                   IF DA-W-PACK-7 IS NUMERIC
                       MOVE DA-W-PACK-7 TO DA-W-VAL
                   ELSE
                       MOVE "T"         TO DA-W-VSTAT
                   END-IF
               WHEN 8
                   IF DA-W-PACK-8 IS NUMERIC
                       MOVE DA-W-PACK-8 TO DA-W-VAL
                   ELSE
                       MOVE "T"         TO DA-W-VSTAT
                   END-IF
               WHEN OTHER
                   IF DA-W-PACK-9 IS NUMERIC
                       MOVE DA-W-PACK-9 TO DA-W-VAL
                   ELSE
                       MOVE "T"         TO DA-W-VSTAT
                   END-IF
           END-EVALUATE.
       2310-EXIT.
           EXIT.
      *
      *    *** 数値の最小・最大・合計・並び・年月日の判定
       2400-NUM-STATS.
           IF DA-W-ST-FIRST(DA-W-F, DA-W-S) NOT = "Y"
               MOVE "Y"      TO DA-W-ST-FIRST(DA-W-F, DA-W-S)
               MOVE "Y"      TO DA-W-ST-ASC(DA-W-F, DA-W-S)
               MOVE DA-W-VAL TO DA-W-ST-MIN(DA-W-F, DA-W-S)
               MOVE DA-W-VAL TO DA-W-ST-MAX(DA-W-F, DA-W-S)
               MOVE DA-W-VAL TO DA-W-ST-SHIFT(DA-W-F, DA-W-S)
           ELSE
               IF DA-W-VAL <= DA-W-ST-PREV(DA-W-F, DA-W-S)
                   MOVE "N"  TO DA-W-ST-ASC(DA-W-F, DA-W-S)
               END-IF
           END-IF
           MOVE DA-W-VAL               TO DA-W-ST-PREV(DA-W-F, DA-W-S)
           IF DA-W-VAL < DA-W-ST-MIN(DA-W-F, DA-W-S)
               MOVE DA-W-VAL TO DA-W-ST-MIN(DA-W-F, DA-W-S)
           END-IF
           IF DA-W-VAL > DA-W-ST-MAX(DA-W-F, DA-W-S)
               MOVE DA-W-VAL TO DA-W-ST-MAX(DA-W-F, DA-W-S)
           END-IF
           COMPUTE DA-W-RANGE = DA-W-VAL - DA-W-ST-SHIFT(DA-W-F, DA-W-S)
           ADD  DA-W-RANGE             TO DA-W-ST-SUM(DA-W-F, DA-W-S)
           COMPUTE DA-W-ST-SUMSQ(DA-W-F, DA-W-S) =
               DA-W-ST-SUMSQ(DA-W-F, DA-W-S) + DA-W-RANGE * DA-W-RANGE
      *    *** 長さ8の数字は年月日として有効かを見る
           IF DA-W-F-TYPE(DA-W-F) NOT = "P" AND
              DA-W-F-TYPE(DA-W-F) NOT = "B" AND
              DA-W-L = 8
               MOVE DA-W-VAL            TO DA-W-YMD
               IF DA-W-YMD-Y >= 1900 AND DA-W-YMD-Y <= 2099 AND
                  DA-W-YMD-M >= 1    AND DA-W-YMD-M <= 12   AND
                  DA-W-YMD-D >= 1    AND DA-W-YMD-D <= 31
                   ADD  1 TO DA-W-ST-DATEOK(DA-W-F, DA-W-S)
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2500-DISTINCT  値(DA-W-KEY)を異なる値の表へ数える
      *    キー順の表を二分探索し、無ければ挿入する（200種まで）
      ******************************************************************
       2500-DISTINCT.
           MOVE 1                      TO DA-W-LO
           MOVE DA-W-ST-DCNT(DA-W-F, DA-W-S) TO DA-W-HI
           MOVE "N"                    TO DA-W-HIT
           PERFORM 2510-SEARCH-ONE      THRU 2510-EXIT
               UNTIL DA-W-LO > DA-W-HI OR DA-W-HIT = "Y"
           IF DA-W-HIT = "Y"
               ADD  1 TO DA-W-ST-VCNT(DA-W-F, DA-W-S, DA-W-MID)
               MOVE "Y"                 TO DA-W-ST-DUP(DA-W-F, DA-W-S)
               GO TO 2500-EXIT
           END-IF
           IF DA-W-ST-DCNT(DA-W-F, DA-W-S) >= 200
               MOVE "Y"                 TO DA-W-ST-DOVER(DA-W-F, DA-W-S)
               GO TO 2500-EXIT
           END-IF
      *    *** DA-W-LOの位置へ挿入する（後ろを1つずつずらす）
           PERFORM 2520-SHIFT-ONE       THRU 2520-EXIT
               VARYING DA-W-I FROM DA-W-ST-DCNT(DA-W-F, DA-W-S) BY -1
               UNTIL DA-W-I < DA-W-LO
           MOVE DA-W-KEY     TO DA-W-ST-VKEY(DA-W-F, DA-W-S, DA-W-LO)
           MOVE 1            TO DA-W-ST-VCNT(DA-W-F, DA-W-S, DA-W-LO)
           ADD  1                      TO DA-W-ST-DCNT(DA-W-F, DA-W-S).
       2500-EXIT.
           EXIT.
      *
       2510-SEARCH-ONE.
           COMPUTE DA-W-MID = (DA-W-LO + DA-W-HI) / 2
           EVALUATE TRUE
               WHEN DA-W-ST-VKEY(DA-W-F, DA-W-S, DA-W-MID) = DA-W-KEY
                   MOVE "Y"             TO DA-W-HIT
               WHEN DA-W-ST-VKEY(DA-W-F, DA-W-S, DA-W-MID) < DA-W-KEY
                   COMPUTE DA-W-LO = DA-W-MID + 1
               WHEN OTHER
                   COMPUTE DA-W-HI = DA-W-MID - 1
           END-EVALUATE.
       2510-EXIT.
           EXIT.
      *
       2520-SHIFT-ONE.
           COMPUTE DA-W-J = DA-W-I + 1
           MOVE DA-W-ST-V(DA-W-F, DA-W-S, DA-W-I)
               TO DA-W-ST-V(DA-W-F, DA-W-S, DA-W-J).
       2520-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2600-BUCKET  数値を本番の最小～最大の10等分区間へ数える
      *    （比較側の範囲外の値は両端の区間へ入れる）
      ******************************************************************
       2600-BUCKET.
           COMPUTE DA-W-RANGE =
               DA-W-ST-MAX(DA-W-F, 1) - DA-W-ST-MIN(DA-W-F, 1) + 1
           IF DA-W-VAL < DA-W-ST-MIN(DA-W-F, 1)
               MOVE 1                   TO DA-W-B
           ELSE
               COMPUTE DA-W-B =
                   (DA-W-VAL - DA-W-ST-MIN(DA-W-F, 1)) * 10
                   / DA-W-RANGE + 1
           END-IF
           IF DA-W-B > 10
               MOVE 10                  TO DA-W-B
           END-IF
           ADD  1               TO DA-W-ST-BKT(DA-W-F, DA-W-S, DA-W-B).
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-FIT-FIELD  本番の採取結果からCOBRNDの種別・範囲・分布を
      *    決める
      *      E: 最初の区間に30%以上が集まり、区間が右へ減っていき、
      *         平均が範囲の下1/4にある（指数、P1=平均-最小）
      *      N: 中央の4区間に60%以上が集まり、両端が10%未満
      *         （正規、P1=平均、P2=標準偏差）
      *      W: 一様からのずれが最も大きい区切りで、累積が一様より
      *         20ポイント以上多い（P1=区切りまでの%、P2=区切り値）
      *      U: どれにも当たらない時
      ******************************************************************
       3000-FIT-FIELD.
           MOVE SPACE                  TO DA-W-F-DIST(DA-W-F)
           MOVE ZERO                   TO DA-W-F-P1(DA-W-F)
           MOVE ZERO                   TO DA-W-F-P2(DA-W-F)
           MOVE SPACE                  TO DA-W-F-UNIQ(DA-W-F)
           COMPUTE DA-W-F-SPCT(DA-W-F) ROUNDED =
               DA-W-ST-NULL(DA-W-F, 1) * 100 / DA-W-ST-CNT(DA-W-F, 1)
      *    *** 文字（数値でない値がある）・全件空白
           IF DA-W-ST-NUMC(DA-W-F, 1) = ZERO OR
              DA-W-ST-TEXT(DA-W-F, 1) > ZERO
               EVALUATE DA-W-F-TYPE(DA-W-F)
                   WHEN "P"
                       MOVE "PACK "     TO DA-W-F-KIND(DA-W-F)
                   WHEN "B"
                       MOVE "BIN  "     TO DA-W-F-KIND(DA-W-F)
                   WHEN OTHER
                       PERFORM 3050-TEXT-KIND THRU 3050-EXIT
               END-EVALUATE
               GO TO 3000-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN DA-W-F-TYPE(DA-W-F) = "P"
                   MOVE "PACK "         TO DA-W-F-KIND(DA-W-F)
               WHEN DA-W-F-TYPE(DA-W-F) = "B"
                   MOVE "BIN  "         TO DA-W-F-KIND(DA-W-F)
               WHEN DA-W-F-LEN(DA-W-F) = 8 AND
                    DA-W-ST-DATEOK(DA-W-F, 1) = DA-W-ST-NUMC(DA-W-F, 1)
                   MOVE "DATE "         TO DA-W-F-KIND(DA-W-F)
                   GO TO 3000-EXIT
               WHEN OTHER
                   MOVE "NUM  "         TO DA-W-F-KIND(DA-W-F)
           END-EVALUATE
      *    *** 重複の無い数値（キー項目）は一意指定にする
           IF DA-W-ST-NULL(DA-W-F, 1) = ZERO AND
              DA-W-ST-NUMC(DA-W-F, 1) > 1 AND
              ((DA-W-ST-DUP(DA-W-F, 1) NOT = "Y" AND
                DA-W-ST-DOVER(DA-W-F, 1) NOT = "Y") OR
               DA-W-ST-ASC(DA-W-F, 1) = "Y")
               MOVE "U"                 TO DA-W-F-UNIQ(DA-W-F)
               GO TO 3000-EXIT
           END-IF
           IF DA-W-ST-MIN(DA-W-F, 1) = DA-W-ST-MAX(DA-W-F, 1)
               GO TO 3000-EXIT
           END-IF
      *
           PERFORM 3100-MEAN-SD         THRU 3100-EXIT
           PERFORM 3150-SHARE-ONE       THRU 3150-EXIT
               VARYING DA-W-B FROM 1 BY 1 UNTIL DA-W-B > 10
           COMPUTE DA-W-RANGE =
               DA-W-ST-MAX(DA-W-F, 1) - DA-W-ST-MIN(DA-W-F, 1) + 1
      *
           IF DA-W-SH(1) >= 30 AND
              DA-W-SH(1) >= DA-W-SH(2) AND DA-W-SH(2) >= DA-W-SH(3) AND
              (DA-W-MEAN - DA-W-ST-MIN(DA-W-F, 1)) * 4 < DA-W-RANGE
               MOVE "E"                 TO DA-W-F-DIST(DA-W-F)
               COMPUTE DA-W-F-P1(DA-W-F) ROUNDED =
                   DA-W-MEAN - DA-W-ST-MIN(DA-W-F, 1)
               IF DA-W-F-P1(DA-W-F) < 1
                   MOVE 1               TO DA-W-F-P1(DA-W-F)
               END-IF
               GO TO 3000-EXIT
           END-IF
           IF DA-W-SH(4) + DA-W-SH(5) + DA-W-SH(6) + DA-W-SH(7) >= 60
              AND DA-W-SH(1) < 10 AND DA-W-SH(10) < 10
              AND DA-W-SD > ZERO
               MOVE "N"                 TO DA-W-F-DIST(DA-W-F)
               COMPUTE DA-W-F-P1(DA-W-F) ROUNDED = DA-W-MEAN
               COMPUTE DA-W-F-P2(DA-W-F) ROUNDED = DA-W-SD
               GO TO 3000-EXIT
           END-IF
      *    *** 一様からのずれが最も大きい区切りを探す
           MOVE ZERO                   TO DA-W-CUM
           MOVE ZERO                   TO DA-W-BEST-DEV
           MOVE ZERO                   TO DA-W-BEST-K
           PERFORM 3200-SPLIT-ONE       THRU 3200-EXIT
               VARYING DA-W-K FROM 1 BY 1 UNTIL DA-W-K > 9
           IF DA-W-BEST-DEV >= 20
               MOVE "W"                 TO DA-W-F-DIST(DA-W-F)
               COMPUTE DA-W-F-P1(DA-W-F) ROUNDED = DA-W-BEST-CUM
               COMPUTE DA-W-F-P2(DA-W-F) =
                   DA-W-ST-MIN(DA-W-F, 1)
                   + (DA-W-BEST-K * DA-W-RANGE + 9) / 10 - 1
               GO TO 3000-EXIT
           END-IF
           MOVE "U"                    TO DA-W-F-DIST(DA-W-F).
       3000-EXIT.
           EXIT.
      *
      *    *** 文字項目の種別（漢字等の8ビット文字を含めばKANA）
       3050-TEXT-KIND.
           IF DA-W-ST-HIGH(DA-W-F, 1) > ZERO
               MOVE "KANA "             TO DA-W-F-KIND(DA-W-F)
           ELSE
               MOVE "ALPHA"             TO DA-W-F-KIND(DA-W-F)
           END-IF.
       3050-EXIT.
           EXIT.
      *
      *    *** 平均・標準偏差（面DA-W-Sの採取結果から）
       3100-MEAN-SD.
           MOVE ZERO                   TO DA-W-MEAN
           MOVE ZERO                   TO DA-W-SD
           IF DA-W-ST-NUMC(DA-W-F, DA-W-S) = ZERO
               GO TO 3100-EXIT
           END-IF
           COMPUTE DA-W-MEAN ROUNDED =
               DA-W-ST-SUM(DA-W-F, DA-W-S)
               / DA-W-ST-NUMC(DA-W-F, DA-W-S)
           COMPUTE DA-W-VAR ROUNDED =
               DA-W-ST-SUMSQ(DA-W-F, DA-W-S)
               / DA-W-ST-NUMC(DA-W-F, DA-W-S)
               - DA-W-MEAN * DA-W-MEAN
           IF DA-W-VAR > ZERO
               COMPUTE DA-W-SD ROUNDED = FUNCTION SQRT(DA-W-VAR)
           END-IF
           ADD  DA-W-ST-SHIFT(DA-W-F, DA-W-S) TO DA-W-MEAN.
       3100-EXIT.
           EXIT.
      *
       3150-SHARE-ONE.
           COMPUTE DA-W-SH(DA-W-B) ROUNDED =
               DA-W-ST-BKT(DA-W-F, DA-W-S, DA-W-B) * 100
               / DA-W-ST-NUMC(DA-W-F, DA-W-S).
       3150-EXIT.
           EXIT.
      *
       3200-SPLIT-ONE.
           ADD  DA-W-SH(DA-W-K)        TO DA-W-CUM
           COMPUTE DA-W-DEV = DA-W-K * 10
           SUBTRACT DA-W-DEV           FROM DA-W-CUM GIVING DA-W-DEV
           IF DA-W-DEV > DA-W-BEST-DEV
               MOVE DA-W-DEV            TO DA-W-BEST-DEV
               MOVE DA-W-K              TO DA-W-BEST-K
               MOVE DA-W-CUM            TO DA-W-BEST-CUM
           END-IF.
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-WRITE-LAYOUT  COBRND.LAYを書く（実際の値は書かない）
      ******************************************************************
       4000-WRITE-LAYOUT.
           OPEN OUTPUT DA-CLAY-FILE
           ACCEPT DA-W-DATE8           FROM DATE YYYYMMDD
           MOVE DA-W-REC-CNT(1)         TO DA-W-RPT-CNT
           MOVE SPACE                  TO DA-CLAY-LINE
           STRING "* DATAPROF "        DELIMITED BY SIZE
                  DA-W-DATE8            DELIMITED BY SIZE
                  " FILE="              DELIMITED BY SIZE
                  DA-W-FILEIN           DELIMITED BY SPACE
                  " RECORDS="           DELIMITED BY SIZE
                  DA-W-RPT-CNT          DELIMITED BY SIZE
                  INTO DA-CLAY-LINE
           END-STRING
           WRITE DA-CLAY-LINE
           PERFORM 4100-LAYOUT-ONE      THRU 4100-EXIT
               VARYING DA-W-F FROM 1 BY 1
               UNTIL DA-W-F > DA-W-F-CNT
           CLOSE DA-CLAY-FILE.
       4000-EXIT.
           EXIT.
      *
       4100-LAYOUT-ONE.
           MOVE SPACE                  TO DA-CLAY-LINE
           MOVE DA-W-F-NAME(DA-W-F)     TO DA-CLAY-LINE(1:10)
           MOVE DA-W-F-POS(DA-W-F)      TO DA-W-POS-ED
           MOVE DA-W-POS-ED             TO DA-CLAY-LINE(12:5)
           MOVE DA-W-F-LEN(DA-W-F)      TO DA-W-LEN-ED
           MOVE DA-W-LEN-ED             TO DA-CLAY-LINE(18:5)
           MOVE DA-W-F-KIND(DA-W-F)     TO DA-CLAY-LINE(24:5)
           IF DA-W-F-KIND(DA-W-F) NOT = "ALPHA" AND
              DA-W-F-KIND(DA-W-F) NOT = "KANA " AND
              DA-W-ST-NUMC(DA-W-F, 1) > ZERO
               MOVE DA-W-ST-MIN(DA-W-F, 1) TO DA-W-VAL-ED
               MOVE DA-W-VAL-ED         TO DA-CLAY-LINE(30:18)
               MOVE DA-W-ST-MAX(DA-W-F, 1) TO DA-W-VAL-ED
               MOVE DA-W-VAL-ED         TO DA-CLAY-LINE(49:18)
           END-IF
           MOVE DA-W-F-UNIQ(DA-W-F)     TO DA-CLAY-LINE(68:1)
           IF DA-W-F-DIST(DA-W-F) NOT = SPACE
               MOVE DA-W-F-DIST(DA-W-F) TO DA-CLAY-LINE(70:1)
               MOVE DA-W-F-P1(DA-W-F)   TO DA-W-VAL-ED
               MOVE DA-W-VAL-ED         TO DA-CLAY-LINE(72:18)
               MOVE DA-W-F-P2(DA-W-F)   TO DA-W-VAL-ED
               MOVE DA-W-VAL-ED         TO DA-CLAY-LINE(91:18)
           END-IF
           IF DA-W-F-SPCT(DA-W-F) > ZERO
               MOVE DA-W-F-SPCT(DA-W-F) TO DA-W-SPCT-ED
               MOVE DA-W-SPCT-ED        TO DA-CLAY-LINE(110:3)
           END-IF
           WRITE DA-CLAY-LINE.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-GENERATE  作ったCOBRND.LAYからCOBRNDでCOBRND.OUTを作る
      ******************************************************************
       5000-GENERATE.
           IF DA-W-SEED NOT = ZERO
               MOVE "SEED"              TO CB-ID
               MOVE DA-W-SEED           TO CB-SEED
               CALL "COBRND" USING CB-COBRND-AREA
           END-IF
           MOVE "FILE"                 TO CB-ID
           IF DA-W-GENCNT > ZERO
               MOVE DA-W-GENCNT         TO CB-IDX
           ELSE
               MOVE DA-W-REC-CNT(1)     TO CB-IDX
           END-IF
           MOVE "Y"                    TO CB-LAYOUT
           MOVE ZERO                   TO CB-SPEC-CNT
           MOVE ZERO                   TO CB-ERRPCT
           CALL "COBRND" USING CB-COBRND-AREA
           IF CB-RETURN-CODE NOT = "00"
               MOVE SPACE               TO DA-RPT-LINE
               STRING "COBRND RC="     DELIMITED BY SIZE
                      CB-RETURN-CODE    DELIMITED BY SIZE
                      " - NO COMPARISON" DELIMITED BY SIZE
                      INTO DA-RPT-LINE
               END-STRING
               WRITE DA-RPT-LINE
               GO TO 5000-EXIT
           END-IF
      *    *** 件数は比較側の採取で数え直す（ゼロは比較しない）
           MOVE 1                      TO DA-W-REC-CNT(2).
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-REPORT-FIELD  1項目分の本番・作成分の対比
      ******************************************************************
       6000-REPORT-FIELD.
           MOVE SPACE                  TO DA-RPT-LINE
           WRITE DA-RPT-LINE
           MOVE DA-W-F-POS(DA-W-F)      TO DA-W-POS-ED
           MOVE DA-W-F-LEN(DA-W-F)      TO DA-W-LEN-ED
           MOVE DA-W-F-SPCT(DA-W-F)     TO DA-W-SPCT-ED
           MOVE SPACE                  TO DA-RPT-LINE
           STRING "FIELD "             DELIMITED BY SIZE
                  DA-W-F-NAME(DA-W-F)   DELIMITED BY SIZE
                  " POS="               DELIMITED BY SIZE
                  DA-W-POS-ED           DELIMITED BY SIZE
                  " LEN="               DELIMITED BY SIZE
                  DA-W-LEN-ED           DELIMITED BY SIZE
                  " TYPE="              DELIMITED BY SIZE
                  DA-W-F-TYPE(DA-W-F)   DELIMITED BY SIZE
                  " KIND="              DELIMITED BY SIZE
                  DA-W-F-KIND(DA-W-F)   DELIMITED BY SIZE
                  " DIST="              DELIMITED BY SIZE
                  DA-W-F-DIST(DA-W-F)   DELIMITED BY SIZE
                  " UNIQUE="            DELIMITED BY SIZE
                  DA-W-F-UNIQ(DA-W-F)   DELIMITED BY SIZE
                  " BLANK%="            DELIMITED BY SIZE
                  DA-W-SPCT-ED          DELIMITED BY SIZE
                  INTO DA-RPT-LINE
           END-STRING
           WRITE DA-RPT-LINE
           MOVE "ITEM"                 TO DA-W-LABEL
           MOVE "PRODUCTION"           TO DA-W-COL(1)
           MOVE "GENERATED"            TO DA-W-COL(2)
           PERFORM 6900-WRITE-ROW       THRU 6900-EXIT
      *
           MOVE "RECORDS"              TO DA-W-LABEL
           PERFORM 6100-COL-RECORDS     THRU 6100-EXIT
               VARYING DA-W-S FROM 1 BY 1 UNTIL DA-W-S > 2
           PERFORM 6900-WRITE-ROW       THRU 6900-EXIT
           MOVE "BLANK%"               TO DA-W-LABEL
           PERFORM 6110-COL-BLANK       THRU 6110-EXIT
               VARYING DA-W-S FROM 1 BY 1 UNTIL DA-W-S > 2
           PERFORM 6900-WRITE-ROW       THRU 6900-EXIT
           MOVE "NOT-NUMERIC"          TO DA-W-LABEL
           PERFORM 6120-COL-TEXT        THRU 6120-EXIT
               VARYING DA-W-S FROM 1 BY 1 UNTIL DA-W-S > 2
           PERFORM 6900-WRITE-ROW       THRU 6900-EXIT
           MOVE "DISTINCT"             TO DA-W-LABEL
           PERFORM 6130-COL-DISTINCT    THRU 6130-EXIT
               VARYING DA-W-S FROM 1 BY 1 UNTIL DA-W-S > 2
           PERFORM 6900-WRITE-ROW       THRU 6900-EXIT
      *
           IF DA-W-ST-NUMC(DA-W-F, 1) > ZERO
               MOVE "MIN"               TO DA-W-LABEL
               PERFORM 6140-COL-MIN     THRU 6140-EXIT
                   VARYING DA-W-S FROM 1 BY 1 UNTIL DA-W-S > 2
               PERFORM 6900-WRITE-ROW   THRU 6900-EXIT
               MOVE "MAX"               TO DA-W-LABEL
               PERFORM 6150-COL-MAX     THRU 6150-EXIT
                   VARYING DA-W-S FROM 1 BY 1 UNTIL DA-W-S > 2
               PERFORM 6900-WRITE-ROW   THRU 6900-EXIT
               MOVE "MEAN"              TO DA-W-LABEL
               PERFORM 6160-COL-MEAN    THRU 6160-EXIT
                   VARYING DA-W-S FROM 1 BY 1 UNTIL DA-W-S > 2
               PERFORM 6900-WRITE-ROW   THRU 6900-EXIT
               MOVE "STDDEV"            TO DA-W-LABEL
               PERFORM 6170-COL-SD      THRU 6170-EXIT
                   VARYING DA-W-S FROM 1 BY 1 UNTIL DA-W-S > 2
               PERFORM 6900-WRITE-ROW   THRU 6900-EXIT
               PERFORM 6200-BUCKET-ROW  THRU 6200-EXIT
                   VARYING DA-W-B FROM 1 BY 1 UNTIL DA-W-B > 10
           END-IF
      *
           PERFORM 6300-PICK-TOP        THRU 6300-EXIT
               VARYING DA-W-S FROM 1 BY 1 UNTIL DA-W-S > 2
           PERFORM 6400-TOP-ROW         THRU 6400-EXIT
               VARYING DA-W-TOP-N FROM 1 BY 1 UNTIL DA-W-TOP-N > 5.
       6000-EXIT.
           EXIT.
      *
       6100-COL-RECORDS.
           MOVE SPACE                  TO DA-W-COL(DA-W-S)
           MOVE DA-W-ST-CNT(DA-W-F, DA-W-S) TO DA-W-CNT-ED
           MOVE DA-W-CNT-ED             TO DA-W-COL(DA-W-S).
       6100-EXIT.
           EXIT.
      *
       6110-COL-BLANK.
           MOVE SPACE                  TO DA-W-COL(DA-W-S)
           IF DA-W-ST-CNT(DA-W-F, DA-W-S) = ZERO
               GO TO 6110-EXIT
           END-IF
           COMPUTE DA-W-PCT ROUNDED =
               DA-W-ST-NULL(DA-W-F, DA-W-S) * 100
               / DA-W-ST-CNT(DA-W-F, DA-W-S)
           MOVE DA-W-PCT                TO DA-W-PCT-ED
           MOVE DA-W-PCT-ED             TO DA-W-COL(DA-W-S).
       6110-EXIT.
           EXIT.
      *
       6120-COL-TEXT.
           MOVE SPACE                  TO DA-W-COL(DA-W-S)
           MOVE DA-W-ST-TEXT(DA-W-F, DA-W-S) TO DA-W-CNT-ED
           MOVE DA-W-CNT-ED             TO DA-W-COL(DA-W-S).
       6120-EXIT.
           EXIT.
      *
       6130-COL-DISTINCT.
           MOVE SPACE                  TO DA-W-COL(DA-W-S)
           IF DA-W-ST-DOVER(DA-W-F, DA-W-S) = "Y"
               MOVE "      OVER 200"    TO DA-W-COL(DA-W-S)
           ELSE
               MOVE DA-W-ST-DCNT(DA-W-F, DA-W-S) TO DA-W-CNT-ED
               MOVE DA-W-CNT-ED         TO DA-W-COL(DA-W-S)
           END-IF.
       6130-EXIT.
           EXIT.
      *
       6140-COL-MIN.
           MOVE SPACE                  TO DA-W-COL(DA-W-S)
           IF DA-W-ST-NUMC(DA-W-F, DA-W-S) > ZERO
               MOVE DA-W-ST-MIN(DA-W-F, DA-W-S) TO DA-W-VAL-ED
               MOVE DA-W-VAL-ED         TO DA-W-COL(DA-W-S)
           END-IF.
       6140-EXIT.
           EXIT.
      *
       6150-COL-MAX.
           MOVE SPACE                  TO DA-W-COL(DA-W-S)
           IF DA-W-ST-NUMC(DA-W-F, DA-W-S) > ZERO
               MOVE DA-W-ST-MAX(DA-W-F, DA-W-S) TO DA-W-VAL-ED
               MOVE DA-W-VAL-ED         TO DA-W-COL(DA-W-S)
           END-IF.
       6150-EXIT.
           EXIT.
      *
       6160-COL-MEAN.
           MOVE SPACE                  TO DA-W-COL(DA-W-S)
           IF DA-W-ST-NUMC(DA-W-F, DA-W-S) > ZERO
               PERFORM 3100-MEAN-SD     THRU 3100-EXIT
               MOVE DA-W-MEAN           TO DA-W-AMT-ED
               MOVE DA-W-AMT-ED         TO DA-W-COL(DA-W-S)
           END-IF.
       6160-EXIT.
           EXIT.
      *
       6170-COL-SD.
           MOVE SPACE                  TO DA-W-COL(DA-W-S)
           IF DA-W-ST-NUMC(DA-W-F, DA-W-S) > ZERO
               PERFORM 3100-MEAN-SD     THRU 3100-EXIT
               MOVE DA-W-SD             TO DA-W-AMT-ED
               MOVE DA-W-AMT-ED         TO DA-W-COL(DA-W-S)
           END-IF.
       6170-EXIT.
           EXIT.
      *
      *    *** 10等分区間ごとの割合（区間の下限値を添える）
       6200-BUCKET-ROW.
           COMPUTE DA-W-RANGE =
               DA-W-ST-MAX(DA-W-F, 1) - DA-W-ST-MIN(DA-W-F, 1) + 1
           COMPUTE DA-W-VAL = DA-W-ST-MIN(DA-W-F, 1)
               + ((DA-W-B - 1) * DA-W-RANGE + 9) / 10
           MOVE DA-W-VAL                TO DA-W-VAL-ED
           MOVE SPACE                  TO DA-W-LABEL
           STRING ">="                 DELIMITED BY SIZE
                  DA-W-VAL-ED(9:10)     DELIMITED BY SIZE
                  INTO DA-W-LABEL
           END-STRING
           PERFORM 6210-COL-BUCKET      THRU 6210-EXIT
               VARYING DA-W-S FROM 1 BY 1 UNTIL DA-W-S > 2
           PERFORM 6900-WRITE-ROW       THRU 6900-EXIT.
       6200-EXIT.
           EXIT.
      *
       6210-COL-BUCKET.
           MOVE SPACE                  TO DA-W-COL(DA-W-S)
           IF DA-W-ST-NUMC(DA-W-F, DA-W-S) = ZERO
               GO TO 6210-EXIT
           END-IF
           COMPUTE DA-W-PCT ROUNDED =
               DA-W-ST-BKT(DA-W-F, DA-W-S, DA-W-B) * 100
               / DA-W-ST-NUMC(DA-W-F, DA-W-S)
           MOVE DA-W-PCT                TO DA-W-PCT-ED
           MOVE DA-W-PCT-ED             TO DA-W-COL(DA-W-S).
       6210-EXIT.
           EXIT.
      *
      *    *** 面DA-W-Sの件数上位5件の添字を選ぶ
       6300-PICK-TOP.
           PERFORM 6310-PICK-ONE        THRU 6310-EXIT
               VARYING DA-W-TOP-N FROM 1 BY 1 UNTIL DA-W-TOP-N > 5.
       6300-EXIT.
           EXIT.
      *
       6310-PICK-ONE.
           MOVE ZERO                   TO DA-W-TOP-BEST
           PERFORM 6320-CMP-ONE         THRU 6320-EXIT
               VARYING DA-W-I FROM 1 BY 1
               UNTIL DA-W-I > DA-W-ST-DCNT(DA-W-F, DA-W-S)
           MOVE DA-W-TOP-BEST   TO DA-W-TOP-IX(DA-W-S, DA-W-TOP-N).
       6310-EXIT.
           EXIT.
      *
       6320-CMP-ONE.
      *    *** 既に選んだ値は除く
           MOVE "N"                    TO DA-W-TOP-USED
           PERFORM 6330-USED-ONE        THRU 6330-EXIT
               VARYING DA-W-J FROM 1 BY 1 UNTIL DA-W-J >= DA-W-TOP-N
           IF DA-W-TOP-USED = "Y"
               GO TO 6320-EXIT
           END-IF
           IF DA-W-TOP-BEST = ZERO
               MOVE DA-W-I              TO DA-W-TOP-BEST
               GO TO 6320-EXIT
           END-IF
           IF DA-W-ST-VCNT(DA-W-F, DA-W-S, DA-W-I) >
              DA-W-ST-VCNT(DA-W-F, DA-W-S, DA-W-TOP-BEST)
               MOVE DA-W-I              TO DA-W-TOP-BEST
           END-IF.
       6320-EXIT.
           EXIT.
      *
       6330-USED-ONE.
           IF DA-W-TOP-IX(DA-W-S, DA-W-J) = DA-W-I
               MOVE "Y"                 TO DA-W-TOP-USED
           END-IF.
       6330-EXIT.
           EXIT.
      *
       6400-TOP-ROW.
           MOVE DA-W-TOP-N              TO DA-W-CNT-ED
           MOVE SPACE                  TO DA-W-LABEL
           STRING "TOP"                DELIMITED BY SIZE
                  DA-W-CNT-ED(9:1)      DELIMITED BY SIZE
                  INTO DA-W-LABEL
           END-STRING
           PERFORM 6410-COL-TOP         THRU 6410-EXIT
               VARYING DA-W-S FROM 1 BY 1 UNTIL DA-W-S > 2
           IF DA-W-COL(1) = SPACE AND DA-W-COL(2) = SPACE
               GO TO 6400-EXIT
           END-IF
           PERFORM 6900-WRITE-ROW       THRU 6900-EXIT.
       6400-EXIT.
           EXIT.
      *
      *    *** 値(18バイト)と件数割合
       6410-COL-TOP.
           MOVE SPACE                  TO DA-W-COL(DA-W-S)
           MOVE DA-W-TOP-IX(DA-W-S, DA-W-TOP-N) TO DA-W-I
           IF DA-W-I = ZERO OR DA-W-ST-CNT(DA-W-F, DA-W-S) = ZERO
               GO TO 6410-EXIT
           END-IF
           COMPUTE DA-W-PCT ROUNDED =
               DA-W-ST-VCNT(DA-W-F, DA-W-S, DA-W-I) * 100
               / DA-W-ST-CNT(DA-W-F, DA-W-S)
           MOVE DA-W-PCT                TO DA-W-PCT-ED
           STRING DA-W-ST-VKEY(DA-W-F, DA-W-S, DA-W-I)
                                        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  DA-W-PCT-ED           DELIMITED BY SIZE
                  "%"                   DELIMITED BY SIZE
                  INTO DA-W-COL(DA-W-S)
           END-STRING.
       6410-EXIT.
           EXIT.
      *
       6900-WRITE-ROW.
           MOVE SPACE                  TO DA-RPT-LINE
           STRING "  "                 DELIMITED BY SIZE
                  DA-W-LABEL            DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  DA-W-COL(1)           DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  DA-W-COL(2)           DELIMITED BY SIZE
                  INTO DA-RPT-LINE
           END-STRING
           WRITE DA-RPT-LINE.
       6900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数の合計
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACE                  TO DA-RPT-LINE
           WRITE DA-RPT-LINE
           MOVE DA-W-F-CNT              TO DA-W-RPT-CNT
           MOVE SPACE                  TO DA-RPT-LINE
           STRING "FIELDS="            DELIMITED BY SIZE
                  DA-W-RPT-CNT          DELIMITED BY SIZE
                  INTO DA-RPT-LINE
           END-STRING
           WRITE DA-RPT-LINE
           MOVE DA-W-REC-CNT(1)         TO DA-W-RPT-CNT
           MOVE SPACE                  TO DA-RPT-LINE
           STRING "RECORDS="           DELIMITED BY SIZE
                  DA-W-RPT-CNT          DELIMITED BY SIZE
                  INTO DA-RPT-LINE
           END-STRING
           WRITE DA-RPT-LINE
           MOVE DA-W-REC-CNT(2)         TO DA-W-RPT-CNT
           MOVE SPACE                  TO DA-RPT-LINE
           STRING "GENERATED="         DELIMITED BY SIZE
                  DA-W-RPT-CNT          DELIMITED BY SIZE
                  INTO DA-RPT-LINE
           END-STRING
           WRITE DA-RPT-LINE
           CLOSE DA-RPT-FILE.
       9000-EXIT.
           EXIT.
