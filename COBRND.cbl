      *    2026-09-02  T.MIYAKE  FILEREGによる受け渡し系譜の登録対応。
      *                          ID=FILEのCOBRND.OUT出力実績を中央
      *                          登録簿へ残す（LINERPTの系譜レポート用）
      *    2026-10-15  T.MIYAKE  レポートの先頭へ実行環境（ENVQUAL）を
      *                          出力する
      *    2026-10-15  T.MIYAKE  レイアウト定義へ項目ごとの分布指定
      *                          （70桁目DIST・DIST-P1・DIST-P2）と
      *                          空白率を追加し、種別PACK（COMP-3）・
      *                          BIN（BINARY）を追加。本番ファイルの
      *                          偏り（DATAPROFの採取結果）を本番と
      *                          同じレコード形式のまま再現する
      *    2026-10-15  T.MIYAKE  ID=FILEのヘッダー作成時刻をSTAMPで
      *                          固定できるようにする（テストデータ
      *                          カタログからの再作成で、元のファイル
      *                          とバイト単位で一致させる）
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       01  CR-RPT-LINE               PIC X(080).
      *
       FD  COBRND-LAY-FILE.
       01  CR-LAY-LINE               PIC X(120).
      *
       FD  COBRND-NAM-FILE.
       01  CR-NAM-LINE               PIC X(080).
       01  CR-SET-LINE               PIC X(080).
      *
       FD  COBRND-LAYD-FILE.
       01  CR-LAYD-LINE              PIC X(120).
      *
       FD  COBRND-SETO-FILE.
       01  CO-SETO-REC               PIC X(512).
      *      30-47:範囲1(NUM/DATEのFROM、CONSTの定数値)
      *      49-66:範囲2(NUM/DATEのTO)
      *      68   :一意指定（U:NUMを実行内で重複させない）
      *      70   :分布指定（NUM/PACK/BIN、RND-TBLのDISTと同じ
      *            U/N/E/W、空白は一様分布。一意指定の時は無視）
      *      72-89:DIST-P1  91-108:DIST-P2（RND-TBLと同じ意味）
      *      110-112:空白率(%)（指定割合のレコードで項目を空白の
      *            ままにする、空白・ゼロは空白にしない）
      *    種別PACKは長さ(バイト)のCOMP-3、BINは長さ2/4/8バイトの
      *    BINARYで、値の作り方はNUMと同じ
      *    先頭が * の行と空行は読み飛ばす
      *---------------------------------------------------------------*
       01  CR-W-LAY-STATUS          PIC  X(002) VALUE SPACE.
             05  CR-W-LAY-OPT2      PIC  X(018).
      *      *** 一意指定と巡回幅・使用回数・範囲（NUMのU指定用）
             05  CR-W-LAY-UNIQ      PIC  X(001).
      *      *** 分布指定・空白率
             05  CR-W-LAY-DIST      PIC  X(001).
             05  CR-W-LAY-DP1       PIC  X(018).
             05  CR-W-LAY-DP2       PIC  X(018).
             05  CR-W-LAY-SPCT      PIC  X(003).
             05  CR-W-LAY-USTEP     BINARY-DOUBLE.
             05  CR-W-LAY-UCNT      BINARY-LONG.
             05  CR-W-LAY-URNG      BINARY-DOUBLE.
       01  CR-W-LAY-FROM-N          BINARY-DOUBLE VALUE ZERO.
       01  CR-W-LAY-TO-N            BINARY-DOUBLE VALUE ZERO.
       01  CR-W-LAY-NUM-ED          PIC  9(018) VALUE ZERO.
       01  CR-W-LAY-P1-N            BINARY-DOUBLE VALUE ZERO.
       01  CR-W-LAY-P2-N            BINARY-DOUBLE VALUE ZERO.
       01  CR-W-LAY-SPCT-N          BINARY-LONG VALUE ZERO.
      *    *** PACK・BIN出力用（右端から長さ分を切り出す）
       01  CR-W-LAY-PACK            PIC S9(017) COMP-3 VALUE ZERO.
       01  CR-W-LAY-PACK-X REDEFINES CR-W-LAY-PACK PIC X(009).
       01  CR-W-LAY-BIN             PIC S9(018) BINARY VALUE ZERO.
       01  CR-W-LAY-BIN-X  REDEFINES CR-W-LAY-BIN  PIC X(008).
       01  CR-W-LAY-NIS-F           BINARY-LONG VALUE ZERO.
       01  CR-W-LAY-NIS-T           BINARY-LONG VALUE ZERO.
       01  CR-W-LAY-NIS-R           BINARY-LONG VALUE ZERO.
      *
      *    受け渡し系譜の登録（ID=FILEの出力実績を残す）用エリア
       COPY "CPFILEREG.cpy"  REPLACING ==:##:== BY ==FG==.
      *
      *    帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy"  REPLACING ==:##:== BY ==CRQ==.
      *
       LINKAGE                     SECTION.
      *
           MOVE "H"                 TO CO-HDR-RECTYPE
           COMPUTE CO-HDR-STAMP =
               CR-W-HDR-DATE8 * 1000000 + CR-W-HDR-TIME8 / 100
           IF  CR-STAMP NOT = ZERO
               MOVE CR-STAMP        TO CO-HDR-STAMP
           END-IF
           MOVE CR-W-SEED-SAVE      TO CO-HDR-SEED
           MOVE CR-W-N              TO CO-HDR-REQ-CNT
           WRITE CO-HDR-REC.
           MOVE CR-LAY-LINE(30:18)   TO CR-W-LAY-OPT1(CR-W-LAY-CNT)
           MOVE CR-LAY-LINE(49:18)   TO CR-W-LAY-OPT2(CR-W-LAY-CNT)
           MOVE CR-LAY-LINE(68:1)    TO CR-W-LAY-UNIQ(CR-W-LAY-CNT)
           MOVE CR-LAY-LINE(70:1)    TO CR-W-LAY-DIST(CR-W-LAY-CNT)
           MOVE CR-LAY-LINE(72:18)   TO CR-W-LAY-DP1(CR-W-LAY-CNT)
           MOVE CR-LAY-LINE(91:18)   TO CR-W-LAY-DP2(CR-W-LAY-CNT)
           MOVE CR-LAY-LINE(110:3)   TO CR-W-LAY-SPCT(CR-W-LAY-CNT)
           MOVE ZERO                 TO CR-W-LAY-USTEP(CR-W-LAY-CNT)
           MOVE ZERO                 TO CR-W-LAY-UCNT(CR-W-LAY-CNT)
           MOVE ZERO                 TO CR-W-LAY-URNG(CR-W-LAY-CNT)
       2640-GEN-LAY-FIELD.
           MOVE CR-W-LAY-POS(CR-W-LAY-F) TO CR-W-LAY-P
           MOVE CR-W-LAY-LEN(CR-W-LAY-F) TO CR-W-LAY-L
      *    *** 空白率の指定があれば、その割合で項目を空白のままにする
           IF  CR-W-LAY-SPCT(CR-W-LAY-F) NOT = SPACE
               COMPUTE CR-W-LAY-SPCT-N =
                   FUNCTION NUMVAL(CR-W-LAY-SPCT(CR-W-LAY-F))
               IF  CR-W-LAY-SPCT-N > ZERO AND
                   FUNCTION RANDOM * 100 < CR-W-LAY-SPCT-N
                   GO TO 2640-EXIT
               END-IF
           END-IF
           EVALUATE CR-W-LAY-KIND(CR-W-LAY-F)
               WHEN "KANA "
                   PERFORM 2650-LAY-GEN-KANA  THRU 2650-EXIT
                   PERFORM 2660-LAY-GEN-ALPHA THRU 2660-EXIT
               WHEN "NUM  "
                   PERFORM 2670-LAY-GEN-NUM   THRU 2670-EXIT
               WHEN "PACK "
                   PERFORM 2672-LAY-GEN-PACK  THRU 2672-EXIT
               WHEN "BIN  "
                   PERFORM 2673-LAY-GEN-BIN   THRU 2673-EXIT
               WHEN "DATE "
                   PERFORM 2680-LAY-GEN-DATE  THRU 2680-EXIT
               WHEN "BDATE"
      *    （長さは最大18桁まで）
      ******************************************************************
       2670-LAY-GEN-NUM.
           PERFORM 2671-LAY-NUM-VALUE THRU 2671-EXIT
           MOVE CR-W-NUM            TO CR-W-LAY-NUM-ED
           IF  CR-W-LAY-L > 18
               MOVE 18               TO CR-W-LAY-L
           END-IF
           MOVE CR-W-LAY-NUM-ED(19 - CR-W-LAY-L:CR-W-LAY-L)
               TO CO-OUT-REC-L(CR-W-LAY-P:CR-W-LAY-L).
       2670-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2671-LAY-NUM-VALUE -- NUM/PACK/BIN共通、範囲1～範囲2の値を
      *    CR-W-NUMへ作成する（一意指定は乱数順列、分布指定があれば
      *    その分布で作って範囲へ丸める、どちらも無ければ一様分布）
      ******************************************************************
       2671-LAY-NUM-VALUE.
           COMPUTE CR-W-LAY-FROM-N =
               FUNCTION NUMVAL(CR-W-LAY-OPT1(CR-W-LAY-F))
           COMPUTE CR-W-LAY-TO-N =
           END-IF
           IF  CR-W-LAY-UNIQ(CR-W-LAY-F) = "U"
               PERFORM 2675-LAY-GEN-UNIQ THRU 2675-EXIT
               GO TO 2671-EXIT
           END-IF
           IF  CR-W-LAY-DIST(CR-W-LAY-F) = "N" OR
               CR-W-LAY-DIST(CR-W-LAY-F) = "E" OR
               CR-W-LAY-DIST(CR-W-LAY-F) = "W"
               PERFORM 2676-LAY-GEN-DIST THRU 2676-EXIT
               GO TO 2671-EXIT
           END-IF
           COMPUTE CR-W-RANGE =
               CR-W-LAY-TO-N - CR-W-LAY-FROM-N + 1
           COMPUTE CR-W-NUM   = CR-W-LAY-FROM-N +
                                FUNCTION RANDOM * CR-W-RANGE
           IF  CR-W-NUM > CR-W-LAY-TO-N
               MOVE CR-W-LAY-TO-N    TO CR-W-NUM
           END-IF.
       2671-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2672-LAY-GEN-PACK -- 値を長さ(バイト)のCOMP-3でセット
      *    （最大9バイト、けた数は長さ*2-1、符号付き）
      ******************************************************************
       2672-LAY-GEN-PACK.
           PERFORM 2671-LAY-NUM-VALUE THRU 2671-EXIT
           MOVE CR-W-NUM            TO CR-W-LAY-PACK
           IF  CR-W-LAY-L > 9
               MOVE 9                TO CR-W-LAY-L
           END-IF
           MOVE CR-W-LAY-PACK-X(10 - CR-W-LAY-L:CR-W-LAY-L)
               TO CO-OUT-REC-L(CR-W-LAY-P:CR-W-LAY-L).
       2672-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2673-LAY-GEN-BIN -- 値を長さ(2/4/8バイト)のBINARYでセット
      ******************************************************************
       2673-LAY-GEN-BIN.
           PERFORM 2671-LAY-NUM-VALUE THRU 2671-EXIT
           MOVE CR-W-NUM            TO CR-W-LAY-BIN
           IF  CR-W-LAY-L > 8
               MOVE 8                TO CR-W-LAY-L
           END-IF
           MOVE CR-W-LAY-BIN-X(9 - CR-W-LAY-L:CR-W-LAY-L)
               TO CO-OUT-REC-L(CR-W-LAY-P:CR-W-LAY-L).
       2673-EXIT.
           EXIT.
      *
      ******************************************************************
           EXIT.
      *
      ******************************************************************
      *    2676-LAY-GEN-DIST -- レイアウトの分布指定でNUMを作成する
      *    （2262～2266と同じ計算、P1・P2はレイアウトの72桁目・91桁目、
      *    範囲1・範囲2がFROM2・TO2の役。結果は範囲へ丸める）
      ******************************************************************
       2676-LAY-GEN-DIST.
           COMPUTE CR-W-LAY-P1-N =
               FUNCTION NUMVAL(CR-W-LAY-DP1(CR-W-LAY-F))
           COMPUTE CR-W-LAY-P2-N =
               FUNCTION NUMVAL(CR-W-LAY-DP2(CR-W-LAY-F))
           EVALUATE CR-W-LAY-DIST(CR-W-LAY-F)
               WHEN "N"
                   COMPUTE CR-W-DIST-U1 = 1 - FUNCTION RANDOM
                   IF  CR-W-DIST-U1 = ZERO
                       MOVE 0.00000001   TO CR-W-DIST-U1
                   END-IF
                   COMPUTE CR-W-DIST-U2 = FUNCTION RANDOM
                   COMPUTE CR-W-DIST-Z =
                       FUNCTION SQRT(-2 * FUNCTION LOG(CR-W-DIST-U1))
                       * FUNCTION COS(6.28318530718 * CR-W-DIST-U2)
                   COMPUTE CR-W-NUM =
                       CR-W-LAY-P1-N + CR-W-DIST-Z * CR-W-LAY-P2-N
               WHEN "E"
                   MOVE CR-W-LAY-P1-N    TO CR-W-DIST-MEAN
                   IF  CR-W-DIST-MEAN = ZERO
                       COMPUTE CR-W-DIST-MEAN =
                           (CR-W-LAY-TO-N - CR-W-LAY-FROM-N + 1) / 4
                   END-IF
                   IF  CR-W-DIST-MEAN < 1
                       MOVE 1            TO CR-W-DIST-MEAN
                   END-IF
                   COMPUTE CR-W-DIST-U1 = 1 - FUNCTION RANDOM
                   IF  CR-W-DIST-U1 = ZERO
                       MOVE 0.00000001   TO CR-W-DIST-U1
                   END-IF
                   COMPUTE CR-W-NUM = CR-W-LAY-FROM-N
                       - CR-W-DIST-MEAN * FUNCTION LOG(CR-W-DIST-U1)
               WHEN OTHER
                   IF  FUNCTION RANDOM * 100 < CR-W-LAY-P1-N
                       COMPUTE CR-W-RANGE =
                           CR-W-LAY-P2-N - CR-W-LAY-FROM-N + 1
                       IF  CR-W-RANGE < 1
                           MOVE 1        TO CR-W-RANGE
                       END-IF
                       COMPUTE CR-W-NUM = CR-W-LAY-FROM-N +
                           FUNCTION RANDOM * CR-W-RANGE
                   ELSE
                       COMPUTE CR-W-RANGE =
                           CR-W-LAY-TO-N - CR-W-LAY-P2-N
                       IF  CR-W-RANGE < 1
                           MOVE 1        TO CR-W-RANGE
                       END-IF
                       COMPUTE CR-W-NUM = CR-W-LAY-P2-N + 1 +
                           FUNCTION RANDOM * CR-W-RANGE
                   END-IF
           END-EVALUATE
           IF  CR-W-NUM < CR-W-LAY-FROM-N
               MOVE CR-W-LAY-FROM-N  TO CR-W-NUM
           END-IF
           IF  CR-W-NUM > CR-W-LAY-TO-N
               MOVE CR-W-LAY-TO-N    TO CR-W-NUM
           END-IF.
       2676-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2680-LAY-GEN-DATE -- 範囲1～範囲2(YYYYMMDD)の間のランダムな
      *    日付をDATEWEEKのNISUU変換経由で作成する（ID=A→乱数→ID=R、
      *    暦上有効な日付のみ出力される）
           MOVE CR-LAYD-LINE(30:18)  TO CR-W-LAY-OPT1(CR-W-LAY-CNT)
           MOVE CR-LAYD-LINE(49:18)  TO CR-W-LAY-OPT2(CR-W-LAY-CNT)
           MOVE CR-LAYD-LINE(68:1)   TO CR-W-LAY-UNIQ(CR-W-LAY-CNT)
           MOVE CR-LAYD-LINE(70:1)   TO CR-W-LAY-DIST(CR-W-LAY-CNT)
           MOVE CR-LAYD-LINE(72:18)  TO CR-W-LAY-DP1(CR-W-LAY-CNT)
           MOVE CR-LAYD-LINE(91:18)  TO CR-W-LAY-DP2(CR-W-LAY-CNT)
           MOVE CR-LAYD-LINE(110:3)  TO CR-W-LAY-SPCT(CR-W-LAY-CNT)
           MOVE ZERO                 TO CR-W-LAY-USTEP(CR-W-LAY-CNT)
           MOVE ZERO                 TO CR-W-LAY-UCNT(CR-W-LAY-CNT)
           MOVE ZERO                 TO CR-W-LAY-URNG(CR-W-LAY-CNT)
               CR-W-RPT-SUM / CR-W-RPT-CNT
      *
           OPEN OUTPUT COBRND-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO CRQ-ID
           CALL "ENVQUAL" USING CRQ-ENVQUAL-AREA
           MOVE CRQ-ENV-LINE           TO CR-RPT-LINE
           WRITE CR-RPT-LINE
           PERFORM 3200-REPORT-WRITE THRU 3200-EXIT
           CLOSE COBRND-RPT-FILE.
       3000-EXIT.
