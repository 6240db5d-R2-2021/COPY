      ******************************************************************
      *
      *    PROGRAM-ID.  NFALIAS
      *
      *    NFADDRの別名簿(NFALIAS)の共通サブルーチン。作品のURLが
      *    変わって旧NFADDRを引退させた時、旧→新の対応を適用日付きで
      *    記録し、旧NFADDRからの照会を現行のエントリーへつなぐ。
      *    登録はDECODE08のID=REPNT（付け替え）が自動で行い、
      *    DECODE08のID=ASRCHとNFLINKINが未検出のNFADDRについて
      *    別名をたどる。一覧・循環の検出はNFALRPT。
      *
      *    別名簿は追記のみで、1行＝1別名（桁位置固定）:
      *      001-100:旧NFADDR  102-201:置き換え先NFADDR
      *      203-210:適用日(YYYYMMDD)  212-219:登録元PGM
      *    同じ旧NFADDRに複数行ある時は後の行（新しい付け替え）を
      *    採る。初回の呼び出しで全行をメモリーへ読み込む（最大
      *    2000件）。2000件を超えた行は読み込まず、表が満杯の時の
      *    ID=Aは登録を断ってアラート（ALSFULL）を起票する。どちらも
      *    LOST-CNTに数えて全IDで返す（NFALRPTが報告する）。
      *
      *    呼び出し方法:
      *      CALL "NFALIAS" USING CPNFALIAS-AREA.
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  表に入らなかった別名をLOST-CNTに
      *                          数え、満杯で断ったID=Aはアラート
      *                          を起票する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 NFALIAS.
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
      *    別名簿（名前は環境コードで修飾する、ENVQUAL）
           SELECT NX-ALS-FILE      ASSIGN DYNAMIC NX-W-ALS-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS NX-W-ALS-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  NX-ALS-FILE.
       01  NX-ALS-LINE               PIC X(220).
      *
       WORKING-STORAGE             SECTION.
      *
       01  NX-W-ALS-STATUS          PIC  X(002) VALUE SPACE.
       01  NX-W-ALS-EOF             PIC  X(001) VALUE "N".
           88  NX-W-ALS-EOF-YES             VALUE "Y".
       01  NX-W-ALS-NAME            PIC  X(024) VALUE "NFALIAS".
       01  NX-W-QUAL-DONE           PIC  X(001) VALUE "N".
           88  NX-W-QUAL-DONE-YES           VALUE "Y".
       01  NX-W-LOADED              PIC  X(001) VALUE "N".
           88  NX-W-LOADED-YES              VALUE "Y".
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==NXQ==.
       COPY "CPALERT.cpy"   REPLACING ==:##:== BY ==AL==.
      *
      *---------------------------------------------------------------*
      *    別名簿のメモリー展開（登録順、最大2000件）
      *---------------------------------------------------------------*
       01  NX-W-MAX                 BINARY-LONG VALUE 2000.
       01  NX-W-CNT                 BINARY-LONG VALUE ZERO.
       01  NX-W-LOST-CNT            BINARY-LONG VALUE ZERO.
       01  NX-W-TBL-AREA.
           03  NX-W-TBL OCCURS 2000.
               05  NX-W-T-OLD       PIC  X(100).
               05  NX-W-T-NEW       PIC  X(100).
               05  NX-W-T-DATE      PIC  9(008).
               05  NX-W-T-CALLER    PIC  X(008).
      *
      *---------------------------------------------------------------*
      *    ID=R のたどり作業項目
      *---------------------------------------------------------------*
       01  NX-W-I                   BINARY-LONG VALUE ZERO.
       01  NX-W-H                   BINARY-LONG VALUE ZERO.
       01  NX-W-HIT                 BINARY-LONG VALUE ZERO.
       01  NX-W-CUR                 PIC  X(100) VALUE SPACE.
       01  NX-W-START               PIC  X(100) VALUE SPACE.
       01  NX-W-DONE                PIC  X(001) VALUE "N".
           88  NX-W-DONE-YES                VALUE "Y".
      *
       LINKAGE                     SECTION.
      *
       COPY "CPNFALIAS.cpy" REPLACING ==:##:== BY ==NX==.
      *
       PROCEDURE                  DIVISION USING NX-NFALIAS-AREA.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO NX-RETURN-CODE
           IF NOT NX-W-QUAL-DONE-YES
               SET NX-W-QUAL-DONE-YES TO TRUE
               MOVE "Q"             TO NXQ-ID
               MOVE "NFALIAS"       TO NXQ-NAME
               CALL "ENVQUAL" USING NXQ-ENVQUAL-AREA
               MOVE NXQ-QNAME       TO NX-W-ALS-NAME
           END-IF
           IF NOT NX-W-LOADED-YES
               PERFORM 1000-LOAD-ALIAS  THRU 1000-EXIT
           END-IF
           EVALUATE NX-ID
               WHEN "A"
                   PERFORM 2000-ADD-ALIAS   THRU 2000-EXIT
               WHEN "R"
                   PERFORM 3000-RESOLVE     THRU 3000-EXIT
               WHEN "N"
                   PERFORM 4000-NEXT-ALIAS  THRU 4000-EXIT
               WHEN OTHER
                   MOVE "90"        TO NX-RETURN-CODE
           END-EVALUATE
           MOVE NX-W-LOST-CNT       TO NX-LOST-CNT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-LOAD-ALIAS  別名簿の全行をメモリーへ読み込む
      *    （別名簿が無い時は0件として扱う）
      ******************************************************************
       1000-LOAD-ALIAS.
           SET NX-W-LOADED-YES     TO TRUE
           MOVE ZERO               TO NX-W-CNT
           MOVE ZERO               TO NX-W-LOST-CNT
           MOVE "N"                TO NX-W-ALS-EOF
           OPEN INPUT NX-ALS-FILE
           IF NX-W-ALS-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE     THRU 1100-EXIT
               UNTIL NX-W-ALS-EOF-YES
           CLOSE NX-ALS-FILE.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-ONE.
           READ NX-ALS-FILE
               AT END
                   SET NX-W-ALS-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF NX-ALS-LINE = SPACE OR NX-ALS-LINE(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
      *    *** 表が満杯なら残りの行は数えるだけ
           IF NX-W-CNT >= NX-W-MAX
               ADD 1                TO NX-W-LOST-CNT
               GO TO 1100-EXIT
           END-IF
           ADD 1                   TO NX-W-CNT
           MOVE NX-ALS-LINE(1:100)   TO NX-W-T-OLD(NX-W-CNT)
           MOVE NX-ALS-LINE(102:100) TO NX-W-T-NEW(NX-W-CNT)
           IF NX-ALS-LINE(203:8) IS NUMERIC
               MOVE NX-ALS-LINE(203:8) TO NX-W-T-DATE(NX-W-CNT)
           ELSE
               MOVE ZERO             TO NX-W-T-DATE(NX-W-CNT)
           END-IF
           MOVE NX-ALS-LINE(212:8)   TO NX-W-T-CALLER(NX-W-CNT).
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-ADD-ALIAS  ID=A  別名1件を別名簿へ追記し、メモリー上の
      *    表へも加える（旧・新が空、同じNFADDR、表が満杯の時は
      *    RETURN-CODE=90で登録しない。満杯で断った時はLOST-CNTに
      *    数え、アラートを起票する）
      ******************************************************************
       2000-ADD-ALIAS.
           IF NX-NFADDR = SPACE OR NX-NEW-NFADDR = SPACE OR
              NX-NFADDR = NX-NEW-NFADDR
               MOVE "90"            TO NX-RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           IF NX-W-CNT >= NX-W-MAX
               ADD 1                TO NX-W-LOST-CNT
               MOVE "90"            TO NX-RETURN-CODE
               MOVE "NFALIAS"       TO AL-PGM
               MOVE 2               TO AL-SEVERITY
               MOVE "ALSFULL"       TO AL-CODE
               MOVE SPACE           TO AL-MESSAGE
               STRING "ALIAS TABLE FULL (2000), NOT ADDED BY "
                                    DELIMITED BY SIZE
                      NX-CALLER      DELIMITED BY SPACE
                      " (SEE NFALRPT)" DELIMITED BY SIZE
                      INTO AL-MESSAGE
               END-STRING
               CALL "ALERTWTR" USING AL-ALERT-AREA
               GO TO 2000-EXIT
           END-IF
           OPEN EXTEND NX-ALS-FILE
           IF NX-W-ALS-STATUS NOT = "00"
               OPEN OUTPUT NX-ALS-FILE
           END-IF
           IF NX-W-ALS-STATUS NOT = "00"
               MOVE "90"            TO NX-RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE SPACE              TO NX-ALS-LINE
           MOVE NX-NFADDR           TO NX-ALS-LINE(1:100)
           MOVE NX-NEW-NFADDR       TO NX-ALS-LINE(102:100)
           MOVE NX-EFF-DATE         TO NX-ALS-LINE(203:8)
           MOVE NX-CALLER           TO NX-ALS-LINE(212:8)
           WRITE NX-ALS-LINE
           CLOSE NX-ALS-FILE
      *
           ADD 1                   TO NX-W-CNT
           MOVE NX-NFADDR           TO NX-W-T-OLD(NX-W-CNT)
           MOVE NX-NEW-NFADDR       TO NX-W-T-NEW(NX-W-CNT)
           MOVE NX-EFF-DATE         TO NX-W-T-DATE(NX-W-CNT)
           MOVE NX-CALLER           TO NX-W-T-CALLER(NX-W-CNT).
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-RESOLVE  ID=R  NFADDRから別名を1段ずつたどる
      *    各段は同じ旧NFADDRの最後の行を採る。置き換え先が元の
      *    NFADDRや途中の段へ戻った所で循環(91)、10段を超える所で
      *    段数超過(92)として打ち切る。別名が無い時は90
      ******************************************************************
       3000-RESOLVE.
           MOVE ZERO               TO NX-HOP-CNT
           MOVE SPACE              TO NX-LOOP
           MOVE NX-W-CNT            TO NX-ENTRY-CNT
           MOVE NX-NFADDR           TO NX-W-START
           MOVE NX-NFADDR           TO NX-W-CUR
           MOVE "N"                TO NX-W-DONE
           PERFORM 3100-HOP-ONE      THRU 3100-EXIT
               UNTIL NX-W-DONE-YES
           MOVE NX-W-CUR            TO NX-NFADDR
           IF NX-HOP-CNT = ZERO AND NX-RETURN-CODE = "00"
               MOVE "90"            TO NX-RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-HOP-ONE.
      *    *** 現在のNFADDRを旧とする最後の行を探す
           MOVE ZERO               TO NX-W-HIT
           PERFORM 3110-FIND-ONE     THRU 3110-EXIT
               VARYING NX-W-I FROM NX-W-CNT BY -1
               UNTIL NX-W-I < 1 OR NX-W-HIT > ZERO
           IF NX-W-HIT = ZERO
               SET NX-W-DONE-YES     TO TRUE
               GO TO 3100-EXIT
           END-IF
      *
      *    *** 置き換え先が元のNFADDRか途中の段に戻るなら循環
           IF NX-W-T-NEW(NX-W-HIT) = NX-W-START
               MOVE "Y"             TO NX-LOOP
           END-IF
           PERFORM 3120-LOOP-CHECK   THRU 3120-EXIT
               VARYING NX-W-H FROM 1 BY 1
               UNTIL NX-W-H > NX-HOP-CNT OR NX-LOOP = "Y"
           IF NX-LOOP = "Y"
               MOVE "91"            TO NX-RETURN-CODE
               SET NX-W-DONE-YES     TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF NX-HOP-CNT >= 10
               MOVE "92"            TO NX-RETURN-CODE
               SET NX-W-DONE-YES     TO TRUE
               GO TO 3100-EXIT
           END-IF
      *
           ADD 1                   TO NX-HOP-CNT
           MOVE NX-W-T-NEW(NX-W-HIT)  TO NX-HOP-NFADDR(NX-HOP-CNT)
           MOVE NX-W-T-DATE(NX-W-HIT) TO NX-HOP-DATE(NX-HOP-CNT)
           MOVE NX-W-T-NEW(NX-W-HIT)  TO NX-W-CUR.
       3100-EXIT.
           EXIT.
      *
       3110-FIND-ONE.
           IF NX-W-T-OLD(NX-W-I) = NX-W-CUR
               MOVE NX-W-I          TO NX-W-HIT
           END-IF.
       3110-EXIT.
           EXIT.
      *
       3120-LOOP-CHECK.
           IF NX-HOP-NFADDR(NX-W-H) = NX-W-T-NEW(NX-W-HIT)
               MOVE "Y"             TO NX-LOOP
           END-IF.
       3120-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-NEXT-ALIAS  ID=N  登録順IDX番目の別名を返す
      *    （IDXが1未満・件数超過の時はRETURN-CODE=90）
      ******************************************************************
       4000-NEXT-ALIAS.
           MOVE NX-W-CNT            TO NX-ENTRY-CNT
           IF NX-IDX < 1 OR NX-IDX > NX-W-CNT
               MOVE "90"            TO NX-RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE NX-W-T-OLD(NX-IDX)    TO NX-NFADDR
           MOVE NX-W-T-NEW(NX-IDX)    TO NX-NEW-NFADDR
           MOVE NX-W-T-DATE(NX-IDX)   TO NX-EFF-DATE
           MOVE NX-W-T-CALLER(NX-IDX) TO NX-CALLER.
       4000-EXIT.
           EXIT.
