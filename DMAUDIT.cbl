      ******************************************************************
      *
      *    PROGRAM-ID.  DMAUDIT
      *
      *    DATAMASKの出力の漏えい監査バッチ。マスク済みファイルを
      *    本番の領域から出す前に、実データの値が残っていないことを
      *    確かめる（これまではFILEDUMPで数件を目視していた）。
      *    DATAMASK.CTLの入力（本番形式）と出力を、同じDATAMASK.LAY
      *    で項目に分けて突き合わせ、次の問題を数える。
      *      VALUE    マスク項目（LAYの30桁目N/K）の出力値が、入力
      *               ファイル中のどれかのマスク項目の値（どの
      *               レコードでも）と一致する
      *      MASTER   氏名項目（N）の出力値がNFADDRマスターの実在の
      *               NAMEと一致する（引退エントリーも含めて照合）
      *      KEYMAP   キー項目（K）の対応が一貫していない（同じ入力値
      *               が別の仮名になった、または別の入力値が同じ仮名
      *               になった。どちらもマスク後の結合が壊れる）
      *      PASSTHRU 素通し項目（区分無し・P/Bタイプ・レイアウトに
      *               無い桁）が入力と変わっている
      *      COUNT    レコード件数が入力と出力で違う
      *    空白の値は実データとはみなさず、VALUE・MASTERの照合から
      *    除く。レポートには問題のレコード番号と項目名だけを出し、
      *    値そのものは出さない（監査の帳票から漏えいさせない）。
      *
      *    判定コード
      *      0000 合格  0008 不合格（問題が1件以上）
      *      0012 監査できない（ファイル・レイアウトが無い、NFADDR
      *           マスター使用中、値の表が満杯で照合しきれない）
      *      問題がある時は照合しきれない部分があっても0008とする。
      *    判定コードはRUNCTL ID=Eの完了コードとしてRUNLOGへ記録し、
      *    0008はOUTCOME=FAIL、0012はPREFAILで終わる。マスク済み
      *    ファイルを外へ出すジョブの前提PGMとしてRUNCHAINへDMAUDIT
      *    を登録しておけば、合格しない限りRUNCTL ID=Gのゲートで
      *    払い出しが止まる。不合格はALERTWTRへMASKLEAK（重大度1）、
      *    監査できない時はMASKNCHK（重大度2）で通知する。
      *
      *    入力
      *      DATAMASK.CTL  FILEIN=・FILEOUT=（DATAMASKと同じ指定を
      *                    読む）
      *      DATAMASK.LAY  項目定義（DATAMASKと同形式）
      *    出力
      *      DMAUDIT.RPT   問題別の件数・先頭5件のレコード番号と
      *                    項目名、判定
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する（DATAMASKの後、
      *      マスク済みファイルの払い出しの前）。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 DMAUDIT.
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
      *    本番形式の入力（DATAMASK.CTLのFILEIN=）
           SELECT DU-SRC-FILE      ASSIGN DYNAMIC DU-W-SRC-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DU-W-SRC-STATUS.
      *    マスク済みの出力（DATAMASK.CTLのFILEOUT=）
           SELECT DU-OUT-FILE      ASSIGN DYNAMIC DU-W-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DU-W-OUT-STATUS.
           SELECT DU-LAY-FILE      ASSIGN TO "DATAMASK.LAY"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DU-W-LAY-STATUS.
           SELECT DU-CTL-FILE      ASSIGN TO "DATAMASK.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DU-W-CTL-STATUS.
           SELECT DU-RPT-FILE      ASSIGN TO "DMAUDIT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  DU-SRC-FILE.
       01  DU-SRC-REC                PIC X(512).
      *
       FD  DU-OUT-FILE.
       01  DU-OUT-REC                PIC X(512).
      *
       FD  DU-LAY-FILE.
       01  DU-LAY-LINE               PIC X(080).
      *
       FD  DU-CTL-FILE.
       01  DU-CTL-LINE               PIC X(080).
      *
       FD  DU-RPT-FILE.
       01  DU-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  DU-W-SRC-STATUS          PIC  X(002) VALUE SPACE.
       01  DU-W-OUT-STATUS          PIC  X(002) VALUE SPACE.
       01  DU-W-LAY-STATUS          PIC  X(002) VALUE SPACE.
       01  DU-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  DU-W-SRC-EOF             PIC  X(001) VALUE "N".
           88  DU-W-SRC-EOF-YES             VALUE "Y".
       01  DU-W-OUT-EOF             PIC  X(001) VALUE "N".
           88  DU-W-OUT-EOF-YES             VALUE "Y".
       01  DU-W-LAY-EOF             PIC  X(001) VALUE "N".
           88  DU-W-LAY-EOF-YES             VALUE "Y".
       01  DU-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  DU-W-CTL-EOF-YES             VALUE "Y".
      *
       01  DU-W-SRC-NAME            PIC  X(024) VALUE SPACE.
       01  DU-W-OUT-NAME            PIC  X(024) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    レイアウト定義テーブル（最大50項目、DATAMASKと同じ読み方）
      *    KIND N:氏名 K:キー T:素通し（P/Bタイプは区分に関係なくT）
      *---------------------------------------------------------------*
       01  DU-W-LAY-CNT             BINARY-LONG VALUE ZERO.
       01  DU-W-LAY-TBL-AREA.
           03  DU-W-LAY-TBL OCCURS 50.
             05  DU-W-LAY-NAME      PIC  X(010).
             05  DU-W-LAY-POS       BINARY-LONG.
             05  DU-W-LAY-LEN       BINARY-LONG.
             05  DU-W-LAY-KIND      PIC  X(001).
       01  DU-W-F                   BINARY-LONG VALUE ZERO.
       01  DU-W-P                   BINARY-LONG VALUE ZERO.
       01  DU-W-L                   BINARY-LONG VALUE ZERO.
       01  DU-W-MASK-CNT            BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    入力のマスク項目の値（重複を除く、最大5000件、値は先頭
      *    40桁で比べる）
      *---------------------------------------------------------------*
       01  DU-W-SV-CNT              BINARY-LONG VALUE ZERO.
       01  DU-W-SV-TBL-AREA.
           03  DU-W-SV-VAL          PIC  X(040) OCCURS 5000.
       01  DU-W-SV-LOST             BINARY-LONG VALUE ZERO.
      *
      *---------------------------------------------------------------*
      *    キー項目の対応（項目ごとに入力値→出力値、最大5000件）
      *---------------------------------------------------------------*
       01  DU-W-KM-CNT              BINARY-LONG VALUE ZERO.
       01  DU-W-KM-TBL-AREA.
           03  DU-W-KM-TBL OCCURS 5000.
             05  DU-W-KM-FLD        BINARY-LONG.
             05  DU-W-KM-SRC        PIC  X(040).
             05  DU-W-KM-OUT        PIC  X(040).
       01  DU-W-KM-LOST             BINARY-LONG VALUE ZERO.
       01  DU-W-K                   BINARY-LONG VALUE ZERO.
       01  DU-W-KF                  BINARY-LONG VALUE ZERO.
       01  DU-W-KO                  BINARY-LONG VALUE ZERO.
      *
      *    *** 比べる値（項目の先頭40桁）
       01  DU-W-SRC-VAL             PIC  X(040) VALUE SPACE.
       01  DU-W-OUT-VAL             PIC  X(040) VALUE SPACE.
       01  DU-W-FOUND               PIC  X(001) VALUE "N".
      *    *** マスク項目を入力のバイトへ戻した出力レコード
      *    *** （入力と違えば素通しの桁が変わっている）
       01  DU-W-CMP-REC             PIC  X(512) VALUE SPACE.
       01  DU-W-PT-FLD-HIT          PIC  X(001) VALUE "N".
      *
      *---------------------------------------------------------------*
      *    問題別の件数と先頭5件（レコード番号・項目名）
      *      1:VALUE 2:MASTER 3:KEYMAP 4:PASSTHRU 5:COUNT
      *---------------------------------------------------------------*
       01  DU-W-PRB-AREA.
           03  DU-W-PRB OCCURS 5.
             05  DU-W-PRB-CNT       BINARY-LONG.
             05  DU-W-SMP OCCURS 5.
               07  DU-W-SMP-REC     BINARY-LONG.
               07  DU-W-SMP-FLD     PIC  X(010).
       01  DU-W-PRB-NAME-AREA.
           03  FILLER               PIC  X(008) VALUE "VALUE".
           03  FILLER               PIC  X(008) VALUE "MASTER".
           03  FILLER               PIC  X(008) VALUE "KEYMAP".
           03  FILLER               PIC  X(008) VALUE "PASSTHRU".
           03  FILLER               PIC  X(008) VALUE "COUNT".
       01  DU-W-PRB-NAME-R REDEFINES DU-W-PRB-NAME-AREA.
           03  DU-W-PRB-NAME        PIC  X(008) OCCURS 5.
       01  DU-W-X                   BINARY-LONG VALUE ZERO.
       01  DU-W-J                   BINARY-LONG VALUE ZERO.
       01  DU-W-ADD-FLD             PIC  X(010) VALUE SPACE.
      *
      *    *** 件数・判定
       01  DU-W-SRC-CNT             BINARY-LONG VALUE ZERO.
       01  DU-W-OUT-CNT             BINARY-LONG VALUE ZERO.
       01  DU-W-REC-NO              BINARY-LONG VALUE ZERO.
       01  DU-W-BAD-REC-CNT         BINARY-LONG VALUE ZERO.
       01  DU-W-REC-BAD             PIC  X(001) VALUE "N".
       01  DU-W-NAME-CHK-CNT        BINARY-LONG VALUE ZERO.
       01  DU-W-MASTER-OK           PIC  X(001) VALUE "N".
           88  DU-W-MASTER-OK-YES           VALUE "Y".
       01  DU-W-NOAUDIT             PIC  X(001) VALUE "N".
           88  DU-W-NOAUDIT-YES             VALUE "Y".
       01  DU-W-ERR-TEXT            PIC  X(040) VALUE SPACE.
       01  DU-W-VERDICT             PIC  9(004) VALUE ZERO.
       01  DU-W-VERDICT-TEXT        PIC  X(016) VALUE SPACE.
      *
      *    *** レポートの編集
       01  DU-W-RPT-CNT             PIC  9(009) VALUE ZERO.
       01  DU-W-RPT-C2              PIC  9(009) VALUE ZERO.
       01  DU-W-RPT-REC             PIC  9(009) VALUE ZERO.
      *
       COPY "CPALERT.cpy"    REPLACING ==:##:== BY ==AL==.
       COPY "CPDECODE08.cpy" REPLACING ==:##:== BY ==D8==.
       COPY "CPRUNCTL.cpy"   REPLACING ==:##:== BY ==RC==.
      *
      *    *** 帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==DUQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT DU-W-NOAUDIT-YES
               PERFORM 2000-LOAD-SOURCE  THRU 2000-EXIT
               PERFORM 3000-COMPARE      THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  DATAMASKの指定とレイアウトを読み、
      *    NFADDRマスターを開く
      ******************************************************************
       1000-INITIALIZE.
           MOVE "S"                    TO RC-ID
           MOVE "DMAUDIT"              TO RC-PGM
           CALL "RUNCTL" USING RC-RUNCTL-AREA
      *
           OPEN OUTPUT DU-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出す（ENVQUAL）
           MOVE "E"                    TO DUQ-ID
           CALL "ENVQUAL" USING DUQ-ENVQUAL-AREA
           MOVE DUQ-ENV-LINE           TO DU-RPT-LINE
           WRITE DU-RPT-LINE
           INITIALIZE DU-W-PRB-AREA
      *
           MOVE "N"                    TO DU-W-CTL-EOF
           OPEN INPUT DU-CTL-FILE
           IF DU-W-CTL-STATUS = "00"
               PERFORM 1100-READ-CTL-ONE THRU 1100-EXIT
                   UNTIL DU-W-CTL-EOF-YES
               CLOSE DU-CTL-FILE
           END-IF
           IF DU-W-SRC-NAME = SPACE OR DU-W-OUT-NAME = SPACE
               MOVE "NO FILEIN=/FILEOUT= IN DATAMASK.CTL"
                                        TO DU-W-ERR-TEXT
               PERFORM 1900-NOT-AUDITED THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE SPACE                  TO DU-RPT-LINE
           STRING "SOURCE="            DELIMITED BY SIZE
                  DU-W-SRC-NAME         DELIMITED BY SPACE
                  " MASKED="            DELIMITED BY SIZE
                  DU-W-OUT-NAME         DELIMITED BY SPACE
                  INTO DU-RPT-LINE
           END-STRING
           WRITE DU-RPT-LINE
      *
           PERFORM 1200-LOAD-LAYOUT     THRU 1200-EXIT
           IF DU-W-LAY-CNT = ZERO
               MOVE "NO DATAMASK.LAY"   TO DU-W-ERR-TEXT
               PERFORM 1900-NOT-AUDITED THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF
      *
      *    *** 氏名の照合先。使用中の時は照合せず監査できない扱い
           MOVE "DMAUDIT"              TO D8-CALLER
           MOVE "OPEN"                 TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           IF D8-RETURN-CODE OF D8-DECODE08-AREA = "95"
               MOVE SPACE               TO DU-RPT-LINE
               STRING "NFADDR MASTER BUSY - NAMES NOT CHECKED"
                      DELIMITED BY SIZE INTO DU-RPT-LINE
               WRITE DU-RPT-LINE
           ELSE
               SET DU-W-MASTER-OK-YES   TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ DU-CTL-FILE
               AT END
                   SET DU-W-CTL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN DU-CTL-LINE(1:7) = "FILEIN="
                   MOVE DU-CTL-LINE(8:24)  TO DU-W-SRC-NAME
               WHEN DU-CTL-LINE(1:8) = "FILEOUT="
                   MOVE DU-CTL-LINE(9:24)  TO DU-W-OUT-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1200-LOAD-LAYOUT  DATAMASK.LAY をテーブルへ展開する
      ******************************************************************
       1200-LOAD-LAYOUT.
           MOVE ZERO                   TO DU-W-LAY-CNT
           MOVE "N"                    TO DU-W-LAY-EOF
           OPEN INPUT DU-LAY-FILE
           IF DU-W-LAY-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-LAY-ONE    THRU 1210-EXIT
               UNTIL DU-W-LAY-EOF-YES
           CLOSE DU-LAY-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-READ-LAY-ONE.
           READ DU-LAY-FILE
               AT END
                   SET DU-W-LAY-EOF-YES TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF DU-LAY-LINE = SPACE OR DU-LAY-LINE(1:1) = "*"
               GO TO 1210-EXIT
           END-IF
           IF DU-W-LAY-CNT >= 50
               GO TO 1210-EXIT
           END-IF
           ADD  1                      TO DU-W-LAY-CNT
           MOVE DU-LAY-LINE(1:10)       TO DU-W-LAY-NAME(DU-W-LAY-CNT)
           COMPUTE DU-W-LAY-POS(DU-W-LAY-CNT) =
               FUNCTION NUMVAL(DU-LAY-LINE(12:5))
           COMPUTE DU-W-LAY-LEN(DU-W-LAY-CNT) =
               FUNCTION NUMVAL(DU-LAY-LINE(18:3))
      *    *** DATAMASKと同じく、P/Bタイプは区分に関係なく素通し
           EVALUATE TRUE
               WHEN DU-LAY-LINE(22:1) = "P" OR
                    DU-LAY-LINE(22:1) = "B"
                   MOVE "T"              TO DU-W-LAY-KIND(DU-W-LAY-CNT)
               WHEN DU-LAY-LINE(30:1) = "N" OR
                    DU-LAY-LINE(30:1) = "K"
                   MOVE DU-LAY-LINE(30:1)
                                         TO DU-W-LAY-KIND(DU-W-LAY-CNT)
               WHEN OTHER
                   MOVE "T"              TO DU-W-LAY-KIND(DU-W-LAY-CNT)
           END-EVALUATE
      *    *** 位置・長さがレコード領域に収まらない定義は捨てる
           IF DU-W-LAY-POS(DU-W-LAY-CNT) < 1
               OR DU-W-LAY-LEN(DU-W-LAY-CNT) < 1
               OR DU-W-LAY-POS(DU-W-LAY-CNT)
                  + DU-W-LAY-LEN(DU-W-LAY-CNT) - 1 > 512
               SUBTRACT 1               FROM DU-W-LAY-CNT
               GO TO 1210-EXIT
           END-IF
           IF DU-W-LAY-KIND(DU-W-LAY-CNT) NOT = "T"
               ADD  1                   TO DU-W-MASK-CNT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      *
      *    *** 監査できない理由(DU-W-ERR-TEXT)を出し、以降の照合を止める
       1900-NOT-AUDITED.
           SET DU-W-NOAUDIT-YES        TO TRUE
           MOVE SPACE                  TO DU-RPT-LINE
           STRING "NOT AUDITED - "     DELIMITED BY SIZE
                  DU-W-ERR-TEXT         DELIMITED BY SIZE
                  INTO DU-RPT-LINE
           END-STRING
           WRITE DU-RPT-LINE.
       1900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-LOAD-SOURCE  入力を読み、件数とマスク項目の値を集める
      ******************************************************************
       2000-LOAD-SOURCE.
           MOVE "N"                    TO DU-W-SRC-EOF
           OPEN INPUT DU-SRC-FILE
           IF DU-W-SRC-STATUS NOT = "00"
               MOVE SPACE               TO DU-W-ERR-TEXT
               STRING "CANNOT OPEN "    DELIMITED BY SIZE
                      DU-W-SRC-NAME      DELIMITED BY SIZE
                      INTO DU-W-ERR-TEXT
               END-STRING
               PERFORM 1900-NOT-AUDITED THRU 1900-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-SOURCE-ONE      THRU 2100-EXIT
               UNTIL DU-W-SRC-EOF-YES
           CLOSE DU-SRC-FILE.
       2000-EXIT.
           EXIT.
      *
       2100-SOURCE-ONE.
           READ DU-SRC-FILE
               AT END
                   SET DU-W-SRC-EOF-YES TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD  1                      TO DU-W-SRC-CNT
           PERFORM 2110-SOURCE-FIELD-ONE THRU 2110-EXIT
               VARYING DU-W-F FROM 1 BY 1
               UNTIL DU-W-F > DU-W-LAY-CNT.
       2100-EXIT.
           EXIT.
      *
       2110-SOURCE-FIELD-ONE.
           IF DU-W-LAY-KIND(DU-W-F) = "T"
               GO TO 2110-EXIT
           END-IF
           PERFORM 6000-FIELD-VALUES    THRU 6000-EXIT
           IF DU-W-SRC-VAL = SPACE
               GO TO 2110-EXIT
           END-IF
           MOVE DU-W-SRC-VAL           TO DU-W-OUT-VAL
           PERFORM 6100-FIND-SOURCE-VALUE THRU 6100-EXIT
           IF DU-W-FOUND = "Y"
               GO TO 2110-EXIT
           END-IF
           IF DU-W-SV-CNT >= 5000
               ADD  1                   TO DU-W-SV-LOST
               GO TO 2110-EXIT
           END-IF
           ADD  1                      TO DU-W-SV-CNT
           MOVE DU-W-SRC-VAL           TO DU-W-SV-VAL(DU-W-SV-CNT).
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-COMPARE  入力と出力を1レコードずつ突き合わせる
      ******************************************************************
       3000-COMPARE.
           IF DU-W-NOAUDIT-YES
               GO TO 3000-EXIT
           END-IF
           MOVE "N"                    TO DU-W-OUT-EOF
           OPEN INPUT DU-OUT-FILE
           IF DU-W-OUT-STATUS NOT = "00"
               MOVE SPACE               TO DU-W-ERR-TEXT
               STRING "CANNOT OPEN "    DELIMITED BY SIZE
                      DU-W-OUT-NAME      DELIMITED BY SIZE
                      INTO DU-W-ERR-TEXT
               END-STRING
               PERFORM 1900-NOT-AUDITED THRU 1900-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE "N"                    TO DU-W-SRC-EOF
           OPEN INPUT DU-SRC-FILE
           MOVE ZERO                   TO DU-W-REC-NO
           PERFORM 3100-PAIR-ONE        THRU 3100-EXIT
               UNTIL DU-W-SRC-EOF-YES AND DU-W-OUT-EOF-YES
           CLOSE DU-SRC-FILE
           CLOSE DU-OUT-FILE
      *
           IF DU-W-OUT-CNT NOT = DU-W-SRC-CNT
               MOVE 5                   TO DU-W-X
               MOVE SPACE               TO DU-W-ADD-FLD
               MOVE DU-W-REC-NO         TO DU-W-J
               PERFORM 7000-ADD-PROBLEM THRU 7000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-PAIR-ONE.
           IF NOT DU-W-SRC-EOF-YES
               READ DU-SRC-FILE
                   AT END
                       SET DU-W-SRC-EOF-YES TO TRUE
               END-READ
           END-IF
           IF NOT DU-W-OUT-EOF-YES
               READ DU-OUT-FILE
                   AT END
                       SET DU-W-OUT-EOF-YES TO TRUE
               END-READ
           END-IF
           IF DU-W-SRC-EOF-YES AND DU-W-OUT-EOF-YES
               GO TO 3100-EXIT
           END-IF
           ADD  1                      TO DU-W-REC-NO
      *    *** 片方だけ残った分は件数の違いとして数えるだけ
           IF DU-W-SRC-EOF-YES OR DU-W-OUT-EOF-YES
               IF NOT DU-W-OUT-EOF-YES
                   ADD  1               TO DU-W-OUT-CNT
               END-IF
               GO TO 3100-EXIT
           END-IF
           ADD  1                      TO DU-W-OUT-CNT
           MOVE "N"                    TO DU-W-REC-BAD
      *
           MOVE DU-OUT-REC             TO DU-W-CMP-REC
           MOVE "N"                    TO DU-W-PT-FLD-HIT
           PERFORM 3200-FIELD-ONE       THRU 3200-EXIT
               VARYING DU-W-F FROM 1 BY 1
               UNTIL DU-W-F > DU-W-LAY-CNT
      *    *** 項目の無い桁の変化（定義した素通し項目の変化が無いのに
      *    *** レコードが違う時だけ数える）
           IF DU-W-CMP-REC NOT = DU-SRC-REC AND DU-W-PT-FLD-HIT = "N"
               MOVE 4                   TO DU-W-X
               MOVE "(NO FIELD)"        TO DU-W-ADD-FLD
               MOVE DU-W-REC-NO         TO DU-W-J
               PERFORM 7000-ADD-PROBLEM THRU 7000-EXIT
           END-IF
           IF DU-W-REC-BAD = "Y"
               ADD  1                   TO DU-W-BAD-REC-CNT
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3200-FIELD-ONE  1項目分の突き合わせ
      ******************************************************************
       3200-FIELD-ONE.
           MOVE DU-W-LAY-NAME(DU-W-F)  TO DU-W-ADD-FLD
           MOVE DU-W-REC-NO            TO DU-W-J
           MOVE DU-W-LAY-POS(DU-W-F)   TO DU-W-P
           MOVE DU-W-LAY-LEN(DU-W-F)   TO DU-W-L
      *
           IF DU-W-LAY-KIND(DU-W-F) = "T"
               IF DU-OUT-REC(DU-W-P:DU-W-L) NOT =
                  DU-SRC-REC(DU-W-P:DU-W-L)
                   MOVE "Y"             TO DU-W-PT-FLD-HIT
                   MOVE 4               TO DU-W-X
                   PERFORM 7000-ADD-PROBLEM THRU 7000-EXIT
               END-IF
               GO TO 3200-EXIT
           END-IF
      *
      *    *** マスク項目は入力のバイトへ戻して素通し桁の比較から外す
           MOVE DU-SRC-REC(DU-W-P:DU-W-L) TO DU-W-CMP-REC(DU-W-P:DU-W-L)
           PERFORM 6000-FIELD-VALUES    THRU 6000-EXIT
      *
      *    *** 入力中のどれかの値がそのまま残っていないか
           IF DU-W-OUT-VAL NOT = SPACE
               PERFORM 6100-FIND-SOURCE-VALUE THRU 6100-EXIT
               IF DU-W-FOUND = "Y"
                   MOVE 1               TO DU-W-X
                   PERFORM 7000-ADD-PROBLEM THRU 7000-EXIT
               END-IF
           END-IF
      *
           IF DU-W-LAY-KIND(DU-W-F) = "N"
               PERFORM 3300-CHECK-MASTER THRU 3300-EXIT
           ELSE
               PERFORM 3400-CHECK-KEYMAP THRU 3400-EXIT
           END-IF.
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3300-CHECK-MASTER  氏名の出力値がNFADDRマスターの実在の
      *    NAMEと一致しないか（引退エントリーも照合する）
      ******************************************************************
       3300-CHECK-MASTER.
           IF NOT DU-W-MASTER-OK-YES OR DU-W-OUT-VAL = SPACE
               GO TO 3300-EXIT
           END-IF
           MOVE SPACE                  TO D8-NAME
           IF DU-W-L > 100
               MOVE 100                 TO DU-W-L
           END-IF
           MOVE DU-OUT-REC(DU-W-P:DU-W-L) TO D8-NAME
           MOVE SPACE                  TO D8-TYPE-FILTER
           MOVE "Y"                    TO D8-INCL-RETIRED
           MOVE "SEARCH"               TO D8-ID
           CALL "DECODE08" USING D8-DECODE08-AREA
           ADD  1                      TO DU-W-NAME-CHK-CNT
           IF D8-SEARCH = "Y"
               MOVE 2                   TO DU-W-X
               PERFORM 7000-ADD-PROBLEM THRU 7000-EXIT
           END-IF.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3400-CHECK-KEYMAP  キーの対応が一貫しているか
      *    同じ入力値は同じ出力値、別の入力値は別の出力値であること
      ******************************************************************
       3400-CHECK-KEYMAP.
           MOVE ZERO                   TO DU-W-KF
           MOVE ZERO                   TO DU-W-KO
           PERFORM 3410-FIND-KEYMAP-ONE THRU 3410-EXIT
               VARYING DU-W-K FROM 1 BY 1
               UNTIL DU-W-K > DU-W-KM-CNT
      *    *** 登録済みの入力値が別の仮名になった
           IF DU-W-KF NOT = ZERO
               IF DU-W-KM-OUT(DU-W-KF) NOT = DU-W-OUT-VAL
                   MOVE 3               TO DU-W-X
                   PERFORM 7000-ADD-PROBLEM THRU 7000-EXIT
               END-IF
               GO TO 3400-EXIT
           END-IF
      *    *** 別の入力値で使われた仮名になった
           IF DU-W-KO NOT = ZERO
               MOVE 3                   TO DU-W-X
               PERFORM 7000-ADD-PROBLEM THRU 7000-EXIT
           END-IF
           IF DU-W-KM-CNT >= 5000
               ADD  1                   TO DU-W-KM-LOST
               GO TO 3400-EXIT
           END-IF
           ADD  1                      TO DU-W-KM-CNT
           MOVE DU-W-F                 TO DU-W-KM-FLD(DU-W-KM-CNT)
           MOVE DU-W-SRC-VAL           TO DU-W-KM-SRC(DU-W-KM-CNT)
           MOVE DU-W-OUT-VAL           TO DU-W-KM-OUT(DU-W-KM-CNT).
       3400-EXIT.
           EXIT.
      *
       3410-FIND-KEYMAP-ONE.
           IF DU-W-KM-FLD(DU-W-K) NOT = DU-W-F
               GO TO 3410-EXIT
           END-IF
           IF DU-W-KF = ZERO AND DU-W-KM-SRC(DU-W-K) = DU-W-SRC-VAL
               MOVE DU-W-K              TO DU-W-KF
           END-IF
           IF DU-W-KO = ZERO AND DU-W-KM-OUT(DU-W-K) = DU-W-OUT-VAL
               MOVE DU-W-K              TO DU-W-KO
           END-IF.
       3410-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-FIELD-VALUES  現在の項目の入力値・出力値（先頭40桁）
      ******************************************************************
       6000-FIELD-VALUES.
           MOVE DU-W-LAY-POS(DU-W-F)   TO DU-W-P
           MOVE DU-W-LAY-LEN(DU-W-F)   TO DU-W-L
           MOVE SPACE                  TO DU-W-SRC-VAL
           MOVE SPACE                  TO DU-W-OUT-VAL
           IF DU-W-L > 40
               MOVE DU-SRC-REC(DU-W-P:40) TO DU-W-SRC-VAL
               MOVE DU-OUT-REC(DU-W-P:40) TO DU-W-OUT-VAL
           ELSE
               MOVE DU-SRC-REC(DU-W-P:DU-W-L) TO DU-W-SRC-VAL
               MOVE DU-OUT-REC(DU-W-P:DU-W-L) TO DU-W-OUT-VAL
           END-IF.
       6000-EXIT.
           EXIT.
      *
      *    *** DU-W-OUT-VALが入力のマスク項目の値の表に有ればY
       6100-FIND-SOURCE-VALUE.
           MOVE "N"                    TO DU-W-FOUND
           PERFORM 6110-FIND-ONE        THRU 6110-EXIT
               VARYING DU-W-K FROM 1 BY 1
               UNTIL DU-W-K > DU-W-SV-CNT OR DU-W-FOUND = "Y".
       6100-EXIT.
           EXIT.
      *
       6110-FIND-ONE.
           IF DU-W-SV-VAL(DU-W-K) = DU-W-OUT-VAL
               MOVE "Y"                 TO DU-W-FOUND
           END-IF.
       6110-EXIT.
           EXIT.
      *
      ******************************************************************
      *    7000-ADD-PROBLEM  問題(DU-W-X)を1件数え、先頭5件はレコード
      *    番号(DU-W-J)と項目名(DU-W-ADD-FLD)を控える
      ******************************************************************
       7000-ADD-PROBLEM.
           ADD  1                      TO DU-W-PRB-CNT(DU-W-X)
           MOVE "Y"                    TO DU-W-REC-BAD
           IF DU-W-PRB-CNT(DU-W-X) <= 5
               MOVE DU-W-J              TO
                   DU-W-SMP-REC(DU-W-X DU-W-PRB-CNT(DU-W-X))
               MOVE DU-W-ADD-FLD        TO
                   DU-W-SMP-FLD(DU-W-X DU-W-PRB-CNT(DU-W-X))
           END-IF.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-REPORT-PROBLEM  問題別の件数と先頭5件
      ******************************************************************
       8000-REPORT-PROBLEM.
           MOVE DU-W-PRB-CNT(DU-W-X)   TO DU-W-RPT-CNT
           MOVE SPACE                  TO DU-RPT-LINE
           STRING "  "                 DELIMITED BY SIZE
                  DU-W-PRB-NAME(DU-W-X) DELIMITED BY SIZE
                  " COUNT="             DELIMITED BY SIZE
                  DU-W-RPT-CNT          DELIMITED BY SIZE
                  INTO DU-RPT-LINE
           END-STRING
           WRITE DU-RPT-LINE
           PERFORM 8010-REPORT-SAMPLE-ONE THRU 8010-EXIT
               VARYING DU-W-J FROM 1 BY 1
               UNTIL DU-W-J > 5 OR DU-W-J > DU-W-PRB-CNT(DU-W-X).
       8000-EXIT.
           EXIT.
      *
       8010-REPORT-SAMPLE-ONE.
           MOVE DU-W-SMP-REC(DU-W-X DU-W-J) TO DU-W-RPT-REC
           MOVE SPACE                  TO DU-RPT-LINE
           STRING "      RECORD="      DELIMITED BY SIZE
                  DU-W-RPT-REC          DELIMITED BY SIZE
                  " FIELD="             DELIMITED BY SIZE
                  DU-W-SMP-FLD(DU-W-X DU-W-J) DELIMITED BY SIZE
                  INTO DU-RPT-LINE
           END-STRING
           WRITE DU-RPT-LINE.
       8010-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  判定を決めてRUNCTLへ記録し、不合格・
      *    監査できない時はALERTWTRへ通知する
      ******************************************************************
       9000-TERMINATE.
           IF DU-W-MASTER-OK-YES
               MOVE "CLOSE"             TO D8-ID
               CALL "DECODE08" USING D8-DECODE08-AREA
           END-IF
      *
           MOVE SPACE                  TO DU-RPT-LINE
           WRITE DU-RPT-LINE
           MOVE DU-W-SRC-CNT           TO DU-W-RPT-CNT
           MOVE DU-W-OUT-CNT           TO DU-W-RPT-C2
           MOVE SPACE                  TO DU-RPT-LINE
           STRING "SOURCE-RECORDS="    DELIMITED BY SIZE
                  DU-W-RPT-CNT          DELIMITED BY SIZE
                  " MASKED-RECORDS="    DELIMITED BY SIZE
                  DU-W-RPT-C2           DELIMITED BY SIZE
                  INTO DU-RPT-LINE
           END-STRING
           WRITE DU-RPT-LINE
           MOVE DU-W-MASK-CNT          TO DU-W-RPT-CNT
           MOVE DU-W-SV-CNT            TO DU-W-RPT-C2
           MOVE SPACE                  TO DU-RPT-LINE
           STRING "MASKED-FIELDS="     DELIMITED BY SIZE
                  DU-W-RPT-CNT          DELIMITED BY SIZE
                  " SOURCE-VALUES="     DELIMITED BY SIZE
                  DU-W-RPT-C2           DELIMITED BY SIZE
                  INTO DU-RPT-LINE
           END-STRING
           WRITE DU-RPT-LINE
           MOVE DU-W-NAME-CHK-CNT      TO DU-W-RPT-CNT
           MOVE SPACE                  TO DU-RPT-LINE
           STRING "NAMES-CHECKED-AGAINST-MASTER=" DELIMITED BY SIZE
                  DU-W-RPT-CNT          DELIMITED BY SIZE
                  INTO DU-RPT-LINE
           END-STRING
           WRITE DU-RPT-LINE
      *    *** 表が満杯で照合しきれなかった分
           IF DU-W-SV-LOST > ZERO OR DU-W-KM-LOST > ZERO
               MOVE DU-W-SV-LOST        TO DU-W-RPT-CNT
               MOVE DU-W-KM-LOST        TO DU-W-RPT-C2
               MOVE SPACE               TO DU-RPT-LINE
               STRING "NOT-CHECKED(OVER 5000) VALUES="
                                         DELIMITED BY SIZE
                      DU-W-RPT-CNT       DELIMITED BY SIZE
                      " KEYS="           DELIMITED BY SIZE
                      DU-W-RPT-C2        DELIMITED BY SIZE
                      INTO DU-RPT-LINE
               END-STRING
               WRITE DU-RPT-LINE
           END-IF
      *
           MOVE SPACE                  TO DU-RPT-LINE
           WRITE DU-RPT-LINE
           MOVE "PROBLEMS"             TO DU-RPT-LINE
           WRITE DU-RPT-LINE
           PERFORM 8000-REPORT-PROBLEM  THRU 8000-EXIT
               VARYING DU-W-X FROM 1 BY 1 UNTIL DU-W-X > 5
           MOVE DU-W-BAD-REC-CNT       TO DU-W-RPT-CNT
           MOVE SPACE                  TO DU-RPT-LINE
           STRING "RECORDS-WITH-PROBLEMS=" DELIMITED BY SIZE
                  DU-W-RPT-CNT          DELIMITED BY SIZE
                  INTO DU-RPT-LINE
           END-STRING
           WRITE DU-RPT-LINE
      *
      *    *** 判定（問題があれば照合しきれない部分があっても不合格）
           EVALUATE TRUE
               WHEN DU-W-PRB-CNT(1) > ZERO OR DU-W-PRB-CNT(2) > ZERO OR
                    DU-W-PRB-CNT(3) > ZERO OR DU-W-PRB-CNT(4) > ZERO OR
                    DU-W-PRB-CNT(5) > ZERO
                   MOVE 8               TO DU-W-VERDICT
                   MOVE "FAILED"        TO DU-W-VERDICT-TEXT
               WHEN DU-W-NOAUDIT-YES OR NOT DU-W-MASTER-OK-YES OR
                    DU-W-SV-LOST > ZERO OR DU-W-KM-LOST > ZERO
                   MOVE 12              TO DU-W-VERDICT
                   MOVE "NOT AUDITED"   TO DU-W-VERDICT-TEXT
               WHEN OTHER
                   MOVE ZERO            TO DU-W-VERDICT
                   MOVE "PASSED"        TO DU-W-VERDICT-TEXT
           END-EVALUATE
      *
           MOVE "E"                    TO RC-ID
           MOVE "DMAUDIT"              TO RC-PGM
           EVALUATE DU-W-VERDICT
               WHEN 12
                   MOVE "PREFAIL"       TO RC-OUTCOME
               WHEN 8
                   MOVE "FAIL"          TO RC-OUTCOME
               WHEN OTHER
                   MOVE "OK"            TO RC-OUTCOME
           END-EVALUATE
           MOVE DU-W-VERDICT           TO RC-COMP-CODE
           MOVE DU-W-OUT-CNT           TO RC-REC-CNT
           MOVE DU-W-BAD-REC-CNT       TO RC-ERR-CNT
           CALL "RUNCTL" USING RC-RUNCTL-AREA
      *
           MOVE SPACE                  TO DU-RPT-LINE
           STRING "VERDICT="           DELIMITED BY SIZE
                  DU-W-VERDICT          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  DU-W-VERDICT-TEXT     DELIMITED BY "  "
                  " OUTCOME="           DELIMITED BY SIZE
                  RC-OUTCOME            DELIMITED BY SPACE
                  INTO DU-RPT-LINE
           END-STRING
           WRITE DU-RPT-LINE
      *
           IF DU-W-VERDICT NOT = ZERO
               MOVE "DMAUDIT"           TO AL-PGM
               IF DU-W-VERDICT = 8
                   MOVE 1               TO AL-SEVERITY
                   MOVE "MASKLEAK"      TO AL-CODE
               ELSE
                   MOVE 2               TO AL-SEVERITY
                   MOVE "MASKNCHK"      TO AL-CODE
               END-IF
      *        *** 通知はファイルと判定だけ（詳細はRPT）
               MOVE SPACE               TO AL-MESSAGE
               STRING DU-W-OUT-NAME     DELIMITED BY SPACE
                      " "                DELIMITED BY SIZE
                      DU-W-VERDICT-TEXT  DELIMITED BY "  "
                      " "                DELIMITED BY SIZE
                      DU-W-VERDICT       DELIMITED BY SIZE
                      " (SEE DMAUDIT.RPT)" DELIMITED BY SIZE
                      INTO AL-MESSAGE
               END-STRING
               CALL "ALERTWTR" USING AL-ALERT-AREA
           END-IF
           CLOSE DU-RPT-FILE.
       9000-EXIT.
           EXIT.
