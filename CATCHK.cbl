      ******************************************************************
      *
      *    PROGRAM-ID.  CATCHK
      *
      *    アラートコード台帳(ALERTCAT)の週次点検バッチ。アラート
      *    キューの全世代(ALERTQ.GENの一覧とALERTQ.OUT)を読み、
      *      1. 台帳に無いPGM+CODE（件数・最終発生時刻付き）
      *      2. 90日以上発生していない台帳エントリー
      *    をCATCHK.RPTへ一覧する。キューの世代は保有数（既定7）
      *    しか残らないため、台帳エントリーごとの最終発生時刻を
      *    発生記録ファイル(ALERTCAT.HIT)に持ち越し、実行のたびに
      *    更新する（台帳に載った日を監視開始日として持ち、監視
      *    開始から90日未満のエントリーは未発生でも挙げない）。
      *
      *    ALERTCAT.HIT の形式（1行＝1台帳エントリー、桁位置固定）
      *      01-08:PGM  10-17:CODE  19-26:監視開始日(YYYYMMDD)
      *      28-41:最終発生時刻（未発生はゼロ）
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する（週次）。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  キュー・世代一覧・発生記録の名前を
      *                          実行環境コード（ENVQUAL）で修飾し、
      *                          見出しへ環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CATCHK.
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
      *    アラートキューの世代・当日分（名前は実行時に組み立てる）
      *    （キュー・世代一覧・発生記録の名前は環境コードで修飾する）
           SELECT CG-QUE-FILE      ASSIGN DYNAMIC CG-W-QUE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS CG-W-QUE-STATUS.
      *    世代一覧（1行＝1世代の日付YYYYMMDD、古い順）
           SELECT CG-IDX-FILE      ASSIGN DYNAMIC CG-W-IDX-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS CG-W-IDX-STATUS.
      *    台帳エントリーごとの監視開始日・最終発生時刻
           SELECT CG-HIT-FILE      ASSIGN DYNAMIC CG-W-HIT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS CG-W-HIT-STATUS.
           SELECT CG-RPT-FILE      ASSIGN TO "CATCHK.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  CG-QUE-FILE.
       01  CG-QUE-LINE               PIC X(132).
      *
       FD  CG-IDX-FILE.
       01  CG-IDX-LINE               PIC X(080).
      *
       FD  CG-HIT-FILE.
       01  CG-HIT-LINE.
           05  CG-HIT-PGM            PIC X(008).
           05  FILLER                PIC X(001).
           05  CG-HIT-CODE           PIC X(008).
           05  FILLER                PIC X(001).
           05  CG-HIT-SINCE          PIC X(008).
           05  FILLER                PIC X(001).
           05  CG-HIT-LAST           PIC X(014).
      *
       FD  CG-RPT-FILE.
       01  CG-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  CG-W-QUE-STATUS          PIC  X(002) VALUE SPACE.
       01  CG-W-IDX-STATUS          PIC  X(002) VALUE SPACE.
       01  CG-W-HIT-STATUS          PIC  X(002) VALUE SPACE.
       01  CG-W-EOF                 PIC  X(001) VALUE "N".
           88  CG-W-EOF-YES                 VALUE "Y".
       01  CG-W-QUE-NAME            PIC  X(024) VALUE SPACE.
       01  CG-W-IDX-NAME            PIC  X(024) VALUE "ALERTQ.GEN".
       01  CG-W-HIT-NAME            PIC  X(024) VALUE "ALERTCAT.HIT".
      *
       01  CG-W-TODAY               PIC  9(008) VALUE ZERO.
       01  CG-W-FLOOR-YMD           PIC  9(008) VALUE ZERO.
       01  CG-W-FLOOR-STAMP         PIC  9(014) VALUE ZERO.
      *    *** 未発生とみなす日数
       01  CG-W-IDLE-DAYS           BINARY-LONG VALUE 90.
      *
      *---------------------------------------------------------------*
      *    台帳エントリーのテーブル（CATLOOKから取り出す、最大300件）
      *---------------------------------------------------------------*
       01  CG-W-CAT-CNT             BINARY-LONG VALUE ZERO.
       01  CG-W-CAT-TBL-AREA.
           03  CG-W-CAT-TBL OCCURS 300.
             05  CG-W-CAT-PGM       PIC  X(008).
             05  CG-W-CAT-CODE      PIC  X(008).
             05  CG-W-CAT-SINCE     PIC  9(008).
             05  CG-W-CAT-LAST      PIC  9(014).
             05  CG-W-CAT-FIRED     BINARY-LONG.
      *
      *---------------------------------------------------------------*
      *    台帳に無いPGM+CODEのテーブル（最大200件）
      *---------------------------------------------------------------*
       01  CG-W-UNK-CNT             BINARY-LONG VALUE ZERO.
       01  CG-W-UNK-LOST            BINARY-LONG VALUE ZERO.
       01  CG-W-UNK-TBL-AREA.
           03  CG-W-UNK-TBL OCCURS 200.
             05  CG-W-UNK-PGM       PIC  X(008).
             05  CG-W-UNK-CODE      PIC  X(008).
             05  CG-W-UNK-HITS      BINARY-LONG.
             05  CG-W-UNK-LAST      PIC  9(014).
      *
       01  CG-W-GEN-CNT             BINARY-LONG VALUE ZERO.
       01  CG-W-GEN-TBL-AREA.
           03  CG-W-GEN-TBL OCCURS 60   PIC 9(008).
       01  CG-W-GENS-READ           BINARY-LONG VALUE ZERO.
       01  CG-W-LINES-READ          BINARY-LONG VALUE ZERO.
      *
       01  CG-W-I                   BINARY-LONG VALUE ZERO.
       01  CG-W-G                   BINARY-LONG VALUE ZERO.
       01  CG-W-F                   BINARY-LONG VALUE ZERO.
       01  CG-W-F2                  BINARY-LONG VALUE ZERO.
       01  CG-W-PGM                 PIC  X(008) VALUE SPACE.
       01  CG-W-CODE                PIC  X(008) VALUE SPACE.
       01  CG-W-STAMP               PIC  9(014) VALUE ZERO.
       01  CG-W-IDLE-CNT            BINARY-LONG VALUE ZERO.
       01  CG-W-CNT-E               PIC  ZZZZZ9.
       01  CG-W-LAST-E              PIC  X(014) VALUE SPACE.
      *
      *    *** 台帳の取り出し用（CATLOOK）
       COPY "CPCATLOOK.cpy" REPLACING ==:##:== BY ==CGC==.
      *    *** キュー・世代一覧・発生記録名の修飾用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==CGQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-LOAD-CATALOG    THRU 2000-EXIT
           PERFORM 3000-SCAN-QUEUE      THRU 3000-EXIT
           PERFORM 4000-REPORT-UNKNOWN  THRU 4000-EXIT
           PERFORM 5000-REPORT-IDLE     THRU 5000-EXIT
           PERFORM 6000-WRITE-HIT       THRU 6000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  本日と90日前の境界を求める
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT CG-RPT-FILE
           ACCEPT CG-W-TODAY           FROM DATE YYYYMMDD
           COMPUTE CG-W-FLOOR-YMD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CG-W-TODAY) - CG-W-IDLE-DAYS)
           COMPUTE CG-W-FLOOR-STAMP = CG-W-FLOOR-YMD * 1000000
           MOVE SPACE                  TO CG-RPT-LINE
           STRING "ALERT CODE CATALOG CHECK " DELIMITED BY SIZE
                  CG-W-TODAY            DELIMITED BY SIZE
                  INTO CG-RPT-LINE
           END-STRING
           WRITE CG-RPT-LINE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  世代一覧・発生記録の名前を環境コードで
      *    修飾し、見出しへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO CGQ-ID
           MOVE "ALERTQ.GEN"           TO CGQ-NAME
           CALL "ENVQUAL" USING CGQ-ENVQUAL-AREA
           MOVE CGQ-QNAME              TO CG-W-IDX-NAME
           MOVE "ALERTCAT.HIT"         TO CGQ-NAME
           CALL "ENVQUAL" USING CGQ-ENVQUAL-AREA
           MOVE CGQ-QNAME              TO CG-W-HIT-NAME
           MOVE CGQ-ENV-LINE           TO CG-RPT-LINE
           WRITE CG-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-LOAD-CATALOG  台帳エントリーを取り出し、発生記録から
      *    監視開始日・最終発生時刻を引き継ぐ（新しいエントリーは
      *    本日を監視開始日とする）
      ******************************************************************
       2000-LOAD-CATALOG.
           MOVE "00"                   TO CGC-RETURN-CODE
           PERFORM 2100-CAT-ONE         THRU 2100-EXIT
               VARYING CG-W-I FROM 1 BY 1
               UNTIL CGC-RETURN-CODE NOT = "00"
      *
           MOVE "N"                    TO CG-W-EOF
           OPEN INPUT CG-HIT-FILE
           IF CG-W-HIT-STATUS = "00"
               PERFORM 2200-HIT-ONE      THRU 2200-EXIT
                   UNTIL CG-W-EOF-YES
               CLOSE CG-HIT-FILE
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-CAT-ONE.
           MOVE "N"                    TO CGC-ID
           MOVE CG-W-I                 TO CGC-IDX
           CALL "CATLOOK" USING CGC-CATLOOK-AREA
           IF CGC-RETURN-CODE NOT = "00" OR CG-W-CAT-CNT >= 300
               MOVE "90"                TO CGC-RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           ADD  1                      TO CG-W-CAT-CNT
           MOVE CGC-PGM                TO CG-W-CAT-PGM(CG-W-CAT-CNT)
           MOVE CGC-CODE               TO CG-W-CAT-CODE(CG-W-CAT-CNT)
           MOVE CG-W-TODAY             TO CG-W-CAT-SINCE(CG-W-CAT-CNT)
           MOVE ZERO                   TO CG-W-CAT-LAST(CG-W-CAT-CNT)
           MOVE ZERO                   TO CG-W-CAT-FIRED(CG-W-CAT-CNT).
       2100-EXIT.
           EXIT.
      *
       2200-HIT-ONE.
           READ CG-HIT-FILE
               AT END
                   SET CG-W-EOF-YES     TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF CG-HIT-SINCE IS NOT NUMERIC OR
              CG-HIT-LAST IS NOT NUMERIC
               GO TO 2200-EXIT
           END-IF
           MOVE ZERO                   TO CG-W-F
           PERFORM 2210-HIT-FIND-ONE    THRU 2210-EXIT
               VARYING CG-W-I FROM 1 BY 1
               UNTIL CG-W-I > CG-W-CAT-CNT
           IF CG-W-F NOT = ZERO
               MOVE CG-HIT-SINCE        TO CG-W-CAT-SINCE(CG-W-F)
               MOVE CG-HIT-LAST         TO CG-W-CAT-LAST(CG-W-F)
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2210-HIT-FIND-ONE.
           IF CG-W-F = ZERO AND
              CG-W-CAT-PGM(CG-W-I) = CG-HIT-PGM AND
              CG-W-CAT-CODE(CG-W-I) = CG-HIT-CODE
               MOVE CG-W-I              TO CG-W-F
           END-IF.
       2210-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-SCAN-QUEUE  キューの全世代と当日分を読み、行ごとに
      *    台帳と突き合わせる
      ******************************************************************
       3000-SCAN-QUEUE.
           MOVE ZERO                   TO CG-W-GEN-CNT
           MOVE "N"                    TO CG-W-EOF
           OPEN INPUT CG-IDX-FILE
           IF CG-W-IDX-STATUS = "00"
               PERFORM 3100-READ-IDX-ONE THRU 3100-EXIT
                   UNTIL CG-W-EOF-YES
               CLOSE CG-IDX-FILE
           END-IF
      *
           PERFORM 3200-GEN-ONE         THRU 3200-EXIT
               VARYING CG-W-G FROM 1 BY 1
               UNTIL CG-W-G > CG-W-GEN-CNT
      *    *** 最後に締め前の当日分（ALERTQ.OUT）
           MOVE "ALERTQ.OUT"           TO CG-W-QUE-NAME
           PERFORM 3300-READ-QUEUE      THRU 3300-EXIT.
       3000-EXIT.
           EXIT.
      *
       3100-READ-IDX-ONE.
           READ CG-IDX-FILE
               AT END
                   SET CG-W-EOF-YES     TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF CG-IDX-LINE(1:8) IS NUMERIC AND CG-W-GEN-CNT < 60
               ADD  1                  TO CG-W-GEN-CNT
               MOVE CG-IDX-LINE(1:8)    TO CG-W-GEN-TBL(CG-W-GEN-CNT)
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3200-GEN-ONE.
           MOVE SPACE                  TO CG-W-QUE-NAME
           STRING "ALERTQ."            DELIMITED BY SIZE
                  CG-W-GEN-TBL(CG-W-G) DELIMITED BY SIZE
                  INTO CG-W-QUE-NAME
           END-STRING
           PERFORM 3300-READ-QUEUE      THRU 3300-EXIT.
       3200-EXIT.
           EXIT.
      *
       3300-READ-QUEUE.
           MOVE "Q"                    TO CGQ-ID
           MOVE CG-W-QUE-NAME          TO CGQ-NAME
           CALL "ENVQUAL" USING CGQ-ENVQUAL-AREA
           MOVE CGQ-QNAME              TO CG-W-QUE-NAME
           MOVE "N"                    TO CG-W-EOF
           OPEN INPUT CG-QUE-FILE
           IF CG-W-QUE-STATUS NOT = "00"
               GO TO 3300-EXIT
           END-IF
           ADD  1                      TO CG-W-GENS-READ
           PERFORM 3400-QUEUE-ONE       THRU 3400-EXIT
               UNTIL CG-W-EOF-YES
           CLOSE CG-QUE-FILE.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3400-QUEUE-ONE  アラート1行を台帳と突き合わせる（PGM指定の
      *    エントリーを優先し、無ければPGM空白の共通エントリー。
      *    CATLOOKと同じ引き方）
      ******************************************************************
       3400-QUEUE-ONE.
           READ CG-QUE-FILE
               AT END
                   SET CG-W-EOF-YES     TO TRUE
                   GO TO 3400-EXIT
           END-READ
           IF CG-QUE-LINE = SPACE OR CG-QUE-LINE(1:14) IS NOT NUMERIC
               GO TO 3400-EXIT
           END-IF
           ADD  1                      TO CG-W-LINES-READ
           MOVE CG-QUE-LINE(1:14)       TO CG-W-STAMP
           MOVE CG-QUE-LINE(16:8)       TO CG-W-PGM
           MOVE CG-QUE-LINE(27:8)       TO CG-W-CODE
           MOVE ZERO                   TO CG-W-F
           MOVE ZERO                   TO CG-W-F2
           PERFORM 3410-CAT-MATCH-ONE   THRU 3410-EXIT
               VARYING CG-W-I FROM 1 BY 1
               UNTIL CG-W-I > CG-W-CAT-CNT
           IF CG-W-F = ZERO
               MOVE CG-W-F2             TO CG-W-F
           END-IF
           IF CG-W-F NOT = ZERO
               ADD  1                  TO CG-W-CAT-FIRED(CG-W-F)
               IF CG-W-STAMP > CG-W-CAT-LAST(CG-W-F)
                   MOVE CG-W-STAMP      TO CG-W-CAT-LAST(CG-W-F)
               END-IF
               GO TO 3400-EXIT
           END-IF
      *
      *    *** 台帳に無いPGM+CODEを数える
           MOVE ZERO                   TO CG-W-F
           PERFORM 3420-UNK-FIND-ONE    THRU 3420-EXIT
               VARYING CG-W-I FROM 1 BY 1
               UNTIL CG-W-I > CG-W-UNK-CNT
           IF CG-W-F = ZERO
               IF CG-W-UNK-CNT >= 200
                   ADD  1              TO CG-W-UNK-LOST
                   GO TO 3400-EXIT
               END-IF
               ADD  1                  TO CG-W-UNK-CNT
               MOVE CG-W-UNK-CNT        TO CG-W-F
               MOVE CG-W-PGM            TO CG-W-UNK-PGM(CG-W-F)
               MOVE CG-W-CODE           TO CG-W-UNK-CODE(CG-W-F)
               MOVE ZERO                TO CG-W-UNK-HITS(CG-W-F)
               MOVE ZERO                TO CG-W-UNK-LAST(CG-W-F)
           END-IF
           ADD  1                      TO CG-W-UNK-HITS(CG-W-F)
           IF CG-W-STAMP > CG-W-UNK-LAST(CG-W-F)
               MOVE CG-W-STAMP          TO CG-W-UNK-LAST(CG-W-F)
           END-IF.
       3400-EXIT.
           EXIT.
      *
       3410-CAT-MATCH-ONE.
           IF CG-W-CAT-CODE(CG-W-I) NOT = CG-W-CODE
               GO TO 3410-EXIT
           END-IF
           IF CG-W-CAT-PGM(CG-W-I) = CG-W-PGM AND CG-W-F = ZERO
               MOVE CG-W-I              TO CG-W-F
           END-IF
           IF CG-W-CAT-PGM(CG-W-I) = SPACE AND CG-W-F2 = ZERO
               MOVE CG-W-I              TO CG-W-F2
           END-IF.
       3410-EXIT.
           EXIT.
      *
       3420-UNK-FIND-ONE.
           IF CG-W-F = ZERO AND
              CG-W-UNK-PGM(CG-W-I) = CG-W-PGM AND
              CG-W-UNK-CODE(CG-W-I) = CG-W-CODE
               MOVE CG-W-I              TO CG-W-F
           END-IF.
       3420-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-REPORT-UNKNOWN  台帳に無いPGM+CODEの一覧
      ******************************************************************
       4000-REPORT-UNKNOWN.
           MOVE SPACE                  TO CG-RPT-LINE
           WRITE CG-RPT-LINE
           MOVE SPACE                  TO CG-RPT-LINE
           STRING "1. CODES NOT IN ALERTCAT   (PGM      CODE      "
                  DELIMITED BY SIZE
                  " COUNT LAST-SEEN)"   DELIMITED BY SIZE
                  INTO CG-RPT-LINE
           END-STRING
           WRITE CG-RPT-LINE
           PERFORM 4100-UNKNOWN-ONE     THRU 4100-EXIT
               VARYING CG-W-I FROM 1 BY 1
               UNTIL CG-W-I > CG-W-UNK-CNT
           IF CG-W-UNK-CNT = ZERO
               MOVE SPACE               TO CG-RPT-LINE
               STRING "  (NONE)"        DELIMITED BY SIZE
                      INTO CG-RPT-LINE
               WRITE CG-RPT-LINE
           END-IF
           IF CG-W-UNK-LOST > ZERO
               MOVE CG-W-UNK-LOST       TO CG-W-CNT-E
               MOVE SPACE               TO CG-RPT-LINE
               STRING "  LINES NOT LISTED(OVER 200 CODES)="
                      DELIMITED BY SIZE
                      CG-W-CNT-E        DELIMITED BY SIZE
                      INTO CG-RPT-LINE
               END-STRING
               WRITE CG-RPT-LINE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-UNKNOWN-ONE.
           MOVE CG-W-UNK-HITS(CG-W-I)  TO CG-W-CNT-E
           MOVE SPACE                  TO CG-RPT-LINE
           STRING "  "                 DELIMITED BY SIZE
                  CG-W-UNK-PGM(CG-W-I)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CG-W-UNK-CODE(CG-W-I) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CG-W-CNT-E            DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CG-W-UNK-LAST(CG-W-I) DELIMITED BY SIZE
                  INTO CG-RPT-LINE
           END-STRING
           WRITE CG-RPT-LINE.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-REPORT-IDLE  90日以上発生していない台帳エントリーの
      *    一覧（監視開始から90日未満のエントリーは除く）
      ******************************************************************
       5000-REPORT-IDLE.
           MOVE SPACE                  TO CG-RPT-LINE
           WRITE CG-RPT-LINE
           MOVE SPACE                  TO CG-RPT-LINE
           STRING "2. CATALOG ENTRIES NOT FIRED IN 90 DAYS   "
                  DELIMITED BY SIZE
                  "(PGM      CODE     LAST-FIRED     SINCE)"
                  DELIMITED BY SIZE
                  INTO CG-RPT-LINE
           END-STRING
           WRITE CG-RPT-LINE
           MOVE ZERO                   TO CG-W-IDLE-CNT
           PERFORM 5100-IDLE-ONE        THRU 5100-EXIT
               VARYING CG-W-I FROM 1 BY 1
               UNTIL CG-W-I > CG-W-CAT-CNT
           IF CG-W-IDLE-CNT = ZERO
               MOVE SPACE               TO CG-RPT-LINE
               STRING "  (NONE)"        DELIMITED BY SIZE
                      INTO CG-RPT-LINE
               WRITE CG-RPT-LINE
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-IDLE-ONE.
           IF CG-W-CAT-SINCE(CG-W-I) > CG-W-FLOOR-YMD OR
              CG-W-CAT-LAST(CG-W-I) >= CG-W-FLOOR-STAMP
               GO TO 5100-EXIT
           END-IF
           ADD  1                      TO CG-W-IDLE-CNT
           IF CG-W-CAT-LAST(CG-W-I) = ZERO
               MOVE "NEVER"             TO CG-W-LAST-E
           ELSE
               MOVE CG-W-CAT-LAST(CG-W-I) TO CG-W-LAST-E
           END-IF
           MOVE SPACE                  TO CG-RPT-LINE
           STRING "  "                 DELIMITED BY SIZE
                  CG-W-CAT-PGM(CG-W-I)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CG-W-CAT-CODE(CG-W-I) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CG-W-LAST-E           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CG-W-CAT-SINCE(CG-W-I) DELIMITED BY SIZE
                  INTO CG-RPT-LINE
           END-STRING
           WRITE CG-RPT-LINE.
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    6000-WRITE-HIT  発生記録を台帳の現在のエントリーで書き直す
      *    （台帳から外したエントリーの記録は落とす）
      ******************************************************************
       6000-WRITE-HIT.
           OPEN OUTPUT CG-HIT-FILE
           IF CG-W-HIT-STATUS NOT = "00"
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-HIT-WRITE-ONE   THRU 6100-EXIT
               VARYING CG-W-I FROM 1 BY 1
               UNTIL CG-W-I > CG-W-CAT-CNT
           CLOSE CG-HIT-FILE.
       6000-EXIT.
           EXIT.
      *
       6100-HIT-WRITE-ONE.
           MOVE SPACE                  TO CG-HIT-LINE
           MOVE CG-W-CAT-PGM(CG-W-I)    TO CG-HIT-PGM
           MOVE CG-W-CAT-CODE(CG-W-I)   TO CG-HIT-CODE
           MOVE CG-W-CAT-SINCE(CG-W-I)  TO CG-HIT-SINCE
           MOVE CG-W-CAT-LAST(CG-W-I)   TO CG-HIT-LAST
           WRITE CG-HIT-LINE.
       6100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  件数を報告しクローズする
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACE                  TO CG-RPT-LINE
           WRITE CG-RPT-LINE
           MOVE CG-W-GENS-READ         TO CG-W-CNT-E
           MOVE SPACE                  TO CG-RPT-LINE
           STRING "QUEUE FILES READ=" DELIMITED BY SIZE
                  CG-W-CNT-E DELIMITED BY SIZE
                  INTO CG-RPT-LINE
           END-STRING
           WRITE CG-RPT-LINE
           MOVE CG-W-LINES-READ        TO CG-W-CNT-E
           MOVE SPACE                  TO CG-RPT-LINE
           STRING "ALERTS READ=" DELIMITED BY SIZE
                  CG-W-CNT-E DELIMITED BY SIZE
                  INTO CG-RPT-LINE
           END-STRING
           WRITE CG-RPT-LINE
           MOVE CG-W-CAT-CNT           TO CG-W-CNT-E
           MOVE SPACE                  TO CG-RPT-LINE
           STRING "CATALOG ENTRIES=" DELIMITED BY SIZE
                  CG-W-CNT-E DELIMITED BY SIZE
                  INTO CG-RPT-LINE
           END-STRING
           WRITE CG-RPT-LINE
           CLOSE CG-RPT-FILE.
       9000-EXIT.
           EXIT.
