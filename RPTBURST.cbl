      ******************************************************************
      *
      *    PROGRAM-ID.  RPTBURST
      *
      *    レポート(.RPT等)の受取人別の分割（バースト）と配布記録。
      *    ALERTRPT・RUNDASH・NFVERIFY.RPT・NFAPPROV.WRKを丸ごと印刷
      *    して回していたのをやめ、配布ファイル(RPTDIST)の選択ルールに
      *    合う行だけを受取人ごとのファイルへ切り出し、PRTFMTで受取人
      *    ごとのタイトル・ページ番号付きの印刷用ファイルに整形する。
      *    何を誰へ送ったかは配布記録(RPTDIST.LOG、実行環境コードで
      *    修飾、ENVQUAL)へ追記し、どの受取人のルールにも合わなかった
      *    明細行はRPTBURST.RPTへ一覧にする。
      *
      *    RPTDIST の形式（1行＝1ルール、桁位置固定）
      *      01-08:受取人ID
      *      10-21:対象レポートのファイル名（例 NFVERIFY.RPT）
      *            TITLE の行は受取人の見出し行（下記）
      *      23-30:PGM（空白・* は不問）
      *      32-39:アラートコード（空白は不問）
      *      41   :重大度 1-3（空白は不問）
      *      43-44:MEDIA-TYPE（空白は不問）
      *      46-75:行パターン（行内のどこかに含む文字列、空白は不問）
      *    受取人の見出し行（10-21桁目が TITLE）
      *      23-48:タイトル（印刷の各ページ先頭、レポート名を添える）
      *      50-52:印字幅（PRTFMTのWIDTH=、空白は折り返さない）
      *      54-55:置換パターン（PRTFMTのPTN=、空白は置換なし）
      *    先頭が * の行と空行は読み飛ばす
      *    1行に書いた条件はすべて満たす時に合う（AND）。同じ受取人・
      *    レポートに複数行あればどれかに合えばよい（OR）。条件を何も
      *    書かない行はそのレポートの全行を送る。
      *    PGM・アラートコード・重大度・MEDIA-TYPEは、レポートごとに
      *    決まった桁から取れる明細行にだけ合う。
      *      ALERTRPT.RPT  アラート行（発生元PGM・重大度・コード）。
      *                    下に続く説明・担当・手順の行は同じ受取人へ
      *      RUNDASH.RPT   実行状況行（PGM）
      *      NFVERIFY.RPT  ステール行（MT=のMEDIA-TYPE、PGMはNFVERIFY）
      *      NFAPPROV.WRK  全行（152-153桁目のMEDIA-TYPE、PGMは
      *                    NFAPPROV）
      *    見出し・件数サマリー等の明細でない行は、行パターンだけの
      *    ルールか条件無しのルールで送る。
      *    受取人ごとのファイル名は「受取人ID-レポート名.BST」（切り
      *    出した素の行）と「受取人ID-レポート名.PRT」（印刷用）。
      *    合う行が無い受取人へはファイルを作らない。PRTFMTへの指定は
      *    RPTBURST.PFCへ書き、環境変数PRTFMTCTLで渡してCALLする
      *    （PRTFMT.CTLは書き換えない）。
      *
      *    呼び出し方法:
      *      JCL等からプログラム単体で実行する。
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 RPTBURST.
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
           SELECT RB-DST-FILE      ASSIGN TO "RPTDIST"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RB-W-DST-STATUS.
           SELECT RB-IN-FILE       ASSIGN DYNAMIC RB-W-IN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RB-W-IN-STATUS.
           SELECT RB-STG-FILE      ASSIGN DYNAMIC RB-W-STG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RB-PFC-FILE      ASSIGN TO "RPTBURST.PFC"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    配布記録（名前は環境コードで修飾する、ENVQUAL）
           SELECT RB-LOG-FILE      ASSIGN DYNAMIC RB-W-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RB-W-LOG-STATUS.
           SELECT RB-RPT-FILE      ASSIGN TO "RPTBURST.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RB-DST-FILE.
       01  RB-DST-LINE               PIC X(080).
      *
       FD  RB-IN-FILE.
       01  RB-IN-LINE                PIC X(160).
      *
       FD  RB-STG-FILE.
       01  RB-STG-LINE               PIC X(132).
      *
       FD  RB-PFC-FILE.
       01  RB-PFC-LINE               PIC X(080).
      *
       FD  RB-LOG-FILE.
       01  RB-LOG-LINE               PIC X(132).
      *
       FD  RB-RPT-FILE.
       01  RB-RPT-LINE               PIC X(132).
      *
       WORKING-STORAGE             SECTION.
      *
       01  RB-W-DST-STATUS          PIC  X(002) VALUE SPACE.
       01  RB-W-IN-STATUS           PIC  X(002) VALUE SPACE.
       01  RB-W-LOG-STATUS          PIC  X(002) VALUE SPACE.
       01  RB-W-DST-EOF             PIC  X(001) VALUE "N".
           88  RB-W-DST-EOF-YES             VALUE "Y".
       01  RB-W-IN-EOF              PIC  X(001) VALUE "N".
           88  RB-W-IN-EOF-YES              VALUE "Y".
       01  RB-W-IN-NAME             PIC  X(024) VALUE SPACE.
       01  RB-W-STG-NAME            PIC  X(024) VALUE SPACE.
       01  RB-W-OUT-NAME            PIC  X(024) VALUE SPACE.
       01  RB-W-LOG-NAME            PIC  X(024) VALUE "RPTDIST.LOG".
       01  RB-W-LOG-OPEN            PIC  X(001) VALUE "N".
      *    *** PRTFMTへ渡す指定ファイル名（環境変数PRTFMTCTLの値）
       01  RB-W-CTL-ENV             PIC  X(012) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    選択ルール（最大200件）
      *---------------------------------------------------------------*
       01  RB-W-R-CNT               BINARY-LONG VALUE ZERO.
       01  RB-W-R-TBL-AREA.
           03  RB-W-R-TBL OCCURS 200.
             05  RB-W-R-RCP         PIC  X(008).
             05  RB-W-R-RPT         PIC  X(012).
             05  RB-W-R-PGM         PIC  X(008).
             05  RB-W-R-CODE        PIC  X(008).
             05  RB-W-R-SEV         PIC  X(001).
             05  RB-W-R-MT          PIC  X(002).
             05  RB-W-R-PAT         PIC  X(030).
             05  RB-W-R-PLEN        BINARY-LONG.
      *        *** 明細行の項目（PGM・コード・重大度・MT）の条件あり
             05  RB-W-R-FIELD       PIC  X(001).
      *
      *---------------------------------------------------------------*
      *    受取人（最大50人、見出し行かルールに現れた順）と対象
      *    レポート（最大20本、ルールに現れた順）
      *---------------------------------------------------------------*
       01  RB-W-P-CNT               BINARY-LONG VALUE ZERO.
       01  RB-W-P-TBL-AREA.
           03  RB-W-P-TBL OCCURS 50.
             05  RB-W-P-RCP         PIC  X(008).
             05  RB-W-P-TITLE       PIC  X(026).
             05  RB-W-P-WIDTH       PIC  X(003).
             05  RB-W-P-PTN         PIC  X(002).
             05  RB-W-P-SENT        BINARY-LONG.
       01  RB-W-F-CNT               BINARY-LONG VALUE ZERO.
       01  RB-W-F-TBL-AREA.
           03  RB-W-F-TBL OCCURS 20.
             05  RB-W-F-RPT         PIC  X(012).
      *
      *    *** 走査中のレポート・受取人の添字（受取人ゼロは全員）
       01  RB-W-K                   BINARY-LONG VALUE ZERO.
       01  RB-W-J                   BINARY-LONG VALUE ZERO.
       01  RB-W-I                   BINARY-LONG VALUE ZERO.
       01  RB-W-FOUND               PIC  X(001) VALUE "N".
       01  RB-W-WORK-RCP            PIC  X(008) VALUE SPACE.
       01  RB-W-WORK-RPT            PIC  X(012) VALUE SPACE.
      *
      *    *** 1行の分類と明細項目
      *    *** D:明細 A:直前の明細に続く行 O:その他（見出し・合計等）
       01  RB-W-KIND                PIC  X(001) VALUE "O".
       01  RB-W-PREV-KIND           PIC  X(001) VALUE "O".
       01  RB-W-L-PGM               PIC  X(008) VALUE SPACE.
       01  RB-W-L-CODE              PIC  X(008) VALUE SPACE.
       01  RB-W-L-SEV               PIC  X(001) VALUE SPACE.
       01  RB-W-L-MT                PIC  X(002) VALUE SPACE.
       01  RB-W-HIT                 PIC  X(001) VALUE "N".
       01  RB-W-PREV-HIT            PIC  X(001) VALUE "N".
       01  RB-W-TALLY               BINARY-LONG VALUE ZERO.
      *
       01  RB-W-LINE-CNT            BINARY-LONG VALUE ZERO.
       01  RB-W-SENT-CNT            BINARY-LONG VALUE ZERO.
       01  RB-W-FILE-CNT            BINARY-LONG VALUE ZERO.
       01  RB-W-UNM-CNT             BINARY-LONG VALUE ZERO.
       01  RB-W-OTHER-CNT           BINARY-LONG VALUE ZERO.
       01  RB-W-RPT-CNT             PIC  9(006) VALUE ZERO.
       01  RB-W-TITLE               PIC  X(040) VALUE SPACE.
       01  RB-W-DATE8               PIC  9(008) VALUE ZERO.
       01  RB-W-TIME8               PIC  9(008) VALUE ZERO.
       01  RB-W-STAMP               PIC  9(014) VALUE ZERO.
      *
      *    *** 帳票見出しの環境表示・配布記録の名前の修飾用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==RBQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-BURST-REPORT    THRU 2000-EXIT
               VARYING RB-W-K FROM 1 BY 1
               UNTIL RB-W-K > RB-W-F-CNT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  配布ファイルを読み込み、配布記録を開く
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RB-RPT-FILE
      *    *** 帳票の先頭へ実行環境を出し、配布記録の名前を修飾する
           MOVE "Q"                    TO RBQ-ID
           MOVE "RPTDIST.LOG"          TO RBQ-NAME
           CALL "ENVQUAL" USING RBQ-ENVQUAL-AREA
           MOVE RBQ-QNAME              TO RB-W-LOG-NAME
           MOVE RBQ-ENV-LINE           TO RB-RPT-LINE
           WRITE RB-RPT-LINE
           MOVE "RPTBURST REPORT DISTRIBUTION" TO RB-RPT-LINE
           WRITE RB-RPT-LINE
      *
           MOVE "N"                    TO RB-W-DST-EOF
           OPEN INPUT RB-DST-FILE
           IF RB-W-DST-STATUS NOT = "00"
               MOVE "NO RPTDIST - NOTHING DISTRIBUTED" TO RB-RPT-LINE
               WRITE RB-RPT-LINE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-DST-ONE    THRU 1100-EXIT
               UNTIL RB-W-DST-EOF-YES
           CLOSE RB-DST-FILE
      *
           OPEN EXTEND RB-LOG-FILE
           IF RB-W-LOG-STATUS NOT = "00"
               OPEN OUTPUT RB-LOG-FILE
           END-IF
           IF RB-W-LOG-STATUS = "00"
               MOVE "Y"                 TO RB-W-LOG-OPEN
           END-IF
           ACCEPT RB-W-DATE8           FROM DATE YYYYMMDD
           ACCEPT RB-W-TIME8           FROM TIME
           COMPUTE RB-W-STAMP = RB-W-DATE8 * 1000000 + RB-W-TIME8 / 100
      *
      *    *** PRTFMTへは受取人ごとの指定ファイルを環境変数で渡す
           DISPLAY "PRTFMTCTL"         UPON ENVIRONMENT-NAME
           MOVE "RPTBURST.PFC"         TO RB-W-CTL-ENV
           DISPLAY RB-W-CTL-ENV        UPON ENVIRONMENT-VALUE.
       1000-EXIT.
           EXIT.
      *
      *    *** 配布ファイル1行（見出し行・ルール行）
       1100-READ-DST-ONE.
           READ RB-DST-FILE
               AT END
                   SET RB-W-DST-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF RB-DST-LINE = SPACE OR RB-DST-LINE(1:1) = "*"
               GO TO 1100-EXIT
           END-IF
           MOVE RB-DST-LINE(1:8)        TO RB-W-WORK-RCP
           PERFORM 1200-FIND-RCP        THRU 1200-EXIT
           IF RB-W-J = ZERO
               GO TO 1100-EXIT
           END-IF
           IF RB-DST-LINE(10:12) = "TITLE"
               MOVE RB-DST-LINE(23:26)  TO RB-W-P-TITLE(RB-W-J)
               MOVE RB-DST-LINE(50:3)   TO RB-W-P-WIDTH(RB-W-J)
               MOVE RB-DST-LINE(54:2)   TO RB-W-P-PTN(RB-W-J)
               GO TO 1100-EXIT
           END-IF
           IF RB-DST-LINE(10:12) = SPACE OR RB-W-R-CNT >= 200
               MOVE SPACE               TO RB-RPT-LINE
               STRING "IGNORED RULE: "  DELIMITED BY SIZE
                      RB-DST-LINE(1:75) DELIMITED BY SIZE
                      INTO RB-RPT-LINE
               END-STRING
               WRITE RB-RPT-LINE
               GO TO 1100-EXIT
           END-IF
           MOVE RB-DST-LINE(10:12)      TO RB-W-WORK-RPT
           PERFORM 1300-FIND-RPT        THRU 1300-EXIT
           IF RB-W-K = ZERO
               GO TO 1100-EXIT
           END-IF
           ADD  1                      TO RB-W-R-CNT
           MOVE RB-W-WORK-RCP           TO RB-W-R-RCP(RB-W-R-CNT)
           MOVE RB-W-WORK-RPT           TO RB-W-R-RPT(RB-W-R-CNT)
           MOVE RB-DST-LINE(23:8)       TO RB-W-R-PGM(RB-W-R-CNT)
           IF RB-W-R-PGM(RB-W-R-CNT) = "*"
               MOVE SPACE               TO RB-W-R-PGM(RB-W-R-CNT)
           END-IF
           MOVE RB-DST-LINE(32:8)       TO RB-W-R-CODE(RB-W-R-CNT)
           MOVE RB-DST-LINE(41:1)       TO RB-W-R-SEV(RB-W-R-CNT)
           MOVE RB-DST-LINE(43:2)       TO RB-W-R-MT(RB-W-R-CNT)
           MOVE RB-DST-LINE(46:30)      TO RB-W-R-PAT(RB-W-R-CNT)
      *    *** 行パターンの実長（末尾の空白を除く）
           MOVE 30                     TO RB-W-R-PLEN(RB-W-R-CNT)
           PERFORM 1400-PAT-LEN-ONE     THRU 1400-EXIT
               UNTIL RB-W-R-PLEN(RB-W-R-CNT) < 1 OR
                     RB-W-R-PAT(RB-W-R-CNT)
                         (RB-W-R-PLEN(RB-W-R-CNT):1) NOT = SPACE
           MOVE "N"                    TO RB-W-R-FIELD(RB-W-R-CNT)
           IF RB-W-R-PGM(RB-W-R-CNT)  NOT = SPACE OR
              RB-W-R-CODE(RB-W-R-CNT) NOT = SPACE OR
              RB-W-R-SEV(RB-W-R-CNT)  NOT = SPACE OR
              RB-W-R-MT(RB-W-R-CNT)   NOT = SPACE
               MOVE "Y"                 TO RB-W-R-FIELD(RB-W-R-CNT)
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *    *** 受取人の添字を求める（無ければ追加、満杯ならゼロ）
       1200-FIND-RCP.
           MOVE ZERO                   TO RB-W-J
           PERFORM 1210-CMP-RCP-ONE     THRU 1210-EXIT
               VARYING RB-W-I FROM 1 BY 1
               UNTIL RB-W-I > RB-W-P-CNT OR RB-W-J > ZERO
           IF RB-W-J > ZERO OR RB-W-WORK-RCP = SPACE
               GO TO 1200-EXIT
           END-IF
           IF RB-W-P-CNT >= 50
               MOVE SPACE               TO RB-RPT-LINE
               STRING "TOO MANY RECIPIENTS, IGNORED: " DELIMITED BY SIZE
                      RB-W-WORK-RCP     DELIMITED BY SIZE
                      INTO RB-RPT-LINE
               END-STRING
               WRITE RB-RPT-LINE
               GO TO 1200-EXIT
           END-IF
           ADD  1                      TO RB-W-P-CNT
           MOVE RB-W-P-CNT              TO RB-W-J
           MOVE RB-W-WORK-RCP           TO RB-W-P-RCP(RB-W-J)
           MOVE SPACE                  TO RB-W-P-TITLE(RB-W-J)
           MOVE SPACE                  TO RB-W-P-WIDTH(RB-W-J)
           MOVE SPACE                  TO RB-W-P-PTN(RB-W-J)
           MOVE ZERO                   TO RB-W-P-SENT(RB-W-J).
       1200-EXIT.
           EXIT.
      *
       1210-CMP-RCP-ONE.
           IF RB-W-P-RCP(RB-W-I) = RB-W-WORK-RCP
               MOVE RB-W-I              TO RB-W-J
           END-IF.
       1210-EXIT.
           EXIT.
      *
      *    *** 対象レポートの添字を求める（無ければ追加、満杯ならゼロ）
       1300-FIND-RPT.
           MOVE ZERO                   TO RB-W-K
           PERFORM 1310-CMP-RPT-ONE     THRU 1310-EXIT
               VARYING RB-W-I FROM 1 BY 1
               UNTIL RB-W-I > RB-W-F-CNT OR RB-W-K > ZERO
           IF RB-W-K > ZERO
               GO TO 1300-EXIT
           END-IF
           IF RB-W-F-CNT >= 20
               MOVE SPACE               TO RB-RPT-LINE
               STRING "TOO MANY REPORTS, IGNORED: " DELIMITED BY SIZE
                      RB-W-WORK-RPT     DELIMITED BY SIZE
                      INTO RB-RPT-LINE
               END-STRING
               WRITE RB-RPT-LINE
               GO TO 1300-EXIT
           END-IF
           ADD  1                      TO RB-W-F-CNT
           MOVE RB-W-F-CNT              TO RB-W-K
           MOVE RB-W-WORK-RPT           TO RB-W-F-RPT(RB-W-K).
       1300-EXIT.
           EXIT.
      *
       1310-CMP-RPT-ONE.
           IF RB-W-F-RPT(RB-W-I) = RB-W-WORK-RPT
               MOVE RB-W-I              TO RB-W-K
           END-IF.
       1310-EXIT.
           EXIT.
      *
       1400-PAT-LEN-ONE.
           SUBTRACT 1                  FROM RB-W-R-PLEN(RB-W-R-CNT).
       1400-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-BURST-REPORT  対象レポート1本を受取人ごとに切り出し、
      *    どの受取人にも合わなかった行を一覧にする
      ******************************************************************
       2000-BURST-REPORT.
           MOVE RB-W-F-RPT(RB-W-K)      TO RB-W-IN-NAME
           OPEN INPUT RB-IN-FILE
           IF RB-W-IN-STATUS NOT = "00"
               MOVE SPACE               TO RB-RPT-LINE
               STRING "NO REPORT FILE: " DELIMITED BY SIZE
                      RB-W-IN-NAME      DELIMITED BY SIZE
                      INTO RB-RPT-LINE
               END-STRING
               WRITE RB-RPT-LINE
               GO TO 2000-EXIT
           END-IF
           CLOSE RB-IN-FILE
      *
           PERFORM 3000-BURST-ONE       THRU 3000-EXIT
               VARYING RB-W-J FROM 1 BY 1
               UNTIL RB-W-J > RB-W-P-CNT
      *    *** どの受取人のルールにも合わなかった行
           MOVE ZERO                   TO RB-W-J
           PERFORM 4000-UNMATCHED       THRU 4000-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-BURST-ONE  受取人1人分の行を切り出してPRTFMTで整形する
      ******************************************************************
       3000-BURST-ONE.
      *    *** この受取人にこのレポートのルールが無ければ何もしない
           MOVE "N"                    TO RB-W-FOUND
           PERFORM 3010-HAS-RULE-ONE    THRU 3010-EXIT
               VARYING RB-W-I FROM 1 BY 1
               UNTIL RB-W-I > RB-W-R-CNT OR RB-W-FOUND = "Y"
           IF RB-W-FOUND = "N"
               GO TO 3000-EXIT
           END-IF
      *
           MOVE SPACE                  TO RB-W-STG-NAME
           STRING RB-W-P-RCP(RB-W-J)    DELIMITED BY SPACE
                  "-"                   DELIMITED BY SIZE
                  RB-W-F-RPT(RB-W-K)    DELIMITED BY "."
                  ".BST"                DELIMITED BY SIZE
                  INTO RB-W-STG-NAME
           END-STRING
           MOVE SPACE                  TO RB-W-OUT-NAME
           STRING RB-W-P-RCP(RB-W-J)    DELIMITED BY SPACE
                  "-"                   DELIMITED BY SIZE
                  RB-W-F-RPT(RB-W-K)    DELIMITED BY "."
                  ".PRT"                DELIMITED BY SIZE
                  INTO RB-W-OUT-NAME
           END-STRING
      *
           MOVE ZERO                   TO RB-W-LINE-CNT
           MOVE "N"                    TO RB-W-IN-EOF
           MOVE "O"                    TO RB-W-KIND
           MOVE "N"                    TO RB-W-PREV-HIT
           OPEN INPUT  RB-IN-FILE
           OPEN OUTPUT RB-STG-FILE
           PERFORM 3100-READ-ONE        THRU 3100-EXIT
               UNTIL RB-W-IN-EOF-YES
           CLOSE RB-IN-FILE
           CLOSE RB-STG-FILE
      *
           IF RB-W-LINE-CNT = ZERO
               MOVE RB-W-LINE-CNT       TO RB-W-RPT-CNT
               MOVE SPACE               TO RB-RPT-LINE
               STRING "NOTHING  "       DELIMITED BY SIZE
                      RB-W-P-RCP(RB-W-J) DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      RB-W-F-RPT(RB-W-K) DELIMITED BY SIZE
                      " LINES="         DELIMITED BY SIZE
                      RB-W-RPT-CNT      DELIMITED BY SIZE
                      INTO RB-RPT-LINE
               END-STRING
               WRITE RB-RPT-LINE
               GO TO 3000-EXIT
           END-IF
      *
           PERFORM 3200-FORMAT          THRU 3200-EXIT
           PERFORM 3300-LOG             THRU 3300-EXIT
           ADD  1                      TO RB-W-FILE-CNT
           ADD  RB-W-LINE-CNT          TO RB-W-SENT-CNT
           ADD  RB-W-LINE-CNT          TO RB-W-P-SENT(RB-W-J)
           MOVE RB-W-LINE-CNT           TO RB-W-RPT-CNT
           MOVE SPACE                  TO RB-RPT-LINE
           STRING "SENT     "          DELIMITED BY SIZE
                  RB-W-P-RCP(RB-W-J)    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  RB-W-F-RPT(RB-W-K)    DELIMITED BY SIZE
                  " LINES="             DELIMITED BY SIZE
                  RB-W-RPT-CNT          DELIMITED BY SIZE
                  " -> "                DELIMITED BY SIZE
                  RB-W-OUT-NAME         DELIMITED BY SIZE
                  INTO RB-RPT-LINE
           END-STRING
           WRITE RB-RPT-LINE.
       3000-EXIT.
           EXIT.
      *
       3010-HAS-RULE-ONE.
           IF RB-W-R-RCP(RB-W-I) = RB-W-P-RCP(RB-W-J) AND
              RB-W-R-RPT(RB-W-I) = RB-W-F-RPT(RB-W-K)
               MOVE "Y"                 TO RB-W-FOUND
           END-IF.
       3010-EXIT.
           EXIT.
      *
      *    *** レポート1行を判定し、合えば受取人のファイルへ
       3100-READ-ONE.
           READ RB-IN-FILE
               AT END
                   SET RB-W-IN-EOF-YES  TO TRUE
                   GO TO 3100-EXIT
           END-READ
           PERFORM 5000-CLASSIFY        THRU 5000-EXIT
           PERFORM 5100-MATCH           THRU 5100-EXIT
           IF RB-W-HIT = "Y"
               MOVE RB-IN-LINE          TO RB-STG-LINE
               WRITE RB-STG-LINE
               ADD  1                   TO RB-W-LINE-CNT
           END-IF.
       3100-EXIT.
           EXIT.
      *
      *    *** PRTFMTの指定を書いてCALLする（終了後はCANCELし、次の
      *    *** 受取人の分が初期状態から始まるようにする）
       3200-FORMAT.
           MOVE SPACE                  TO RB-W-TITLE
           IF RB-W-P-TITLE(RB-W-J) = SPACE
               STRING RB-W-P-RCP(RB-W-J) DELIMITED BY SPACE
                      " - "             DELIMITED BY SIZE
                      RB-W-F-RPT(RB-W-K) DELIMITED BY SPACE
                      INTO RB-W-TITLE
               END-STRING
           ELSE
               STRING RB-W-P-TITLE(RB-W-J) DELIMITED BY "  "
                      " - "             DELIMITED BY SIZE
                      RB-W-F-RPT(RB-W-K) DELIMITED BY SPACE
                      INTO RB-W-TITLE
               END-STRING
           END-IF
           OPEN OUTPUT RB-PFC-FILE
           MOVE SPACE                  TO RB-PFC-LINE
           STRING "FILEIN="            DELIMITED BY SIZE
                  RB-W-STG-NAME         DELIMITED BY SIZE
                  INTO RB-PFC-LINE
           END-STRING
           WRITE RB-PFC-LINE
           MOVE SPACE                  TO RB-PFC-LINE
           STRING "FILEOUT="           DELIMITED BY SIZE
                  RB-W-OUT-NAME         DELIMITED BY SIZE
                  INTO RB-PFC-LINE
           END-STRING
           WRITE RB-PFC-LINE
           MOVE SPACE                  TO RB-PFC-LINE
           STRING "TITLE="             DELIMITED BY SIZE
                  RB-W-TITLE            DELIMITED BY SIZE
                  INTO RB-PFC-LINE
           END-STRING
           WRITE RB-PFC-LINE
           IF RB-W-P-WIDTH(RB-W-J) NOT = SPACE
               MOVE SPACE               TO RB-PFC-LINE
               STRING "WIDTH="          DELIMITED BY SIZE
                      RB-W-P-WIDTH(RB-W-J) DELIMITED BY SIZE
                      INTO RB-PFC-LINE
               END-STRING
               WRITE RB-PFC-LINE
           END-IF
           IF RB-W-P-PTN(RB-W-J) NOT = SPACE
               MOVE SPACE               TO RB-PFC-LINE
               STRING "PTN="            DELIMITED BY SIZE
                      RB-W-P-PTN(RB-W-J) DELIMITED BY SIZE
                      INTO RB-PFC-LINE
               END-STRING
               WRITE RB-PFC-LINE
           END-IF
           CLOSE RB-PFC-FILE
           CALL "PRTFMT"
           CANCEL "PRTFMT".
       3200-EXIT.
           EXIT.
      *
      *    *** 配布記録へ1行（日時・受取人・レポート・行数・ファイル）
       3300-LOG.
           IF RB-W-LOG-OPEN NOT = "Y"
               GO TO 3300-EXIT
           END-IF
           MOVE RB-W-LINE-CNT           TO RB-W-RPT-CNT
           MOVE SPACE                  TO RB-LOG-LINE
           STRING RB-W-STAMP            DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  RB-W-P-RCP(RB-W-J)    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  RB-W-F-RPT(RB-W-K)    DELIMITED BY SIZE
                  " LINES="             DELIMITED BY SIZE
                  RB-W-RPT-CNT          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  RB-W-OUT-NAME         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  RBQ-ENV               DELIMITED BY SIZE
                  INTO RB-LOG-LINE
           END-STRING
           WRITE RB-LOG-LINE.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-UNMATCHED  どの受取人のルールにも合わなかった明細行を
      *    一覧にし、明細でない行は件数だけ数える
      ******************************************************************
       4000-UNMATCHED.
           MOVE "N"                    TO RB-W-IN-EOF
           MOVE "O"                    TO RB-W-KIND
           MOVE "N"                    TO RB-W-PREV-HIT
           OPEN INPUT RB-IN-FILE
           PERFORM 4100-READ-ONE        THRU 4100-EXIT
               UNTIL RB-W-IN-EOF-YES
           CLOSE RB-IN-FILE.
       4000-EXIT.
           EXIT.
      *
       4100-READ-ONE.
           READ RB-IN-FILE
               AT END
                   SET RB-W-IN-EOF-YES  TO TRUE
                   GO TO 4100-EXIT
           END-READ
           PERFORM 5000-CLASSIFY        THRU 5000-EXIT
           PERFORM 5100-MATCH           THRU 5100-EXIT
           IF RB-W-HIT = "Y" OR RB-IN-LINE = SPACE
               GO TO 4100-EXIT
           END-IF
           IF RB-W-KIND = "O"
               ADD  1                   TO RB-W-OTHER-CNT
               GO TO 4100-EXIT
           END-IF
           ADD  1                      TO RB-W-UNM-CNT
           MOVE SPACE                  TO RB-RPT-LINE
           STRING "UNMATCHED "         DELIMITED BY SIZE
                  RB-W-F-RPT(RB-W-K)    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  RB-IN-LINE(1:109)     DELIMITED BY SIZE
                  INTO RB-RPT-LINE
           END-STRING
           WRITE RB-RPT-LINE.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5000-CLASSIFY  レポートごとの桁位置で行を分類し、明細行なら
      *    PGM・アラートコード・重大度・MEDIA-TYPEを取り出す
      ******************************************************************
       5000-CLASSIFY.
           MOVE RB-W-KIND               TO RB-W-PREV-KIND
           MOVE "O"                    TO RB-W-KIND
           MOVE SPACE                  TO RB-W-L-PGM
           MOVE SPACE                  TO RB-W-L-CODE
           MOVE SPACE                  TO RB-W-L-SEV
           MOVE SPACE                  TO RB-W-L-MT
           EVALUATE RB-W-F-RPT(RB-W-K)
      *        *** アラート行は「  」＋ALERTQの行（日時・PGM・重大度
      *        *** ・コード・本文）。下の6桁字下げの行は続き
               WHEN "ALERTRPT.RPT"
                   IF RB-IN-LINE(3:14) IS NUMERIC AND
                      RB-IN-LINE(17:1) = SPACE
                       MOVE "D"         TO RB-W-KIND
                       MOVE RB-IN-LINE(18:8) TO RB-W-L-PGM
                       MOVE RB-IN-LINE(27:1) TO RB-W-L-SEV
                       MOVE RB-IN-LINE(29:8) TO RB-W-L-CODE
                   ELSE
                       IF RB-IN-LINE(1:6) = SPACE AND
                          RB-IN-LINE(7:1) NOT = SPACE AND
                          (RB-W-PREV-KIND = "D" OR
                           RB-W-PREV-KIND = "A")
                           MOVE "A"     TO RB-W-KIND
                       END-IF
                   END-IF
      *        *** 実行状況行（印・PGM・状態・開始日時）
               WHEN "RUNDASH.RPT"
                   IF RB-IN-LINE(20:14) IS NUMERIC AND
                      RB-IN-LINE(10:1) = SPACE
                       MOVE "D"         TO RB-W-KIND
                       MOVE RB-IN-LINE(2:8) TO RB-W-L-PGM
                   END-IF
      *        *** ステール行（名前・住所・AGE=・MT=）
               WHEN "NFVERIFY.RPT"
                   IF RB-IN-LINE(102:5) = " AGE="
                       MOVE "D"         TO RB-W-KIND
                       MOVE "NFVERIFY"  TO RB-W-L-PGM
                       MOVE RB-IN-LINE(117:2) TO RB-W-L-MT
                   END-IF
      *        *** 承認待ちの作業ファイルは全行が明細
               WHEN "NFAPPROV.WRK"
                   IF RB-IN-LINE NOT = SPACE
                       MOVE "D"         TO RB-W-KIND
                       MOVE "NFAPPROV"  TO RB-W-L-PGM
                       MOVE RB-IN-LINE(152:2) TO RB-W-L-MT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    5100-MATCH  行が受取人（RB-W-Jがゼロなら誰か）のルールに
      *    合うかを判定する。アラートの続きの行はアラート行に従う
      ******************************************************************
       5100-MATCH.
           IF RB-W-KIND = "A"
               MOVE RB-W-PREV-HIT       TO RB-W-HIT
               GO TO 5100-EXIT
           END-IF
           MOVE "N"                    TO RB-W-HIT
           PERFORM 5200-MATCH-ONE       THRU 5200-EXIT
               VARYING RB-W-I FROM 1 BY 1
               UNTIL RB-W-I > RB-W-R-CNT OR RB-W-HIT = "Y"
           MOVE RB-W-HIT                TO RB-W-PREV-HIT.
       5100-EXIT.
           EXIT.
      *
      *    *** ルール1件との照合（条件はすべて満たすこと）
       5200-MATCH-ONE.
           IF RB-W-R-RPT(RB-W-I) NOT = RB-W-F-RPT(RB-W-K)
               GO TO 5200-EXIT
           END-IF
           IF RB-W-J > ZERO AND
              RB-W-R-RCP(RB-W-I) NOT = RB-W-P-RCP(RB-W-J)
               GO TO 5200-EXIT
           END-IF
           IF RB-W-R-FIELD(RB-W-I) = "Y" AND RB-W-KIND NOT = "D"
               GO TO 5200-EXIT
           END-IF
           IF RB-W-R-PGM(RB-W-I) NOT = SPACE AND
              RB-W-R-PGM(RB-W-I) NOT = RB-W-L-PGM
               GO TO 5200-EXIT
           END-IF
           IF RB-W-R-CODE(RB-W-I) NOT = SPACE AND
              RB-W-R-CODE(RB-W-I) NOT = RB-W-L-CODE
               GO TO 5200-EXIT
           END-IF
           IF RB-W-R-SEV(RB-W-I) NOT = SPACE AND
              RB-W-R-SEV(RB-W-I) NOT = RB-W-L-SEV
               GO TO 5200-EXIT
           END-IF
           IF RB-W-R-MT(RB-W-I) NOT = SPACE AND
              RB-W-R-MT(RB-W-I) NOT = RB-W-L-MT
               GO TO 5200-EXIT
           END-IF
           IF RB-W-R-PLEN(RB-W-I) > ZERO
               MOVE ZERO                TO RB-W-TALLY
               INSPECT RB-IN-LINE TALLYING RB-W-TALLY
                   FOR ALL RB-W-R-PAT(RB-W-I)(1:RB-W-R-PLEN(RB-W-I))
               IF RB-W-TALLY = ZERO
                   GO TO 5200-EXIT
               END-IF
           END-IF
           MOVE "Y"                    TO RB-W-HIT.
       5200-EXIT.
           EXIT.
      *
      ******************************************************************
      *    9000-TERMINATE  受取人別の行数と件数の合計
      ******************************************************************
       9000-TERMINATE.
      *    *** 環境変数を戻す（以降のPRTFMTはPRTFMT.CTLを読む）
           DISPLAY "PRTFMTCTL"         UPON ENVIRONMENT-NAME
           MOVE SPACE                  TO RB-W-CTL-ENV
           DISPLAY RB-W-CTL-ENV        UPON ENVIRONMENT-VALUE
           IF RB-W-LOG-OPEN = "Y"
               CLOSE RB-LOG-FILE
           END-IF
           PERFORM 9100-RCP-TOTAL-ONE   THRU 9100-EXIT
               VARYING RB-W-J FROM 1 BY 1
               UNTIL RB-W-J > RB-W-P-CNT
      *
           MOVE RB-W-R-CNT              TO RB-W-RPT-CNT
           MOVE SPACE                  TO RB-RPT-LINE
           STRING "RULES="             DELIMITED BY SIZE
                  RB-W-RPT-CNT          DELIMITED BY SIZE
                  INTO RB-RPT-LINE
           END-STRING
           WRITE RB-RPT-LINE
           MOVE RB-W-FILE-CNT           TO RB-W-RPT-CNT
           MOVE SPACE                  TO RB-RPT-LINE
           STRING "FILES-SENT="        DELIMITED BY SIZE
                  RB-W-RPT-CNT          DELIMITED BY SIZE
                  INTO RB-RPT-LINE
           END-STRING
           WRITE RB-RPT-LINE
           MOVE RB-W-SENT-CNT           TO RB-W-RPT-CNT
           MOVE SPACE                  TO RB-RPT-LINE
           STRING "LINES-SENT="        DELIMITED BY SIZE
                  RB-W-RPT-CNT          DELIMITED BY SIZE
                  INTO RB-RPT-LINE
           END-STRING
           WRITE RB-RPT-LINE
           MOVE RB-W-UNM-CNT            TO RB-W-RPT-CNT
           MOVE SPACE                  TO RB-RPT-LINE
           STRING "UNMATCHED="         DELIMITED BY SIZE
                  RB-W-RPT-CNT          DELIMITED BY SIZE
                  INTO RB-RPT-LINE
           END-STRING
           WRITE RB-RPT-LINE
           MOVE RB-W-OTHER-CNT          TO RB-W-RPT-CNT
           MOVE SPACE                  TO RB-RPT-LINE
           STRING "OTHER-LINES-NOT-SENT=" DELIMITED BY SIZE
                  RB-W-RPT-CNT          DELIMITED BY SIZE
                  INTO RB-RPT-LINE
           END-STRING
           WRITE RB-RPT-LINE
           CLOSE RB-RPT-FILE.
       9000-EXIT.
           EXIT.
      *
       9100-RCP-TOTAL-ONE.
           MOVE RB-W-P-SENT(RB-W-J)     TO RB-W-RPT-CNT
           MOVE SPACE                  TO RB-RPT-LINE
           STRING "RECIPIENT "         DELIMITED BY SIZE
                  RB-W-P-RCP(RB-W-J)    DELIMITED BY SIZE
                  " LINES="             DELIMITED BY SIZE
                  RB-W-RPT-CNT          DELIMITED BY SIZE
                  INTO RB-RPT-LINE
           END-STRING
           WRITE RB-RPT-LINE.
       9100-EXIT.
           EXIT.
