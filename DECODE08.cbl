      *              （夜間死活チェックがリンク切れを記録する）
      *    ID=DELETE DE-NFADDRに一致するエントリをマスタから削除する
      *              （突合バッチ等がテスト用フィクスチャを後始末する）
      *    ID=REPNT  DE-NFADDRのエントリをDE-MATCH-NFADDR(1)へ付け替え、
      *              旧→新の別名をNFALIASへ登録する
      *    ID=BMATCH 呼び出し元の依頼ファイルのNAMEを整列して
      *              マスターをNAME順に1回だけ読み、SEARCHと同じ
      *              判定の結果を結果ファイルへ返す（CPNFBMAT）
      *
      *    呼び出し方法:
      *      CALL "DECODE08" USING CPDECODE08-AREA.
      *                          ロックはID=CLOSEで解放する。ABENDで
      *                          残ったロックはNFADDR.LCKを空にして
      *                          手動解除する
      *    2026-10-15  T.MIYAKE  ID=ADDのLASTVER-DATE未指定時の補完を
      *                          システム日付（DATETIME経由）から処理日
      *                          （PROCDATE）へ変更
      *    2026-10-15  T.MIYAKE  NFADDR・NFJOURNL・NFADDR.LCKの名前を
      *                          実行環境コード（ENVQUAL）で修飾する。
      *                          QA実行（QARESETのCLRHIT等）が本番の
      *                          マスタ・ジャーナルを更新しないように
      *                          する
      *    2026-10-15  T.MIYAKE  ID=TSRCH 追加。数字の作品ID(TITLE-ID)
      *                          から正規形のNFADDR（NFURLPRS）を組み
      *                          立てて引く（主キーの索引READ1回）。
      *                          ID=ASRCH/NEXTSTL/TSRCHはNFADDRから
      *                          分解した作品IDをTITLE-IDへ返す
      *                          （正規形でないNFADDRはNFURLCANで
      *                          書き換える）
      *    2026-10-15  T.MIYAKE  ID=REPNT 追加。エントリーを全項目
      *                          そのまま新しいNFADDRへ付け替え、旧→新
      *                          の別名を適用日（処理日）付きでNFALIASへ
      *                          登録する（削除・再登録で旧URLを参照する
      *                          MEDIAGEN.OUT等が孤立する問題の対策）。
      *                          ID=ASRCHは未検出のNFADDRについて別名を
      *                          たどり、現行のエントリーと段数
      *                          (ALIAS-HOPS)を返す
      *    2026-10-15  T.MIYAKE  ID=BMATCH 追加。呼び出し元が書いた
      *                          依頼ファイル（CALLER.BMQ）のNAMEを
      *                          SORTで整列し、マスターを副キー(NAME)
      *                          順に1回だけ読んで突き合わせ、一致の
      *                          有無・NFADDR・媒体・状態を結果ファイル
      *                          （CALLER.BMR）へ依頼のTAG順で返す
      *                          （NFRECON・MEDIAGENの1件ずつの
      *                          SEARCHによる索引アクセスの削減）
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       FILE-CONTROL.
      *    名前／NETFLIX URL対応マスタ、ADDRをユニークキー、
      *    NAMEを重複可の副キーとして持つ
      *    （マスタ・ジャーナル・ロックの名前は環境コードで修飾する、
      *    ENVQUAL）
           SELECT NF-NFADDR-FILE   ASSIGN DYNAMIC DE-W-NF-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS NF-ADDR
                                           WITH DUPLICATES
                                   FILE STATUS IS DE-W-NF-STATUS.
      *    マスター更新ジャーナル（追記、NFJRNLで再適用・取り消し）
           SELECT NF-JRNL-FILE     ASSIGN DYNAMIC DE-W-JRNL-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DE-W-JRNL-STATUS.
      *    同時実行調停用のロックファイル（1行入り=使用中、空=空き）
           SELECT NF-LCK-FILE      ASSIGN DYNAMIC DE-W-LCK-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DE-W-LCK-STATUS.
      *    一括突合（ID=BMATCH）の依頼・整列済み依頼・未整列結果・
      *    結果の各ファイル（名前は呼び出し元プログラム名.BMQ等）
           SELECT NF-BMQ-FILE      ASSIGN DYNAMIC DE-W-BMQ-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DE-W-BMQ-STATUS.
           SELECT NF-BMW-FILE      ASSIGN DYNAMIC DE-W-BMW-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DE-W-BMW-STATUS.
           SELECT NF-BMU-FILE      ASSIGN DYNAMIC DE-W-BMU-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DE-W-BMU-STATUS.
           SELECT NF-BMR-FILE      ASSIGN DYNAMIC DE-W-BMR-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DE-W-BMR-STATUS.
      *    一括突合の整列用（依頼のNAME順・結果のTAG順）
           SELECT NF-BMS-SORT      ASSIGN TO "D8BMSRT1".
           SELECT NF-BMT-SORT      ASSIGN TO "D8BMSRT2".
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  NF-LCK-FILE.
       01  NF-LCK-LINE               PIC X(040).
      *
       FD  NF-BMQ-FILE.
       01  NF-BMQ-LINE               PIC X(111).
      *
       FD  NF-BMW-FILE.
       01  NF-BMW-LINE               PIC X(111).
      *
       FD  NF-BMU-FILE.
       01  NF-BMU-LINE               PIC X(228).
      *
       FD  NF-BMR-FILE.
       01  NF-BMR-LINE               PIC X(228).
      *
       SD  NF-BMS-SORT.
       01  NF-BMS-REC.
           03  NF-BMS-TAG            PIC X(010).
           03  FILLER                PIC X(001).
           03  NF-BMS-NAME           PIC X(100).
      *
       SD  NF-BMT-SORT.
       01  NF-BMT-REC.
           03  NF-BMT-TAG            PIC X(010).
           03  FILLER                PIC X(218).
      *
       WORKING-STORAGE             SECTION.
      *
           88  DE-W-NF-DUP-ADDR             VALUE "22".
      *
      *---------------------------------------------------------------*
      *    マスタ・ジャーナル・ロックのファイル名（QA等の環境では
      *    修飾した名前で本番と分ける、ENVQUAL）
      *---------------------------------------------------------------*
       01  DE-W-NF-NAME             PIC  X(024) VALUE "NFADDR".
       01  DE-W-JRNL-NAME           PIC  X(024) VALUE "NFJOURNL".
       01  DE-W-LCK-NAME            PIC  X(024) VALUE "NFADDR.LCK".
       01  DE-W-QUAL-DONE           PIC  X(001) VALUE "N".
           88  DE-W-QUAL-DONE-YES           VALUE "Y".
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==DEQ==.
      *
      *---------------------------------------------------------------*
      *    MSRCH走査用の作業項目
      *---------------------------------------------------------------*
       01  DE-W-M                   BINARY-LONG VALUE ZERO.
       COPY "CPNFJRNL.cpy" REPLACING ==:##:== BY ==DJ==.
      *
      *---------------------------------------------------------------*
      *    ADD時、未セットなら処理日（業務日付）を補完するため
      *    PROCDATEを呼ぶ
      *---------------------------------------------------------------*
       COPY "CPPROCDATE.cpy" REPLACING ==:##:== BY ==DD==.
      *
      *---------------------------------------------------------------*
      *    作品IDの分解・正規形の組み立て（ID=ASRCH/NEXTSTL/TSRCH）
      *---------------------------------------------------------------*
       COPY "CPNFURLPRS.cpy" REPLACING ==:##:== BY ==DU==.
      *
      *---------------------------------------------------------------*
      *    別名簿（ID=ASRCHのたどり・ID=REPNTの登録）
      *---------------------------------------------------------------*
       COPY "CPNFALIAS.cpy" REPLACING ==:##:== BY ==DA==.
       01  DE-W-H                   BINARY-LONG VALUE ZERO.
       01  DE-W-ALIAS-DONE          PIC  X(001) VALUE "N".
      *    *** REPNTの付け替え元イメージと付け替え先NFADDR
       01  DE-W-REPNT-REC           PIC  X(228) VALUE SPACE.
       01  DE-W-REPNT-OLD           PIC  X(100) VALUE SPACE.
       01  DE-W-REPNT-NEW           PIC  X(100) VALUE SPACE.
      *
      *---------------------------------------------------------------*
      *    一括突合（ID=BMATCH）用
      *    依頼をNAME順に整列し、マスターを副キー順に読み進めながら
      *    同じNAMEの並び（グループ）ごとに判定を1回だけ行う
      *---------------------------------------------------------------*
       COPY "CPNFBMAT.cpy" REPLACING ==:##:== BY ==DM==.
       01  DE-W-BMQ-NAME            PIC  X(024) VALUE SPACE.
       01  DE-W-BMW-NAME            PIC  X(024) VALUE SPACE.
       01  DE-W-BMU-NAME            PIC  X(024) VALUE SPACE.
       01  DE-W-BMR-NAME            PIC  X(024) VALUE SPACE.
       01  DE-W-BM-PGM              PIC  X(008) VALUE SPACE.
       01  DE-W-BMQ-STATUS          PIC  X(002) VALUE SPACE.
       01  DE-W-BMW-STATUS          PIC  X(002) VALUE SPACE.
       01  DE-W-BMU-STATUS          PIC  X(002) VALUE SPACE.
       01  DE-W-BMR-STATUS          PIC  X(002) VALUE SPACE.
       01  DE-W-BMW-EOF             PIC  X(001) VALUE "N".
           88  DE-W-BMW-EOF-YES             VALUE "Y".
      *    *** 判定済みグループのNAMEと結果
       01  DE-W-BM-GRP-SET          PIC  X(001) VALUE "N".
       01  DE-W-BM-GRP-NAME         PIC  X(100) VALUE SPACE.
       01  DE-W-BM-GRP-SEARCH       PIC  X(001) VALUE "N".
       01  DE-W-BM-GRP-NFADDR       PIC  X(100) VALUE SPACE.
       01  DE-W-BM-GRP-LASTVER      PIC  9(008) VALUE ZERO.
       01  DE-W-BM-GRP-MEDIA        PIC  X(002) VALUE SPACE.
       01  DE-W-BM-GRP-STATUS       PIC  X(001) VALUE SPACE.
      *
       LINKAGE                     SECTION.
      *
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           IF NOT DE-W-QUAL-DONE-YES
               PERFORM 0100-QUALIFY-NAMES THRU 0100-EXIT
           END-IF
           EVALUATE DE-ID
               WHEN "OPEN"
                   PERFORM 1000-OPEN-SUB    THRU 1000-EXIT
                   PERFORM 2600-ASRCH       THRU 2600-EXIT
               WHEN "PSRCH"
                   PERFORM 2700-PSRCH       THRU 2700-EXIT
               WHEN "TSRCH"
                   PERFORM 2800-TSRCH       THRU 2800-EXIT
               WHEN "ADD"
                   PERFORM 3000-ADD-SUB     THRU 3000-EXIT
               WHEN "CLRHIT"
                   PERFORM 4650-DELIMG-SUB  THRU 4650-EXIT
               WHEN "REVAL"
                   PERFORM 4700-REVAL-SUB   THRU 4700-EXIT
               WHEN "REPNT"
                   PERFORM 4800-REPNT-SUB   THRU 4800-EXIT
               WHEN "BMATCH"
                   PERFORM 4900-BMATCH      THRU 4900-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.
      *
      ******************************************************************
      *    0100-QUALIFY-NAMES  マスタ・ジャーナル・ロックの名前を
      *    環境コードで修飾する（最初の呼び出しで1回だけ）
      ******************************************************************
       0100-QUALIFY-NAMES.
           SET DE-W-QUAL-DONE-YES     TO TRUE
           MOVE "Q"                   TO DEQ-ID
           MOVE "NFADDR"              TO DEQ-NAME
           CALL "ENVQUAL" USING DEQ-ENVQUAL-AREA
           MOVE DEQ-QNAME             TO DE-W-NF-NAME
           MOVE "NFJOURNL"            TO DEQ-NAME
           CALL "ENVQUAL" USING DEQ-ENVQUAL-AREA
           MOVE DEQ-QNAME             TO DE-W-JRNL-NAME
           MOVE "NFADDR.LCK"          TO DEQ-NAME
           CALL "ENVQUAL" USING DEQ-ENVQUAL-AREA
           MOVE DEQ-QNAME             TO DE-W-LCK-NAME.
       0100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1000-OPEN-SUB     マスタが無ければ新規作成してオープンする
      *    先にロックを取得し、別ジョブが使用中でロックが取れない時は
      *    マスタを開かずRETURN-CODE=95を返す（呼び出し元は処理せず
      *    2600-ASRCH        DE-NFADDRから該当エントリーを逆引きする
      *    NF-ADDRは主キーのため索引READ1回で返る（全件走査しない）。
      *    該当が有ればNAME・最終検証日・フラグ・媒体・状態をセット、
      *    無ければ別名（NFALIAS）をたどり、最初にマスターに有る段の
      *    エントリーをDE-NFADDR・DE-ALIAS-HOPSと共に返す。それでも
      *    無ければDE-SEARCH=N／RETURN-CODE=90
      ******************************************************************
       2600-ASRCH.
           MOVE "N"                   TO DE-SEARCH
           MOVE SPACE                 TO DE-NAME
           MOVE ZERO                  TO DE-LASTVER-DATE
           MOVE ZERO                  TO DE-ALIAS-HOPS
           MOVE "00"                  TO DE-RETURN-CODE
                   OF DE-DECODE08-AREA
           MOVE DE-NFADDR              TO NF-ADDR
                   MOVE "90"            TO DE-RETURN-CODE
                   OF DE-DECODE08-AREA
           END-READ
           IF NOT DE-W-NF-OK
               PERFORM 2650-ASRCH-ALIAS  THRU 2650-EXIT
           END-IF
           IF DE-W-NF-OK
               MOVE "Y"                 TO DE-SEARCH
               MOVE NF-NAME             TO DE-NAME
                   OF DE-DECODE08-AREA
               MOVE NF-STATUS           TO DE-STATUS
                   OF DE-DECODE08-AREA
               PERFORM 2900-SET-TITLE-ID THRU 2900-EXIT
           END-IF
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2650-ASRCH-ALIAS  未検出のDE-NFADDRについて別名をたどる
      *    各段を先頭から順にREADし、マスターに有る最初の段を採る
      *    （循環・段数超過でも、それまでの段に有れば採る）
      ******************************************************************
       2650-ASRCH-ALIAS.
           MOVE "R"                   TO DA-ID
           MOVE DE-NFADDR              TO DA-NFADDR
           CALL "NFALIAS" USING DA-NFALIAS-AREA
           MOVE "N"                    TO DE-W-ALIAS-DONE
           PERFORM 2660-ALIAS-HOP-ONE   THRU 2660-EXIT
               VARYING DE-W-H FROM 1 BY 1
               UNTIL DE-W-H > DA-HOP-CNT OR DE-W-ALIAS-DONE = "Y".
       2650-EXIT.
           EXIT.
      *
       2660-ALIAS-HOP-ONE.
           MOVE DA-HOP-NFADDR(DE-W-H)  TO NF-ADDR
           READ NF-NFADDR-FILE
               INVALID KEY
                   GO TO 2660-EXIT
           END-READ
           IF DE-W-NF-OK
               MOVE "Y"                 TO DE-W-ALIAS-DONE
               MOVE NF-ADDR             TO DE-NFADDR
               MOVE DE-W-H              TO DE-ALIAS-HOPS
               MOVE "00"                TO DE-RETURN-CODE
                   OF DE-DECODE08-AREA
           END-IF.
       2660-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2700-PSRCH        DE-NAMEの前方一致でMATCH-TBLへ返す
      *    比較長はDE-NAME-LEN（1-100以外の時は末尾空白を除いた実長）。
      *    NAME副キーを前方一致の位置からREAD NEXTし、前方一致が
           EXIT.
      *
      ******************************************************************
      *    2800-TSRCH        DE-TITLE-IDから正規形のNFADDRを組み立て、
      *    ID=ASRCHと同じく該当エントリーを返す。作品IDが空の時・
      *    該当が無い時はDE-SEARCH=N／RETURN-CODE=90
      ******************************************************************
       2800-TSRCH.
           MOVE "C"                   TO DU-ID
           MOVE DE-TITLE-ID            TO DU-TITLE-ID
           CALL "NFURLPRS" USING DU-NFURLPRS-AREA
           IF DU-RETURN-CODE NOT = "00"
               MOVE "N"                 TO DE-SEARCH
               MOVE "90"                TO DE-RETURN-CODE
                   OF DE-DECODE08-AREA
               GO TO 2800-EXIT
           END-IF
           MOVE DU-CANON               TO DE-NFADDR
           PERFORM 2600-ASRCH          THRU 2600-EXIT.
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2900-SET-TITLE-ID  NF-ADDRを分解した作品IDをDE-TITLE-IDへ
      *    返す（作品IDの取れない形のNFADDRはスペース）
      ******************************************************************
       2900-SET-TITLE-ID.
           MOVE "P"                   TO DU-ID
           MOVE NF-ADDR                TO DU-NFADDR
           CALL "NFURLPRS" USING DU-NFURLPRS-AREA
           MOVE DU-TITLE-ID            TO DE-TITLE-ID.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-ADD-SUB      DE-NAME/DE-NFADDRの組をマスタへ登録・更新
      *                      DE-LASTVER-DATEがゼロなら処理日を補完
      ******************************************************************
       3000-ADD-SUB.
           MOVE "00"                  TO DE-RETURN-CODE
           EXIT.
      *
       3100-STAMP-TODAY.
           MOVE "G"                    TO DD-ID
           MOVE "DECODE08"              TO DD-PGM
           CALL "PROCDATE" USING DD-PROCDATE-AREA
           MOVE DD-YMD                 TO DE-LASTVER-DATE.
       3100-EXIT.
           EXIT.
      *
                   OF DE-DECODE08-AREA
               MOVE NF-STATUS             TO DE-STATUS
                   OF DE-DECODE08-AREA
               PERFORM 2900-SET-TITLE-ID  THRU 2900-EXIT
           END-IF
       4300-EXIT.
           EXIT.
           EXIT.
      *
      ******************************************************************
      *    4800-REPNT-SUB    DE-NFADDR（旧）のエントリーを全項目その
      *                      ままDE-MATCH-NFADDR(1)（新）へ付け替える。
      *                      新の登録・旧の削除をそれぞれジャーナルへ
      *                      記録し、旧→新の別名を処理日付きで
      *                      NFALIASへ登録する。旧が無い・新が空・
      *                      同じ時は90、新が既に有る時は92、別名を
      *                      登録できなかった時は93
      ******************************************************************
       4800-REPNT-SUB.
           MOVE "00"                  TO DE-RETURN-CODE
                   OF DE-DECODE08-AREA
           MOVE DE-NFADDR              TO DE-W-REPNT-OLD
           MOVE DE-MATCH-NFADDR(1)     TO DE-W-REPNT-NEW
           IF DE-W-REPNT-NEW = SPACE OR
              DE-W-REPNT-NEW = DE-W-REPNT-OLD
               MOVE "90"                TO DE-RETURN-CODE
                   OF DE-DECODE08-AREA
               GO TO 4800-EXIT
           END-IF
      *    *** 付け替え元を読む
           MOVE DE-W-REPNT-OLD         TO NF-ADDR
           READ NF-NFADDR-FILE
               INVALID KEY
                   MOVE "90"            TO DE-RETURN-CODE
                   OF DE-DECODE08-AREA
                   GO TO 4800-EXIT
           END-READ
           MOVE NF-REC                 TO DE-W-REPNT-REC
      *    *** 付け替え先が既に有る時は上書きしない
           MOVE DE-W-REPNT-NEW         TO NF-ADDR
           READ NF-NFADDR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF DE-W-NF-OK
               MOVE "92"                TO DE-RETURN-CODE
                   OF DE-DECODE08-AREA
               GO TO 4800-EXIT
           END-IF
      *    *** 新NFADDRで登録する
           MOVE DE-W-REPNT-REC         TO NF-REC
           MOVE DE-W-REPNT-NEW         TO NF-ADDR
           WRITE NF-REC
               INVALID KEY
                   MOVE "90"            TO DE-RETURN-CODE
                   OF DE-DECODE08-AREA
                   GO TO 4800-EXIT
           END-WRITE
           MOVE SPACE                  TO DE-W-JRNL-BEFORE
           MOVE NF-REC                 TO DE-W-JRNL-AFTER
           MOVE "REPNT"                TO DE-W-JRNL-FUNC
           PERFORM 8000-WRITE-JOURNAL   THRU 8000-EXIT
      *    *** 旧NFADDRを削除する
           MOVE DE-W-REPNT-OLD         TO NF-ADDR
           READ NF-NFADDR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF DE-W-NF-OK
               DELETE NF-NFADDR-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE DE-W-REPNT-REC      TO DE-W-JRNL-BEFORE
               MOVE SPACE               TO DE-W-JRNL-AFTER
               MOVE "REPNT"             TO DE-W-JRNL-FUNC
               PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
           END-IF
      *    *** 旧→新の別名を登録する（適用日は処理日）
           MOVE "G"                    TO DD-ID
           MOVE "DECODE08"              TO DD-PGM
           CALL "PROCDATE" USING DD-PROCDATE-AREA
           MOVE "A"                    TO DA-ID
           MOVE DE-W-REPNT-OLD         TO DA-NFADDR
           MOVE DE-W-REPNT-NEW         TO DA-NEW-NFADDR
           MOVE DD-YMD                 TO DA-EFF-DATE
           IF DE-CALLER = SPACE
               MOVE "DECODE08"          TO DA-CALLER
           ELSE
               MOVE DE-CALLER           TO DA-CALLER
           END-IF
           CALL "NFALIAS" USING DA-NFALIAS-AREA
           IF DA-RETURN-CODE NOT = "00"
               MOVE "93"                TO DE-RETURN-CODE
                   OF DE-DECODE08-AREA
           END-IF.
       4800-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4900-BMATCH       依頼ファイルのNAMEを一括で突き合わせる
      *                      依頼をNAME順（同じNAMEはTAG順）に整列し、
      *                      マスターを副キー(NAME)順に先頭から1回だけ
      *                      読み進めて、SEARCHと同じ判定（絞り込みに
      *                      合う最初の1件）の結果を書き、最後にTAG順へ
      *                      整列し直して結果ファイルとする。
      *                      依頼ファイルが読めない時は90。
      *                      マスターの読み位置を動かすため、NEXTUN・
      *                      NEXTSTLの走査位置は初期化する
      ******************************************************************
       4900-BMATCH.
           MOVE "00"                  TO DE-RETURN-CODE
                   OF DE-DECODE08-AREA
           MOVE "N"                    TO DE-W-UNU-STARTED
           MOVE "N"                    TO DE-W-STL-STARTED
           IF DE-CALLER = SPACE
               MOVE "DECODE08"          TO DE-W-BM-PGM
           ELSE
               MOVE DE-CALLER           TO DE-W-BM-PGM
           END-IF
           MOVE SPACE                  TO DE-W-BMQ-NAME
                                          DE-W-BMW-NAME
                                          DE-W-BMU-NAME
                                          DE-W-BMR-NAME
           STRING DE-W-BM-PGM DELIMITED BY SPACE
                  ".BMQ"      DELIMITED BY SIZE
                  INTO DE-W-BMQ-NAME
           STRING DE-W-BM-PGM DELIMITED BY SPACE
                  ".BMW"      DELIMITED BY SIZE
                  INTO DE-W-BMW-NAME
           STRING DE-W-BM-PGM DELIMITED BY SPACE
                  ".BMU"      DELIMITED BY SIZE
                  INTO DE-W-BMU-NAME
           STRING DE-W-BM-PGM DELIMITED BY SPACE
                  ".BMR"      DELIMITED BY SIZE
                  INTO DE-W-BMR-NAME
      *    *** 依頼ファイルの有無を先に確かめる
           OPEN INPUT NF-BMQ-FILE
           IF DE-W-BMQ-STATUS NOT = "00"
               MOVE "90"                TO DE-RETURN-CODE
                   OF DE-DECODE08-AREA
               GO TO 4900-EXIT
           END-IF
           CLOSE NF-BMQ-FILE
      *    *** 依頼をNAME順に整列する
           SORT NF-BMS-SORT
               ON ASCENDING KEY NF-BMS-NAME NF-BMS-TAG
               USING NF-BMQ-FILE
               GIVING NF-BMW-FILE
      *    *** マスターを副キー(NAME)の先頭に位置付ける
           MOVE "N"                    TO DE-W-NF-EOF
           MOVE LOW-VALUE              TO NF-NAME
           START NF-NFADDR-FILE KEY IS NOT LESS THAN NF-NAME
               INVALID KEY
                   SET DE-W-NF-EOF-YES  TO TRUE
           END-START
           IF NOT DE-W-NF-EOF-YES
               PERFORM 4930-BM-READ-MASTER THRU 4930-EXIT
           END-IF
      *
           MOVE "N"                    TO DE-W-BMW-EOF
           MOVE "N"                    TO DE-W-BM-GRP-SET
           OPEN INPUT  NF-BMW-FILE
           OPEN OUTPUT NF-BMU-FILE
           PERFORM 4910-BM-ONE          THRU 4910-EXIT
               UNTIL DE-W-BMW-EOF-YES
           CLOSE NF-BMW-FILE
           CLOSE NF-BMU-FILE
      *    *** 結果を依頼のTAG順へ整列し直す
           SORT NF-BMT-SORT
               ON ASCENDING KEY NF-BMT-TAG
               USING NF-BMU-FILE
               GIVING NF-BMR-FILE.
       4900-EXIT.
           EXIT.
      *
      *    *** 整列済み依頼1件の判定と結果の書き出し
       4910-BM-ONE.
           READ NF-BMW-FILE
               AT END
                   SET DE-W-BMW-EOF-YES TO TRUE
                   GO TO 4910-EXIT
           END-READ
           MOVE NF-BMW-LINE            TO DM-BMQ-REC
           IF DE-W-BM-GRP-SET NOT = "Y" OR
              DM-BMQ-NAME NOT = DE-W-BM-GRP-NAME
               PERFORM 4920-BM-GROUP    THRU 4920-EXIT
           END-IF
           MOVE SPACE                  TO DM-BMR-REC
           MOVE DM-BMQ-TAG             TO DM-BMR-TAG
           MOVE DM-BMQ-NAME            TO DM-BMR-NAME
           MOVE DE-W-BM-GRP-SEARCH     TO DM-BMR-SEARCH
           MOVE DE-W-BM-GRP-NFADDR     TO DM-BMR-NFADDR
           MOVE DE-W-BM-GRP-LASTVER    TO DM-BMR-LASTVER
           MOVE DE-W-BM-GRP-MEDIA      TO DM-BMR-MEDIA-TYPE
           MOVE DE-W-BM-GRP-STATUS     TO DM-BMR-STATUS
           MOVE DM-BMR-REC             TO NF-BMU-LINE
           WRITE NF-BMU-LINE.
       4910-EXIT.
           EXIT.
      *
      *    *** 新しいNAMEの判定。マスターをNAMEの手前まで読み飛ばし、
      *    *** 同じNAMEの並びから絞り込みに合う最初の1件を採る
       4920-BM-GROUP.
           MOVE "Y"                    TO DE-W-BM-GRP-SET
           MOVE DM-BMQ-NAME            TO DE-W-BM-GRP-NAME
           MOVE "N"                    TO DE-W-BM-GRP-SEARCH
           MOVE SPACE                  TO DE-W-BM-GRP-NFADDR
           MOVE ZERO                   TO DE-W-BM-GRP-LASTVER
           MOVE SPACE                  TO DE-W-BM-GRP-MEDIA
           MOVE SPACE                  TO DE-W-BM-GRP-STATUS
           PERFORM 4930-BM-READ-MASTER  THRU 4930-EXIT
               UNTIL DE-W-NF-EOF-YES OR
                     NF-NAME NOT < DE-W-BM-GRP-NAME
           PERFORM 4940-BM-TAKE         THRU 4940-EXIT
               UNTIL DE-W-NF-EOF-YES OR
                     NF-NAME NOT = DE-W-BM-GRP-NAME.
       4920-EXIT.
           EXIT.
      *
       4930-BM-READ-MASTER.
           READ NF-NFADDR-FILE NEXT RECORD
               AT END
                   SET DE-W-NF-EOF-YES  TO TRUE
           END-READ
           IF NOT DE-W-NF-OK
               SET DE-W-NF-EOF-YES      TO TRUE
           END-IF.
       4930-EXIT.
           EXIT.
      *
       4940-BM-TAKE.
           IF DE-W-BM-GRP-SEARCH NOT = "Y"
               PERFORM 2020-FILTER-CHECK THRU 2020-EXIT
               IF DE-W-FILTER-OK = "Y"
                   MOVE "Y"             TO DE-W-BM-GRP-SEARCH
                   MOVE NF-ADDR         TO DE-W-BM-GRP-NFADDR
                   MOVE NF-LASTVER      TO DE-W-BM-GRP-LASTVER
                   MOVE NF-MEDIA-TYPE   TO DE-W-BM-GRP-MEDIA
                   MOVE NF-STATUS       TO DE-W-BM-GRP-STATUS
               END-IF
           END-IF
           PERFORM 4930-BM-READ-MASTER  THRU 4930-EXIT.
       4940-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-WRITE-JOURNAL  更新ジャーナルへ1行追記する
      *    （時刻・呼び出し元・機能・前後イメージ）
      ******************************************************************
