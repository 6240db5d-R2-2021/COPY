      *                          呼び、実行中に抑止された同一アラート
      *                          （ループ内のID=TによるSLA超過等）の
      *                          件数サマリー行を起票する
      *    2026-10-15  T.MIYAKE  DTCKPT・DTLOG.OUTの名前を実行環境
      *                          コード（ENVQUAL）で修飾する。QA実行が
      *                          本番のチェックポイント・経過時間ログ
      *                          を使わないようにする
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *    ID=S の再始動対応用チェックポイントファイル、PGM＋実行
      *    インスタンス識別子(RUNID)単位で保持（同一PGMの並列実行が
      *    互いの再始動判定を拾わないようにする）
      *    （チェックポイント・経過時間ログの名前は環境コードで修飾
      *    する、ENVQUAL）
           SELECT DT-CKPT-FILE     ASSIGN DYNAMIC DT-W-CKPT-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CK-KEY
                                   FILE STATUS IS DT-W-CKPT-STATUS.
      *    S/L/E/T 呼び出しの経過時間ログ、DTELAPSEで集計
           SELECT DT-LOG-FILE      ASSIGN DYNAMIC DT-W-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                        DIVISION.
      *
       01  DT-W-CKPT-STATUS        PIC  X(002) VALUE SPACE.
           88  DT-W-CKPT-OK                VALUE "00".
       01  DT-W-CKPT-NAME          PIC  X(024) VALUE "DTCKPT".
       01  DT-W-LOG-NAME           PIC  X(024) VALUE "DTLOG.OUT".
       01  DT-W-QUAL-DONE          PIC  X(001) VALUE "N".
           88  DT-W-QUAL-DONE-YES          VALUE "Y".
      *
      *---------------------------------------------------------------*
      *    開始時刻保存領域（同一実行中はここで保持し、L/E/Tで使う）
      *    取らず、WORKING-STORAGEに置く
      *---------------------------------------------------------------*
       COPY "CPDTLOG.cpy"    REPLACING ==:##:== BY ==DL==.
      *
      *    *** チェックポイント・経過時間ログ名の修飾用
       COPY "CPENVQUAL.cpy"  REPLACING ==:##:== BY ==DTQ==.
      *
       LINKAGE                     SECTION.
      *
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO DT-RETURN-CODE
           IF NOT DT-W-QUAL-DONE-YES
               PERFORM 0100-QUALIFY-NAMES THRU 0100-EXIT
           END-IF
           EVALUATE DT-DATE-TIME-ID
               WHEN "S"
                   PERFORM 1000-START       THRU 1000-EXIT
           GOBACK.
      *
      ******************************************************************
      *    0100-QUALIFY-NAMES  チェックポイント・経過時間ログの名前を
      *    環境コードで修飾する（最初の呼び出しで1回だけ）
      ******************************************************************
       0100-QUALIFY-NAMES.
           SET DT-W-QUAL-DONE-YES  TO TRUE
           MOVE "Q"                TO DTQ-ID
           MOVE "DTCKPT"           TO DTQ-NAME
           CALL "ENVQUAL" USING DTQ-ENVQUAL-AREA
           MOVE DTQ-QNAME          TO DT-W-CKPT-NAME
           MOVE "DTLOG.OUT"        TO DTQ-NAME
           CALL "ENVQUAL" USING DTQ-ENVQUAL-AREA
           MOVE DTQ-QNAME          TO DT-W-LOG-NAME.
       0100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1000-START        ID=S 開始処理（再始動チェックポイント対応）
      ******************************************************************
       1000-START.
