      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  キュー行を132桁へ拡張。確認済(A)でも
      *                          インシデント票が未クローズ（131桁目
      *                          E/T）の行は退避せずに繰り越す（票の
      *                          クローズをTKTIMPが反映できるように）
      *    2026-10-15  T.MIYAKE  世代名の日付をシステム日付から処理日
      *                          （PROCDATE）へ変更（DTLOGROTと同じ）
      *    2026-10-15  T.MIYAKE  キュー・世代一覧・世代の名前を実行環境
      *                          コード（ENVQUAL）で修飾し、レポートの
      *                          先頭へ環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    当日分のキュー（未対応分だけを残して書き戻す）
      *    （キュー・世代・世代一覧の名前は環境コードで修飾する）
           SELECT AT-QUE-FILE      ASSIGN DYNAMIC AT-W-QUE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS AT-W-QUE-STATUS.
      *    退避先世代・消去対象世代（名前は実行時に組み立てる）
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS AT-W-GEN-STATUS.
      *    世代一覧（1行＝1世代の日付YYYYMMDD、古い順）
           SELECT AT-IDX-FILE      ASSIGN DYNAMIC AT-W-IDX-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS AT-W-IDX-STATUS.
      *    保有世代数等の指定（KEEP=nn、無ければ既定値）
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  AT-QUE-FILE.
       01  AT-QUE-LINE               PIC X(132).
      *
       FD  AT-GEN-FILE.
       01  AT-GEN-LINE               PIC X(132).
      *
       FD  AT-IDX-FILE.
       01  AT-IDX-LINE               PIC X(080).
       01  AT-W-GEN-STATUS          PIC  X(002) VALUE SPACE.
       01  AT-W-IDX-STATUS          PIC  X(002) VALUE SPACE.
       01  AT-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  AT-W-GEN-NAME            PIC  X(024) VALUE SPACE.
       01  AT-W-QUE-NAME            PIC  X(024) VALUE "ALERTQ.OUT".
       01  AT-W-IDX-NAME            PIC  X(024) VALUE "ALERTQ.GEN".
      *
       01  AT-W-QUE-EOF             PIC  X(001) VALUE "N".
           88  AT-W-QUE-EOF-YES             VALUE "Y".
      *---------------------------------------------------------------*
       01  AT-W-OPEN-CNT            BINARY-LONG VALUE ZERO.
       01  AT-W-OPEN-TBL-AREA.
           03  AT-W-OPEN-TBL OCCURS 500   PIC X(132).
       01  AT-W-LOST-CNT            BINARY-LONG VALUE ZERO.
      *    *** 事前カウント（未対応分がテーブルに収まるかの確認用）
       01  AT-W-PRE-CNT             BINARY-LONG VALUE ZERO.
       01  AT-W-I                   BINARY-LONG VALUE ZERO.
       01  AT-W-J                   BINARY-LONG VALUE ZERO.
       01  AT-W-FOUND               PIC  X(001) VALUE "N".
      *    *** 本日＝処理日（業務日付）の取得用
       COPY "CPPROCDATE.cpy" REPLACING ==:##:== BY ==ATP==.
      *    *** キュー・世代名の修飾用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==ATQ==.
      *
       PROCEDURE                  DIVISION.
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  処理日と保有世代数を決める
      ******************************************************************
       1000-INITIALIZE.
           MOVE "G"                    TO ATP-ID
           MOVE "ALERTROT"             TO ATP-PGM
           CALL "PROCDATE" USING ATP-PROCDATE-AREA
           MOVE ATP-YMD                TO AT-W-TODAY
           OPEN OUTPUT AT-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
      *
           MOVE "N"                    TO AT-W-CTL-EOF
           OPEN INPUT AT-CTL-FILE
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  キュー・世代一覧の名前を環境コードで
      *    修飾し、レポートの先頭へ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO ATQ-ID
           MOVE "ALERTQ.OUT"           TO ATQ-NAME
           CALL "ENVQUAL" USING ATQ-ENVQUAL-AREA
           MOVE ATQ-QNAME              TO AT-W-QUE-NAME
           MOVE "ALERTQ.GEN"           TO ATQ-NAME
           CALL "ENVQUAL" USING ATQ-ENVQUAL-AREA
           MOVE ATQ-QNAME              TO AT-W-IDX-NAME
           MOVE ATQ-ENV-LINE           TO AT-RPT-LINE
           WRITE AT-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ AT-CTL-FILE
           IF AT-QUE-LINE(97:1) NOT = "A" AND
              AT-QUE-LINE(97:1) NOT = "C"
               ADD  1                  TO AT-W-PRE-CNT
               GO TO 2050-EXIT
           END-IF
      *    *** 確認済でも票が未クローズなら繰り越す
           IF AT-QUE-LINE(97:1) = "A" AND
              (AT-QUE-LINE(131:1) = "E" OR AT-QUE-LINE(131:1) = "T")
               ADD  1                  TO AT-W-PRE-CNT
           END-IF.
       2050-EXIT.
           EXIT.
           STRING "ALERTQ."            DELIMITED BY SIZE
                  AT-W-TODAY           DELIMITED BY SIZE
                  INTO AT-W-GEN-NAME
           END-STRING
           PERFORM 2150-QUALIFY-GEN-NAME THRU 2150-EXIT.
       2100-EXIT.
           EXIT.
      *
      *    *** 世代名も環境コードで修飾する（QAの世代が本番の世代を
      *    *** 上書き・消去しないように）
       2150-QUALIFY-GEN-NAME.
           MOVE "Q"                    TO ATQ-ID
           MOVE AT-W-GEN-NAME          TO ATQ-NAME
           CALL "ENVQUAL" USING ATQ-ENVQUAL-AREA
           MOVE ATQ-QNAME              TO AT-W-GEN-NAME.
       2150-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2200-SPLIT-ONE  1行を退避（確認済・クローズ）または繰り越し
      *    （未対応）へ振り分ける
           IF AT-QUE-LINE = SPACE
               GO TO 2200-EXIT
           END-IF
           IF AT-QUE-LINE(97:1) = "C" OR
              (AT-QUE-LINE(97:1) = "A" AND
               AT-QUE-LINE(131:1) NOT = "E" AND
               AT-QUE-LINE(131:1) NOT = "T")
               MOVE AT-QUE-LINE         TO AT-GEN-LINE
               WRITE AT-GEN-LINE
               ADD  1                  TO AT-W-MOVED-CNT
                  AT-W-GEN-TBL(1)      DELIMITED BY SIZE
                  INTO AT-W-GEN-NAME
           END-STRING
           PERFORM 2150-QUALIFY-GEN-NAME THRU 2150-EXIT
           OPEN OUTPUT AT-GEN-FILE
           IF AT-W-GEN-STATUS = "00"
               CLOSE AT-GEN-FILE
