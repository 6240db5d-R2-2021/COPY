      *
      *    変更履歴
      *    2026-08-22  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  世代名の日付をシステム日付から処理日
      *                          （PROCDATE）へ変更。日付をまたいで
      *                          締めても、過去日の再実行でもその
      *                          業務日付の世代へ退避する
      *    2026-10-15  T.MIYAKE  ログ・世代一覧・世代の名前を実行環境
      *                          コード（ENVQUAL）で修飾し、レポートの
      *                          先頭へ環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    当日分のログ（読み取り後、空にして次日分へ引き継ぐ）
      *    （ログ・世代・世代一覧の名前は環境コードで修飾する）
           SELECT DR-LOG-FILE      ASSIGN DYNAMIC DR-W-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DR-W-LOG-STATUS.
      *    退避先世代・消去対象世代（名前は実行時に組み立てる）
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DR-W-GEN-STATUS.
      *    世代一覧（1行＝1世代の日付YYYYMMDD、古い順）
           SELECT DR-IDX-FILE      ASSIGN DYNAMIC DR-W-IDX-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DR-W-IDX-STATUS.
      *    保有世代数等の指定（KEEP=nn、無ければ既定値）
       01  DR-W-GEN-STATUS          PIC  X(002) VALUE SPACE.
       01  DR-W-IDX-STATUS          PIC  X(002) VALUE SPACE.
       01  DR-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  DR-W-GEN-NAME            PIC  X(024) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  DR-W-LOG-NAME            PIC  X(024) VALUE "DTLOG.OUT".
       01  DR-W-IDX-NAME            PIC  X(024) VALUE "DTLOG.GEN".
      *
       01  DR-W-LOG-EOF             PIC  X(001) VALUE "N".
           88  DR-W-LOG-EOF-YES             VALUE "Y".
       01  DR-W-I                   BINARY-LONG VALUE ZERO.
       01  DR-W-J                   BINARY-LONG VALUE ZERO.
       01  DR-W-FOUND               PIC  X(001) VALUE "N".
      *    *** 本日＝処理日（業務日付）の取得用
       COPY "CPPROCDATE.cpy" REPLACING ==:##:== BY ==DRP==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==DRQ==.
      *
       PROCEDURE                  DIVISION.
      *
           GOBACK.
      *
      ******************************************************************
      *    1000-INITIALIZE  処理日と保有世代数を決める
      ******************************************************************
       1000-INITIALIZE.
           MOVE "G"                    TO DRP-ID
           MOVE "DTLOGROT"             TO DRP-PGM
           CALL "PROCDATE" USING DRP-PROCDATE-AREA
           MOVE DRP-YMD                TO DR-W-TODAY
           OPEN OUTPUT DR-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
      *
           MOVE "N"                    TO DR-W-CTL-EOF
           OPEN INPUT DR-CTL-FILE
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  ログ・世代一覧の名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO DRQ-ID
           MOVE "DTLOG.OUT"            TO DRQ-NAME
           CALL "ENVQUAL" USING DRQ-ENVQUAL-AREA
           MOVE DRQ-QNAME              TO DR-W-LOG-NAME
           MOVE "DTLOG.GEN"            TO DRQ-NAME
           CALL "ENVQUAL" USING DRQ-ENVQUAL-AREA
           MOVE DRQ-QNAME              TO DR-W-IDX-NAME
           MOVE DRQ-ENV-LINE           TO DR-RPT-LINE
           WRITE DR-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ DR-CTL-FILE
           STRING "DTLOG."             DELIMITED BY SIZE
                  DR-W-TODAY           DELIMITED BY SIZE
                  INTO DR-W-GEN-NAME
           END-STRING
           PERFORM 2150-QUALIFY-GEN-NAME THRU 2150-EXIT.
       2100-EXIT.
           EXIT.
      *
      *    *** 世代名も環境コードで修飾する（QAの世代が本番の世代を
      *    *** 上書き・消去しないように）
       2150-QUALIFY-GEN-NAME.
           MOVE "Q"                    TO DRQ-ID
           MOVE DR-W-GEN-NAME          TO DRQ-NAME
           CALL "ENVQUAL" USING DRQ-ENVQUAL-AREA
           MOVE DRQ-QNAME              TO DR-W-GEN-NAME.
       2150-EXIT.
           EXIT.
      *
       2200-COPY-ONE.
           READ DR-LOG-FILE
                  DR-W-GEN-TBL(1)      DELIMITED BY SIZE
                  INTO DR-W-GEN-NAME
           END-STRING
           PERFORM 2150-QUALIFY-GEN-NAME THRU 2150-EXIT
           OPEN OUTPUT DR-GEN-FILE
           IF DR-W-GEN-STATUS = "00"
               CLOSE DR-GEN-FILE
