      *                          終了する（従来はUNLOADが空の
      *                          バックアップで前回分を潰したうえ
      *                          ジャーナルまで切ってしまった）
      *    2026-10-15  T.MIYAKE  確認日の未来日チェックの基準日を
      *                          システム日付から処理日（PROCDATE）へ
      *                          変更（DECODE08の補完日と合わせる）
      *    2026-10-15  T.MIYAKE  バックアップ・ジャーナル・ジャーナル
      *                          世代の名前を実行環境コード（ENVQUAL）
      *                          で修飾し、レポートの先頭へ環境を出力
      *                          する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    バックアップ・ジャーナルの名前はDECODE08のマスターと同じく
      *    環境コードで修飾する
           SELECT NM-BKP-FILE      ASSIGN DYNAMIC NM-W-BKP-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS NM-W-BKP-STATUS.
           SELECT NM-CTL-FILE      ASSIGN TO "NFMAINT.CTL"
           SELECT NM-RPT-FILE      ASSIGN TO "NFMAINT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    UNLOAD時に世代へ切るジャーナル（DTLOGROTと同様の運用）
           SELECT NM-JRN-FILE      ASSIGN DYNAMIC NM-W-JRN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS NM-W-JRN-STATUS.
           SELECT NM-JGN-FILE      ASSIGN DYNAMIC NM-W-JGN-NAME
      *    *** UNLOAD時のジャーナル世代切り用
       01  NM-W-JRN-STATUS          PIC  X(002) VALUE SPACE.
       01  NM-W-JGN-STATUS          PIC  X(002) VALUE SPACE.
       01  NM-W-JGN-NAME            PIC  X(024) VALUE SPACE.
       01  NM-W-JRN-EOF             PIC  X(001) VALUE "N".
           88  NM-W-JRN-EOF-YES             VALUE "Y".
       01  NM-W-JRN-CNT             BINARY-LONG VALUE ZERO.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  NM-W-BKP-NAME            PIC  X(024) VALUE "NFADDR.BKP".
       01  NM-W-JRN-NAME            PIC  X(024) VALUE "NFJOURNL".
      *
      *---------------------------------------------------------------*
      *    NFADDR.BKPの完全性トレーラー用
      *    *** バックアップ・再登録用のレコードイメージ
       COPY "CPNFADDR.cpy"   REPLACING ==:##:== BY ==NB==.
       COPY "CPDECODE08.cpy" REPLACING ==:##:== BY ==D8==.
      *    *** 本日＝処理日（業務日付）の取得用
       COPY "CPPROCDATE.cpy" REPLACING ==:##:== BY ==NMP==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==NMQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT NM-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           MOVE "N"                    TO NM-W-CTL-EOF
           OPEN INPUT NM-CTL-FILE
           IF NM-W-CTL-STATUS = "00"
                      DELIMITED BY SIZE INTO NM-RPT-LINE
               WRITE NM-RPT-LINE
           END-IF
           MOVE "G"                    TO NMP-ID
           MOVE "NFMAINT"              TO NMP-PGM
           CALL "PROCDATE" USING NMP-PROCDATE-AREA
           MOVE NMP-YMD                TO NM-W-TODAY
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  バックアップ・ジャーナルの名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO NMQ-ID
           MOVE "NFADDR.BKP"           TO NMQ-NAME
           CALL "ENVQUAL" USING NMQ-ENVQUAL-AREA
           MOVE NMQ-QNAME              TO NM-W-BKP-NAME
           MOVE "NFJOURNL"             TO NMQ-NAME
           CALL "ENVQUAL" USING NMQ-ENVQUAL-AREA
           MOVE NMQ-QNAME              TO NM-W-JRN-NAME
           MOVE NMQ-ENV-LINE           TO NM-RPT-LINE
           WRITE NM-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ NM-CTL-FILE
                  NM-W-TODAY           DELIMITED BY SIZE
                  INTO NM-W-JGN-NAME
           END-STRING
           MOVE "Q"                    TO NMQ-ID
           MOVE NM-W-JGN-NAME          TO NMQ-NAME
           CALL "ENVQUAL" USING NMQ-ENVQUAL-AREA
           MOVE NMQ-QNAME              TO NM-W-JGN-NAME
           OPEN EXTEND NM-JGN-FILE
           IF NM-W-JGN-STATUS NOT = "00"
               OPEN OUTPUT NM-JGN-FILE
