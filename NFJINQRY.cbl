      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  ジャーナルの名前を実行環境コード
      *                          （ENVQUAL）で修飾し、レポートの先頭へ
      *                          環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    ジャーナルの名前はDECODE08と同じく環境コードで修飾する
           SELECT NQ-JRNL-FILE     ASSIGN DYNAMIC NQ-W-JRNL-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS NQ-W-JRNL-STATUS.
           SELECT NQ-CTL-FILE      ASSIGN TO "NFJINQRY.CTL"
      *
       01  NQ-W-JRNL-STATUS         PIC  X(002) VALUE SPACE.
       01  NQ-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  NQ-W-JRNL-NAME           PIC  X(024) VALUE "NFJOURNL".
       01  NQ-W-JRNL-EOF            PIC  X(001) VALUE "N".
           88  NQ-W-JRNL-EOF-YES            VALUE "Y".
       01  NQ-W-CTL-EOF             PIC  X(001) VALUE "N".
      *    *** 前後イメージの項目比較用（BEFORE側とAFTER側）
       COPY "CPNFADDR.cpy"   REPLACING ==:##:== BY ==NB==.
       COPY "CPNFADDR.cpy"   REPLACING ==:##:== BY ==NA==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==NQQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT NQ-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
           MOVE "N"                    TO NQ-W-CTL-EOF
           OPEN INPUT NQ-CTL-FILE
           IF NQ-W-CTL-STATUS = "00"
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  ジャーナルの名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO NQQ-ID
           MOVE "NFJOURNL"             TO NQQ-NAME
           CALL "ENVQUAL" USING NQQ-ENVQUAL-AREA
           MOVE NQQ-QNAME              TO NQ-W-JRNL-NAME
           MOVE NQQ-ENV-LINE           TO NQ-RPT-LINE
           WRITE NQ-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ NQ-CTL-FILE
