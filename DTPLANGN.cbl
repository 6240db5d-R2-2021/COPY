      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  世代一覧・世代・計画の名前を実行環境
      *                          コード（ENVQUAL）で修飾し、レポートの
      *                          先頭へ環境を出力する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    世代一覧・世代・計画の名前は環境コードで修飾する
           SELECT DP-IDX-FILE      ASSIGN DYNAMIC DP-W-IDX-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DP-W-IDX-STATUS.
           SELECT DP-GEN-FILE      ASSIGN DYNAMIC DP-W-GEN-NAME
           SELECT DP-CTL-FILE      ASSIGN TO "DTPLANGN.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DP-W-CTL-STATUS.
           SELECT DP-PLN-FILE      ASSIGN DYNAMIC DP-W-PLN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DP-RPT-FILE      ASSIGN TO "DTPLANGN.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       01  DP-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  DP-W-CTL-EOF-YES             VALUE "Y".
      *
       01  DP-W-GEN-NAME            PIC  X(024) VALUE SPACE.
      *    *** 環境コードで修飾する制御ファイル名（ENVQUAL）
       01  DP-W-IDX-NAME            PIC  X(024) VALUE "DTLOG.GEN".
       01  DP-W-PLN-NAME            PIC  X(024) VALUE "DTPLAN".
       01  DP-W-GENS                BINARY-LONG VALUE 7.
       01  DP-W-PCTL                BINARY-LONG VALUE 90.
      *
       01  DP-W-OUT-E               PIC  9(004) VALUE ZERO.
      *
       COPY "CPDTLOG.cpy" REPLACING ==:##:== BY ==DP==.
      *
      *    *** 制御ファイル名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==DPQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT DP-RPT-FILE
           PERFORM 1050-QUALIFY-NAMES   THRU 1050-EXIT
      *
           MOVE "N"                    TO DP-W-CTL-EOF
           OPEN INPUT DP-CTL-FILE
           END-IF
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1050-QUALIFY-NAMES  世代一覧・計画の名前を
      *    環境コードで修飾し、レポートへ環境を出す
      ******************************************************************
       1050-QUALIFY-NAMES.
           MOVE "Q"                    TO DPQ-ID
           MOVE "DTLOG.GEN"            TO DPQ-NAME
           CALL "ENVQUAL" USING DPQ-ENVQUAL-AREA
           MOVE DPQ-QNAME              TO DP-W-IDX-NAME
           MOVE "DTPLAN"               TO DPQ-NAME
           CALL "ENVQUAL" USING DPQ-ENVQUAL-AREA
           MOVE DPQ-QNAME              TO DP-W-PLN-NAME
           MOVE DPQ-ENV-LINE           TO DP-RPT-LINE
           WRITE DP-RPT-LINE.
       1050-EXIT.
           EXIT.
      *
       1100-READ-CTL-ONE.
           READ DP-CTL-FILE
                  DP-W-GEN-TBL(DP-W-G)  DELIMITED BY SIZE
                  INTO DP-W-GEN-NAME
           END-STRING
           MOVE "Q"                    TO DPQ-ID
           MOVE DP-W-GEN-NAME          TO DPQ-NAME
           CALL "ENVQUAL" USING DPQ-ENVQUAL-AREA
           MOVE DPQ-QNAME              TO DP-W-GEN-NAME
           MOVE "N"                    TO DP-W-GEN-EOF
           OPEN INPUT DP-GEN-FILE
           IF DP-W-GEN-STATUS NOT = "00"
