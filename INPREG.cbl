      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  登録簿(INPROC.REG)の名前を実行環境
      *                          コード（ENVQUAL）で修飾する。QA実行の
      *                          取り込みが本番の登録簿へ載らない
      *                          ようにする
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    登録簿（名前は環境コードで修飾する、ENVQUAL）
           SELECT IR-REG-FILE      ASSIGN DYNAMIC IR-W-REG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS IR-W-REG-STATUS.
      *
       01  IR-W-DATE8               PIC  9(008) VALUE ZERO.
       01  IR-W-TIME8               PIC  9(008) VALUE ZERO.
       01  IR-W-STAMP               PIC  9(014) VALUE ZERO.
       01  IR-W-REG-NAME            PIC  X(024) VALUE "INPROC.REG".
       01  IR-W-QUAL-DONE           PIC  X(001) VALUE "N".
           88  IR-W-QUAL-DONE-YES           VALUE "Y".
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==IRQ==.
      *
       LINKAGE                     SECTION.
      *
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO IR-RETURN-CODE
           IF NOT IR-W-QUAL-DONE-YES
               SET IR-W-QUAL-DONE-YES TO TRUE
               MOVE "Q"             TO IRQ-ID
               MOVE "INPROC.REG"    TO IRQ-NAME
               CALL "ENVQUAL" USING IRQ-ENVQUAL-AREA
               MOVE IRQ-QNAME       TO IR-W-REG-NAME
           END-IF
           EVALUATE IR-ID
               WHEN "C"
                   PERFORM 1000-CHECK-INPUT THRU 1000-EXIT
