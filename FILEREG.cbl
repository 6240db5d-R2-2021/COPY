      *    LINERPTの系譜レポートで答えられるようにする。
      *
      *    1行＝1イベント（桁位置固定）:
      *      01-14:時刻(YYYYMMDDHHMMSS)  16-23:PGM  25:方向(I/O/A)
      *      27-50:ファイル名  52-60:件数
      *
      *    呼び出し方法:
      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  登録簿(FILEREG.OUT)の名前を実行環境
      *                          コード（ENVQUAL）で修飾する
      *    2026-10-15  T.MIYAKE  方向A（外部から届いた入力の到着、
      *                          FILEWTCHが登録）を追加
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    登録簿（名前は環境コードで修飾する、ENVQUAL）
           SELECT FR-REG-FILE      ASSIGN DYNAMIC FR-W-REG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FR-W-REG-STATUS.
      *
       01  FR-W-REG-STATUS          PIC  X(002) VALUE SPACE.
       01  FR-W-DATE8               PIC  9(008) VALUE ZERO.
       01  FR-W-TIME8               PIC  9(008) VALUE ZERO.
       01  FR-W-REG-NAME            PIC  X(024) VALUE "FILEREG.OUT".
       01  FR-W-QUAL-DONE           PIC  X(001) VALUE "N".
           88  FR-W-QUAL-DONE-YES           VALUE "Y".
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==FRQ==.
      *
       LINKAGE                     SECTION.
      *
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO FR-RETURN-CODE
           IF NOT FR-W-QUAL-DONE-YES
               SET FR-W-QUAL-DONE-YES TO TRUE
               MOVE "Q"             TO FRQ-ID
               MOVE "FILEREG.OUT"   TO FRQ-NAME
               CALL "ENVQUAL" USING FRQ-ENVQUAL-AREA
               MOVE FRQ-QNAME       TO FR-W-REG-NAME
           END-IF
           OPEN EXTEND FR-REG-FILE
           IF FR-W-REG-STATUS NOT = "00"
               OPEN OUTPUT FR-REG-FILE
