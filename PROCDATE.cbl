      ******************************************************************
      *
      *    PROGRAM-ID.  PROCDATE
      *
      *    処理日（業務日付）管理の共通サブルーチン。各プログラムが
      *    システム時計から「本日」を取っていたため、日付をまたぐ
      *    チェーンは作業の半分が翌日付になり、取りこぼした夜を
      *    その夜の日付で再実行することもできなかった。処理日を
      *    管理レコード(PROCDATE)に一元化し、日次締めのステップ
      *    (PDATEMNTのROLL)で翌日へ進める。運用者は過去の日付を
      *    上書き指定して再実行できる。日替わり・上書き・解除の
      *    たびに監査行をPROCDATE.AUDへ追記する。
      *    管理レコードは呼び出しのたびに読み直す（上書きの指定・
      *    解除が実行中のチェーンの次のジョブから効く）。
      *
      *    呼び出し方法:
      *      CALL "PROCDATE" USING CPPROCDATE-AREA.
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  PROCDATE・PROCDATE.AUDの名前を実行環境
      *                          コード（ENVQUAL）で修飾する
      *
      *    PROCDATE の形式（1行、桁位置固定）
      *      01-08:基準の処理日(YYYYMMDD)
      *      10-17:上書きの処理日（ゼロは上書き無し）
      *      19-21:上書きした担当者  23-36:最終更新時刻
      *      38-45:最終更新PGM
      *    PROCDATE.AUD の形式（1行＝1更新、追記）
      *      01-14:更新時刻  16-23:PGM  25-32:区分(INIT/ROLL/
      *      OVERRIDE/CLEAR)  34-41:更新前の処理日  43-50:更新後の
      *      処理日  52-54:担当者
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 PROCDATE.
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
      *    処理日の管理レコード、無ければシステム日付で動く
      *    （管理レコード・監査証跡の名前は環境コードで修飾する、
      *    ENVQUAL。QAの日替わりが本番の処理日を進めないように）
           SELECT PD-CTL-FILE      ASSIGN DYNAMIC PD-W-CTL-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS PD-W-CTL-STATUS.
      *    日替わり・上書きの監査証跡（追記）
           SELECT PD-AUD-FILE      ASSIGN DYNAMIC PD-W-AUD-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS PD-W-AUD-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  PD-CTL-FILE.
       01  PD-CTL-LINE.
           05  PD-CTL-BASE           PIC X(008).
           05  FILLER                PIC X(001).
           05  PD-CTL-OVR            PIC X(008).
           05  FILLER                PIC X(001).
           05  PD-CTL-OPER           PIC X(003).
           05  FILLER                PIC X(001).
           05  PD-CTL-STAMP          PIC X(014).
           05  FILLER                PIC X(001).
           05  PD-CTL-PGM            PIC X(008).
           05  FILLER                PIC X(035).
      *
       FD  PD-AUD-FILE.
       01  PD-AUD-LINE.
           05  PD-AUD-STAMP          PIC X(014).
           05  FILLER                PIC X(001).
           05  PD-AUD-PGM            PIC X(008).
           05  FILLER                PIC X(001).
           05  PD-AUD-ACTION         PIC X(008).
           05  FILLER                PIC X(001).
           05  PD-AUD-OLD            PIC X(008).
           05  FILLER                PIC X(001).
           05  PD-AUD-NEW            PIC X(008).
           05  FILLER                PIC X(001).
           05  PD-AUD-OPER           PIC X(003).
           05  FILLER                PIC X(026).
      *
       WORKING-STORAGE             SECTION.
      *
       01  PD-W-CTL-STATUS          PIC  X(002) VALUE SPACE.
       01  PD-W-AUD-STATUS          PIC  X(002) VALUE SPACE.
       01  PD-W-CTL-NAME            PIC  X(024) VALUE "PROCDATE".
       01  PD-W-AUD-NAME            PIC  X(024) VALUE "PROCDATE.AUD".
       01  PD-W-QUAL-DONE           PIC  X(001) VALUE "N".
           88  PD-W-QUAL-DONE-YES           VALUE "Y".
       01  PD-W-DATE8               PIC  9(008) VALUE ZERO.
       01  PD-W-TIME8               PIC  9(008) VALUE ZERO.
       01  PD-W-NOW                 PIC  9(014) VALUE ZERO.
      *
      *    *** 管理レコードの内容（読み込み後）
       01  PD-W-FOUND               PIC  X(001) VALUE "N".
           88  PD-W-FOUND-YES               VALUE "Y".
       01  PD-W-BASE                PIC  9(008) VALUE ZERO.
       01  PD-W-OVR                 PIC  9(008) VALUE ZERO.
       01  PD-W-OPER                PIC  X(003) VALUE SPACE.
      *
      *    *** 監査行の編集用
       01  PD-W-ACTION              PIC  X(008) VALUE SPACE.
       01  PD-W-OLD                 PIC  9(008) VALUE ZERO.
       01  PD-W-NEW                 PIC  9(008) VALUE ZERO.
      *
      *    *** 管理レコード・監査証跡名の修飾用
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==PDQ==.
      *
       LINKAGE                     SECTION.
      *
       COPY "CPPROCDATE.cpy" REPLACING ==:##:== BY ==PD==.
      *
       PROCEDURE                  DIVISION USING PD-PROCDATE-AREA.
      *
      ******************************************************************
      *    0000-MAINLINE  管理レコードを読み、IDに応じて処理日を返す
      *    または更新する
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO PD-RETURN-CODE
           ACCEPT PD-W-DATE8       FROM DATE YYYYMMDD
           ACCEPT PD-W-TIME8       FROM TIME
           COMPUTE PD-W-NOW =
               PD-W-DATE8 * 1000000 + PD-W-TIME8 / 100
           IF NOT PD-W-QUAL-DONE-YES
               PERFORM 0100-QUALIFY-NAMES THRU 0100-EXIT
           END-IF
           PERFORM 1000-READ-CONTROL THRU 1000-EXIT
      *
           EVALUATE PD-ID
               WHEN "G"
                   CONTINUE
               WHEN "R"
                   PERFORM 2000-ROLL       THRU 2000-EXIT
               WHEN "O"
                   PERFORM 3000-OVERRIDE   THRU 3000-EXIT
               WHEN "X"
                   PERFORM 4000-CLEAR      THRU 4000-EXIT
               WHEN OTHER
                   MOVE "90"        TO PD-RETURN-CODE
           END-EVALUATE
           PERFORM 1100-RETURN-DATE THRU 1100-EXIT.
       0000-GOBACK.
           GOBACK.
      *
      ******************************************************************
      *    0100-QUALIFY-NAMES  管理レコード・監査証跡の名前を環境コード
      *    で修飾する（最初の呼び出しで1回だけ）
      ******************************************************************
       0100-QUALIFY-NAMES.
           SET PD-W-QUAL-DONE-YES  TO TRUE
           MOVE "Q"                TO PDQ-ID
           MOVE "PROCDATE"         TO PDQ-NAME
           CALL "ENVQUAL" USING PDQ-ENVQUAL-AREA
           MOVE PDQ-QNAME          TO PD-W-CTL-NAME
           MOVE "PROCDATE.AUD"     TO PDQ-NAME
           CALL "ENVQUAL" USING PDQ-ENVQUAL-AREA
           MOVE PDQ-QNAME          TO PD-W-AUD-NAME.
       0100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1000-READ-CONTROL  管理レコードを読む（無い・壊れている時は
      *    システム日付を基準とし、上書き無し）
      ******************************************************************
       1000-READ-CONTROL.
           MOVE "N"                TO PD-W-FOUND
           MOVE PD-W-DATE8         TO PD-W-BASE
           MOVE ZERO               TO PD-W-OVR
           MOVE SPACE              TO PD-W-OPER
           OPEN INPUT PD-CTL-FILE
           IF PD-W-CTL-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           READ PD-CTL-FILE
               AT END
                   MOVE SPACE       TO PD-CTL-LINE
           END-READ
           CLOSE PD-CTL-FILE
           IF PD-CTL-BASE IS NOT NUMERIC
               GO TO 1000-EXIT
           END-IF
           SET PD-W-FOUND-YES      TO TRUE
           MOVE PD-CTL-BASE        TO PD-W-BASE
           IF PD-CTL-OVR IS NUMERIC
               MOVE PD-CTL-OVR      TO PD-W-OVR
               MOVE PD-CTL-OPER     TO PD-W-OPER
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-RETURN-DATE.
           MOVE PD-W-BASE          TO PD-BASE-YMD
           EVALUATE TRUE
               WHEN NOT PD-W-FOUND-YES
                   MOVE PD-W-BASE   TO PD-YMD
                   MOVE "S"         TO PD-SOURCE
               WHEN PD-W-OVR NOT = ZERO
                   MOVE PD-W-OVR    TO PD-YMD
                   MOVE "O"         TO PD-SOURCE
               WHEN OTHER
                   MOVE PD-W-BASE   TO PD-YMD
                   MOVE "C"         TO PD-SOURCE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-ROLL  ID=R  基準の処理日を翌日へ進め、上書きを解除する
      *    管理レコードが無い時は、システム日付で管理を始める(INIT)
      ******************************************************************
       2000-ROLL.
           IF NOT PD-W-FOUND-YES
               MOVE "INIT"          TO PD-W-ACTION
               MOVE ZERO            TO PD-W-OLD
               MOVE PD-W-BASE       TO PD-W-NEW
           ELSE
               MOVE "ROLL"          TO PD-W-ACTION
               MOVE PD-W-BASE       TO PD-W-OLD
               COMPUTE PD-W-NEW = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PD-W-BASE) + 1)
           END-IF
           MOVE PD-W-NEW           TO PD-W-BASE
           MOVE ZERO               TO PD-W-OVR
           MOVE SPACE              TO PD-W-OPER
           PERFORM 8000-WRITE-CONTROL THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    3000-OVERRIDE  ID=O  SET-YMDの日付で処理するよう上書きする
      *    （暦に無い日付・未来日は受け付けない）
      ******************************************************************
       3000-OVERRIDE.
           IF PD-SET-YMD IS NOT NUMERIC OR PD-SET-YMD = ZERO OR
              FUNCTION TEST-DATE-YYYYMMDD(PD-SET-YMD) NOT = ZERO OR
              PD-SET-YMD > PD-W-DATE8
               MOVE "90"            TO PD-RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE "OVERRIDE"         TO PD-W-ACTION
           IF PD-W-OVR NOT = ZERO
               MOVE PD-W-OVR        TO PD-W-OLD
           ELSE
               MOVE PD-W-BASE       TO PD-W-OLD
           END-IF
           MOVE PD-SET-YMD         TO PD-W-NEW
           MOVE PD-SET-YMD         TO PD-W-OVR
           MOVE PD-OPER            TO PD-W-OPER
           PERFORM 8000-WRITE-CONTROL THRU 8000-EXIT.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    4000-CLEAR  ID=X  上書きを解除し、基準の処理日へ戻す
      ******************************************************************
       4000-CLEAR.
           IF PD-W-OVR = ZERO
               GO TO 4000-EXIT
           END-IF
           MOVE "CLEAR"            TO PD-W-ACTION
           MOVE PD-W-OVR           TO PD-W-OLD
           MOVE PD-W-BASE          TO PD-W-NEW
           MOVE ZERO               TO PD-W-OVR
           MOVE SPACE              TO PD-W-OPER
           PERFORM 8000-WRITE-CONTROL THRU 8000-EXIT.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *    8000-WRITE-CONTROL  管理レコードを書き直し、監査行を追記する
      ******************************************************************
       8000-WRITE-CONTROL.
           OPEN OUTPUT PD-CTL-FILE
           IF PD-W-CTL-STATUS NOT = "00"
               MOVE "90"            TO PD-RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           MOVE SPACE              TO PD-CTL-LINE
           MOVE PD-W-BASE          TO PD-CTL-BASE
           MOVE PD-W-OVR           TO PD-CTL-OVR
           MOVE PD-W-OPER          TO PD-CTL-OPER
           MOVE PD-W-NOW           TO PD-CTL-STAMP
           MOVE PD-PGM             TO PD-CTL-PGM
           WRITE PD-CTL-LINE
           CLOSE PD-CTL-FILE
           SET PD-W-FOUND-YES      TO TRUE
      *
           OPEN EXTEND PD-AUD-FILE
           IF PD-W-AUD-STATUS NOT = "00"
               OPEN OUTPUT PD-AUD-FILE
           END-IF
           IF PD-W-AUD-STATUS NOT = "00"
               GO TO 8000-EXIT
           END-IF
           MOVE SPACE              TO PD-AUD-LINE
           MOVE PD-W-NOW           TO PD-AUD-STAMP
           MOVE PD-PGM             TO PD-AUD-PGM
           MOVE PD-W-ACTION        TO PD-AUD-ACTION
           MOVE PD-W-OLD           TO PD-AUD-OLD
           MOVE PD-W-NEW           TO PD-AUD-NEW
           MOVE PD-OPER            TO PD-AUD-OPER
           WRITE PD-AUD-LINE
           CLOSE PD-AUD-FILE.
       8000-EXIT.
           EXIT.
