      ******************************************************************
      *
      *    PROGRAM-ID.  ENVQUAL
      *
      *    実行環境コードによる制御ファイル名の修飾サブルーチン。
      *    RUNLOG・ALERTQ.OUT・DTLOG.OUT・DTCKPT・NFJOURNL・INPROC.REG・
      *    FILEREG.OUT等の実行状態を持つファイルは固定名だったため、
      *    同じバッチサーバで動くQA実行が本番と同じファイルへ書き込み、
      *    QARESETが本番のチェックポイントを消したことがある。
      *    環境コードは環境変数BATCHENVを優先し、無ければ共通既定
      *    カード(GLOBAL.PRM)のENV=を使う。どちらも無い・PROD の時は
      *    本番として名前を修飾しない（従来の固定名のまま動く）。
      *    環境コードは最初の呼び出しで1回だけ決め、以後は保持する。
      *
      *    呼び出し方法:
      *      CALL "ENVQUAL" USING CPENVQUAL-AREA.
      *
      *    変更履歴
      *    2026-10-15  T.MIYAKE  新規作成
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ENVQUAL.
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
      *    共通既定カード、ENV=の行だけを見る（PARMRDRのテーブルは
      *    呼び出し元のものなので使わない）
           SELECT EQ-PRM-FILE      ASSIGN TO "GLOBAL.PRM"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS EQ-W-PRM-STATUS.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  EQ-PRM-FILE.
       01  EQ-PRM-LINE               PIC X(080).
      *
       WORKING-STORAGE             SECTION.
      *
       01  EQ-W-PRM-STATUS          PIC  X(002) VALUE SPACE.
       01  EQ-W-PRM-EOF             PIC  X(001) VALUE "N".
           88  EQ-W-PRM-EOF-YES             VALUE "Y".
       01  EQ-W-LOADED              PIC  X(001) VALUE "N".
           88  EQ-W-LOADED-YES              VALUE "Y".
      *
      *    *** 決定した環境コード（空白＝本番）
       01  EQ-W-ENV                 PIC  X(008) VALUE SPACE.
       01  EQ-W-ENV-LINE            PIC  X(040) VALUE SPACE.
       01  EQ-W-TMP                 PIC  X(020) VALUE SPACE.
       01  EQ-W-PTR                 BINARY-LONG VALUE ZERO.
      *
       LINKAGE                     SECTION.
      *
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==EQ==.
      *
       PROCEDURE                  DIVISION USING EQ-ENVQUAL-AREA.
      *
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"               TO EQ-RETURN-CODE
           IF NOT EQ-W-LOADED-YES
               PERFORM 1000-DECIDE-ENV THRU 1000-EXIT
           END-IF
      *
           IF EQ-W-ENV = SPACE
               MOVE "PROD"          TO EQ-ENV
           ELSE
               MOVE EQ-W-ENV        TO EQ-ENV
           END-IF
           MOVE EQ-W-ENV-LINE      TO EQ-ENV-LINE
      *
           EVALUATE EQ-ID
               WHEN "E"
                   CONTINUE
               WHEN "Q"
                   PERFORM 2000-QUALIFY  THRU 2000-EXIT
               WHEN OTHER
                   MOVE "90"            TO EQ-RETURN-CODE
           END-EVALUATE.
       0000-GOBACK.
           GOBACK.
      *
      ******************************************************************
      *    1000-DECIDE-ENV  環境コードを決める（環境変数BATCHENV、
      *    無ければGLOBAL.PRMのENV=）。PROD は本番として空白に揃える
      ******************************************************************
       1000-DECIDE-ENV.
           SET EQ-W-LOADED-YES     TO TRUE
           MOVE SPACE              TO EQ-W-TMP
           ACCEPT EQ-W-TMP FROM ENVIRONMENT "BATCHENV"
               ON EXCEPTION
                   MOVE SPACE       TO EQ-W-TMP
           END-ACCEPT
           IF EQ-W-TMP = SPACE
               PERFORM 1100-READ-GLOBAL THRU 1100-EXIT
           END-IF
      *    *** 空白の手前までを環境コードとし、英小文字は大文字に揃える
           MOVE SPACE              TO EQ-W-ENV
           UNSTRING EQ-W-TMP DELIMITED BY SPACE
               INTO EQ-W-ENV
           END-UNSTRING
           INSPECT EQ-W-ENV CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF EQ-W-ENV = "PROD"
               MOVE SPACE           TO EQ-W-ENV
           END-IF
      *
           MOVE SPACE              TO EQ-W-ENV-LINE
           IF EQ-W-ENV = SPACE
               STRING "ENVIRONMENT: PROD" DELIMITED BY SIZE
                      INTO EQ-W-ENV-LINE
           ELSE
               STRING "ENVIRONMENT: "  DELIMITED BY SIZE
                      EQ-W-ENV         DELIMITED BY SPACE
                      INTO EQ-W-ENV-LINE
               END-STRING
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    *** カード無し・ENV=無しは本番（従来通り）
       1100-READ-GLOBAL.
           MOVE "N"                TO EQ-W-PRM-EOF
           OPEN INPUT EQ-PRM-FILE
           IF EQ-W-PRM-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-READ-ONE    THRU 1110-EXIT
               UNTIL EQ-W-PRM-EOF-YES
           CLOSE EQ-PRM-FILE.
       1100-EXIT.
           EXIT.
      *
       1110-READ-ONE.
           READ EQ-PRM-FILE
               AT END
                   SET EQ-W-PRM-EOF-YES TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF EQ-PRM-LINE(1:4) = "ENV="
               MOVE EQ-PRM-LINE(5:20) TO EQ-W-TMP
           END-IF.
       1110-EXIT.
           EXIT.
      *
      ******************************************************************
      *    2000-QUALIFY  ID=Q  ファイル名へ環境コードを前置する
      *    （長すぎる時もRC=90で修飾したまま返し、本番名へは落とさない）
      ******************************************************************
       2000-QUALIFY.
           IF EQ-W-ENV = SPACE
               MOVE EQ-NAME         TO EQ-QNAME
               GO TO 2000-EXIT
           END-IF
           MOVE SPACE              TO EQ-QNAME
           MOVE 1                  TO EQ-W-PTR
           STRING EQ-W-ENV         DELIMITED BY SPACE
                  "."              DELIMITED BY SIZE
                  EQ-NAME          DELIMITED BY SPACE
                  INTO EQ-QNAME
                  WITH POINTER EQ-W-PTR
               ON OVERFLOW
                   MOVE "90"        TO EQ-RETURN-CODE
           END-STRING.
       2000-EXIT.
           EXIT.
