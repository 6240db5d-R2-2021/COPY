      *      3. 指示されたPGM/RUNIDのDTCKPTチェックポイントを削除
      *         （次の実行が途中再開にならないようにする）
      *    何をクリアしたかを1件ずつQARESET.RPTへ報告する。
      *    実行環境コード（ENVQUAL）がPRODの時は何もせずに終わる。
      *
      *    QARESET.CTL の指示行（1行＝1指示）:
      *      CKPT=PGM[,RUNID]  削除するチェックポイント
      *
      *    変更履歴
      *    2026-09-02  T.MIYAKE  新規作成
      *    2026-10-15  T.MIYAKE  チェックポイント名を実行環境コード
      *                          （ENVQUAL）で修飾し、レポートの先頭へ
      *                          環境を出力する。本番環境では実行しない
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
           SELECT QR-DAT-FILE      ASSIGN DYNAMIC QR-W-DAT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS QR-W-DAT-STATUS.
      *    チェックポイントファイル（DATETIMEのID=W/Rと同じキー、
      *    名前はDATETIMEと同じく環境コードで修飾する）
           SELECT QR-CKPT-FILE     ASSIGN DYNAMIC QR-W-CKPT-NAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CK-KEY
       01  QR-W-CKPT-STATUS         PIC  X(002) VALUE SPACE.
       01  QR-W-CTL-EOF             PIC  X(001) VALUE "N".
           88  QR-W-CTL-EOF-YES             VALUE "Y".
      *    *** 本番環境で実行された時は何もしない
       01  QR-W-PROD                PIC  X(001) VALUE "N".
           88  QR-W-PROD-YES                VALUE "Y".
      *
       01  QR-W-DAT-NAME            PIC  X(024) VALUE SPACE.
       01  QR-W-CKPT-NAME           PIC  X(024) VALUE "DTCKPT".
       01  QR-W-ARG-PGM             PIC  X(008) VALUE SPACE.
       01  QR-W-ARG-RUNID           PIC  X(008) VALUE SPACE.
      *
       01  QR-W-RPT-CNT             PIC  9(006) VALUE ZERO.
      *
       COPY "CPDECODE08.cpy" REPLACING ==:##:== BY ==D8==.
      *    *** チェックポイント名の修飾・帳票見出しの環境表示用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==QRQ==.
      *
       PROCEDURE                  DIVISION.
      *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT QR-W-PROD-YES
               PERFORM 2000-CLEAR-HITFLAGS  THRU 2000-EXIT
               PERFORM 3000-EMPTY-OUTPUTS   THRU 3000-EXIT
               PERFORM 4000-CLEAR-CKPTS     THRU 4000-EXIT
                   UNTIL QR-W-CTL-EOF-YES
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
      *
           GOBACK.
           STRING "QA ENVIRONMENT RESET" DELIMITED BY SIZE
                  INTO QR-RPT-LINE
           WRITE QR-RPT-LINE
      *
      *    *** チェックポイント名を環境コードで修飾し、環境を報告する
           MOVE "Q"                    TO QRQ-ID
           MOVE "DTCKPT"               TO QRQ-NAME
           CALL "ENVQUAL" USING QRQ-ENVQUAL-AREA
           MOVE QRQ-QNAME              TO QR-W-CKPT-NAME
           MOVE QRQ-ENV-LINE           TO QR-RPT-LINE
           WRITE QR-RPT-LINE
      *    *** 本番の環境コードでは手順1-3とも行わない（本番の
      *    *** HITFLAG・チェックポイントを消さないように）
           IF QRQ-ENV = "PROD"
               MOVE SPACE               TO QR-RPT-LINE
               STRING "NOT RUN: QARESET IS NOT ALLOWED IN PROD"
                      DELIMITED BY SIZE INTO QR-RPT-LINE
               WRITE QR-RPT-LINE
               SET QR-W-PROD-YES        TO TRUE
               SET QR-W-CTL-EOF-YES     TO TRUE
               GO TO 1000-EXIT
           END-IF
      *
           MOVE "N"                    TO QR-W-CTL-EOF
           OPEN INPUT QR-CTL-FILE
