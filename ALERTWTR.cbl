      *                          起票）。FLUSH=Yで抑止分のサマリー行を
      *                          起票する。DECODE05のCONVERR連発が
      *                          重大度1を埋もれさせる問題の対策
      *    2026-10-15  T.MIYAKE  計画メンテナンス時間帯(MAINTWIN、
      *                          MNTWIN経由)の引き下げ対象コードは
      *                          重大度3で起票し、内容の先頭へMAINT
      *                          の印を付ける（予定済みの停止で
      *                          重大度1が並ぶ問題の対策）
      *    2026-10-15  T.MIYAKE  インシデント票の桁を追加（118-129桁目
      *                          :票番号、131桁目:票状態 E=送信済
      *                          T=起票済 X=票クローズ）。TKTEXPが
      *                          送信、TKTIMPが票番号・クローズを反映
      *                          する（ALERTWTRは空白で起票）
      *    2026-10-15  T.MIYAKE  キュー(ALERTQ.OUT)の名前を実行環境
      *                          コード（ENVQUAL）で修飾する。QA実行の
      *                          アラートが本番のキューへ混ざらない
      *                          ようにする
      *    2026-10-15  T.MIYAKE  メンテナンス時間帯中の連発抑止の
      *                          REPEATED行（途中経過・サマリー）も
      *                          MAINT印・引き下げ後の重大度で起票する
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
       OBJECT-COMPUTER.            IBM-370.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    アラートキュー（名前は環境コードで修飾する、ENVQUAL）
           SELECT AW-QUE-FILE      ASSIGN DYNAMIC AW-W-QUE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS AW-W-QUE-STATUS.
      *
           05  AW-QUE-ACKINI         PIC X(003).
           05  FILLER                PIC X(001).
           05  AW-QUE-ACKSTAMP       PIC X(014).
           05  FILLER                PIC X(001).
      *    *** インシデント票番号と票状態 スペース=未送信 E=送信済
      *    *** T=起票済 X=票クローズ（TKTEXP/TKTIMPがセットする）
           05  AW-QUE-TKTNO          PIC X(012).
           05  FILLER                PIC X(001).
           05  AW-QUE-TKTSTAT        PIC X(001).
      *
       WORKING-STORAGE             SECTION.
      *
       01  AW-W-QUE-STATUS          PIC  X(002) VALUE SPACE.
       01  AW-W-QUE-NAME            PIC  X(024) VALUE "ALERTQ.OUT".
       01  AW-W-QUAL-DONE           PIC  X(001) VALUE "N".
           88  AW-W-QUAL-DONE-YES           VALUE "Y".
       01  AW-W-DATE8               PIC  9(008) VALUE ZERO.
       01  AW-W-TIME8               PIC  9(008) VALUE ZERO.
      *
             05  AW-W-FLD-PGM       PIC  X(008).
             05  AW-W-FLD-CODE      PIC  X(008).
             05  AW-W-FLD-SEV       PIC  9(001).
      *        *** 直近の通知がメンテナンス時間帯の引き下げ対象の時Y
             05  AW-W-FLD-MAINT     PIC  X(001).
             05  AW-W-FLD-CNT       BINARY-LONG.
             05  AW-W-FLD-SUP       BINARY-LONG.
       01  AW-W-I                   BINARY-LONG VALUE ZERO.
       01  AW-W-F                   BINARY-LONG VALUE ZERO.
       01  AW-W-PTR                 BINARY-LONG VALUE ZERO.
       01  AW-W-SUPPRESS            PIC  X(001) VALUE "N".
           88  AW-W-SUPPRESS-YES            VALUE "Y".
       01  AW-W-OVR                 PIC  X(001) VALUE "N".
           88  AW-W-OVR-YES                 VALUE "Y".
       01  AW-W-MSG-OVR             PIC  X(060) VALUE SPACE.
       01  AW-W-CNT-E               PIC  9(009) VALUE ZERO.
      *
      *    *** 起票する重大度（メンテナンス時間帯中は3へ引き下げる）
       01  AW-W-SEV                 PIC  9(001) VALUE ZERO.
       01  AW-W-MAINT               PIC  X(001) VALUE "N".
           88  AW-W-MAINT-YES               VALUE "Y".
       01  AW-W-MSG-MAINT           PIC  X(060) VALUE SPACE.
      *    *** 計画メンテナンス時間帯の判定用（MNTWIN）
       COPY "CPMNTWIN.cpy" REPLACING ==:##:== BY ==AM==.
      *    *** キュー名の修飾用（ENVQUAL）
       COPY "CPENVQUAL.cpy" REPLACING ==:##:== BY ==AWQ==.
      *
       LINKAGE                     SECTION.
      *
               GO TO 0000-GOBACK
           END-IF
      *
           PERFORM 0500-CHECK-MAINT  THRU 0500-EXIT
           PERFORM 1000-TRACK-REPEAT THRU 1000-EXIT
           IF AW-W-SUPPRESS-YES
               GO TO 0000-GOBACK
           GOBACK.
      *
      ******************************************************************
      *    0500-CHECK-MAINT  計画メンテナンス時間帯の引き下げ対象
      *    （PGM+CODE）なら重大度3・MAINT印付きで起票する
      ******************************************************************
       0500-CHECK-MAINT.
           MOVE AW-SEVERITY        TO AW-W-SEV
           MOVE "N"                TO AW-W-MAINT
           MOVE "A"                TO AM-ID
           MOVE AW-PGM             TO AM-PGM
           MOVE AW-CODE            TO AM-CODE
           CALL "MNTWIN" USING AM-MNTWIN-AREA
           IF AM-RETURN-CODE NOT = "10"
               GO TO 0500-EXIT
           END-IF
           SET AW-W-MAINT-YES      TO TRUE
           IF AW-W-SEV < 3
               MOVE 3               TO AW-W-SEV
           END-IF
           MOVE SPACE              TO AW-W-MSG-MAINT
           STRING "MAINT " DELIMITED BY SIZE
                  AW-MESSAGE(1:54) DELIMITED BY SIZE
                  INTO AW-W-MSG-MAINT
           END-STRING.
       0500-EXIT.
           EXIT.
      *
      ******************************************************************
      *    1000-TRACK-REPEAT  同一PGM+CODEの件数を数え、しきい値を
      *    超えた分は起票を抑止する。500件ごとに途中経過のREPEATED行
      *    だけを通す（テーブル満杯時は数えず通常起票で継続する）
                   MOVE AW-W-FLD-TBLCNT TO AW-W-F
                   MOVE AW-PGM      TO AW-W-FLD-PGM(AW-W-F)
                   MOVE AW-CODE     TO AW-W-FLD-CODE(AW-W-F)
                   MOVE AW-W-SEV    TO AW-W-FLD-SEV(AW-W-F)
                   MOVE ZERO        TO AW-W-FLD-CNT(AW-W-F)
                   MOVE ZERO        TO AW-W-FLD-SUP(AW-W-F)
               ELSE
                   GO TO 1000-EXIT
               END-IF
           END-IF
      *    *** サマリー行は直近の通知と同じ重大度・MAINT印で起票する
           MOVE AW-W-SEV           TO AW-W-FLD-SEV(AW-W-F)
           MOVE AW-W-MAINT         TO AW-W-FLD-MAINT(AW-W-F)
           ADD  1                  TO AW-W-FLD-CNT(AW-W-F)
           IF AW-W-FLD-CNT(AW-W-F) <= AW-W-FLD-CNT-MAX
               GO TO 1000-EXIT
               SET AW-W-OVR-YES     TO TRUE
               MOVE AW-W-FLD-CNT(AW-W-F) TO AW-W-CNT-E
               MOVE SPACE           TO AW-W-MSG-OVR
               MOVE 1               TO AW-W-PTR
               IF AW-W-MAINT-YES
                   STRING "MAINT " DELIMITED BY SIZE
                          INTO AW-W-MSG-OVR WITH POINTER AW-W-PTR
                   END-STRING
               END-IF
               STRING "REPEATED ALERT, COUNT=" DELIMITED BY SIZE
                      AW-W-CNT-E    DELIMITED BY SIZE
                      " (SUPPRESSED)" DELIMITED BY SIZE
                      INTO AW-W-MSG-OVR WITH POINTER AW-W-PTR
               END-STRING
           ELSE
               SET AW-W-SUPPRESS-YES TO TRUE
      *
      ******************************************************************
      *    2000-OPEN-QUEUE  キューを追記で開く（無ければ作成）
      *    キュー名は最初の1回だけ環境コードで修飾する
      ******************************************************************
       2000-OPEN-QUEUE.
           IF NOT AW-W-QUAL-DONE-YES
               SET AW-W-QUAL-DONE-YES TO TRUE
               MOVE "Q"             TO AWQ-ID
               MOVE "ALERTQ.OUT"    TO AWQ-NAME
               CALL "ENVQUAL" USING AWQ-ENVQUAL-AREA
               MOVE AWQ-QNAME       TO AW-W-QUE-NAME
           END-IF
           OPEN EXTEND AW-QUE-FILE
           IF AW-W-QUE-STATUS NOT = "00"
               OPEN OUTPUT AW-QUE-FILE
           COMPUTE AW-QUE-STAMP =
               AW-W-DATE8 * 1000000 + AW-W-TIME8 / 100
           MOVE AW-PGM             TO AW-QUE-PGM
           MOVE AW-W-SEV           TO AW-QUE-SEVERITY
           MOVE AW-CODE            TO AW-QUE-CODE
           EVALUATE TRUE
               WHEN AW-W-OVR-YES
                   MOVE AW-W-MSG-OVR    TO AW-QUE-MESSAGE
               WHEN AW-W-MAINT-YES
                   MOVE AW-W-MSG-MAINT  TO AW-QUE-MESSAGE
               WHEN OTHER
                   MOVE AW-MESSAGE      TO AW-QUE-MESSAGE
           END-EVALUATE
           WRITE AW-QUE-LINE.
       2100-EXIT.
           EXIT.
           MOVE AW-W-FLD-CODE(AW-W-F) TO AW-QUE-CODE
           MOVE AW-W-FLD-CNT(AW-W-F)  TO AW-W-CNT-E
           MOVE SPACE              TO AW-QUE-MESSAGE
           MOVE 1                  TO AW-W-PTR
           IF AW-W-FLD-MAINT(AW-W-F) = "Y"
               STRING "MAINT " DELIMITED BY SIZE
                      INTO AW-QUE-MESSAGE WITH POINTER AW-W-PTR
               END-STRING
           END-IF
           STRING "REPEATED ALERT, TOTAL COUNT=" DELIMITED BY SIZE
                  AW-W-CNT-E       DELIMITED BY SIZE
                  INTO AW-QUE-MESSAGE WITH POINTER AW-W-PTR
           END-STRING
           WRITE AW-QUE-LINE.
       3100-EXIT.
