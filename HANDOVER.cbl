      *    *** 毎朝手作業で集めていた夜間の証跡(LOGRPT相当のエラー集計、
      *    *** 実行履歴のジョブ開始・終了、CTLRECON結果、DIRDIFF結果、
      *    *** 未処理アラート)を1本の引き継ぎ文書にまとめる。
      *    *** (アラートはALERTWFで完了にした物を除いて数える)
      *    *** 受信遅延監視(LATEMON)の遅着・未着・想定外も載せる
      *    *** 先頭に赤/黄/緑の判定バナーを出し、日勤が5ファイルでなく
      *    *** 1枚を見れば夜の状態が判る様にする
      *    *** 判定が赤・黄の時は MAILSPL で当番へ通知メールを置く
      *    *** (CFG-HANDOVER-MAIL=N で止める)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             HANDOVER.

           ACCESS MODE         DYNAMIC
           RECORD KEY          AL-KEY.

      *    *** アラート対応状態(ALERTWFが書く。完了済を数えないため)
       SELECT AST-F            ASSIGN   WK-AST-F-NAME
                               STATUS   WK-AST-STATUS
           ORGANIZATION        INDEXED
           ACCESS MODE         DYNAMIC
           RECORD KEY          AST-KEY.

      *    *** 突合せ結果(CTLRECONの出力、SPACE=省略)
       SELECT RCN-F            ASSIGN   WK-RCN-F-NAME
                               STATUS   WK-RCN-STATUS
                               STATUS   WK-DIF-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 通し確認カナリアの結果(CANARYが書く)
       SELECT CNY-F            ASSIGN   WK-CNY-F-NAME
                               STATUS   WK-CNY-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 受信遅延監視の状態(LATEMONが書く)
       SELECT LTF-F            ASSIGN   WK-LTF-F-NAME
                               STATUS   WK-LTF-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
           03  HIST-PARM       PIC  X(246).
           03  FILLER          PIC  X(001).
           03  HIST-SYSO       PIC  X(080).
           03  FILLER          PIC  X(001).
           03  HIST-JOB        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HIST-RWAIT      PIC  9(007).

      *    *** LOGERR の ALERT-REC と同一レイアウト
       FD  ALERT-F
           03  FILLER          PIC  X(001).
           03  AL-SEV          PIC  X(001).

      *    *** ALERTWF の AST-REC と同一レイアウト(状態のみ使う)
       FD  AST-F
           LABEL RECORDS ARE STANDARD.
       01  AST-REC.
           03  AST-KEY         PIC  X(017).
           03  FILLER          PIC  X(001).
           03  AST-STATE       PIC  X(001).
           03  FILLER          PIC  X(150).

       FD  RCN-F
           LABEL RECORDS ARE STANDARD.
       01  RCN-REC             PIC  X(100).
           LABEL RECORDS ARE STANDARD.
       01  DIF-REC             PIC  X(100).

      *    *** CANARY の STA-REC と同一レイアウト
       FD  CNY-F
           LABEL RECORDS ARE STANDARD.
       01  CNY-REC.
           03  CNY-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CNY-TIME        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  CNY-ID          PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CNY-RESULT      PIC  X(006).
           03  FILLER          PIC  X(001).
           03  CNY-FILE        PIC  X(064).
           03  FILLER          PIC  X(001).
           03  CNY-NOTE        PIC  X(040).

      *    *** LATEMON の ST-REC と同一レイアウト
       FD  LTF-F
           LABEL RECORDS ARE STANDARD.
       01  LTF-REC.
           03  LTF-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LTF-KIND        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LTF-STAT        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LTF-WARN        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LTF-ALERT       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LTF-SEEN        PIC  9(004).
           03  FILLER          PIC  X(001).
           03  LTF-DUE         PIC  9(004).
           03  FILLER          PIC  X(001).
           03  LTF-KEY         PIC  X(032).
           03  FILLER          PIC  X(001).
           03  LTF-FILE        PIC  X(032).
           03  FILLER          PIC  X(001).
           03  LTF-NOTE        PIC  X(040).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(100).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "HANDOVER".

               "LOGERR.ALERT".
           03  WK-ALERT-STATUS PIC  9(002) VALUE ZERO.
           03  WK-ALERT-EOF    PIC  X(001) VALUE LOW-VALUE.
      *    *** アラート対応状態(完了済=AST-STATE "C" は数えない)
           03  WK-AST-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-AST-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-AST-OPEN     PIC  X(001) VALUE "N".
           03  WK-AST-CLOSED   PIC  X(001) VALUE "N".

           03  WK-RCN-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RCN-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** カナリア(注入したのに確認が無い・無い・違う=赤)
           03  WK-CNY-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-CNY-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CNY-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-CNY-PEND     PIC  X(001) VALUE "N".
           03  WK-CNY-NG       BINARY-LONG SYNC VALUE ZERO.

      *    *** 受信遅延(遅着・未着・想定外=黄、最終期限超過=赤)
           03  WK-LTF-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-LTF-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-LTF-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-LTF-LATE     BINARY-LONG SYNC VALUE ZERO.
           03  WK-LTF-MISS     BINARY-LONG SYNC VALUE ZERO.
           03  WK-LTF-DEAD     BINARY-LONG SYNC VALUE ZERO.
           03  WK-LTF-UNEXP    BINARY-LONG SYNC VALUE ZERO.
           03  WK-LTF-KBN      PIC  X(012) VALUE SPACE.

           03  WK-TARGET       PIC  9(008) VALUE ZERO.

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.

      *    *** 判定バナー(GREEN/AMBER/RED の三段階)
           03  WK-RAG          PIC  X(005) VALUE "GREEN".


           03  WK-CNT-D        PIC  ZZZ,ZZ9.

      *    *** 赤・黄判定のメール通知(MAILSPL)
           03  WK-MAIL-ID      PIC  X(001) VALUE "H".
           03  WK-MAIL-TEXT    PIC  X(080) VALUE SPACE.
           03  WK-MAIL-PTR     BINARY-LONG SYNC VALUE 1.

           COPY    CPCONFIG.

      *    *** 致命・エラー行の控え(バナー直下に出す)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-MAINJOB-HIST-NAME TO WK-HIST-F-NAME
           MOVE    CFG-ALERTWF-STATE-NAME TO WK-AST-F-NAME
           MOVE    CFG-CANARY-STAT-NAME TO WK-CNY-F-NAME
           MOVE    CFG-LATEMON-STATE-NAME TO WK-LTF-F-NAME

           IF      LI-TARGET-DATE >    ZERO
                   MOVE    LI-TARGET-DATE TO   WK-TARGET
           ELSE
                   MOVE    "G"         TO      WK-BIZ-ID
                   CALL    "BIZDATE"   USING   WK-BIZ-ID
                                               WK-TARGET
                                               WK-BIZ-STAT
           END-IF
           MOVE    TRIM(LI-RPT-FILENAME) TO WK-RPT-F-NAME

      *    *** (バナー判定より先に読む。本文の写しはS100側で行う)
           PERFORM S050-10     THRU    S050-EX

      *    *** 通し確認カナリアの結果
           PERFORM S070-10     THRU    S070-EX

      *    *** 受信遅延監視の結果
           PERFORM S080-10     THRU    S080-EX

      *    *** 判定バナー
      *    *** RED  = 致命/エラー、失敗ステップ、未処理アラート、
      *    ***        カナリアが届かない・違う・確認されていない、
      *    ***        最終期限を過ぎても着かないフィード
      *    *** AMBER= 警告、突合せ/受信差分レポートに異常マーカー、
      *    ***        遅着・締め超過の未着・想定外のファイル
           PERFORM S040-10     THRU    S040-EX

      *    *** 文書出力

           DISPLAY WK-PGM-NAME " " WK-TARGET
                   " 判定=" WK-RAG " => " WK-RPT-F-NAME

      *    *** 赤・黄の時は当番へ通知メールを置く(文書を添付)
           IF      WK-RAG      NOT =   "GREEN"
              AND  CFG-HANDOVER-MAIL = "Y"
                   PERFORM S060-10     THRU    S060-EX
           END-IF
           .
       M100-EX.
           EXIT    PROGRAM.
       S020-EX.
           EXIT.

      *    *** アラートキュー集計(対象日の未完了のみ)
       S030-10.

           OPEN    INPUT       ALERT-F
           IF      WK-ALERT-STATUS NOT = ZERO
                   GO      TO      S030-EX
           END-IF
           MOVE    "N"         TO      WK-AST-OPEN
           OPEN    INPUT       AST-F
           IF      WK-AST-STATUS =     ZERO
                   MOVE    "Y"         TO      WK-AST-OPEN
           END-IF
           MOVE    LOW-VALUE   TO      WK-ALERT-EOF
           PERFORM UNTIL WK-ALERT-EOF  =       HIGH-VALUE
                   READ    ALERT-F NEXT
                   IF      WK-ALERT-STATUS =   ZERO
                           IF      AL-DATE     =       WK-TARGET
      *    *** 完了済(ALERTWFで対応を閉じた物)は数えない
                                   PERFORM S035-10 THRU    S035-EX
                                   IF      WK-AST-CLOSED = "N"
                                           ADD 1   TO      WK-ALERT-CNT
                                   END-IF
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-ALERT-EOF
                   END-IF
           END-PERFORM
           CLOSE   ALERT-F
           IF      WK-AST-OPEN =       "Y"
                   CLOSE   AST-F
           END-IF
           .
       S030-EX.
           EXIT.

      *    *** アラート1件(AL-KEY)の完了判定(WK-AST-CLOSED=Y: 完了済)
      *    *** 対応状態ファイルの無い環境は全て未完了とする
       S035-10.

           MOVE    "N"         TO      WK-AST-CLOSED
           IF      WK-AST-OPEN NOT =   "Y"
                   GO      TO      S035-EX
           END-IF
           MOVE    AL-KEY      TO      AST-KEY
           READ    AST-F
               INVALID KEY
                   MOVE    SPACE       TO      AST-STATE
           END-READ
           IF      WK-AST-STATUS =     ZERO
              AND  AST-STATE   =       "C"
                   MOVE    "Y"         TO      WK-AST-CLOSED
           END-IF
           .
       S035-EX.
           EXIT.

      *    *** 判定バナーの決定
       S040-10.

      *    *** JOBEが無い=夜間が正常に終わっていない
                   MOVE    "AMBER"     TO      WK-RAG
           END-IF
           IF      WK-LTF-LATE  > ZERO
              OR   WK-LTF-MISS  > ZERO
              OR   WK-LTF-UNEXP > ZERO
                   MOVE    "AMBER"     TO      WK-RAG
           END-IF
           IF      WK-SEV-E-CNT > ZERO
              OR   WK-SEV-F-CNT > ZERO
              OR   WK-FAIL-CNT  > ZERO
              OR   WK-ALERT-CNT > ZERO
              OR   WK-CNY-NG    > ZERO
              OR   WK-CNY-PEND  = "Y"
              OR   WK-LTF-DEAD  > ZERO
                   MOVE    "RED  "     TO      WK-RAG
           END-IF
           .
       S050-EX.
           EXIT.

      *    *** 通知メール(要約1行と文書の添付。通知の失敗は
      *    *** 引き継ぎ文書の作成結果を変えない)
       S060-10.

           MOVE    SPACE       TO      WK-MAIL-TEXT
           MOVE    1           TO      WK-MAIL-PTR
           STRING  "TARGET="   DELIMITED BY SIZE
                   WK-TARGET   DELIMITED BY SIZE
                   INTO    WK-MAIL-TEXT
                   WITH POINTER WK-MAIL-PTR
           END-STRING
           MOVE    WK-FAIL-CNT TO      WK-CNT-D
           STRING  " FAIL="    DELIMITED BY SIZE
                   TRIM(WK-CNT-D) DELIMITED BY SIZE
                   INTO    WK-MAIL-TEXT
                   WITH POINTER WK-MAIL-PTR
           END-STRING
           MOVE    WK-SEV-F-CNT TO     WK-CNT-D
           STRING  " LOG F="   DELIMITED BY SIZE
                   TRIM(WK-CNT-D) DELIMITED BY SIZE
                   INTO    WK-MAIL-TEXT
                   WITH POINTER WK-MAIL-PTR
           END-STRING
           MOVE    WK-SEV-E-CNT TO     WK-CNT-D
           STRING  " E="       DELIMITED BY SIZE
                   TRIM(WK-CNT-D) DELIMITED BY SIZE
                   INTO    WK-MAIL-TEXT
                   WITH POINTER WK-MAIL-PTR
           END-STRING
           MOVE    WK-SEV-W-CNT TO     WK-CNT-D
           STRING  " W="       DELIMITED BY SIZE
                   TRIM(WK-CNT-D) DELIMITED BY SIZE
                   INTO    WK-MAIL-TEXT
                   WITH POINTER WK-MAIL-PTR
           END-STRING
           MOVE    WK-ALERT-CNT TO     WK-CNT-D
           STRING  " ALERTS="  DELIMITED BY SIZE
                   TRIM(WK-CNT-D) DELIMITED BY SIZE
                   INTO    WK-MAIL-TEXT
                   WITH POINTER WK-MAIL-PTR
           END-STRING

           CALL    "MAILSPL"   USING   WK-MAIL-ID
                                       WK-RAG
                                       WK-RPT-F-NAME
                                       WK-MAIL-TEXT
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " 通知メール未作成 RC="
                           RETURN-CODE
                   MOVE    ZERO        TO      RETURN-CODE
           END-IF
           .
       S060-EX.
           EXIT.

      *    *** 通し確認カナリアの結果(対象日の行)
      *    *** 注入(I)の後に確認(V)が無ければ未確認、確認の結果が
      *    *** OK 以外(MISS/CHANGE)なら異常として数える
       S070-10.

           MOVE    "N"         TO      WK-CNY-PEND
           MOVE    ZERO        TO      WK-CNY-NG
           OPEN    INPUT       CNY-F
           IF      WK-CNY-STATUS NOT = ZERO
                   GO      TO      S070-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-CNY-EOF
           PERFORM UNTIL WK-CNY-EOF    =       HIGH-VALUE
                   READ    CNY-F
                   IF      WK-CNY-STATUS =     ZERO
                           IF      CNY-DATE    =       WK-TARGET
                                   EVALUATE CNY-ID
                                       WHEN "I"
                                           IF   CNY-RESULT = "INJECT"
                                                MOVE "Y" TO WK-CNY-PEND
                                           END-IF
                                       WHEN "V"
                                           MOVE "N" TO WK-CNY-PEND
                                           IF   CNY-RESULT NOT = "OK"
                                                ADD 1 TO WK-CNY-NG
                                           END-IF
                                   END-EVALUATE
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CNY-EOF
                   END-IF
           END-PERFORM
           CLOSE   CNY-F
           .
       S070-EX.
           EXIT.

      *    *** 受信遅延監視の対象日の集計
      *    *** 遅着、締め超過の未着(最終期限超過は別に数える)、想定外
       S080-10.

           MOVE    ZERO        TO      WK-LTF-LATE
                                       WK-LTF-MISS
                                       WK-LTF-DEAD
                                       WK-LTF-UNEXP
           OPEN    INPUT       LTF-F
           IF      WK-LTF-STATUS NOT = ZERO
                   GO      TO      S080-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-LTF-EOF
           PERFORM UNTIL WK-LTF-EOF    =       HIGH-VALUE
                   READ    LTF-F
                   IF      WK-LTF-STATUS =     ZERO
                           IF      LTF-DATE    =       WK-TARGET
                                   EVALUATE TRUE
                                       WHEN LTF-KIND = "U"
                                           ADD  1  TO  WK-LTF-UNEXP
                                       WHEN LTF-STAT = "L"
                                           ADD  1  TO  WK-LTF-LATE
                                       WHEN LTF-STAT NOT = "P"
                                           CONTINUE
                                       WHEN LTF-ALERT = "Y"
                                           ADD  1  TO  WK-LTF-MISS
                                                       WK-LTF-DEAD
                                       WHEN LTF-WARN = "Y"
                                           ADD  1  TO  WK-LTF-MISS
                                   END-EVALUATE
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-LTF-EOF
                   END-IF
           END-PERFORM
           CLOSE   LTF-F
           .
       S080-EX.
           EXIT.

      *    *** 引き継ぎ文書の出力
       S100-10.

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "MORNING SHIFT HANDOVER"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
           END-IF

           MOVE    ALL "*"     TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACES      TO      RPT-REC
           STRING  "*** SHIFT HANDOVER " DELIMITED BY SIZE
                   WK-TARGET   DELIMITED BY SIZE
                   WK-RAG      DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           MOVE    ALL "*"     TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX

      *    *** 夜間実行の要約
           MOVE    SPACES      TO      RPT-REC
                   WK-JOBE-SEC DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-STEP-CNT TO      WK-CNT-D
           STRING  "STEPS=" DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC (14:)
           END-STRING
           PERFORM S990-10     THRU    S990-EX

      *    *** エラーログ集計
           MOVE    SPACES      TO      RPT-REC
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC (47:)
           END-STRING
           PERFORM S990-10     THRU    S990-EX

      *    *** 致命・エラー本文(最大10件)
           PERFORM VARYING I FROM 1 BY 1
                           TBL-BAD-TEXT (I) DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-PERFORM

      *    *** 突合せ結果(CTLRECON)の取込み
           MOVE    SPACES      TO      RPT-REC
           MOVE    "--- CTLRECON ---"  TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           MOVE    LI-RECON-FILENAME TO WK-RCN-F-NAME
           PERFORM S110-10     THRU    S110-EX

      *    *** 受信差分(DIRDIFF)の取込み
           MOVE    SPACES      TO      RPT-REC
           MOVE    "--- DIRDIFF ---"   TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           PERFORM S120-10     THRU    S120-EX

      *    *** 通し確認カナリア(CANARY)の対象日の結果
           MOVE    SPACES      TO      RPT-REC
           MOVE    "--- CANARY ---"    TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           PERFORM S130-10     THRU    S130-EX

      *    *** 受信遅延監視(LATEMON)の遅着・未着・想定外
           MOVE    SPACES      TO      RPT-REC
           MOVE    "--- LATEFEED ---"  TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           PERFORM S140-10     THRU    S140-EX

           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           .
       S100-EX.
           EXIT.

           IF      LI-RECON-FILENAME = SPACE
                   MOVE    "(指定なし)" TO     RPT-REC
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S110-EX
           END-IF
           MOVE    TRIM(LI-RECON-FILENAME) TO WK-RCN-F-NAME
           OPEN    INPUT       RCN-F
           IF      WK-RCN-STATUS NOT = ZERO
                   MOVE    "(読めない)" TO     RPT-REC
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S110-EX
           END-IF
           MOVE    ZERO        TO      WK-COPY-CNT
           PERFORM UNTIL WK-RCN-EOF    =       HIGH-VALUE
                      OR WK-COPY-CNT   >=      WK-COPY-MAX
                   READ    RCN-F
      *    *** 帳票の表題部(表題行・実行ID行・空白行)は写さない
                   IF      WK-RCN-STATUS =     ZERO
                       IF  RCN-REC (1:6) NOT = "RUNID="
                       AND RCN-REC (1:8) NOT = "CTLRECON"
                       AND RCN-REC (1:1) NOT = X"0C"
                       AND RCN-REC     NOT =   SPACE
                           ADD     1           TO      WK-COPY-CNT
                           MOVE    RCN-REC     TO      RPT-REC
                           PERFORM S990-10     THRU    S990-EX
                       END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-RCN-EOF
                   END-IF

           IF      LI-DIRDIFF-FILENAME = SPACE
                   MOVE    "(指定なし)" TO     RPT-REC
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S120-EX
           END-IF
           MOVE    TRIM(LI-DIRDIFF-FILENAME) TO WK-DIF-F-NAME
           OPEN    INPUT       DIF-F
           IF      WK-DIF-STATUS NOT = ZERO
                   MOVE    "(読めない)" TO     RPT-REC
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S120-EX
           END-IF
           MOVE    ZERO        TO      WK-COPY-CNT
           PERFORM UNTIL WK-DIF-EOF    =       HIGH-VALUE
                      OR WK-COPY-CNT   >=      WK-COPY-MAX
                   READ    DIF-F
      *    *** 帳票の表題部(表題行・実行ID行・空白行)は写さない
                   IF      WK-DIF-STATUS =     ZERO
                       IF  DIF-REC (1:6) NOT = "RUNID="
                       AND DIF-REC (1:8) NOT = "DIRDIFF "
                       AND DIF-REC (1:1) NOT = X"0C"
                       AND DIF-REC     NOT =   SPACE
                           ADD     1           TO      WK-COPY-CNT
                           MOVE    DIF-REC     TO      RPT-REC
                           PERFORM S990-10     THRU    S990-EX
                       END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-DIF-EOF
                   END-IF
           .
       S120-EX.
           EXIT.

      *    *** カナリア結果の対象日の行を写す(未確認なら一言添える)
       S130-10.

           OPEN    INPUT       CNY-F
           IF      WK-CNY-STATUS NOT = ZERO
                   MOVE    "(記録なし)" TO     RPT-REC
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S130-EX
           END-IF
           MOVE    ZERO        TO      WK-COPY-CNT
           MOVE    LOW-VALUE   TO      WK-CNY-EOF
           PERFORM UNTIL WK-CNY-EOF    =       HIGH-VALUE
                      OR WK-COPY-CNT   >=      WK-COPY-MAX
                   READ    CNY-F
                   IF      WK-CNY-STATUS =     ZERO
                           IF      CNY-DATE    =       WK-TARGET
                                   ADD     1           TO  WK-COPY-CNT
                                   MOVE    CNY-REC     TO  RPT-REC
                                   PERFORM S990-10     THRU    S990-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CNY-EOF
                   END-IF
           END-PERFORM
           CLOSE   CNY-F
           IF      WK-CNY-PEND =       "Y"
                   MOVE    SPACES      TO      RPT-REC
                   MOVE    "  ! 注入後の確認(CANARY V)が無い"
                                       TO      RPT-REC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S130-EX.
           EXIT.

      *    *** 受信遅延の対象日の遅着・未着・想定外を写す
      *    *** (定刻着・早着と締め前の未着は載せない)
       S140-10.

           OPEN    INPUT       LTF-F
           IF      WK-LTF-STATUS NOT = ZERO
                   MOVE    "(記録なし)" TO     RPT-REC
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S140-EX
           END-IF
           MOVE    ZERO        TO      WK-COPY-CNT
           MOVE    LOW-VALUE   TO      WK-LTF-EOF
           PERFORM UNTIL WK-LTF-EOF    =       HIGH-VALUE
                      OR WK-COPY-CNT   >=      WK-COPY-MAX
                   READ    LTF-F
                   IF      WK-LTF-STATUS =     ZERO
                           IF      LTF-DATE    =       WK-TARGET
                                   PERFORM S145-10     THRU S145-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-LTF-EOF
                   END-IF
           END-PERFORM
           CLOSE   LTF-F
           IF      WK-COPY-CNT =       ZERO
                   MOVE    "(遅着・未着・想定外なし)"
                                       TO      RPT-REC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S140-EX.
           EXIT.

      *    *** 受信遅延1行の編集
       S145-10.

           EVALUATE TRUE
               WHEN LTF-KIND = "U"
                   MOVE    "想定外"    TO      WK-LTF-KBN
               WHEN LTF-STAT = "L"
                   MOVE    "遅着"      TO      WK-LTF-KBN
               WHEN LTF-STAT = "P" AND LTF-ALERT = "Y"
                   MOVE    "期限超過"  TO      WK-LTF-KBN
               WHEN LTF-STAT = "P" AND LTF-WARN = "Y"
                   MOVE    "未着"      TO      WK-LTF-KBN
               WHEN OTHER
                   GO      TO      S145-EX
           END-EVALUATE

           ADD     1           TO      WK-COPY-CNT
           MOVE    SPACES      TO      RPT-REC
           IF      LTF-KIND    =       "U"
                   STRING  WK-LTF-KBN  DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           LTF-FILE    DELIMITED BY SIZE
                           " 初見="    DELIMITED BY SIZE
                           LTF-SEEN    DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
           ELSE
                   STRING  WK-LTF-KBN  DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           LTF-KEY     DELIMITED BY SIZE
                           " 締め="    DELIMITED BY SIZE
                           LTF-DUE     DELIMITED BY SIZE
                           " 着="      DELIMITED BY SIZE
                           LTF-SEEN    DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           LTF-NOTE    DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
           END-IF
           PERFORM S990-10     THRU    S990-EX
           .
       S145-EX.
           EXIT.

      *    *** 報告1行(帳票ページ編集)
       S990-10.

           MOVE    "LINE  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
                                       RPT-REC
           .
       S990-EX.
           EXIT.

      *    *** 報告の項目見出し(各ページの頭に繰り返す)
       S991-10.

           MOVE    "HEAD  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
                                       RPT-REC
           .
       S991-EX.
           EXIT.
