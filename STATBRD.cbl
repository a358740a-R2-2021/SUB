      *    *** 壁面端末で開きっぱなしにして「バッチは今どこか」を
      *    *** 1ファイルで判る様にする。現在ステップ・処理済件数・
      *    *** 推定終了・未処理アラート・直近3完了ステップを載せる
      *    *** (アラートはALERTWFで完了にした物を除いて数える)
      *    *** ジョブ定義(MAINJOB.JOBDEF)の各ジョブの実行中・当日最終
      *    *** 記録も併せて載せる
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             STATBRD.

           ACCESS MODE         DYNAMIC
           RECORD KEY          AL-KEY.

      *    *** アラート対応状態(ALERTWFが書く。完了済を数えないため)
       SELECT AST-F            ASSIGN   WK-AST-F-NAME
                               STATUS   WK-AST-STATUS
           ORGANIZATION        INDEXED
           ACCESS MODE         DYNAMIC
           RECORD KEY          AST-KEY.

      *    *** 実行履歴(MAINJOBが追記する)
       SELECT HIST-F           ASSIGN   WK-HIST-F-NAME
                               STATUS   WK-HIST-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** ジョブ定義(MAINJOBと同じファイル)
       SELECT JDEF-F           ASSIGN   WK-JDEF-F-NAME
                               STATUS   WK-JDEF-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 状況ボード出力(常に書き直す)
       SELECT BRD-F            ASSIGN   WK-BRD-F-NAME
                               STATUS   WK-BRD-STATUS
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

      *    *** MAINJOB の HIST-REC と同一レイアウト
       FD  HIST-F
           LABEL RECORDS ARE STANDARD.
           03  HIST-PARM       PIC  X(246).
           03  FILLER          PIC  X(001).
           03  HIST-SYSO       PIC  X(080).
           03  FILLER          PIC  X(001).
           03  HIST-JOB        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HIST-RWAIT      PIC  9(007).

      *    *** MAINJOB の JDEF-REC と同一レイアウト(ジョブ名のみ使う)
       FD  JDEF-F
           LABEL RECORDS ARE STANDARD.
       01  JDEF-REC.
           03  JDEF-JOB        PIC  X(008).
           03  FILLER          PIC  X(098).

       FD  BRD-F
           LABEL RECORDS ARE STANDARD.
           03  WK-ALERT-EOF    PIC  X(001) VALUE LOW-VALUE.
           03  WK-ALERT-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-ALERT-LAST   PIC  X(060) VALUE SPACE.
      *    *** アラート対応状態(完了済=AST-STATE "C" は数えない)
           03  WK-AST-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-AST-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-AST-OPEN     PIC  X(001) VALUE "N".
           03  WK-AST-CLOSED   PIC  X(001) VALUE "N".

           03  WK-HIST-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-HIST-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-BRD-STATUS   PIC  9(002) VALUE ZERO.

           03  WK-TODAY        PIC  9(008) VALUE ZERO.

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-NOW          PIC  9(008) VALUE ZERO.

      *    *** 現ステップの平均経過秒(実行履歴から)と推定終了時刻

           03  WK-CNT-D        PIC  ZZZ,ZZZ,ZZ9.

      *    *** ジョブ別の状況用
           03  WK-JDEF-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-JDEF-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-JDEF-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-JOB-LOCK-F   PIC  X(032) VALUE SPACE.
           03  WK-JOB-HIST-F   PIC  X(032) VALUE SPACE.

           COPY    CPCONFIG.

      *    *** 直近3完了ステップ(新しい順に詰め直して出す)
             05  TBL-LAST-SEC  PIC  9(007).
       01  TBL-LAST-CNT        BINARY-LONG SYNC VALUE ZERO.

      *    *** ジョブ定義の各ジョブ(最大10ジョブ)
      *    *** TBL-JOB-RUN Y=ロック有り(実行中)
       01  TBL-JOB-AREA.
           03  TBL-JOB-ENT     OCCURS 10.
             05  TBL-JOB-NAME  PIC  X(008).
             05  TBL-JOB-RUN   PIC  X(001).
             05  TBL-JOB-STEP  PIC  X(004).
             05  TBL-JOB-TIME  PIC  9(006).
             05  TBL-JOB-RC    PIC  9(004).
       01  TBL-JOB-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.

           MOVE    CFG-MAINJOB-LOCK-NAME  TO WK-LOCK-F-NAME
           MOVE    CFG-MAINJOB-STATE-NAME TO WK-STATE-F-NAME
           MOVE    CFG-MAINJOB-HIST-NAME  TO WK-HIST-F-NAME
           MOVE    CFG-ALERTWF-STATE-NAME TO WK-AST-F-NAME

           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-TODAY
                                       WK-BIZ-STAT
           ACCEPT  WK-NOW      FROM    TIME

      *    *** 各状態ファイルの読込み
           PERFORM S030-10     THRU    S030-EX
           PERFORM S040-10     THRU    S040-EX
           PERFORM S050-10     THRU    S050-EX
           PERFORM S070-10     THRU    S070-EX

      *    *** ボード書出し
           PERFORM S100-10     THRU    S100-EX
       S030-EX.
           EXIT.

      *    *** アラートキュー読込み(未完了の件数と最新1件)
       S040-10.

           MOVE    ZERO        TO      WK-ALERT-CNT
           IF      WK-ALERT-STATUS NOT = ZERO
                   GO      TO      S040-EX
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
      *    *** 完了済(ALERTWFで対応を閉じた物)は数えない
                           PERFORM S045-10     THRU    S045-EX
                           IF      WK-AST-CLOSED =     "N"
                                   ADD     1   TO      WK-ALERT-CNT
                                   MOVE    SPACE   TO  WK-ALERT-LAST
                                   STRING  AL-PGM  DELIMITED BY SPACE
                                           " "     DELIMITED BY SIZE
                                           AL-CONTEXT DELIMITED BY SIZE
                                           INTO    WK-ALERT-LAST
                                   END-STRING
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
       S040-EX.
           EXIT.

      *    *** アラート1件(AL-KEY)の完了判定(WK-AST-CLOSED=Y: 完了済)
      *    *** 対応状態ファイルの無い環境は全て未完了とする
       S045-10.

           MOVE    "N"         TO      WK-AST-CLOSED
           IF      WK-AST-OPEN NOT =   "Y"
                   GO      TO      S045-EX
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
       S045-EX.
           EXIT.

      *    *** 実行履歴読込み(当日の直近3完了ステップと
      *    *** 現ステップ(ハートビートのステップ)の平均経過秒)
       S050-10.
       S060-EX.
           EXIT.

      *    *** ジョブ定義の各ジョブの状況
      *    *** DAILY は既定のロック・実行履歴、他はジョブ名を前置した
      *    *** 名前(MAINJOBのジョブ別の名前と同じ)で見る
       S070-10.

           MOVE    ZERO        TO      TBL-JOB-CNT
           MOVE    CFG-MAINJOB-JOBDEF-NAME TO WK-JDEF-F-NAME
           OPEN    INPUT       JDEF-F
           IF      WK-JDEF-STATUS NOT = ZERO
                   GO      TO      S070-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-JDEF-EOF
           PERFORM UNTIL WK-JDEF-EOF   =       HIGH-VALUE
                   READ    JDEF-F
                   IF      WK-JDEF-STATUS =    ZERO
                           IF      JDEF-JOB NOT = SPACE
                              AND  JDEF-JOB (1:1) NOT = "*"
                              AND  TBL-JOB-CNT < 10
                                   ADD     1   TO      TBL-JOB-CNT
                                   MOVE    JDEF-JOB TO
                                           TBL-JOB-NAME (TBL-JOB-CNT)
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-JDEF-EOF
                   END-IF
           END-PERFORM
           CLOSE   JDEF-F

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-JOB-CNT
                   PERFORM S071-10     THRU    S071-EX
           END-PERFORM
           .
       S070-EX.
           EXIT.

      *    *** 1ジョブ分(ロックの有無と当日最終の実行履歴)
       S071-10.

           MOVE    "N"         TO      TBL-JOB-RUN (I)
           MOVE    SPACE       TO      TBL-JOB-STEP (I)
           MOVE    ZERO        TO      TBL-JOB-TIME (I)
                                       TBL-JOB-RC (I)
           IF      TBL-JOB-NAME (I) =  "DAILY"
                   MOVE    CFG-MAINJOB-LOCK-NAME TO WK-JOB-LOCK-F
                   MOVE    CFG-MAINJOB-HIST-NAME TO WK-JOB-HIST-F
           ELSE
                   MOVE    SPACE       TO      WK-JOB-LOCK-F
                                               WK-JOB-HIST-F
                   STRING  TBL-JOB-NAME (I) DELIMITED BY SPACE
                           "."         DELIMITED BY SIZE
                           CFG-MAINJOB-LOCK-NAME DELIMITED BY SPACE
                           INTO    WK-JOB-LOCK-F
                   END-STRING
                   STRING  TBL-JOB-NAME (I) DELIMITED BY SPACE
                           "."         DELIMITED BY SIZE
                           CFG-MAINJOB-HIST-NAME DELIMITED BY SPACE
                           INTO    WK-JOB-HIST-F
                   END-STRING
           END-IF

           MOVE    WK-JOB-LOCK-F TO    WK-LOCK-F-NAME
           OPEN    INPUT       LOCK-F
           IF      WK-LOCK-STATUS =    ZERO
                   MOVE    "Y"         TO      TBL-JOB-RUN (I)
                   CLOSE   LOCK-F
           END-IF

           MOVE    WK-JOB-HIST-F TO    WK-HIST-F-NAME
           OPEN    INPUT       HIST-F
           IF      WK-HIST-STATUS =    ZERO
                   MOVE    LOW-VALUE   TO      WK-HIST-EOF
                   PERFORM UNTIL WK-HIST-EOF = HIGH-VALUE
                           READ    HIST-F
                           IF      WK-HIST-STATUS =    ZERO
                                   IF      HIST-DATE   =   WK-TODAY
                                           MOVE HIST-STEP TO
                                                TBL-JOB-STEP (I)
                                           MOVE HIST-TIME TO
                                                TBL-JOB-TIME (I)
                                           MOVE HIST-RC   TO
                                                TBL-JOB-RC (I)
                                   END-IF
                           ELSE
                                   MOVE    HIGH-VALUE  TO  WK-HIST-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   HIST-F
           END-IF
           .
       S071-EX.
           EXIT.

      *    *** ボード書出し(常に全面書き直し)
       S100-10.

                   WRITE   BRD-REC
           END-PERFORM

      *    *** ジョブ別の状況(ジョブ定義の有る環境のみ)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-JOB-CNT
                   MOVE    SPACES      TO      BRD-REC
                   STRING  " JOB     : " DELIMITED BY SIZE
                           TBL-JOB-NAME (I) DELIMITED BY SIZE
                           INTO    BRD-REC
                   END-STRING
                   IF      TBL-JOB-RUN (I) =   "Y"
                           MOVE    "RUNNING"   TO      BRD-REC (21:7)
                   ELSE
                           MOVE    "IDLE"      TO      BRD-REC (21:4)
                   END-IF
                   IF      TBL-JOB-STEP (I) NOT = SPACE
                           STRING  "LAST "     DELIMITED BY SIZE
                                   TBL-JOB-STEP (I) DELIMITED BY SIZE
                                   " "         DELIMITED BY SIZE
                                   TBL-JOB-TIME (I) DELIMITED BY SIZE
                                   " RC="      DELIMITED BY SIZE
                                   TBL-JOB-RC (I) DELIMITED BY SIZE
                                   INTO    BRD-REC (30:40)
                           END-STRING
                   ELSE
                           MOVE    "当日記録無し"
                                               TO      BRD-REC (30:18)
                   END-IF
                   WRITE   BRD-REC
           END-PERFORM

      *    *** 未処理アラート
           MOVE    SPACES      TO      BRD-REC
           MOVE    WK-ALERT-CNT TO     WK-CNT-D
