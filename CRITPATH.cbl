      *    *** MAINJOB ステップ網のクリティカルパス・余裕時間レポート
      *    *** JOBGANT が1夜の実際の時刻を描くのに対し、本レポートは
      *    *** MAINJOB.STEPCTL の先行関係(CTL-PRED)と実行履歴の経過秒
      *    *** (HIST-SEC)から、どのステップの連鎖がジョブ終了時刻を
      *    *** 決めているか(クリティカルパス)と、各ステップがジョブ終了を
      *    *** 動かさずに遅れてよい秒数(余裕=SLACK)を求める。
      *    *** 指定夜1夜分と、指定夜以前N夜の平均経過の2通りを出すので、
      *    *** チューニングや別ストリームへの移動の候補を選ぶのに使う。
      *    *** 経過秒は同じ夜の同じステップの試行(再試行含む)の合計。
      *    *** 先行指定の解釈は MAINJOB と同じ(空白=直前カード、
      *    *** "*"=先行無し、デッキに無い先行名は無視)。
      *    *** 制御カードが無ければ MAINJOB 既定の直列7ステップで見る
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CRITPATH.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 実行履歴(MAINJOBが追記する)
       SELECT HIST-F           ASSIGN   WK-HIST-F-NAME
                               STATUS   WK-HIST-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** ステップ制御カード(MAINJOB.STEPCTL)
       SELECT STEPCTL-F        ASSIGN   WK-STEPCTL-F-NAME
                               STATUS   WK-STEPCTL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** MAINJOB の HIST-REC と同一レイアウト
       FD  HIST-F
           LABEL RECORDS ARE STANDARD.
       01  HIST-REC.
           03  HIST-DATE       PIC  9(008).
           03  FILLER          PIC  X(001).
           03  HIST-TIME       PIC  9(006).
           03  FILLER          PIC  X(001).
           03  HIST-STEP       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  HIST-RC         PIC  9(004).
           03  FILLER          PIC  X(001).
           03  HIST-SEC        PIC  9(007).
           03  FILLER          PIC  X(001).
           03  HIST-CNT        PIC  9(009).
           03  FILLER          PIC  X(001).
           03  HIST-STRM       PIC  9(002).
           03  FILLER          PIC  X(001).
           03  HIST-NOTE       PIC  X(016).
           03  FILLER          PIC  X(001).
           03  HIST-RUNID      PIC  X(014).
           03  FILLER          PIC  X(001).
           03  HIST-PARM       PIC  X(246).
           03  FILLER          PIC  X(001).
           03  HIST-SYSO       PIC  X(080).
           03  FILLER          PIC  X(001).
           03  HIST-JOB        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HIST-RWAIT      PIC  9(007).

      *    *** MAINJOB の CTL-REC と同一レイアウト
       FD  STEPCTL-F
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC.
           03  CTL-STEP        PIC  X(004).
           03  FILLER          PIC  X(001).
           03  CTL-MAXRC       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  CTL-PRED        PIC  X(019).
           03  FILLER          PIC  X(001).
           03  CTL-NOTBEF      PIC  X(004).
           03  FILLER          PIC  X(001).
           03  CTL-DEADLN      PIC  X(004).
           03  FILLER          PIC  X(001).
           03  CTL-RETRY       PIC  X(002).
           03  FILLER          PIC  X(001).
           03  CTL-WAIT        PIC  X(004).
           03  FILLER          PIC  X(001).
           03  CTL-PARM        PIC  X(246).
           03  FILLER          PIC  X(001).
           03  CTL-OPT         PIC  X(128).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CRITPATH".

           03  WK-HIST-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-HIST-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HIST-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-STEPCTL-F-NAME PIC X(256) VALUE SPACE.
           03  WK-STEPCTL-STATUS PIC 9(002) VALUE ZERO.
           03  WK-STEPCTL-EOF  PIC  X(001) VALUE LOW-VALUE.

           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 対象夜と平均の範囲(対象夜以前のN夜)
           03  WK-TGT-DATE     PIC  9(008) VALUE ZERO.
           03  WK-FROM-DATE    PIC  9(008) VALUE ZERO.
           03  WK-NIGHTS       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NIGHT-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-LAST-DATE    PIC  9(008) VALUE ZERO.

      *    *** 対象夜のジョブ全体の実経過(JOBEレコードのHIST-SEC)
           03  WK-JOB-SEC      BINARY-LONG SYNC VALUE ZERO.

      *    *** 先行の読み替え(空白カード=直前カード)
           03  WK-PRED-SAVE    PIC  X(004) VALUE SPACE.

      *    *** 計算(1回分)
      *    *** WK-CP-MODE N=対象夜の経過、A=N夜平均の経過
           03  WK-CP-MODE      PIC  X(001) VALUE SPACE.
           03  WK-CP-END       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CP-PASS      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CP-W         BINARY-LONG SYNC VALUE ZERO.
           03  WK-CP-CUR       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CP-NEXT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CP-DEPTH     BINARY-LONG SYNC VALUE ZERO.
           03  WK-CP-CHAIN     OCCURS 20
                               PIC  X(004).
           03  WK-CP-LINE      PIC  X(132) VALUE SPACE.
           03  WK-CP-P         BINARY-LONG SYNC VALUE ZERO.

      *    *** 編集
           03  WK-SEC-D        PIC  Z(006)9.
           03  WK-CNT-D        PIC  ZZ9.
           03  WK-PRED-D       PIC  X(019) VALUE SPACE.

      *    *** ステップ網(デッキ順)
       01  TBL-CP-AREA.
           03  TBL-CP-ENT      OCCURS 20.
             05  TBL-CP-ID     PIC  X(004).
             05  TBL-CP-PRD    OCCURS 4
                               PIC  X(004).
      *    *** 先行の添字(デッキに無い先行は0)
             05  TBL-CP-PRX    OCCURS 4
                               BINARY-LONG SYNC.
      *    *** 対象夜の経過合計、N夜の経過合計と出現夜数
             05  TBL-CP-NSEC   BINARY-LONG SYNC.
             05  TBL-CP-ASUM   BINARY-DOUBLE SYNC.
             05  TBL-CP-ACNT   BINARY-LONG SYNC.
             05  TBL-CP-ALAST  PIC  9(008).
      *    *** 計算用(経過・最早開始/終了・最遅開始/終了・余裕)
             05  TBL-CP-DUR    BINARY-LONG SYNC.
             05  TBL-CP-ES     BINARY-LONG SYNC.
             05  TBL-CP-EF     BINARY-LONG SYNC.
             05  TBL-CP-LS     BINARY-LONG SYNC.
             05  TBL-CP-LF     BINARY-LONG SYNC.
             05  TBL-CP-SLK    BINARY-LONG SYNC.
       01  TBL-CP-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 平均の範囲を決めるための直近N夜の日付(古い順)
       01  TBL-DT-AREA.
           03  TBL-DT-DATE     OCCURS 366
                               PIC  9(008).
       01  TBL-DT-CNT          BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** 実行履歴ファイル名
       01  LI-HIST-FILENAME    PIC  X(256).

      *    *** ステップ制御カードファイル名
       01  LI-STEPCTL-FILENAME PIC  X(256).

      *    *** 対象夜(業務日付、0=履歴の最終夜)
       01  LI-DATE             PIC  9(008).

      *    *** 平均を取る夜数(対象夜を含む直近N夜、0=30夜)
       01  LI-NIGHTS           PIC  9(003).

      *    *** レポートファイル名
       01  LI-RPT-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-HIST-FILENAME
                                       LI-STEPCTL-FILENAME
                                       LI-DATE
                                       LI-NIGHTS
                                       LI-RPT-FILENAME
           .
       M100-10.

           MOVE    TRIM(LI-HIST-FILENAME)    TO WK-HIST-F-NAME
           MOVE    TRIM(LI-STEPCTL-FILENAME) TO WK-STEPCTL-F-NAME
           MOVE    TRIM(LI-RPT-FILENAME)     TO WK-RPT-F-NAME
           MOVE    LI-DATE     TO      WK-TGT-DATE
           MOVE    LI-NIGHTS   TO      WK-NIGHTS
           IF      WK-NIGHTS   =       ZERO
                   MOVE    30          TO      WK-NIGHTS
           END-IF
           IF      WK-NIGHTS   >       366
                   MOVE    366         TO      WK-NIGHTS
           END-IF

      *    *** ステップ網の読込み
           PERFORM S010-10     THRU    S010-EX

      *    *** 対象夜の確定(0なら履歴の最終夜)
           IF      WK-TGT-DATE =       ZERO
                   PERFORM S100-10     THRU    S100-EX
           END-IF
           IF      WK-TGT-DATE =       ZERO
                   DISPLAY WK-PGM-NAME
                           " 実行履歴が空のため対象夜無し"
                   GO      TO      M100-EX
           END-IF

      *    *** 平均の範囲(対象夜以前の直近N夜の最古日付)
           PERFORM S110-10     THRU    S110-EX

      *    *** ステップ別経過の集計
           PERFORM S120-10     THRU    S120-EX

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "MAINJOB CRITICAL PATH"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   STOP    RUN
           END-IF

           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-NIGHT-CNT TO     WK-CNT-D
           STRING  "CRITICAL PATH  NIGHT OF " DELIMITED BY SIZE
                   WK-TGT-DATE DELIMITED BY SIZE
                   "  AVERAGE OVER " DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   " NIGHTS "  DELIMITED BY SIZE
                   WK-FROM-DATE DELIMITED BY SIZE
                   "-"         DELIMITED BY SIZE
                   WK-TGT-DATE DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACES      TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX

      *    *** 対象夜1夜分
           MOVE    "N"         TO      WK-CP-MODE
           PERFORM S200-10     THRU    S200-EX
           PERFORM S300-10     THRU    S300-EX

      *    *** N夜平均
           MOVE    "A"         TO      WK-CP-MODE
           PERFORM S200-10     THRU    S200-EX
           PERFORM S300-10     THRU    S300-EX

           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           DISPLAY WK-PGM-NAME " クリティカルパス => "
                   WK-RPT-F-NAME
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** ステップ制御カードからステップ網を作る
      *    *** (カード無し・有効カード無しは MAINJOB 既定の直列7ステップ)
       S010-10.

           MOVE    ZERO        TO      TBL-CP-CNT
           MOVE    SPACE       TO      WK-PRED-SAVE

           OPEN    INPUT       STEPCTL-F
           IF      WK-STEPCTL-STATUS = ZERO
                   MOVE    LOW-VALUE   TO      WK-STEPCTL-EOF
                   PERFORM UNTIL WK-STEPCTL-EOF = HIGH-VALUE
                           READ    STEPCTL-F
                           IF      WK-STEPCTL-STATUS = ZERO
                                   PERFORM S020-10     THRU    S020-EX
                           ELSE
                                   MOVE    HIGH-VALUE  TO
                                           WK-STEPCTL-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   STEPCTL-F
           END-IF

           IF      TBL-CP-CNT  =       ZERO
                   MOVE    SPACE       TO      CTL-REC
                   MOVE    "S001"      TO      CTL-STEP
                   PERFORM S020-10     THRU    S020-EX
                   MOVE    "S010"      TO      CTL-STEP
                   PERFORM S020-10     THRU    S020-EX
                   MOVE    "S020"      TO      CTL-STEP
                   PERFORM S020-10     THRU    S020-EX
                   MOVE    "S030"      TO      CTL-STEP
                   PERFORM S020-10     THRU    S020-EX
                   MOVE    "S040"      TO      CTL-STEP
                   PERFORM S020-10     THRU    S020-EX
                   MOVE    "S050"      TO      CTL-STEP
                   PERFORM S020-10     THRU    S020-EX
                   MOVE    "S090"      TO      CTL-STEP
                   PERFORM S020-10     THRU    S020-EX
           END-IF

      *    *** 先行名を添字へ解決する
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-CP-CNT
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > 4
                           MOVE    ZERO        TO  TBL-CP-PRX (I J)
                           IF      TBL-CP-PRD (I J) NOT = SPACE
                                   PERFORM VARYING K FROM 1 BY 1
                                           UNTIL K > TBL-CP-CNT
                                       IF  TBL-CP-ID (K) =
                                           TBL-CP-PRD (I J)
                                           MOVE K TO TBL-CP-PRX (I J)
                                       END-IF
                                   END-PERFORM
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       S010-EX.
           EXIT.

      *    *** 制御カード1枚の取込み(MAINJOB S00G と同じ先行解釈)
       S020-10.

           IF      CTL-STEP    =       SPACE
              OR   CTL-STEP (1:1) =    "*"
              OR   TBL-CP-CNT  >=      20
                   GO      TO      S020-EX
           END-IF

           ADD     1           TO      TBL-CP-CNT
           MOVE    TBL-CP-CNT  TO      I
           MOVE    CTL-STEP    TO      TBL-CP-ID (I)
           MOVE    SPACE       TO      TBL-CP-PRD (I 1)
                                       TBL-CP-PRD (I 2)
                                       TBL-CP-PRD (I 3)
                                       TBL-CP-PRD (I 4)
           MOVE    ZERO        TO      TBL-CP-NSEC (I)
                                       TBL-CP-ASUM (I)
                                       TBL-CP-ACNT (I)
                                       TBL-CP-ALAST (I)

           EVALUATE TRUE
               WHEN CTL-PRED   =       SPACE
                   MOVE    WK-PRED-SAVE TO     TBL-CP-PRD (I 1)
               WHEN CTL-PRED (1:1) =   "*"
                   CONTINUE
               WHEN OTHER
                   UNSTRING CTL-PRED   DELIMITED BY ","
                           INTO    TBL-CP-PRD (I 1)
                                   TBL-CP-PRD (I 2)
                                   TBL-CP-PRD (I 3)
                                   TBL-CP-PRD (I 4)
                   END-UNSTRING
           END-EVALUATE

           MOVE    CTL-STEP    TO      WK-PRED-SAVE
           .
       S020-EX.
           EXIT.

      *    *** 履歴の最終夜を対象夜にする
       S100-10.

           OPEN    INPUT       HIST-F
           IF      WK-HIST-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " HIST-F OPEN ERROR STATUS="
                           WK-HIST-STATUS
                   STOP    RUN
           END-IF
           MOVE    LOW-VALUE   TO      WK-HIST-EOF
           PERFORM UNTIL WK-HIST-EOF   =       HIGH-VALUE
                   READ    HIST-F
                   IF      WK-HIST-STATUS =    ZERO
                           IF      HIST-DATE IS NUMERIC
                              AND  HIST-DATE > WK-TGT-DATE
                                   MOVE    HIST-DATE   TO  WK-TGT-DATE
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-HIST-EOF
                   END-IF
           END-PERFORM
           CLOSE   HIST-F
           .
       S100-EX.
           EXIT.

      *    *** 対象夜以前の直近N夜を拾い、平均の開始日付を決める
      *    *** (履歴は夜順に追記されるため、日付の変わり目で1夜と数える)
       S110-10.

           MOVE    ZERO        TO      TBL-DT-CNT
                                       WK-LAST-DATE

           OPEN    INPUT       HIST-F
           IF      WK-HIST-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " HIST-F OPEN ERROR STATUS="
                           WK-HIST-STATUS
                   STOP    RUN
           END-IF
           MOVE    LOW-VALUE   TO      WK-HIST-EOF
           PERFORM UNTIL WK-HIST-EOF   =       HIGH-VALUE
                   READ    HIST-F
                   IF      WK-HIST-STATUS =    ZERO
                           IF      HIST-DATE IS NUMERIC
                              AND  HIST-DATE <= WK-TGT-DATE
                              AND  HIST-DATE NOT = WK-LAST-DATE
                                   PERFORM S111-10     THRU    S111-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-HIST-EOF
                   END-IF
           END-PERFORM
           CLOSE   HIST-F

           MOVE    TBL-DT-CNT  TO      WK-NIGHT-CNT
           IF      TBL-DT-CNT  >       ZERO
                   MOVE    TBL-DT-DATE (1) TO  WK-FROM-DATE
           ELSE
                   MOVE    WK-TGT-DATE TO      WK-FROM-DATE
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 新しい夜の日付を直近N夜の表へ足す(溢れたら最古を捨てる)
       S111-10.

           MOVE    HIST-DATE   TO      WK-LAST-DATE

      *    *** 再実行等で過去の夜が後から出ても二重に数えない
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-DT-CNT
                   IF      TBL-DT-DATE (J) =   HIST-DATE
                           GO      TO      S111-EX
                   END-IF
           END-PERFORM

           IF      TBL-DT-CNT  >=      WK-NIGHTS
                   PERFORM VARYING J FROM 2 BY 1
                           UNTIL J > TBL-DT-CNT
                           MOVE    TBL-DT-DATE (J) TO
                                   TBL-DT-DATE (J - 1)
                   END-PERFORM
                   SUBTRACT 1          FROM    TBL-DT-CNT
           END-IF
           ADD     1           TO      TBL-DT-CNT
           MOVE    HIST-DATE   TO      TBL-DT-DATE (TBL-DT-CNT)
           .
       S111-EX.
           EXIT.

      *    *** ステップ別経過の集計(対象夜の合計とN夜の合計・夜数)
       S120-10.

           MOVE    ZERO        TO      WK-JOB-SEC

           OPEN    INPUT       HIST-F
           IF      WK-HIST-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " HIST-F OPEN ERROR STATUS="
                           WK-HIST-STATUS
                   STOP    RUN
           END-IF
           MOVE    LOW-VALUE   TO      WK-HIST-EOF
           PERFORM UNTIL WK-HIST-EOF   =       HIGH-VALUE
                   READ    HIST-F
                   IF      WK-HIST-STATUS =    ZERO
                           PERFORM S121-10     THRU    S121-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-HIST-EOF
                   END-IF
           END-PERFORM
           CLOSE   HIST-F
           .
       S120-EX.
           EXIT.

      *    *** 履歴1レコードの集計
       S121-10.

           IF      HIST-DATE IS NOT NUMERIC
              OR   HIST-SEC  IS NOT NUMERIC
              OR   HIST-DATE <         WK-FROM-DATE
              OR   HIST-DATE >         WK-TGT-DATE
                   GO      TO      S121-EX
           END-IF

           IF      HIST-STEP   =       "JOBE"
              AND  HIST-DATE   =       WK-TGT-DATE
                   MOVE    HIST-SEC    TO      WK-JOB-SEC
                   GO      TO      S121-EX
           END-IF

           MOVE    ZERO        TO      K
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-CP-CNT OR K > ZERO
                   IF      TBL-CP-ID (J) =     HIST-STEP
                           MOVE    J           TO      K
                   END-IF
           END-PERFORM
           IF      K           =       ZERO
                   GO      TO      S121-EX
           END-IF

           IF      HIST-DATE   =       WK-TGT-DATE
                   ADD     HIST-SEC    TO      TBL-CP-NSEC (K)
           END-IF
           ADD     HIST-SEC    TO      TBL-CP-ASUM (K)
           IF      HIST-DATE NOT =     TBL-CP-ALAST (K)
                   ADD     1           TO      TBL-CP-ACNT (K)
                   MOVE    HIST-DATE   TO      TBL-CP-ALAST (K)
           END-IF
           .
       S121-EX.
           EXIT.

      *    *** クリティカルパス計算(WK-CP-MODE の経過で1回分)
      *    *** 前進計算: 最早開始=先行の最早終了の最大、
      *    *** 後退計算: 最遅終了=後続の最遅開始の最小(後続無しは網の
      *    *** 終了)、余裕=最遅開始-最早開始。デッキ順が先行順とは
      *    *** 限らないため、ステップ数の回数だけ繰り返して収束させる
       S200-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-CP-CNT
                   IF      WK-CP-MODE  =       "N"
                           MOVE    TBL-CP-NSEC (I) TO  TBL-CP-DUR (I)
                   ELSE
                           IF      TBL-CP-ACNT (I) > ZERO
                                   COMPUTE TBL-CP-DUR (I) ROUNDED =
                                           TBL-CP-ASUM (I)
                                           / TBL-CP-ACNT (I)
                           ELSE
                                   MOVE    ZERO    TO  TBL-CP-DUR (I)
                           END-IF
                   END-IF
                   MOVE    ZERO        TO      TBL-CP-ES (I)
                   MOVE    TBL-CP-DUR (I) TO   TBL-CP-EF (I)
           END-PERFORM

      *    *** 前進計算
           PERFORM VARYING WK-CP-PASS FROM 1 BY 1
                   UNTIL WK-CP-PASS > TBL-CP-CNT
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-CP-CNT
                           PERFORM VARYING J FROM 1 BY 1
                                   UNTIL J > 4
                                   MOVE    TBL-CP-PRX (I J) TO K
                                   IF      K > ZERO
                                      AND  TBL-CP-EF (K) >
                                           TBL-CP-ES (I)
                                           MOVE    TBL-CP-EF (K) TO
                                                   TBL-CP-ES (I)
                                   END-IF
                           END-PERFORM
                           COMPUTE TBL-CP-EF (I) =
                                   TBL-CP-ES (I) + TBL-CP-DUR (I)
                   END-PERFORM
           END-PERFORM

           MOVE    ZERO        TO      WK-CP-END
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-CP-CNT
                   IF      TBL-CP-EF (I) >     WK-CP-END
                           MOVE    TBL-CP-EF (I) TO    WK-CP-END
                   END-IF
           END-PERFORM

      *    *** 後退計算
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-CP-CNT
                   MOVE    WK-CP-END   TO      TBL-CP-LF (I)
                   COMPUTE TBL-CP-LS (I) =
                           WK-CP-END - TBL-CP-DUR (I)
           END-PERFORM
           PERFORM VARYING WK-CP-PASS FROM 1 BY 1
                   UNTIL WK-CP-PASS > TBL-CP-CNT
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-CP-CNT
                           PERFORM VARYING J FROM 1 BY 1
                                   UNTIL J > 4
                                   MOVE    TBL-CP-PRX (I J) TO K
                                   IF      K > ZERO
                                      AND  TBL-CP-LS (I) <
                                           TBL-CP-LF (K)
                                           MOVE    TBL-CP-LS (I) TO
                                                   TBL-CP-LF (K)
                                           COMPUTE TBL-CP-LS (K) =
                                                   TBL-CP-LF (K)
                                                 - TBL-CP-DUR (K)
                                   END-IF
                           END-PERFORM
                   END-PERFORM
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-CP-CNT
                   COMPUTE TBL-CP-SLK (I) =
                           TBL-CP-LS (I) - TBL-CP-ES (I)
           END-PERFORM

      *    *** 終点(網の終了を決める余裕0のステップ)から先行を辿る
           MOVE    ZERO        TO      WK-CP-CUR
                                       WK-CP-DEPTH
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-CP-CNT
                   IF      TBL-CP-SLK (I) =    ZERO
                      AND  TBL-CP-EF (I) =     WK-CP-END
                      AND  TBL-CP-DUR (I) >    ZERO
                           MOVE    I           TO      WK-CP-CUR
                   END-IF
           END-PERFORM
           PERFORM UNTIL WK-CP-CUR = ZERO
                      OR WK-CP-DEPTH >= TBL-CP-CNT
                   ADD     1           TO      WK-CP-DEPTH
                   MOVE    TBL-CP-ID (WK-CP-CUR) TO
                           WK-CP-CHAIN (WK-CP-DEPTH)
                   MOVE    ZERO        TO      WK-CP-NEXT
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > 4
                           MOVE    TBL-CP-PRX (WK-CP-CUR J) TO K
                           IF      K > ZERO
                              AND  TBL-CP-SLK (K) = ZERO
                              AND  TBL-CP-EF (K) =
                                   TBL-CP-ES (WK-CP-CUR)
                              AND  WK-CP-NEXT = ZERO
                                   MOVE    K           TO  WK-CP-NEXT
                           END-IF
                   END-PERFORM
                   MOVE    WK-CP-NEXT  TO      WK-CP-CUR
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 計算結果1回分のレポート出力
       S300-10.

           MOVE    SPACES      TO      RPT-REC
           IF      WK-CP-MODE  =       "N"
                   STRING  "== NIGHT " DELIMITED BY SIZE
                           WK-TGT-DATE DELIMITED BY SIZE
                           " (ELAPSED SECONDS OF THIS NIGHT) =="
                                       DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
           ELSE
                   MOVE    WK-NIGHT-CNT TO     WK-CNT-D
                   STRING  "== AVERAGE OF " DELIMITED BY SIZE
                           WK-CNT-D    DELIMITED BY SIZE
                           " NIGHTS (AVERAGE ELAPSED SECONDS) =="
                                       DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
           END-IF
           PERFORM S991-10     THRU    S991-EX

           MOVE    SPACES      TO      RPT-REC
           STRING  "STEP PRED                    DUR"
                                       DELIMITED BY SIZE
                   "      ES      EF      LS      LF   SLACK CP"
                                       DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-CP-CNT
                   PERFORM S310-10     THRU    S310-EX
           END-PERFORM

      *    *** クリティカルパス(始点から終点へ)と網の長さ
           MOVE    SPACES      TO      WK-CP-LINE
           MOVE    1           TO      WK-CP-P
           STRING  "CRITICAL PATH: " DELIMITED BY SIZE
                   INTO    WK-CP-LINE
                   WITH POINTER WK-CP-P
           END-STRING
           IF      WK-CP-DEPTH =       ZERO
                   STRING  "(NO ELAPSED HISTORY)" DELIMITED BY SIZE
                           INTO    WK-CP-LINE
                           WITH POINTER WK-CP-P
                   END-STRING
           END-IF
           PERFORM VARYING WK-CP-W FROM WK-CP-DEPTH BY -1
                   UNTIL WK-CP-W < 1
                   STRING  WK-CP-CHAIN (WK-CP-W) DELIMITED BY SIZE
                           INTO    WK-CP-LINE
                           WITH POINTER WK-CP-P
                   END-STRING
                   IF      WK-CP-W     >       1
                           STRING  " > "       DELIMITED BY SIZE
                                   INTO    WK-CP-LINE
                                   WITH POINTER WK-CP-P
                           END-STRING
                   END-IF
           END-PERFORM
           MOVE    WK-CP-LINE  TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-CP-END   TO      WK-SEC-D
           STRING  "PATH LENGTH SEC=" DELIMITED BY SIZE
                   WK-SEC-D    DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
      *    *** 対象夜は実経過(JOBSからJOBE)を並べ、待ち時間の大きさを見る
           IF      WK-CP-MODE  =       "N"
              AND  WK-JOB-SEC  >       ZERO
                   MOVE    WK-JOB-SEC  TO      WK-SEC-D
                   MOVE    "  JOB ELAPSED SEC=" TO RPT-REC (24:18)
                   MOVE    WK-SEC-D    TO      RPT-REC (42:7)
           END-IF
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACES      TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           .
       S300-EX.
           EXIT.

      *    *** 1ステップ1行(秒は網の開始からの相対、CP=*は余裕0)
       S310-10.

           MOVE    SPACES      TO      RPT-REC
           MOVE    TBL-CP-ID (I) TO    RPT-REC (1:4)
           MOVE    SPACES      TO      WK-PRED-D
           STRING  TBL-CP-PRD (I 1) DELIMITED BY SPACE
                   ","         DELIMITED BY SIZE
                   TBL-CP-PRD (I 2) DELIMITED BY SPACE
                   ","         DELIMITED BY SIZE
                   TBL-CP-PRD (I 3) DELIMITED BY SPACE
                   ","         DELIMITED BY SIZE
                   TBL-CP-PRD (I 4) DELIMITED BY SPACE
                   INTO    WK-PRED-D
           END-STRING
      *    *** 使わなかった区切りを落とす
           PERFORM VARYING J FROM 19 BY -1
                   UNTIL J < 1
                      OR ( WK-PRED-D (J:1) NOT = ","
                       AND WK-PRED-D (J:1) NOT = SPACE )
                   MOVE    SPACE       TO      WK-PRED-D (J:1)
           END-PERFORM
           MOVE    WK-PRED-D   TO      RPT-REC (6:19)

           MOVE    TBL-CP-DUR (I) TO   WK-SEC-D
           MOVE    WK-SEC-D    TO      RPT-REC (26:7)
           MOVE    TBL-CP-ES (I) TO    WK-SEC-D
           MOVE    WK-SEC-D    TO      RPT-REC (34:7)
           MOVE    TBL-CP-EF (I) TO    WK-SEC-D
           MOVE    WK-SEC-D    TO      RPT-REC (42:7)
           MOVE    TBL-CP-LS (I) TO    WK-SEC-D
           MOVE    WK-SEC-D    TO      RPT-REC (50:7)
           MOVE    TBL-CP-LF (I) TO    WK-SEC-D
           MOVE    WK-SEC-D    TO      RPT-REC (58:7)
           MOVE    TBL-CP-SLK (I) TO   WK-SEC-D
           MOVE    WK-SEC-D    TO      RPT-REC (66:7)
           IF      TBL-CP-SLK (I) =    ZERO
                   MOVE    "*"         TO      RPT-REC (75:1)
           END-IF
           PERFORM S990-10     THRU    S990-EX
           .
       S310-EX.
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
