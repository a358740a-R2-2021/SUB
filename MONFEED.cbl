      *    *** 監視イベント出力 サブルーチン
      *    *** 状況ボード(STATBRD)は人が見る物で、全社監視ツールは
      *    *** 1行1イベントの構造化ファイルを末尾から読むことしか
      *    *** できない。本ルーチンは MAINJOB・STEPRUN・LOGERR・DATETIME
      *    *** から呼ばれ、監視フィード(CFG-MONFEED-NAME)へ固定順の
      *    *** キー=値形式で1行ずつ追記する(都度OPEN/CLOSE)。
      *    *** 1行= TS= HOST= SRC= EVENT= JOB= COMP= RUNID= STEP= RC=
      *    ***       SEV= MSG="..."(空の値は "-"。MSGは常に最後)
      *    *** イベント名(LI-EVENT)
      *    ***   JOB_START/JOB_END       ジョブ(会社ごと)の開始・終了
      *    ***   STEP_START/STEP_END     ステップの開始・許容RC内の終了
      *    ***   STEP_RETRY              許容RC超過で再試行に回る時
      *    ***   STEP_ABEND              再試行を尽くして許容RC超過
      *    ***   DEADLINE_ABANDON        期限超過で実行せず放棄
      *    ***   WAIT_ABANDON            着信・資源待ちの打切りで放棄
      *    ***   SLA_BREACH              バッチ窓SLAの許容秒数超過
      *    ***   LOCK_HELD               二重起動防止ロックで起動拒否
      *    ***   ALERT_RAISED            アラートキューへの追記
      *    *** ジョブ名・会社・ステップは引数が空白なら MAINJOB が立てる
      *    *** 環境変数(MAINJOB_JOB/MAINJOB_COMPANY/MAINJOB_STEP)から
      *    *** 引く。書けない時は表示だけで呼出し側の処理は止めない
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             MONFEED.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 監視フィード(追記)
       SELECT MON-F            ASSIGN   WK-MON-F-NAME
                               STATUS   WK-MON-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  MON-F
           LABEL RECORDS ARE STANDARD.
       01  MON-REC             PIC  X(256).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "MONFEED".

           03  WK-MON-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-MON-STATUS   PIC  9(002) VALUE ZERO.

           03  SW-FIRST        PIC  X(001) VALUE "Y".

      *    *** 実行ID照会(RUNID)用
           03  WK-RUNID-ID     PIC  X(001) VALUE "G".
           03  WK-RUNID        PIC  X(014) VALUE SPACE.

      *    *** 現在日時とホスト名
           03  WK-NOW          PIC  X(021) VALUE SPACE.
           03  WK-HOST         PIC  X(016) VALUE SPACE.

      *    *** 環境変数から引く値
           03  WK-ENV-JOB      PIC  X(008) VALUE SPACE.
           03  WK-ENV-COMP     PIC  X(004) VALUE SPACE.
           03  WK-ENV-STEP     PIC  X(004) VALUE SPACE.

      *    *** 1行の組立て(キー位置固定、空白の値は "-")
       01  MON-LINE-AREA.
           03  FILLER          PIC  X(003) VALUE "TS=".
           03  ML-TS           PIC  X(025).
           03  FILLER          PIC  X(006) VALUE " HOST=".
           03  ML-HOST         PIC  X(016).
           03  FILLER          PIC  X(005) VALUE " SRC=".
           03  ML-SRC          PIC  X(008).
           03  FILLER          PIC  X(007) VALUE " EVENT=".
           03  ML-EVENT        PIC  X(016).
           03  FILLER          PIC  X(005) VALUE " JOB=".
           03  ML-JOB          PIC  X(008).
           03  FILLER          PIC  X(006) VALUE " COMP=".
           03  ML-COMP         PIC  X(004).
           03  FILLER          PIC  X(007) VALUE " RUNID=".
           03  ML-RUNID        PIC  X(014).
           03  FILLER          PIC  X(006) VALUE " STEP=".
           03  ML-STEP         PIC  X(004).
           03  FILLER          PIC  X(004) VALUE " RC=".
           03  ML-RC           PIC  9(004).
           03  FILLER          PIC  X(005) VALUE " SEV=".
           03  ML-SEV          PIC  X(001).
           03  FILLER          PIC  X(005) VALUE " MSG=".
           03  FILLER          PIC  X(001) VALUE QUOTE.
           03  ML-MSG          PIC  X(060).
           03  ML-MSG-END      PIC  X(001) VALUE QUOTE.

           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** 出力元プログラム
       01  LI-PGM              PIC  X(008).

      *    *** イベント名(JOB_START 等)
       01  LI-EVENT            PIC  X(016).

      *    *** ステップ(空白=環境変数 MAINJOB_STEP)
       01  LI-STEP             PIC  X(004).

      *    *** 終了コード(無い物は0)
       01  LI-RC               PIC  9(004).

      *    *** 重大度(I/W/E/F)
       01  LI-SEV              PIC  X(001).

      *    *** 付記(MSG=。引用符は空白に置き換える)
       01  LI-TEXT             PIC  X(060).

       PROCEDURE   DIVISION    USING   LI-PGM
                                       LI-EVENT
                                       LI-STEP
                                       LI-RC
                                       LI-SEV
                                       LI-TEXT
           .
       M100-10.

           IF      SW-FIRST    =       "Y"
                   PERFORM S010-10     THRU    S010-EX
           END-IF
           IF      CFG-MONFEED-SW NOT = "Y"
                   GO      TO      M100-EX
           END-IF

           PERFORM S100-10     THRU    S100-EX
           PERFORM S200-10     THRU    S200-EX
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 初回のみ(構成上書きとホスト名)
       S010-10.

           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-MONFEED-NAME TO WK-MON-F-NAME

           ACCEPT  WK-HOST     FROM    ENVIRONMENT "HOSTNAME"
               ON EXCEPTION
                   MOVE    SPACE       TO      WK-HOST
           END-ACCEPT
           IF      WK-HOST     =       SPACE
                   ACCEPT  WK-HOST     FROM    ENVIRONMENT
                                               "COMPUTERNAME"
                       ON EXCEPTION
                           MOVE    SPACE       TO      WK-HOST
                   END-ACCEPT
           END-IF

           MOVE    "N"         TO      SW-FIRST
           .
       S010-EX.
           EXIT.

      *    *** 1行の組立て
       S100-10.

      *    *** 時刻(YYYY-MM-DDTHH:MM:SS+hh:mm)
           MOVE    CURRENT-DATE TO     WK-NOW
           MOVE    SPACE       TO      ML-TS
           STRING  WK-NOW (1:4)  DELIMITED BY SIZE
                   "-"           DELIMITED BY SIZE
                   WK-NOW (5:2)  DELIMITED BY SIZE
                   "-"           DELIMITED BY SIZE
                   WK-NOW (7:2)  DELIMITED BY SIZE
                   "T"           DELIMITED BY SIZE
                   WK-NOW (9:2)  DELIMITED BY SIZE
                   ":"           DELIMITED BY SIZE
                   WK-NOW (11:2) DELIMITED BY SIZE
                   ":"           DELIMITED BY SIZE
                   WK-NOW (13:2) DELIMITED BY SIZE
                   WK-NOW (17:3) DELIMITED BY SIZE
                   ":"           DELIMITED BY SIZE
                   WK-NOW (20:2) DELIMITED BY SIZE
                   INTO    ML-TS
           END-STRING

           CALL    "RUNID"     USING   WK-RUNID-ID
                                       WK-RUNID

           MOVE    SPACE       TO      WK-ENV-JOB
                                       WK-ENV-COMP
                                       WK-ENV-STEP
           ACCEPT  WK-ENV-JOB  FROM    ENVIRONMENT "MAINJOB_JOB"
               ON EXCEPTION
                   MOVE    SPACE       TO      WK-ENV-JOB
           END-ACCEPT
           ACCEPT  WK-ENV-COMP FROM    ENVIRONMENT "MAINJOB_COMPANY"
               ON EXCEPTION
                   MOVE    SPACE       TO      WK-ENV-COMP
           END-ACCEPT
           IF      LI-STEP     =       SPACE
                   ACCEPT  WK-ENV-STEP FROM    ENVIRONMENT
                                               "MAINJOB_STEP"
                       ON EXCEPTION
                           MOVE    SPACE       TO      WK-ENV-STEP
                   END-ACCEPT
           ELSE
                   MOVE    LI-STEP     TO      WK-ENV-STEP
           END-IF
           IF      WK-ENV-JOB  =       SPACE
                   MOVE    "DAILY"     TO      WK-ENV-JOB
           END-IF

           MOVE    WK-HOST     TO      ML-HOST
           MOVE    LI-PGM      TO      ML-SRC
           MOVE    LI-EVENT    TO      ML-EVENT
           MOVE    WK-ENV-JOB  TO      ML-JOB
           MOVE    WK-ENV-COMP TO      ML-COMP
           MOVE    WK-RUNID    TO      ML-RUNID
           MOVE    WK-ENV-STEP TO      ML-STEP
           MOVE    LI-RC       TO      ML-RC
           MOVE    LI-SEV      TO      ML-SEV
           MOVE    LI-TEXT     TO      ML-MSG
           INSPECT ML-MSG      REPLACING ALL QUOTE BY SPACE

      *    *** 空白の値は "-"(監視側の空白区切り解析を崩さない)
           IF      ML-HOST     =       SPACE
                   MOVE    "-"         TO      ML-HOST
           END-IF
           IF      ML-COMP     =       SPACE
                   MOVE    "-"         TO      ML-COMP
           END-IF
           IF      ML-RUNID    =       SPACE
                   MOVE    "-"         TO      ML-RUNID
           END-IF
           IF      ML-STEP     =       SPACE
                   MOVE    "-"         TO      ML-STEP
           END-IF
           IF      ML-SEV      =       SPACE
                   MOVE    "I"         TO      ML-SEV
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 追記(都度OPEN/CLOSE。監視側が途中まで読んでも行が
      *    *** 欠けない様に1行ずつ閉じる)
       S200-10.

           OPEN    EXTEND      MON-F
           IF      WK-MON-STATUS NOT = ZERO
                   OPEN    OUTPUT      MON-F
           END-IF
           IF      WK-MON-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " MON-F OPEN ERROR STATUS="
                           WK-MON-STATUS
                   GO      TO      S200-EX
           END-IF
           MOVE    MON-LINE-AREA TO    MON-REC
           WRITE   MON-REC
           CLOSE   MON-F
           .
       S200-EX.
           EXIT.
