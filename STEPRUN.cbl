      *    *** LOGERR/CTLBAL の配線はMAINJOB実行時と同じで、実行履歴へ
      *    *** MANUAL-RERUN メモ付きで残す。夜間実行の MAINJOB.JOBSTATE
      *    *** と MAINJOB.LOCK には一切触れない(朝の単発再実行用)
      *    *** 第2引数 ROLLBACK 指定時は、そのステップを最後に実行した
      *    *** 回(実行ID)が採番した世代をカタログから外してから実行する
      *    *** 環境変数 MAINJOB_JOB に日次(DAILY)以外のジョブ名が有れば、
      *    *** そのジョブのカード・実行履歴(名前に "<ジョブ名>." を前置)
      *    *** を使う
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             STEPRUN.

           03  CTL-WAIT        PIC  X(004).
           03  FILLER          PIC  X(001).
           03  CTL-PARM        PIC  X(246).
           03  FILLER          PIC  X(001).
           03  CTL-OPT         PIC  X(128).

       FD  CHKP-F
           LABEL RECORDS ARE STANDARD
           03  HIST-PARM       PIC  X(246).
           03  FILLER          PIC  X(001).
           03  HIST-SYSO       PIC  X(080).
           03  FILLER          PIC  X(001).
           03  HIST-JOB        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HIST-RWAIT      PIC  9(007).

       WORKING-STORAGE         SECTION.

           03  WK-PGM-NAME     PIC  X(008) VALUE "STEPRUN".
           03  WK-OS-NAME      PIC  X(064) VALUE SPACE.

      *    *** 操作者認可(OPAUTH)
           03  WK-AUTH-FUNC    PIC  X(008) VALUE SPACE.
           03  WK-AUTH-USER    PIC  X(016) VALUE SPACE.
           03  WK-AUTH-RESULT  PIC  X(001) VALUE SPACE.

           03  WK-STEPCTL-F-NAME PIC X(032) VALUE SPACE.
           03  WK-STEPCTL-STATUS PIC 9(002) VALUE ZERO.
           03  WK-STEPCTL-EOF  PIC  X(001) VALUE LOW-VALUE.
           03  WK-HIST-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-HIST-STATUS  PIC  9(002) VALUE ZERO.

      *    *** 起動引数(再実行するステップ名 S0xx [NOHIST|ROLLBACK])
      *    *** NOHIST指定時は実行履歴へ書かない(MAINJOBのSYSOUT取り用の
      *    *** 子起動。履歴は親のMAINJOBが書くため二重記録を避ける)
           03  WK-CMDLINE      PIC  X(064) VALUE SPACE.
           03  WK-ARG2         PIC  X(008) VALUE SPACE.
           03  WK-FOUND-SW     PIC  X(001) VALUE "N".
           03  WK-NOHIST-SW    PIC  X(001) VALUE "N".
           03  WK-ROLLBACK-SW  PIC  X(001) VALUE "N".

      *    *** 世代戻し(GENROLL)用。前回実行ID・対象ステップ・戻し件数
           03  WK-RB-RUNID     PIC  X(014) VALUE SPACE.
           03  WK-RB-COMP      PIC  X(004) VALUE SPACE.
           03  WK-RB-STEPS     PIC  X(100) VALUE SPACE.
           03  WK-RB-MODE      PIC  X(001) VALUE "U".
           03  WK-RB-CNT       BINARY-LONG SYNC VALUE ZERO.

      *    *** カードから引いた許容RCとパラメータ
           03  WK-STEP-MAXRC   BINARY-LONG SYNC VALUE 8.

      *    *** ステップ経過時間計測用(MAINJOBのS008と同じ組み立て)
           03  WK-TODAY        PIC  9(008) VALUE ZERO.

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-HMS-BEF.
             05  WK-HMS-BEF-HH PIC  9(002) VALUE ZERO.
             05  WK-HMS-BEF-MI PIC  9(002) VALUE ZERO.
           03  WK-ENV-DECK     PIC  X(032) VALUE SPACE.
           03  WK-ENV-PARM     PIC  X(246) VALUE SPACE.
           03  WK-ENV-RUNID    PIC  X(014) VALUE SPACE.
      *    *** ジョブ名(MAINJOBの JOB= 。未設定はDAILY)
           03  WK-ENV-JOB      PIC  X(008) VALUE SPACE.
           03  WK-JOB-WORK     PIC  X(032) VALUE SPACE.

      *    *** 事前点検(MAINJOBのS095と同じ対象・基準)用
           03  WK-CHKP-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-CHKP-NG-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHKP-MIN     BINARY-LONG SYNC VALUE ZERO.

      *    *** 監視イベントフィード出力用(MONFEED)
           03  WK-MON-EVENT    PIC  X(016) VALUE SPACE.
           03  WK-MON-RC       PIC  9(004) VALUE ZERO.
           03  WK-MON-SEV      PIC  X(001) VALUE SPACE.
           03  WK-MON-TEXT     PIC  X(060) VALUE SPACE.

           COPY    CPCONFIG.
           COPY    CPDATETIME  REPLACING ==:##:== BY ==MDT==.
           COPY    CPCOBRND    REPLACING ==:##:== BY ==MCR==.
       01  LI-DUMP-PGM         PIC  X(008) VALUE SPACE.
       01  LI-DUMP-KANJI       PIC  X(004) VALUE SPACE.

      *    *** ステップ登録簿(STEPREG)の実行用
       01  LI-STEPREG-ID       PIC  X(001) VALUE "X".
       01  LI-STEPREG-PGM      PIC  X(008) VALUE SPACE.
       01  LI-STEPREG-BAL      PIC  X(008) VALUE SPACE.
       01  LI-STEPREG-RC       BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE   DIVISION.
       M100-10.

           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME

      *    *** 名前付きジョブのカード・実行履歴
           PERFORM S170-10     THRU    S170-EX

      *    *** 起動引数=再実行するステップ名
           ACCEPT  WK-CMDLINE  FROM    COMMAND-LINE
           MOVE    UPPER-CASE (WK-CMDLINE) TO WK-CMDLINE
           IF      WK-ARG2     =       "NOHIST"
                   MOVE    "Y"         TO      WK-NOHIST-SW
           END-IF
           IF      WK-ARG2     =       "ROLLBACK"
                   MOVE    "Y"         TO      WK-ROLLBACK-SW
           END-IF
           IF      WK-STEP-NOW =       SPACE
                   DISPLAY WK-PGM-NAME
                           " ステップ名指定(例 S030)が必要"
                   STOP    RUN
           END-IF

      *    *** 操作者認可(認可表に無い利用者は何もせず終わる)
      *    *** 機能は手動再実行 RERUN、世代戻し付き ROLLBACK、
      *    *** MAINJOBの子起動 CHILD
           MOVE    "RERUN"     TO      WK-AUTH-FUNC
           IF      WK-ROLLBACK-SW =    "Y"
                   MOVE    "ROLLBACK"  TO      WK-AUTH-FUNC
           END-IF
           IF      WK-NOHIST-SW =      "Y"
                   MOVE    "CHILD"     TO      WK-AUTH-FUNC
           END-IF
           MOVE    SPACE       TO      WK-AUTH-USER
           CALL    "OPAUTH"    USING   WK-PGM-NAME
                                       WK-AUTH-FUNC
                                       WK-AUTH-USER
                                       WK-AUTH-RESULT
           IF      WK-AUTH-RESULT NOT = "Y"
                   DISPLAY WK-PGM-NAME " 操作権限なし "
                           WK-AUTH-USER
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-TODAY
                                       WK-BIZ-STAT

      *    *** 子起動時は親の引き継ぎ値を環境変数から受け取る
           IF      WK-NOHIST-SW =      "Y"
                           TRIM (WK-STEP-PARM)
           END-IF

      *    *** 前回そのステップが採番した世代をカタログから外す
           IF      WK-ROLLBACK-SW =    "Y"
                   PERFORM S160-10     THRU    S160-EX
           END-IF

      *    *** ステップ実行(MAINJOBのS005と同じディスパッチ)
      *    *** 世代記録(GENNAME)へ採番したステップを残す
           SET     ENVIRONMENT "MAINJOB_STEP" TO WK-STEP-NOW
      *    *** 監視へのステップ開始・終了(子起動では親が出すため略す)
           IF      WK-NOHIST-SW NOT =  "Y"
                   MOVE    "STEP_START" TO     WK-MON-EVENT
                   MOVE    ZERO        TO      WK-MON-RC
                   MOVE    "I"         TO      WK-MON-SEV
                   PERFORM S500-10     THRU    S500-EX
           END-IF
           MOVE    ZERO        TO      RETURN-CODE
           ACCEPT  WK-HMS-BEF  FROM    TIME
           PERFORM S200-10     THRU    S200-EX
      *    *** (NOHIST=MAINJOBの子起動では親が履歴を書くため略す)
           IF      WK-NOHIST-SW NOT =  "Y"
                   PERFORM S300-10     THRU    S300-EX
                   MOVE    WK-STEP-RC  TO      WK-MON-RC
                   IF      WK-STEP-RC  >       WK-STEP-MAXRC
                           MOVE    "STEP_ABEND" TO     WK-MON-EVENT
                           MOVE    "E"         TO      WK-MON-SEV
                   ELSE
                           MOVE    "STEP_END"  TO      WK-MON-EVENT
                           IF      WK-STEP-RC  =       ZERO
                                   MOVE    "I"         TO  WK-MON-SEV
                           ELSE
                                   MOVE    "W"         TO  WK-MON-SEV
                           END-IF
                   END-IF
                   PERFORM S500-10     THRU    S500-EX
           END-IF

      *    *** RC判定(許容以内は警告、超過は致命)
           EXIT.

      *    *** ステップ実行ディスパッチ(MAINJOBのS005と同じ並び)
      *    *** 組込み以外はステップ登録簿(STEPREG)で呼ぶ
       S200-10.

           EVALUATE WK-STEP-NOW
               WHEN "S090"
                   PERFORM S290-10     THRU    S290-EX
               WHEN OTHER
                   MOVE    "X"         TO      LI-STEPREG-ID
                   CALL    "STEPREG"   USING   LI-STEPREG-ID
                                               WK-STEP-NOW
                                               WK-STEP-PARM
                                               LI-STEPREG-PGM
                                               LI-STEPREG-BAL
                                               LI-STEPREG-RC
                   IF      LI-STEPREG-PGM =    SPACE
                           DISPLAY WK-PGM-NAME " 未定義ステップ="
                                   WK-STEP-NOW
                   END-IF
                   MOVE    LI-STEPREG-RC TO    RETURN-CODE
           END-EVALUATE
           .
       S200-EX.
       S150-EX.
           EXIT.

      *    *** 世代戻し
      *    *** 実行履歴から当該ステップを最後に実行した回(今回以外)の
      *    *** 実行IDを引き、その回が採番した世代を GENROLL で外す
       S160-10.

           MOVE    SPACE       TO      WK-RB-RUNID
           MOVE    CFG-MAINJOB-HIST-NAME TO WK-HIST-F-NAME
           OPEN    INPUT       HIST-F
           IF      WK-HIST-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " HIST-F OPEN ERROR STATUS="
                           WK-HIST-STATUS
                   GO      TO      S160-EX
           END-IF

           PERFORM UNTIL WK-HIST-STATUS NOT = ZERO
                   READ    HIST-F
                   IF      WK-HIST-STATUS =    ZERO
                      AND  HIST-STEP   =       WK-STEP-NOW
                      AND  HIST-RUNID  NOT =   WK-RUNID
                      AND  HIST-RUNID  NOT =   SPACE
                           MOVE    HIST-RUNID  TO      WK-RB-RUNID
                   END-IF
           END-PERFORM
           CLOSE   HIST-F
           MOVE    ZERO        TO      WK-HIST-STATUS

           IF      WK-RB-RUNID =       SPACE
                   DISPLAY WK-PGM-NAME " " WK-STEP-NOW
                           " 世代戻し対象の実行履歴なし"
                   GO      TO      S160-EX
           END-IF

           MOVE    SPACE       TO      WK-RB-COMP
           ACCEPT  WK-RB-COMP  FROM    ENVIRONMENT "MAINJOB_COMPANY"
               ON EXCEPTION
                   MOVE    SPACE       TO      WK-RB-COMP
           END-ACCEPT
           MOVE    WK-STEP-NOW TO      WK-RB-STEPS
           MOVE    "U"         TO      WK-RB-MODE
           MOVE    ZERO        TO      WK-RB-CNT
           CALL    "GENROLL"   USING   WK-RB-RUNID
                                       WK-RB-COMP
                                       WK-RB-STEPS
                                       WK-RB-MODE
                                       WK-RB-CNT
           DISPLAY WK-PGM-NAME " " WK-STEP-NOW " 世代戻し RUN-ID="
                   WK-RB-RUNID " 件数=" WK-RB-CNT
           .
       S160-EX.
           EXIT.

      *    *** 名前付きジョブ(環境変数 MAINJOB_JOB)
      *    *** DAILY以外はカードを <日次カード名>.<ジョブ名>、実行履歴を
      *    *** <ジョブ名>.<履歴名> とする(MAINJOBのジョブ別の名前と同じ)
       S170-10.

           MOVE    SPACE       TO      WK-ENV-JOB
           ACCEPT  WK-ENV-JOB  FROM    ENVIRONMENT "MAINJOB_JOB"
               ON EXCEPTION
                   MOVE    SPACE       TO      WK-ENV-JOB
           END-ACCEPT
           IF      WK-ENV-JOB  =       SPACE
                   MOVE    "DAILY"     TO      WK-ENV-JOB
           END-IF
           IF      WK-ENV-JOB  =       "DAILY"
                   GO      TO      S170-EX
           END-IF

           MOVE    SPACE       TO      WK-JOB-WORK
           STRING  CFG-MAINJOB-STEPCTL-NAME DELIMITED BY SPACE
                   "."         DELIMITED BY SIZE
                   WK-ENV-JOB  DELIMITED BY SPACE
                   INTO    WK-JOB-WORK
           END-STRING
           MOVE    WK-JOB-WORK TO      CFG-MAINJOB-STEPCTL-NAME
           MOVE    SPACE       TO      WK-JOB-WORK
           STRING  WK-ENV-JOB  DELIMITED BY SPACE
                   "."         DELIMITED BY SIZE
                   CFG-MAINJOB-HIST-NAME DELIMITED BY SPACE
                   INTO    WK-JOB-WORK
           END-STRING
           MOVE    WK-JOB-WORK TO      CFG-MAINJOB-HIST-NAME
           DISPLAY WK-PGM-NAME " JOB=" WK-ENV-JOB
           .
       S170-EX.
           EXIT.

      *    *** STEP00 事前点検(MAINJOBのS095と同じ対象・基準)
      *    *** 問題を全件まとめて報告してから非ゼロで止める
       S201-10.
                   MOVE    WK-STEP-SEC TO      HIST-SEC
                   MOVE    ZERO        TO      HIST-CNT
                                               HIST-STRM
                                               HIST-RWAIT
                   MOVE    "MANUAL-RERUN" TO   HIST-NOTE
                   MOVE    WK-ENV-JOB  TO      HIST-JOB
                   MOVE    WK-RUNID    TO      HIST-RUNID
                   MOVE    WK-STEP-PARM TO     HIST-PARM
                   WRITE   HIST-REC
           .
       S400-EX.
           EXIT.

      *    *** 監視イベントフィードへ1行出す(MONFEED)
       S500-10.

           MOVE    "MANUAL-RERUN" TO   WK-MON-TEXT
           CALL    "MONFEED"   USING   WK-PGM-NAME
                                       WK-MON-EVENT
                                       WK-STEP-NOW
                                       WK-MON-RC
                                       WK-MON-SEV
                                       WK-MON-TEXT
           .
       S500-EX.
           EXIT.
