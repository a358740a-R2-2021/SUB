      *    *** 再実行時の世代戻し サブルーチン
      *    *** 夜間を途中ステップから再実行する時、失敗した回(実行ID)の
      *    *** 再実行対象ステップが採番した世代をカタログ(GENCAT)から外し、
      *    *** そのステップが最初に動き出した時点の世代並びへ戻す。
      *    *** 外すだけでファイルは消さない(失敗時の出力は調査用に残る)。
      *    *** これで再実行が世代を余分に積まず、「相対-1」が前夜の出力を
      *    *** 指したままになる(DEFREFDF/FILECMP の比較元がずれない)。
      *    *** 対象は GENNAME の世代記録(GENCAT.LOG)の採番行のうち、
      *    *** 実行ID・会社・ステップが一致し、まだ外していない物。
      *    *** 戻しの判断(1世代ごと・まとめ・対象無し)は全て LOGERR へ残す
      *    *** LI-MODE=L: 対象の一覧表示のみ(カタログは変えない)
      *    *** LI-MODE=U: カタログから外す
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             GENROLL.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 世代記録(GENNAMEが追記する)
       SELECT GLOG-F           ASSIGN   WK-GLOG-F-NAME
                               STATUS   WK-GLOG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** GENNAME の GLOG-REC と同一レイアウト
       FD  GLOG-F
           LABEL RECORDS ARE STANDARD.
       01  GLOG-REC.
           03  GLOG-ACT        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  GLOG-STAMP      PIC  X(014).
           03  FILLER          PIC  X(001).
           03  GLOG-RUNID      PIC  X(014).
           03  FILLER          PIC  X(001).
           03  GLOG-COMP       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  GLOG-STEP       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  GLOG-GEN-NO     PIC  9(004).
           03  FILLER          PIC  X(001).
           03  GLOG-BASE       PIC  X(256).
           03  FILLER          PIC  X(001).
           03  GLOG-GEN        PIC  X(272).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "GENROLL".

           03  WK-GLOG-F-NAME  PIC  X(032) VALUE
               "GENCAT.LOG".
           03  WK-GLOG-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-GLOG-EOF     PIC  X(001) VALUE LOW-VALUE.

      *    *** 対象ステップ判定(前後に空白を付けた並びで探す)
           03  WK-STEPS-PAD    PIC  X(102) VALUE SPACE.
           03  WK-STEP-PAD     PIC  X(006) VALUE SPACE.
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.

           03  WK-GEN-NO-X     PIC  9(004) VALUE ZERO.
           03  WK-CNT-X        PIC  9(004) VALUE ZERO.

      *    *** GENNAME 呼び出し用
           03  WK-GEN-ID       PIC  X(001) VALUE "U".
           03  WK-GEN-BASE     PIC  X(256) VALUE SPACE.
           03  WK-GEN-REL      PIC  9(002) VALUE ZERO.
           03  WK-GEN-NAME     PIC  X(272) VALUE SPACE.

      *    *** 戻し候補(採番順)
       01  TBL-RB-AREA.
           03  TBL-RB-ENT      OCCURS 500.
             05  TBL-RB-STEP   PIC  X(004).
             05  TBL-RB-GEN-NO PIC  9(004).
             05  TBL-RB-BASE   PIC  X(256).
             05  TBL-RB-GEN    PIC  X(272).
      *    *** Y=カタログ中(戻し対象)、N=既に外し済
             05  TBL-RB-LIVE   PIC  X(001).
       01  TBL-RB-CNT          BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

      *    *** LOGERR 呼び出し用
       01  LI-LOGERR-PGM       PIC  X(008) VALUE "GENROLL".
       01  LI-LOGERR-CONTEXT   PIC  X(040) VALUE SPACE.
       01  LI-LOGERR-STATUS    PIC  X(004) VALUE SPACE.
       01  LI-LOGERR-SEVERITY  PIC  X(001) VALUE "I".

       LINKAGE                 SECTION.

      *    *** 失敗した回の実行ID
       01  LI-RUNID            PIC  X(014).

      *    *** 会社コード(単一会社運用は空白)
       01  LI-COMPANY          PIC  X(004).

      *    *** 再実行するステップ名の並び(空白区切り、"*"=全ステップ)
       01  LI-STEPS            PIC  X(100).

      *    *** L=一覧のみ, U=カタログから外す
       01  LI-MODE             PIC  X(001).

      *    *** 外した(L時は対象の)世代数
       01  LO-CNT              BINARY-LONG SYNC.

       PROCEDURE   DIVISION    USING   LI-RUNID
                                       LI-COMPANY
                                       LI-STEPS
                                       LI-MODE
                                       LO-CNT
           .
       M100-10.

           MOVE    ZERO        TO      LO-CNT
                                       TBL-RB-CNT

           IF      LI-RUNID    =       SPACE
              OR   LI-STEPS    =       SPACE
                   GO      TO      M100-EX
           END-IF
           IF      LI-MODE NOT =       "L" AND "U"
                   DISPLAY WK-PGM-NAME " LI-MODE PARA ERROR=" LI-MODE
                   DISPLAY WK-PGM-NAME " LI-MODE L,U 指定"
                   GO      TO      M100-EX
           END-IF

           MOVE    SPACE       TO      WK-STEPS-PAD
           MOVE    LI-STEPS    TO      WK-STEPS-PAD (2:100)

      *    *** 世代記録から戻し候補を集める
           PERFORM S100-10     THRU    S100-EX

      *    *** 新しい順に外す(同じ基本名の並びを後ろから戻す)
           PERFORM VARYING I FROM TBL-RB-CNT BY -1
                   UNTIL I < 1
                   IF      TBL-RB-LIVE (I) =   "Y"
                           PERFORM S200-10     THRU    S200-EX
                   END-IF
           END-PERFORM

      *    *** まとめ(対象無しも判断として残す)
           MOVE    SPACE       TO      LI-LOGERR-CONTEXT
           MOVE    LO-CNT      TO      WK-CNT-X
           IF      LO-CNT      =       ZERO
                   STRING  "GENCAT MODOSHI NASHI " DELIMITED BY SIZE
                           LI-RUNID    DELIMITED BY SIZE
                           INTO    LI-LOGERR-CONTEXT
                   END-STRING
           ELSE
                   STRING  "GENCAT MODOSHI "      DELIMITED BY SIZE
                           LI-RUNID    DELIMITED BY SIZE
                           " N="       DELIMITED BY SIZE
                           WK-CNT-X    DELIMITED BY SIZE
                           INTO    LI-LOGERR-CONTEXT
                   END-STRING
           END-IF
           IF      LI-MODE     =       "L"
                   MOVE    "LIST"      TO      LI-LOGERR-STATUS
           ELSE
                   MOVE    SPACE       TO      LI-LOGERR-STATUS
           END-IF
           MOVE    "I"         TO      LI-LOGERR-SEVERITY
           CALL    "LOGERR"    USING   LI-LOGERR-PGM
                                       LI-LOGERR-CONTEXT
                                       LI-LOGERR-STATUS
                                       LI-LOGERR-SEVERITY
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 世代記録の読込み
      *    *** 採番行(N)で実行ID・会社・ステップが一致する物を候補にし、
      *    *** 後から外し行(U)が出た世代は候補から落とす
       S100-10.

           OPEN    INPUT       GLOG-F
           IF      WK-GLOG-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " GLOG-F 無 世代記録無し"
                   GO      TO      S100-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-GLOG-EOF
           PERFORM UNTIL WK-GLOG-EOF   =       HIGH-VALUE
                   READ    GLOG-F
                   IF      WK-GLOG-STATUS =    ZERO
                           EVALUATE GLOG-ACT
                               WHEN "N"
                                   PERFORM S110-10     THRU    S110-EX
                               WHEN "U"
                                   PERFORM S120-10     THRU    S120-EX
                           END-EVALUATE
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-GLOG-EOF
                   END-IF
           END-PERFORM
           CLOSE   GLOG-F
           .
       S100-EX.
           EXIT.

      *    *** 採番行1件の候補判定
       S110-10.

           IF      GLOG-RUNID NOT =    LI-RUNID
              OR   GLOG-COMP  NOT =    LI-COMPANY
              OR   GLOG-STEP  =        SPACE
                   GO      TO      S110-EX
           END-IF

           IF      LI-STEPS (1:1) NOT = "*"
                   MOVE    SPACE       TO      WK-STEP-PAD
                   MOVE    GLOG-STEP   TO      WK-STEP-PAD (2:4)
                   MOVE    ZERO        TO      WK-HIT
                   INSPECT WK-STEPS-PAD TALLYING WK-HIT
                           FOR ALL WK-STEP-PAD
                   IF      WK-HIT      =       ZERO
                           GO      TO      S110-EX
                   END-IF
           END-IF

           IF      TBL-RB-CNT  >=      500
                   DISPLAY WK-PGM-NAME
                           " 戻し候補が500件を超えた"
                   GO      TO      S110-EX
           END-IF
           ADD     1           TO      TBL-RB-CNT
           MOVE    GLOG-STEP   TO      TBL-RB-STEP (TBL-RB-CNT)
           MOVE    GLOG-GEN-NO TO      TBL-RB-GEN-NO (TBL-RB-CNT)
           MOVE    GLOG-BASE   TO      TBL-RB-BASE (TBL-RB-CNT)
           MOVE    GLOG-GEN    TO      TBL-RB-GEN (TBL-RB-CNT)
           MOVE    "Y"         TO      TBL-RB-LIVE (TBL-RB-CNT)
           .
       S110-EX.
           EXIT.

      *    *** 外し行1件(既に外した世代を候補から落とす)
       S120-10.

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-RB-CNT
                   IF      TBL-RB-GEN (J) =    GLOG-GEN
                      AND  TBL-RB-BASE (J) =   GLOG-BASE
                           MOVE    "N"         TO  TBL-RB-LIVE (J)
                   END-IF
           END-PERFORM
           .
       S120-EX.
           EXIT.

      *    *** 候補1世代の戻し(Lは表示のみ)と判断の記録
       S200-10.

           MOVE    TBL-RB-GEN-NO (I) TO WK-GEN-NO-X
           DISPLAY WK-PGM-NAME " " TBL-RB-STEP (I) " "
                   TRIM (TBL-RB-GEN (I))

           IF      LI-MODE     =       "U"
                   MOVE    "U"         TO      WK-GEN-ID
                   MOVE    TBL-RB-BASE (I) TO  WK-GEN-BASE
                   MOVE    TBL-RB-GEN (I) TO   WK-GEN-NAME
                   CALL    "GENNAME"   USING   WK-GEN-ID
                                               WK-GEN-BASE
                                               WK-GEN-REL
                                               WK-GEN-NAME
           ELSE
                   MOVE    TBL-RB-GEN (I) TO   WK-GEN-NAME
           END-IF

           MOVE    SPACE       TO      LI-LOGERR-CONTEXT
           IF      WK-GEN-NAME =       SPACE
      *    *** 既にカタログに無い(手で外した等)。戻さずに記録だけ残す
                   STRING  TBL-RB-STEP (I) DELIMITED BY SIZE
                           " G"        DELIMITED BY SIZE
                           WK-GEN-NO-X DELIMITED BY SIZE
                           " CATALOG NI NASHI" DELIMITED BY SIZE
                           INTO    LI-LOGERR-CONTEXT
                   END-STRING
                   MOVE    "W"         TO      LI-LOGERR-SEVERITY
           ELSE
                   ADD     1           TO      LO-CNT
                   IF      LI-MODE     =       "U"
                           STRING  TBL-RB-STEP (I) DELIMITED BY SIZE
                                   " G"        DELIMITED BY SIZE
                                   WK-GEN-NO-X DELIMITED BY SIZE
                                   " CATALOG KAIJO" DELIMITED BY SIZE
                                   INTO    LI-LOGERR-CONTEXT
                           END-STRING
                   ELSE
                           STRING  TBL-RB-STEP (I) DELIMITED BY SIZE
                                   " G"        DELIMITED BY SIZE
                                   WK-GEN-NO-X DELIMITED BY SIZE
                                   " MODOSHI KOUHO" DELIMITED BY SIZE
                                   INTO    LI-LOGERR-CONTEXT
                           END-STRING
                   END-IF
                   MOVE    "I"         TO      LI-LOGERR-SEVERITY
           END-IF
           MOVE    SPACE       TO      LI-LOGERR-STATUS
           CALL    "LOGERR"    USING   LI-LOGERR-PGM
                                       LI-LOGERR-CONTEXT
                                       LI-LOGERR-STATUS
                                       LI-LOGERR-SEVERITY
           .
       S200-EX.
           EXIT.
