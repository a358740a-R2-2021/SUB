      *    *** 直近N日分を対象に、ステップ別の平均／最悪経過時間、
      *    *** バッチ窓(許容秒数)を超えた夜、ステップ別の失敗回数を
      *    *** 一覧にする。対象日付の算出は DATEWEEK の通算日数を使う
      *    *** 資源クラスの空き待ち秒(HIST-RWAIT)もステップ別に平均／最悪
      *    *** を出す(クラス上限の見直し材料)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             JOBHIST.

                               STATUS   WK-HIST-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           03  HIST-PARM       PIC  X(246).
           03  FILLER          PIC  X(001).
           03  HIST-SYSO       PIC  X(080).
           03  FILLER          PIC  X(001).
           03  HIST-JOB        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HIST-RWAIT      PIC  9(007).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(100).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "JOBHIST".

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.

           03  WK-HIST-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-HIST-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HIST-EOF     PIC  X(001) VALUE LOW-VALUE.
             05  TBL01-SEC     BINARY-DOUBLE SYNC VALUE ZERO.
             05  TBL01-MAX     BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-FAIL    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-RWT     BINARY-DOUBLE SYNC VALUE ZERO.
             05  TBL01-RWMAX   BINARY-LONG SYNC VALUE ZERO.
       01  TBL01-MAX-I         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  RL-MAX          PIC  ZZZ,ZZ9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  RL-FAIL         PIC  ZZZ,ZZ9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  RL-RWAVG        PIC  ZZZ,ZZ9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  RL-RWMAX        PIC  ZZZ,ZZ9.

       LINKAGE                 SECTION.

      *    *** 対象最古日付算出
       S010-10.

           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WDW-DATE2-YMD
                                       WK-BIZ-STAT
           MOVE    "A"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA

                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "MAINJOB RUN HISTORY TRENDS"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
           IF      HIST-RC     >       ZERO
                   ADD     1           TO      TBL01-FAIL (J)
           END-IF
      *    *** 資源待ち秒(項目追加前の記録は空白のため数字の時だけ)
           IF      HIST-RWAIT  IS NUMERIC
                   ADD     HIST-RWAIT  TO      TBL01-RWT (J)
                   IF      HIST-RWAIT  >       TBL01-RWMAX (J)
                           MOVE    HIST-RWAIT  TO      TBL01-RWMAX (J)
                   END-IF
           END-IF
           .
       S100-EX.
           EXIT.
                   ")"         DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX

           MOVE    "STEP     RUNS  AVGSEC   MAXSEC    FAIL"
                               TO      RPT-REC
           MOVE    "AVGWAIT"   TO      RPT-REC (43:7)
           MOVE    "MAXWAIT"   TO      RPT-REC (52:7)
           PERFORM S991-10     THRU    S991-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL01-MAX-I
                   MOVE    WK-AVG-SEC     TO   RL-AVG
                   MOVE    TBL01-MAX (I)  TO   RL-MAX
                   MOVE    TBL01-FAIL (I) TO   RL-FAIL
                   IF      TBL01-CNT (I)  >    ZERO
                           COMPUTE WK-AVG-SEC =
                                   TBL01-RWT (I) / TBL01-CNT (I)
                   ELSE
                           MOVE    ZERO        TO      WK-AVG-SEC
                   END-IF
                   MOVE    WK-AVG-SEC     TO   RL-RWAVG
                   MOVE    TBL01-RWMAX (I) TO  RL-RWMAX
                   MOVE    RPT-LINE-AREA  TO   RPT-REC
                   PERFORM S990-10     THRU    S990-EX
           END-PERFORM

           MOVE    SPACES      TO      RPT-REC
                   WK-AVG-SEC  DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           .
       S200-EX.
           EXIT.
       S900-10.

           CLOSE   HIST-F
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           .
       S900-EX.
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
