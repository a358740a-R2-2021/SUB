      *    *** 夜間スケジュール先行予測レポート
      *    *** 指定した日付範囲の各日について、MAINJOB がその夜に
      *    *** 実行するか(R)・飛ばすか(S)・縮退実行か(V)、どの制御カード
      *    *** (日次・月末・期末)を選ぶか、実行するステップの並びと
      *    *** 実行窓(開始可能時刻・期限)、予測経過秒を1日ずつ出す。
      *    *** 判定は MAINJOB と同じ材料と順序で行う:
      *    ***   実行カレンダー(MAINJOB.RUNCAL)の休日と当日指定 R/S/V、
      *    ***   土日判定(DATEWEEK)、共通カレンダー(CALGEN出力)の
      *    ***   月末・期末フラグによる代替カード(不存在なら日次)、
      *    ***   会社一覧(MAINJOB.COMPANY)の会社数分の実行。
      *    *** 予測経過は会社別実行履歴の正常終了平均(MAINJOB S00R と
      *    *** 同じ基準)。後始末ステップ(COND=)と縮退で飛ぶ S040 は
      *    *** 予測に含めない。夜の合計は DATETIME.SLA の MAINJOB 行と
      *    *** 比べ、超過見込みの夜を最後にまとめて出す(月末計画・
      *    *** 相手先への事前連絡用)。
      *    *** 日付範囲 0/0 は業務日付(BIZDATE)の翌月1か月分、
      *    *** 終了日 0 は開始日の月末まで。1回366日まで
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SCHDPROJ.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 実行カレンダー(休日一覧と当日指定)
       SELECT RUNCAL-F         ASSIGN   WK-RUNCAL-F-NAME
                               STATUS   WK-RUNCAL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 共通カレンダー(CALGEN出力)
       SELECT CGC-F            ASSIGN   WK-CGC-F-NAME
                               STATUS   WK-CGC-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** ステップ制御カード(日次・月末・期末)
       SELECT STEPCTL-F        ASSIGN   WK-STEPCTL-F-NAME
                               STATUS   WK-STEPCTL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 会社一覧
       SELECT COMP-F           ASSIGN   WK-COMP-F-NAME
                               STATUS   WK-COMP-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 実行履歴(会社別)
       SELECT HIST-F           ASSIGN   WK-HIST-F-NAME
                               STATUS   WK-HIST-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** バッチ窓SLA登録(DATETIMEと同じファイル)
       SELECT SLA-F            ASSIGN   WK-SLA-F-NAME
                               STATUS   WK-SLA-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** MAINJOB の CAL-REC と同一レイアウト
       FD  RUNCAL-F
           LABEL RECORDS ARE STANDARD.
       01  CAL-REC.
           03  CAL-DATE        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  CAL-ACT         PIC  X(001).

      *    *** CALGEN の CAL-REC と同一レイアウト
       FD  CGC-F
           LABEL RECORDS ARE STANDARD.
       01  CGC-REC.
           03  CGC-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CGC-WEEK        PIC  9(001).
           03  FILLER          PIC  X(001).
           03  CGC-ISOWK       PIC  9(002).
           03  FILLER          PIC  X(001).
           03  CGC-ERA-NA      PIC  X(006).
           03  FILLER          PIC  X(001).
           03  CGC-ERA-YY      PIC  9(002).
           03  FILLER          PIC  X(001).
           03  CGC-HOLIDAY     PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CGC-BIZ         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CGC-MONTH-END   PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CGC-PERIOD-END  PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CGC-FY          PIC  9(004).
           03  FILLER          PIC  X(001).
           03  CGC-FP          PIC  9(002).
           03  FILLER          PIC  X(001).
           03  CGC-FW          PIC  9(002).

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

       FD  COMP-F
           LABEL RECORDS ARE STANDARD.
       01  COMP-REC            PIC  X(008).

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

      *    *** DATETIME の SLA-REC と同一レイアウト
       FD  SLA-F
           LABEL RECORDS ARE STANDARD.
       01  SLA-REC.
           03  SLA-PGM         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  SLA-SEC         PIC  X(007).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "SCHDPROJ".

           03  WK-RUNCAL-F-NAME PIC X(032) VALUE SPACE.
           03  WK-RUNCAL-STATUS PIC 9(002) VALUE ZERO.
           03  WK-RUNCAL-EOF   PIC  X(001) VALUE LOW-VALUE.

           03  WK-CGC-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-CGC-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CGC-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-STEPCTL-F-NAME PIC X(032) VALUE SPACE.
           03  WK-STEPCTL-STATUS PIC 9(002) VALUE ZERO.
           03  WK-STEPCTL-EOF  PIC  X(001) VALUE LOW-VALUE.

           03  WK-COMP-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-COMP-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-COMP-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-HIST-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-HIST-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HIST-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-SLA-F-NAME   PIC  X(032) VALUE
               "DATETIME.SLA".
           03  WK-SLA-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-SLA-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-SLA-LIMIT    PIC  9(007) VALUE ZERO.

           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 業務日付(範囲省略時の基準)
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-DATE     PIC  9(008) VALUE ZERO.
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.

      *    *** 予測範囲。WK-TO-DATE 0 は開始日の月末まで
           03  WK-FROM-DATE    PIC  9(008) VALUE ZERO.
           03  WK-FROM-R       REDEFINES WK-FROM-DATE.
             05  WK-FROM-YYYY  PIC  9(004).
             05  WK-FROM-MM    PIC  9(002).
             05  WK-FROM-DD    PIC  9(002).
           03  WK-TO-DATE      PIC  9(008) VALUE ZERO.
           03  WK-TO-X         PIC  X(009) VALUE SPACE.
           03  WK-DAY-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-END-SW       PIC  X(001) VALUE "N".

      *    *** 処理中の日
           03  WK-DAY          PIC  9(008) VALUE ZERO.
           03  WK-DAY-R        REDEFINES WK-DAY.
             05  WK-DAY-YYYY   PIC  9(004).
             05  WK-DAY-MM     PIC  9(002).
             05  WK-DAY-DD     PIC  9(002).
           03  WK-NISUU        PIC  9(008) COMP VALUE ZERO.
           03  WK-WEEK-X       PIC  X(003) VALUE SPACE.
      *    *** 判定 R=実行、S=スキップ、V=縮退実行
           03  WK-DECISION     PIC  X(001) VALUE SPACE.
           03  WK-OVERRIDE     PIC  X(001) VALUE SPACE.
      *    *** 実行カレンダー未登録(毎晩実行)
           03  WK-NOCAL-SW     PIC  X(001) VALUE "N".
           03  WK-REASON       PIC  X(016) VALUE SPACE.

      *    *** 選んだ制御カード(種別と名前)と読込み済の名前
           03  WK-DECK-KIND    PIC  X(008) VALUE SPACE.
           03  WK-DECK-NAME    PIC  X(032) VALUE SPACE.
           03  WK-DECK-LOADED  PIC  X(032) VALUE LOW-VALUE.
           03  WK-DECK-NOTE    PIC  X(024) VALUE SPACE.
           03  WK-PRED-SAVE    PIC  X(004) VALUE SPACE.

      *    *** 会社(単一会社運用は空白1件)
           03  WK-COMP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-COMP-I       BINARY-LONG SYNC VALUE ZERO.

      *    *** 予測(ステップ別・会社別・夜合計)
           03  WK-AVG          BINARY-LONG SYNC VALUE ZERO.
           03  WK-STEP-FC      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NIGHT-FC     BINARY-LONG SYNC VALUE ZERO.
           03  WK-NOHIST-SW    PIC  X(001) VALUE "N".
           03  WK-IN-FC        PIC  X(001) VALUE "N".
           03  WK-TALLY        BINARY-LONG SYNC VALUE ZERO.

      *    *** 集計(範囲全体)
           03  WK-RUN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RED-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ME-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-QE-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OVER-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** 編集
           03  WK-SEC-D        PIC  Z(006)9.
           03  WK-CNT-D        PIC  ZZ9.
           03  WK-HHMM-D       PIC  X(004) VALUE SPACE.
           03  WK-HHMM-D2      PIC  X(004) VALUE SPACE.
           03  WK-NOTE-D       PIC  X(024) VALUE SPACE.

      *    *** 当日指定(R/S/V)の一覧
       01  TBL-OV-AREA.
           03  TBL-OV-ENT      OCCURS 366.
             05  TBL-OV-DATE   PIC  9(008).
             05  TBL-OV-ACT    PIC  X(001).
       01  TBL-OV-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 共通カレンダーの範囲内の月末・期末日
       01  TBL-ME-AREA.
           03  TBL-ME-ENT      OCCURS 366.
             05  TBL-ME-DATE   PIC  9(008).
      *    *** M=月末、Q=期末
             05  TBL-ME-KIND   PIC  X(001).
       01  TBL-ME-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 会社一覧
       01  TBL-COMP-AREA.
           03  TBL-COMP        OCCURS 10
                               PIC  X(004).
      *    *** 会社別の夜の予測合計
           03  TBL-COMP-FC     OCCURS 10
                               BINARY-LONG SYNC.

      *    *** 制御カードのステップ(カード順)
       01  TBL-ST-AREA.
           03  TBL-ST-ENT      OCCURS 20.
             05  TBL-ST-ID     PIC  X(004).
             05  TBL-ST-PRED   PIC  X(019).
             05  TBL-ST-NOTBEF PIC  X(004).
             05  TBL-ST-DEADLN PIC  X(004).
      *    *** 後始末ステップ O=COND=ONLY、E=COND=EVEN
             05  TBL-ST-COND   PIC  X(001).
             05  TBL-ST-FILE   PIC  X(001).
       01  TBL-ST-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 会社別・ステップ別の正常終了経過(合計と件数)
       01  TBL-HS-AREA.
           03  TBL-HS-ENT      OCCURS 500.
             05  TBL-HS-COMP   BINARY-LONG SYNC.
             05  TBL-HS-STEP   PIC  X(004).
             05  TBL-HS-SUM    BINARY-DOUBLE SYNC.
             05  TBL-HS-N      BINARY-LONG SYNC.
       01  TBL-HS-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** SLA超過見込みの夜
       01  TBL-OVR-AREA.
           03  TBL-OVR-ENT     OCCURS 366.
             05  TBL-OVR-DATE  PIC  9(008).
             05  TBL-OVR-SEC   BINARY-LONG SYNC.
             05  TBL-OVR-KIND  PIC  X(008).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPCONFIG.
           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==MDW==.

       LINKAGE                 SECTION.

      *    *** 予測開始日(0=業務日付の翌月1日)
       01  LI-FROM-DATE        PIC  9(008).

      *    *** 予測終了日(0=開始日の月末)
       01  LI-TO-DATE          PIC  9(008).

      *    *** レポートファイル名
       01  LI-RPT-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-FROM-DATE
                                       LI-TO-DATE
                                       LI-RPT-FILENAME
           .
       M100-10.

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME

           MOVE    TRIM(LI-RPT-FILENAME) TO WK-RPT-F-NAME
           MOVE    LI-FROM-DATE TO     WK-FROM-DATE
           MOVE    LI-TO-DATE  TO      WK-TO-DATE

      *    *** 範囲省略時は業務日付の翌月1か月分
           IF      WK-FROM-DATE =      ZERO
                   CALL    "BIZDATE"   USING   WK-BIZ-ID
                                               WK-BIZ-DATE
                                               WK-BIZ-STAT
                   MOVE    WK-BIZ-DATE TO      WK-FROM-DATE
                   IF      WK-FROM-MM  =       12
                           ADD     1           TO      WK-FROM-YYYY
                           MOVE    1           TO      WK-FROM-MM
                   ELSE
                           ADD     1           TO      WK-FROM-MM
                   END-IF
                   MOVE    1           TO      WK-FROM-DD
                   MOVE    ZERO        TO      WK-TO-DATE
           END-IF
           IF      WK-TO-DATE  NOT =   ZERO
              AND  WK-TO-DATE  <       WK-FROM-DATE
                   DISPLAY WK-PGM-NAME " 日付範囲不正 "
                           WK-FROM-DATE "-" WK-TO-DATE
                   GO      TO      M100-EX
           END-IF

      *    *** 判定材料の読込み
           PERFORM S010-10     THRU    S010-EX
           PERFORM S020-10     THRU    S020-EX
           PERFORM S030-10     THRU    S030-EX
           PERFORM S040-10     THRU    S040-EX
           PERFORM S050-10     THRU    S050-EX

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "NIGHTLY SCHEDULE PROJECTION"
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

      *    *** 1日ずつ判定して出力する
           MOVE    WK-FROM-DATE TO     MDW-DATE2-YMD
           MOVE    "A"         TO      MDW-DATE2-ID
           CALL    "DATEWEEK"  USING   MDW-DATEWEEK-AREA
           MOVE    MDW-NISUU   TO      WK-NISUU
           MOVE    WK-FROM-DATE TO     WK-DAY
           MOVE    ZERO        TO      WK-DAY-CNT
           MOVE    "N"         TO      WK-END-SW

           PERFORM S060-10     THRU    S060-EX

           PERFORM UNTIL WK-END-SW =   "Y"
                   PERFORM S100-10     THRU    S100-EX
                   ADD     1           TO      WK-DAY-CNT
                   ADD     1           TO      WK-NISUU
                   MOVE    WK-NISUU    TO      MDW-NISUU
                   MOVE    "R"         TO      MDW-DATE2-ID
                   CALL    "DATEWEEK"  USING   MDW-DATEWEEK-AREA
                   MOVE    MDW-DATE2-YMD TO    WK-DAY
                   IF      WK-DAY-CNT  >=      366
                           MOVE    "Y"         TO      WK-END-SW
                   END-IF
                   IF      WK-TO-DATE  =       ZERO
                           IF      WK-DAY-MM NOT = WK-FROM-MM
                                   MOVE    "Y" TO      WK-END-SW
                           END-IF
                   ELSE
                           IF      WK-DAY  >   WK-TO-DATE
                                   MOVE    "Y" TO      WK-END-SW
                           END-IF
                   END-IF
           END-PERFORM

           PERFORM S300-10     THRU    S300-EX

           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           DISPLAY WK-PGM-NAME " スケジュール予測 => "
                   TRIM(WK-RPT-F-NAME)
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 実行カレンダー読込み(休日は DATEWEEK の休日テーブルへ、
      *    *** 当日指定 R/S/V は日付別の一覧へ)
       S010-10.

           MOVE    ZERO        TO      MDW-HOLIDAY-CNT
                                       TBL-OV-CNT
           MOVE    CFG-MAINJOB-RUNCAL-NAME TO WK-RUNCAL-F-NAME
           MOVE    "N"         TO      WK-NOCAL-SW

           OPEN    INPUT       RUNCAL-F
           IF      WK-RUNCAL-STATUS NOT = ZERO
      *    *** カレンダー未登録の環境は MAINJOB と同じく毎晩実行
                   MOVE    "Y"         TO      WK-NOCAL-SW
                   GO      TO      S010-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-RUNCAL-EOF
           PERFORM UNTIL WK-RUNCAL-EOF =       HIGH-VALUE
                   READ    RUNCAL-F
                   IF      WK-RUNCAL-STATUS =  ZERO
                           IF      CAL-DATE IS NUMERIC
                               IF      CAL-ACT =   "R" OR "S" OR "V"
                                   IF      TBL-OV-CNT < 366
                                       ADD  1      TO  TBL-OV-CNT
                                       MOVE CAL-DATE TO
                                            TBL-OV-DATE (TBL-OV-CNT)
                                       MOVE CAL-ACT TO
                                            TBL-OV-ACT (TBL-OV-CNT)
                                   END-IF
                               ELSE
                                   IF      MDW-HOLIDAY-CNT < 366
                                       ADD  1      TO  MDW-HOLIDAY-CNT
                                       MOVE CAL-DATE TO
                                            MDW-HOLIDAY-AREA
                                                (MDW-HOLIDAY-CNT)
                                   END-IF
                               END-IF
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-RUNCAL-EOF
                   END-IF
           END-PERFORM
           CLOSE   RUNCAL-F
           .
       S010-EX.
           EXIT.

      *    *** 共通カレンダーから月末・期末の日を拾う
      *    *** (期末は月末より優先。MAINJOB S00P と同じ)
       S020-10.

           MOVE    ZERO        TO      TBL-ME-CNT
           MOVE    CFG-MAINJOB-CAL-NAME TO WK-CGC-F-NAME

           OPEN    INPUT       CGC-F
           IF      WK-CGC-STATUS NOT = ZERO
                   GO      TO      S020-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-CGC-EOF
           PERFORM UNTIL WK-CGC-EOF    =       HIGH-VALUE
                   READ    CGC-F
                   IF      WK-CGC-STATUS =     ZERO
                           IF      CGC-DATE    >=      WK-FROM-DATE
                              AND  TBL-ME-CNT  <       366
                              AND  ( CGC-PERIOD-END = "Y"
                                  OR CGC-MONTH-END  = "Y" )
                                   ADD     1   TO      TBL-ME-CNT
                                   MOVE    CGC-DATE TO
                                           TBL-ME-DATE (TBL-ME-CNT)
                                   IF      CGC-PERIOD-END = "Y"
                                           MOVE "Q" TO
                                                TBL-ME-KIND (TBL-ME-CNT)
                                   ELSE
                                           MOVE "M" TO
                                                TBL-ME-KIND (TBL-ME-CNT)
                                   END-IF
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CGC-EOF
                   END-IF
           END-PERFORM
           CLOSE   CGC-F
           .
       S020-EX.
           EXIT.

      *    *** 会社一覧読込み(1行1会社コード。無ければ単一会社)
       S030-10.

           MOVE    ZERO        TO      WK-COMP-CNT
           MOVE    CFG-MAINJOB-COMPANY-NAME TO WK-COMP-F-NAME
           OPEN    INPUT       COMP-F
           IF      WK-COMP-STATUS =    ZERO
                   MOVE    LOW-VALUE   TO      WK-COMP-EOF
                   PERFORM UNTIL WK-COMP-EOF = HIGH-VALUE
                           READ    COMP-F
                           IF      WK-COMP-STATUS = ZERO
                               IF      COMP-REC NOT = SPACE
                                  AND  COMP-REC (1:1) NOT = "#"
                                  AND  WK-COMP-CNT < 10
                                   ADD     1   TO      WK-COMP-CNT
                                   MOVE    COMP-REC (1:4) TO
                                           TBL-COMP (WK-COMP-CNT)
                               END-IF
                           ELSE
                               MOVE    HIGH-VALUE  TO  WK-COMP-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   COMP-F
           END-IF
           IF      WK-COMP-CNT =       ZERO
                   MOVE    1           TO      WK-COMP-CNT
                   MOVE    SPACE       TO      TBL-COMP (1)
           END-IF
           .
       S030-EX.
           EXIT.

      *    *** 会社別実行履歴からステップ別の正常終了経過を集める
      *    *** (会社接頭語の付け方は MAINJOB S00X と同じ)
       S040-10.

           MOVE    ZERO        TO      TBL-HS-CNT
           PERFORM VARYING WK-COMP-I FROM 1 BY 1
                   UNTIL WK-COMP-I > WK-COMP-CNT
                   IF      TBL-COMP (WK-COMP-I) = SPACE
                           MOVE    CFG-MAINJOB-HIST-NAME TO
                                   WK-HIST-F-NAME
                   ELSE
                           MOVE    SPACE       TO      WK-HIST-F-NAME
                           STRING  TBL-COMP (WK-COMP-I)
                                               DELIMITED BY SPACE
                                   "."         DELIMITED BY SIZE
                                   CFG-MAINJOB-HIST-NAME
                                               DELIMITED BY SPACE
                                   INTO    WK-HIST-F-NAME
                           END-STRING
                   END-IF
                   PERFORM S041-10     THRU    S041-EX
           END-PERFORM
           .
       S040-EX.
           EXIT.

      *    *** 1会社分の実行履歴を読む
       S041-10.

           OPEN    INPUT       HIST-F
           IF      WK-HIST-STATUS NOT = ZERO
                   GO      TO      S041-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-HIST-EOF
           PERFORM UNTIL WK-HIST-EOF   =       HIGH-VALUE
                   READ    HIST-F
                   IF      WK-HIST-STATUS =    ZERO
                           IF      HIST-RC     =       ZERO
                              AND  HIST-STEP   NOT =   "JOBS"
                              AND  HIST-STEP   NOT =   "JOBE"
                              AND  HIST-STEP   NOT =   "OPER"
                              AND  HIST-SEC    IS NUMERIC
                                   PERFORM S042-10     THRU    S042-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-HIST-EOF
                   END-IF
           END-PERFORM
           CLOSE   HIST-F
           .
       S041-EX.
           EXIT.

      *    *** 会社・ステップ別の合計へ加える
       S042-10.

           MOVE    ZERO        TO      K
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-HS-CNT
                      OR K > ZERO
                   IF      TBL-HS-COMP (J) =   WK-COMP-I
                      AND  TBL-HS-STEP (J) =   HIST-STEP
                           MOVE    J           TO      K
                   END-IF
           END-PERFORM
           IF      K           =       ZERO
                   IF      TBL-HS-CNT  >=      500
                           GO      TO      S042-EX
                   END-IF
                   ADD     1           TO      TBL-HS-CNT
                   MOVE    TBL-HS-CNT  TO      K
                   MOVE    WK-COMP-I   TO      TBL-HS-COMP (K)
                   MOVE    HIST-STEP   TO      TBL-HS-STEP (K)
                   MOVE    ZERO        TO      TBL-HS-SUM (K)
                                               TBL-HS-N (K)
           END-IF
           ADD     HIST-SEC    TO      TBL-HS-SUM (K)
           ADD     1           TO      TBL-HS-N (K)
           .
       S042-EX.
           EXIT.

      *    *** SLA許容秒数(DATETIME.SLA の MAINJOB 行。無ければ0)
       S050-10.

           MOVE    ZERO        TO      WK-SLA-LIMIT
           OPEN    INPUT       SLA-F
           IF      WK-SLA-STATUS NOT = ZERO
                   GO      TO      S050-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-SLA-EOF
           PERFORM UNTIL WK-SLA-EOF    =       HIGH-VALUE
                   READ    SLA-F
                   IF      WK-SLA-STATUS =     ZERO
                           IF      SLA-PGM     =       "MAINJOB"
                              AND  SLA-SEC IS NUMERIC
                                   MOVE    SLA-SEC TO  WK-SLA-LIMIT
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-SLA-EOF
                   END-IF
           END-PERFORM
           CLOSE   SLA-F
           .
       S050-EX.
           EXIT.

      *    *** レポート見出し
       S060-10.

           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-COMP-CNT TO      WK-CNT-D
           MOVE    WK-SLA-LIMIT TO     WK-SEC-D
           IF      WK-TO-DATE  =       ZERO
                   MOVE    "MONTH-END" TO      WK-TO-X
           ELSE
                   MOVE    WK-TO-DATE  TO      WK-TO-X
           END-IF
           STRING  "SCHEDULE PROJECTION  " DELIMITED BY SIZE
                   WK-FROM-DATE DELIMITED BY SIZE
                   " TO "      DELIMITED BY SIZE
                   WK-TO-X     DELIMITED BY SPACE
                   "  COMPANIES "  DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   "  SLA(SEC) "   DELIMITED BY SIZE
                   WK-SEC-D    DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACES      TO      RPT-REC
           IF      WK-NOCAL-SW =       "Y"
                   MOVE    "  (NO RUNCAL - EVERY NIGHT RUNS)"
                           TO      RPT-REC
           END-IF
           PERFORM S990-10     THRU    S990-EX
           .
       S060-EX.
           EXIT.

      *    *** 1日分の判定と出力
       S100-10.

      *    *** 曜日と土日・休日判定(MAINJOB S004 と同じ順序)
           MOVE    WK-DAY      TO      MDW-DATE2-YMD
           MOVE    "A"         TO      MDW-DATE2-ID
           CALL    "DATEWEEK"  USING   MDW-DATEWEEK-AREA
           EVALUATE MDW-DATE2-WEEK
               WHEN 1      MOVE    "SUN"       TO      WK-WEEK-X
               WHEN 2      MOVE    "MON"       TO      WK-WEEK-X
               WHEN 3      MOVE    "TUE"       TO      WK-WEEK-X
               WHEN 4      MOVE    "WED"       TO      WK-WEEK-X
               WHEN 5      MOVE    "THU"       TO      WK-WEEK-X
               WHEN 6      MOVE    "FRI"       TO      WK-WEEK-X
               WHEN OTHER  MOVE    "SAT"       TO      WK-WEEK-X
           END-EVALUATE

           MOVE    "R"         TO      WK-DECISION
           MOVE    SPACE       TO      WK-REASON
                                       WK-OVERRIDE
           IF      WK-NOCAL-SW NOT =   "Y"
                   IF      MDW-DATE2-WEEK = 1 OR 7
                           MOVE    "S"         TO      WK-DECISION
                           MOVE    "WEEKEND"   TO      WK-REASON
                   ELSE
                           PERFORM VARYING J FROM 1 BY 1
                                   UNTIL J > MDW-HOLIDAY-CNT
                                   IF  MDW-HOLIDAY-AREA (J) = WK-DAY
                                       MOVE "S"       TO  WK-DECISION
                                       MOVE "HOLIDAY" TO  WK-REASON
                                   END-IF
                           END-PERFORM
                   END-IF
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > TBL-OV-CNT
                           IF      TBL-OV-DATE (J) = WK-DAY
                                   MOVE TBL-OV-ACT (J) TO WK-OVERRIDE
                           END-IF
                   END-PERFORM
      *    *** 当日指定(R/S/V)はカレンダー判定より優先する
                   IF      WK-OVERRIDE NOT =   SPACE
                           MOVE    WK-OVERRIDE TO      WK-DECISION
                           MOVE    SPACE       TO      WK-REASON
                           STRING  "RUNCAL "   DELIMITED BY SIZE
                                   WK-OVERRIDE DELIMITED BY SIZE
                                   INTO    WK-REASON
                           END-STRING
                   END-IF
           END-IF

           MOVE    SPACES      TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX

           IF      WK-DECISION =       "S"
                   ADD     1           TO      WK-SKIP-CNT
                   MOVE    SPACES      TO      RPT-REC
                   STRING  WK-DAY      DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-WEEK-X   DELIMITED BY SIZE
                           "  SKIP     (" DELIMITED BY SIZE
                           WK-REASON   DELIMITED BY "  "
                           ")"         DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S100-EX
           END-IF

      *    *** 制御カードの選択と読込み
           PERFORM S110-10     THRU    S110-EX

           IF      WK-DECISION =       "V"
                   ADD     1           TO      WK-RED-CNT
           ELSE
                   ADD     1           TO      WK-RUN-CNT
           END-IF

           MOVE    SPACES      TO      RPT-REC
           STRING  WK-DAY      DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-WEEK-X   DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           IF      WK-DECISION =       "V"
                   MOVE    "REDUCED" TO        RPT-REC (15:7)
           ELSE
                   MOVE    "RUN"       TO      RPT-REC (15:3)
           END-IF
           IF      WK-REASON   NOT =   SPACE
                   MOVE    "("         TO      RPT-REC (24:1)
                   MOVE    WK-REASON   TO      RPT-REC (25:8)
                   MOVE    ")"         TO      RPT-REC (33:1)
           END-IF
           STRING  "DECK="     DELIMITED BY SIZE
                   WK-DECK-KIND DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WK-DECK-NAME DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WK-DECK-NOTE DELIMITED BY "  "
                   INTO    RPT-REC (36:97)
           END-STRING
           PERFORM S991-10     THRU    S991-EX

           MOVE    SPACES      TO      RPT-REC
           MOVE    "    STEP PRED"  TO      RPT-REC
           MOVE    "NOTBEF DEADLN  FORECAST  NOTE" TO RPT-REC (30:29)
           PERFORM S991-10     THRU    S991-EX

           MOVE    ZERO        TO      WK-NIGHT-FC
           PERFORM VARYING WK-COMP-I FROM 1 BY 1
                   UNTIL WK-COMP-I > WK-COMP-CNT
                   MOVE    ZERO        TO      TBL-COMP-FC (WK-COMP-I)
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-ST-CNT
                   PERFORM S120-10     THRU    S120-EX
           END-PERFORM

      *    *** 会社が複数なら会社別の小計
           IF      WK-COMP-CNT >       1
                   PERFORM VARYING WK-COMP-I FROM 1 BY 1
                           UNTIL WK-COMP-I > WK-COMP-CNT
                           MOVE    SPACES      TO      RPT-REC
                           MOVE    TBL-COMP-FC (WK-COMP-I) TO WK-SEC-D
                           STRING  "    COMPANY "  DELIMITED BY SIZE
                                   TBL-COMP (WK-COMP-I)
                                               DELIMITED BY SIZE
                                   "  FORECAST(SEC) " DELIMITED BY SIZE
                                   WK-SEC-D    DELIMITED BY SIZE
                                   INTO    RPT-REC
                           END-STRING
                           PERFORM S990-10     THRU    S990-EX
                   END-PERFORM
           END-IF

      *    *** 夜の合計とSLA比較
           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-NIGHT-FC TO      WK-SEC-D
           STRING  "    NIGHT FORECAST(SEC) " DELIMITED BY SIZE
                   WK-SEC-D    DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           IF      WK-SLA-LIMIT >      ZERO
                   MOVE    WK-SLA-LIMIT TO     WK-SEC-D
                   MOVE    "SLA(SEC)"  TO      RPT-REC (35:8)
                   MOVE    WK-SEC-D    TO      RPT-REC (44:7)
                   IF      WK-NIGHT-FC >       WK-SLA-LIMIT
                           MOVE    "*** OVER SLA ***" TO
                                   RPT-REC (53:16)
                           ADD     1           TO      WK-OVER-CNT
                           IF      WK-OVER-CNT <=      366
                                   MOVE    WK-DAY      TO
                                           TBL-OVR-DATE (WK-OVER-CNT)
                                   MOVE    WK-NIGHT-FC TO
                                           TBL-OVR-SEC (WK-OVER-CNT)
                                   MOVE    WK-DECK-KIND TO
                                           TBL-OVR-KIND (WK-OVER-CNT)
                           END-IF
                   END-IF
           END-IF
           PERFORM S990-10     THRU    S990-EX
           .
       S100-EX.
           EXIT.

      *    *** 当日の制御カード選択(期末>月末>日次。代替カードが
      *    *** 無ければ MAINJOB と同じく日次カードで動く)と読込み
       S110-10.

           MOVE    "DAILY"     TO      WK-DECK-KIND
           MOVE    CFG-MAINJOB-STEPCTL-NAME TO WK-DECK-NAME
           MOVE    SPACE       TO      WK-DECK-NOTE

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-ME-CNT
                   IF      TBL-ME-DATE (J) =   WK-DAY
                           IF      TBL-ME-KIND (J) = "Q"
                                   MOVE "QTREND" TO WK-DECK-KIND
                                   MOVE CFG-MAINJOB-STEPCTL-QE TO
                                        WK-DECK-NAME
                           ELSE
                                   MOVE "MONTHEND" TO WK-DECK-KIND
                                   MOVE CFG-MAINJOB-STEPCTL-ME TO
                                        WK-DECK-NAME
                           END-IF
                   END-IF
           END-PERFORM

           IF      WK-DECK-KIND NOT =  "DAILY"
                   MOVE    WK-DECK-NAME TO     WK-STEPCTL-F-NAME
                   OPEN    INPUT       STEPCTL-F
                   IF      WK-STEPCTL-STATUS = ZERO
                           CLOSE   STEPCTL-F
                           IF      WK-DECK-KIND = "QTREND"
                                   ADD     1   TO      WK-QE-CNT
                           ELSE
                                   ADD     1   TO      WK-ME-CNT
                           END-IF
                   ELSE
                           MOVE    SPACE       TO      WK-DECK-NOTE
                           STRING  "(" DELIMITED BY SIZE
                                   WK-DECK-KIND DELIMITED BY SPACE
                                   " DECK MISSING)" DELIMITED BY SIZE
                                   INTO    WK-DECK-NOTE
                           END-STRING
                           MOVE    "DAILY"     TO      WK-DECK-KIND
                           MOVE    CFG-MAINJOB-STEPCTL-NAME TO
                                   WK-DECK-NAME
                   END-IF
           END-IF

           IF      WK-DECK-NAME NOT =  WK-DECK-LOADED
                   PERFORM S111-10     THRU    S111-EX
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 制御カード読込み(カード無し・有効カード無しは
      *    *** MAINJOB 既定の直列7ステップ)
       S111-10.

           MOVE    WK-DECK-NAME TO     WK-DECK-LOADED
           MOVE    WK-DECK-NAME TO     WK-STEPCTL-F-NAME
           MOVE    ZERO        TO      TBL-ST-CNT
           MOVE    SPACE       TO      WK-PRED-SAVE

           OPEN    INPUT       STEPCTL-F
           IF      WK-STEPCTL-STATUS = ZERO
                   MOVE    LOW-VALUE   TO      WK-STEPCTL-EOF
                   PERFORM UNTIL WK-STEPCTL-EOF = HIGH-VALUE
                           READ    STEPCTL-F
                           IF      WK-STEPCTL-STATUS = ZERO
                                   PERFORM S112-10     THRU    S112-EX
                           ELSE
                                   MOVE    HIGH-VALUE  TO
                                           WK-STEPCTL-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   STEPCTL-F
           END-IF

           IF      TBL-ST-CNT  =       ZERO
                   MOVE    SPACE       TO      CTL-REC
                   MOVE    "S001"      TO      CTL-STEP
                   PERFORM S112-10     THRU    S112-EX
                   MOVE    "S010"      TO      CTL-STEP
                   PERFORM S112-10     THRU    S112-EX
                   MOVE    "S020"      TO      CTL-STEP
                   PERFORM S112-10     THRU    S112-EX
                   MOVE    "S030"      TO      CTL-STEP
                   PERFORM S112-10     THRU    S112-EX
                   MOVE    "S040"      TO      CTL-STEP
                   PERFORM S112-10     THRU    S112-EX
                   MOVE    "S050"      TO      CTL-STEP
                   PERFORM S112-10     THRU    S112-EX
                   MOVE    "S090"      TO      CTL-STEP
                   PERFORM S112-10     THRU    S112-EX
           END-IF
           .
       S111-EX.
           EXIT.

      *    *** 制御カード1枚の取込み
      *    *** 先行欄は表示用に解釈済の形(空白=直前カード名)で控える
       S112-10.

           IF      CTL-STEP    =       SPACE
              OR   CTL-STEP (1:1) =    "*"
              OR   TBL-ST-CNT  >=      20
                   GO      TO      S112-EX
           END-IF

           ADD     1           TO      TBL-ST-CNT
           MOVE    TBL-ST-CNT  TO      K
           MOVE    CTL-STEP    TO      TBL-ST-ID (K)
           IF      CTL-PRED    =       SPACE
                   MOVE    WK-PRED-SAVE TO     TBL-ST-PRED (K)
           ELSE
                   MOVE    CTL-PRED    TO      TBL-ST-PRED (K)
           END-IF
           IF      TBL-ST-PRED (K) =   SPACE
                   MOVE    "*"         TO      TBL-ST-PRED (K)
           END-IF
           MOVE    CTL-NOTBEF  TO      TBL-ST-NOTBEF (K)
           MOVE    CTL-DEADLN  TO      TBL-ST-DEADLN (K)

           MOVE    SPACE       TO      TBL-ST-COND (K)
           MOVE    ZERO        TO      WK-TALLY
           INSPECT CTL-OPT     TALLYING WK-TALLY FOR ALL "COND=ONLY"
           IF      WK-TALLY    >       ZERO
                   MOVE    "O"         TO      TBL-ST-COND (K)
           END-IF
           MOVE    ZERO        TO      WK-TALLY
           INSPECT CTL-OPT     TALLYING WK-TALLY FOR ALL "COND=EVEN"
           IF      WK-TALLY    >       ZERO
                   MOVE    "E"         TO      TBL-ST-COND (K)
           END-IF
           MOVE    "N"         TO      TBL-ST-FILE (K)
           MOVE    ZERO        TO      WK-TALLY
           INSPECT CTL-OPT     TALLYING WK-TALLY FOR ALL "FILE="
           IF      WK-TALLY    >       ZERO
                   MOVE    "Y"         TO      TBL-ST-FILE (K)
           END-IF

           MOVE    CTL-STEP    TO      WK-PRED-SAVE
           .
       S112-EX.
           EXIT.

      *    *** ステップI の1行(予測は会社別平均の合計)
       S120-10.

           MOVE    SPACE       TO      WK-NOTE-D
           MOVE    "Y"         TO      WK-IN-FC
           EVALUATE TRUE
               WHEN WK-DECISION = "V"
                AND TBL-ST-ID (I) = "S040"
                   MOVE    "SKIP (REDUCED)" TO WK-NOTE-D
                   MOVE    "N"         TO      WK-IN-FC
               WHEN TBL-ST-COND (I) = "O"
                   MOVE    "COND=ONLY (ON FAILURE)" TO WK-NOTE-D
                   MOVE    "N"         TO      WK-IN-FC
               WHEN TBL-ST-COND (I) = "E"
                   MOVE    "COND=EVEN (ALWAYS)" TO WK-NOTE-D
                   MOVE    "N"         TO      WK-IN-FC
               WHEN TBL-ST-FILE (I) = "Y"
                   MOVE    "FILE WAIT" TO      WK-NOTE-D
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE    ZERO        TO      WK-STEP-FC
           MOVE    "N"         TO      WK-NOHIST-SW
           PERFORM VARYING WK-COMP-I FROM 1 BY 1
                   UNTIL WK-COMP-I > WK-COMP-CNT
                   MOVE    ZERO        TO      WK-AVG
                   MOVE    ZERO        TO      K
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > TBL-HS-CNT
                              OR K > ZERO
                           IF      TBL-HS-COMP (J) = WK-COMP-I
                              AND  TBL-HS-STEP (J) = TBL-ST-ID (I)
                                   MOVE    J   TO      K
                           END-IF
                   END-PERFORM
                   IF      K           >       ZERO
                           COMPUTE WK-AVG = TBL-HS-SUM (K)
                                          / TBL-HS-N (K)
                   ELSE
                           MOVE    "Y"         TO      WK-NOHIST-SW
                   END-IF
                   ADD     WK-AVG      TO      WK-STEP-FC
                   IF      WK-IN-FC    =       "Y"
                           ADD     WK-AVG      TO
                                   TBL-COMP-FC (WK-COMP-I)
                   END-IF
           END-PERFORM
           IF      WK-IN-FC    =       "Y"
                   ADD     WK-STEP-FC  TO      WK-NIGHT-FC
           END-IF
           IF      WK-NOHIST-SW =      "Y"
              AND  WK-NOTE-D   =       SPACE
                   MOVE    "NO HISTORY" TO     WK-NOTE-D
           END-IF

           MOVE    "----"      TO      WK-HHMM-D
                                       WK-HHMM-D2
           IF      TBL-ST-NOTBEF (I) IS NUMERIC
                   MOVE    TBL-ST-NOTBEF (I) TO WK-HHMM-D
           END-IF
           IF      TBL-ST-DEADLN (I) IS NUMERIC
                   MOVE    TBL-ST-DEADLN (I) TO WK-HHMM-D2
           END-IF

           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-STEP-FC  TO      WK-SEC-D
           MOVE    TBL-ST-ID (I) TO    RPT-REC (5:4)
           MOVE    TBL-ST-PRED (I) TO  RPT-REC (10:19)
           MOVE    WK-HHMM-D   TO      RPT-REC (30:4)
           MOVE    WK-HHMM-D2  TO      RPT-REC (37:4)
           MOVE    WK-SEC-D    TO      RPT-REC (44:7)
           MOVE    WK-NOTE-D   TO      RPT-REC (53:24)
           PERFORM S990-10     THRU    S990-EX
           .
       S120-EX.
           EXIT.

      *    *** 範囲全体のまとめと SLA 超過見込みの夜の一覧
       S300-10.

           MOVE    SPACES      TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-DAY-CNT  TO      WK-CNT-D
           STRING  "SUMMARY  DAYS "    DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-RUN-CNT  TO      WK-CNT-D
           STRING  "  RUN      "       DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           MOVE    WK-RED-CNT  TO      WK-CNT-D
           STRING  "  REDUCED  "       DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC (16:30)
           END-STRING
           MOVE    WK-SKIP-CNT TO      WK-CNT-D
           STRING  "  SKIP     "       DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC (32:30)
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-ME-CNT   TO      WK-CNT-D
           STRING  "  MONTHEND "       DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           MOVE    WK-QE-CNT   TO      WK-CNT-D
           STRING  "  QTREND   "       DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC (16:30)
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-OVER-CNT TO      WK-CNT-D
           STRING  "  NIGHTS FORECAST OVER SLA " DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-OVER-CNT
                      OR J > 366
                   MOVE    SPACES      TO      RPT-REC
                   MOVE    TBL-OVR-SEC (J) TO  WK-SEC-D
                   STRING  "    "      DELIMITED BY SIZE
                           TBL-OVR-DATE (J) DELIMITED BY SIZE
                           "  "        DELIMITED BY SIZE
                           TBL-OVR-KIND (J) DELIMITED BY SIZE
                           "  FORECAST(SEC) " DELIMITED BY SIZE
                           WK-SEC-D    DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-PERFORM
           .
       S300-EX.
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
