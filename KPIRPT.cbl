      *    *** 月次運用KPIレポート(経営報告用)
      *    *** 指定月について、当月・前月・前年同月の3列を並べて出す。
      *    ***   SLA達成(夜間ジョブ全体:実行履歴JOBEの経過と
      *    ***     DATETIME.SLA の MAINJOB 行。プログラム別:
      *    ***     DATETIME.TIMING.LOG の終了記録と同ファイルの許容秒)、
      *    ***   失敗ステップ(許容RC超過。許容RCは日次制御カード、
      *    ***     未登録は8)、自動再試行(RETRY-n)、手動再実行
      *    ***     (STEPRUN の MANUAL-RERUN)、放棄(DEADLINE-NG・
      *    ***     FILE-TIMEOUT・RES-TIMEOUT)、処理件数(BALANCE.CTL の
      *    ***     入力・出力件数)、アラート件数(LOGERR.LOG の E・F)。
      *    *** 分母は共通カレンダー(CALGEN出力)のその月の営業日数で、
      *    *** 失敗・アラート・処理件数は営業日あたりも出す(カレンダーに
      *    *** その年が無い月は営業日あたりを "-" とする)。
      *    *** 実行履歴は会社一覧(MAINJOB.COMPANY)の全会社分を合算する。
      *    *** 明細はステップ別・SLA登録プログラム別・バランス記録の
      *    *** ステップ別の3表。対象月 0 は業務日付(BIZDATE)の前月
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             KPIRPT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 共通カレンダー(CALGEN出力)
       SELECT CGC-F            ASSIGN   WK-CGC-F-NAME
                               STATUS   WK-CGC-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 会社一覧(1行1会社コード)
       SELECT COMP-F           ASSIGN   WK-COMP-F-NAME
                               STATUS   WK-COMP-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 日次ステップ制御カード(許容RC)
       SELECT STEPCTL-F        ASSIGN   WK-STEPCTL-F-NAME
                               STATUS   WK-STEPCTL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 実行履歴(MAINJOB・STEPRUNが追記する)
       SELECT HIST-F           ASSIGN   WK-HIST-F-NAME
                               STATUS   WK-HIST-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 共通バランスファイル(CTLBALが追記する)
       SELECT BAL-F            ASSIGN   WK-BAL-F-NAME
                               STATUS   WK-BAL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 処理時間記録ログ(DATETIMEが追記する)
       SELECT TLOG-F           ASSIGN   WK-TLOG-F-NAME
                               STATUS   WK-TLOG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** バッチ窓SLA登録(プログラム名と許容秒数)
       SELECT SLA-F            ASSIGN   WK-SLA-F-NAME
                               STATUS   WK-SLA-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 共通エラーログ(LOGERRが追記する)
       SELECT LOG1-F           ASSIGN   WK-LOG1-F-NAME
                               STATUS   WK-LOG1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

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

       FD  COMP-F
           LABEL RECORDS ARE STANDARD.
       01  COMP-REC            PIC  X(008).

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

      *    *** CTLBAL の BAL-REC と同一レイアウト
       FD  BAL-F
           LABEL RECORDS ARE STANDARD.
       01  BAL-REC.
           03  BAL-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  BAL-TIME        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  BAL-STEP        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  BAL-FILE        PIC  X(032).
           03  FILLER          PIC  X(001).
           03  BAL-IN          PIC  9(009).
           03  FILLER          PIC  X(001).
           03  BAL-OUT         PIC  9(009).
           03  FILLER          PIC  X(001).
           03  BAL-SKIP        PIC  9(009).
           03  FILLER          PIC  X(001).
           03  BAL-RUNID       PIC  X(014).

      *    *** DATETIME の TLOG-REC と同一レイアウト
       FD  TLOG-F
           LABEL RECORDS ARE STANDARD.
       01  TLOG-REC.
           03  TLOG-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  TLOG-ID         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  TLOG-YMD        PIC  X(006).
           03  FILLER          PIC  X(001).
           03  TLOG-HMS        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  TLOG-SEC-X      PIC  X(014).
           03  FILLER          PIC  X(001).
           03  TLOG-RUNID      PIC  X(014).
           03  FILLER          PIC  X(001).
           03  TLOG-UTC-YMD    PIC  X(006).
           03  FILLER          PIC  X(001).
           03  TLOG-UTC-HMS    PIC  X(008).

      *    *** DATETIME の SLA-REC と同一レイアウト
       FD  SLA-F
           LABEL RECORDS ARE STANDARD.
       01  SLA-REC.
           03  SLA-PGM         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  SLA-SEC         PIC  X(007).

      *    *** LOGERR の LOG1-REC と同一レイアウト
       FD  LOG1-F
           LABEL RECORDS ARE STANDARD.
       01  LOG1-REC.
           03  LOG-DATE        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG-TIME        PIC  X(006).
           03  FILLER          PIC  X(001).
           03  LOG-PGM         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG-CONTEXT     PIC  X(040).
           03  FILLER          PIC  X(008).
           03  LOG-STATUS      PIC  X(004).
           03  FILLER          PIC  X(005).
           03  LOG-SEV         PIC  X(001).
           03  FILLER          PIC  X(041).
           03  FILLER          PIC  X(005).
           03  LOG-RUNID       PIC  X(014).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "KPIRPT".

           03  WK-CGC-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-CGC-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CGC-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-COMP-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-COMP-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-COMP-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-STEPCTL-F-NAME PIC X(032) VALUE SPACE.
           03  WK-STEPCTL-STATUS PIC 9(002) VALUE ZERO.
           03  WK-STEPCTL-EOF  PIC  X(001) VALUE LOW-VALUE.
           03  WK-HIST-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-HIST-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HIST-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-BAL-F-NAME   PIC  X(032) VALUE
               "BALANCE.CTL".
           03  WK-BAL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-BAL-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-TLOG-F-NAME  PIC  X(032) VALUE
               "DATETIME.TIMING.LOG".
           03  WK-TLOG-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TLOG-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-SLA-F-NAME   PIC  X(032) VALUE
               "DATETIME.SLA".
           03  WK-SLA-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-SLA-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-LOG1-F-NAME  PIC  X(032) VALUE
               "LOGERR.LOG".
           03  WK-LOG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LOG1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 業務日付(対象月省略時の基準)
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-DATE     PIC  9(008) VALUE ZERO.
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.

      *    *** 年月の組立て用
           03  WK-YM           PIC  9(006) VALUE ZERO.
           03  WK-YM-R         REDEFINES WK-YM.
             05  WK-YM-YYYY    PIC  9(004).
             05  WK-YM-MM      PIC  9(002).

      *    *** 記録の年月(期間の判定用)と期間番号(0=対象外)
           03  WK-KEY-YM       PIC  9(006) VALUE ZERO.
           03  WK-KEY-X        PIC  X(006) VALUE SPACE.
           03  WK-P            BINARY-LONG SYNC VALUE ZERO.

      *    *** MAINJOB 全体のSLA許容秒数(DATETIME.SLA の MAINJOB 行)
           03  WK-SLA-LIMIT    PIC  9(007) VALUE ZERO.
           03  WK-SEC          PIC  9(009)V99 VALUE ZERO.
           03  WK-MAXRC        BINARY-LONG SYNC VALUE ZERO.

      *    *** 会社(単一会社運用は空白1件)
           03  WK-COMP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-COMP-I       BINARY-LONG SYNC VALUE ZERO.

      *    *** 読込み件数
           03  WK-HIST-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TLOG-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-LOG-CNT      BINARY-LONG SYNC VALUE ZERO.

      *    *** 集計表1行分(3期間)の値と出力形式
      *    *** N=件数、R=率(小数2桁)。WK-ROW-OK=N はその列を "-"
           03  WK-ROW-LABEL    PIC  X(034) VALUE SPACE.
           03  WK-ROW-KIND     PIC  X(001) VALUE "N".
           03  WK-ROW-ENT      OCCURS 3.
             05  WK-ROW-V      PIC S9(013)V99.
             05  WK-ROW-OK     PIC  X(001).

      *    *** 編集
           03  WK-NUM-D        PIC  ZZ,ZZZ,ZZZ,ZZ9.
           03  WK-RATE-D       PIC  ZZZ,ZZZ,ZZ9.99.
           03  WK-CNT-D        PIC  ZZZZZ9.
           03  WK-PCT-D        PIC  ZZ9.9.
           03  WK-LIMIT-D      PIC  Z(006)9.
           03  WK-AVG          BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-POS          BINARY-LONG SYNC VALUE ZERO.

      *    *** 期間別の集計(1=当月、2=前月、3=前年同月)
       01  TBL-PD-AREA.
           03  TBL-PD-ENT      OCCURS 3.
             05  TBL-PD-YM     PIC  9(006).
             05  TBL-PD-BIZ    BINARY-LONG SYNC.
             05  TBL-PD-CALDAY BINARY-LONG SYNC.
             05  TBL-PD-NIGHT  BINARY-LONG SYNC.
             05  TBL-PD-SLAOK  BINARY-LONG SYNC.
             05  TBL-PD-STEPS  BINARY-LONG SYNC.
             05  TBL-PD-FAIL   BINARY-LONG SYNC.
             05  TBL-PD-RETRY  BINARY-LONG SYNC.
             05  TBL-PD-MANUAL BINARY-LONG SYNC.
             05  TBL-PD-ABAND  BINARY-LONG SYNC.
             05  TBL-PD-IN     BINARY-DOUBLE SYNC.
             05  TBL-PD-OUT    BINARY-DOUBLE SYNC.
             05  TBL-PD-TLRUN  BINARY-LONG SYNC.
             05  TBL-PD-TLOK   BINARY-LONG SYNC.
             05  TBL-PD-ALERT  BINARY-LONG SYNC.
             05  TBL-PD-WARN   BINARY-LONG SYNC.

      *    *** 日次制御カードの許容RC
       01  TBL-RC-AREA.
           03  TBL-RC-ENT      OCCURS 20.
             05  TBL-RC-STEP   PIC  X(004).
             05  TBL-RC-MAX    BINARY-LONG SYNC.
       01  TBL-RC-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 会社一覧
       01  TBL-COMP-AREA.
           03  TBL-COMP        OCCURS 10
                               PIC  X(004).

      *    *** ステップ別×期間別
       01  TBL-ST-AREA.
           03  TBL-ST-ENT      OCCURS 30.
             05  TBL-ST-STEP   PIC  X(004).
             05  TBL-ST-PD     OCCURS 3.
               07  TBL-ST-RUN  BINARY-LONG SYNC.
               07  TBL-ST-FAIL BINARY-LONG SYNC.
               07  TBL-ST-RETRY BINARY-LONG SYNC.
               07  TBL-ST-MANUAL BINARY-LONG SYNC.
               07  TBL-ST-SEC  BINARY-LONG SYNC.
       01  TBL-ST-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** SLA登録プログラム別×期間別(DATETIME 終了記録)
       01  TBL-SL-AREA.
           03  TBL-SL-ENT      OCCURS 50.
             05  TBL-SL-PGM    PIC  X(008).
             05  TBL-SL-SEC    PIC  9(007).
             05  TBL-SL-PD     OCCURS 3.
               07  TBL-SL-RUN  BINARY-LONG SYNC.
               07  TBL-SL-OVER BINARY-LONG SYNC.
       01  TBL-SL-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** バランス記録のステップ別×期間別の処理件数
       01  TBL-BS-AREA.
           03  TBL-BS-ENT      OCCURS 50.
             05  TBL-BS-STEP   PIC  X(008).
             05  TBL-BS-PD     OCCURS 3.
               07  TBL-BS-IN   BINARY-DOUBLE SYNC.
               07  TBL-BS-OUT  BINARY-DOUBLE SYNC.
       01  TBL-BS-CNT          BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** 対象月(YYYYMM。0=業務日付の前月)
       01  LI-MONTH            PIC  9(006).

      *    *** レポートファイル名
       01  LI-RPT-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-MONTH
                                       LI-RPT-FILENAME
           .
       M100-10.

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    TRIM(LI-RPT-FILENAME) TO WK-RPT-F-NAME

      *    *** 対象3期間の決定
           PERFORM S010-10     THRU    S010-EX
           IF      WK-YM-MM    <       1
              OR   WK-YM-MM    >       12
                   DISPLAY WK-PGM-NAME " 対象月不正 " LI-MONTH
                   GO      TO      M100-EX
           END-IF

      *    *** 材料の読込みと集計
           PERFORM S020-10     THRU    S020-EX
           PERFORM S030-10     THRU    S030-EX
           PERFORM S040-10     THRU    S040-EX
           PERFORM S050-10     THRU    S050-EX
           PERFORM S060-10     THRU    S060-EX
           PERFORM S070-10     THRU    S070-EX
           PERFORM S080-10     THRU    S080-EX
           PERFORM S090-10     THRU    S090-EX

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "MONTHLY OPERATIONS KPI"
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

           PERFORM S100-10     THRU    S100-EX
           PERFORM S200-10     THRU    S200-EX
           PERFORM S300-10     THRU    S300-EX
           PERFORM S400-10     THRU    S400-EX

           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA

           DISPLAY WK-PGM-NAME " 対象月=" TBL-PD-YM (1)
                   " 履歴=" WK-HIST-CNT
                   " バランス=" WK-BAL-CNT
                   " 時間記録=" WK-TLOG-CNT
                   " ログ=" WK-LOG-CNT
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 対象3期間(当月・前月・前年同月)の決定と集計域の初期化
       S010-10.

           MOVE    LI-MONTH    TO      WK-YM
           IF      WK-YM       =       ZERO
                   CALL    "BIZDATE"   USING   WK-BIZ-ID
                                               WK-BIZ-DATE
                                               WK-BIZ-STAT
                   MOVE    WK-BIZ-DATE (1:6) TO WK-YM
                   IF      WK-YM-MM    =       1
                           SUBTRACT 1          FROM    WK-YM-YYYY
                           MOVE    12          TO      WK-YM-MM
                   ELSE
                           SUBTRACT 1          FROM    WK-YM-MM
                   END-IF
           END-IF
           IF      WK-YM-MM    <       1
              OR   WK-YM-MM    >       12
                   GO      TO      S010-EX
           END-IF

           INITIALIZE TBL-PD-AREA
           MOVE    WK-YM       TO      TBL-PD-YM (1)

           IF      WK-YM-MM    =       1
                   SUBTRACT 1          FROM    WK-YM-YYYY
                   MOVE    12          TO      WK-YM-MM
           ELSE
                   SUBTRACT 1          FROM    WK-YM-MM
           END-IF
           MOVE    WK-YM       TO      TBL-PD-YM (2)

           MOVE    TBL-PD-YM (1) TO    WK-YM
           SUBTRACT 1          FROM    WK-YM-YYYY
           MOVE    WK-YM       TO      TBL-PD-YM (3)
           MOVE    TBL-PD-YM (1) TO    WK-YM
           .
       S010-EX.
           EXIT.

      *    *** 営業日数(共通カレンダーの営業日フラグ)
      *    *** カレンダーに無い月は日数0のまま(営業日あたりは出さない)
       S020-10.

           MOVE    CFG-MAINJOB-CAL-NAME TO WK-CGC-F-NAME
           OPEN    INPUT       CGC-F
           IF      WK-CGC-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " CGC-F 無 営業日数なし"
                   GO      TO      S020-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-CGC-EOF
           PERFORM UNTIL WK-CGC-EOF    =       HIGH-VALUE
                   READ    CGC-F
                   IF      WK-CGC-STATUS =     ZERO
                           MOVE    CGC-DATE (1:6) TO   WK-KEY-YM
                           PERFORM S900-10     THRU    S900-EX
                           IF      WK-P        >       ZERO
                                   ADD     1   TO  TBL-PD-CALDAY (WK-P)
                                   IF      CGC-BIZ     =       "Y"
                                           ADD 1 TO TBL-PD-BIZ (WK-P)
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

      *    *** 日次制御カードから許容RCを引く(失敗判定の基準)
       S040-10.

           MOVE    ZERO        TO      TBL-RC-CNT
           MOVE    CFG-MAINJOB-STEPCTL-NAME TO WK-STEPCTL-F-NAME
           OPEN    INPUT       STEPCTL-F
           IF      WK-STEPCTL-STATUS NOT = ZERO
                   GO      TO      S040-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-STEPCTL-EOF
           PERFORM UNTIL WK-STEPCTL-EOF =      HIGH-VALUE
                   READ    STEPCTL-F
                   IF      WK-STEPCTL-STATUS = ZERO
                           IF      CTL-STEP    NOT =   SPACE
                              AND  CTL-STEP (1:1) NOT = "#"
                              AND  TBL-RC-CNT  <       20
                                   ADD     1   TO      TBL-RC-CNT
                                   MOVE    CTL-STEP TO
                                           TBL-RC-STEP (TBL-RC-CNT)
                                   MOVE    8   TO
                                           TBL-RC-MAX (TBL-RC-CNT)
                                   IF      CTL-MAXRC IS NUMERIC
                                       MOVE NUMVAL (CTL-MAXRC) TO
                                            TBL-RC-MAX (TBL-RC-CNT)
                                   END-IF
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO  WK-STEPCTL-EOF
                   END-IF
           END-PERFORM
           CLOSE   STEPCTL-F
           .
       S040-EX.
           EXIT.

      *    *** SLA登録読込み(MAINJOB行は夜全体の許容、他はプログラム別)
       S050-10.

           MOVE    ZERO        TO      WK-SLA-LIMIT
                                       TBL-SL-CNT
           INITIALIZE TBL-SL-AREA
           OPEN    INPUT       SLA-F
           IF      WK-SLA-STATUS NOT = ZERO
                   GO      TO      S050-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-SLA-EOF
           PERFORM UNTIL WK-SLA-EOF    =       HIGH-VALUE
                   READ    SLA-F
                   IF      WK-SLA-STATUS =     ZERO
                           IF      SLA-PGM     NOT =   SPACE
                              AND  SLA-SEC IS NUMERIC
                                   IF      SLA-PGM     =   "MAINJOB"
                                           MOVE SLA-SEC TO WK-SLA-LIMIT
                                   END-IF
                                   IF      TBL-SL-CNT  <   50
                                           ADD  1  TO  TBL-SL-CNT
                                           MOVE SLA-PGM TO
                                               TBL-SL-PGM (TBL-SL-CNT)
                                           MOVE SLA-SEC TO
                                               TBL-SL-SEC (TBL-SL-CNT)
                                   END-IF
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-SLA-EOF
                   END-IF
           END-PERFORM
           CLOSE   SLA-F
           .
       S050-EX.
           EXIT.

      *    *** 実行履歴(全会社分)
       S060-10.

           MOVE    ZERO        TO      TBL-ST-CNT
           INITIALIZE TBL-ST-AREA
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
                   PERFORM S061-10     THRU    S061-EX
           END-PERFORM
           .
       S060-EX.
           EXIT.

      *    *** 1会社分の実行履歴を読む
       S061-10.

           OPEN    INPUT       HIST-F
           IF      WK-HIST-STATUS NOT = ZERO
                   GO      TO      S061-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-HIST-EOF
           PERFORM UNTIL WK-HIST-EOF   =       HIGH-VALUE
                   READ    HIST-F
                   IF      WK-HIST-STATUS =    ZERO
                           ADD     1           TO      WK-HIST-CNT
                           IF      HIST-DATE   IS NUMERIC
                              AND  HIST-RC     IS NUMERIC
                              AND  HIST-SEC    IS NUMERIC
                                   PERFORM S062-10     THRU    S062-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-HIST-EOF
                   END-IF
           END-PERFORM
           CLOSE   HIST-F
           .
       S061-EX.
           EXIT.

      *    *** 実行履歴1件の集計
       S062-10.

           MOVE    HIST-DATE (1:6) TO  WK-KEY-YM
           PERFORM S900-10     THRU    S900-EX
           IF      WK-P        =       ZERO
              OR   HIST-STEP   =       "JOBS"
              OR   HIST-STEP   =       "OPER"
                   GO      TO      S062-EX
           END-IF

      *    *** 夜(会社別のジョブ終了)とSLA内の夜
           IF      HIST-STEP   =       "JOBE"
                   ADD     1           TO      TBL-PD-NIGHT (WK-P)
                   IF      WK-SLA-LIMIT =      ZERO
                      OR   HIST-SEC    <=      WK-SLA-LIMIT
                           ADD     1           TO  TBL-PD-SLAOK (WK-P)
                   END-IF
                   GO      TO      S062-EX
           END-IF

      *    *** ステップ別の行
           MOVE    ZERO        TO      K
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-ST-CNT
                      OR K > ZERO
                   IF      TBL-ST-STEP (J) =   HIST-STEP
                           MOVE    J           TO      K
                   END-IF
           END-PERFORM
           IF      K           =       ZERO
              AND  TBL-ST-CNT  <       30
                   ADD     1           TO      TBL-ST-CNT
                   MOVE    TBL-ST-CNT  TO      K
                   MOVE    HIST-STEP   TO      TBL-ST-STEP (K)
           END-IF

      *    *** 放棄(実行していない)は件数のみ
           IF      HIST-NOTE   =       "DEADLINE-NG"
              OR   HIST-NOTE   =       "FILE-TIMEOUT"
              OR   HIST-NOTE   =       "RES-TIMEOUT"
                   ADD     1           TO      TBL-PD-ABAND (WK-P)
                   GO      TO      S062-EX
           END-IF

      *    *** 許容RC(制御カード未登録は8)
           MOVE    8           TO      WK-MAXRC
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-RC-CNT
                   IF      TBL-RC-STEP (J) =   HIST-STEP
                           MOVE    TBL-RC-MAX (J) TO   WK-MAXRC
                   END-IF
           END-PERFORM

           ADD     1           TO      TBL-PD-STEPS (WK-P)
           IF      HIST-RC     >       WK-MAXRC
                   ADD     1           TO      TBL-PD-FAIL (WK-P)
           END-IF
           IF      HIST-NOTE (1:6) =   "RETRY-"
                   ADD     1           TO      TBL-PD-RETRY (WK-P)
           END-IF
           IF      HIST-NOTE   =       "MANUAL-RERUN"
                   ADD     1           TO      TBL-PD-MANUAL (WK-P)
           END-IF

           IF      K           >       ZERO
                   ADD     1           TO      TBL-ST-RUN (K WK-P)
                   ADD     HIST-SEC    TO      TBL-ST-SEC (K WK-P)
                   IF      HIST-RC     >       WK-MAXRC
                           ADD     1   TO      TBL-ST-FAIL (K WK-P)
                   END-IF
                   IF      HIST-NOTE (1:6) =   "RETRY-"
                           ADD     1   TO      TBL-ST-RETRY (K WK-P)
                   END-IF
                   IF      HIST-NOTE   =       "MANUAL-RERUN"
                           ADD     1   TO      TBL-ST-MANUAL (K WK-P)
                   END-IF
           END-IF
           .
       S062-EX.
           EXIT.

      *    *** 処理件数(共通バランスファイル)
       S070-10.

           MOVE    ZERO        TO      TBL-BS-CNT
           INITIALIZE TBL-BS-AREA
           OPEN    INPUT       BAL-F
           IF      WK-BAL-STATUS NOT = ZERO
                   GO      TO      S070-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-BAL-EOF
           PERFORM UNTIL WK-BAL-EOF    =       HIGH-VALUE
                   READ    BAL-F
                   IF      WK-BAL-STATUS =     ZERO
                           ADD     1           TO      WK-BAL-CNT
                           IF      BAL-DATE    IS NUMERIC
                              AND  BAL-IN      IS NUMERIC
                              AND  BAL-OUT     IS NUMERIC
                                   PERFORM S071-10     THRU    S071-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-BAL-EOF
                   END-IF
           END-PERFORM
           CLOSE   BAL-F
           .
       S070-EX.
           EXIT.

      *    *** バランス記録1件の集計
       S071-10.

           MOVE    BAL-DATE (1:6) TO   WK-KEY-YM
           PERFORM S900-10     THRU    S900-EX
           IF      WK-P        =       ZERO
                   GO      TO      S071-EX
           END-IF

           ADD     BAL-IN      TO      TBL-PD-IN (WK-P)
           ADD     BAL-OUT     TO      TBL-PD-OUT (WK-P)

           MOVE    ZERO        TO      K
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-BS-CNT
                      OR K > ZERO
                   IF      TBL-BS-STEP (J) =   BAL-STEP
                           MOVE    J           TO      K
                   END-IF
           END-PERFORM
           IF      K           =       ZERO
                   IF      TBL-BS-CNT  >=      50
                           GO      TO      S071-EX
                   END-IF
                   ADD     1           TO      TBL-BS-CNT
                   MOVE    TBL-BS-CNT  TO      K
                   MOVE    BAL-STEP    TO      TBL-BS-STEP (K)
           END-IF
           ADD     BAL-IN      TO      TBL-BS-IN (K WK-P)
           ADD     BAL-OUT     TO      TBL-BS-OUT (K WK-P)
           .
       S071-EX.
           EXIT.

      *    *** SLA達成(処理時間記録の終了記録を許容秒と比べる)
       S080-10.

           IF      TBL-SL-CNT  =       ZERO
                   GO      TO      S080-EX
           END-IF
           OPEN    INPUT       TLOG-F
           IF      WK-TLOG-STATUS NOT = ZERO
                   GO      TO      S080-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-TLOG-EOF
           PERFORM UNTIL WK-TLOG-EOF   =       HIGH-VALUE
                   READ    TLOG-F
                   IF      WK-TLOG-STATUS =    ZERO
                           ADD     1           TO      WK-TLOG-CNT
                           IF      TLOG-ID     =       "E"
                              AND  TLOG-YMD    IS NUMERIC
                                   PERFORM S081-10     THRU    S081-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-TLOG-EOF
                   END-IF
           END-PERFORM
           CLOSE   TLOG-F
           .
       S080-EX.
           EXIT.

      *    *** 終了記録1件(日付は YYMMDD。20YY年として扱う)
       S081-10.

           MOVE    "20"        TO      WK-KEY-X (1:2)
           MOVE    TLOG-YMD (1:4) TO   WK-KEY-X (3:4)
           MOVE    WK-KEY-X    TO      WK-KEY-YM
           PERFORM S900-10     THRU    S900-EX
           IF      WK-P        =       ZERO
                   GO      TO      S081-EX
           END-IF

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-SL-CNT
                   IF      TBL-SL-PGM (J) =    TLOG-PGM
                           COMPUTE WK-SEC = NUMVAL-C (TLOG-SEC-X)
                           ADD     1   TO      TBL-SL-RUN (J WK-P)
                           ADD     1   TO      TBL-PD-TLRUN (WK-P)
                           IF      WK-SEC      >   TBL-SL-SEC (J)
                                   ADD 1 TO    TBL-SL-OVER (J WK-P)
                           ELSE
                                   ADD 1 TO    TBL-PD-TLOK (WK-P)
                           END-IF
                   END-IF
           END-PERFORM
           .
       S081-EX.
           EXIT.

      *    *** アラート件数(共通エラーログの E・F。重大度欄が空白の
      *    *** 古い記録は従来既定のEとして数える)と警告件数
       S090-10.

           OPEN    INPUT       LOG1-F
           IF      WK-LOG1-STATUS NOT = ZERO
                   GO      TO      S090-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-LOG1-EOF
           PERFORM UNTIL WK-LOG1-EOF   =       HIGH-VALUE
                   READ    LOG1-F
                   IF      WK-LOG1-STATUS =    ZERO
                           ADD     1           TO      WK-LOG-CNT
                           IF      LOG-DATE    IS NUMERIC
                                   MOVE    LOG-DATE (1:6) TO WK-KEY-YM
                                   PERFORM S900-10     THRU    S900-EX
                           ELSE
                                   MOVE    ZERO        TO      WK-P
                           END-IF
                           IF      WK-P        >       ZERO
                               EVALUATE LOG-SEV
                                   WHEN "E"
                                   WHEN "F"
                                   WHEN SPACE
                                       ADD 1 TO TBL-PD-ALERT (WK-P)
                                   WHEN "W"
                                       ADD 1 TO TBL-PD-WARN (WK-P)
                               END-EVALUATE
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-LOG1-EOF
                   END-IF
           END-PERFORM
           CLOSE   LOG1-F
           .
       S090-EX.
           EXIT.

      *    *** 月次サマリー(項目×3期間)
       S100-10.

           MOVE    SPACE       TO      RPT-REC
           STRING  "MONTHLY OPERATIONS KPI  " DELIMITED BY SIZE
                   TBL-PD-YM (1) DELIMITED BY SIZE
                   "  (PREVIOUS MONTH " DELIMITED BY SIZE
                   TBL-PD-YM (2) DELIMITED BY SIZE
                   ", SAME MONTH LAST YEAR " DELIMITED BY SIZE
                   TBL-PD-YM (3) DELIMITED BY SIZE
                   ")"         DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACE       TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX

           MOVE    SPACE       TO      RPT-REC
           MOVE    "ITEM"      TO      RPT-REC (1:4)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 3
                   COMPUTE WK-POS = 35 + ( I - 1 ) * 16 + 8
                   MOVE    TBL-PD-YM (I) TO    RPT-REC (WK-POS:6)
           END-PERFORM
           PERFORM S991-10     THRU    S991-EX

      *    *** 分母
           MOVE    "BUSINESS DAYS (CALGEN)" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-BIZ (I) TO   WK-ROW-V (I)
                   IF      TBL-PD-CALDAY (I) > ZERO
                           MOVE    "Y"         TO  WK-ROW-OK (I)
                   ELSE
                           MOVE    "N"         TO  WK-ROW-OK (I)
                   END-IF
           END-PERFORM
           MOVE    "N"         TO      WK-ROW-KIND
           PERFORM S110-10     THRU    S110-EX

      *    *** SLA達成
           MOVE    "NIGHTS RUN (ALL COMPANIES)" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-NIGHT (I) TO WK-ROW-V (I)
                   MOVE    "Y"         TO      WK-ROW-OK (I)
           END-PERFORM
           PERFORM S110-10     THRU    S110-EX

           MOVE    WK-SLA-LIMIT TO     WK-LIMIT-D
           MOVE    SPACE       TO      WK-ROW-LABEL
           STRING  "NIGHTS WITHIN SLA (" DELIMITED BY SIZE
                   TRIM (WK-LIMIT-D) DELIMITED BY SIZE
                   "S)"        DELIMITED BY SIZE
                   INTO    WK-ROW-LABEL
           END-STRING
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-SLAOK (I) TO WK-ROW-V (I)
                   MOVE    "Y"         TO      WK-ROW-OK (I)
           END-PERFORM
           PERFORM S110-10     THRU    S110-EX

           MOVE    "NIGHT SLA ATTAINMENT %" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   IF      TBL-PD-NIGHT (I) >  ZERO
                           COMPUTE WK-ROW-V (I) ROUNDED =
                                   TBL-PD-SLAOK (I) * 100
                                 / TBL-PD-NIGHT (I)
                           MOVE    "Y"         TO  WK-ROW-OK (I)
                   ELSE
                           MOVE    "N"         TO  WK-ROW-OK (I)
                   END-IF
           END-PERFORM
           MOVE    "R"         TO      WK-ROW-KIND
           PERFORM S110-10     THRU    S110-EX

           MOVE    "TIMED RUNS (DATETIME SLA PGMS)" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-TLRUN (I) TO WK-ROW-V (I)
                   MOVE    "Y"         TO      WK-ROW-OK (I)
           END-PERFORM
           MOVE    "N"         TO      WK-ROW-KIND
           PERFORM S110-10     THRU    S110-EX

           MOVE    "PROGRAM SLA ATTAINMENT %" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   IF      TBL-PD-TLRUN (I) >  ZERO
                           COMPUTE WK-ROW-V (I) ROUNDED =
                                   TBL-PD-TLOK (I) * 100
                                 / TBL-PD-TLRUN (I)
                           MOVE    "Y"         TO  WK-ROW-OK (I)
                   ELSE
                           MOVE    "N"         TO  WK-ROW-OK (I)
                   END-IF
           END-PERFORM
           MOVE    "R"         TO      WK-ROW-KIND
           PERFORM S110-10     THRU    S110-EX

      *    *** ステップの実行・失敗・再実行
           MOVE    "STEP RUNS"  TO     WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-STEPS (I) TO WK-ROW-V (I)
                   MOVE    "Y"         TO      WK-ROW-OK (I)
           END-PERFORM
           MOVE    "N"         TO      WK-ROW-KIND
           PERFORM S110-10     THRU    S110-EX

           MOVE    "FAILED STEPS (RC OVER MAXRC)" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-FAIL (I) TO  WK-ROW-V (I)
           END-PERFORM
           PERFORM S110-10     THRU    S110-EX

           MOVE    "FAILED STEPS PER BUSINESS DAY" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-FAIL (I) TO  WK-ROW-V (I)
           END-PERFORM
           PERFORM S120-10     THRU    S120-EX

           MOVE    "AUTOMATIC RETRIES" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-RETRY (I) TO WK-ROW-V (I)
                   MOVE    "Y"         TO      WK-ROW-OK (I)
           END-PERFORM
           MOVE    "N"         TO      WK-ROW-KIND
           PERFORM S110-10     THRU    S110-EX

           MOVE    "MANUAL RERUNS (STEPRUN)" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-MANUAL (I) TO WK-ROW-V (I)
           END-PERFORM
           PERFORM S110-10     THRU    S110-EX

           MOVE    "ABANDONED STEPS (DEADLINE/WAIT)" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-ABAND (I) TO WK-ROW-V (I)
           END-PERFORM
           PERFORM S110-10     THRU    S110-EX

      *    *** 処理件数
           MOVE    "RECORDS IN (BALANCE.CTL)" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-IN (I) TO    WK-ROW-V (I)
           END-PERFORM
           PERFORM S110-10     THRU    S110-EX

           MOVE    "RECORDS IN PER BUSINESS DAY" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-IN (I) TO    WK-ROW-V (I)
           END-PERFORM
           PERFORM S120-10     THRU    S120-EX

           MOVE    "RECORDS OUT (BALANCE.CTL)" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-OUT (I) TO   WK-ROW-V (I)
                   MOVE    "Y"         TO      WK-ROW-OK (I)
           END-PERFORM
           MOVE    "N"         TO      WK-ROW-KIND
           PERFORM S110-10     THRU    S110-EX

      *    *** アラート
           MOVE    "ALERTS E/F (LOGERR.LOG)" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-ALERT (I) TO WK-ROW-V (I)
           END-PERFORM
           PERFORM S110-10     THRU    S110-EX

           MOVE    "ALERTS PER BUSINESS DAY" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-ALERT (I) TO WK-ROW-V (I)
           END-PERFORM
           PERFORM S120-10     THRU    S120-EX

           MOVE    "WARNINGS W (LOGERR.LOG)" TO WK-ROW-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    TBL-PD-WARN (I) TO  WK-ROW-V (I)
                   MOVE    "Y"         TO      WK-ROW-OK (I)
           END-PERFORM
           MOVE    "N"         TO      WK-ROW-KIND
           PERFORM S110-10     THRU    S110-EX
           .
       S100-EX.
           EXIT.

      *    *** 集計表1行出力(項目名と3期間の値)
       S110-10.

           MOVE    SPACE       TO      RPT-REC
           MOVE    WK-ROW-LABEL TO     RPT-REC (1:34)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 3
                   COMPUTE WK-POS = 35 + ( I - 1 ) * 16
                   EVALUATE TRUE
                       WHEN WK-ROW-OK (I) NOT = "Y"
                           MOVE    "-"  TO RPT-REC (WK-POS + 13:1)
                       WHEN WK-ROW-KIND = "R"
                           MOVE    WK-ROW-V (I) TO WK-RATE-D
                           MOVE    WK-RATE-D   TO  RPT-REC (WK-POS:14)
                       WHEN OTHER
                           MOVE    WK-ROW-V (I) TO WK-NUM-D
                           MOVE    WK-NUM-D    TO  RPT-REC (WK-POS:14)
                   END-EVALUATE
           END-PERFORM
           PERFORM S990-10     THRU    S990-EX
           .
       S110-EX.
           EXIT.

      *    *** 営業日あたりの行(WK-ROW-V を営業日数で割って出す)
       S120-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 3
                   IF      TBL-PD-BIZ (I) >    ZERO
                           COMPUTE WK-ROW-V (I) ROUNDED =
                                   WK-ROW-V (I) / TBL-PD-BIZ (I)
                           MOVE    "Y"         TO  WK-ROW-OK (I)
                   ELSE
                           MOVE    "N"         TO  WK-ROW-OK (I)
                   END-IF
           END-PERFORM
           MOVE    "R"         TO      WK-ROW-KIND
           PERFORM S110-10     THRU    S110-EX
           MOVE    "N"         TO      WK-ROW-KIND
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE    "Y"         TO      WK-ROW-OK (I)
           END-PERFORM
           .
       S120-EX.
           EXIT.

      *    *** ステップ別(各項目を 当月/前月/前年同月 で並べる)
       S200-10.

           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           MOVE    "STEP DETAIL (THIS / PREVIOUS / LAST YEAR)"
                               TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACE       TO      RPT-REC
           MOVE    "STEP"      TO      RPT-REC (1:4)
           MOVE    "RUNS"      TO      RPT-REC (7:4)
           MOVE    "FAILED"    TO      RPT-REC (30:6)
           MOVE    "RETRIES"   TO      RPT-REC (53:7)
           MOVE    "MANUAL RERUNS" TO  RPT-REC (76:13)
           MOVE    "AVERAGE SEC" TO    RPT-REC (99:11)
           PERFORM S991-10     THRU    S991-EX

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TBL-ST-CNT
                   MOVE    SPACE       TO      RPT-REC
                   MOVE    TBL-ST-STEP (K) TO  RPT-REC (1:4)
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > 3
                           COMPUTE WK-POS = 7 + ( I - 1 ) * 7
                           MOVE    TBL-ST-RUN (K I) TO WK-CNT-D
                           MOVE    WK-CNT-D    TO  RPT-REC (WK-POS:6)
                           ADD     23          TO  WK-POS
                           MOVE    TBL-ST-FAIL (K I) TO WK-CNT-D
                           MOVE    WK-CNT-D    TO  RPT-REC (WK-POS:6)
                           ADD     23          TO  WK-POS
                           MOVE    TBL-ST-RETRY (K I) TO WK-CNT-D
                           MOVE    WK-CNT-D    TO  RPT-REC (WK-POS:6)
                           ADD     23          TO  WK-POS
                           MOVE    TBL-ST-MANUAL (K I) TO WK-CNT-D
                           MOVE    WK-CNT-D    TO  RPT-REC (WK-POS:6)
                           ADD     23          TO  WK-POS
                           IF      TBL-ST-RUN (K I) > ZERO
                                   COMPUTE WK-AVG =
                                       TBL-ST-SEC (K I)
                                     / TBL-ST-RUN (K I)
                                   MOVE    WK-AVG      TO  WK-CNT-D
                                   MOVE    WK-CNT-D    TO
                                           RPT-REC (WK-POS:6)
                           ELSE
                                   MOVE    "-" TO
                                           RPT-REC (WK-POS + 5:1)
                           END-IF
                   END-PERFORM
                   PERFORM S990-10     THRU    S990-EX
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** SLA登録プログラム別(計測回数・超過回数・達成率)
       S300-10.

           IF      TBL-SL-CNT  =       ZERO
                   GO      TO      S300-EX
           END-IF

           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           MOVE    "PROGRAM SLA (THIS / PREVIOUS / LAST YEAR)"
                               TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACE       TO      RPT-REC
           MOVE    "PGM"       TO      RPT-REC (1:3)
           MOVE    "LIMIT"     TO      RPT-REC (12:5)
           MOVE    "TIMED RUNS" TO     RPT-REC (19:10)
           MOVE    "OVER SLA"  TO      RPT-REC (42:8)
           MOVE    "ATTAINMENT %" TO   RPT-REC (65:12)
           PERFORM S991-10     THRU    S991-EX

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TBL-SL-CNT
                   MOVE    SPACE       TO      RPT-REC
                   MOVE    TBL-SL-PGM (K) TO   RPT-REC (1:8)
                   MOVE    TBL-SL-SEC (K) TO   WK-LIMIT-D
                   MOVE    WK-LIMIT-D  TO      RPT-REC (10:7)
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > 3
                           COMPUTE WK-POS = 19 + ( I - 1 ) * 7
                           MOVE    TBL-SL-RUN (K I) TO WK-CNT-D
                           MOVE    WK-CNT-D    TO  RPT-REC (WK-POS:6)
                           ADD     23          TO  WK-POS
                           MOVE    TBL-SL-OVER (K I) TO WK-CNT-D
                           MOVE    WK-CNT-D    TO  RPT-REC (WK-POS:6)
                           ADD     23          TO  WK-POS
                           IF      TBL-SL-RUN (K I) > ZERO
                                   COMPUTE WK-PCT-D ROUNDED =
                                     ( TBL-SL-RUN (K I)
                                     - TBL-SL-OVER (K I) ) * 100
                                     / TBL-SL-RUN (K I)
                                   MOVE    WK-PCT-D    TO
                                           RPT-REC (WK-POS + 1:5)
                           ELSE
                                   MOVE    "-" TO
                                           RPT-REC (WK-POS + 5:1)
                           END-IF
                   END-PERFORM
                   PERFORM S990-10     THRU    S990-EX
           END-PERFORM
           .
       S300-EX.
           EXIT.

      *    *** バランス記録のステップ別処理件数
       S400-10.

           IF      TBL-BS-CNT  =       ZERO
                   GO      TO      S400-EX
           END-IF

           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           MOVE    "VOLUME BY STEP (THIS / PREVIOUS / LAST YEAR)"
                               TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACE       TO      RPT-REC
           MOVE    "STEP"      TO      RPT-REC (1:4)
           MOVE    "RECORDS IN" TO     RPT-REC (11:10)
           MOVE    "RECORDS OUT" TO    RPT-REC (59:11)
           PERFORM S991-10     THRU    S991-EX

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TBL-BS-CNT
                   MOVE    SPACE       TO      RPT-REC
                   MOVE    TBL-BS-STEP (K) TO  RPT-REC (1:8)
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > 3
                           COMPUTE WK-POS = 11 + ( I - 1 ) * 16
                           MOVE    TBL-BS-IN (K I) TO WK-NUM-D
                           MOVE    WK-NUM-D    TO  RPT-REC (WK-POS:14)
                           ADD     48          TO  WK-POS
                           MOVE    TBL-BS-OUT (K I) TO WK-NUM-D
                           MOVE    WK-NUM-D    TO  RPT-REC (WK-POS:14)
                   END-PERFORM
                   PERFORM S990-10     THRU    S990-EX
           END-PERFORM
           .
       S400-EX.
           EXIT.

      *    *** 年月(WK-KEY-YM)から期間番号(WK-P)を引く。対象外は0
       S900-10.

           MOVE    ZERO        TO      WK-P
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 3
                      OR WK-P > ZERO
                   IF      TBL-PD-YM (I) =     WK-KEY-YM
                           MOVE    I           TO      WK-P
                   END-IF
           END-PERFORM
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
