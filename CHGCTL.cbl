      *    *** 運用制御ファイルの変更管理 サブルーチン
      *    *** STEPCTL(日次・月末・期末)、CONFIG.OVR、RUNCAL、
      *    *** DATETIME.SLA、LOGERR のメッセージカタログ(LOGERR.CAT)と
      *    *** プログラム別レベル(LOGERR.LVL)、ジョブ定義(MAINJOB.JOBDEF)
      *    *** と各ジョブのカード、資源クラス表(MAINJOB.RESCLASS)、
      *    *** 障害通知メールの宛先振分け表(MAILSPL.ROUTE)、
      *    *** 特権ユーティリティーの操作者認可表(OPAUTH.TBL)、
      *    *** 法的保全台帳(LEGHOLD.TBL)は
      *    *** 誰でも書き換えられ、
      *    *** 誤りは夜が壊れて初めて分かる。本ルーチンは各ファイルの
      *    *** 承認済控え(<ファイル名>.APPROVED)を持ち、現物との違いを
      *    *** 項目単位で報告し、承認した者と日時を承認記録(CHGCTL.LOG)
      *    *** へ残す。MAINJOB の事前点検は未承認の変更が有れば
      *    *** 設定(CFG-MAINJOB-CHGCTL)に従い止めるか警告する。
      *    *** 行の突合せはファイル種別ごとのキー(STEPCTLはステップ名、
      *    *** CONFIG.OVRは環境+項目名 等)で行い、同じキーの行は
      *    *** 出現順に対応させる。キーで対応した行の相違は項目名付きで、
      *    *** 対応の無い行は追加・削除として出す
      *    *** ID=D: 相違レポート(対象の全ファイル、またはLI-FILEのみ)
      *    *** ID=A: 承認(LI-FILEの現物を承認済控えへ写し、記録する)
      *    *** ID=C: 点検のみ(レポート無し。相違の有るファイル数を返す)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CHGCTL.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 対象の制御ファイル(現物)
       SELECT CUR-F            ASSIGN   WK-CUR-F-NAME
                               STATUS   WK-CUR-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 承認済控え
       SELECT APV-F            ASSIGN   WK-APV-F-NAME
                               STATUS   WK-APV-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 承認記録(1承認1行追記)
       SELECT CLOG-F           ASSIGN   WK-CLOG-F-NAME
                               STATUS   WK-CLOG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CUR-F
           LABEL RECORDS ARE STANDARD.
       01  CUR-REC             PIC  X(512).

       FD  APV-F
           LABEL RECORDS ARE STANDARD.
       01  APV-REC             PIC  X(512).

      *    *** 承認記録1行= 日付 時刻 承認者 変更番号 ファイル
      *    ***               追加 削除 変更 行数
       FD  CLOG-F
           LABEL RECORDS ARE STANDARD.
       01  CLOG-REC.
           03  CLOG-DATE       PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CLOG-TIME       PIC  9(006).
           03  FILLER          PIC  X(001).
           03  CLOG-USER       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  CLOG-TICKET     PIC  X(016).
           03  FILLER          PIC  X(001).
           03  CLOG-FILE       PIC  X(032).
           03  FILLER          PIC  X(001).
           03  CLOG-ADD        PIC  9(004).
           03  FILLER          PIC  X(001).
           03  CLOG-DEL        PIC  9(004).
           03  FILLER          PIC  X(001).
           03  CLOG-CHG        PIC  9(004).
           03  FILLER          PIC  X(001).
           03  CLOG-LINES      PIC  9(004).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CHGCTL".

           03  WK-CUR-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-CUR-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CUR-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-APV-F-NAME   PIC  X(048) VALUE SPACE.
           03  WK-APV-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-APV-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-CLOG-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-CLOG-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CLOG-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-RPT-SW       PIC  X(001) VALUE "N".

      *    *** 承認者(LI-USER、空白はBATCHUSER、未設定はUNKNOWN)
           03  WK-USER         PIC  X(008) VALUE SPACE.

      *    *** 処理中のファイル(種別・キー桁数・状態)
      *    *** WK-FSTAT N=相違無し、C=相違有り、U=未承認(控え無し)、
      *    ***          M=現物無し(控えのみ)、X=対象外(両方無し)
           03  WK-KIND         PIC  X(008) VALUE SPACE.
           03  WK-KEYLEN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-FSTAT        PIC  X(001) VALUE SPACE.
           03  WK-CUR-OK       PIC  X(001) VALUE "N".
           03  WK-APV-OK       PIC  X(001) VALUE "N".

      *    *** 件数
           03  WK-ADD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DIFF-FILES   BINARY-LONG SYNC VALUE ZERO.

      *    *** 行の対応付け
           03  WK-KEY          PIC  X(064) VALUE SPACE.
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.
           03  WK-FLD-HIT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FROM         BINARY-LONG SYNC VALUE ZERO.
           03  WK-LEN          BINARY-LONG SYNC VALUE ZERO.

      *    *** 最終承認(承認記録から引く)
           03  WK-LAST-DATE    PIC  9(008) VALUE ZERO.
           03  WK-LAST-TIME    PIC  9(006) VALUE ZERO.
           03  WK-LAST-USER    PIC  X(008) VALUE SPACE.
           03  WK-LAST-TICKET  PIC  X(016) VALUE SPACE.

      *    *** 編集
           03  WK-CNT-D        PIC  ZZZ9.
           03  WK-LINE-D       PIC  ZZZ9.
           03  WK-NOW          PIC  X(021) VALUE SPACE.
           03  WK-OLD-D        PIC  X(040) VALUE SPACE.
           03  WK-NEW-D        PIC  X(040) VALUE SPACE.

           03  WK-LOGERR-PGM   PIC  X(008) VALUE SPACE.
           03  WK-LOGERR-CONTEXT PIC X(040) VALUE SPACE.
           03  WK-LOGERR-STATUS PIC X(004) VALUE SPACE.
           03  WK-LOGERR-SEVERITY PIC X(001) VALUE SPACE.

      *    *** 種別ごとのキー桁数
       01  TBL-KIND-DEFAULT.
           03  FILLER          PIC  X(011) VALUE "STEPCTL 004".
           03  FILLER          PIC  X(011) VALUE "CFGOVR  029".
           03  FILLER          PIC  X(011) VALUE "RUNCAL  008".
           03  FILLER          PIC  X(011) VALUE "SLA     008".
           03  FILLER          PIC  X(011) VALUE "LOGCAT  013".
           03  FILLER          PIC  X(011) VALUE "LOGLVL  008".
           03  FILLER          PIC  X(011) VALUE "JOBDEF  008".
           03  FILLER          PIC  X(011) VALUE "RESCLS  008".
           03  FILLER          PIC  X(011) VALUE "MAILRTE 075".
           03  FILLER          PIC  X(011) VALUE "OPAUTH  035".
           03  FILLER          PIC  X(011) VALUE "LEGHOLD 008".
       01  TBL-KIND-R          REDEFINES TBL-KIND-DEFAULT.
           03  TBL-KIND-ENT    OCCURS 11.
             05  TBL-KIND-ID   PIC  X(008).
             05  TBL-KIND-KLEN PIC  9(003).

      *    *** 種別ごとの項目(開始桁・桁数・項目名)。各プログラムの
      *    *** レコード定義(MAINJOB CTL-REC、CFGOVRD OVR-REC、
      *    *** MAINJOB CAL-REC、DATETIME SLA-REC、LOGERR CAT-REC/LVL-REC、
      *    *** MAINJOB JDEF-REC・RCLS-REC、MAILSPL RTE-REC、
      *    *** OPAUTH AUTH-REC、LEGHOLD の台帳1行)
      *    *** と同じ位置
       01  TBL-FLD-DEFAULT.
           03  FILLER          PIC  X(022) VALUE "STEPCTL 001004STEP".
           03  FILLER          PIC  X(022) VALUE "STEPCTL 006004MAXRC".
           03  FILLER          PIC  X(022) VALUE "STEPCTL 011019PRED".
           03  FILLER          PIC  X(022) VALUE "STEPCTL 031004NOTBEF".
           03  FILLER          PIC  X(022) VALUE "STEPCTL 036004DEADLN".
           03  FILLER          PIC  X(022) VALUE "STEPCTL 041002RETRY".
           03  FILLER          PIC  X(022) VALUE "STEPCTL 044004WAIT".
           03  FILLER          PIC  X(022) VALUE "STEPCTL 049246PARM".
           03  FILLER          PIC  X(022) VALUE "STEPCTL 296128OPT".
           03  FILLER          PIC  X(022) VALUE "CFGOVR  001004ENV".
           03  FILLER          PIC  X(022) VALUE "CFGOVR  006024KEY".
           03  FILLER          PIC  X(022) VALUE "CFGOVR  031226VALUE".
           03  FILLER          PIC  X(022) VALUE "RUNCAL  001008DATE".
           03  FILLER          PIC  X(022) VALUE "RUNCAL  010001ACT".
           03  FILLER          PIC  X(022) VALUE "SLA     001008PGM".
           03  FILLER          PIC  X(022) VALUE "SLA     010007SEC".
           03  FILLER          PIC  X(022) VALUE "LOGCAT  001008PGM".
           03  FILLER          PIC  X(022) VALUE "LOGCAT  010004STATUS".
           03  FILLER          PIC  X(022) VALUE "LOGCAT  015008ACTION".
           03  FILLER          PIC  X(022) VALUE "LOGCAT  024040TEXT".
           03  FILLER          PIC  X(022) VALUE "LOGCAT  065040TAIOU".
           03  FILLER          PIC  X(022) VALUE "LOGLVL  001008PGM".
           03  FILLER          PIC  X(022) VALUE "LOGLVL  010001SEV".
           03  FILLER          PIC  X(022) VALUE "JOBDEF  001008JOB".
           03  FILLER          PIC  X(022) VALUE "JOBDEF  010032DECK".
           03  FILLER          PIC  X(022) VALUE "JOBDEF  043059PRED".
           03  FILLER          PIC  X(022) VALUE "JOBDEF  103004WAIT".
           03  FILLER          PIC  X(022) VALUE "RESCLS  001008CLASS".
           03  FILLER          PIC  X(022) VALUE "RESCLS  010004CAP".
           03  FILLER          PIC  X(022) VALUE "MAILRTE 001008PGM".
           03  FILLER          PIC  X(022) VALUE "MAILRTE 010001SEV".
           03  FILLER          PIC  X(022) VALUE "MAILRTE 012064ADDR".
           03  FILLER          PIC  X(022) VALUE "OPAUTH  001016USER".
           03  FILLER          PIC  X(022) VALUE "OPAUTH  018008PGM".
           03  FILLER          PIC  X(022) VALUE "OPAUTH  027008FUNC".
           03  FILLER          PIC  X(022) VALUE "LEGHOLD 001008ID".
           03  FILLER          PIC  X(022) VALUE "LEGHOLD 010008FROM".
           03  FILLER          PIC  X(022) VALUE "LEGHOLD 019008TO".
           03  FILLER          PIC  X(022) VALUE "LEGHOLD 028008EXPIRY".
           03  FILLER          PIC  X(022) VALUE "LEGHOLD 037001STAT".
           03  FILLER          PIC  X(022) VALUE "LEGHOLD 039064NAME".
           03  FILLER          PIC  X(022) VALUE "LEGHOLD 104040REASON".
       01  TBL-FLD-R           REDEFINES TBL-FLD-DEFAULT.
           03  TBL-FLD-ENT     OCCURS 42.
             05  TBL-FLD-KIND  PIC  X(008).
             05  TBL-FLD-FROM  PIC  9(003).
             05  TBL-FLD-LEN   PIC  9(003).
             05  TBL-FLD-NAME  PIC  X(008).

      *    *** 対象の制御ファイル(名前はCPCONFIGの実効値から作る)
       01  TBL-CF-AREA.
           03  TBL-CF-ENT      OCCURS 20.
             05  TBL-CF-NAME   PIC  X(032).
             05  TBL-CF-KIND   PIC  X(008).
       01  TBL-CF-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 承認済控え(旧)と現物(新)の行
       01  TBL-OLD-AREA.
           03  TBL-OLD-ENT     OCCURS 500.
             05  TBL-OLD-LINE  PIC  X(512).
             05  TBL-OLD-USED  PIC  X(001).
       01  TBL-OLD-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  TBL-NEW-AREA.
           03  TBL-NEW-ENT     OCCURS 500.
             05  TBL-NEW-LINE  PIC  X(512).
       01  TBL-NEW-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  F               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** D=相違レポート, A=承認, C=点検のみ
       01  LI-ID               PIC  X(001).

      *    *** 対象ファイル名(空白=全対象。Aでは必須)
       01  LI-FILE             PIC  X(032).

      *    *** 承認者(空白=環境変数BATCHUSER)
       01  LI-USER             PIC  X(008).

      *    *** 変更番号(承認記録へ残す。A以外は無視)
       01  LI-TICKET           PIC  X(016).

      *    *** レポートファイル名(空白=CHGCTL.DIFF。Cでは無視)
       01  LI-RPT-FILENAME     PIC  X(256).

      *    *** 相違の有るファイル数(A: 承認できなかった時は-1)
       01  LO-CNT              BINARY-LONG SYNC.

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-FILE
                                       LI-USER
                                       LI-TICKET
                                       LI-RPT-FILENAME
                                       LO-CNT
           .
       M100-10.

           MOVE    ZERO        TO      LO-CNT
                                       WK-DIFF-FILES

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-CHGCTL-LOG-NAME TO WK-CLOG-F-NAME

      *    *** 対象の制御ファイル一覧
           PERFORM S010-10     THRU    S010-EX

           EVALUATE LI-ID
               WHEN "D"
               WHEN "C"
                   CONTINUE
               WHEN "A"
                   PERFORM S400-10     THRU    S400-EX
                   GO      TO      M100-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID D,A,C 指定"
                   MOVE    -1          TO      LO-CNT
                   GO      TO      M100-EX
           END-EVALUATE

           IF      LI-ID       =       "D"
                   MOVE    TRIM(LI-RPT-FILENAME) TO WK-RPT-F-NAME
                   IF      WK-RPT-F-NAME =     SPACE
                           MOVE    "CHGCTL.DIFF" TO    WK-RPT-F-NAME
                   END-IF
                   MOVE    SPACE       TO      WPG-RPTPAGE-AREA
                   MOVE    WK-PGM-NAME TO      WPG-PGM
                   MOVE    "CONTROL FILE CHANGE DIFFERENCES"
                                       TO      WPG-TITLE
                   MOVE    WK-RPT-F-NAME TO    WPG-FILE
                   MOVE    "OPEN  "    TO      WPG-ID
                   CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
                   MOVE    WPG-STATUS  TO      WK-RPT-STATUS
                   IF      WK-RPT-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " RPT-F OPEN ERROR STATUS="
                                   WK-RPT-STATUS
                           MOVE    -1          TO      LO-CNT
                           GO      TO      M100-EX
                   END-IF
                   MOVE    "Y"         TO      WK-RPT-SW
                   MOVE    CURRENT-DATE TO     WK-NOW
                   MOVE    SPACES      TO      RPT-REC
                   STRING  "CONTROL FILE CHANGE REPORT  " DELIMITED
                                                   BY SIZE
                           WK-NOW (1:8) DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-NOW (9:6) DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S991-10     THRU    S991-EX
           END-IF

           PERFORM VARYING F FROM 1 BY 1
                   UNTIL F > TBL-CF-CNT
                   IF      LI-FILE     =       SPACE
                      OR   LI-FILE     =       TBL-CF-NAME (F)
                           PERFORM S100-10     THRU    S100-EX
                   END-IF
           END-PERFORM

           MOVE    WK-DIFF-FILES TO    LO-CNT

           IF      WK-RPT-SW   =       "Y"
                   MOVE    SPACES      TO      RPT-REC
                   PERFORM S990-10     THRU    S990-EX
                   MOVE    WK-DIFF-FILES TO    WK-CNT-D
                   MOVE    SPACES      TO      RPT-REC
                   STRING  "FILES WITH UNAPPROVED CHANGES " DELIMITED
                                                   BY SIZE
                           WK-CNT-D    DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
                   MOVE    "CLOSE "    TO      WPG-ID
                   CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
                   MOVE    "N"         TO      WK-RPT-SW
                   DISPLAY WK-PGM-NAME " 相違レポート => "
                           TRIM(WK-RPT-F-NAME)
           END-IF
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 対象の制御ファイル一覧(名前は実効のCFG-値)
       S010-10.

           MOVE    ZERO        TO      TBL-CF-CNT
           MOVE    CFG-MAINJOB-STEPCTL-NAME TO WK-CUR-F-NAME
           MOVE    "STEPCTL"   TO      WK-KIND
           PERFORM S011-10     THRU    S011-EX
           MOVE    CFG-MAINJOB-STEPCTL-ME TO WK-CUR-F-NAME
           PERFORM S011-10     THRU    S011-EX
           MOVE    CFG-MAINJOB-STEPCTL-QE TO WK-CUR-F-NAME
           PERFORM S011-10     THRU    S011-EX
           MOVE    "CONFIG.OVR" TO     WK-CUR-F-NAME
           MOVE    "CFGOVR"    TO      WK-KIND
           PERFORM S011-10     THRU    S011-EX
           MOVE    CFG-MAINJOB-RUNCAL-NAME TO WK-CUR-F-NAME
           MOVE    "RUNCAL"    TO      WK-KIND
           PERFORM S011-10     THRU    S011-EX
           MOVE    "DATETIME.SLA" TO   WK-CUR-F-NAME
           MOVE    "SLA"       TO      WK-KIND
           PERFORM S011-10     THRU    S011-EX
           MOVE    "LOGERR.CAT" TO     WK-CUR-F-NAME
           MOVE    "LOGCAT"    TO      WK-KIND
           PERFORM S011-10     THRU    S011-EX
           MOVE    "LOGERR.LVL" TO     WK-CUR-F-NAME
           MOVE    "LOGLVL"    TO      WK-KIND
           PERFORM S011-10     THRU    S011-EX
           MOVE    CFG-MAINJOB-JOBDEF-NAME TO WK-CUR-F-NAME
           MOVE    "JOBDEF"    TO      WK-KIND
           PERFORM S011-10     THRU    S011-EX
           MOVE    CFG-MAINJOB-RESCLS-NAME TO WK-CUR-F-NAME
           MOVE    "RESCLS"    TO      WK-KIND
           PERFORM S011-10     THRU    S011-EX
           MOVE    CFG-MAILSPL-ROUTE-NAME TO WK-CUR-F-NAME
           MOVE    "MAILRTE"   TO      WK-KIND
           PERFORM S011-10     THRU    S011-EX
           MOVE    CFG-OPAUTH-NAME TO  WK-CUR-F-NAME
           MOVE    "OPAUTH"    TO      WK-KIND
           PERFORM S011-10     THRU    S011-EX
           MOVE    CFG-LEGHOLD-NAME TO WK-CUR-F-NAME
           MOVE    "LEGHOLD"   TO      WK-KIND
           PERFORM S011-10     THRU    S011-EX

      *    *** ジョブ定義に載った各ジョブのカード(DAILY以外で
      *    *** カード名省略時は <日次カード名>.<ジョブ名>)
           MOVE    CFG-MAINJOB-JOBDEF-NAME TO WK-CUR-F-NAME
           OPEN    INPUT       CUR-F
           IF      WK-CUR-STATUS NOT = ZERO
                   GO      TO      S010-EX
           END-IF
           MOVE    ZERO        TO      TBL-NEW-CNT
           MOVE    LOW-VALUE   TO      WK-CUR-EOF
           PERFORM UNTIL WK-CUR-EOF = HIGH-VALUE
                   MOVE    SPACES      TO      CUR-REC
                   READ    CUR-F
                   IF      WK-CUR-STATUS = ZERO
                      AND  TBL-NEW-CNT < 500
                           ADD     1           TO      TBL-NEW-CNT
                           MOVE    CUR-REC     TO
                                   TBL-NEW-LINE (TBL-NEW-CNT)
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CUR-EOF
                   END-IF
           END-PERFORM
           CLOSE   CUR-F

           MOVE    "STEPCTL"   TO      WK-KIND
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-NEW-CNT
                   MOVE    SPACE       TO      WK-CUR-F-NAME
                   IF      TBL-NEW-LINE (I) (10:32) NOT = SPACE
                           MOVE    TBL-NEW-LINE (I) (10:32) TO
                                   WK-CUR-F-NAME
                   ELSE
                           IF      TBL-NEW-LINE (I) (1:8) NOT = SPACE
                              AND  TBL-NEW-LINE (I) (1:8) NOT = "DAILY"
                              AND  TBL-NEW-LINE (I) (1:1) NOT = "*"
                                   STRING  CFG-MAINJOB-STEPCTL-NAME
                                                   DELIMITED BY SPACE
                                           "."     DELIMITED BY SIZE
                                           TBL-NEW-LINE (I) (1:8)
                                                   DELIMITED BY SPACE
                                           INTO    WK-CUR-F-NAME
                                   END-STRING
                           END-IF
                   END-IF
                   IF      TBL-NEW-LINE (I) (1:1) = "*"
                           MOVE    SPACE       TO      WK-CUR-F-NAME
                   END-IF
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > TBL-CF-CNT
                              OR WK-CUR-F-NAME = SPACE
                           IF      TBL-CF-NAME (J) = WK-CUR-F-NAME
                                   MOVE    SPACE   TO  WK-CUR-F-NAME
                           END-IF
                   END-PERFORM
                   IF      WK-CUR-F-NAME NOT = SPACE
                           PERFORM S011-10     THRU    S011-EX
                   END-IF
           END-PERFORM
           MOVE    ZERO        TO      TBL-NEW-CNT
           .
       S010-EX.
           EXIT.

       S011-10.

           IF      TBL-CF-CNT  >=      20
                   GO      TO      S011-EX
           END-IF
           ADD     1           TO      TBL-CF-CNT
           MOVE    WK-CUR-F-NAME TO    TBL-CF-NAME (TBL-CF-CNT)
           MOVE    WK-KIND     TO      TBL-CF-KIND (TBL-CF-CNT)
           .
       S011-EX.
           EXIT.

      *    *** 1ファイルの突合せ(F番目の対象)
       S100-10.

           MOVE    TBL-CF-NAME (F) TO  WK-CUR-F-NAME
           MOVE    TBL-CF-KIND (F) TO  WK-KIND
           MOVE    ZERO        TO      WK-ADD-CNT
                                       WK-DEL-CNT
                                       WK-CHG-CNT
           MOVE    8           TO      WK-KEYLEN
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 11
                   IF      TBL-KIND-ID (K) =   WK-KIND
                           MOVE    TBL-KIND-KLEN (K) TO WK-KEYLEN
                   END-IF
           END-PERFORM

           PERFORM S110-10     THRU    S110-EX

           EVALUATE TRUE
               WHEN WK-CUR-OK = "N" AND WK-APV-OK = "N"
                   MOVE    "X"         TO      WK-FSTAT
               WHEN WK-CUR-OK = "N"
                   MOVE    "M"         TO      WK-FSTAT
               WHEN WK-APV-OK = "N"
                   MOVE    "U"         TO      WK-FSTAT
               WHEN OTHER
                   MOVE    "N"         TO      WK-FSTAT
           END-EVALUATE

           IF      WK-FSTAT    =       "X"
                   IF      WK-RPT-SW   =       "Y"
                           MOVE    SPACES      TO      RPT-REC
                           PERFORM S990-10     THRU    S990-EX
                           MOVE    SPACES      TO      RPT-REC
                           STRING  "FILE "     DELIMITED BY SIZE
                                   WK-CUR-F-NAME DELIMITED BY SPACE
                                   "  NOT IN USE" DELIMITED BY SIZE
                                   INTO    RPT-REC
                           END-STRING
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   GO      TO      S100-EX
           END-IF

      *    *** 最終承認の記録
           PERFORM S120-10     THRU    S120-EX

           IF      WK-RPT-SW   =       "Y"
                   MOVE    SPACES      TO      RPT-REC
                   PERFORM S990-10     THRU    S990-EX
                   MOVE    SPACES      TO      RPT-REC
                   STRING  "FILE "     DELIMITED BY SIZE
                           WK-CUR-F-NAME DELIMITED BY SPACE
                           "  KIND "   DELIMITED BY SIZE
                           WK-KIND     DELIMITED BY SPACE
                           INTO    RPT-REC
                   END-STRING
                   IF      WK-LAST-DATE >      ZERO
                           STRING  "  LAST APPROVED " DELIMITED BY SIZE
                                   WK-LAST-DATE DELIMITED BY SIZE
                                   " "         DELIMITED BY SIZE
                                   WK-LAST-TIME DELIMITED BY SIZE
                                   " BY "      DELIMITED BY SIZE
                                   WK-LAST-USER DELIMITED BY SPACE
                                   " TICKET "  DELIMITED BY SIZE
                                   WK-LAST-TICKET DELIMITED BY SPACE
                                   INTO    RPT-REC (61:72)
                           END-STRING
                   END-IF
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** 行の対応付け(キーが同じ未使用の旧行のうち最初の物)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-OLD-CNT
                   MOVE    "N"         TO      TBL-OLD-USED (I)
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-NEW-CNT
                   PERFORM S130-10     THRU    S130-EX
           END-PERFORM

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-OLD-CNT
                   IF      TBL-OLD-USED (J) =  "N"
                           ADD     1           TO      WK-DEL-CNT
                           IF      WK-RPT-SW   =       "Y"
                                   MOVE    SPACES      TO      RPT-REC
                                   MOVE    "  DELETED  " TO
                                           RPT-REC (1:11)
                                   MOVE    TBL-OLD-LINE (J)
                                           (1:WK-KEYLEN) TO
                                           RPT-REC (12:WK-KEYLEN)
                                   PERFORM S990-10     THRU    S990-EX
                                   MOVE    SPACES      TO      RPT-REC
                                   MOVE    "      - "  TO
                                           RPT-REC (1:8)
                                   MOVE    TBL-OLD-LINE (J) (1:120) TO
                                           RPT-REC (9:120)
                                   PERFORM S990-10     THRU    S990-EX
                           END-IF
                   END-IF
           END-PERFORM

           IF      WK-ADD-CNT + WK-DEL-CNT + WK-CHG-CNT > ZERO
              AND  WK-FSTAT    =       "N"
                   MOVE    "C"         TO      WK-FSTAT
           END-IF
           IF      WK-FSTAT    NOT =   "N"
                   ADD     1           TO      WK-DIFF-FILES
           END-IF

           IF      WK-RPT-SW   =       "Y"
                   MOVE    SPACES      TO      RPT-REC
                   EVALUATE WK-FSTAT
                       WHEN "N"
                           MOVE    "  RESULT  NO CHANGE" TO RPT-REC
                       WHEN "U"
                           MOVE    "  RESULT  NEVER APPROVED"
                                               TO      RPT-REC
                       WHEN "M"
                           MOVE    "  RESULT  FILE MISSING"
                                               TO      RPT-REC
                       WHEN OTHER
                           MOVE    "  RESULT  CHANGED" TO RPT-REC
                   END-EVALUATE
                   MOVE    WK-ADD-CNT  TO      WK-CNT-D
                   MOVE    "ADDED"     TO      RPT-REC (26:5)
                   MOVE    WK-CNT-D    TO      RPT-REC (32:4)
                   MOVE    WK-DEL-CNT  TO      WK-CNT-D
                   MOVE    "DELETED"   TO      RPT-REC (38:7)
                   MOVE    WK-CNT-D    TO      RPT-REC (46:4)
                   MOVE    WK-CHG-CNT  TO      WK-CNT-D
                   MOVE    "CHANGED"   TO      RPT-REC (52:7)
                   MOVE    WK-CNT-D    TO      RPT-REC (60:4)
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      LI-ID       =       "C"
              AND  WK-FSTAT    NOT =   "N"
                   DISPLAY WK-PGM-NAME " 未承認の変更 "
                           TRIM(WK-CUR-F-NAME)
                           " 状態=" WK-FSTAT
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 現物と承認済控えの読込み
       S110-10.

           MOVE    ZERO        TO      TBL-NEW-CNT
                                       TBL-OLD-CNT
           MOVE    "N"         TO      WK-CUR-OK
                                       WK-APV-OK

           OPEN    INPUT       CUR-F
           IF      WK-CUR-STATUS =     ZERO
                   MOVE    "Y"         TO      WK-CUR-OK
                   MOVE    LOW-VALUE   TO      WK-CUR-EOF
                   PERFORM UNTIL WK-CUR-EOF = HIGH-VALUE
                           MOVE    SPACES      TO      CUR-REC
                           READ    CUR-F
                           IF      WK-CUR-STATUS = ZERO
                              AND  TBL-NEW-CNT < 500
                                   ADD     1   TO      TBL-NEW-CNT
                                   MOVE    CUR-REC TO
                                           TBL-NEW-LINE (TBL-NEW-CNT)
                           ELSE
                                   MOVE    HIGH-VALUE  TO  WK-CUR-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   CUR-F
           END-IF

           MOVE    SPACE       TO      WK-APV-F-NAME
           STRING  WK-CUR-F-NAME DELIMITED BY SPACE
                   CFG-CHGCTL-SUFFIX DELIMITED BY SPACE
                   INTO    WK-APV-F-NAME
           END-STRING
           OPEN    INPUT       APV-F
           IF      WK-APV-STATUS =     ZERO
                   MOVE    "Y"         TO      WK-APV-OK
                   MOVE    LOW-VALUE   TO      WK-APV-EOF
                   PERFORM UNTIL WK-APV-EOF = HIGH-VALUE
                           MOVE    SPACES      TO      APV-REC
                           READ    APV-F
                           IF      WK-APV-STATUS = ZERO
                              AND  TBL-OLD-CNT < 500
                                   ADD     1   TO      TBL-OLD-CNT
                                   MOVE    APV-REC TO
                                           TBL-OLD-LINE (TBL-OLD-CNT)
                           ELSE
                                   MOVE    HIGH-VALUE  TO  WK-APV-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   APV-F
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 承認記録からこのファイルの最終承認を引く
       S120-10.

           MOVE    ZERO        TO      WK-LAST-DATE
                                       WK-LAST-TIME
           MOVE    SPACE       TO      WK-LAST-USER
                                       WK-LAST-TICKET

           OPEN    INPUT       CLOG-F
           IF      WK-CLOG-STATUS NOT = ZERO
                   GO      TO      S120-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-CLOG-EOF
           PERFORM UNTIL WK-CLOG-EOF   =       HIGH-VALUE
                   READ    CLOG-F
                   IF      WK-CLOG-STATUS =    ZERO
                           IF      CLOG-FILE   =       WK-CUR-F-NAME
                              AND  CLOG-DATE IS NUMERIC
                                   MOVE    CLOG-DATE   TO  WK-LAST-DATE
                                   MOVE    CLOG-TIME   TO  WK-LAST-TIME
                                   MOVE    CLOG-USER   TO  WK-LAST-USER
                                   MOVE    CLOG-TICKET TO
                                           WK-LAST-TICKET
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CLOG-EOF
                   END-IF
           END-PERFORM
           CLOSE   CLOG-F
           .
       S120-EX.
           EXIT.

      *    *** 現物のI行目を旧行へ対応付け、追加・変更を出す
      *    *** (注記行・空行はキーでなく行全体で対応させる)
       S130-10.

           IF      TBL-NEW-LINE (I) (1:1) = "*" OR "#"
              OR   TBL-NEW-LINE (I) (1:WK-KEYLEN) = SPACE
                   MOVE    512         TO      WK-LEN
           ELSE
                   MOVE    WK-KEYLEN   TO      WK-LEN
           END-IF

           MOVE    ZERO        TO      WK-HIT
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-OLD-CNT
                      OR WK-HIT > ZERO
                   IF      TBL-OLD-USED (J) =  "N"
                      AND  TBL-OLD-LINE (J) (1:WK-LEN) =
                           TBL-NEW-LINE (I) (1:WK-LEN)
                           MOVE    J           TO      WK-HIT
                   END-IF
           END-PERFORM

           MOVE    I           TO      WK-LINE-D
           IF      WK-HIT      =       ZERO
                   ADD     1           TO      WK-ADD-CNT
                   IF      WK-RPT-SW   =       "Y"
                           MOVE    SPACES      TO      RPT-REC
                           MOVE    "  ADDED    " TO    RPT-REC (1:11)
                           MOVE    TBL-NEW-LINE (I) (1:WK-KEYLEN) TO
                                   RPT-REC (12:WK-KEYLEN)
                           MOVE    "LINE"      TO      RPT-REC (44:4)
                           MOVE    WK-LINE-D   TO      RPT-REC (49:4)
                           PERFORM S990-10     THRU    S990-EX
                           MOVE    SPACES      TO      RPT-REC
                           MOVE    "      + "  TO      RPT-REC (1:8)
                           MOVE    TBL-NEW-LINE (I) (1:120) TO
                                   RPT-REC (9:120)
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   GO      TO      S130-EX
           END-IF

           MOVE    "Y"         TO      TBL-OLD-USED (WK-HIT)
           IF      TBL-OLD-LINE (WK-HIT) = TBL-NEW-LINE (I)
                   GO      TO      S130-EX
           END-IF

           ADD     1           TO      WK-CHG-CNT
           IF      WK-RPT-SW   NOT =   "Y"
                   GO      TO      S130-EX
           END-IF

           MOVE    SPACES      TO      RPT-REC
           MOVE    "  CHANGED  " TO    RPT-REC (1:11)
           MOVE    TBL-NEW-LINE (I) (1:WK-KEYLEN) TO
                   RPT-REC (12:WK-KEYLEN)
           MOVE    "LINE"      TO      RPT-REC (44:4)
           MOVE    WK-LINE-D   TO      RPT-REC (49:4)
           PERFORM S990-10     THRU    S990-EX

      *    *** 項目単位の相違(旧値 -> 新値、各40桁まで)
           MOVE    ZERO        TO      WK-FLD-HIT
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 42
                   IF      TBL-FLD-KIND (K) =  WK-KIND
                           MOVE    TBL-FLD-FROM (K) TO WK-FROM
                           MOVE    TBL-FLD-LEN (K)  TO WK-LEN
                           IF      TBL-OLD-LINE (WK-HIT)
                                   (WK-FROM:WK-LEN) NOT =
                                   TBL-NEW-LINE (I) (WK-FROM:WK-LEN)
                                   ADD     1   TO      WK-FLD-HIT
                                   PERFORM S131-10 THRU S131-EX
                           END-IF
                   END-IF
           END-PERFORM

      *    *** 項目外(区切り桁・末尾)だけの相違は行全体を並べる
           IF      WK-FLD-HIT  =       ZERO
                   MOVE    SPACES      TO      RPT-REC
                   MOVE    "      - "  TO      RPT-REC (1:8)
                   MOVE    TBL-OLD-LINE (WK-HIT) (1:120) TO
                           RPT-REC (9:120)
                   PERFORM S990-10     THRU    S990-EX
                   MOVE    SPACES      TO      RPT-REC
                   MOVE    "      + "  TO      RPT-REC (1:8)
                   MOVE    TBL-NEW-LINE (I) (1:120) TO
                           RPT-REC (9:120)
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S130-EX.
           EXIT.

      *    *** 項目1件の旧値・新値
       S131-10.

           MOVE    SPACE       TO      WK-OLD-D
                                       WK-NEW-D
           IF      WK-LEN      >       40
                   MOVE    40          TO      WK-LEN
           END-IF
           MOVE    TBL-OLD-LINE (WK-HIT) (WK-FROM:WK-LEN) TO WK-OLD-D
           MOVE    TBL-NEW-LINE (I) (WK-FROM:WK-LEN) TO WK-NEW-D

           MOVE    SPACES      TO      RPT-REC
           MOVE    TBL-FLD-NAME (K) TO RPT-REC (7:8)
           MOVE    WK-OLD-D    TO      RPT-REC (16:40)
           MOVE    "->"        TO      RPT-REC (57:2)
           MOVE    WK-NEW-D    TO      RPT-REC (60:40)
           PERFORM S990-10     THRU    S990-EX
           .
       S131-EX.
           EXIT.

      *    *** 承認
      *    *** 承認者が特定できない時(BATCHUSER未設定)は承認しない。
      *    *** 現物を承認済控えへ写し、相違件数と併せて承認記録へ残す
       S400-10.

           MOVE    LI-USER     TO      WK-USER
           IF      WK-USER     =       SPACE
                   ACCEPT  WK-USER     FROM    ENVIRONMENT "BATCHUSER"
                       ON EXCEPTION
                           MOVE    SPACE       TO      WK-USER
                   END-ACCEPT
           END-IF
           IF      WK-USER     =       SPACE
              OR   WK-USER     =       "UNKNOWN"
                   DISPLAY WK-PGM-NAME
                           " 承認者不明(BATCHUSER未設定)"
                   MOVE    -1          TO      LO-CNT
                   GO      TO      S400-EX
           END-IF

           MOVE    ZERO        TO      F
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-CF-CNT
                   IF      LI-FILE     =       TBL-CF-NAME (J)
                      AND  LI-FILE     NOT =   SPACE
                           MOVE    J           TO      F
                   END-IF
           END-PERFORM
           IF      F           =       ZERO
                   DISPLAY WK-PGM-NAME " 変更管理対象外 "
                           LI-FILE
                   MOVE    -1          TO      LO-CNT
                   GO      TO      S400-EX
           END-IF

      *    *** 承認前の相違件数を数える(レポートは出さない)
           PERFORM S100-10     THRU    S100-EX
           IF      WK-CUR-OK   NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 現物無し "
                           LI-FILE
                   MOVE    -1          TO      LO-CNT
                   GO      TO      S400-EX
           END-IF

      *    *** 現物を承認済控えへ写す
           OPEN    OUTPUT      APV-F
           IF      WK-APV-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " APV-F OPEN ERROR STATUS="
                           WK-APV-STATUS
                   MOVE    -1          TO      LO-CNT
                   GO      TO      S400-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-NEW-CNT
                   MOVE    TBL-NEW-LINE (I) TO APV-REC
                   WRITE   APV-REC
           END-PERFORM
           CLOSE   APV-F

      *    *** 承認記録
           MOVE    CURRENT-DATE TO     WK-NOW
           OPEN    EXTEND      CLOG-F
           IF      WK-CLOG-STATUS NOT = ZERO
                   OPEN    OUTPUT      CLOG-F
           END-IF
           IF      WK-CLOG-STATUS =    ZERO
                   MOVE    SPACE       TO      CLOG-REC
                   MOVE    WK-NOW (1:8) TO     CLOG-DATE
                   MOVE    WK-NOW (9:6) TO     CLOG-TIME
                   MOVE    WK-USER     TO      CLOG-USER
                   MOVE    LI-TICKET   TO      CLOG-TICKET
                   MOVE    LI-FILE     TO      CLOG-FILE
                   MOVE    WK-ADD-CNT  TO      CLOG-ADD
                   MOVE    WK-DEL-CNT  TO      CLOG-DEL
                   MOVE    WK-CHG-CNT  TO      CLOG-CHG
                   MOVE    TBL-NEW-CNT TO      CLOG-LINES
                   WRITE   CLOG-REC
                   CLOSE   CLOG-F
           ELSE
                   DISPLAY WK-PGM-NAME " CLOG-F OPEN ERROR STATUS="
                           WK-CLOG-STATUS
           END-IF

      *    *** 承認は統制記録のため W で残す(LOGERR.LVL で黙らせない)
           MOVE    WK-PGM-NAME TO      WK-LOGERR-PGM
           MOVE    SPACE       TO      WK-LOGERR-CONTEXT
           STRING  "SHOUNIN "  DELIMITED BY SIZE
                   LI-FILE     DELIMITED BY SPACE
                   " BY "      DELIMITED BY SIZE
                   WK-USER     DELIMITED BY SPACE
                   INTO    WK-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      WK-LOGERR-STATUS
           MOVE    "W"         TO      WK-LOGERR-SEVERITY
           CALL    "LOGERR"    USING   WK-LOGERR-PGM
                                       WK-LOGERR-CONTEXT
                                       WK-LOGERR-STATUS
                                       WK-LOGERR-SEVERITY

           DISPLAY WK-PGM-NAME " 承認 " TRIM(LI-FILE)
                   " BY " WK-USER " " LI-TICKET
           MOVE    ZERO        TO      LO-CNT
           .
       S400-EX.
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
