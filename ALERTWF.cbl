      *    *** アラート対応管理(受付・担当割当・対処メモ・完了) サブルーチン
      *    *** LOGERR.ALERT のアラートは状態を持たないため、対応済の物まで
      *    *** 状況ボード(STATBRD)・引き継ぎ(HANDOVER)に出続ける。
      *    *** 本ルーチンはアラートキーごとの対応状態(LOGERR.ALSTATE、
      *    *** アラートと同じキーの索引編成)を持ち、状態の変更は全て
      *    *** 誰が・いつを対応記録(LOGERR.ALAUDIT)へ1行ずつ残す。
      *    *** 状態 空白(状態記録無し)=未着手、A=受付済、C=完了
      *    *** (未着手・受付済を「未完了」として STATBRD/HANDOVER が数える)
      *    *** ID=A: 受付(LI-KEYのアラート)
      *    *** ID=S: 担当割当(LI-TEXT先頭16桁=担当者/チーム。未受付なら
      *    ***       受付も兼ねる)
      *    *** ID=N: 対処メモの記入(LI-TEXT)
      *    *** ID=C: 完了(LI-TEXTが有ればメモとして残す。メモの無い
      *    ***       アラートは完了できない。未受付なら受付も兼ねる)
      *    *** ID=O: 完了の取消し(受付済へ戻す)
      *    *** ID=L: 未完了アラート一覧(レポート)
      *    *** ID=R: 対応時間レポート(直近LI-DAYS日、省略時7日。
      *    ***       プログラム別・対処コード別に受付までと完了までの
      *    ***       平均／最悪分数)
      *    *** アラートの発生日はLOGERRの業務日付のため、正午前の時刻は
      *    *** 業務日付の翌日として経過を計る(夜間窓の正午区切り)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ALERTWF.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** アラートキュー(LOGERRが書く)
       SELECT ALERT-F          ASSIGN   WK-ALERT-F-NAME
                               STATUS   WK-ALERT-STATUS
           ORGANIZATION        INDEXED
           ACCESS MODE         DYNAMIC
           RECORD KEY          AL-KEY.

      *    *** アラート対応状態(アラートと同じキー)
       SELECT AST-F            ASSIGN   WK-AST-F-NAME
                               STATUS   WK-AST-STATUS
           ORGANIZATION        INDEXED
           ACCESS MODE         DYNAMIC
           RECORD KEY          AST-KEY.

      *    *** 対応記録(状態変更1件1行追記)
       SELECT AUD-F            ASSIGN   WK-AUD-F-NAME
                               STATUS   WK-AUD-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** LOGERR の ALERT-REC と同一レイアウト
       FD  ALERT-F
           LABEL RECORDS ARE STANDARD.
       01  ALERT-REC.
           03  AL-KEY.
             05  AL-DATE       PIC  9(008).
             05  AL-TIME       PIC  9(006).
             05  AL-SEQ        PIC  9(003).
           03  FILLER          PIC  X(001).
           03  AL-PGM          PIC  X(008).
           03  FILLER          PIC  X(001).
           03  AL-CONTEXT      PIC  X(040).
           03  FILLER          PIC  X(001).
           03  AL-STATUS       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  AL-ACTION      PIC  X(008).
           03  FILLER          PIC  X(001).
           03  AL-SEV          PIC  X(001).

      *    *** 対応状態1件= キー 状態 担当 受付者/日時 割当者/日時
      *    ***               完了者/日時 対処メモ(日時はYYYYMMDDHHMMSS)
       FD  AST-F
           LABEL RECORDS ARE STANDARD.
       01  AST-REC.
           03  AST-KEY.
             05  AST-DATE      PIC  9(008).
             05  AST-TIME      PIC  9(006).
             05  AST-SEQ       PIC  9(003).
           03  FILLER          PIC  X(001).
           03  AST-STATE       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  AST-ASSIGN      PIC  X(016).
           03  FILLER          PIC  X(001).
           03  AST-ACK-USER    PIC  X(008).
           03  FILLER          PIC  X(001).
           03  AST-ACK-TS      PIC  9(014).
           03  FILLER          PIC  X(001).
           03  AST-ASN-USER    PIC  X(008).
           03  FILLER          PIC  X(001).
           03  AST-ASN-TS      PIC  9(014).
           03  FILLER          PIC  X(001).
           03  AST-CLS-USER    PIC  X(008).
           03  FILLER          PIC  X(001).
           03  AST-CLS-TS      PIC  9(014).
           03  FILLER          PIC  X(001).
           03  AST-NOTE        PIC  X(060).

      *    *** 対応記録1行= 日時 操作者 アラートキー 操作 内容
      *    ***   操作 ACK/ASSIGN/NOTE/CLOSE/REOPEN
       FD  AUD-F
           LABEL RECORDS ARE STANDARD.
       01  AUD-REC.
           03  AUD-TS          PIC  9(014).
           03  FILLER          PIC  X(001).
           03  AUD-USER        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  AUD-KEY         PIC  X(017).
           03  FILLER          PIC  X(001).
           03  AUD-ACT         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  AUD-TEXT        PIC  X(060).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "ALERTWF".

           03  WK-ALERT-F-NAME PIC  X(032) VALUE
               "LOGERR.ALERT".
           03  WK-ALERT-STATUS PIC  9(002) VALUE ZERO.
           03  WK-ALERT-EOF    PIC  X(001) VALUE LOW-VALUE.

           03  WK-AST-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-AST-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-AST-OPEN     PIC  X(001) VALUE "N".

           03  WK-AUD-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-AUD-STATUS   PIC  9(002) VALUE ZERO.

           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 操作者(LI-USER、空白はBATCHUSER)
           03  WK-USER         PIC  X(008) VALUE SPACE.

      *    *** 状態記録の有無と、今回の操作(対応記録用)
           03  WK-AST-HIT      PIC  X(001) VALUE "N".
           03  WK-ACT          PIC  X(008) VALUE SPACE.
           03  WK-ACT-TEXT     PIC  X(060) VALUE SPACE.

      *    *** 現在日時(YYYYMMDDHHMMSS)
           03  WK-NOW          PIC  X(021) VALUE SPACE.
           03  WK-NOW-TS       PIC  9(014) VALUE ZERO.

      *    *** 経過秒の計算用
           03  WK-TS-DATE      PIC  9(008) VALUE ZERO.
           03  WK-TS-TIME.
             05  WK-TS-HH      PIC  9(002) VALUE ZERO.
             05  WK-TS-MI      PIC  9(002) VALUE ZERO.
             05  WK-TS-SS      PIC  9(002) VALUE ZERO.
           03  WK-TS-SEC       BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-AL-SEC       BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-EV-SEC       BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-ACK-SEC      BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-CLS-SEC      BINARY-DOUBLE SYNC VALUE ZERO.

      *    *** 対象期間(業務日付-LI-DAYS日〜業務日付)
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-TODAY        PIC  9(008) VALUE ZERO.
           03  WK-CUTOFF       PIC  9(008) VALUE ZERO.
           03  WK-DAYS         BINARY-LONG SYNC VALUE ZERO.

      *    *** 集計の振分け(P=プログラム別、A=対処コード別)
           03  WK-AGG-KIND     PIC  X(001) VALUE SPACE.
           03  WK-AGG-NAME     PIC  X(008) VALUE SPACE.
           03  WK-AGG-HIT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OPEN-SW      PIC  X(001) VALUE "N".

      *    *** 編集
           03  WK-CNT-D        PIC  ZZZ,ZZ9.
           03  WK-MIN          BINARY-DOUBLE SYNC VALUE ZERO.

      *    *** 対応時間集計(プログラム別最大50、対処コード別最大20)
       01  TBL-AGG-AREA.
           03  TBL-AGG-ENT     OCCURS 70.
             05  TBL-AGG-KIND  PIC  X(001).
             05  TBL-AGG-NAME  PIC  X(008).
             05  TBL-AGG-CNT   BINARY-LONG SYNC.
             05  TBL-AGG-OPEN  BINARY-LONG SYNC.
             05  TBL-AGG-ACK   BINARY-LONG SYNC.
             05  TBL-AGG-ACKS  BINARY-DOUBLE SYNC.
             05  TBL-AGG-ACKM  BINARY-DOUBLE SYNC.
             05  TBL-AGG-CLS   BINARY-LONG SYNC.
             05  TBL-AGG-CLSS  BINARY-DOUBLE SYNC.
             05  TBL-AGG-CLSM  BINARY-DOUBLE SYNC.
       01  TBL-AGG-CNT-P       BINARY-LONG SYNC VALUE ZERO.
       01  TBL-AGG-CNT-A       BINARY-LONG SYNC VALUE ZERO.
       01  TBL-AGG-MAX         BINARY-LONG SYNC VALUE ZERO.

       01  RPT-LINE-AREA.
           03  RL-NAME         PIC  X(008).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  RL-CNT          PIC  ZZZ,ZZ9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  RL-OPEN         PIC  ZZZ,ZZ9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  RL-ACK          PIC  ZZZ,ZZ9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  RL-ACKA         PIC  ZZZ,ZZ9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  RL-ACKM         PIC  ZZZ,ZZ9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  RL-CLS          PIC  ZZZ,ZZ9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  RL-CLSA         PIC  ZZZ,ZZ9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  RL-CLSM         PIC  ZZZ,ZZ9.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** A=受付, S=担当割当, N=メモ, C=完了, O=完了取消し,
      *    *** L=未完了一覧, R=対応時間レポート
       01  LI-ID               PIC  X(001).

      *    *** アラートキー(日付8桁+時刻6桁+連番3桁。L/Rでは無視)
       01  LI-KEY              PIC  X(017).

      *    *** 操作者(空白=環境変数BATCHUSER)
       01  LI-USER             PIC  X(008).

      *    *** 担当者(S)・対処メモ(N/C)
       01  LI-TEXT             PIC  X(060).

      *    *** レポートの対象日数(R。0=7日)
       01  LI-DAYS             PIC  9(003).

      *    *** レポートファイル名(空白=ALERTWF.RPT。L/R以外は無視)
       01  LI-RPT-FILENAME     PIC  X(256).

      *    *** 戻り 0=正常, 4=操作できない(未登録キー・完了済等),
      *    ***      8=ファイル異常。L/Rでは未完了アラート件数
       01  LO-RC               BINARY-LONG SYNC.

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-KEY
                                       LI-USER
                                       LI-TEXT
                                       LI-DAYS
                                       LI-RPT-FILENAME
                                       LO-RC
           .
       M100-10.

           MOVE    ZERO        TO      LO-RC

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-ALERTWF-STATE-NAME TO WK-AST-F-NAME
           MOVE    CFG-ALERTWF-AUDIT-NAME TO WK-AUD-F-NAME

           MOVE    CURRENT-DATE TO     WK-NOW
           MOVE    WK-NOW (1:14) TO    WK-NOW-TS

           EVALUATE LI-ID
               WHEN "A"
               WHEN "S"
               WHEN "N"
               WHEN "C"
               WHEN "O"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "L"
               WHEN "R"
                   PERFORM S300-10     THRU    S300-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID A,S,N,C,O,L,R 指定"
                   MOVE    8           TO      LO-RC
           END-EVALUATE
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 状態変更(受付・担当割当・メモ・完了・完了取消し)
      *    *** 操作者が特定できない時(BATCHUSER未設定)は変更しない
       S100-10.

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
                           " 操作者不明(BATCHUSER未設定)"
                   MOVE    4           TO      LO-RC
                   GO      TO      S100-EX
           END-IF

      *    *** 対象アラートの存在確認
           OPEN    INPUT       ALERT-F
           IF      WK-ALERT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " ALERT-F OPEN ERROR STATUS="
                           WK-ALERT-STATUS
                   MOVE    8           TO      LO-RC
                   GO      TO      S100-EX
           END-IF
           MOVE    LI-KEY      TO      AL-KEY
           READ    ALERT-F
               INVALID KEY
                   MOVE    4           TO      LO-RC
           END-READ
           CLOSE   ALERT-F
           IF      LO-RC       NOT =   ZERO
                   DISPLAY WK-PGM-NAME " アラート無し KEY=" LI-KEY
                   GO      TO      S100-EX
           END-IF

           PERFORM S110-10     THRU    S110-EX
           IF      WK-AST-OPEN NOT =   "Y"
                   MOVE    8           TO      LO-RC
                   GO      TO      S100-EX
           END-IF

           MOVE    LI-KEY      TO      AST-KEY
           MOVE    "Y"         TO      WK-AST-HIT
           READ    AST-F
               INVALID KEY
                   MOVE    "N"         TO      WK-AST-HIT
           END-READ
           IF      WK-AST-HIT  =       "N"
                   MOVE    SPACE       TO      AST-REC
                   MOVE    LI-KEY      TO      AST-KEY
                   MOVE    ZERO        TO      AST-ACK-TS
                                               AST-ASN-TS
                                               AST-CLS-TS
           END-IF

           MOVE    SPACE       TO      WK-ACT
                                       WK-ACT-TEXT
           EVALUATE LI-ID
               WHEN "A"
                   PERFORM S120-10     THRU    S120-EX
               WHEN "S"
                   PERFORM S130-10     THRU    S130-EX
               WHEN "N"
                   PERFORM S140-10     THRU    S140-EX
               WHEN "C"
                   PERFORM S150-10     THRU    S150-EX
               WHEN "O"
                   PERFORM S160-10     THRU    S160-EX
           END-EVALUATE

           IF      LO-RC       =       ZERO
                   IF      WK-AST-HIT  =       "Y"
                           REWRITE AST-REC
                   ELSE
                           WRITE   AST-REC
                   END-IF
                   IF      WK-AST-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " AST-F WRITE ERROR STATUS="
                                   WK-AST-STATUS
                           MOVE    8           TO      LO-RC
                   END-IF
           END-IF
           CLOSE   AST-F
           MOVE    "N"         TO      WK-AST-OPEN

           IF      LO-RC       =       ZERO
                   PERFORM S170-10     THRU    S170-EX
                   DISPLAY WK-PGM-NAME " " LI-KEY " " WK-ACT
                           " BY " WK-USER
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 対応状態ファイルを更新用に開く(無ければ作る)
       S110-10.

           MOVE    "N"         TO      WK-AST-OPEN
           OPEN    I-O         AST-F
           IF      WK-AST-STATUS NOT = ZERO
                   OPEN    OUTPUT      AST-F
                   IF      WK-AST-STATUS =     ZERO
                           CLOSE   AST-F
                           OPEN    I-O         AST-F
                   END-IF
           END-IF
           IF      WK-AST-STATUS =     ZERO
                   MOVE    "Y"         TO      WK-AST-OPEN
           ELSE
                   DISPLAY WK-PGM-NAME " AST-F OPEN ERROR STATUS="
                           WK-AST-STATUS
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 受付
       S120-10.

           IF      AST-STATE   =       "C"
                   DISPLAY WK-PGM-NAME " 完了済 KEY=" LI-KEY
                   MOVE    4           TO      LO-RC
                   GO      TO      S120-EX
           END-IF
           IF      AST-STATE   =       "A"
                   DISPLAY WK-PGM-NAME " 受付済 KEY=" LI-KEY
                           " BY " AST-ACK-USER
                   MOVE    4           TO      LO-RC
                   GO      TO      S120-EX
           END-IF

           PERFORM S121-10     THRU    S121-EX
           .
       S120-EX.
           EXIT.

      *    *** 受付の記録(担当割当・完了が受付を兼ねる時も使う)
       S121-10.

           MOVE    "A"         TO      AST-STATE
           MOVE    WK-USER     TO      AST-ACK-USER
           MOVE    WK-NOW-TS   TO      AST-ACK-TS
           MOVE    "ACK"       TO      WK-ACT
           .
       S121-EX.
           EXIT.

      *    *** 担当割当(未受付なら受付も兼ねる)
       S130-10.

           IF      AST-STATE   =       "C"
                   DISPLAY WK-PGM-NAME " 完了済 KEY=" LI-KEY
                   MOVE    4           TO      LO-RC
                   GO      TO      S130-EX
           END-IF
           IF      LI-TEXT     =       SPACE
                   DISPLAY WK-PGM-NAME " 担当者の指定無し"
                   MOVE    4           TO      LO-RC
                   GO      TO      S130-EX
           END-IF

           IF      AST-STATE   NOT =   "A"
                   PERFORM S121-10     THRU    S121-EX
                   PERFORM S170-10     THRU    S170-EX
           END-IF
           MOVE    LI-TEXT (1:16) TO   AST-ASSIGN
           MOVE    WK-USER     TO      AST-ASN-USER
           MOVE    WK-NOW-TS   TO      AST-ASN-TS
           MOVE    "ASSIGN"    TO      WK-ACT
           MOVE    LI-TEXT (1:16) TO   WK-ACT-TEXT
           .
       S130-EX.
           EXIT.

      *    *** 対処メモ(状態は変えない)
       S140-10.

           IF      LI-TEXT     =       SPACE
                   DISPLAY WK-PGM-NAME " メモの指定無し"
                   MOVE    4           TO      LO-RC
                   GO      TO      S140-EX
           END-IF

           MOVE    LI-TEXT     TO      AST-NOTE
           MOVE    "NOTE"      TO      WK-ACT
           MOVE    LI-TEXT     TO      WK-ACT-TEXT
           .
       S140-EX.
           EXIT.

      *    *** 完了(対処メモ必須。未受付なら受付も兼ねる)
       S150-10.

           IF      AST-STATE   =       "C"
                   DISPLAY WK-PGM-NAME " 完了済 KEY=" LI-KEY
                   MOVE    4           TO      LO-RC
                   GO      TO      S150-EX
           END-IF
           IF      LI-TEXT     NOT =   SPACE
                   MOVE    LI-TEXT     TO      AST-NOTE
           END-IF
           IF      AST-NOTE    =       SPACE
                   DISPLAY WK-PGM-NAME " メモ無し完了不可"
                   MOVE    4           TO      LO-RC
                   GO      TO      S150-EX
           END-IF

           IF      AST-STATE   NOT =   "A"
                   PERFORM S121-10     THRU    S121-EX
                   PERFORM S170-10     THRU    S170-EX
           END-IF
           MOVE    "C"         TO      AST-STATE
           MOVE    WK-USER     TO      AST-CLS-USER
           MOVE    WK-NOW-TS   TO      AST-CLS-TS
           MOVE    "CLOSE"     TO      WK-ACT
           MOVE    AST-NOTE    TO      WK-ACT-TEXT
           .
       S150-EX.
           EXIT.

      *    *** 完了の取消し(受付済へ戻す。完了者・日時は消す)
       S160-10.

           IF      AST-STATE   NOT =   "C"
                   DISPLAY WK-PGM-NAME " 未完了 KEY=" LI-KEY
                   MOVE    4           TO      LO-RC
                   GO      TO      S160-EX
           END-IF

           MOVE    "A"         TO      AST-STATE
           MOVE    SPACE       TO      AST-CLS-USER
           MOVE    ZERO        TO      AST-CLS-TS
           MOVE    "REOPEN"    TO      WK-ACT
           MOVE    LI-TEXT     TO      WK-ACT-TEXT
           .
       S160-EX.
           EXIT.

      *    *** 対応記録へ1行追記(誰が・いつ・何を)
       S170-10.

           OPEN    EXTEND      AUD-F
           IF      WK-AUD-STATUS NOT = ZERO
                   OPEN    OUTPUT      AUD-F
           END-IF
           IF      WK-AUD-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " AUD-F OPEN ERROR STATUS="
                           WK-AUD-STATUS
                   GO      TO      S170-EX
           END-IF
           MOVE    SPACE       TO      AUD-REC
           MOVE    WK-NOW-TS   TO      AUD-TS
           MOVE    WK-USER     TO      AUD-USER
           MOVE    LI-KEY      TO      AUD-KEY
           MOVE    WK-ACT      TO      AUD-ACT
           MOVE    WK-ACT-TEXT TO      AUD-TEXT
           WRITE   AUD-REC
           CLOSE   AUD-F
           .
       S170-EX.
           EXIT.

      *    *** 一覧(L)・対応時間レポート(R)
      *    *** アラートキューを発生順に読み、対応状態を突き合わせる
       S300-10.

           MOVE    TRIM(LI-RPT-FILENAME) TO WK-RPT-F-NAME
           IF      WK-RPT-F-NAME =     SPACE
                   MOVE    "ALERTWF.RPT" TO    WK-RPT-F-NAME
           END-IF

      *    *** 対象期間(Rのみ。業務日付からLI-DAYS日遡る)
           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-TODAY
                                       WK-BIZ-STAT
           MOVE    LI-DAYS     TO      WK-DAYS
           IF      WK-DAYS     =       ZERO
                   MOVE    7           TO      WK-DAYS
           END-IF
           COMPUTE WK-CUTOFF = DATE-OF-INTEGER
                             ( INTEGER-OF-DATE (WK-TODAY) - WK-DAYS )

           OPEN    INPUT       ALERT-F
           IF      WK-ALERT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " ALERT-F OPEN ERROR STATUS="
                           WK-ALERT-STATUS
                   MOVE    8           TO      LO-RC
                   GO      TO      S300-EX
           END-IF
      *    *** 対応状態ファイルが無い=全て未着手
           MOVE    "N"         TO      WK-AST-OPEN
           OPEN    INPUT       AST-F
           IF      WK-AST-STATUS =     ZERO
                   MOVE    "Y"         TO      WK-AST-OPEN
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "ALERT WORKFLOW REPORT"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   CLOSE   ALERT-F
                   MOVE    8           TO      LO-RC
                   GO      TO      S300-EX
           END-IF

           MOVE    SPACES      TO      RPT-REC
           IF      LI-ID       =       "L"
                   STRING  "OPEN ALERTS  " DELIMITED BY SIZE
                           WK-NOW (1:8) DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-NOW (9:6) DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S991-10     THRU    S991-EX
                   MOVE    "KEY               PGM      ACTION   ST "
                                       TO      RPT-REC
                   MOVE    "ASSIGN           CONTEXT"
                                       TO      RPT-REC (40:)
                   PERFORM S991-10     THRU    S991-EX
           ELSE
                   STRING  "ALERT RESPONSE TIMES (FROM " DELIMITED
                                                   BY SIZE
                           WK-CUTOFF   DELIMITED BY SIZE
                           " TO "      DELIMITED BY SIZE
                           WK-TODAY    DELIMITED BY SIZE
                           ", MINUTES)" DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S991-10     THRU    S991-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-ALERT-EOF
           PERFORM UNTIL WK-ALERT-EOF  =       HIGH-VALUE
                   READ    ALERT-F NEXT
                   IF      WK-ALERT-STATUS =   ZERO
                           PERFORM S310-10     THRU    S310-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-ALERT-EOF
                   END-IF
           END-PERFORM

           IF      LI-ID       =       "R"
                   PERFORM S330-10     THRU    S330-EX
           END-IF

           MOVE    SPACES      TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           MOVE    LO-RC       TO      WK-CNT-D
           STRING  "OPEN ALERTS = " DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           CLOSE   ALERT-F
           IF      WK-AST-OPEN =       "Y"
                   CLOSE   AST-F
                   MOVE    "N"         TO      WK-AST-OPEN
           END-IF
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           DISPLAY WK-PGM-NAME " 未完了=" LO-RC " => "
                   TRIM(WK-RPT-F-NAME)
           .
       S300-EX.
           EXIT.

      *    *** アラート1件(状態を引き、未完了なら数えて一覧へ、
      *    *** Rでは期間内の物を集計する)
       S310-10.

           MOVE    "N"         TO      WK-AST-HIT
           IF      WK-AST-OPEN =       "Y"
                   MOVE    AL-KEY      TO      AST-KEY
                   MOVE    "Y"         TO      WK-AST-HIT
                   READ    AST-F
                       INVALID KEY
                           MOVE    "N"         TO      WK-AST-HIT
                   END-READ
           END-IF
           IF      WK-AST-HIT  =       "N"
                   MOVE    SPACE       TO      AST-STATE
                                               AST-ASSIGN
                   MOVE    ZERO        TO      AST-ACK-TS
                                               AST-CLS-TS
           END-IF

           IF      AST-STATE   =       "C"
                   MOVE    "N"         TO      WK-OPEN-SW
           ELSE
                   MOVE    "Y"         TO      WK-OPEN-SW
                   ADD     1           TO      LO-RC
           END-IF

           IF      LI-ID       =       "L"
                   IF      WK-OPEN-SW  =       "Y"
                           MOVE    SPACES      TO      RPT-REC
                           MOVE    AL-KEY      TO      RPT-REC (1:17)
                           MOVE    AL-PGM      TO      RPT-REC (19:8)
                           MOVE    AL-ACTION   TO      RPT-REC (28:8)
                           IF      AST-STATE   =       SPACE
                                   MOVE "-"    TO      RPT-REC (37:1)
                           ELSE
                                   MOVE AST-STATE TO   RPT-REC (37:1)
                           END-IF
                           MOVE    AST-ASSIGN  TO      RPT-REC (40:16)
                           MOVE    AL-CONTEXT  TO      RPT-REC (57:40)
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   GO      TO      S310-EX
           END-IF

           IF      AL-DATE     <       WK-CUTOFF
              OR   AL-DATE     >       WK-TODAY
                   GO      TO      S310-EX
           END-IF

      *    *** 受付・完了までの経過秒(未受付・未完了は-1)
           MOVE    -1          TO      WK-ACK-SEC
                                       WK-CLS-SEC
           IF      AST-ACK-TS  >       ZERO
                   MOVE    AST-ACK-TS (1:8) TO WK-TS-DATE
                   MOVE    AST-ACK-TS (9:6) TO WK-TS-TIME
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    WK-TS-SEC   TO      WK-EV-SEC
                   PERFORM S910-10     THRU    S910-EX
                   COMPUTE WK-ACK-SEC = WK-EV-SEC - WK-AL-SEC
           END-IF
           IF      AST-STATE   =       "C"
              AND  AST-CLS-TS  >       ZERO
                   MOVE    AST-CLS-TS (1:8) TO WK-TS-DATE
                   MOVE    AST-CLS-TS (9:6) TO WK-TS-TIME
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    WK-TS-SEC   TO      WK-EV-SEC
                   PERFORM S910-10     THRU    S910-EX
                   COMPUTE WK-CLS-SEC = WK-EV-SEC - WK-AL-SEC
           END-IF

           MOVE    "P"         TO      WK-AGG-KIND
           MOVE    AL-PGM      TO      WK-AGG-NAME
           PERFORM S320-10     THRU    S320-EX
           MOVE    "A"         TO      WK-AGG-KIND
           MOVE    AL-ACTION   TO      WK-AGG-NAME
           PERFORM S320-10     THRU    S320-EX
           .
       S310-EX.
           EXIT.

      *    *** 集計表へ積上げる(WK-AGG-KIND/WK-AGG-NAMEの行)
       S320-10.

           MOVE    ZERO        TO      WK-AGG-HIT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-AGG-MAX
                   IF      TBL-AGG-KIND (I) =  WK-AGG-KIND
                      AND  TBL-AGG-NAME (I) =  WK-AGG-NAME
                           MOVE    I           TO      WK-AGG-HIT
                   END-IF
           END-PERFORM
           IF      WK-AGG-HIT  =       ZERO
                   IF      WK-AGG-KIND =       "P"
                      AND  TBL-AGG-CNT-P >=    50
                           GO      TO      S320-EX
                   END-IF
                   IF      WK-AGG-KIND =       "A"
                      AND  TBL-AGG-CNT-A >=    20
                           GO      TO      S320-EX
                   END-IF
                   IF      WK-AGG-KIND =       "P"
                           ADD     1           TO      TBL-AGG-CNT-P
                   ELSE
                           ADD     1           TO      TBL-AGG-CNT-A
                   END-IF
                   ADD     1           TO      TBL-AGG-MAX
                   MOVE    TBL-AGG-MAX TO      WK-AGG-HIT
                   INITIALIZE TBL-AGG-ENT (WK-AGG-HIT)
                   MOVE    WK-AGG-KIND TO      TBL-AGG-KIND (WK-AGG-HIT)
                   MOVE    WK-AGG-NAME TO      TBL-AGG-NAME (WK-AGG-HIT)
           END-IF

           ADD     1           TO      TBL-AGG-CNT (WK-AGG-HIT)
           IF      WK-OPEN-SW  =       "Y"
                   ADD     1           TO      TBL-AGG-OPEN (WK-AGG-HIT)
           END-IF
           IF      WK-ACK-SEC  >=      ZERO
                   ADD     1           TO      TBL-AGG-ACK (WK-AGG-HIT)
                   ADD     WK-ACK-SEC  TO      TBL-AGG-ACKS (WK-AGG-HIT)
                   IF      WK-ACK-SEC  >       TBL-AGG-ACKM (WK-AGG-HIT)
                           MOVE    WK-ACK-SEC  TO
                                   TBL-AGG-ACKM (WK-AGG-HIT)
                   END-IF
           END-IF
           IF      WK-CLS-SEC  >=      ZERO
                   ADD     1           TO      TBL-AGG-CLS (WK-AGG-HIT)
                   ADD     WK-CLS-SEC  TO      TBL-AGG-CLSS (WK-AGG-HIT)
                   IF      WK-CLS-SEC  >       TBL-AGG-CLSM (WK-AGG-HIT)
                           MOVE    WK-CLS-SEC  TO
                                   TBL-AGG-CLSM (WK-AGG-HIT)
                   END-IF
           END-IF
           .
       S320-EX.
           EXIT.

      *    *** 対応時間レポート本体(プログラム別→対処コード別)
       S330-10.

           MOVE    SPACES      TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           MOVE    "BY PROGRAM" TO     RPT-REC
           PERFORM S991-10     THRU    S991-EX
           MOVE    "P"         TO      WK-AGG-KIND
           PERFORM S331-10     THRU    S331-EX

           MOVE    SPACES      TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           MOVE    "BY ACTION" TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX
           MOVE    "A"         TO      WK-AGG-KIND
           PERFORM S331-10     THRU    S331-EX
           .
       S330-EX.
           EXIT.

      *    *** 集計表の WK-AGG-KIND の行を出す(経過は分へ丸める)
       S331-10.

           MOVE    "NAME       ALERTS     OPEN    ACKED  AVG-ACK"
                               TO      RPT-REC
           MOVE    "MAX-ACK   CLOSED  AVG-RES  MAX-RES"
                               TO      RPT-REC (47:)
           PERFORM S991-10     THRU    S991-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-AGG-MAX
                   IF      TBL-AGG-KIND (I) =  WK-AGG-KIND
                           MOVE    TBL-AGG-NAME (I) TO RL-NAME
                           MOVE    TBL-AGG-CNT (I)  TO RL-CNT
                           MOVE    TBL-AGG-OPEN (I) TO RL-OPEN
                           MOVE    TBL-AGG-ACK (I)  TO RL-ACK
                           MOVE    ZERO        TO      WK-MIN
                           IF      TBL-AGG-ACK (I) >   ZERO
                                   COMPUTE WK-MIN ROUNDED =
                                           TBL-AGG-ACKS (I)
                                         / TBL-AGG-ACK (I) / 60
                           END-IF
                           MOVE    WK-MIN      TO      RL-ACKA
                           COMPUTE WK-MIN ROUNDED =
                                   TBL-AGG-ACKM (I) / 60
                           MOVE    WK-MIN      TO      RL-ACKM
                           MOVE    TBL-AGG-CLS (I)  TO RL-CLS
                           MOVE    ZERO        TO      WK-MIN
                           IF      TBL-AGG-CLS (I) >   ZERO
                                   COMPUTE WK-MIN ROUNDED =
                                           TBL-AGG-CLSS (I)
                                         / TBL-AGG-CLS (I) / 60
                           END-IF
                           MOVE    WK-MIN      TO      RL-CLSA
                           COMPUTE WK-MIN ROUNDED =
                                   TBL-AGG-CLSM (I) / 60
                           MOVE    WK-MIN      TO      RL-CLSM
                           MOVE    RPT-LINE-AREA TO    RPT-REC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM
           .
       S331-EX.
           EXIT.

      *    *** 日付(WK-TS-DATE)+時刻(WK-TS-TIME)を通算秒(WK-TS-SEC)へ
       S900-10.

           COMPUTE WK-TS-SEC = INTEGER-OF-DATE (WK-TS-DATE) * 86400
                             + WK-TS-HH * 3600
                             + WK-TS-MI * 60
                             + WK-TS-SS
           .
       S900-EX.
           EXIT.

      *    *** アラート発生の通算秒(WK-AL-SEC)
      *    *** 正午前の時刻は業務日付の翌日とみなす。ただしそれでは
      *    *** 対応日時(WK-EV-SEC)より後になる時は業務日付のままとする
      *    *** (営業日付管理の無い環境では発生日がシステム日付のため)
       S910-10.

           MOVE    AL-DATE     TO      WK-TS-DATE
           MOVE    AL-TIME     TO      WK-TS-TIME
           PERFORM S900-10     THRU    S900-EX
           MOVE    WK-TS-SEC   TO      WK-AL-SEC
           IF      WK-TS-HH    <       12
              AND  WK-AL-SEC + 86400 <= WK-EV-SEC
                   ADD     86400       TO      WK-AL-SEC
           END-IF
           .
       S910-EX.
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
