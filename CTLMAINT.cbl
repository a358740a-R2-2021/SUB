      *    *** 運用制御ファイル 保守プログラム(対話)
      *    *** ステップ制御カード(MAINJOB.STEPCTL、月末・期末・ジョブ別
      *    *** カードもファイル名指定で可)、実行カレンダー
      *    *** (MAINJOB.RUNCAL)、バッチ窓SLA(DATETIME.SLA)、
      *    *** 実行時パラメータ(CONFIG.OVR)、会社一覧(MAINJOB.COMPANY)を
      *    *** 端末から一覧・追加・変更・削除し、各プログラムが読む
      *    *** 桁位置のまま書き戻す。桁ずれ1つで夜の動きが黙って変わる
      *    *** 手編集の代わりに使う。入力は項目ごとに点検する:
      *    ***   ステップID   組込み(S001〜S090)か登録簿(PGMREG)に有る
      *    ***   先行         デッキ内のステップで、循環しない
      *    ***   時刻         HHMM(00〜23時・00〜59分)
      *    ***   日付         DATEWEEK で実在する日付
      *    ***   CFG項目名    CPCONFIG に有る名前。数字項目は桁数分の
      *    ***                数字(左を零で埋める)、英数項目は桁数以内
      *    *** 注記行("*" "#" 始まり・空行)は触らず位置もそのまま残す。
      *    *** 変更項目の入力は 空白=現状のまま、"-"=空白にする、
      *    *** "/"=その行の入力を取り消す。
      *    *** 起動時に操作者認可(OPAUTH CTLMAINT MAINT)を通し、保存は
      *    *** 1回ずつLOGERRへ W で残す。保存後の現物は変更管理(CHGCTL)
      *    *** の承認を受けるまで未承認の変更として扱われる
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CTLMAINT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 保守対象の制御ファイル
       SELECT MNT-F            ASSIGN   WK-MNT-F-NAME
                               STATUS   WK-MNT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** ステップ登録簿(ステップIDの点検用)
       SELECT REG-F            ASSIGN   WK-REG-F-NAME
                               STATUS   WK-REG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** CPCONFIGコピー句(CFG項目名と桁数の点検用)
       SELECT CFG-F            ASSIGN   WK-CFG-F-NAME
                               STATUS   WK-CFG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  MNT-F
           LABEL RECORDS ARE STANDARD.
       01  MNT-REC             PIC  X(423).

      *    *** STEPREG の REG-REC の先頭
       FD  REG-F
           LABEL RECORDS ARE STANDARD.
       01  REG-REC.
           03  REG-STEP        PIC  X(004).
           03  FILLER          PIC  X(252).

       FD  CFG-F
           LABEL RECORDS ARE STANDARD.
       01  CFG-REC             PIC  X(256).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CTLMAINT".

      *    *** 操作者認可(OPAUTH)
           03  WK-AUTH-FUNC    PIC  X(008) VALUE SPACE.
           03  WK-AUTH-USER    PIC  X(016) VALUE SPACE.
           03  WK-AUTH-RESULT  PIC  X(001) VALUE SPACE.

           03  WK-MNT-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-MNT-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-MNT-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-REG-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-REG-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-REG-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-CFG-F-NAME   PIC  X(032) VALUE
               "copybooks/CPCONFIG.cpy".
           03  WK-CFG-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CFG-EOF      PIC  X(001) VALUE LOW-VALUE.

      *    *** 保守対象の種別(STEP/CAL/SLA/OVR/COMP)
           03  WK-KIND         PIC  X(004) VALUE SPACE.
           03  WK-END-SW       PIC  X(001) VALUE "N".
           03  WK-BACK-SW      PIC  X(001) VALUE "N".
           03  WK-CHG-SW       PIC  X(001) VALUE "N".
           03  WK-OK-SW        PIC  X(001) VALUE "N".
           03  WK-IN-EOF       PIC  X(001) VALUE "N".
           03  WK-STOP-SW      PIC  X(001) VALUE "N".
           03  WK-CMT-SW       PIC  X(001) VALUE "N".

      *    *** 端末入力
           03  WK-PROMPT       PIC  X(040) VALUE SPACE.
           03  WK-CUR          PIC  X(246) VALUE SPACE.
           03  WK-IN           PIC  X(246) VALUE SPACE.
           03  WK-IN-LEN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ANS          PIC  X(001) VALUE SPACE.
           03  WK-MSG          PIC  X(060) VALUE SPACE.

      *    *** 数字入力の点検(S910)
           03  WK-NUM-MAX      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NUM          PIC  9(009) VALUE ZERO.
           03  WK-NUM-OK       PIC  X(001) VALUE "N".
           03  WK-NUM-MAX-D    PIC  ZZ9.

      *    *** 行番号
           03  WK-SEL          BINARY-LONG SYNC VALUE ZERO.
           03  WK-POS          BINARY-LONG SYNC VALUE ZERO.
           03  WK-LN-D         PIC  ZZZ9.
           03  WK-SAVE-LINE    PIC  X(423) VALUE SPACE.

      *    *** 時刻(HHMM)の点検用
           03  WK-HHMM         PIC  9(004) VALUE ZERO.
           03  WK-HHMM-R       REDEFINES WK-HHMM.
             05  WK-HH         PIC  9(002).
             05  WK-MM         PIC  9(002).

      *    *** 日付の点検用
           03  WK-YMD          PIC  9(008) VALUE ZERO.
           03  WK-YMD-R        REDEFINES WK-YMD.
             05  WK-YMD-YYYY   PIC  9(004).
             05  WK-YMD-MM     PIC  9(002).
             05  WK-YMD-DD     PIC  9(002).

      *    *** 先行・追加指定の分解
           03  WK-PRD          PIC  X(004) OCCURS 5.
           03  WK-OPT-TOK      PIC  X(064) OCCURS 9.
           03  WK-OPT-KEY      PIC  X(008) VALUE SPACE.
           03  WK-OPT-VAL      PIC  X(064) VALUE SPACE.

      *    *** CPCONFIG解析用
           03  WK-CFG-TOK      PIC  X(032) OCCURS 6.
           03  WK-CFG-HIT      BINARY-LONG SYNC VALUE ZERO.

      *    *** 件数の上限(各プログラムの表の大きさ)
           03  WK-STEP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-ENT-CNT      BINARY-LONG SYNC VALUE ZERO.

           03  WK-LOGERR-PGM   PIC  X(008) VALUE SPACE.
           03  WK-LOGERR-CONTEXT PIC X(040) VALUE SPACE.
           03  WK-LOGERR-STATUS PIC X(004) VALUE SPACE.
           03  WK-LOGERR-SEVERITY PIC X(001) VALUE SPACE.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==CDW==.

           COPY    CPCONFIG.

      *    *** 編集中の1行(各ファイルの桁位置どおりの見方を重ねる)
       01  ED-LINE             PIC  X(423) VALUE SPACE.

      *    *** MAINJOB の CTL-REC と同一レイアウト
       01  ED-CTL              REDEFINES ED-LINE.
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

      *    *** MAINJOB の CAL-REC と同一レイアウト
       01  ED-CAL              REDEFINES ED-LINE.
           03  CAL-DATE        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  CAL-ACT         PIC  X(001).

      *    *** DATETIME の SLA-REC と同一レイアウト
       01  ED-SLA              REDEFINES ED-LINE.
           03  SLA-PGM         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  SLA-SEC         PIC  X(007).

      *    *** CFGOVRD の OVR-REC と同一レイアウト
       01  ED-OVR              REDEFINES ED-LINE.
           03  OVR-ENV         PIC  X(004).
           03  FILLER          PIC  X(001).
           03  OVR-KEY         PIC  X(024).
           03  FILLER          PIC  X(001).
           03  OVR-VALUE       PIC  X(226).

      *    *** MAINJOB の COMP-REC(会社コードは先頭4桁を使う)
       01  ED-COMP             REDEFINES ED-LINE.
           03  COMP-CODE       PIC  X(004).
           03  FILLER          PIC  X(004).

      *    *** 比較用の1行(表の他の行を同じ見方で読む)
       01  CK-LINE             PIC  X(423) VALUE SPACE.
       01  CK-CTL              REDEFINES CK-LINE.
           03  CK-CTL-STEP     PIC  X(004).
           03  FILLER          PIC  X(006).
           03  CK-CTL-PRED     PIC  X(019).
       01  CK-CAL              REDEFINES CK-LINE.
           03  CK-CAL-DATE     PIC  X(008).
       01  CK-SLA              REDEFINES CK-LINE.
           03  CK-SLA-PGM      PIC  X(008).
       01  CK-OVR              REDEFINES CK-LINE.
           03  CK-OVR-ENV      PIC  X(004).
           03  FILLER          PIC  X(001).
           03  CK-OVR-KEY      PIC  X(024).
       01  CK-COMP             REDEFINES CK-LINE.
           03  CK-COMP-CODE    PIC  X(004).

      *    *** 保守対象ファイルの全行
       01  TBL-LN-AREA.
           03  TBL-LN          OCCURS 2000
                               PIC  X(423).
       01  TBL-LN-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 登録簿のステップID
       01  TBL-REG-AREA.
           03  TBL-REG-STEP    OCCURS 50
                               PIC  X(004).
       01  TBL-REG-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** CPCONFIGのCFG項目名と型・桁数
       01  TBL-CFG-AREA.
           03  TBL-CFG-ENT     OCCURS 200.
             05  TBL-CFG-NAME  PIC  X(024).
             05  TBL-CFG-TYPE  PIC  X(001).
             05  TBL-CFG-LEN   BINARY-LONG SYNC.
       01  TBL-CFG-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** デッキ点検(先行の存在と循環)
       01  TBL-DK-AREA.
           03  TBL-DK-ENT      OCCURS 2000.
             05  TBL-DK-STEP   PIC  X(004).
             05  TBL-DK-PRD    PIC  X(004) OCCURS 4.
             05  TBL-DK-DONE   PIC  X(001).
       01  TBL-DK-CNT          BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE   DIVISION.
       M100-10.

           DISPLAY WK-PGM-NAME " START"

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME

      *    *** 操作者認可(認可表に無い利用者は何もせず終わる)
           MOVE    "MAINT"     TO      WK-AUTH-FUNC
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

           PERFORM S010-10     THRU    S010-EX
           PERFORM S020-10     THRU    S020-EX

           MOVE    "N"         TO      WK-END-SW
           PERFORM UNTIL WK-END-SW     =       "Y"
                   PERFORM S100-10     THRU    S100-EX
           END-PERFORM

           DISPLAY WK-PGM-NAME " END"
           STOP    RUN
           .
       M100-EX.
           EXIT.

      *    *** 登録簿のステップIDを控える
       S010-10.

           MOVE    CFG-MAINJOB-PGMREG-NAME TO WK-REG-F-NAME
           MOVE    ZERO        TO      TBL-REG-CNT
           OPEN    INPUT       REG-F
           IF      WK-REG-STATUS NOT = ZERO
                   GO      TO      S010-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-REG-EOF
           PERFORM UNTIL WK-REG-EOF    =       HIGH-VALUE
                   READ    REG-F
                   IF      WK-REG-STATUS =     ZERO
                           IF      REG-STEP NOT = SPACE
                              AND  REG-STEP (1:1) NOT = "*"
                              AND  TBL-REG-CNT < 50
                                   ADD     1   TO      TBL-REG-CNT
                                   MOVE    REG-STEP TO
                                           TBL-REG-STEP (TBL-REG-CNT)
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-REG-EOF
                   END-IF
           END-PERFORM
           CLOSE   REG-F
           .
       S010-EX.
           EXIT.

      *    *** CPCONFIGのCFG項目名と型・桁数を控える
      *    *** (1行に "03 CFG-名前 PIC X(nnn)" の形の物)
       S020-10.

           MOVE    ZERO        TO      TBL-CFG-CNT
           OPEN    INPUT       CFG-F
           IF      WK-CFG-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " CPCONFIG が読めない"
                           " (CONFIG.OVR は保守できない)"
                   GO      TO      S020-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-CFG-EOF
           PERFORM UNTIL WK-CFG-EOF    =       HIGH-VALUE
                   MOVE    SPACE       TO      CFG-REC
                   READ    CFG-F
                   IF      WK-CFG-STATUS =     ZERO
                           PERFORM S021-10     THRU    S021-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CFG-EOF
                   END-IF
           END-PERFORM
           CLOSE   CFG-F
           .
       S020-EX.
           EXIT.

      *    *** CPCONFIG1行
       S021-10.

           IF      CFG-REC (7:1) =     "*"
              OR   TBL-CFG-CNT >=      200
                   GO      TO      S021-EX
           END-IF
           MOVE    SPACE       TO      WK-CFG-TOK (1) WK-CFG-TOK (2)
                                       WK-CFG-TOK (3) WK-CFG-TOK (4)
                                       WK-CFG-TOK (5) WK-CFG-TOK (6)
           UNSTRING CFG-REC (8:65) DELIMITED BY ALL " "
                   INTO    WK-CFG-TOK (1) WK-CFG-TOK (1)
                           WK-CFG-TOK (2) WK-CFG-TOK (3)
                           WK-CFG-TOK (4) WK-CFG-TOK (5)
           END-UNSTRING
           IF      WK-CFG-TOK (2) (1:4) NOT = "CFG-"
              OR   WK-CFG-TOK (3) NOT = "PIC"
              OR   WK-CFG-TOK (4) (2:1) NOT = "("
              OR   WK-CFG-TOK (4) (3:3) IS NOT NUMERIC
                   GO      TO      S021-EX
           END-IF
           ADD     1           TO      TBL-CFG-CNT
           MOVE    WK-CFG-TOK (2) TO   TBL-CFG-NAME (TBL-CFG-CNT)
           MOVE    WK-CFG-TOK (4) (1:1) TO TBL-CFG-TYPE (TBL-CFG-CNT)
           MOVE    WK-CFG-TOK (4) (3:3) TO TBL-CFG-LEN (TBL-CFG-CNT)
           .
       S021-EX.
           EXIT.

      *    *** 主メニュー(保守するファイルの選択)
       S100-10.

           DISPLAY " "
           DISPLAY "*** 運用制御ファイル保守 ***"
           DISPLAY " 1 STEPCTL(ステップ制御カード)"
           DISPLAY " 2 RUNCAL (実行カレンダー)"
           DISPLAY " 3 SLA    (バッチ窓SLA)"
           DISPLAY " 4 CONFIG.OVR(実行時パラメータ)"
           DISPLAY " 5 COMPANY(会社一覧)"
           DISPLAY " E 終了"
           MOVE    "選択"      TO      WK-PROMPT
           MOVE    SPACE       TO      WK-CUR
           PERFORM S900-10     THRU    S900-EX
           IF      WK-IN-EOF   =       "Y"
                   MOVE    "Y"         TO      WK-END-SW
                   GO      TO      S100-EX
           END-IF

           MOVE    SPACE       TO      WK-KIND
           EVALUATE UPPER-CASE (WK-IN (1:1))
               WHEN "1"
                   MOVE    "STEP"      TO      WK-KIND
                   MOVE    "ファイル名(空白=日次カード)"
                                       TO      WK-PROMPT
                   MOVE    CFG-MAINJOB-STEPCTL-NAME TO WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    WK-IN       TO      WK-MNT-F-NAME
               WHEN "2"
                   MOVE    "CAL"       TO      WK-KIND
                   MOVE    CFG-MAINJOB-RUNCAL-NAME TO WK-MNT-F-NAME
               WHEN "3"
                   MOVE    "SLA"       TO      WK-KIND
                   MOVE    "DATETIME.SLA" TO   WK-MNT-F-NAME
               WHEN "4"
                   IF      TBL-CFG-CNT =       ZERO
                           DISPLAY WK-PGM-NAME
                                   " 項目名が引けない"
                           GO      TO      S100-EX
                   END-IF
                   MOVE    "OVR"       TO      WK-KIND
                   MOVE    "CONFIG.OVR" TO     WK-MNT-F-NAME
               WHEN "5"
                   MOVE    "COMP"      TO      WK-KIND
                   MOVE    CFG-MAINJOB-COMPANY-NAME TO WK-MNT-F-NAME
               WHEN "E"
                   MOVE    "Y"         TO      WK-END-SW
                   GO      TO      S100-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 選択が不正"
                   GO      TO      S100-EX
           END-EVALUATE
           IF      WK-IN-EOF   =       "Y"
                   MOVE    "Y"         TO      WK-END-SW
                   GO      TO      S100-EX
           END-IF

           PERFORM S200-10     THRU    S200-EX
           IF      WK-OK-SW    NOT =   "Y"
                   GO      TO      S100-EX
           END-IF

           MOVE    "N"         TO      WK-BACK-SW
                                       WK-CHG-SW
           PERFORM UNTIL WK-BACK-SW    =       "Y"
                   PERFORM S300-10     THRU    S300-EX
           END-PERFORM
           .
       S100-EX.
           EXIT.

      *    *** 保守対象ファイルの読込み(無ければ空から作る)
       S200-10.

           MOVE    "N"         TO      WK-OK-SW
           MOVE    ZERO        TO      TBL-LN-CNT
           OPEN    INPUT       MNT-F
           IF      WK-MNT-STATUS =     35
                   DISPLAY WK-PGM-NAME " " TRIM (WK-MNT-F-NAME)
                           " は無い。新規に作る"
                   MOVE    "Y"         TO      WK-OK-SW
                   GO      TO      S200-EX
           END-IF
           IF      WK-MNT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " MNT-F OPEN ERROR STATUS="
                           WK-MNT-STATUS " " TRIM (WK-MNT-F-NAME)
                   GO      TO      S200-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-MNT-EOF
           PERFORM UNTIL WK-MNT-EOF    =       HIGH-VALUE
                   MOVE    SPACE       TO      MNT-REC
                   READ    MNT-F
                   IF      WK-MNT-STATUS =     ZERO
                           IF      TBL-LN-CNT  <       2000
                                   ADD     1   TO      TBL-LN-CNT
                                   MOVE    MNT-REC TO
                                           TBL-LN (TBL-LN-CNT)
                           ELSE
                                   MOVE    HIGH-VALUE TO WK-MNT-EOF
                                   MOVE    9999 TO     TBL-LN-CNT
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-MNT-EOF
                   END-IF
           END-PERFORM
           CLOSE   MNT-F
           IF      TBL-LN-CNT  >       2000
                   DISPLAY WK-PGM-NAME
                           " 2000行を超えるため保守不可"
                   MOVE    ZERO        TO      TBL-LN-CNT
                   GO      TO      S200-EX
           END-IF
           MOVE    TBL-LN-CNT  TO      WK-LN-D
           DISPLAY WK-PGM-NAME " " TRIM (WK-MNT-F-NAME)
                   " 読込 " WK-LN-D " 行"
           MOVE    "Y"         TO      WK-OK-SW
           .
       S200-EX.
           EXIT.

      *    *** ファイル別メニュー
       S300-10.

           DISPLAY " "
           DISPLAY "--- " TRIM (WK-MNT-F-NAME) " ---"
           DISPLAY " L 一覧 A 追加 C 変更 D 削除"
                   " S 保存 Q 戻る"
           MOVE    "操作"      TO      WK-PROMPT
           MOVE    SPACE       TO      WK-CUR
           PERFORM S900-10     THRU    S900-EX
           IF      WK-IN-EOF   =       "Y"
                   MOVE    "Y"         TO      WK-BACK-SW
                                               WK-END-SW
                   IF      WK-CHG-SW   =       "Y"
                           DISPLAY WK-PGM-NAME
                                   " 入力終了。未保存は破棄"
                   END-IF
                   GO      TO      S300-EX
           END-IF

           EVALUATE UPPER-CASE (WK-IN (1:1))
               WHEN "L"
                   PERFORM S310-10     THRU    S310-EX
               WHEN "A"
                   PERFORM S320-10     THRU    S320-EX
               WHEN "C"
                   PERFORM S330-10     THRU    S330-EX
               WHEN "D"
                   PERFORM S340-10     THRU    S340-EX
               WHEN "S"
                   PERFORM S350-10     THRU    S350-EX
               WHEN "Q"
                   PERFORM S360-10     THRU    S360-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 操作が不正"
           END-EVALUATE
           .
       S300-EX.
           EXIT.

      *    *** 一覧(行番号付き)
       S310-10.

           IF      TBL-LN-CNT  =       ZERO
                   DISPLAY "  (行なし)"
                   GO      TO      S310-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-LN-CNT
                   MOVE    I           TO      WK-LN-D
                   DISPLAY WK-LN-D " " TRIM (TBL-LN (I) TRAILING)
           END-PERFORM
           .
       S310-EX.
           EXIT.

      *    *** 追加
       S320-10.

           PERFORM S560-10     THRU    S560-EX
           IF      WK-OK-SW    NOT =   "Y"
                   GO      TO      S320-EX
           END-IF

           MOVE    ZERO        TO      WK-SEL
           MOVE    SPACE       TO      ED-LINE
           PERFORM S400-10     THRU    S400-EX
           IF      WK-OK-SW    NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 追加を取り消した"
                   GO      TO      S320-EX
           END-IF

      *    *** ステップ制御カードは並び順が実行順なので挿入位置を問う
           MOVE    TBL-LN-CNT  TO      WK-POS
           ADD     1           TO      WK-POS
           IF      WK-KIND     =       "STEP"
                   MOVE    "挿入する行番号(空白=末尾)"
                                       TO      WK-PROMPT
                   MOVE    SPACE       TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   IF      WK-IN       NOT =   SPACE
                           MOVE    4           TO      WK-NUM-MAX
                           PERFORM S910-10     THRU    S910-EX
                           IF      WK-NUM-OK   =       "Y"
                              AND  WK-NUM      >=      1
                              AND  WK-NUM      <=      WK-POS
                                   MOVE    WK-NUM      TO      WK-POS
                           ELSE
                                   DISPLAY WK-PGM-NAME
                                           " 末尾に追加"
                           END-IF
                   END-IF
           END-IF

           PERFORM VARYING I FROM TBL-LN-CNT BY -1
                   UNTIL I < WK-POS
                   MOVE    TBL-LN (I)  TO      TBL-LN (I + 1)
           END-PERFORM
           ADD     1           TO      TBL-LN-CNT
           MOVE    ED-LINE     TO      TBL-LN (WK-POS)

      *    *** デッキ全体の点検(先行の循環等)。だめなら取り消す
           PERFORM S500-10     THRU    S500-EX
           IF      WK-OK-SW    NOT =   "Y"
                   PERFORM VARYING I FROM WK-POS BY 1
                           UNTIL I >= TBL-LN-CNT
                           MOVE    TBL-LN (I + 1) TO   TBL-LN (I)
                   END-PERFORM
                   SUBTRACT 1          FROM    TBL-LN-CNT
                   DISPLAY WK-PGM-NAME " 追加を取り消した"
                   GO      TO      S320-EX
           END-IF
           MOVE    "Y"         TO      WK-CHG-SW
           MOVE    WK-POS      TO      WK-LN-D
           DISPLAY WK-PGM-NAME " " WK-LN-D " 行目に追加"
           .
       S320-EX.
           EXIT.

      *    *** 変更
       S330-10.

           PERFORM S550-10     THRU    S550-EX
           IF      WK-OK-SW    NOT =   "Y"
                   GO      TO      S330-EX
           END-IF
           MOVE    TBL-LN (WK-SEL) TO  ED-LINE
                                       WK-SAVE-LINE
           DISPLAY "  " TRIM (ED-LINE TRAILING)
           PERFORM S400-10     THRU    S400-EX
           IF      WK-OK-SW    NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 変更を取り消した"
                   GO      TO      S330-EX
           END-IF
           MOVE    ED-LINE     TO      TBL-LN (WK-SEL)

           PERFORM S500-10     THRU    S500-EX
           IF      WK-OK-SW    NOT =   "Y"
                   MOVE    WK-SAVE-LINE TO     TBL-LN (WK-SEL)
                   DISPLAY WK-PGM-NAME " 変更を取り消した"
                   GO      TO      S330-EX
           END-IF
           IF      ED-LINE     NOT =   WK-SAVE-LINE
                   MOVE    "Y"         TO      WK-CHG-SW
           END-IF
           DISPLAY "  " TRIM (ED-LINE TRAILING)
           .
       S330-EX.
           EXIT.

      *    *** 削除
       S340-10.

           PERFORM S550-10     THRU    S550-EX
           IF      WK-OK-SW    NOT =   "Y"
                   GO      TO      S340-EX
           END-IF
           MOVE    TBL-LN (WK-SEL) TO  WK-SAVE-LINE
           DISPLAY "  " TRIM (WK-SAVE-LINE TRAILING)
           MOVE    "削除しますか(Y/N)" TO WK-PROMPT
           MOVE    SPACE       TO      WK-CUR
           PERFORM S900-10     THRU    S900-EX
           IF      UPPER-CASE (WK-IN (1:1)) NOT = "Y"
                   GO      TO      S340-EX
           END-IF

           PERFORM VARYING I FROM WK-SEL BY 1
                   UNTIL I >= TBL-LN-CNT
                   MOVE    TBL-LN (I + 1) TO   TBL-LN (I)
           END-PERFORM
           SUBTRACT 1          FROM    TBL-LN-CNT

      *    *** 先行に指定されているステップは消させない
           PERFORM S500-10     THRU    S500-EX
           IF      WK-OK-SW    NOT =   "Y"
                   PERFORM VARYING I FROM TBL-LN-CNT BY -1
                           UNTIL I < WK-SEL
                           MOVE    TBL-LN (I)  TO      TBL-LN (I + 1)
                   END-PERFORM
                   ADD     1           TO      TBL-LN-CNT
                   MOVE    WK-SAVE-LINE TO     TBL-LN (WK-SEL)
                   DISPLAY WK-PGM-NAME " 削除を取り消した"
                   GO      TO      S340-EX
           END-IF
           MOVE    "Y"         TO      WK-CHG-SW
           DISPLAY WK-PGM-NAME " 削除した"
           .
       S340-EX.
           EXIT.

      *    *** 保存(プログラムが読む桁位置のまま全行を書き直す)
       S350-10.

           IF      WK-CHG-SW   NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 変更なし"
                   GO      TO      S350-EX
           END-IF
           PERFORM S500-10     THRU    S500-EX
           IF      WK-OK-SW    NOT =   "Y"
                   GO      TO      S350-EX
           END-IF

           OPEN    OUTPUT      MNT-F
           IF      WK-MNT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " MNT-F OPEN ERROR STATUS="
                           WK-MNT-STATUS " " TRIM (WK-MNT-F-NAME)
                   GO      TO      S350-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-LN-CNT
                   MOVE    TBL-LN (I)  TO      MNT-REC
                   WRITE   MNT-REC
           END-PERFORM
           CLOSE   MNT-F
           MOVE    "N"         TO      WK-CHG-SW

      *    *** 保存の記録(誰がどのファイルを書き換えたか)
           MOVE    WK-PGM-NAME TO      WK-LOGERR-PGM
           MOVE    SPACE       TO      WK-LOGERR-CONTEXT
           STRING  "SAVE "     DELIMITED BY SIZE
                   WK-MNT-F-NAME DELIMITED BY SPACE
                   " BY "      DELIMITED BY SIZE
                   WK-AUTH-USER DELIMITED BY SPACE
                   INTO    WK-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      WK-LOGERR-STATUS
           MOVE    "W"         TO      WK-LOGERR-SEVERITY
           CALL    "LOGERR"    USING   WK-LOGERR-PGM
                                       WK-LOGERR-CONTEXT
                                       WK-LOGERR-STATUS
                                       WK-LOGERR-SEVERITY

           MOVE    TBL-LN-CNT  TO      WK-LN-D
           DISPLAY WK-PGM-NAME " " TRIM (WK-MNT-F-NAME)
                   " 保存 " WK-LN-D " 行"
           DISPLAY WK-PGM-NAME
                   " 変更管理(CHGCTL)の承認を受けること"
           .
       S350-EX.
           EXIT.

      *    *** 戻る(未保存の変更は確認の上で破棄)
       S360-10.

           IF      WK-CHG-SW   =       "Y"
                   MOVE    "未保存の変更を破棄(Y/N)"
                                       TO      WK-PROMPT
                   MOVE    SPACE       TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   IF      UPPER-CASE (WK-IN (1:1)) NOT = "Y"
                           GO      TO      S360-EX
                   END-IF
           END-IF
           MOVE    "Y"         TO      WK-BACK-SW
           .
       S360-EX.
           EXIT.

      *    *** 1行の項目入力(種別ごと)。ED-LINE を組み立てる
       S400-10.

           MOVE    "N"         TO      WK-OK-SW
           MOVE    WK-IN-EOF   TO      WK-STOP-SW
           EVALUATE WK-KIND
               WHEN "STEP"
                   PERFORM S410-10     THRU    S410-EX
               WHEN "CAL"
                   PERFORM S420-10     THRU    S420-EX
               WHEN "SLA"
                   PERFORM S430-10     THRU    S430-EX
               WHEN "OVR"
                   PERFORM S440-10     THRU    S440-EX
               WHEN "COMP"
                   PERFORM S450-10     THRU    S450-EX
           END-EVALUATE
           IF      WK-STOP-SW  =       "Y"
                   MOVE    "N"         TO      WK-OK-SW
           END-IF
           MOVE    "N"         TO      WK-STOP-SW
           .
       S400-EX.
           EXIT.

      *    *** ステップ制御カード
       S410-10.

      *    *** ステップID(組込みか登録簿に有り、デッキ内で重複しない)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "ステップID" TO     WK-PROMPT
                   MOVE    CTL-STEP    TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    UPPER-CASE (WK-IN) TO WK-IN
                   PERFORM S411-10     THRU    S411-EX
           END-PERFORM

      *    *** 許容RC(空白=8)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "許容RC(空白=8)" TO WK-PROMPT
                   MOVE    CTL-MAXRC   TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    4           TO      WK-NUM-MAX
                   PERFORM S920-10     THRU    S920-EX
                   IF      WK-OK-SW    =       "Y"
                           MOVE    WK-IN (1:4) TO      CTL-MAXRC
                   END-IF
           END-PERFORM

      *    *** 先行(空白=直前のカード、*=先行無し、","区切り最大4件)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "先行(空白=直前 *=無し)" TO WK-PROMPT
                   MOVE    CTL-PRED    TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    UPPER-CASE (WK-IN) TO WK-IN
                   PERFORM S413-10     THRU    S413-EX
           END-PERFORM

      *    *** 開始可能時刻・期限(HHMM)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "開始可能時刻HHMM" TO WK-PROMPT
                   MOVE    CTL-NOTBEF  TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   PERFORM S930-10     THRU    S930-EX
                   IF      WK-OK-SW    =       "Y"
                           MOVE    WK-IN (1:4) TO      CTL-NOTBEF
                   END-IF
           END-PERFORM
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "期限HHMM"  TO      WK-PROMPT
                   MOVE    CTL-DEADLN  TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   PERFORM S930-10     THRU    S930-EX
                   IF      WK-OK-SW    =       "Y"
                           MOVE    WK-IN (1:4) TO      CTL-DEADLN
                   END-IF
           END-PERFORM

      *    *** 再試行回数・間隔秒
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "再試行回数"  TO    WK-PROMPT
                   MOVE    CTL-RETRY   TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    2           TO      WK-NUM-MAX
                   PERFORM S920-10     THRU    S920-EX
                   IF      WK-OK-SW    =       "Y"
                           MOVE    WK-IN (1:2) TO      CTL-RETRY
                   END-IF
           END-PERFORM
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "再試行間隔秒" TO   WK-PROMPT
                   MOVE    CTL-WAIT    TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    4           TO      WK-NUM-MAX
                   PERFORM S920-10     THRU    S920-EX
                   IF      WK-OK-SW    =       "Y"
                           MOVE    WK-IN (1:4) TO      CTL-WAIT
                   END-IF
           END-PERFORM

      *    *** パラメータ(点検無し)
           IF      WK-STOP-SW  NOT =   "Y"
                   MOVE    "パラメータ" TO     WK-PROMPT
                   MOVE    CTL-PARM    TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    WK-IN       TO      CTL-PARM
           END-IF

      *    *** 追加指定(キー=値 を空白区切り)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "追加指定(キー=値)" TO WK-PROMPT
                   MOVE    CTL-OPT     TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   PERFORM S419-10     THRU    S419-EX
           END-PERFORM
           .
       S410-EX.
           EXIT.

      *    *** ステップIDの点検
       S411-10.

           MOVE    "N"         TO      WK-OK-SW
           IF      WK-IN       =       SPACE
              OR   WK-IN (5:1) NOT =   SPACE
                   DISPLAY "  ステップIDは1〜4桁"
                   GO      TO      S411-EX
           END-IF
           EVALUATE WK-IN (1:4)
               WHEN "S001" WHEN "S010" WHEN "S020" WHEN "S030"
               WHEN "S040" WHEN "S050" WHEN "S090"
                   CONTINUE
               WHEN OTHER
                   MOVE    ZERO        TO      K
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-REG-CNT
                           IF      TBL-REG-STEP (I) = WK-IN (1:4)
                                   MOVE    I           TO      K
                           END-IF
                   END-PERFORM
                   IF      K           =       ZERO
                           DISPLAY
                               "  未登録のステップ"
                           GO      TO      S411-EX
                   END-IF
           END-EVALUATE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-LN-CNT
                   MOVE    TBL-LN (I)  TO      CK-LINE
                   IF      I           NOT =   WK-SEL
                      AND  CK-CTL-STEP =       WK-IN (1:4)
                           DISPLAY "  デッキに既に有る"
                           GO      TO      S411-EX
                   END-IF
           END-PERFORM
           MOVE    WK-IN (1:4) TO      CTL-STEP
           MOVE    "Y"         TO      WK-OK-SW
           .
       S411-EX.
           EXIT.

      *    *** 先行の点検(書式と、デッキ内に有るステップか)
      *    *** 循環は1行を表へ入れた後のデッキ点検(S500)で見る
       S413-10.

           MOVE    "N"         TO      WK-OK-SW
           IF      WK-IN       =       SPACE
              OR   WK-IN (1:1) =       "*"
                   MOVE    WK-IN (1:19) TO     CTL-PRED
                   MOVE    "Y"         TO      WK-OK-SW
                   GO      TO      S413-EX
           END-IF
           IF      WK-IN (20:1) NOT =  SPACE
                   DISPLAY "  先行は19桁以内"
                   GO      TO      S413-EX
           END-IF
           MOVE    SPACE       TO      WK-PRD (1) WK-PRD (2) WK-PRD (3)
                                       WK-PRD (4) WK-PRD (5)
           UNSTRING WK-IN (1:19) DELIMITED BY ","
                   INTO    WK-PRD (1) WK-PRD (2) WK-PRD (3)
                           WK-PRD (4) WK-PRD (5)
           END-UNSTRING
           IF      WK-PRD (5)  NOT =   SPACE
                   DISPLAY "  先行は最大4件"
                   GO      TO      S413-EX
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 4
                   IF      WK-PRD (J)  NOT =   SPACE
                           MOVE    ZERO        TO      K
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > TBL-LN-CNT
                                   MOVE    TBL-LN (I)  TO      CK-LINE
                                   IF      I   NOT =   WK-SEL
                                      AND  CK-CTL-STEP = WK-PRD (J)
                                           MOVE    I   TO      K
                                   END-IF
                           END-PERFORM
                           IF      K           =       ZERO
                              OR   WK-PRD (J)  =       CTL-STEP
                                   DISPLAY "  デッキに無い先行 "
                                           WK-PRD (J)
                                   GO      TO      S413-EX
                           END-IF
                   END-IF
           END-PERFORM
           MOVE    WK-IN (1:19) TO     CTL-PRED
           MOVE    "Y"         TO      WK-OK-SW
           .
       S413-EX.
           EXIT.

      *    *** 追加指定の点検(MAINJOB が引くキーだけを認める)
       S419-10.

           MOVE    "N"         TO      WK-OK-SW
           IF      WK-IN (129:1) NOT = SPACE
                   DISPLAY "  追加指定は128桁以内"
                   GO      TO      S419-EX
           END-IF
           MOVE    SPACE       TO      WK-OPT-TOK (1) WK-OPT-TOK (2)
                                       WK-OPT-TOK (3) WK-OPT-TOK (4)
                                       WK-OPT-TOK (5) WK-OPT-TOK (6)
                                       WK-OPT-TOK (7) WK-OPT-TOK (8)
                                       WK-OPT-TOK (9)
           UNSTRING WK-IN (1:128) DELIMITED BY ALL " "
                   INTO    WK-OPT-TOK (1) WK-OPT-TOK (2)
                           WK-OPT-TOK (3) WK-OPT-TOK (4)
                           WK-OPT-TOK (5) WK-OPT-TOK (6)
                           WK-OPT-TOK (7) WK-OPT-TOK (8)
                           WK-OPT-TOK (9)
           END-UNSTRING
           IF      WK-OPT-TOK (1) = SPACE AND WK-IN NOT = SPACE
                   MOVE    WK-OPT-TOK (2) TO   WK-OPT-TOK (1)
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 9
                   IF      WK-OPT-TOK (J) NOT = SPACE
                           MOVE    SPACE       TO      WK-OPT-KEY
                                                       WK-OPT-VAL
                           UNSTRING WK-OPT-TOK (J) DELIMITED BY "="
                                   INTO    WK-OPT-KEY WK-OPT-VAL
                           END-UNSTRING
                           EVALUATE WK-OPT-KEY
                               WHEN "FILE" WHEN "STABLE"
                               WHEN "FWAIT" WHEN "COND" WHEN "RES"
                                   CONTINUE
                               WHEN "FLAG"
                                   IF  WK-OPT-VAL NOT = "OK"
                                   AND WK-OPT-VAL NOT = "END"
                                       DISPLAY "  FLAG= は OK か END"
                                       GO      TO      S419-EX
                                   END-IF
                               WHEN OTHER
                                   DISPLAY "  未知の追加指定 "
                                           TRIM (WK-OPT-TOK (J))
                                   GO      TO      S419-EX
                           END-EVALUATE
                           IF      WK-OPT-VAL  =       SPACE
                                   DISPLAY "  値が無い "
                                           TRIM (WK-OPT-TOK (J))
                                   GO      TO      S419-EX
                           END-IF
                           IF      WK-OPT-KEY  =       "STABLE"
                              OR   WK-OPT-KEY  =       "FWAIT"
                                   IF  TRIM (WK-OPT-VAL) IS NOT NUMERIC
                                       DISPLAY "  数字で指定 "
                                               TRIM (WK-OPT-TOK (J))
                                       GO      TO      S419-EX
                                   END-IF
                           END-IF
                   END-IF
           END-PERFORM
           MOVE    WK-IN (1:128) TO    CTL-OPT
           MOVE    "Y"         TO      WK-OK-SW
           .
       S419-EX.
           EXIT.

      *    *** 実行カレンダー
       S420-10.

      *    *** 日付(実在し、カレンダー内で重複しない)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "日付YYYYMMDD" TO   WK-PROMPT
                   MOVE    CAL-DATE    TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   PERFORM S940-10     THRU    S940-EX
                   IF      WK-OK-SW    =       "Y"
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > TBL-LN-CNT
                                   MOVE    TBL-LN (I)  TO      CK-LINE
                                   IF      I   NOT =   WK-SEL
                                      AND  CK-CAL-DATE = WK-IN (1:8)
                                           MOVE "N" TO WK-OK-SW
                                   END-IF
                           END-PERFORM
                           IF      WK-OK-SW    =       "Y"
                                   MOVE    WK-IN (1:8) TO CAL-DATE
                           ELSE
                                   DISPLAY "  登録済の日付"
                           END-IF
                   END-IF
           END-PERFORM

      *    *** 指定(空白=休日 R=強制実行 S=強制スキップ V=縮退実行)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "指定(-=休日 R/S/V)" TO WK-PROMPT
                   MOVE    CAL-ACT     TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    UPPER-CASE (WK-IN) TO WK-IN
                   IF      WK-IN (2:1) =       SPACE
                      AND  ( WK-IN (1:1) = SPACE OR "R" OR "S" OR "V" )
                           MOVE    WK-IN (1:1) TO      CAL-ACT
                           MOVE    "Y"         TO      WK-OK-SW
                   ELSE
                           DISPLAY "  指定は - R S V のいずれか"
                   END-IF
           END-PERFORM
           .
       S420-EX.
           EXIT.

      *    *** バッチ窓SLA
       S430-10.

      *    *** プログラム名(8桁以内、重複しない。DATETIMEの表は50件)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "プログラム名" TO   WK-PROMPT
                   MOVE    SLA-PGM     TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    UPPER-CASE (WK-IN) TO WK-IN
                   MOVE    "Y"         TO      WK-OK-SW
                   IF      WK-IN       =       SPACE
                      OR   WK-IN (9:1) NOT =   SPACE
                      OR   WK-IN (1:1) =       "#"
                           DISPLAY "  プログラム名は1〜8桁"
                           MOVE    "N"         TO      WK-OK-SW
                   END-IF
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-LN-CNT
                              OR WK-OK-SW = "N"
                           MOVE    TBL-LN (I)  TO      CK-LINE
                           IF      I   NOT =   WK-SEL
                              AND  CK-SLA-PGM = WK-IN (1:8)
                                   DISPLAY "  登録済"
                                   MOVE    "N"         TO      WK-OK-SW
                           END-IF
                   END-PERFORM
                   IF      WK-OK-SW    =       "Y"
                           MOVE    WK-IN (1:8) TO      SLA-PGM
                   END-IF
           END-PERFORM

      *    *** 許容秒数(必須、7桁以内)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "許容秒数"  TO      WK-PROMPT
                   MOVE    SLA-SEC     TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    7           TO      WK-NUM-MAX
                   PERFORM S920-10     THRU    S920-EX
                   IF      WK-OK-SW    =       "Y"
                      AND  WK-IN       =       SPACE
                           DISPLAY "  許容秒数は必須"
                           MOVE    "N"         TO      WK-OK-SW
                   END-IF
                   IF      WK-OK-SW    =       "Y"
                           MOVE    WK-IN (1:7) TO      SLA-SEC
                   END-IF
           END-PERFORM
           .
       S430-EX.
           EXIT.

      *    *** 実行時パラメータ
       S440-10.

      *    *** 環境名(4桁以内)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "環境名(PROD等)" TO WK-PROMPT
                   MOVE    OVR-ENV     TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    UPPER-CASE (WK-IN) TO WK-IN
                   IF      WK-IN       =       SPACE
                      OR   WK-IN (5:1) NOT =   SPACE
                           DISPLAY "  環境名は1〜4桁"
                   ELSE
                           MOVE    WK-IN (1:4) TO      OVR-ENV
                           MOVE    "Y"         TO      WK-OK-SW
                   END-IF
           END-PERFORM

      *    *** CFG項目名(CPCONFIGに有り、同じ環境で重複しない)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "CFG項目名"  TO     WK-PROMPT
                   MOVE    OVR-KEY     TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    UPPER-CASE (WK-IN) TO WK-IN
                   PERFORM S442-10     THRU    S442-EX
           END-PERFORM

      *    *** 値(項目の型と桁数に合わせる)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "値"        TO      WK-PROMPT
                   MOVE    OVR-VALUE   TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   PERFORM S443-10     THRU    S443-EX
           END-PERFORM
           .
       S440-EX.
           EXIT.

      *    *** CFG項目名の点検
       S442-10.

           MOVE    "N"         TO      WK-OK-SW
           MOVE    ZERO        TO      WK-CFG-HIT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-CFG-CNT
                   IF      TBL-CFG-NAME (I) =  WK-IN (1:24)
                      AND  WK-IN (25:1) =      SPACE
                           MOVE    I           TO      WK-CFG-HIT
                   END-IF
           END-PERFORM
           IF      WK-CFG-HIT  =       ZERO
                   DISPLAY "  CPCONFIG に無い項目名"
                   GO      TO      S442-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-LN-CNT
                   MOVE    TBL-LN (I)  TO      CK-LINE
                   IF      I           NOT =   WK-SEL
                      AND  CK-OVR-ENV  =       OVR-ENV
                      AND  CK-OVR-KEY  =       WK-IN (1:24)
                           DISPLAY "  同じ環境に既に有る項目"
                           GO      TO      S442-EX
                   END-IF
           END-PERFORM
           MOVE    WK-IN (1:24) TO     OVR-KEY
           MOVE    "Y"         TO      WK-OK-SW
           .
       S442-EX.
           EXIT.

      *    *** 値の点検(数字項目は桁数分に零を補う。CFGOVRDは
      *    *** 先頭から桁数分が数字でないと黙って既定値のままにする)
       S443-10.

           MOVE    "N"         TO      WK-OK-SW
           MOVE    TBL-CFG-LEN (WK-CFG-HIT) TO WK-NUM-MAX
           IF      TBL-CFG-TYPE (WK-CFG-HIT) = "9"
                   PERFORM S910-10     THRU    S910-EX
                   IF      WK-NUM-OK   NOT =   "Y"
                      OR   WK-IN       =       SPACE
                           MOVE    WK-NUM-MAX  TO      WK-NUM-MAX-D
                           DISPLAY "  数字項目(" WK-NUM-MAX-D
                                   "桁以内)"
                           GO      TO      S443-EX
                   END-IF
                   MOVE    SPACE       TO      OVR-VALUE
                   MOVE    WK-NUM (10 - WK-NUM-MAX:WK-NUM-MAX)
                                       TO      OVR-VALUE
           ELSE
                   IF      WK-NUM-MAX  <       226
                      AND  WK-IN (WK-NUM-MAX + 1:) NOT = SPACE
                           MOVE    WK-NUM-MAX  TO      WK-NUM-MAX-D
                           DISPLAY "  桁数超過(" WK-NUM-MAX-D
                                   "桁以内)"
                           GO      TO      S443-EX
                   END-IF
                   MOVE    WK-IN (1:226) TO    OVR-VALUE
           END-IF
           MOVE    "Y"         TO      WK-OK-SW
           .
       S443-EX.
           EXIT.

      *    *** 会社一覧
       S450-10.

      *    *** 会社コード(4桁以内、重複しない。MAINJOBの表は10社)
           MOVE    "N"         TO      WK-OK-SW
           PERFORM UNTIL WK-OK-SW = "Y" OR WK-STOP-SW = "Y"
                   MOVE    "会社コード" TO     WK-PROMPT
                   MOVE    COMP-CODE   TO      WK-CUR
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    UPPER-CASE (WK-IN) TO WK-IN
                   MOVE    "Y"         TO      WK-OK-SW
                   IF      WK-IN       =       SPACE
                      OR   WK-IN (5:1) NOT =   SPACE
                      OR   WK-IN (1:1) =       "#"
                           DISPLAY "  会社コードは1〜4桁"
                           MOVE    "N"         TO      WK-OK-SW
                   END-IF
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-LN-CNT
                              OR WK-OK-SW = "N"
                           MOVE    TBL-LN (I)  TO      CK-LINE
                           IF      I   NOT =   WK-SEL
                              AND  CK-COMP-CODE = WK-IN (1:4)
                                   DISPLAY "  登録済"
                                   MOVE    "N"         TO      WK-OK-SW
                           END-IF
                   END-PERFORM
                   IF      WK-OK-SW    =       "Y"
                           MOVE    SPACE       TO      ED-LINE
                           MOVE    WK-IN (1:4) TO      COMP-CODE
                   END-IF
           END-PERFORM
           .
       S450-EX.
           EXIT.

      *    *** デッキ全体の点検(ステップ制御カードのみ)
      *    *** 先行の指すステップが有ること、先行が循環しないこと、
      *    *** MAINJOB が読むステップ数(20)以内であること
       S500-10.

           MOVE    "Y"         TO      WK-OK-SW
           IF      WK-KIND     NOT =   "STEP"
                   GO      TO      S500-EX
           END-IF

           MOVE    ZERO        TO      TBL-DK-CNT
           MOVE    SPACE       TO      WK-PRD (5)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-LN-CNT
                   MOVE    TBL-LN (I)  TO      CK-LINE
                   IF      CK-CTL-STEP NOT =   SPACE
                      AND  CK-CTL-STEP (1:1) NOT = "*"
                           ADD     1           TO      TBL-DK-CNT
                           MOVE    CK-CTL-STEP TO
                                   TBL-DK-STEP (TBL-DK-CNT)
                           MOVE    SPACE       TO
                                   TBL-DK-PRD (TBL-DK-CNT 1)
                                   TBL-DK-PRD (TBL-DK-CNT 2)
                                   TBL-DK-PRD (TBL-DK-CNT 3)
                                   TBL-DK-PRD (TBL-DK-CNT 4)
                           MOVE    "N"         TO
                                   TBL-DK-DONE (TBL-DK-CNT)
                           EVALUATE TRUE
                               WHEN CK-CTL-PRED = SPACE
                                   MOVE WK-PRD (5) TO
                                        TBL-DK-PRD (TBL-DK-CNT 1)
                               WHEN CK-CTL-PRED (1:1) = "*"
                                   CONTINUE
                               WHEN OTHER
                                   UNSTRING CK-CTL-PRED
                                           DELIMITED BY ","
                                       INTO TBL-DK-PRD (TBL-DK-CNT 1)
                                            TBL-DK-PRD (TBL-DK-CNT 2)
                                            TBL-DK-PRD (TBL-DK-CNT 3)
                                            TBL-DK-PRD (TBL-DK-CNT 4)
                                   END-UNSTRING
                           END-EVALUATE
                           MOVE    CK-CTL-STEP TO      WK-PRD (5)
                   END-IF
           END-PERFORM

           IF      TBL-DK-CNT  >       20
                   DISPLAY
                       "  ステップは20件まで"
                   MOVE    "N"         TO      WK-OK-SW
                   GO      TO      S500-EX
           END-IF

      *    *** 先行の指すステップの存在
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-DK-CNT
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > 4
                           IF      TBL-DK-PRD (I J) NOT = SPACE
                                   MOVE    ZERO        TO      K
                                   PERFORM VARYING L FROM 1 BY 1
                                           UNTIL L > TBL-DK-CNT
                                           IF  TBL-DK-STEP (L) =
                                               TBL-DK-PRD (I J)
                                               MOVE L  TO      K
                                           END-IF
                                   END-PERFORM
                                   IF      K           =       ZERO
                                           DISPLAY "  " TBL-DK-STEP (I)
                                                   " の先行 "
                                                   TBL-DK-PRD (I J)
                                                   " が無い"
                                           MOVE    "N" TO      WK-OK-SW
                                   END-IF
                           END-IF
                   END-PERFORM
           END-PERFORM
           IF      WK-OK-SW    NOT =   "Y"
                   GO      TO      S500-EX
           END-IF

      *    *** 循環(先行が全て済んだステップを済にしていき、
      *    *** 済にできないステップが残れば循環)
           MOVE    "Y"         TO      WK-CMT-SW
           PERFORM UNTIL WK-CMT-SW     =       "N"
                   MOVE    "N"         TO      WK-CMT-SW
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-DK-CNT
                           IF      TBL-DK-DONE (I) =   "N"
                                   MOVE    ZERO        TO      K
                                   PERFORM S510-10 THRU S510-EX
                                   IF      K           =       ZERO
                                           MOVE "Y" TO TBL-DK-DONE (I)
                                           MOVE "Y" TO WK-CMT-SW
                                   END-IF
                           END-IF
                   END-PERFORM
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-DK-CNT
                   IF      TBL-DK-DONE (I) =   "N"
                           DISPLAY "  先行が循環している "
                                   TBL-DK-STEP (I)
                           MOVE    "N"         TO      WK-OK-SW
                   END-IF
           END-PERFORM
           .
       S500-EX.
           EXIT.

      *    *** ステップIの先行のうち未済の数(K)
       S510-10.

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 4
                   IF      TBL-DK-PRD (I J) NOT = SPACE
                           PERFORM VARYING L FROM 1 BY 1
                                   UNTIL L > TBL-DK-CNT
                                   IF      TBL-DK-STEP (L) =
                                           TBL-DK-PRD (I J)
                                      AND  TBL-DK-DONE (L) = "N"
                                           ADD     1   TO      K
                                   END-IF
                           END-PERFORM
                   END-IF
           END-PERFORM
           .
       S510-EX.
           EXIT.

      *    *** 変更・削除する行番号(注記行は対象外)
       S550-10.

           MOVE    "N"         TO      WK-OK-SW
           IF      TBL-LN-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME " 行なし"
                   GO      TO      S550-EX
           END-IF
           MOVE    "行番号"    TO      WK-PROMPT
           MOVE    SPACE       TO      WK-CUR
           PERFORM S900-10     THRU    S900-EX
           MOVE    4           TO      WK-NUM-MAX
           PERFORM S910-10     THRU    S910-EX
           IF      WK-NUM-OK   NOT =   "Y"
              OR   WK-IN       =       SPACE
              OR   WK-NUM      <       1
              OR   WK-NUM      >       TBL-LN-CNT
                   DISPLAY WK-PGM-NAME " 行番号が不正"
                   GO      TO      S550-EX
           END-IF
           MOVE    WK-NUM      TO      WK-SEL
           MOVE    TBL-LN (WK-SEL) TO  CK-LINE
           PERFORM S570-10     THRU    S570-EX
           IF      WK-CMT-SW   =       "Y"
                   DISPLAY WK-PGM-NAME " 注記行は保守の対象外"
                   GO      TO      S550-EX
           END-IF
           MOVE    "Y"         TO      WK-OK-SW
           .
       S550-EX.
           EXIT.

      *    *** 追加前の件数点検(各プログラムの表の大きさ)
       S560-10.

           MOVE    "N"         TO      WK-OK-SW
           IF      TBL-LN-CNT  >=      2000
                   DISPLAY WK-PGM-NAME " これ以上追加できない"
                   GO      TO      S560-EX
           END-IF
           MOVE    ZERO        TO      WK-ENT-CNT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-LN-CNT
                   MOVE    TBL-LN (I)  TO      CK-LINE
                   PERFORM S570-10     THRU    S570-EX
                   IF      WK-CMT-SW   =       "N"
                           ADD     1           TO      WK-ENT-CNT
                   END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WK-KIND = "SLA"  AND WK-ENT-CNT >= 50
                   DISPLAY WK-PGM-NAME
                           " SLAは50件まで(DATETIMEの上限)"
                   GO      TO      S560-EX
               WHEN WK-KIND = "COMP" AND WK-ENT-CNT >= 10
                   DISPLAY WK-PGM-NAME
                           " 会社は10社まで(MAINJOBの上限)"
                   GO      TO      S560-EX
           END-EVALUATE
           MOVE    "Y"         TO      WK-OK-SW
           .
       S560-EX.
           EXIT.

      *    *** CK-LINE が注記行か(WK-CMT-SW)。各プログラムの読み飛ばし
      *    *** 条件と合わせる
       S570-10.

           MOVE    "N"         TO      WK-CMT-SW
           EVALUATE WK-KIND
               WHEN "STEP"
                   IF      CK-CTL-STEP =       SPACE
                      OR   CK-CTL-STEP (1:1) = "*"
                           MOVE    "Y"         TO      WK-CMT-SW
                   END-IF
               WHEN "CAL"
                   IF      CK-CAL-DATE IS NOT  NUMERIC
                           MOVE    "Y"         TO      WK-CMT-SW
                   END-IF
               WHEN "SLA"
                   IF      CK-SLA-PGM  =       SPACE
                      OR   CK-SLA-PGM (1:1) =  "#"
                           MOVE    "Y"         TO      WK-CMT-SW
                   END-IF
               WHEN "OVR"
                   IF      CK-OVR-ENV  =       SPACE
                      OR   CK-OVR-KEY (1:1) =  "#"
                           MOVE    "Y"         TO      WK-CMT-SW
                   END-IF
               WHEN "COMP"
                   IF      CK-COMP-CODE =      SPACE
                      OR   CK-COMP-CODE (1:1) = "#"
                           MOVE    "Y"         TO      WK-CMT-SW
                   END-IF
           END-EVALUATE
           .
       S570-EX.
           EXIT.

      *    *** 端末入力(WK-PROMPT [現状] > )。空白=現状のまま、
      *    *** "-"=空白、"/"=行の入力取消(WK-STOP-SW=Y)。
      *    *** 入力が尽きたら WK-IN-EOF=Y
       S900-10.

           IF      WK-IN-EOF   =       "Y"
              OR   WK-STOP-SW  =       "Y"
                   MOVE    SPACE       TO      WK-IN
                   GO      TO      S900-EX
           END-IF
           IF      WK-CUR      =       SPACE
                   DISPLAY TRIM (WK-PROMPT) " > " WITH NO ADVANCING
           ELSE
                   DISPLAY TRIM (WK-PROMPT) " [" TRIM (WK-CUR TRAILING)
                           "] > " WITH NO ADVANCING
           END-IF
           MOVE    SPACE       TO      WK-IN
           ACCEPT  WK-IN
               ON EXCEPTION
                   MOVE    "Y"         TO      WK-IN-EOF
                                               WK-STOP-SW
                   MOVE    SPACE       TO      WK-IN
                   GO      TO      S900-EX
           END-ACCEPT
           EVALUATE TRUE
               WHEN WK-IN      =       SPACE
                   MOVE    WK-CUR      TO      WK-IN
               WHEN WK-IN      =       "-"
                   MOVE    SPACE       TO      WK-IN
               WHEN WK-IN      =       "/"
                   MOVE    "Y"         TO      WK-STOP-SW
                   MOVE    SPACE       TO      WK-IN
           END-EVALUATE
           MOVE    TRIM (WK-IN) TO     WK-IN
           .
       S900-EX.
           EXIT.

      *    *** WK-IN が WK-NUM-MAX 桁以内の数字か(空白も可)。
      *    *** WK-NUM-OK=Y なら WK-NUM に値
       S910-10.

           MOVE    "N"         TO      WK-NUM-OK
           MOVE    ZERO        TO      WK-NUM
           IF      WK-IN       =       SPACE
                   MOVE    "Y"         TO      WK-NUM-OK
                   GO      TO      S910-EX
           END-IF
           MOVE    ZERO        TO      WK-IN-LEN
           INSPECT WK-IN       TALLYING WK-IN-LEN
                   FOR CHARACTERS BEFORE INITIAL " "
           IF      WK-IN-LEN   >       WK-NUM-MAX
              OR   WK-IN-LEN   >       9
              OR   WK-IN (WK-IN-LEN + 1:) NOT = SPACE
              OR   WK-IN (1:WK-IN-LEN) IS NOT NUMERIC
                   GO      TO      S910-EX
           END-IF
           MOVE    WK-IN (1:WK-IN-LEN) TO WK-NUM
           MOVE    "Y"         TO      WK-NUM-OK
           .
       S910-EX.
           EXIT.

      *    *** 空白か WK-NUM-MAX 桁以内の数字。数字は零を補って
      *    *** WK-IN (1:WK-NUM-MAX) へ揃える(WK-OK-SW)
       S920-10.

           MOVE    "N"         TO      WK-OK-SW
           PERFORM S910-10     THRU    S910-EX
           IF      WK-NUM-OK   NOT =   "Y"
                   MOVE    WK-NUM-MAX  TO      WK-NUM-MAX-D
                   DISPLAY "  " TRIM (WK-NUM-MAX-D)
                           "桁以内の数字で指定"
                   GO      TO      S920-EX
           END-IF
           IF      WK-IN       NOT =   SPACE
                   MOVE    SPACE       TO      WK-IN
                   MOVE    WK-NUM (10 - WK-NUM-MAX:WK-NUM-MAX)
                                       TO      WK-IN
           END-IF
           MOVE    "Y"         TO      WK-OK-SW
           .
       S920-EX.
           EXIT.

      *    *** 時刻(空白か HHMM)。WK-OK-SW
       S930-10.

           MOVE    "N"         TO      WK-OK-SW
           IF      WK-IN       =       SPACE
                   MOVE    "Y"         TO      WK-OK-SW
                   GO      TO      S930-EX
           END-IF
           IF      WK-IN (1:4) IS NOT  NUMERIC
              OR   WK-IN (5:1) NOT =   SPACE
                   DISPLAY "  時刻は HHMM の4桁"
                   GO      TO      S930-EX
           END-IF
           MOVE    WK-IN (1:4) TO      WK-HHMM
           IF      WK-HH       >       23
              OR   WK-MM       >       59
                   DISPLAY "  時刻が不正(00〜23時 00〜59分)"
                   GO      TO      S930-EX
           END-IF
           MOVE    "Y"         TO      WK-OK-SW
           .
       S930-EX.
           EXIT.

      *    *** 日付(YYYYMMDD の実在日)。WK-OK-SW
      *    *** DATEWEEK は不正な日付で止まるので、月初日で月の日数を
      *    *** 引いてから日を比べる
       S940-10.

           MOVE    "N"         TO      WK-OK-SW
           IF      WK-IN (1:8) IS NOT  NUMERIC
              OR   WK-IN (9:1) NOT =   SPACE
                   DISPLAY "  日付は YYYYMMDD の8桁"
                   GO      TO      S940-EX
           END-IF
           MOVE    WK-IN (1:8) TO      WK-YMD
           IF      WK-YMD-YYYY <       1900
              OR   WK-YMD-YYYY >       2999
              OR   WK-YMD-MM   <       1
              OR   WK-YMD-MM   >       12
              OR   WK-YMD-DD   <       1
                   DISPLAY "  日付が不正"
                   GO      TO      S940-EX
           END-IF
           MOVE    WK-YMD      TO      CDW-DATE2-YMD
           MOVE    1           TO      CDW-DATE2-DD
           MOVE    "A"         TO      CDW-DATE2-ID
           CALL    "DATEWEEK"  USING   CDW-DATEWEEK-AREA
           IF      WK-YMD-DD   >       CDW-DATE2-DD2 (WK-YMD-MM)
                   DISPLAY "  実在しない日付"
                   GO      TO      S940-EX
           END-IF
           MOVE    "Y"         TO      WK-OK-SW
           .
       S940-EX.
           EXIT.
