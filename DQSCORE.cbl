      *    *** データ品質スコアカード
      *    *** VALCHK・INTAKE が実行ごとに品質履歴(CFG-DQHIST-NAME、
      *    *** DQHIST が追記)へ残した検査件数・不合格件数を期間で
      *    *** 集め、相手先との品質レビューに添える報告を作る。
      *    ***   フィード別 : 実行回数・検査件数・不合格・不合格率
      *    ***   項目別     : VALCHK の項目ごと(どの項目が落ちるか)
      *    ***   理由別     : VALCHK の規則・INTAKE の理由コードごと
      *    ***   ワースト   : 不合格率の高いフィード・項目を
      *    ***                CFG-DQSCORE-TOP 件
      *    *** 不合格率の分母はそのステップ・フィードの検査件数の合計
      *    *** (項目・理由の行も同じ実行の合計行の検査件数を使う)。
      *    *** 期間を前半・後半に二分して不合格率を比べ、後半が前半の
      *    *** CFG-DQSCORE-TREND-PCT % 増しを越えれば WORSE、同じ率だけ
      *    *** 下回れば BETTER、その間は STEADY、前半に実行が無ければ
      *    *** NEW、後半に無ければ GONE を付ける。CHANGE 欄は後半/前半
      *    *** の倍率(前半が0%なら空白)。
      *    *** 期間の終わりを省けば業務日付、始めを省けば終わりから
      *    *** CFG-DQSCORE-DAYS 日前。フィードを省けば全フィード
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DQSCORE.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** データ品質履歴(DQHIST が書く)
       SELECT DQH-F            ASSIGN   WK-DQH-F-NAME
                               STATUS   WK-DQH-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  DQH-F
           LABEL RECORDS ARE STANDARD.
           COPY    CPDQHIST    REPLACING ==:##:== BY ==DQH==.

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DQSCORE".

           03  WK-DQH-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-DQH-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-DQH-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.

      *    *** 期間(始め・終わり・前半の終わり)
           03  WK-FROM         PIC  9(008) VALUE ZERO.
           03  WK-TO           PIC  9(008) VALUE ZERO.
           03  WK-MID          PIC  9(008) VALUE ZERO.
           03  WK-FROM-DAY     BINARY-LONG SYNC VALUE ZERO.
           03  WK-TO-DAY       BINARY-LONG SYNC VALUE ZERO.
           03  WK-FEED         PIC  X(032) VALUE SPACE.

           03  WK-READ-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-USE-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FULL-SW      PIC  X(001) VALUE "N".

      *    *** 1行分の率と傾向
           03  WK-CHK          BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-RATE         PIC  9(003)V9(002) VALUE ZERO.
           03  WK-RATE1        PIC  9(003)V9(002) VALUE ZERO.
           03  WK-RATE2        PIC  9(003)V9(002) VALUE ZERO.
           03  WK-RATIO        PIC  9(003)V9(001) VALUE ZERO.
           03  WK-UP-LIMIT     PIC  9(005)V9(004) VALUE ZERO.
           03  WK-DN-LIMIT     PIC  9(005)V9(004) VALUE ZERO.
           03  WK-TREND        PIC  X(006) VALUE SPACE.

      *    *** 並べ替え・順位付け
      *    *** WK-SEC-KIND 表示する区分、WK-WORST-SW Y=率の高い順
           03  WK-SEC-KIND     PIC  X(001) VALUE SPACE.
           03  WK-WORST-SW     PIC  X(001) VALUE "N".
           03  WK-PICK         BINARY-LONG SYNC VALUE ZERO.
           03  WK-RANK         BINARY-LONG SYNC VALUE ZERO.
           03  WK-TITLE        PIC  X(132) VALUE SPACE.

      *    *** 編集
           03  WK-RANK-D       PIC  ZZ9.
           03  WK-RUNS-D       PIC  ZZZZ9.
           03  WK-NUM-D        PIC  ZZZ,ZZZ,ZZ9.
           03  WK-PCT-D        PIC  ZZ9.99.
           03  WK-RATIO-D      PIC  ZZ9.9.
           03  WK-CFG-D        PIC  ZZ9.

      *    *** 日付→通算日数の換算
           03  WK-CV-DATE      PIC  9(008) VALUE ZERO.
           03  WK-CV-DAY       BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==QDW==.

           COPY    CPCONFIG.

      *    *** 集計(ステップ・フィード・区分・キーごと、前半・後半別)
      *    *** 合計行(区分T)の検査件数が、同じステップ・フィードの
      *    *** 項目・理由の行の分母になる(TBL-AG-TOT が合計行の位置)
       01  TBL-AG-AREA.
           03  TBL-AG-ENT      OCCURS 3000.
             05  TBL-AG-SORT.
               07  TBL-AG-FEED PIC  X(032).
               07  TBL-AG-STEP PIC  X(008).
               07  TBL-AG-KEY  PIC  X(016).
             05  TBL-AG-KIND   PIC  X(001).
             05  TBL-AG-TOT    BINARY-LONG SYNC.
             05  TBL-AG-RUNS   BINARY-LONG SYNC.
             05  TBL-AG-CHK1   BINARY-DOUBLE SYNC.
             05  TBL-AG-CHK2   BINARY-DOUBLE SYNC.
             05  TBL-AG-NG1    BINARY-DOUBLE SYNC.
             05  TBL-AG-NG2    BINARY-DOUBLE SYNC.
             05  TBL-AG-RATE   PIC  9(003)V9(002).
             05  TBL-AG-PICKED PIC  X(001).
       01  TBL-AG-CNT          BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** フィード(空白=全フィード)
       01  LI-FEED             PIC  X(032).

      *    *** 期間の始め・終わり(YYYYMMDD、空白=既定)
       01  LI-FROM-DATE        PIC  X(008).
       01  LI-TO-DATE          PIC  X(008).

      *    *** スコアカードのファイル名
       01  LI-RPT-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-FEED
                                       LI-FROM-DATE
                                       LI-TO-DATE
                                       LI-RPT-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-DQHIST-NAME TO  WK-DQH-F-NAME
           CALL    "PATHSVC"   USING   WK-DQH-F-NAME
           MOVE    TRIM(LI-RPT-FILENAME) TO WK-RPT-F-NAME
           MOVE    LI-FEED     TO      WK-FEED

           PERFORM S010-10     THRU    S010-EX

      *    *** 品質履歴の集計と率
           PERFORM S100-10     THRU    S100-EX
           PERFORM S200-10     THRU    S200-EX

      *    *** スコアカード
           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "DATA QUALITY SCORECARD"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           PERFORM S300-10     THRU    S300-EX

           MOVE    "T"         TO      WK-SEC-KIND
           MOVE    "N"         TO      WK-WORST-SW
           MOVE    "REJECT RATE BY FEED" TO RPT-REC
           PERFORM S400-10     THRU    S400-EX
           MOVE    "F"         TO      WK-SEC-KIND
           MOVE    "REJECTS BY FEED AND FIELD" TO RPT-REC
           PERFORM S400-10     THRU    S400-EX
           MOVE    "R"         TO      WK-SEC-KIND
           MOVE    "REJECTS BY FEED AND REASON" TO RPT-REC
           PERFORM S400-10     THRU    S400-EX

           MOVE    "T"         TO      WK-SEC-KIND
           MOVE    "Y"         TO      WK-WORST-SW
           MOVE    "WORST OFFENDERS - FEEDS" TO RPT-REC
           PERFORM S400-10     THRU    S400-EX
           MOVE    "F"         TO      WK-SEC-KIND
           MOVE    "WORST OFFENDERS - FIELDS" TO RPT-REC
           PERFORM S400-10     THRU    S400-EX
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA

           DISPLAY WK-PGM-NAME " 期間=" WK-FROM "-" WK-TO
                   " 履歴=" WK-READ-CNT " 集計=" WK-USE-CNT
                   " 行=" TBL-AG-CNT
           DISPLAY WK-PGM-NAME " END"
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 期間(終わり・始め・前半の終わり)
       S010-10.

           IF      LI-TO-DATE  IS      NUMERIC
                   MOVE    LI-TO-DATE  TO      WK-TO
           ELSE
                   MOVE    "G"         TO      WK-BIZ-ID
                   CALL    "BIZDATE"   USING   WK-BIZ-ID
                                               WK-TO
                                               WK-BIZ-STAT
           END-IF
           MOVE    WK-TO       TO      WK-CV-DATE
           PERFORM S960-10     THRU    S960-EX
           MOVE    WK-CV-DAY   TO      WK-TO-DAY

           IF      LI-FROM-DATE IS     NUMERIC
                   MOVE    LI-FROM-DATE TO     WK-FROM
                   MOVE    WK-FROM     TO      WK-CV-DATE
                   PERFORM S960-10     THRU    S960-EX
                   MOVE    WK-CV-DAY   TO      WK-FROM-DAY
           ELSE
                   COMPUTE WK-FROM-DAY = WK-TO-DAY - CFG-DQSCORE-DAYS
                   MOVE    WK-FROM-DAY TO      QDW-NISUU
                   MOVE    "R"         TO      QDW-DATE2-ID
                   CALL    "DATEWEEK"  USING   QDW-DATEWEEK-AREA
                   MOVE    QDW-DATE2-YMD TO    WK-FROM
           END-IF
           IF      WK-FROM     >       WK-TO
                   DISPLAY WK-PGM-NAME " 期間誤り FROM=" WK-FROM
                           " TO=" WK-TO
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 前半の終わり(始めと終わりの真ん中の日)
           COMPUTE QDW-NISUU = WK-FROM-DAY
                             + ( WK-TO-DAY - WK-FROM-DAY ) / 2
           MOVE    "R"         TO      QDW-DATE2-ID
           CALL    "DATEWEEK"  USING   QDW-DATEWEEK-AREA
           MOVE    QDW-DATE2-YMD TO    WK-MID
           .
       S010-EX.
           EXIT.

      *    *** 品質履歴の読込みと集計
       S100-10.

           OPEN    INPUT       DQH-F
           IF      WK-DQH-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " DQH-F OPEN ERROR STATUS="
                           WK-DQH-STATUS " (履歴無し)"
                   GO      TO      S100-EX
           END-IF

      *    *** 合計行を先に(項目・理由の行が合計行を引ける様に)
           MOVE    LOW-VALUE   TO      WK-DQH-EOF
           PERFORM UNTIL WK-DQH-EOF    =       HIGH-VALUE
                   READ    DQH-F
                   IF      WK-DQH-STATUS =     ZERO
                           ADD     1           TO      WK-READ-CNT
                           IF      DQH-KIND    =       "T"
                                   PERFORM S110-10 THRU S110-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-DQH-EOF
                   END-IF
           END-PERFORM
           CLOSE   DQH-F

           OPEN    INPUT       DQH-F
           MOVE    LOW-VALUE   TO      WK-DQH-EOF
           PERFORM UNTIL WK-DQH-EOF    =       HIGH-VALUE
                   READ    DQH-F
                   IF      WK-DQH-STATUS =     ZERO
                           IF      DQH-KIND    =       "F" OR "R"
                                   PERFORM S110-10 THRU S110-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-DQH-EOF
                   END-IF
           END-PERFORM
           CLOSE   DQH-F

           IF      WK-FULL-SW  =       "Y"
                   DISPLAY WK-PGM-NAME
                           " 集計表満杯(3000行) 一部未集計"
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 履歴1行を集計へ(期間・フィードの外と壊れた行は捨てる)
       S110-10.

           IF      DQH-DATE    IS NOT  NUMERIC
              OR   DQH-CHECKED IS NOT  NUMERIC
              OR   DQH-NG      IS NOT  NUMERIC
              OR   DQH-DATE    <       WK-FROM
              OR   DQH-DATE    >       WK-TO
                   GO      TO      S110-EX
           END-IF
           IF      WK-FEED     NOT =   SPACE
              AND  DQH-FEED    NOT =   WK-FEED
                   GO      TO      S110-EX
           END-IF

      *    *** 項目・理由の行は同じステップ・フィードの合計行へ繋ぐ
           MOVE    ZERO        TO      K
           IF      DQH-KIND    NOT =   "T"
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > TBL-AG-CNT
                              OR ( TBL-AG-KIND (K) = "T"
                               AND TBL-AG-FEED (K) = DQH-FEED
                               AND TBL-AG-STEP (K) = DQH-STEP )
                           CONTINUE
                   END-PERFORM
                   IF      K           >       TBL-AG-CNT
                           GO      TO      S110-EX
                   END-IF
           END-IF

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-AG-CNT
                      OR ( TBL-AG-KIND (J) = DQH-KIND
                       AND TBL-AG-FEED (J) = DQH-FEED
                       AND TBL-AG-STEP (J) = DQH-STEP
                       AND TBL-AG-KEY (J)  = DQH-KEY )
                   CONTINUE
           END-PERFORM
           IF      J           >       TBL-AG-CNT
                   IF      TBL-AG-CNT  >=      3000
                           MOVE    "Y"         TO      WK-FULL-SW
                           GO      TO      S110-EX
                   END-IF
                   ADD     1           TO      TBL-AG-CNT
                   MOVE    DQH-FEED    TO      TBL-AG-FEED (J)
                   MOVE    DQH-STEP    TO      TBL-AG-STEP (J)
                   MOVE    DQH-KEY     TO      TBL-AG-KEY (J)
                   MOVE    DQH-KIND    TO      TBL-AG-KIND (J)
                   MOVE    K           TO      TBL-AG-TOT (J)
                   MOVE    ZERO        TO      TBL-AG-RUNS (J)
                                               TBL-AG-CHK1 (J)
                                               TBL-AG-CHK2 (J)
                                               TBL-AG-NG1 (J)
                                               TBL-AG-NG2 (J)
                                               TBL-AG-RATE (J)
                   MOVE    "N"         TO      TBL-AG-PICKED (J)
           END-IF

           ADD     1           TO      WK-USE-CNT
                                       TBL-AG-RUNS (J)
           IF      DQH-DATE    <=      WK-MID
                   ADD     DQH-CHECKED TO      TBL-AG-CHK1 (J)
                   ADD     DQH-NG      TO      TBL-AG-NG1 (J)
           ELSE
                   ADD     DQH-CHECKED TO      TBL-AG-CHK2 (J)
                   ADD     DQH-NG      TO      TBL-AG-NG2 (J)
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 期間全体の不合格率(ワーストの順位付け用)
       S200-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-AG-CNT
                   PERFORM S210-10     THRU    S210-EX
                   MOVE    WK-RATE     TO      TBL-AG-RATE (I)
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 1行(I)の不合格率・前半・後半の率と傾向
       S210-10.

           IF      TBL-AG-KIND (I) =   "T"
                   MOVE    I           TO      K
           ELSE
                   MOVE    TBL-AG-TOT (I) TO   K
           END-IF

           COMPUTE WK-CHK = TBL-AG-CHK1 (K) + TBL-AG-CHK2 (K)
           MOVE    ZERO        TO      WK-RATE
                                       WK-RATE1
                                       WK-RATE2
                                       WK-RATIO
           IF      WK-CHK      >       ZERO
                   COMPUTE WK-RATE ROUNDED =
                           ( TBL-AG-NG1 (I) + TBL-AG-NG2 (I) ) * 100
                           / WK-CHK
                     ON SIZE ERROR
                           MOVE    999.99      TO      WK-RATE
                   END-COMPUTE
           END-IF
           IF      TBL-AG-CHK1 (K) >   ZERO
                   COMPUTE WK-RATE1 ROUNDED =
                           TBL-AG-NG1 (I) * 100 / TBL-AG-CHK1 (K)
                     ON SIZE ERROR
                           MOVE    999.99      TO      WK-RATE1
                   END-COMPUTE
           END-IF
           IF      TBL-AG-CHK2 (K) >   ZERO
                   COMPUTE WK-RATE2 ROUNDED =
                           TBL-AG-NG2 (I) * 100 / TBL-AG-CHK2 (K)
                     ON SIZE ERROR
                           MOVE    999.99      TO      WK-RATE2
                   END-COMPUTE
           END-IF

      *    *** 傾向(前半・後半の実行の有無は合計行の検査件数で見る)
           COMPUTE WK-UP-LIMIT = WK-RATE1
                               * ( 100 + CFG-DQSCORE-TREND-PCT ) / 100
           IF      CFG-DQSCORE-TREND-PCT >=    100
                   MOVE    ZERO        TO      WK-DN-LIMIT
           ELSE
                   COMPUTE WK-DN-LIMIT = WK-RATE1
                               * ( 100 - CFG-DQSCORE-TREND-PCT ) / 100
           END-IF
           EVALUATE TRUE
               WHEN TBL-AG-CHK1 (K) =  ZERO
                AND TBL-AG-RUNS (K) >  ZERO
                   MOVE    "NEW"       TO      WK-TREND
               WHEN TBL-AG-CHK2 (K) =  ZERO
                   MOVE    "GONE"      TO      WK-TREND
               WHEN WK-RATE2   >       WK-UP-LIMIT
                   MOVE    "WORSE"     TO      WK-TREND
               WHEN WK-RATE2   <       WK-DN-LIMIT
                   MOVE    "BETTER"    TO      WK-TREND
               WHEN OTHER
                   MOVE    "STEADY"    TO      WK-TREND
           END-EVALUATE
           IF      WK-RATE1    >       ZERO
                   COMPUTE WK-RATIO ROUNDED = WK-RATE2 / WK-RATE1
                     ON SIZE ERROR
                           MOVE    999.9       TO      WK-RATIO
                   END-COMPUTE
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** 見出し(期間・対象・傾向の判定率)
       S300-10.

           MOVE    SPACE       TO      RPT-REC
           STRING  "DATA QUALITY SCORECARD  FROM " DELIMITED BY SIZE
                   WK-FROM     DELIMITED BY SIZE
                   " TO "      DELIMITED BY SIZE
                   WK-TO       DELIMITED BY SIZE
                   "  EARLIER HALF TO " DELIMITED BY SIZE
                   WK-MID      DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX

           MOVE    SPACE       TO      RPT-REC
           IF      WK-FEED     =       SPACE
                   MOVE    "FEED  ALL"  TO     RPT-REC
           ELSE
                   STRING  "FEED  "    DELIMITED BY SIZE
                           WK-FEED     DELIMITED BY SPACE
                           INTO    RPT-REC
                   END-STRING
           END-IF
           PERFORM S990-10     THRU    S990-EX

           MOVE    CFG-DQSCORE-TREND-PCT TO WK-CFG-D
           MOVE    SPACE       TO      RPT-REC
           STRING  "TREND: LATER-HALF RATE VS EARLIER-HALF RATE, +/-"
                               DELIMITED BY SIZE
                   WK-CFG-D    DELIMITED BY SIZE
                   "% = WORSE/BETTER  CHANGE = LATER/EARLIER"
                               DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           .
       S300-EX.
           EXIT.

      *    *** 1区分の一覧(RPT-REC に区分の表題を入れて呼ぶ)
      *    *** WK-WORST-SW=N フィード・ステップ・キーの順に全行、
      *    *** Y 不合格の有る行を不合格率の高い順に CFG-DQSCORE-TOP 件
       S400-10.

           MOVE    RPT-REC     TO      WK-TITLE
           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-TITLE    TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACE       TO      RPT-REC
           IF      WK-WORST-SW =       "Y"
                   MOVE    "RNK"       TO      RPT-REC (1:3)
           END-IF
           MOVE    "STEP"              TO      RPT-REC (5:4)
           MOVE    "FEED"              TO      RPT-REC (14:4)
           EVALUATE WK-SEC-KIND
               WHEN "F"
                   MOVE    "FIELD"     TO      RPT-REC (39:5)
               WHEN "R"
                   MOVE    "REASON"    TO      RPT-REC (39:6)
           END-EVALUATE
           MOVE    "RUNS"              TO      RPT-REC (57:4)
           MOVE    "CHECKED"           TO      RPT-REC (66:7)
           MOVE    "REJECTED"          TO      RPT-REC (77:8)
           MOVE    "RATE%"             TO      RPT-REC (87:5)
           MOVE    "EARLY%"            TO      RPT-REC (93:6)
           MOVE    "LATER%"            TO      RPT-REC (100:6)
           MOVE    "CHANGE"            TO      RPT-REC (107:6)
           MOVE    "TREND"             TO      RPT-REC (114:5)
           PERFORM S991-10     THRU    S991-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-AG-CNT
                   MOVE    "N"         TO      TBL-AG-PICKED (I)
           END-PERFORM
           MOVE    ZERO        TO      WK-RANK
           MOVE    1           TO      WK-PICK
           PERFORM UNTIL WK-PICK =     ZERO
                      OR ( WK-WORST-SW = "Y"
                       AND WK-RANK >=  CFG-DQSCORE-TOP )
                   PERFORM S410-10     THRU    S410-EX
                   IF      WK-PICK     >       ZERO
                           MOVE    "Y" TO TBL-AG-PICKED (WK-PICK)
                           ADD     1           TO      WK-RANK
                           PERFORM S420-10     THRU    S420-EX
                   END-IF
           END-PERFORM
           IF      WK-RANK     =       ZERO
                   MOVE    "  (NONE)"  TO      RPT-REC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S400-EX.
           EXIT.

      *    *** 次に出す行を選ぶ(WK-PICK、無ければ0)
       S410-10.

           MOVE    ZERO        TO      WK-PICK
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-AG-CNT
                   IF      TBL-AG-PICKED (I) = "N"
                      AND  TBL-AG-KIND (I) =   WK-SEC-KIND
                      AND  ( WK-WORST-SW = "N"
                          OR TBL-AG-NG1 (I) + TBL-AG-NG2 (I) > ZERO )
                           EVALUATE TRUE
                               WHEN WK-PICK =  ZERO
                                   MOVE    I   TO      WK-PICK
                               WHEN WK-WORST-SW = "N"
                                AND TBL-AG-SORT (I) <
                                    TBL-AG-SORT (WK-PICK)
                                   MOVE    I   TO      WK-PICK
                               WHEN WK-WORST-SW = "Y"
                                AND TBL-AG-RATE (I) >
                                    TBL-AG-RATE (WK-PICK)
                                   MOVE    I   TO      WK-PICK
                           END-EVALUATE
                   END-IF
           END-PERFORM
           .
       S410-EX.
           EXIT.

      *    *** 明細1行
       S420-10.

           MOVE    WK-PICK     TO      I
           PERFORM S210-10     THRU    S210-EX

           MOVE    SPACE       TO      RPT-REC
           IF      WK-WORST-SW =       "Y"
                   MOVE    WK-RANK     TO      WK-RANK-D
                   MOVE    WK-RANK-D   TO      RPT-REC (1:3)
           END-IF
           MOVE    TBL-AG-STEP (I)     TO      RPT-REC (5:8)
           MOVE    TBL-AG-FEED (I) (1:24) TO   RPT-REC (14:24)
           MOVE    TBL-AG-KEY (I)      TO      RPT-REC (39:16)
           MOVE    TBL-AG-RUNS (I)     TO      WK-RUNS-D
           MOVE    WK-RUNS-D           TO      RPT-REC (56:5)
           MOVE    WK-CHK              TO      WK-NUM-D
           MOVE    WK-NUM-D            TO      RPT-REC (62:11)
           COMPUTE WK-CHK = TBL-AG-NG1 (I) + TBL-AG-NG2 (I)
           MOVE    WK-CHK              TO      WK-NUM-D
           MOVE    WK-NUM-D            TO      RPT-REC (74:11)
           MOVE    WK-RATE             TO      WK-PCT-D
           MOVE    WK-PCT-D            TO      RPT-REC (86:6)
           IF      WK-TREND    NOT =   "NEW"
                   MOVE    WK-RATE1    TO      WK-PCT-D
                   MOVE    WK-PCT-D    TO      RPT-REC (93:6)
           END-IF
           IF      WK-TREND    NOT =   "GONE"
                   MOVE    WK-RATE2    TO      WK-PCT-D
                   MOVE    WK-PCT-D    TO      RPT-REC (100:6)
           END-IF
           IF      WK-RATE1    >       ZERO
              AND  WK-TREND    NOT =   "GONE"
                   MOVE    WK-RATIO    TO      WK-RATIO-D
                   MOVE    "x"         TO      RPT-REC (107:1)
                   MOVE    WK-RATIO-D  TO      RPT-REC (108:5)
           END-IF
           MOVE    WK-TREND            TO      RPT-REC (114:6)
           PERFORM S990-10     THRU    S990-EX
           .
       S420-EX.
           EXIT.

      *    *** 日付(WK-CV-DATE)→通算日数(WK-CV-DAY)
       S960-10.

           MOVE    WK-CV-DATE  TO      QDW-DATE2-YMD
           MOVE    "A"         TO      QDW-DATE2-ID
           CALL    "DATEWEEK"  USING   QDW-DATEWEEK-AREA
           MOVE    QDW-NISUU   TO      WK-CV-DAY
           .
       S960-EX.
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
