      *    *** 受信遅延監視プログラム(着信予定と締め時刻)
      *    *** DIRDIFF は走らせた後で前日との差を教えるだけで、
      *    *** 1時締めのフィードが1時半に来ていなくても誰も気付かない。
      *    *** 本プログラムは着信予定表(CFG-LATEMON-SCHED-NAME)の
      *    *** 業務日ごとの予定ファイルを、受信ディレクトリーの
      *    *** スナップショット(DECODE06形式)と夜通し繰り返し突き合わせ、
      *    *** 締め時刻を過ぎても無ければ LOGERR W、最終期限を過ぎても
      *    *** 無ければ LOGERR F(アラートキューへ)を上げる。
      *    *** 予定表1行= 名前型(32) 空白 着信開始(4) 空白 締め(4) 空白
      *    ***   最終期限(4) 空白 日区分(1) 空白 注記(40)
      *    ***   名前型は "*"(任意の並び)・"?"(任意の1字)と
      *    ***   &DATE(業務日付)が使える。
      *    ***   時刻は業務日の0時からのHHMMで、2400以上は翌日
      *    ***   (2530=翌1時30分)。着信開始より前に来た物は早着、
      *    ***   最終期限の空白・締めより前は締めと同じ。
      *    ***   日区分 A=毎日、B=営業日、H=休業日、M=月末、Q=期末
      *    ***   (共通カレンダー CALGEN出力の業務日付の行で判定。
      *    ***   カレンダーが無ければ B=平日 H=土日 とし M/Q は対象外)
      *    ***   "*" "#" 始まりと空行は注記
      *    *** 監視状態(CFG-LATEMON-STATE-NAME)へ業務日×予定ごとの
      *    *** 着否・初見時刻・警告済を残し(繰り返しても同じ警告は1回)、
      *    *** 予定に無いファイルは想定外として残す。前の業務日に記録
      *    *** 済のファイル(片付け前の前日分)は着信にも想定外にも
      *    *** 数えない。HANDOVER が朝の引き継ぎに写す。
      *    *** 状態1行= 業務日付 区分(S=予定 U=想定外) 状態 締め警告済
      *    ***   期限警告済 初見時刻 締め時刻 名前型 ファイル名 注記
      *    ***   状態 P=未着 A=定刻着 E=早着 L=遅着 U=想定外
      *    *** 1回ごとに CFG-LATEMON-SNAP-CMD(空白=しない)で
      *    *** スナップショットを取り直してから突き合わせる。
      *    *** LI-INTERVAL 分>0 なら、全予定の決着(着信か期限超過)か
      *    *** LI-UNTIL(業務日のHHMM。0=最も遅い最終期限)まで
      *    *** 間隔を空けて繰り返す
      *    *** RETURN-CODE 0=正常, 4=遅着・締め超過・想定外・
      *    ***             スナップショット読めず, 8=最終期限超過
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             LATEMON.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 着信予定表
       SELECT SCH-F            ASSIGN   WK-SCH-F-NAME
                               STATUS   WK-SCH-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 受信ディレクトリーのスナップショット(DECODE06形式)
       SELECT SNP-F            ASSIGN   WK-SNP-F-NAME
                               STATUS   WK-SNP-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 監視状態(HANDOVERが読む)
       SELECT ST-F             ASSIGN   WK-ST-F-NAME
                               STATUS   WK-ST-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 共通カレンダー(CALGEN出力)
       SELECT CGC-F            ASSIGN   WK-CGC-F-NAME
                               STATUS   WK-CGC-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  SCH-F
           LABEL RECORDS ARE STANDARD.
       01  SCH-REC             PIC  X(092).

       FD  SNP-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-SNP-LEN.
       01  SNP-REC             PIC  X(256).

       FD  ST-F
           LABEL RECORDS ARE STANDARD.
       01  ST-REC.
           03  ST-DATE         PIC  9(008).
           03  FILLER          PIC  X(001).
           03  ST-KIND         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  ST-STAT         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  ST-WARN         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  ST-ALERT        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  ST-SEEN         PIC  9(004).
           03  FILLER          PIC  X(001).
           03  ST-DUE          PIC  9(004).
           03  FILLER          PIC  X(001).
           03  ST-KEY          PIC  X(032).
           03  FILLER          PIC  X(001).
           03  ST-FILE         PIC  X(032).
           03  FILLER          PIC  X(001).
           03  ST-NOTE         PIC  X(040).

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

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "LATEMON".

           03  WK-SCH-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-SCH-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-SCH-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-SNP-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-SNP-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-SNP-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-SNP-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SNP-NG       PIC  X(001) VALUE "N".

           03  WK-ST-F-NAME    PIC  X(032) VALUE SPACE.
           03  WK-ST-STATUS    PIC  9(002) VALUE ZERO.
           03  WK-ST-EOF       PIC  X(001) VALUE LOW-VALUE.

           03  WK-CGC-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-CGC-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CGC-EOF      PIC  X(001) VALUE LOW-VALUE.

      *    *** スナップショットの取り込み位置(MANRECONと同じ既定)
           03  WK-OFS-FILE     BINARY-LONG SYNC VALUE 37.
           03  WK-LEN-FILE     BINARY-LONG SYNC VALUE 12.

      *    *** 業務日付と当日カレンダー(Y/N、無しはSPACE)
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-DATE     PIC  9(008) VALUE ZERO.
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-CAL-HIT      PIC  X(001) VALUE "N".
           03  WK-CAL-BIZ      PIC  X(001) VALUE SPACE.
           03  WK-CAL-HOL      PIC  X(001) VALUE SPACE.
           03  WK-CAL-ME       PIC  X(001) VALUE SPACE.
           03  WK-CAL-PE       PIC  X(001) VALUE SPACE.
           03  WK-KEEP-DATE    PIC  9(008) VALUE ZERO.

      *    *** 現在時刻(業務日の0時からの分とHHMM)
           03  WK-NOW-DATE     PIC  9(008) VALUE ZERO.
           03  WK-NOW-TIME     PIC  9(008) VALUE ZERO.
           03  WK-NOW-TIME-R   REDEFINES WK-NOW-TIME.
             05  WK-NOW-HH     PIC  9(002).
             05  WK-NOW-MI     PIC  9(002).
             05  FILLER        PIC  9(004).
           03  WK-NOW-MIN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NOW-HHMM     PIC  9(004) VALUE ZERO.
           03  WK-UNTIL-MIN    BINARY-LONG SYNC VALUE ZERO.

      *    *** HHMM ⇔ 分の変換
           03  WK-HHMM         PIC  9(004) VALUE ZERO.
           03  WK-MIN          BINARY-LONG SYNC VALUE ZERO.
           03  WK-HH-W         BINARY-LONG SYNC VALUE ZERO.
           03  WK-MI-W         BINARY-LONG SYNC VALUE ZERO.

      *    *** 繰り返し
           03  WK-INTERVAL     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SLEEP-60S    PIC  9(018) COMP VALUE 60000000000.
           03  WK-DONE         PIC  X(001) VALUE "N".
           03  WK-SETTLED      PIC  X(001) VALUE "N".
           03  WK-CYCLE        BINARY-LONG SYNC VALUE ZERO.

      *    *** 予定表1行(解析用)
           03  WK-SCH-LINE.
             05  WK-S-PAT      PIC  X(032).
             05  FILLER        PIC  X(001).
             05  WK-S-EARLY    PIC  X(004).
             05  FILLER        PIC  X(001).
             05  WK-S-CUT      PIC  X(004).
             05  FILLER        PIC  X(001).
             05  WK-S-DEAD     PIC  X(004).
             05  FILLER        PIC  X(001).
             05  WK-S-RULE     PIC  X(001).
             05  FILLER        PIC  X(001).
             05  WK-S-NOTE     PIC  X(040).
             05  FILLER        PIC  X(002).

      *    *** 名前型の照合(WK-MATCH=Y 該当)
           03  WK-PAT          PIC  X(064) VALUE SPACE.
           03  WK-PAT-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NAME         PIC  X(256) VALUE SPACE.
           03  WK-NAME-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PI           BINARY-LONG SYNC VALUE ZERO.
           03  WK-NI           BINARY-LONG SYNC VALUE ZERO.
           03  WK-STAR         BINARY-LONG SYNC VALUE ZERO.
           03  WK-MARK         BINARY-LONG SYNC VALUE ZERO.
           03  WK-MATCH        PIC  X(001) VALUE "N".
           03  WK-FAIL         PIC  X(001) VALUE "N".
           03  WK-KNOWN        PIC  X(001) VALUE "N".

      *    *** &DATE の解決
           03  WK-RES-IN       PIC  X(032) VALUE SPACE.
           03  WK-RES-OUT      PIC  X(064) VALUE SPACE.
           03  WK-RES-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-RES-Q        BINARY-LONG SYNC VALUE ZERO.

      *    *** 集計
           03  WK-EXP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ARR-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LATE-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-WAIT-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-OVER-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-MISS-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-UNEXP-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC           BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-D        PIC  ZZZ9.

      *    *** 予定表(当日に該当しない行も照合用に持つ)
       01  TBL-SCH-AREA.
           03  TBL-SCH-ENT     OCCURS 200.
             05  TBL-SCH-PAT   PIC  X(064).
             05  TBL-SCH-EARLY PIC  9(004).
             05  TBL-SCH-CUT   PIC  9(004).
             05  TBL-SCH-DEAD  PIC  9(004).
             05  TBL-SCH-EARLY-M BINARY-LONG SYNC.
             05  TBL-SCH-CUT-M BINARY-LONG SYNC.
             05  TBL-SCH-DEAD-M BINARY-LONG SYNC.
             05  TBL-SCH-RULE  PIC  X(001).
             05  TBL-SCH-NOTE  PIC  X(040).
             05  TBL-SCH-APPLY PIC  X(001).
             05  TBL-SCH-ST    BINARY-LONG SYNC.
       01  TBL-SCH-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** スナップショットのファイル名
       01  TBL-SNP-AREA.
           03  TBL-SNP-ENT     OCCURS 2000.
             05  TBL-SNP-FILE  PIC  X(032).
             05  TBL-SNP-HIT   PIC  X(001).
       01  TBL-SNP-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 監視状態(保存期間内の全業務日)
       01  TBL-ST-AREA.
           03  TBL-ST-ENT      OCCURS 3000.
             05  TBL-ST-DATE   PIC  9(008).
             05  TBL-ST-KIND   PIC  X(001).
             05  TBL-ST-STAT   PIC  X(001).
             05  TBL-ST-WARN   PIC  X(001).
             05  TBL-ST-ALERT  PIC  X(001).
             05  TBL-ST-SEEN   PIC  9(004).
             05  TBL-ST-DUE    PIC  9(004).
             05  TBL-ST-KEY    PIC  X(032).
             05  TBL-ST-FILE   PIC  X(032).
             05  TBL-ST-NOTE   PIC  X(040).
       01  TBL-ST-CNT          BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPCONFIG.
           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==LDW==.

       01  LI-LOGERR-PGM       PIC  X(008).
       01  LI-LOGERR-CONTEXT   PIC  X(040).
       01  LI-LOGERR-STATUS    PIC  X(004).
       01  LI-LOGERR-SEVERITY  PIC  X(001).

       LINKAGE                 SECTION.

      *    *** 受信ディレクトリーのスナップショットファイル名
       01  LI-SNAP-FILENAME    PIC  X(256).

      *    *** 繰り返し間隔(分、0=1回だけ)
       01  LI-INTERVAL         PIC  9(004).

      *    *** 繰り返しの打切り(業務日のHHMM、0=最も遅い最終期限)
       01  LI-UNTIL            PIC  9(004).

       PROCEDURE   DIVISION    USING   LI-SNAP-FILENAME
                                       LI-INTERVAL
                                       LI-UNTIL
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

           PERFORM S010-10     THRU    S010-EX
           PERFORM S020-10     THRU    S020-EX
           PERFORM S030-10     THRU    S030-EX

           MOVE    ZERO        TO      WK-INTERVAL
           IF      LI-INTERVAL IS      NUMERIC
                   MOVE    LI-INTERVAL TO      WK-INTERVAL
           END-IF

      *    *** 打切り(指定が無ければ当日該当の最も遅い最終期限)
           MOVE    ZERO        TO      WK-UNTIL-MIN
           IF      LI-UNTIL    IS      NUMERIC
              AND  LI-UNTIL    >       ZERO
                   MOVE    LI-UNTIL    TO      WK-HHMM
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    WK-MIN      TO      WK-UNTIL-MIN
           ELSE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-SCH-CNT
                           IF      TBL-SCH-APPLY (I) = "Y"
                              AND  TBL-SCH-DEAD-M (I) > WK-UNTIL-MIN
                                   MOVE    TBL-SCH-DEAD-M (I) TO
                                           WK-UNTIL-MIN
                           END-IF
                   END-PERFORM
           END-IF

           MOVE    "N"         TO      WK-DONE
           PERFORM UNTIL WK-DONE =     "Y"
                   PERFORM S100-10     THRU    S100-EX
                   IF      WK-INTERVAL =       ZERO
                      OR   WK-SETTLED  =       "Y"
                      OR   WK-NOW-MIN  >=      WK-UNTIL-MIN
                           MOVE    "Y"         TO      WK-DONE
                   ELSE
                           PERFORM WK-INTERVAL TIMES
                                   CALL    "CBL_OC_NANOSLEEP" USING
                                           WK-SLEEP-60S
                           END-PERFORM
                   END-IF
           END-PERFORM

      *    *** 最後の回の結果でRCを決める
           MOVE    ZERO        TO      WK-RC
           IF      WK-LATE-CNT >       ZERO
              OR   WK-OVER-CNT >       ZERO
              OR   WK-UNEXP-CNT >      ZERO
              OR   WK-SNP-NG   =       "Y"
                   MOVE    4           TO      WK-RC
           END-IF
           IF      WK-MISS-CNT >       ZERO
                   MOVE    8           TO      WK-RC
           END-IF

           DISPLAY WK-PGM-NAME " END RC=" WK-RC
           .
       M100-EX.
           MOVE    WK-RC       TO      RETURN-CODE
           EXIT    PROGRAM.

      *    *** 初期処理(構成上書き・業務日付・当日カレンダー)
       S010-10.

           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-LATEMON-SCHED-NAME TO WK-SCH-F-NAME
           MOVE    CFG-LATEMON-STATE-NAME TO WK-ST-F-NAME
           MOVE    CFG-MAINJOB-CAL-NAME TO WK-CGC-F-NAME
           IF      CFG-LATEMON-OFS-FILE > ZERO
                   MOVE    CFG-LATEMON-OFS-FILE TO WK-OFS-FILE
           END-IF
           IF      CFG-LATEMON-LEN-FILE > ZERO
              AND  CFG-LATEMON-LEN-FILE <= 32
                   MOVE    CFG-LATEMON-LEN-FILE TO WK-LEN-FILE
           END-IF

           MOVE    TRIM(LI-SNAP-FILENAME) TO WK-SNP-F-NAME
      *    *** OS対応パス名正規化(区切り文字と基準ディレクトリー)
           CALL    "PATHSVC"   USING   WK-SNP-F-NAME

           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-BIZ-DATE
                                       WK-BIZ-STAT

      *    *** 状態の保存期間
           COMPUTE WK-KEEP-DATE = DATE-OF-INTEGER
                   ( INTEGER-OF-DATE (WK-BIZ-DATE) - CFG-LATEMON-KEEP )

           MOVE    "N"         TO      WK-CAL-HIT
           OPEN    INPUT       CGC-F
           IF      WK-CGC-STATUS =     ZERO
                   MOVE    LOW-VALUE   TO      WK-CGC-EOF
                   PERFORM UNTIL WK-CGC-EOF    =       HIGH-VALUE
                           READ    CGC-F
                           IF      WK-CGC-STATUS =     ZERO
                                   IF      CGC-DATE    =   WK-BIZ-DATE
                                           MOVE "Y"    TO  WK-CAL-HIT
                                           MOVE CGC-BIZ TO WK-CAL-BIZ
                                           MOVE CGC-HOLIDAY TO
                                                WK-CAL-HOL
                                           MOVE CGC-MONTH-END TO
                                                WK-CAL-ME
                                           MOVE CGC-PERIOD-END TO
                                                WK-CAL-PE
                                           MOVE HIGH-VALUE TO
                                                WK-CGC-EOF
                                   END-IF
                           ELSE
                                   MOVE    HIGH-VALUE  TO  WK-CGC-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   CGC-F
           END-IF

      *    *** カレンダーに無ければ曜日だけで判定する
           IF      WK-CAL-HIT  =       "N"
                   DISPLAY WK-PGM-NAME " カレンダーに "
                           WK-BIZ-DATE " 無し 曜日で判定"
                   MOVE    WK-BIZ-DATE TO      LDW-DATE2-YMD
                   MOVE    "A"         TO      LDW-DATE2-ID
                   CALL    "DATEWEEK"  USING   LDW-DATEWEEK-AREA
                   IF      LDW-DATE2-WEEK =    1 OR 7
                           MOVE    "N"         TO      WK-CAL-BIZ
                   ELSE
                           MOVE    "Y"         TO      WK-CAL-BIZ
                   END-IF
                   MOVE    "N"         TO      WK-CAL-ME
                                               WK-CAL-PE
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** 着信予定表の読込みと当日該当の判定
       S020-10.

           MOVE    ZERO        TO      TBL-SCH-CNT
           OPEN    INPUT       SCH-F
           IF      WK-SCH-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " SCH-F OPEN ERROR STATUS="
                           WK-SCH-STATUS " " WK-SCH-F-NAME
                   GO      TO      S020-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-SCH-EOF
           PERFORM UNTIL WK-SCH-EOF    =       HIGH-VALUE
                   READ    SCH-F
                   IF      WK-SCH-STATUS =     ZERO
                           IF      SCH-REC     NOT =   SPACE
                              AND  SCH-REC (1:1) NOT = "*" AND "#"
                              AND  TBL-SCH-CNT <       200
                                   MOVE    SCH-REC     TO  WK-SCH-LINE
                                   PERFORM S025-10     THRU S025-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-SCH-EOF
                   END-IF
           END-PERFORM
           CLOSE   SCH-F
           .
       S020-EX.
           EXIT.

      *    *** 予定表1行をテーブルへ(時刻の書式誤りは警告して捨てる)
       S025-10.

           IF      WK-S-EARLY  =       SPACE
                   MOVE    "0000"      TO      WK-S-EARLY
           END-IF
           IF      WK-S-DEAD   =       SPACE
                   MOVE    WK-S-CUT    TO      WK-S-DEAD
           END-IF
           IF      WK-S-EARLY  IS NOT  NUMERIC
              OR   WK-S-CUT    IS NOT  NUMERIC
              OR   WK-S-DEAD   IS NOT  NUMERIC
              OR   WK-S-EARLY (3:2) >  "59"
              OR   WK-S-CUT (3:2) >    "59"
              OR   WK-S-DEAD (3:2) >   "59"
              OR   WK-S-RULE   NOT =   "A" AND "B" AND "H" AND "M"
                                   AND "Q"
                   DISPLAY WK-PGM-NAME " 予定表の書式誤り "
                           WK-S-PAT
                   MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
                   MOVE    SPACE       TO      LI-LOGERR-CONTEXT
                   STRING  "SCHED NG "  DELIMITED BY SIZE
                           WK-S-PAT    DELIMITED BY SPACE
                           INTO    LI-LOGERR-CONTEXT
                   END-STRING
                   MOVE    SPACE       TO      LI-LOGERR-STATUS
                   MOVE    "W"         TO      LI-LOGERR-SEVERITY
                   CALL    "LOGERR"    USING   LI-LOGERR-PGM
                                               LI-LOGERR-CONTEXT
                                               LI-LOGERR-STATUS
                                               LI-LOGERR-SEVERITY
                   GO      TO      S025-EX
           END-IF

           ADD     1           TO      TBL-SCH-CNT
           MOVE    TBL-SCH-CNT TO      I

           MOVE    WK-S-PAT    TO      WK-RES-IN
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-RES-OUT  TO      TBL-SCH-PAT (I)

           MOVE    WK-S-EARLY  TO      TBL-SCH-EARLY (I)
                                       WK-HHMM
           PERFORM S900-10     THRU    S900-EX
           MOVE    WK-MIN      TO      TBL-SCH-EARLY-M (I)
           MOVE    WK-S-CUT    TO      TBL-SCH-CUT (I)
                                       WK-HHMM
           PERFORM S900-10     THRU    S900-EX
           MOVE    WK-MIN      TO      TBL-SCH-CUT-M (I)
           MOVE    WK-S-DEAD   TO      TBL-SCH-DEAD (I)
                                       WK-HHMM
           PERFORM S900-10     THRU    S900-EX
           MOVE    WK-MIN      TO      TBL-SCH-DEAD-M (I)
           IF      TBL-SCH-DEAD-M (I) < TBL-SCH-CUT-M (I)
                   MOVE    TBL-SCH-CUT (I) TO  TBL-SCH-DEAD (I)
                   MOVE    TBL-SCH-CUT-M (I) TO TBL-SCH-DEAD-M (I)
           END-IF
           MOVE    WK-S-RULE   TO      TBL-SCH-RULE (I)
           MOVE    WK-S-NOTE   TO      TBL-SCH-NOTE (I)
           MOVE    ZERO        TO      TBL-SCH-ST (I)

      *    *** 日区分の判定
           MOVE    "N"         TO      TBL-SCH-APPLY (I)
           EVALUATE WK-S-RULE
               WHEN "A"
                   MOVE    "Y"         TO      TBL-SCH-APPLY (I)
               WHEN "B"
                   IF      WK-CAL-BIZ  =       "Y"
                           MOVE    "Y"         TO  TBL-SCH-APPLY (I)
                   END-IF
               WHEN "H"
                   IF      WK-CAL-BIZ  NOT =   "Y"
                           MOVE    "Y"         TO  TBL-SCH-APPLY (I)
                   END-IF
               WHEN "M"
                   IF      WK-CAL-ME   =       "Y"
                           MOVE    "Y"         TO  TBL-SCH-APPLY (I)
                   END-IF
               WHEN "Q"
                   IF      WK-CAL-PE   =       "Y"
                           MOVE    "Y"         TO  TBL-SCH-APPLY (I)
                   END-IF
           END-EVALUATE
           .
       S025-EX.
           EXIT.

      *    *** 監視状態の読込み(保存期間外は捨てる)と当日予定の行の用意
       S030-10.

           MOVE    ZERO        TO      TBL-ST-CNT
           OPEN    INPUT       ST-F
           IF      WK-ST-STATUS =      ZERO
                   MOVE    LOW-VALUE   TO      WK-ST-EOF
                   PERFORM UNTIL WK-ST-EOF     =       HIGH-VALUE
                           READ    ST-F
                           IF      WK-ST-STATUS =      ZERO
                                   IF      ST-DATE IS NUMERIC
                                      AND  ST-DATE >=  WK-KEEP-DATE
                                      AND  TBL-ST-CNT < 3000
                                           PERFORM S035-10
                                              THRU S035-EX
                                   END-IF
                           ELSE
                                   MOVE    HIGH-VALUE  TO  WK-ST-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   ST-F
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-SCH-CNT
                   IF      TBL-SCH-APPLY (I) = "Y"
                           PERFORM S037-10     THRU    S037-EX
                   END-IF
           END-PERFORM
           .
       S030-EX.
           EXIT.

      *    *** 状態1行をテーブルへ
       S035-10.

           ADD     1           TO      TBL-ST-CNT
           MOVE    ST-DATE     TO      TBL-ST-DATE (TBL-ST-CNT)
           MOVE    ST-KIND     TO      TBL-ST-KIND (TBL-ST-CNT)
           MOVE    ST-STAT     TO      TBL-ST-STAT (TBL-ST-CNT)
           MOVE    ST-WARN     TO      TBL-ST-WARN (TBL-ST-CNT)
           MOVE    ST-ALERT    TO      TBL-ST-ALERT (TBL-ST-CNT)
           MOVE    ZERO        TO      TBL-ST-SEEN (TBL-ST-CNT)
                                       TBL-ST-DUE (TBL-ST-CNT)
           IF      ST-SEEN     IS      NUMERIC
                   MOVE    ST-SEEN     TO      TBL-ST-SEEN (TBL-ST-CNT)
           END-IF
           IF      ST-DUE      IS      NUMERIC
                   MOVE    ST-DUE      TO      TBL-ST-DUE (TBL-ST-CNT)
           END-IF
           MOVE    ST-KEY      TO      TBL-ST-KEY (TBL-ST-CNT)
           MOVE    ST-FILE     TO      TBL-ST-FILE (TBL-ST-CNT)
           MOVE    ST-NOTE     TO      TBL-ST-NOTE (TBL-ST-CNT)
           .
       S035-EX.
           EXIT.

      *    *** 当日予定1件の状態行を探し、無ければ未着で作る
       S037-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TBL-ST-CNT
                      OR TBL-SCH-ST (I) > ZERO
                   IF      TBL-ST-DATE (K) =   WK-BIZ-DATE
                      AND  TBL-ST-KIND (K) =   "S"
                      AND  TBL-ST-KEY (K) =    TBL-SCH-PAT (I) (1:32)
                           MOVE    K           TO      TBL-SCH-ST (I)
                   END-IF
           END-PERFORM
           IF      TBL-SCH-ST (I) >    ZERO
              OR   TBL-ST-CNT  >=      3000
                   GO      TO      S037-EX
           END-IF

           ADD     1           TO      TBL-ST-CNT
           MOVE    TBL-ST-CNT  TO      K
                                       TBL-SCH-ST (I)
           MOVE    WK-BIZ-DATE TO      TBL-ST-DATE (K)
           MOVE    "S"         TO      TBL-ST-KIND (K)
           MOVE    "P"         TO      TBL-ST-STAT (K)
           MOVE    "N"         TO      TBL-ST-WARN (K)
                                       TBL-ST-ALERT (K)
           MOVE    ZERO        TO      TBL-ST-SEEN (K)
           MOVE    TBL-SCH-CUT (I) TO  TBL-ST-DUE (K)
           MOVE    TBL-SCH-PAT (I) TO  TBL-ST-KEY (K)
           MOVE    SPACE       TO      TBL-ST-FILE (K)
           MOVE    TBL-SCH-NOTE (I) TO TBL-ST-NOTE (K)
           .
       S037-EX.
           EXIT.

      *    *** 名前型の &DATE を業務日付へ(WK-RES-IN → WK-RES-OUT)
       S050-10.

           MOVE    SPACE       TO      WK-RES-OUT
           MOVE    1           TO      WK-RES-P
                                       WK-RES-Q

           PERFORM UNTIL WK-RES-P > 32
                      OR WK-RES-IN (WK-RES-P:) = SPACE
                   IF      WK-RES-P    <=      28
                      AND  WK-RES-IN (WK-RES-P:5) = "&DATE"
                           STRING  WK-BIZ-DATE DELIMITED BY SIZE
                                   INTO    WK-RES-OUT
                                   WITH POINTER WK-RES-Q
                           END-STRING
                           ADD     5           TO      WK-RES-P
                   ELSE
                           STRING  WK-RES-IN (WK-RES-P:1)
                                   DELIMITED BY SIZE
                                   INTO    WK-RES-OUT
                                   WITH POINTER WK-RES-Q
                           END-STRING
                           ADD     1           TO      WK-RES-P
                   END-IF
           END-PERFORM
           .
       S050-EX.
           EXIT.

      *    *** 1回分の突合せ
       S100-10.

           ADD     1           TO      WK-CYCLE
           PERFORM S105-10     THRU    S105-EX

      *    *** スナップショットの取り直し
           IF      CFG-LATEMON-SNAP-CMD NOT = SPACE
                   CALL    "SYSTEM"    USING   CFG-LATEMON-SNAP-CMD
           END-IF

           PERFORM S110-10     THRU    S110-EX
           IF      WK-SNP-NG   =       "Y"
                   GO      TO      S100-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-SCH-CNT
                   IF      TBL-SCH-APPLY (I) = "Y"
                      AND  TBL-SCH-ST (I) > ZERO
                           PERFORM S120-10     THRU    S120-EX
                   END-IF
           END-PERFORM

           PERFORM S130-10     THRU    S130-EX
           PERFORM S140-10     THRU    S140-EX
           PERFORM S150-10     THRU    S150-EX
           .
       S100-EX.
           EXIT.

      *    *** 現在時刻を業務日の0時からの分・HHMMにする
       S105-10.

           ACCEPT  WK-NOW-DATE FROM    DATE YYYYMMDD
           ACCEPT  WK-NOW-TIME FROM    TIME
           COMPUTE WK-NOW-MIN =
                   ( INTEGER-OF-DATE (WK-NOW-DATE)
                   - INTEGER-OF-DATE (WK-BIZ-DATE) ) * 1440
                   + WK-NOW-HH * 60 + WK-NOW-MI
           IF      WK-NOW-MIN  <       ZERO
                   MOVE    ZERO        TO      WK-NOW-MIN
           END-IF
           IF      WK-NOW-MIN  >       5999
                   MOVE    9959        TO      WK-NOW-HHMM
           ELSE
                   DIVIDE  WK-NOW-MIN  BY      60
                           GIVING  WK-HH-W
                           REMAINDER WK-MI-W
                   COMPUTE WK-NOW-HHMM = WK-HH-W * 100 + WK-MI-W
           END-IF
           .
       S105-EX.
           EXIT.

      *    *** スナップショットの読込み(読めない回は突き合わせない)
       S110-10.

           MOVE    "N"         TO      WK-SNP-NG
           MOVE    ZERO        TO      TBL-SNP-CNT
           OPEN    INPUT       SNP-F
           IF      WK-SNP-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " SNP-F OPEN ERROR STATUS="
                           WK-SNP-STATUS " " TRIM (WK-SNP-F-NAME)
                   MOVE    "Y"         TO      WK-SNP-NG
                   MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
                   MOVE    "SNAPSHOT NOT READABLE" TO LI-LOGERR-CONTEXT
                   MOVE    WK-SNP-STATUS TO    LI-LOGERR-STATUS
                   MOVE    "W"         TO      LI-LOGERR-SEVERITY
                   CALL    "LOGERR"    USING   LI-LOGERR-PGM
                                               LI-LOGERR-CONTEXT
                                               LI-LOGERR-STATUS
                                               LI-LOGERR-SEVERITY
                   GO      TO      S110-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-SNP-EOF
           PERFORM UNTIL WK-SNP-EOF    =       HIGH-VALUE
                   READ    SNP-F
                   IF      WK-SNP-STATUS =     ZERO
                           IF      WK-SNP-LEN  >=
                                   WK-OFS-FILE + WK-LEN-FILE - 1
                              AND  SNP-REC (WK-OFS-FILE:WK-LEN-FILE)
                                               NOT =   SPACE
                              AND  TBL-SNP-CNT <       2000
                                   ADD     1           TO  TBL-SNP-CNT
                                   MOVE    SPACE       TO
                                           TBL-SNP-FILE (TBL-SNP-CNT)
                                   MOVE    SNP-REC
                                           (WK-OFS-FILE:WK-LEN-FILE) TO
                                           TBL-SNP-FILE (TBL-SNP-CNT)
                                   MOVE    "N"         TO
                                           TBL-SNP-HIT (TBL-SNP-CNT)
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-SNP-EOF
                   END-IF
           END-PERFORM
           CLOSE   SNP-F
           .
       S110-EX.
           EXIT.

      *    *** 予定1件の判定(着信・締め超過・最終期限超過)
       S120-10.

           MOVE    TBL-SCH-ST (I) TO   K

      *    *** 合うファイルは全て予定内として印を付け、未着なら
      *    *** 最初に合った物を着信とする
           MOVE    TBL-SCH-PAT (I) TO  WK-PAT
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-SNP-CNT
                   MOVE    TBL-SNP-FILE (J) TO WK-NAME
                   PERFORM S125-10     THRU    S125-EX
                   IF      WK-MATCH    =       "Y"
                           PERFORM S135-10     THRU    S135-EX
                           IF      WK-KNOWN    =       "N"
                                   MOVE    "Y"         TO
                                           TBL-SNP-HIT (J)
                                   IF      TBL-ST-STAT (K) = "P"
                                           PERFORM S128-10
                                              THRU S128-EX
                                   END-IF
                           END-IF
                   END-IF
           END-PERFORM

           IF      TBL-ST-STAT (K) NOT = "P"
                   GO      TO      S120-EX
           END-IF

      *    *** 締め時刻超過(1回だけ警告)
           IF      WK-NOW-MIN  >       TBL-SCH-CUT-M (I)
              AND  TBL-ST-WARN (K) =   "N"
                   MOVE    "Y"         TO      TBL-ST-WARN (K)
                   DISPLAY WK-PGM-NAME " 締め超過 "
                           TRIM (TBL-SCH-PAT (I))
                           " 締め=" TBL-SCH-CUT (I)
                   MOVE    SPACE       TO      LI-LOGERR-CONTEXT
                   STRING  "LATE "     DELIMITED BY SIZE
                           TBL-SCH-PAT (I) DELIMITED BY SPACE
                           " CUTOFF "  DELIMITED BY SIZE
                           TBL-SCH-CUT (I) DELIMITED BY SIZE
                           INTO    LI-LOGERR-CONTEXT
                   END-STRING
                   MOVE    "W"         TO      LI-LOGERR-SEVERITY
                   PERFORM S190-10     THRU    S190-EX
           END-IF

      *    *** 最終期限超過(1回だけアラート)
           IF      WK-NOW-MIN  >       TBL-SCH-DEAD-M (I)
              AND  TBL-ST-ALERT (K) =  "N"
                   MOVE    "Y"         TO      TBL-ST-ALERT (K)
                   DISPLAY WK-PGM-NAME " 最終期限超過 "
                           TRIM (TBL-SCH-PAT (I))
                           " 期限=" TBL-SCH-DEAD (I)
                   MOVE    SPACE       TO      LI-LOGERR-CONTEXT
                   STRING  "MISSING "  DELIMITED BY SIZE
                           TBL-SCH-PAT (I) DELIMITED BY SPACE
                           " DEADLINE " DELIMITED BY SIZE
                           TBL-SCH-DEAD (I) DELIMITED BY SIZE
                           INTO    LI-LOGERR-CONTEXT
                   END-STRING
                   MOVE    "F"         TO      LI-LOGERR-SEVERITY
                   PERFORM S190-10     THRU    S190-EX
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 名前型(WK-PAT)と名前(WK-NAME)の照合
      *    *** "*" は任意の並び、"?" は任意の1字
       S125-10.

           MOVE    "N"         TO      WK-MATCH
           IF      WK-PAT      =       SPACE
              OR   WK-NAME     =       SPACE
                   GO      TO      S125-EX
           END-IF
           COMPUTE WK-PAT-LEN  = LENGTH (TRIM (WK-PAT TRAILING))
           COMPUTE WK-NAME-LEN = LENGTH (TRIM (WK-NAME TRAILING))

      *    *** 照合本体(最後の "*" の位置へ戻りながら進める)
           MOVE    1           TO      WK-PI
                                       WK-NI
           MOVE    ZERO        TO      WK-STAR
                                       WK-MARK
           MOVE    "N"         TO      WK-FAIL
           PERFORM UNTIL WK-NI > WK-NAME-LEN
                      OR WK-FAIL = "Y"
                   EVALUATE TRUE
                       WHEN WK-PI <= WK-PAT-LEN
                        AND WK-PAT (WK-PI:1) = "*"
                           MOVE    WK-PI       TO      WK-STAR
                           MOVE    WK-NI       TO      WK-MARK
                           ADD     1           TO      WK-PI
                       WHEN WK-PI <= WK-PAT-LEN
                        AND ( WK-PAT (WK-PI:1) = "?"
                           OR WK-PAT (WK-PI:1) = WK-NAME (WK-NI:1) )
                           ADD     1           TO      WK-PI
                                                       WK-NI
                       WHEN WK-STAR    >       ZERO
                           COMPUTE WK-PI = WK-STAR + 1
                           ADD     1           TO      WK-MARK
                           MOVE    WK-MARK     TO      WK-NI
                       WHEN OTHER
                           MOVE    "Y"         TO      WK-FAIL
                   END-EVALUATE
           END-PERFORM
           PERFORM UNTIL WK-PI > WK-PAT-LEN
                      OR WK-PAT (WK-PI:1) NOT = "*"
                   ADD     1           TO      WK-PI
           END-PERFORM
           IF      WK-FAIL     =       "N"
              AND  WK-PI       >       WK-PAT-LEN
                   MOVE    "Y"         TO      WK-MATCH
           END-IF
           .
       S125-EX.
           EXIT.

      *    *** 着信の記録(早着・定刻着・遅着)
       S128-10.

           MOVE    WK-NOW-HHMM TO      TBL-ST-SEEN (K)
           MOVE    TBL-SNP-FILE (J) TO TBL-ST-FILE (K)
           EVALUATE TRUE
               WHEN WK-NOW-MIN <       TBL-SCH-EARLY-M (I)
                   MOVE    "E"         TO      TBL-ST-STAT (K)
               WHEN WK-NOW-MIN <=      TBL-SCH-CUT-M (I)
                   MOVE    "A"         TO      TBL-ST-STAT (K)
               WHEN OTHER
                   MOVE    "L"         TO      TBL-ST-STAT (K)
           END-EVALUATE
           DISPLAY WK-PGM-NAME " 着信 " TRIM (TBL-SCH-PAT (I))
                   " => " TRIM (TBL-ST-FILE (K))
                   " 時刻=" WK-NOW-HHMM " 状態=" TBL-ST-STAT (K)

      *    *** 締めを過ぎてから見えた物(締め超過の警告前に来た分)
           IF      TBL-ST-STAT (K) =   "L"
              AND  TBL-ST-WARN (K) =   "N"
                   MOVE    "Y"         TO      TBL-ST-WARN (K)
                   MOVE    SPACE       TO      LI-LOGERR-CONTEXT
                   STRING  "LATE ARRIVAL " DELIMITED BY SIZE
                           TBL-ST-FILE (K) DELIMITED BY SPACE
                           " "         DELIMITED BY SIZE
                           WK-NOW-HHMM DELIMITED BY SIZE
                           INTO    LI-LOGERR-CONTEXT
                   END-STRING
                   MOVE    "W"         TO      LI-LOGERR-SEVERITY
                   PERFORM S190-10     THRU    S190-EX
           END-IF
           .
       S128-EX.
           EXIT.

      *    *** 予定に合わないファイルを想定外として残す(初見のみ)
       S130-10.

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-SNP-CNT
                   IF      TBL-SNP-HIT (J) =   "N"
                           PERFORM S135-10     THRU    S135-EX
                           IF      WK-KNOWN    =       "N"
                              AND  TBL-ST-CNT  <       3000
                                   PERFORM S132-10     THRU    S132-EX
                           END-IF
                   END-IF
           END-PERFORM
           .
       S130-EX.
           EXIT.

      *    *** 想定外1件の状態行
       S132-10.

           ADD     1           TO      TBL-ST-CNT
           MOVE    TBL-ST-CNT  TO      K
           MOVE    WK-BIZ-DATE TO      TBL-ST-DATE (K)
           MOVE    "U"         TO      TBL-ST-KIND (K)
                                       TBL-ST-STAT (K)
           MOVE    "N"         TO      TBL-ST-WARN (K)
                                       TBL-ST-ALERT (K)
           MOVE    WK-NOW-HHMM TO      TBL-ST-SEEN (K)
           MOVE    ZERO        TO      TBL-ST-DUE (K)
           MOVE    TBL-SNP-FILE (J) TO TBL-ST-KEY (K)
                                       TBL-ST-FILE (K)
           MOVE    SPACE       TO      TBL-ST-NOTE (K)
           DISPLAY WK-PGM-NAME " 想定外 " TRIM (TBL-SNP-FILE (J))
           .
       S132-EX.
           EXIT.

      *    *** 記録済のファイルか(前の業務日の記録、当日の想定外)
       S135-10.

           MOVE    "N"         TO      WK-KNOWN
           PERFORM VARYING WK-HIT FROM 1 BY 1
                   UNTIL WK-HIT > TBL-ST-CNT
                      OR WK-KNOWN = "Y"
                   IF      TBL-ST-FILE (WK-HIT) = TBL-SNP-FILE (J)
                      AND  ( TBL-ST-DATE (WK-HIT) < WK-BIZ-DATE
                        OR   TBL-ST-KIND (WK-HIT) = "U" )
                           MOVE    "Y"         TO      WK-KNOWN
                   END-IF
           END-PERFORM
           .
       S135-EX.
           EXIT.

      *    *** 監視状態の書出し(全業務日分を書き直す)
       S140-10.

           OPEN    OUTPUT      ST-F
           IF      WK-ST-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " ST-F OPEN ERROR STATUS="
                           WK-ST-STATUS " " WK-ST-F-NAME
                   GO      TO      S140-EX
           END-IF
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TBL-ST-CNT
                   MOVE    SPACE       TO      ST-REC
                   MOVE    TBL-ST-DATE (K) TO  ST-DATE
                   MOVE    TBL-ST-KIND (K) TO  ST-KIND
                   MOVE    TBL-ST-STAT (K) TO  ST-STAT
                   MOVE    TBL-ST-WARN (K) TO  ST-WARN
                   MOVE    TBL-ST-ALERT (K) TO ST-ALERT
                   MOVE    TBL-ST-SEEN (K) TO  ST-SEEN
                   MOVE    TBL-ST-DUE (K) TO   ST-DUE
                   MOVE    TBL-ST-KEY (K) TO   ST-KEY
                   MOVE    TBL-ST-FILE (K) TO  ST-FILE
                   MOVE    TBL-ST-NOTE (K) TO  ST-NOTE
                   WRITE   ST-REC
           END-PERFORM
           CLOSE   ST-F
           .
       S140-EX.
           EXIT.

      *    *** 当日分の集計と決着の判定
       S150-10.

           MOVE    ZERO        TO      WK-EXP-CNT
                                       WK-ARR-CNT
                                       WK-LATE-CNT
                                       WK-WAIT-CNT
                                       WK-OVER-CNT
                                       WK-MISS-CNT
                                       WK-UNEXP-CNT
           MOVE    "Y"         TO      WK-SETTLED
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TBL-ST-CNT
                   IF      TBL-ST-DATE (K) =   WK-BIZ-DATE
                           EVALUATE TRUE
                               WHEN TBL-ST-KIND (K) = "U"
                                   ADD     1   TO  WK-UNEXP-CNT
                               WHEN TBL-ST-STAT (K) = "A" OR "E"
                                   ADD     1   TO  WK-EXP-CNT
                                                   WK-ARR-CNT
                               WHEN TBL-ST-STAT (K) = "L"
                                   ADD     1   TO  WK-EXP-CNT
                                                   WK-LATE-CNT
                               WHEN TBL-ST-ALERT (K) = "Y"
                                   ADD     1   TO  WK-EXP-CNT
                                                   WK-MISS-CNT
                               WHEN TBL-ST-WARN (K) = "Y"
                                   ADD     1   TO  WK-EXP-CNT
                                                   WK-OVER-CNT
                                   MOVE    "N" TO  WK-SETTLED
                               WHEN OTHER
                                   ADD     1   TO  WK-EXP-CNT
                                                   WK-WAIT-CNT
                                   MOVE    "N" TO  WK-SETTLED
                           END-EVALUATE
                   END-IF
           END-PERFORM

           MOVE    WK-EXP-CNT  TO      WK-CNT-D
           DISPLAY WK-PGM-NAME " " WK-BIZ-DATE " " WK-NOW-HHMM
                   " 予定=" TRIM (WK-CNT-D) WITH NO ADVANCING
           MOVE    WK-ARR-CNT  TO      WK-CNT-D
           DISPLAY " 着=" TRIM (WK-CNT-D) WITH NO ADVANCING
           MOVE    WK-LATE-CNT TO      WK-CNT-D
           DISPLAY " 遅着=" TRIM (WK-CNT-D) WITH NO ADVANCING
           MOVE    WK-WAIT-CNT TO      WK-CNT-D
           DISPLAY " 待ち=" TRIM (WK-CNT-D) WITH NO ADVANCING
           MOVE    WK-OVER-CNT TO      WK-CNT-D
           DISPLAY " 締め超過=" TRIM (WK-CNT-D) WITH NO ADVANCING
           MOVE    WK-MISS-CNT TO      WK-CNT-D
           DISPLAY " 期限超過=" TRIM (WK-CNT-D) WITH NO ADVANCING
           MOVE    WK-UNEXP-CNT TO     WK-CNT-D
           DISPLAY " 想定外=" TRIM (WK-CNT-D)
           .
       S150-EX.
           EXIT.

      *    *** LOGERR への書出し(文脈と重大度は呼出し側で設定)
       S190-10.

           MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
           MOVE    SPACE       TO      LI-LOGERR-STATUS
           CALL    "LOGERR"    USING   LI-LOGERR-PGM
                                       LI-LOGERR-CONTEXT
                                       LI-LOGERR-STATUS
                                       LI-LOGERR-SEVERITY
           .
       S190-EX.
           EXIT.

      *    *** HHMM(WK-HHMM)を業務日の0時からの分(WK-MIN)へ
       S900-10.

           DIVIDE  WK-HHMM     BY      100
                   GIVING  WK-HH-W
                   REMAINDER WK-MI-W
           COMPUTE WK-MIN = WK-HH-W * 60 + WK-MI-W
           .
       S900-EX.
           EXIT.
