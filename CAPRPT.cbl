      *    *** 記憶域の増加傾向・容量予測レポート
      *    *** 夜中のWRITE失敗で満杯に気付くのを避けるため、基本名ごとの
      *    *** バイト数を日ごとに採って容量履歴(CFG-CAPRPT-HIST-NAME)へ
      *    *** 貯め、傾向から容量閾値に達する日を予測する。採取元は
      *    ***   GEN : 世代カタログ(GENCAT.DAT)の世代。基本名ごと
      *    ***   LOG : LOGMAINT の対象ログ(カレントと LOGMAINT.GENLIST
      *    ***         の世代)。ログ名ごと
      *    ***   ARC : ARCNITE の夜間カプセル(一覧ファイルで渡す)
      *    ***   SNAP: DECODE06 形式のディレクトリー一覧(一覧ファイルで
      *    ***         日付付きで渡す。一覧の日付の採取として扱う)
      *    *** ARC・SNAP の基本名はファイル名の数字を "#" に置き換えた物
      *    *** (日付・通番違いを一つに束ねる)。SNAP には GENCAT・
      *    *** アーカイブ・ログ以外の置き場(受信フィード等)の一覧を
      *    *** 渡す(同じファイルを二重に数えないため)。
      *    *** 同じ日・同じ採取元の採取は再実行で置き換える。
      *    *** 増加量/日は傾向期間(CFG-CAPRPT-DAYS)内の最初と最後の
      *    *** 採取の差を日数で割った物。全系列の最新の合計を使用量、
      *    *** 増加量/日の合計を全体の増加として、容量
      *    *** (CFG-CAPRPT-VOL-MB)の閾値率(CFG-CAPRPT-PCT)に届く日を
      *    *** 出す。届くまでの日数が警告日数(CFG-CAPRPT-WARN-DAYS)
      *    *** 以内なら LOGERR へ W を上げる。
      *    *** 増加の速い順に基本名(GEN・ARC・SNAP)とログ(LOG)を
      *    *** 各 CFG-CAPRPT-TOP 件出す。一覧ファイル名は空白なら省く
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CAPRPT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 世代カタログ(GENNAMEと同一レイアウトの索引編成)
       SELECT CAT-F            ASSIGN   WK-CAT-F-NAME
                               STATUS   WK-CAT-STATUS
           ORGANIZATION        INDEXED
           ACCESS MODE         DYNAMIC
           RECORD KEY          CAT-KEY.

      *    *** ログ世代台帳(LOGMAINTが書く)
       SELECT GEN-F            ASSIGN   WK-GEN-F-NAME
                               STATUS   WK-GEN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 一覧ファイル(アーカイブ一覧・スナップショット一覧)
       SELECT LST-F            ASSIGN   WK-LST-F-NAME
                               STATUS   WK-LST-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** ディレクトリースナップショット(DECODE06形式)
       SELECT SNP-F            ASSIGN   WK-SNP-F-NAME
                               STATUS   WK-SNP-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 容量履歴
       SELECT HIS-F            ASSIGN   WK-HIS-F-NAME
                               STATUS   WK-HIS-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** GENNAME の CAT-REC と同一レイアウト
       FD  CAT-F
           LABEL RECORDS ARE STANDARD.
       01  CAT-REC.
           03  CAT-KEY.
             05  CAT-BASE      PIC  X(256).
             05  CAT-GEN-NO    PIC  9(004).
           03  CAT-GEN         PIC  X(272).

      *    *** LOGMAINT の GEN-REC と同一レイアウト
       FD  GEN-F
           LABEL RECORDS ARE STANDARD.
       01  GEN-REC.
           03  GL-BASE         PIC  X(032).
           03  FILLER          PIC  X(001).
           03  GL-GENF         PIC  X(044).

       FD  LST-F
           LABEL RECORDS ARE STANDARD.
       01  LST-REC             PIC  X(256).

       FD  SNP-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-SNP-LEN.
       01  SNP-REC             PIC  X(256).

      *    *** 容量履歴1行(日付・採取元・基本名ごと)
       FD  HIS-F
           LABEL RECORDS ARE STANDARD.
       01  HIS-REC.
           03  HIS-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  HIS-SRC         PIC  X(004).
           03  FILLER          PIC  X(001).
           03  HIS-BASE        PIC  X(064).
           03  FILLER          PIC  X(001).
           03  HIS-BYTES       PIC  9(015).
           03  FILLER          PIC  X(001).
           03  HIS-FILES       PIC  9(007).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CAPRPT".

           03  WK-CAT-F-NAME   PIC  X(032) VALUE
               "GENCAT.DAT".
           03  WK-CAT-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CAT-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-GEN-F-NAME   PIC  X(032) VALUE
               "LOGMAINT.GENLIST".
           03  WK-GEN-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-GEN-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-LST-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-LST-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-LST-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-SNP-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-SNP-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-SNP-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-SNP-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIS-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-HIS-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-HIS-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-TODAY        PIC  9(008) VALUE ZERO.
           03  WK-TODAY-DAY    BINARY-LONG SYNC VALUE ZERO.
           03  WK-WIN-FROM     PIC  9(008) VALUE ZERO.
           03  WK-KEEP-FROM    PIC  9(008) VALUE ZERO.

      *    *** ディレクトリー一覧の取り込み位置(DECODE06の既定値)
           03  WK-OFS-FILE     BINARY-LONG SYNC VALUE 37.
           03  WK-LEN-FILE     BINARY-LONG SYNC VALUE 12.
           03  WK-OFS-SIZE     BINARY-LONG SYNC VALUE 24.
           03  WK-LEN-SIZE     BINARY-LONG SYNC VALUE 9.

      *    *** 採取1件(S950へ渡す)
           03  WK-S-DATE       PIC  9(008) VALUE ZERO.
           03  WK-S-SRC        PIC  X(004) VALUE SPACE.
           03  WK-S-BASE       PIC  X(064) VALUE SPACE.
           03  WK-S-BYTES      BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-SNAP-DATE-X  PIC  X(008) VALUE SPACE.
           03  WK-SNAP-NAME    PIC  X(256) VALUE SPACE.

      *    *** 実ファイルの大きさ取得(CBLルーチン)用
           03  WK-SZ-NAME      PIC  X(272) VALUE SPACE.
           03  WK-SZ-BYTES     BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-SZ-OK        PIC  X(001) VALUE "N".
           03  WK-FILE-HANDLE  PIC  X(004) VALUE LOW-VALUE.
           03  WK-ACCESS-MODE  PIC  X(001) COMP-X VALUE 1.
           03  WK-DENY-MODE    PIC  X(001) COMP-X VALUE 3.
           03  WK-DEVICE       PIC  X(001) COMP-X VALUE 0.
           03  WK-OFFSET       PIC  X(008) COMP-X VALUE ZERO.
           03  WK-NBYTES       PIC  X(004) COMP-X VALUE ZERO.
           03  WK-FLAGS        PIC  X(001) COMP-X VALUE ZERO.
           03  WK-SIZE-BUF     PIC  X(004) VALUE SPACE.

      *    *** 日付→通算日数の換算(直前の日付を控えて呼出しを減らす)
           03  WK-CV-DATE      PIC  9(008) VALUE ZERO.
           03  WK-CV-DAY       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CV-LAST-DATE PIC  9(008) VALUE ZERO.
           03  WK-CV-LAST-DAY  BINARY-LONG SYNC VALUE ZERO.

      *    *** 全体
           03  WK-USED         BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-GROWTH       BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-CAP-BYTES    BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-THR-BYTES    BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-DAYS-LEFT    BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-REACH-DATE   PIC  9(008) VALUE ZERO.
           03  WK-PCT-USED     PIC  9(003)V9 VALUE ZERO.
           03  WK-NEW-ROWS     BINARY-LONG SYNC VALUE ZERO.

      *    *** 順位付け
           03  WK-PICK         BINARY-LONG SYNC VALUE ZERO.
           03  WK-RANK         BINARY-LONG SYNC VALUE ZERO.
           03  WK-LOG-SW       PIC  X(001) VALUE "N".
           03  WK-30D          BINARY-DOUBLE SYNC VALUE ZERO.

      *    *** 編集
           03  WK-BYTES-D      PIC  Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  WK-GROW-D       PIC  -,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  WK-30D-D        PIC  -,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  WK-CNT-D        PIC  ZZZ,ZZ9.
           03  WK-RANK-D       PIC  ZZ9.
           03  WK-PCT-D        PIC  ZZ9.9.
           03  WK-PCT-CFG-D    PIC  ZZ9.
           03  WK-DAYS-D       PIC  ZZZ,ZZ9.

           03  WK-LOGERR-PGM   PIC  X(008) VALUE SPACE.
           03  WK-LOGERR-CONTEXT PIC X(040) VALUE SPACE.
           03  WK-LOGERR-STATUS PIC X(004) VALUE SPACE.
           03  WK-LOGERR-SEVERITY PIC X(001) VALUE SPACE.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==CDW==.

           COPY    CPCONFIG.

      *    *** 対象ログ(LOGMAINT と同じ4本)
       01  TBL-LOG-AREA.
           03  TBL-LOG-NAME    OCCURS 4
                               PIC  X(032).

      *    *** 今回の採取(日付・採取元・基本名ごとに合算)
       01  TBL-NS-AREA.
           03  TBL-NS-ENT      OCCURS 3000.
             05  TBL-NS-DATE   PIC  9(008).
             05  TBL-NS-SRC    PIC  X(004).
             05  TBL-NS-BASE   PIC  X(064).
             05  TBL-NS-BYTES  BINARY-DOUBLE SYNC.
             05  TBL-NS-FILES  BINARY-LONG SYNC.
       01  TBL-NS-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 今回置き換える(日付・採取元)の組
       01  TBL-RP-AREA.
           03  TBL-RP-ENT      OCCURS 200.
             05  TBL-RP-DATE   PIC  9(008).
             05  TBL-RP-SRC    PIC  X(004).
       01  TBL-RP-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 容量履歴(保存期間内の全行と今回の採取)
       01  TBL-HS-AREA.
           03  TBL-HS-ENT      OCCURS 20000.
             05  TBL-HS-DATE   PIC  9(008).
             05  TBL-HS-SRC    PIC  X(004).
             05  TBL-HS-BASE   PIC  X(064).
             05  TBL-HS-BYTES  BINARY-DOUBLE SYNC.
             05  TBL-HS-FILES  BINARY-LONG SYNC.
       01  TBL-HS-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 系列(採取元・基本名ごとの傾向期間内の最初と最後)
       01  TBL-SR-AREA.
           03  TBL-SR-ENT      OCCURS 1000.
             05  TBL-SR-SRC    PIC  X(004).
             05  TBL-SR-BASE   PIC  X(064).
             05  TBL-SR-N      BINARY-LONG SYNC.
             05  TBL-SR-F-DATE PIC  9(008).
             05  TBL-SR-F-BYTES BINARY-DOUBLE SYNC.
             05  TBL-SR-L-DATE PIC  9(008).
             05  TBL-SR-L-BYTES BINARY-DOUBLE SYNC.
             05  TBL-SR-GROWTH BINARY-DOUBLE SYNC.
             05  TBL-SR-PICKED PIC  X(001).
       01  TBL-SR-CNT          BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** スナップショット一覧(1行= 日付(8) 空白 ファイル名。
      *    *** 空白=SNAPを採らない)
       01  LI-SNAP-LIST        PIC  X(256).

      *    *** アーカイブ一覧(1行1本。空白=ARCを採らない)
       01  LI-ARC-LIST         PIC  X(256).

      *    *** 容量レポートファイル名
       01  LI-RPT-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-SNAP-LIST
                                       LI-ARC-LIST
                                       LI-RPT-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-CAPRPT-HIST-NAME TO WK-HIS-F-NAME
           MOVE    TRIM(LI-RPT-FILENAME) TO WK-RPT-F-NAME

           PERFORM S010-10     THRU    S010-EX

      *    *** 今回の採取
           PERFORM S100-10     THRU    S100-EX
           PERFORM S200-10     THRU    S200-EX
           IF      LI-ARC-LIST NOT =   SPACE
                   PERFORM S300-10     THRU    S300-EX
           END-IF
           IF      LI-SNAP-LIST NOT =  SPACE
                   PERFORM S400-10     THRU    S400-EX
           END-IF

      *    *** 履歴へ織り込んで書き直す
           PERFORM S500-10     THRU    S500-EX

      *    *** 系列ごとの傾向と全体の予測
           PERFORM S600-10     THRU    S600-EX
           PERFORM S650-10     THRU    S650-EX

      *    *** レポート
           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "STORAGE CAPACITY FORECAST"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   STOP    RUN
           END-IF
           PERFORM S700-10     THRU    S700-EX
           MOVE    "N"         TO      WK-LOG-SW
           PERFORM S800-10     THRU    S800-EX
           MOVE    "Y"         TO      WK-LOG-SW
           PERFORM S800-10     THRU    S800-EX
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA

           DISPLAY WK-PGM-NAME " 採取=" TBL-NS-CNT
                   " 系列=" TBL-SR-CNT
                   " 使用=" WK-USED
                   " 増加/日=" WK-GROWTH
           DISPLAY WK-PGM-NAME " END"
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 今日と傾向期間・保存期間の起点、対象ログ名
       S010-10.

           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-TODAY
                                       WK-BIZ-STAT
           MOVE    WK-TODAY    TO      WK-CV-DATE
           PERFORM S960-10     THRU    S960-EX
           MOVE    WK-CV-DAY   TO      WK-TODAY-DAY

           MOVE    WK-TODAY    TO      CDW-DATE2-YMD
           MOVE    "A"         TO      CDW-DATE2-ID
           CALL    "DATEWEEK"  USING   CDW-DATEWEEK-AREA
           SUBTRACT CFG-CAPRPT-DAYS FROM CDW-NISUU
           MOVE    "R"         TO      CDW-DATE2-ID
           CALL    "DATEWEEK"  USING   CDW-DATEWEEK-AREA
           MOVE    CDW-DATE2-YMD TO    WK-WIN-FROM

           MOVE    WK-TODAY    TO      CDW-DATE2-YMD
           MOVE    "A"         TO      CDW-DATE2-ID
           CALL    "DATEWEEK"  USING   CDW-DATEWEEK-AREA
           SUBTRACT CFG-CAPRPT-KEEP FROM CDW-NISUU
           MOVE    "R"         TO      CDW-DATE2-ID
           CALL    "DATEWEEK"  USING   CDW-DATEWEEK-AREA
           MOVE    CDW-DATE2-YMD TO    WK-KEEP-FROM

           MOVE    "LOGERR.LOG"            TO  TBL-LOG-NAME (1)
           MOVE    "DATETIME.TIMING.LOG"   TO  TBL-LOG-NAME (2)
           MOVE    CFG-COBRND-AUDIT-NAME   TO  TBL-LOG-NAME (3)
           MOVE    CFG-DECODE05-NGLOG-NAME TO  TBL-LOG-NAME (4)
           .
       S010-EX.
           EXIT.

      *    *** GEN: 世代カタログの全世代の大きさを基本名ごとに
       S100-10.

           OPEN    INPUT       CAT-F
           IF      WK-CAT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " CAT-F OPEN ERROR STATUS="
                           WK-CAT-STATUS " (GEN 採取なし)"
                   GO      TO      S100-EX
           END-IF
           MOVE    WK-TODAY    TO      WK-S-DATE
           MOVE    "GEN"       TO      WK-S-SRC
           PERFORM S970-10     THRU    S970-EX

           MOVE    LOW-VALUE   TO      WK-CAT-EOF
           PERFORM UNTIL WK-CAT-EOF    =       HIGH-VALUE
                   READ    CAT-F NEXT
                   IF      WK-CAT-STATUS =     ZERO
                           MOVE    CAT-GEN     TO      WK-SZ-NAME
                           PERFORM S900-10     THRU    S900-EX
                           IF      WK-SZ-OK    =       "Y"
                                   MOVE    CAT-BASE TO WK-S-BASE
                                   MOVE    WK-SZ-BYTES TO WK-S-BYTES
                                   PERFORM S950-10 THRU S950-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CAT-EOF
                   END-IF
           END-PERFORM
           CLOSE   CAT-F
           .
       S100-EX.
           EXIT.

      *    *** LOG: 対象ログのカレントと世代台帳の世代
       S200-10.

           MOVE    WK-TODAY    TO      WK-S-DATE
           MOVE    "LOG"       TO      WK-S-SRC
           PERFORM S970-10     THRU    S970-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 4
                   MOVE    TBL-LOG-NAME (I) TO WK-SZ-NAME
                   PERFORM S900-10     THRU    S900-EX
                   IF      WK-SZ-OK    =       "Y"
                           MOVE    TBL-LOG-NAME (I) TO WK-S-BASE
                           MOVE    WK-SZ-BYTES TO      WK-S-BYTES
                           PERFORM S950-10     THRU    S950-EX
                   END-IF
           END-PERFORM

           OPEN    INPUT       GEN-F
           IF      WK-GEN-STATUS NOT = ZERO
                   GO      TO      S200-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-GEN-EOF
           PERFORM UNTIL WK-GEN-EOF    =       HIGH-VALUE
                   READ    GEN-F
                   IF      WK-GEN-STATUS =     ZERO
                           MOVE    GL-GENF     TO      WK-SZ-NAME
                           PERFORM S900-10     THRU    S900-EX
                           IF      WK-SZ-OK    =       "Y"
                                   MOVE    GL-BASE TO  WK-S-BASE
                                   MOVE    WK-SZ-BYTES TO WK-S-BYTES
                                   PERFORM S950-10 THRU S950-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-GEN-EOF
                   END-IF
           END-PERFORM
           CLOSE   GEN-F
           .
       S200-EX.
           EXIT.

      *    *** ARC: 一覧に載った夜間カプセルの大きさ
       S300-10.

           MOVE    TRIM(LI-ARC-LIST) TO WK-LST-F-NAME
           OPEN    INPUT       LST-F
           IF      WK-LST-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " LST-F OPEN ERROR STATUS="
                           WK-LST-STATUS " (ARC 採取なし)"
                   GO      TO      S300-EX
           END-IF
           MOVE    WK-TODAY    TO      WK-S-DATE
           MOVE    "ARC"       TO      WK-S-SRC
           PERFORM S970-10     THRU    S970-EX

           MOVE    LOW-VALUE   TO      WK-LST-EOF
           PERFORM UNTIL WK-LST-EOF    =       HIGH-VALUE
                   MOVE    SPACE       TO      LST-REC
                   READ    LST-F
                   IF      WK-LST-STATUS =     ZERO
                           IF      LST-REC NOT = SPACE
                              AND  LST-REC (1:1) NOT = "#"
                                   MOVE    TRIM (LST-REC) TO WK-SZ-NAME
                                   PERFORM S900-10 THRU S900-EX
                                   IF  WK-SZ-OK = "Y"
                                       MOVE WK-SZ-NAME TO WK-S-BASE
                                       PERFORM S980-10 THRU S980-EX
                                       MOVE WK-SZ-BYTES TO WK-S-BYTES
                                       PERFORM S950-10 THRU S950-EX
                                   END-IF
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-LST-EOF
                   END-IF
           END-PERFORM
           CLOSE   LST-F
           .
       S300-EX.
           EXIT.

      *    *** SNAP: 一覧の各スナップショット(その日付の採取とする)
       S400-10.

           MOVE    TRIM(LI-SNAP-LIST) TO WK-LST-F-NAME
           OPEN    INPUT       LST-F
           IF      WK-LST-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " LST-F OPEN ERROR STATUS="
                           WK-LST-STATUS " (SNAP 採取なし)"
                   GO      TO      S400-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-LST-EOF
           PERFORM UNTIL WK-LST-EOF    =       HIGH-VALUE
                   MOVE    SPACE       TO      LST-REC
                   READ    LST-F
                   IF      WK-LST-STATUS =     ZERO
                           IF      LST-REC NOT = SPACE
                              AND  LST-REC (1:1) NOT = "#"
                                   PERFORM S410-10 THRU S410-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-LST-EOF
                   END-IF
           END-PERFORM
           CLOSE   LST-F
           .
       S400-EX.
           EXIT.

      *    *** スナップショット1本(ファイル名の数字を#にした名前ごと)
       S410-10.

           MOVE    SPACE       TO      WK-SNAP-DATE-X
                                       WK-SNAP-NAME
           UNSTRING LST-REC    DELIMITED BY ALL " "
                   INTO    WK-SNAP-DATE-X
                           WK-SNAP-NAME
           END-UNSTRING
           IF      WK-SNAP-DATE-X IS NOT NUMERIC
              OR   WK-SNAP-NAME =      SPACE
                   DISPLAY WK-PGM-NAME " 一覧の行が不正: "
                           TRIM (LST-REC)
                   GO      TO      S410-EX
           END-IF
           MOVE    WK-SNAP-NAME TO     WK-SNP-F-NAME
           OPEN    INPUT       SNP-F
           IF      WK-SNP-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " SNP-F OPEN ERROR STATUS="
                           WK-SNP-STATUS " " TRIM (WK-SNAP-NAME)
                   GO      TO      S410-EX
           END-IF
           MOVE    WK-SNAP-DATE-X TO   WK-S-DATE
           MOVE    "SNAP"      TO      WK-S-SRC
           PERFORM S970-10     THRU    S970-EX

           MOVE    LOW-VALUE   TO      WK-SNP-EOF
           PERFORM UNTIL WK-SNP-EOF    =       HIGH-VALUE
                   READ    SNP-F
                   IF      WK-SNP-STATUS =     ZERO
                       IF  WK-SNP-LEN >= WK-OFS-FILE + WK-LEN-FILE - 1
                           AND SNP-REC (WK-OFS-FILE:WK-LEN-FILE)
                               NOT = SPACE
                           MOVE    SPACE       TO      WK-S-BASE
                           MOVE    SNP-REC (WK-OFS-FILE:WK-LEN-FILE)
                                               TO      WK-S-BASE
                           PERFORM S980-10     THRU    S980-EX
                           MOVE    ZERO        TO      WK-S-BYTES
                           IF  SNP-REC (WK-OFS-SIZE:WK-LEN-SIZE)
                               IS NUMERIC
                               MOVE SNP-REC (WK-OFS-SIZE:WK-LEN-SIZE)
                                               TO      WK-S-BYTES
                           ELSE
                               MOVE NUMVAL (SNP-REC
                                       (WK-OFS-SIZE:WK-LEN-SIZE))
                                               TO      WK-S-BYTES
                           END-IF
                           PERFORM S950-10     THRU    S950-EX
                       END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-SNP-EOF
                   END-IF
           END-PERFORM
           CLOSE   SNP-F
           .
       S410-EX.
           EXIT.

      *    *** 履歴の織り込み(保存期間外と今回置き換える組を落とし、
      *    *** 今回の採取を足して書き直す)
       S500-10.

           MOVE    ZERO        TO      TBL-HS-CNT
           OPEN    INPUT       HIS-F
           IF      WK-HIS-STATUS =     ZERO
                   MOVE    LOW-VALUE   TO      WK-HIS-EOF
                   PERFORM UNTIL WK-HIS-EOF    =       HIGH-VALUE
                           READ    HIS-F
                           IF      WK-HIS-STATUS =     ZERO
                                   PERFORM S510-10 THRU S510-EX
                           ELSE
                                   MOVE    HIGH-VALUE  TO  WK-HIS-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   HIS-F
           END-IF

           MOVE    ZERO        TO      WK-NEW-ROWS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-NS-CNT
                      OR TBL-HS-CNT >= 20000
                   ADD     1           TO      TBL-HS-CNT
                                               WK-NEW-ROWS
                   MOVE    TBL-NS-DATE (I) TO  TBL-HS-DATE (TBL-HS-CNT)
                   MOVE    TBL-NS-SRC (I) TO   TBL-HS-SRC (TBL-HS-CNT)
                   MOVE    TBL-NS-BASE (I) TO  TBL-HS-BASE (TBL-HS-CNT)
                   MOVE    TBL-NS-BYTES (I) TO TBL-HS-BYTES (TBL-HS-CNT)
                   MOVE    TBL-NS-FILES (I) TO TBL-HS-FILES (TBL-HS-CNT)
           END-PERFORM
           IF      WK-NEW-ROWS <       TBL-NS-CNT
                   DISPLAY WK-PGM-NAME
                           " 履歴満杯(20000行) 一部未記録"
           END-IF

           OPEN    OUTPUT      HIS-F
           IF      WK-HIS-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " HIS-F OPEN ERROR STATUS="
                           WK-HIS-STATUS
                   GO      TO      S500-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-HS-CNT
                   MOVE    SPACE       TO      HIS-REC
                   MOVE    TBL-HS-DATE (I) TO  HIS-DATE
                   MOVE    TBL-HS-SRC (I) TO   HIS-SRC
                   MOVE    TBL-HS-BASE (I) TO  HIS-BASE
                   MOVE    TBL-HS-BYTES (I) TO HIS-BYTES
                   MOVE    TBL-HS-FILES (I) TO HIS-FILES
                   WRITE   HIS-REC
           END-PERFORM
           CLOSE   HIS-F
           .
       S500-EX.
           EXIT.

      *    *** 履歴1行の取り込み判定
       S510-10.

           IF      HIS-DATE    IS NOT  NUMERIC
              OR   HIS-BYTES   IS NOT  NUMERIC
              OR   HIS-DATE    <       WK-KEEP-FROM
              OR   TBL-HS-CNT  >=      20000
                   GO      TO      S510-EX
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-RP-CNT
                   IF      TBL-RP-DATE (J) =   HIS-DATE
                      AND  TBL-RP-SRC (J) =    HIS-SRC
                           GO      TO      S510-EX
                   END-IF
           END-PERFORM

           ADD     1           TO      TBL-HS-CNT
           MOVE    HIS-DATE    TO      TBL-HS-DATE (TBL-HS-CNT)
           MOVE    HIS-SRC     TO      TBL-HS-SRC (TBL-HS-CNT)
           MOVE    HIS-BASE    TO      TBL-HS-BASE (TBL-HS-CNT)
           MOVE    HIS-BYTES   TO      TBL-HS-BYTES (TBL-HS-CNT)
           MOVE    ZERO        TO      TBL-HS-FILES (TBL-HS-CNT)
           IF      HIS-FILES   IS      NUMERIC
                   MOVE    HIS-FILES   TO  TBL-HS-FILES (TBL-HS-CNT)
           END-IF
           .
       S510-EX.
           EXIT.

      *    *** 系列の組立て(傾向期間内の最初と最後の採取)と増加量/日
       S600-10.

           MOVE    ZERO        TO      TBL-SR-CNT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-HS-CNT
                   IF      TBL-HS-DATE (I) >=  WK-WIN-FROM
                      AND  TBL-HS-DATE (I) <=  WK-TODAY
                           PERFORM S610-10     THRU    S610-EX
                   END-IF
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-SR-CNT
                   MOVE    ZERO        TO      TBL-SR-GROWTH (I)
                   MOVE    "N"         TO      TBL-SR-PICKED (I)
                   IF      TBL-SR-L-DATE (I) > TBL-SR-F-DATE (I)
                           MOVE    TBL-SR-F-DATE (I) TO WK-CV-DATE
                           PERFORM S960-10     THRU    S960-EX
                           MOVE    WK-CV-DAY   TO      K
                           MOVE    TBL-SR-L-DATE (I) TO WK-CV-DATE
                           PERFORM S960-10     THRU    S960-EX
                           COMPUTE TBL-SR-GROWTH (I) =
                                   ( TBL-SR-L-BYTES (I)
                                   - TBL-SR-F-BYTES (I) )
                                   / ( WK-CV-DAY - K )
                   END-IF
           END-PERFORM
           .
       S600-EX.
           EXIT.

      *    *** 履歴1行を系列へ(無ければ系列を起こす)
       S610-10.

           MOVE    ZERO        TO      K
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-SR-CNT
                      OR K > ZERO
                   IF      TBL-SR-SRC (J) =    TBL-HS-SRC (I)
                      AND  TBL-SR-BASE (J) =   TBL-HS-BASE (I)
                           MOVE    J           TO      K
                   END-IF
           END-PERFORM
           IF      K           =       ZERO
                   IF      TBL-SR-CNT  >=      1000
                           GO      TO      S610-EX
                   END-IF
                   ADD     1           TO      TBL-SR-CNT
                   MOVE    TBL-SR-CNT  TO      K
                   MOVE    TBL-HS-SRC (I) TO   TBL-SR-SRC (K)
                   MOVE    TBL-HS-BASE (I) TO  TBL-SR-BASE (K)
                   MOVE    ZERO        TO      TBL-SR-N (K)
                   MOVE    TBL-HS-DATE (I) TO  TBL-SR-F-DATE (K)
                                               TBL-SR-L-DATE (K)
                   MOVE    TBL-HS-BYTES (I) TO TBL-SR-F-BYTES (K)
                                               TBL-SR-L-BYTES (K)
           END-IF

           ADD     1           TO      TBL-SR-N (K)
           IF      TBL-HS-DATE (I) <   TBL-SR-F-DATE (K)
                   MOVE    TBL-HS-DATE (I) TO  TBL-SR-F-DATE (K)
                   MOVE    TBL-HS-BYTES (I) TO TBL-SR-F-BYTES (K)
           END-IF
           IF      TBL-HS-DATE (I) >   TBL-SR-L-DATE (K)
                   MOVE    TBL-HS-DATE (I) TO  TBL-SR-L-DATE (K)
                   MOVE    TBL-HS-BYTES (I) TO TBL-SR-L-BYTES (K)
           END-IF
           .
       S610-EX.
           EXIT.

      *    *** 全体の使用量・増加と閾値に届く日の予測
       S650-10.

           MOVE    ZERO        TO      WK-USED
                                       WK-GROWTH
                                       WK-DAYS-LEFT
                                       WK-REACH-DATE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-SR-CNT
                   ADD     TBL-SR-L-BYTES (I) TO WK-USED
                   ADD     TBL-SR-GROWTH (I) TO WK-GROWTH
           END-PERFORM

           COMPUTE WK-CAP-BYTES = CFG-CAPRPT-VOL-MB * 1048576
           COMPUTE WK-THR-BYTES = WK-CAP-BYTES * CFG-CAPRPT-PCT / 100
           IF      WK-CAP-BYTES =      ZERO
                   GO      TO      S650-EX
           END-IF
           COMPUTE WK-PCT-USED ROUNDED = WK-USED * 100 / WK-CAP-BYTES
               ON SIZE ERROR
                   MOVE    999.9       TO      WK-PCT-USED
           END-COMPUTE

           EVALUATE TRUE
               WHEN WK-USED    >=      WK-THR-BYTES
                   MOVE    WK-TODAY    TO      WK-REACH-DATE
               WHEN WK-GROWTH  <=      ZERO
                   CONTINUE
               WHEN OTHER
                   COMPUTE WK-DAYS-LEFT =
                           ( WK-THR-BYTES - WK-USED + WK-GROWTH - 1 )
                           / WK-GROWTH
                   IF      WK-DAYS-LEFT <=     36500
                           MOVE    WK-TODAY    TO      CDW-DATE2-YMD
                           MOVE    "A"         TO      CDW-DATE2-ID
                           CALL    "DATEWEEK"  USING   CDW-DATEWEEK-AREA
                           ADD     WK-DAYS-LEFT TO     CDW-NISUU
                           MOVE    "R"         TO      CDW-DATE2-ID
                           CALL    "DATEWEEK"  USING   CDW-DATEWEEK-AREA
                           MOVE    CDW-DATE2-YMD TO    WK-REACH-DATE
                   END-IF
           END-EVALUATE

      *    *** 警告日数以内なら運用へ上げる
           IF      WK-REACH-DATE >     ZERO
              AND  WK-DAYS-LEFT <=     CFG-CAPRPT-WARN-DAYS
                   MOVE    WK-PGM-NAME TO      WK-LOGERR-PGM
                   MOVE    SPACE       TO      WK-LOGERR-CONTEXT
                   MOVE    WK-DAYS-LEFT TO     WK-DAYS-D
                   STRING  "VOLUME THRESHOLD IN" DELIMITED BY SIZE
                           WK-DAYS-D   DELIMITED BY SIZE
                           " DAYS "    DELIMITED BY SIZE
                           WK-REACH-DATE DELIMITED BY SIZE
                           INTO    WK-LOGERR-CONTEXT
                   END-STRING
                   MOVE    SPACE       TO      WK-LOGERR-STATUS
                   MOVE    "W"         TO      WK-LOGERR-SEVERITY
                   CALL    "LOGERR"    USING   WK-LOGERR-PGM
                                               WK-LOGERR-CONTEXT
                                               WK-LOGERR-STATUS
                                               WK-LOGERR-SEVERITY
                   MOVE    4           TO      RETURN-CODE
           END-IF
           .
       S650-EX.
           EXIT.

      *    *** レポート見出しと全体の予測
       S700-10.

           MOVE    SPACE       TO      RPT-REC
           STRING  "STORAGE GROWTH AND CAPACITY FORECAST  AS OF "
                               DELIMITED BY SIZE
                   WK-TODAY    DELIMITED BY SIZE
                   "  TREND WINDOW FROM " DELIMITED BY SIZE
                   WK-WIN-FROM DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX

           MOVE    WK-USED     TO      WK-BYTES-D
           MOVE    SPACE       TO      RPT-REC
           STRING  "USED BYTES          " DELIMITED BY SIZE
                   WK-BYTES-D  DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-GROWTH   TO      WK-GROW-D
           MOVE    SPACE       TO      RPT-REC
           STRING  "GROWTH BYTES/DAY    " DELIMITED BY SIZE
                   WK-GROW-D   DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACE       TO      RPT-REC
           IF      WK-CAP-BYTES =      ZERO
                   MOVE    "VOLUME SIZE NOT CONFIGURED - NO FORECAST"
                                       TO      RPT-REC
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S700-EX
           END-IF
           MOVE    WK-CAP-BYTES TO     WK-BYTES-D
           MOVE    WK-PCT-USED TO      WK-PCT-D
           STRING  "VOLUME BYTES        " DELIMITED BY SIZE
                   WK-BYTES-D  DELIMITED BY SIZE
                   "  USED "   DELIMITED BY SIZE
                   WK-PCT-D    DELIMITED BY SIZE
                   "%"         DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-THR-BYTES TO     WK-BYTES-D
           MOVE    CFG-CAPRPT-PCT TO   WK-PCT-CFG-D
           MOVE    SPACE       TO      RPT-REC
           STRING  "THRESHOLD BYTES     " DELIMITED BY SIZE
                   WK-BYTES-D  DELIMITED BY SIZE
                   "  ("       DELIMITED BY SIZE
                   WK-PCT-CFG-D DELIMITED BY SIZE
                   "%)"        DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACE       TO      RPT-REC
           EVALUATE TRUE
               WHEN WK-USED    >=      WK-THR-BYTES
                   STRING  "FORECAST            " DELIMITED BY SIZE
                           "THRESHOLD ALREADY REACHED" DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
               WHEN WK-REACH-DATE =    ZERO
                   STRING  "FORECAST            " DELIMITED BY SIZE
                           "NOT REACHED AT CURRENT TREND"
                                       DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
               WHEN OTHER
                   MOVE    WK-DAYS-LEFT TO     WK-DAYS-D
                   STRING  "FORECAST            THRESHOLD ON "
                                       DELIMITED BY SIZE
                           WK-REACH-DATE DELIMITED BY SIZE
                           "  IN"      DELIMITED BY SIZE
                           WK-DAYS-D   DELIMITED BY SIZE
                           " DAYS"     DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
           END-EVALUATE
           PERFORM S990-10     THRU    S990-EX
           .
       S700-EX.
           EXIT.

      *    *** 増加の速い順(WK-LOG-SW=N 基本名、Y ログ)
       S800-10.

           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           IF      WK-LOG-SW   =       "Y"
                   MOVE    "FASTEST-GROWING LOG FILES" TO RPT-REC
           ELSE
                   MOVE    "FASTEST-GROWING BASE NAMES" TO RPT-REC
           END-IF
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACE       TO      RPT-REC
           MOVE    "RNK SRC  BASE NAME"    TO      RPT-REC (1:18)
           MOVE    "CURRENT BYTES"         TO      RPT-REC (54:13)
           MOVE    "BYTES/DAY"             TO      RPT-REC (79:9)
           MOVE    "30-DAY GROWTH"         TO      RPT-REC (96:13)
           MOVE    "SAMPLES"               TO      RPT-REC (110:7)
           MOVE    "LAST DATE"             TO      RPT-REC (118:9)
           PERFORM S991-10     THRU    S991-EX

           MOVE    ZERO        TO      WK-RANK
           MOVE    1           TO      WK-PICK
           PERFORM UNTIL WK-RANK >=    CFG-CAPRPT-TOP
                      OR WK-PICK =     ZERO
                   MOVE    ZERO        TO      WK-PICK
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-SR-CNT
                           IF      TBL-SR-PICKED (I) = "N"
                              AND  ( ( WK-LOG-SW = "Y"
                                   AND TBL-SR-SRC (I) = "LOG" )
                                OR ( WK-LOG-SW = "N"
                                   AND TBL-SR-SRC (I) NOT = "LOG" ) )
                                   IF  WK-PICK = ZERO
                                       MOVE I  TO      WK-PICK
                                   ELSE
                                       IF  TBL-SR-GROWTH (I) >
                                           TBL-SR-GROWTH (WK-PICK)
                                           MOVE I TO   WK-PICK
                                       END-IF
                                   END-IF
                           END-IF
                   END-PERFORM
                   IF      WK-PICK     >       ZERO
                           MOVE    "Y" TO TBL-SR-PICKED (WK-PICK)
                           ADD     1           TO      WK-RANK
                           PERFORM S810-10     THRU    S810-EX
                   END-IF
           END-PERFORM
           IF      WK-RANK     =       ZERO
                   MOVE    "  (NONE)"  TO      RPT-REC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S800-EX.
           EXIT.

      *    *** 系列1行
       S810-10.

           MOVE    WK-RANK     TO      WK-RANK-D
           MOVE    TBL-SR-L-BYTES (WK-PICK) TO WK-BYTES-D
           MOVE    TBL-SR-GROWTH (WK-PICK) TO WK-GROW-D
           COMPUTE WK-30D = TBL-SR-GROWTH (WK-PICK) * 30
           MOVE    WK-30D      TO      WK-30D-D
           MOVE    TBL-SR-N (WK-PICK) TO WK-CNT-D
           MOVE    SPACE       TO      RPT-REC
           MOVE    WK-RANK-D   TO      RPT-REC (1:3)
           MOVE    TBL-SR-SRC (WK-PICK) TO RPT-REC (5:4)
           MOVE    TBL-SR-BASE (WK-PICK) (1:36) TO RPT-REC (10:36)
           MOVE    WK-BYTES-D  TO      RPT-REC (46:21)
           MOVE    WK-GROW-D   TO      RPT-REC (67:21)
           MOVE    WK-30D-D    TO      RPT-REC (88:21)
           MOVE    WK-CNT-D    TO      RPT-REC (110:7)
           MOVE    TBL-SR-L-DATE (WK-PICK) TO RPT-REC (118:8)
           PERFORM S990-10     THRU    S990-EX
           .
       S810-EX.
           EXIT.

      *    *** 実ファイルの大きさ(WK-SZ-NAME → WK-SZ-BYTES・WK-SZ-OK)
       S900-10.

           MOVE    "N"         TO      WK-SZ-OK
           MOVE    ZERO        TO      WK-SZ-BYTES
           IF      WK-SZ-NAME  =       SPACE
                   GO      TO      S900-EX
           END-IF
           CALL    "CBL_OPEN_FILE" USING WK-SZ-NAME
                                         WK-ACCESS-MODE
                                         WK-DENY-MODE
                                         WK-DEVICE
                                         WK-FILE-HANDLE
           IF      RETURN-CODE =       ZERO
                   MOVE    128         TO      WK-FLAGS
                   MOVE    ZERO        TO      WK-OFFSET
                                               WK-NBYTES
                   CALL    "CBL_READ_FILE" USING WK-FILE-HANDLE
                                                 WK-OFFSET
                                                 WK-NBYTES
                                                 WK-FLAGS
                                                 WK-SIZE-BUF
                   MOVE    WK-OFFSET   TO      WK-SZ-BYTES
                   MOVE    ZERO        TO      WK-FLAGS
                   CALL    "CBL_CLOSE_FILE" USING WK-FILE-HANDLE
                   MOVE    "Y"         TO      WK-SZ-OK
           END-IF
           MOVE    ZERO        TO      RETURN-CODE
           .
       S900-EX.
           EXIT.

      *    *** 採取1件を今回の採取表へ(同じ日付・採取元・基本名は合算)
       S950-10.

           MOVE    ZERO        TO      K
           PERFORM VARYING J FROM TBL-NS-CNT BY -1
                   UNTIL J < 1
                      OR K > ZERO
                   IF      TBL-NS-BASE (J) =   WK-S-BASE
                      AND  TBL-NS-SRC (J) =    WK-S-SRC
                      AND  TBL-NS-DATE (J) =   WK-S-DATE
                           MOVE    J           TO      K
                   END-IF
           END-PERFORM
           IF      K           =       ZERO
                   IF      TBL-NS-CNT  >=      3000
                           GO      TO      S950-EX
                   END-IF
                   ADD     1           TO      TBL-NS-CNT
                   MOVE    TBL-NS-CNT  TO      K
                   MOVE    WK-S-DATE   TO      TBL-NS-DATE (K)
                   MOVE    WK-S-SRC    TO      TBL-NS-SRC (K)
                   MOVE    WK-S-BASE   TO      TBL-NS-BASE (K)
                   MOVE    ZERO        TO      TBL-NS-BYTES (K)
                                               TBL-NS-FILES (K)
           END-IF
           ADD     WK-S-BYTES  TO      TBL-NS-BYTES (K)
           ADD     1           TO      TBL-NS-FILES (K)
           .
       S950-EX.
           EXIT.

      *    *** 日付(WK-CV-DATE)→通算日数(WK-CV-DAY)
       S960-10.

           IF      WK-CV-DATE  =       WK-CV-LAST-DATE
                   MOVE    WK-CV-LAST-DAY TO   WK-CV-DAY
                   GO      TO      S960-EX
           END-IF
           MOVE    WK-CV-DATE  TO      CDW-DATE2-YMD
           MOVE    "A"         TO      CDW-DATE2-ID
           CALL    "DATEWEEK"  USING   CDW-DATEWEEK-AREA
           MOVE    CDW-NISUU   TO      WK-CV-DAY
           MOVE    WK-CV-DATE  TO      WK-CV-LAST-DATE
           MOVE    WK-CV-DAY   TO      WK-CV-LAST-DAY
           .
       S960-EX.
           EXIT.

      *    *** 今回置き換える(日付・採取元)の組を控える
       S970-10.

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-RP-CNT
                   IF      TBL-RP-DATE (J) =   WK-S-DATE
                      AND  TBL-RP-SRC (J) =    WK-S-SRC
                           GO      TO      S970-EX
                   END-IF
           END-PERFORM
           IF      TBL-RP-CNT  <       200
                   ADD     1           TO      TBL-RP-CNT
                   MOVE    WK-S-DATE   TO      TBL-RP-DATE (TBL-RP-CNT)
                   MOVE    WK-S-SRC    TO      TBL-RP-SRC (TBL-RP-CNT)
           END-IF
           .
       S970-EX.
           EXIT.

      *    *** 基本名の数字を "#" に(日付・通番違いを束ねる)
       S980-10.

           INSPECT WK-S-BASE   REPLACING ALL "0" BY "#"
                                         ALL "1" BY "#"
                                         ALL "2" BY "#"
                                         ALL "3" BY "#"
                                         ALL "4" BY "#"
                                         ALL "5" BY "#"
                                         ALL "6" BY "#"
                                         ALL "7" BY "#"
                                         ALL "8" BY "#"
                                         ALL "9" BY "#"
           .
       S980-EX.
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
