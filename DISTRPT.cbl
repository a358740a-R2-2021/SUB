      *    *** 帳票配布(宛先別の仕分け・分割)
      *    *** 夜間帳票を配布表(CFG-DISTRPT-TBL-NAME)に従って各部署の
      *    *** フォルダーへ置く。朝の手作業の写しと配り忘れを無くす。
      *    *** 配布表1行= 帳票名(32) 位置(3) 分割キー(16) 部数(2)
      *    ***             宛先フォルダー(128)  (各項目の間は空白1桁)
      *    ***   位置・分割キーが空白の行は帳票全体を配る。
      *    ***   位置・分割キーの有る行は、明細のいずれかの行の
      *    ***   その桁に分割キーの有るページだけを配る(会社別等)。
      *    ***   キーの無いページは前のページと同じ宛先(続きのページ)。
      *    ***   分割はページ単位なので、キーの変わり目で改ページする
      *    ***   帳票であること(RPTPAGE の帳票、RPTGEN なら NEWPAGE)。
      *    ***   部数の空白・0は1部。先頭 "#" は注釈行。
      *    ***   同じ帳票に複数行で複数の宛先・キー(最大100行)。
      *    *** 置き先 = 宛先フォルダー/帳票名(フォルダー部を除く)
      *    ***   分割した時はその後ろに "." と分割キーを付ける。
      *    *** 1部ごとに区切りページ(DECODE07 の大文字見出しと配布内容。
      *    *** 書体ファイルの無い環境は見出し無し)を付けて写す。
      *    *** 配布記録(CFG-DISTRPT-LOG-NAME)へ1配布1行を追記する:
      *    ***   DELIVER =配った(部数・1部のページ数・行数・置き先)
      *    ***   NOREPORT=帳票が無い(作成漏れ。LOGERRへも警告)
      *    ***   NOKEY   =分割キーの有るページが無い(置かない)
      *    ***   UNROUTED=どの分割キーにも当たらないページが有った
      *    ***   ERROR=nn=置き先を書けなかった(ファイル状態)
      *    *** RETURN-CODE 0=正常, 4=NOREPORT・NOKEY・UNROUTED が有った,
      *    ***             8=配布表の誤り・置き先の異常
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DISTRPT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 配布表
       SELECT DT-F             ASSIGN   WK-DT-F-NAME
                               STATUS   WK-DT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 配布する帳票
       SELECT IN-F             ASSIGN   WK-IN-F-NAME
                               STATUS   WK-IN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 置き先(宛先フォルダーの帳票)
       SELECT OUT-F            ASSIGN   WK-OUT-F-NAME
                               STATUS   WK-OUT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 配布記録(追記)
       SELECT LOG-F            ASSIGN   WK-LOG-F-NAME
                               STATUS   WK-LOG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** DECODE07書体ファイルの存在確認用
       SELECT CHK7-F           ASSIGN   WK-CHK7-F-NAME
                               STATUS   WK-CHK7-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  DT-F
           LABEL RECORDS ARE STANDARD.
       01  DT-REC.
           03  DT-RPT          PIC  X(032).
           03  FILLER          PIC  X(001).
           03  DT-POS          PIC  X(003).
           03  FILLER          PIC  X(001).
           03  DT-KEY          PIC  X(016).
           03  FILLER          PIC  X(001).
           03  DT-COPIES       PIC  X(002).
           03  FILLER          PIC  X(001).
           03  DT-DEST         PIC  X(128).

       FD  IN-F
           LABEL RECORDS ARE STANDARD.
       01  IN-REC              PIC  X(256).

      *    *** 区切りページの大文字見出し(DECODE07 16行、80字×17桁)
      *    *** が入る幅
       FD  OUT-F
           LABEL RECORDS ARE STANDARD.
       01  OUT-REC             PIC  X(1360).

       FD  LOG-F
           LABEL RECORDS ARE STANDARD.
       01  LOG-REC.
           03  LOG-BIZ         PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LOG-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LOG-TIME        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  LOG-RUNID       PIC  X(014).
           03  FILLER          PIC  X(001).
           03  LOG-RESULT      PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LOG-RPT         PIC  X(032).
           03  FILLER          PIC  X(001).
           03  LOG-KEY         PIC  X(016).
           03  FILLER          PIC  X(001).
           03  LOG-COPIES      PIC  9(002).
           03  FILLER          PIC  X(001).
           03  LOG-PAGES       PIC  9(005).
           03  FILLER          PIC  X(001).
           03  LOG-LINES       PIC  9(009).
           03  FILLER          PIC  X(001).
           03  LOG-FILE        PIC  X(256).

       FD  CHK7-F
           LABEL RECORDS ARE STANDARD.
       01  CHK7-REC            PIC  X(100).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DISTRPT".

           03  WK-DT-F-NAME    PIC  X(256) VALUE SPACE.
           03  WK-DT-STATUS    PIC  9(002) VALUE ZERO.
           03  WK-DT-EOF       PIC  X(001) VALUE LOW-VALUE.

           03  WK-IN-F-NAME    PIC  X(256) VALUE SPACE.
           03  WK-IN-STATUS    PIC  9(002) VALUE ZERO.
           03  WK-IN-EOF       PIC  X(001) VALUE LOW-VALUE.

           03  WK-OUT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-OUT-STATUS   PIC  9(002) VALUE ZERO.

           03  WK-LOG-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-LOG-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 戻り値(大きい方を残す)
           03  WK-RC           BINARY-LONG SYNC VALUE ZERO.

      *    *** 実行ID・業務日付・印字日時(区切りページと配布記録)
           03  WK-RUNID-ID     PIC  X(001) VALUE "G".
           03  WK-RUNID        PIC  X(014) VALUE SPACE.
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-BIZ          PIC  9(008) VALUE ZERO.
           03  WK-NOW          PIC  X(021) VALUE SPACE.

      *    *** 帳票名のフォルダー部を除いた名前(置き先・見出し用)
           03  WK-BASE         PIC  X(064) VALUE SPACE.
           03  WK-BASE-POS     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEST-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SEP          PIC  X(001) VALUE "/".

      *    *** 今の配布の結果(記録の区分・ファイル状態)
           03  WK-RESULT       PIC  X(008) VALUE SPACE.
           03  WK-STATUS-D     PIC  9(002) VALUE ZERO.

      *    *** ページ読込み(行の先頭の改ページ文字でページを分ける。
      *    *** 次のページの頭の行は読み越した分として持ち越す)
           03  WK-HOLD         PIC  X(256) VALUE SPACE.
           03  WK-HOLD-SW      PIC  X(001) VALUE "N".

      *    *** ページの宛先(最後に見つけた分割キーの位置と値。
      *    *** キーの無いページはこれを引き継ぐ)
           03  WK-OWN-SW       PIC  X(001) VALUE "N".
           03  WK-OWN-POS      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OWN-KEY      PIC  X(016) VALUE SPACE.
           03  WK-SEL-SW       PIC  X(001) VALUE "N".

      *    *** Y=置き先へ書く周回、N=数えるだけの周回
           03  WK-WRITE-SW     PIC  X(001) VALUE "N".
      *    *** 置き先へ何か書いたか(次の区切り・ページの前で改ページ)
           03  WK-OUT-ANY      PIC  X(001) VALUE "N".

      *    *** 1部のページ数・行数、どの宛先にも当たらないページ数
           03  WK-SEL-PAGES    BINARY-LONG SYNC VALUE ZERO.
           03  WK-SEL-LINES    BINARY-LONG SYNC VALUE ZERO.
           03  WK-UNR-PAGES    BINARY-LONG SYNC VALUE ZERO.
           03  WK-PAGES-D      PIC  ZZZZ9.
           03  WK-POS-D        PIC  ZZ9.
           03  WK-COPY-D       PIC  Z9.
           03  WK-COPIES-D     PIC  Z9.

      *    *** 件数
           03  WK-DLV-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MISS-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-WARN-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-CNT      BINARY-LONG SYNC VALUE ZERO.

      *    *** 区切りページ出力用(DECODE07)
           03  WK-CHK7-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-CHK7-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-BNR-SW       PIC  X(001) VALUE "N".
           03  WK-BNR-TEXT     PIC  X(080) VALUE SPACE.
           03  WK-LINE         PIC  X(256) VALUE SPACE.

           COPY    CPCONFIG.
           COPY    CPDECODE07  REPLACING ==:##:== BY ==WDE07==.

      *    *** 配布表
       01  TBL-DST-AREA.
           03  TBL-DST-ENT     OCCURS 100.
             05  TBL-DST-RPT   PIC  X(032).
             05  TBL-DST-POS   BINARY-LONG SYNC.
             05  TBL-DST-KEY   PIC  X(016).
             05  TBL-DST-KLEN  BINARY-LONG SYNC.
             05  TBL-DST-COPIES BINARY-LONG SYNC.
             05  TBL-DST-DEST  PIC  X(128).
       01  TBL-DST-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 1ページ分の行(長い帳票は999行ずつに切って扱う)
       01  TBL-PG-AREA.
           03  TBL-PG-LINE     OCCURS 999
                               PIC  X(256).
       01  TBL-PG-CNT          BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  C               BINARY-LONG SYNC VALUE ZERO.
           03  D               BINARY-LONG SYNC VALUE ZERO.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.

       01  LI-LOGERR-PGM       PIC  X(008).
       01  LI-LOGERR-CONTEXT   PIC  X(040).
       01  LI-LOGERR-STATUS    PIC  X(004).
       01  LI-LOGERR-SEVERITY  PIC  X(001).

       LINKAGE                 SECTION.

      *    *** 配布表ファイル名(SPACE=構成の既定)
       01  LI-TBL-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-TBL-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    ZERO        TO      WK-RC
                                       WK-DLV-CNT
                                       WK-MISS-CNT
                                       WK-WARN-CNT
                                       WK-ERR-CNT

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-DISTRPT-TBL-NAME TO WK-DT-F-NAME
           IF      LI-TBL-FILENAME NOT = SPACE
                   MOVE    TRIM(LI-TBL-FILENAME) TO WK-DT-F-NAME
           END-IF
           MOVE    CFG-DISTRPT-LOG-NAME TO WK-LOG-F-NAME
           CALL    "PATHSVC"   USING   WK-DT-F-NAME
           CALL    "PATHSVC"   USING   WK-LOG-F-NAME

           MOVE    CURRENT-DATE TO     WK-NOW
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-BIZ
                                       WK-BIZ-STAT
           CALL    "RUNID"     USING   WK-RUNID-ID
                                       WK-RUNID

           PERFORM S010-10     THRU    S010-EX
           PERFORM S050-10     THRU    S050-EX

           OPEN    EXTEND      LOG-F
           IF      WK-LOG-STATUS NOT = ZERO
                   OPEN    OUTPUT      LOG-F
           END-IF
           IF      WK-LOG-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " LOG-F OPEN ERROR STATUS="
                           WK-LOG-STATUS
                   MOVE    8           TO      RETURN-CODE
                   GO      TO      M100-EX
           END-IF

           PERFORM VARYING D FROM 1 BY 1
                   UNTIL D > TBL-DST-CNT
                   PERFORM S100-10     THRU    S100-EX
           END-PERFORM

           CLOSE   LOG-F

           DISPLAY WK-PGM-NAME " 配布=" WK-DLV-CNT
                   " 帳票無し=" WK-MISS-CNT
                   " 警告=" WK-WARN-CNT
                   " 異常=" WK-ERR-CNT
           DISPLAY WK-PGM-NAME " END"

           MOVE    WK-RC       TO      RETURN-CODE
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 配布表読込み
       S010-10.

           MOVE    ZERO        TO      TBL-DST-CNT
           OPEN    INPUT       DT-F
           IF      WK-DT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " 配布表無し "
                           TRIM(WK-DT-F-NAME)
                   MOVE    8           TO      WK-RC
                   GO      TO      S010-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-DT-EOF
           PERFORM UNTIL WK-DT-EOF     =       HIGH-VALUE
                   READ    DT-F
                   IF      WK-DT-STATUS =      ZERO
                           IF      DT-RPT  NOT =   SPACE
                              AND  DT-RPT (1:1) NOT = "#"
                                   PERFORM S020-10 THRU S020-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-DT-EOF
                   END-IF
           END-PERFORM
           CLOSE   DT-F

           DISPLAY WK-PGM-NAME " 配布表=" TBL-DST-CNT " 行 ("
                   TRIM(WK-DT-F-NAME) ")"
           .
       S010-EX.
           EXIT.

      *    *** 配布表1行の確認と登録(誤りの行は配らずに知らせる)
       S020-10.

           IF      DT-DEST     =       SPACE
              OR   ( DT-POS    NOT =   SPACE
                 AND ( TEST-NUMVAL (DT-POS) NOT = ZERO
                    OR DT-KEY  =       SPACE ) )
              OR   ( DT-POS    =       SPACE
                 AND DT-KEY    NOT =   SPACE )
              OR   ( DT-COPIES NOT =   SPACE
                 AND TEST-NUMVAL (DT-COPIES) NOT = ZERO )
                   DISPLAY WK-PGM-NAME " 配布表の誤り: "
                           TRIM(DT-REC)
                   ADD     1           TO      WK-ERR-CNT
                   MOVE    8           TO      WK-RC
                   GO      TO      S020-EX
           END-IF

           IF      TBL-DST-CNT >=      100
                   DISPLAY WK-PGM-NAME " 配布表 100行超過: "
                           TRIM(DT-REC)
                   ADD     1           TO      WK-ERR-CNT
                   MOVE    8           TO      WK-RC
                   GO      TO      S020-EX
           END-IF

           ADD     1           TO      TBL-DST-CNT
           MOVE    DT-RPT      TO      TBL-DST-RPT (TBL-DST-CNT)
           MOVE    DT-DEST     TO      TBL-DST-DEST (TBL-DST-CNT)
           MOVE    DT-KEY      TO      TBL-DST-KEY (TBL-DST-CNT)
           MOVE    ZERO        TO      TBL-DST-POS (TBL-DST-CNT)
                                       TBL-DST-KLEN (TBL-DST-CNT)
           IF      DT-POS      NOT =   SPACE
                   MOVE    NUMVAL (DT-POS) TO TBL-DST-POS (TBL-DST-CNT)
                   MOVE    LENGTH (TRIM (DT-KEY TRAILING)) TO
                           TBL-DST-KLEN (TBL-DST-CNT)
           END-IF
           MOVE    1           TO      TBL-DST-COPIES (TBL-DST-CNT)
           IF      DT-COPIES   NOT =   SPACE
              AND  NUMVAL (DT-COPIES) > ZERO
                   MOVE    NUMVAL (DT-COPIES) TO
                           TBL-DST-COPIES (TBL-DST-CNT)
           END-IF

      *    *** キーが行からはみ出す位置は誤り
           IF      TBL-DST-KLEN (TBL-DST-CNT) > ZERO
              AND ( TBL-DST-POS (TBL-DST-CNT) < 1
                 OR TBL-DST-POS (TBL-DST-CNT)
                  + TBL-DST-KLEN (TBL-DST-CNT) - 1 > 256 )
                   DISPLAY WK-PGM-NAME " 配布表の誤り: "
                           TRIM(DT-REC)
                   ADD     -1          TO      TBL-DST-CNT
                   ADD     1           TO      WK-ERR-CNT
                   MOVE    8           TO      WK-RC
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** 区切りページの大文字見出しを使えるか(書体ファイルの確認)
      *    *** 書体ファイルが無い環境は見出し無しで続行する
       S050-10.

           MOVE    CFG-DECODE07-PIN1-NAME TO WK-CHK7-F-NAME
           OPEN    INPUT       CHK7-F
           IF      WK-CHK7-STATUS NOT = ZERO
                   MOVE    "N"         TO      WK-BNR-SW
                   GO      TO      S050-EX
           END-IF
           CLOSE   CHK7-F
           MOVE    "Y"         TO      WK-BNR-SW
           .
       S050-EX.
           EXIT.

      *    *** 配布表1行分の配布
       S100-10.

           MOVE    TBL-DST-RPT (D) TO  WK-IN-F-NAME
           CALL    "PATHSVC"   USING   WK-IN-F-NAME
           PERFORM S110-10     THRU    S110-EX
           MOVE    ZERO        TO      WK-SEL-PAGES
                                       WK-SEL-LINES
                                       WK-UNR-PAGES
                                       WK-OUT-STATUS

      *    *** 帳票が無い(作成漏れ)
           OPEN    INPUT       IN-F
           IF      WK-IN-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " 帳票無し "
                           TRIM(WK-IN-F-NAME)
                   MOVE    "NOREPORT"  TO      WK-RESULT
                   PERFORM S800-10     THRU    S800-EX
                   ADD     1           TO      WK-MISS-CNT
                   IF      WK-RC       <       4
                           MOVE    4           TO      WK-RC
                   END-IF
                   MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
                   MOVE    SPACE       TO      LI-LOGERR-CONTEXT
                   STRING  "DISTRPT 帳票無し " DELIMITED BY SIZE
                           TBL-DST-RPT (D) DELIMITED BY SPACE
                           INTO    LI-LOGERR-CONTEXT
                   END-STRING
                   MOVE    "NORP"      TO      LI-LOGERR-STATUS
                   MOVE    "W"         TO      LI-LOGERR-SEVERITY
                   CALL    "LOGERR"    USING   LI-LOGERR-PGM
                                               LI-LOGERR-CONTEXT
                                               LI-LOGERR-STATUS
                                               LI-LOGERR-SEVERITY
                   GO      TO      S100-EX
           END-IF
           CLOSE   IN-F

      *    *** 先に数える(区切りページ・配布記録のページ数)。
      *    *** 分割する時は置く物が有るかもここで確かめる
           MOVE    "N"         TO      WK-WRITE-SW
           PERFORM S200-10     THRU    S200-EX
           IF      TBL-DST-KLEN (D) >  ZERO
                   PERFORM S120-10     THRU    S120-EX
                   IF      WK-SEL-PAGES =      ZERO
                           DISPLAY WK-PGM-NAME " 分割キー無し "
                                   TRIM(TBL-DST-RPT (D)) " "
                                   TRIM(TBL-DST-KEY (D))
                           MOVE    "NOKEY"     TO      WK-RESULT
                           PERFORM S800-10     THRU    S800-EX
                           ADD     1           TO      WK-WARN-CNT
                           IF      WK-RC       <       4
                                   MOVE    4           TO      WK-RC
                           END-IF
                           GO      TO      S100-EX
                   END-IF
           END-IF

           OPEN    OUTPUT      OUT-F
           IF      WK-OUT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " OUT-F OPEN ERROR STATUS="
                           WK-OUT-STATUS " "
                           TRIM(WK-OUT-F-NAME)
                   MOVE    WK-OUT-STATUS TO    WK-STATUS-D
                   PERFORM S130-10     THRU    S130-EX
                   GO      TO      S100-EX
           END-IF

      *    *** 部数分、区切りページを付けて写す
           MOVE    "N"         TO      WK-OUT-ANY
           MOVE    "Y"         TO      WK-WRITE-SW
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > TBL-DST-COPIES (D)
                      OR WK-OUT-STATUS NOT = ZERO
                   PERFORM S300-10     THRU    S300-EX
                   PERFORM S200-10     THRU    S200-EX
           END-PERFORM

           IF      WK-OUT-STATUS NOT = ZERO
                   MOVE    WK-OUT-STATUS TO    WK-STATUS-D
                   CLOSE   OUT-F
                   PERFORM S130-10     THRU    S130-EX
                   GO      TO      S100-EX
           END-IF

           CLOSE   OUT-F
           MOVE    "DELIVER"   TO      WK-RESULT
           PERFORM S800-10     THRU    S800-EX
           ADD     1           TO      WK-DLV-CNT

           MOVE    WK-SEL-PAGES TO     WK-PAGES-D
           MOVE    TBL-DST-COPIES (D) TO WK-COPIES-D
           DISPLAY WK-PGM-NAME " 配布 " TRIM(TBL-DST-RPT (D))
                   " -> " TRIM(WK-OUT-F-NAME)
                   " 部数=" WK-COPIES-D
                   " ページ=" WK-PAGES-D
           .
       S100-EX.
           EXIT.

      *    *** 置き先の名前(宛先フォルダー/帳票名[.分割キー])
       S110-10.

      *    *** 帳票名のフォルダー部("/" か "\" の所まで)を除く
           MOVE    ZERO        TO      WK-BASE-POS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 32
                   IF      TBL-DST-RPT (D) (I:1) = "/"
                      OR   TBL-DST-RPT (D) (I:1) = "\"
                           MOVE    I           TO      WK-BASE-POS
                   END-IF
           END-PERFORM
           MOVE    SPACE       TO      WK-BASE
           IF      WK-BASE-POS <       32
                   MOVE    TBL-DST-RPT (D) (WK-BASE-POS + 1:)
                                       TO      WK-BASE
           END-IF

      *    *** フォルダー名の終わりに区切りが有れば重ねない
           MOVE    LENGTH (TRIM (TBL-DST-DEST (D) TRAILING))
                                       TO      WK-DEST-LEN
           MOVE    "/"         TO      WK-SEP
           IF      TBL-DST-DEST (D) (WK-DEST-LEN:1) = "/"
              OR   TBL-DST-DEST (D) (WK-DEST-LEN:1) = "\"
                   MOVE    SPACE       TO      WK-SEP
           END-IF

           MOVE    SPACE       TO      WK-OUT-F-NAME
           STRING  TBL-DST-DEST (D) (1:WK-DEST-LEN)
                                       DELIMITED BY SIZE
                   WK-SEP      DELIMITED BY SPACE
                   WK-BASE     DELIMITED BY SPACE
                   INTO    WK-OUT-F-NAME
           END-STRING
           IF      TBL-DST-KLEN (D) >  ZERO
                   STRING  TRIM(WK-OUT-F-NAME) DELIMITED BY SIZE
                           "."         DELIMITED BY SIZE
                           TBL-DST-KEY (D) (1:TBL-DST-KLEN (D))
                                       DELIMITED BY SIZE
                           INTO    WK-LINE
                   END-STRING
                   MOVE    WK-LINE     TO      WK-OUT-F-NAME
                   MOVE    SPACE       TO      WK-LINE
           END-IF
           CALL    "PATHSVC"   USING   WK-OUT-F-NAME
           .
       S110-EX.
           EXIT.

      *    *** どの分割キーにも当たらないページの記録
      *    *** (その帳票の分割する行の最初の1行の時だけ)
       S120-10.

           IF      WK-UNR-PAGES =      ZERO
                   GO      TO      S120-EX
           END-IF
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K >= D
                   IF      TBL-DST-RPT (K) =   TBL-DST-RPT (D)
                      AND  TBL-DST-KLEN (K) >  ZERO
                           GO      TO      S120-EX
                   END-IF
           END-PERFORM

           MOVE    WK-UNR-PAGES TO     WK-PAGES-D
           DISPLAY WK-PGM-NAME " 宛先の無いページ "
                   TRIM(TBL-DST-RPT (D)) " ページ=" WK-PAGES-D
           MOVE    "UNROUTED"  TO      WK-RESULT
           PERFORM S810-10     THRU    S810-EX
           MOVE    SPACE       TO      LOG-KEY
                                       LOG-FILE
           MOVE    WK-UNR-PAGES TO     LOG-PAGES
           MOVE    ZERO        TO      LOG-LINES
           PERFORM S820-10     THRU    S820-EX
           ADD     1           TO      WK-WARN-CNT
           IF      WK-RC       <       4
                   MOVE    4           TO      WK-RC
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 置き先の異常
       S130-10.

           MOVE    SPACE       TO      WK-RESULT
           STRING  "ERROR="    DELIMITED BY SIZE
                   WK-STATUS-D DELIMITED BY SIZE
                   INTO    WK-RESULT
           END-STRING
           PERFORM S800-10     THRU    S800-EX
           ADD     1           TO      WK-ERR-CNT
           MOVE    8           TO      WK-RC
           .
       S130-EX.
           EXIT.

      *    *** 帳票を1周読み、この行の宛先のページを数える・写す
       S200-10.

           MOVE    ZERO        TO      WK-SEL-PAGES
                                       WK-SEL-LINES
                                       WK-UNR-PAGES
           MOVE    "N"         TO      WK-HOLD-SW
                                       WK-OWN-SW
           MOVE    LOW-VALUE   TO      WK-IN-EOF

           OPEN    INPUT       IN-F
           IF      WK-IN-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " IN-F OPEN ERROR STATUS="
                           WK-IN-STATUS " " TRIM(WK-IN-F-NAME)
                   GO      TO      S200-EX
           END-IF

           PERFORM S210-10     THRU    S210-EX
           PERFORM UNTIL TBL-PG-CNT    =       ZERO
                      OR WK-OUT-STATUS NOT =   ZERO
                   PERFORM S220-10     THRU    S220-EX
                   IF      WK-SEL-SW   =       "Y"
                           ADD     1           TO      WK-SEL-PAGES
                           ADD     TBL-PG-CNT  TO      WK-SEL-LINES
                           IF      WK-WRITE-SW =       "Y"
                                   PERFORM S230-10     THRU    S230-EX
                           END-IF
                   END-IF
                   PERFORM S210-10     THRU    S210-EX
           END-PERFORM

           CLOSE   IN-F
           .
       S200-EX.
           EXIT.

      *    *** 1ページ読込み(TBL-PG-CNT=0 は帳票の終わり)
       S210-10.

           MOVE    ZERO        TO      TBL-PG-CNT
           IF      WK-HOLD-SW  =       "Y"
                   MOVE    1           TO      TBL-PG-CNT
                   MOVE    WK-HOLD     TO      TBL-PG-LINE (1)
                   MOVE    "N"         TO      WK-HOLD-SW
           END-IF

           PERFORM UNTIL WK-IN-EOF     =       HIGH-VALUE
                      OR WK-HOLD-SW    =       "Y"
                      OR TBL-PG-CNT    >=      999
                   READ    IN-F
                       AT  END
                           MOVE    HIGH-VALUE  TO      WK-IN-EOF
                       NOT AT  END
                           IF      IN-REC (1:1) =      X"0C"
                              AND  TBL-PG-CNT   >      ZERO
                                   MOVE    IN-REC (2:) TO WK-HOLD
                                   MOVE    "Y"         TO WK-HOLD-SW
                           ELSE
                                   ADD     1           TO TBL-PG-CNT
                                   IF      IN-REC (1:1) = X"0C"
                                           MOVE IN-REC (2:) TO
                                                TBL-PG-LINE (TBL-PG-CNT)
                                   ELSE
                                           MOVE IN-REC TO
                                                TBL-PG-LINE (TBL-PG-CNT)
                                   END-IF
                           END-IF
                   END-READ
           END-PERFORM
           .
       S210-EX.
           EXIT.

      *    *** ページの宛先判定(分割しない行は全ページ)
      *    *** 同じ帳票の分割キーのどれかが有ればそのキーのページ、
      *    *** 無ければ前のページと同じ宛先
       S220-10.

           IF      TBL-DST-KLEN (D) =  ZERO
                   MOVE    "Y"         TO      WK-SEL-SW
                   GO      TO      S220-EX
           END-IF

           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > TBL-PG-CNT
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > TBL-DST-CNT
                           IF      TBL-DST-RPT (K) =   TBL-DST-RPT (D)
                              AND  TBL-DST-KLEN (K) >  ZERO
                              AND  TBL-PG-LINE (L) (TBL-DST-POS (K):
                                                    TBL-DST-KLEN (K))
                                 = TBL-DST-KEY (K) (1:TBL-DST-KLEN (K))
                                   MOVE    "Y"         TO  WK-OWN-SW
                                   MOVE    TBL-DST-POS (K) TO
                                           WK-OWN-POS
                                   MOVE    TBL-DST-KEY (K) TO
                                           WK-OWN-KEY
                                   MOVE    TBL-DST-CNT TO      K
                                   MOVE    TBL-PG-CNT  TO      L
                           END-IF
                   END-PERFORM
           END-PERFORM

           MOVE    "N"         TO      WK-SEL-SW
           IF      WK-OWN-SW   =       "N"
                   ADD     1           TO      WK-UNR-PAGES
           ELSE
                   IF      WK-OWN-POS  =       TBL-DST-POS (D)
                      AND  WK-OWN-KEY  =       TBL-DST-KEY (D)
                           MOVE    "Y"         TO      WK-SEL-SW
                   END-IF
           END-IF
           .
       S220-EX.
           EXIT.

      *    *** 1ページ写し(前に何か書いていれば改ページしてから)
       S230-10.

           IF      WK-OUT-ANY  =       "Y"
                   MOVE    SPACE       TO      OUT-REC
                   WRITE   OUT-REC     BEFORE  ADVANCING PAGE
           END-IF
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > TBL-PG-CNT
                   MOVE    TBL-PG-LINE (L) TO  OUT-REC
                   PERFORM S700-10     THRU    S700-EX
           END-PERFORM
           .
       S230-EX.
           EXIT.

      *    *** 区切りページ(大文字見出しと配布内容)
       S300-10.

           IF      WK-OUT-ANY  =       "Y"
                   MOVE    SPACE       TO      OUT-REC
                   WRITE   OUT-REC     BEFORE  ADVANCING PAGE
           END-IF

           IF      WK-BNR-SW   =       "Y"
                   MOVE    SPACE       TO      WDE07-DECODE07-AREA
                   MOVE    1           TO      WDE07-PTN
                   MOVE    "N"         TO      WDE07-OUT-SW
                   MOVE    "OPEN  "    TO      WDE07-ID
                   CALL    "DECODE07"  USING   WDE07-DECODE07-AREA

                   MOVE    WK-BASE     TO      WK-BNR-TEXT
                   PERFORM S310-10     THRU    S310-EX
                   IF      TBL-DST-KLEN (D) >  ZERO
                           MOVE    TBL-DST-KEY (D) TO  WK-BNR-TEXT
                           PERFORM S310-10     THRU    S310-EX
                   END-IF

                   MOVE    "CLOSE "    TO      WDE07-ID
                   CALL    "DECODE07"  USING   WDE07-DECODE07-AREA
           END-IF

           MOVE    "*** DISTRIBUTION ***" TO OUT-REC
           PERFORM S700-10     THRU    S700-EX
           MOVE    SPACE       TO      OUT-REC
           PERFORM S700-10     THRU    S700-EX

           MOVE    SPACE       TO      OUT-REC
           STRING  "REPORT  : " DELIMITED BY SIZE
                   TBL-DST-RPT (D) DELIMITED BY SPACE
                   INTO    OUT-REC
           END-STRING
           PERFORM S700-10     THRU    S700-EX

           MOVE    SPACE       TO      OUT-REC
           IF      TBL-DST-KLEN (D) >  ZERO
                   MOVE    TBL-DST-POS (D) TO  WK-POS-D
                   STRING  "KEY     : " DELIMITED BY SIZE
                           TBL-DST-KEY (D) (1:TBL-DST-KLEN (D))
                                       DELIMITED BY SIZE
                           "  (COLUMN " DELIMITED BY SIZE
                           TRIM(WK-POS-D) DELIMITED BY SIZE
                           ")"         DELIMITED BY SIZE
                           INTO    OUT-REC
                   END-STRING
           ELSE
                   MOVE    "KEY     : (ALL PAGES)" TO OUT-REC
           END-IF
           PERFORM S700-10     THRU    S700-EX

           MOVE    SPACE       TO      OUT-REC
           STRING  "TO      : " DELIMITED BY SIZE
                   TRIM(WK-OUT-F-NAME) DELIMITED BY SIZE
                   INTO    OUT-REC
           END-STRING
           PERFORM S700-10     THRU    S700-EX

           MOVE    C           TO      WK-COPY-D
           MOVE    TBL-DST-COPIES (D) TO WK-COPIES-D
           MOVE    WK-SEL-PAGES TO     WK-PAGES-D
           MOVE    SPACE       TO      OUT-REC
           STRING  "COPY    : " DELIMITED BY SIZE
                   TRIM(WK-COPY-D) DELIMITED BY SIZE
                   " OF "      DELIMITED BY SIZE
                   TRIM(WK-COPIES-D) DELIMITED BY SIZE
                   "   PAGES=" DELIMITED BY SIZE
                   TRIM(WK-PAGES-D) DELIMITED BY SIZE
                   INTO    OUT-REC
           END-STRING
           PERFORM S700-10     THRU    S700-EX

           MOVE    SPACE       TO      OUT-REC
           STRING  "RUNID="    DELIMITED BY SIZE
                   WK-RUNID    DELIMITED BY SIZE
                   "  BIZDATE=" DELIMITED BY SIZE
                   WK-BIZ (1:4) "/" WK-BIZ (5:2) "/" WK-BIZ (7:2)
                               DELIMITED BY SIZE
                   "  PRINTED=" DELIMITED BY SIZE
                   WK-NOW (1:4) "/" WK-NOW (5:2) "/" WK-NOW (7:2)
                               DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-NOW (9:2) ":" WK-NOW (11:2) ":" WK-NOW (13:2)
                               DELIMITED BY SIZE
                   INTO    OUT-REC
           END-STRING
           PERFORM S700-10     THRU    S700-EX

           MOVE    "Y"         TO      WK-OUT-ANY
           .
       S300-EX.
           EXIT.

      *    *** 大文字見出し1段(16行)と空白行
       S310-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 80
                   MOVE    WK-BNR-TEXT (I:1) TO WDE07-ASCII-TBL (I)
           END-PERFORM
           MOVE    "CHANGE"    TO      WDE07-ID
           CALL    "DECODE07"  USING   WDE07-DECODE07-AREA

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 16
                   MOVE    WDE07-LINE (I) TO   OUT-REC
                   PERFORM S700-10     THRU    S700-EX
           END-PERFORM
           MOVE    SPACE       TO      OUT-REC
           PERFORM S700-10     THRU    S700-EX
           .
       S310-EX.
           EXIT.

      *    *** 置き先へ1行
       S700-10.

           WRITE   OUT-REC
           IF      WK-OUT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " OUT-F WRITE ERROR STATUS="
                           WK-OUT-STATUS " " TRIM(WK-OUT-F-NAME)
           END-IF
           .
       S700-EX.
           EXIT.

      *    *** 配布記録1行
       S800-10.

           PERFORM S810-10     THRU    S810-EX
           PERFORM S820-10     THRU    S820-EX
           .
       S800-EX.
           EXIT.

      *    *** 配布記録の編集
       S810-10.

           MOVE    SPACE       TO      LOG-REC
           MOVE    WK-BIZ      TO      LOG-BIZ
           MOVE    WK-NOW (1:8) TO     LOG-DATE
           MOVE    WK-NOW (9:6) TO     LOG-TIME
           MOVE    WK-RUNID    TO      LOG-RUNID
           MOVE    WK-RESULT   TO      LOG-RESULT
           MOVE    TBL-DST-RPT (D) TO  LOG-RPT
           MOVE    TBL-DST-KEY (D) TO  LOG-KEY
           MOVE    TBL-DST-COPIES (D) TO LOG-COPIES
           MOVE    WK-SEL-PAGES TO     LOG-PAGES
           MOVE    WK-SEL-LINES TO     LOG-LINES
           MOVE    WK-OUT-F-NAME TO    LOG-FILE
           IF      WK-RESULT   NOT =   "DELIVER"
                   MOVE    ZERO        TO      LOG-COPIES
           END-IF
           .
       S810-EX.
           EXIT.

      *    *** 配布記録の書出し
       S820-10.

           WRITE   LOG-REC
           IF      WK-LOG-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " LOG-F WRITE ERROR STATUS="
                           WK-LOG-STATUS
                   MOVE    8           TO      WK-RC
           END-IF
           .
       S820-EX.
           EXIT.
