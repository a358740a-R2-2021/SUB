      *    *** 郵便番号マスター 取込み・更新
      *    *** 日本郵便の郵便番号データ(KEN_ALL.CSV、SJIS、1行=
      *    *** 団体コード,旧番号,郵便番号,都道府県カナ,市区町村カナ,
      *    *** 町域カナ,都道府県,市区町村,町域,フラグ…)を郵便番号
      *    *** マスター(CFG-POSTMST-NAME、郵便番号+連番の索引編成、
      *    *** 1件の形は CPPOSTMST)へ取り込む。定期的な差し替え時は
      *    *** 取込み前のマスターと突き合わせ、新設された郵便番号(ADD)
      *    *** と無くなった郵便番号(DEL)を報告(CFG-POSTMST-RPT-NAME)
      *    *** へ書く。照会は POSTLKP が行う。
      *    *** 取込み前のマスターは全件を マスター名.BAK へ順編成で
      *    *** 退避してから作り直す(取込みに失敗した時はこの退避から
      *    *** 戻す)。
      *    *** 町域の「以下に掲載がない場合」「…の次に番地がくる場合」
      *    *** は空白にし、括弧書き(（１～１９丁目）等)は落とす。
      *    *** 括弧書きが長くて次の行へ続いている行は読み飛ばす。
      *    *** LI-CODE U で文字を UTF8 に変換して持つ(DECODE05 SU)。
      *    *** 空白・S は SJIS のまま。マスターは照会する側のデータと
      *    *** 同じ文字コードで作る(COBRND PROF は UTF8)
      *    *** RETURN-CODE 0=正常, 4=読めない行有り,
      *    ***             16=KEN_ALL・マスターが開けない
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             POSTMST.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 日本郵便 郵便番号データ
       SELECT KEN-F            ASSIGN   WK-KEN-F-NAME
                               STATUS   WK-KEN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 郵便番号マスター
       SELECT PMS-F            ASSIGN   WK-PMS-F-NAME
                               STATUS   WK-PMS-STATUS
           ORGANIZATION        INDEXED
           ACCESS MODE         DYNAMIC
           RECORD KEY          PMS-KEY.

      *    *** 取込み前マスターの退避(突合せの旧側にも使う)
       SELECT BAK-F            ASSIGN   WK-BAK-F-NAME
                               STATUS   WK-BAK-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  KEN-F
           LABEL RECORDS ARE STANDARD.
       01  KEN-REC             PIC  X(512).

       FD  PMS-F
           LABEL RECORDS ARE STANDARD.
           COPY    CPPOSTMST   REPLACING ==:##:== BY ==PMS==.

       FD  BAK-F
           LABEL RECORDS ARE STANDARD.
           COPY    CPPOSTMST   REPLACING ==:##:== BY ==BAK==.

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(200).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "POSTMST".

           03  WK-KEN-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-KEN-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-KEN-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-PMS-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-PMS-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-PMS-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-BAK-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-BAK-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-BAK-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 初回作成(取込み前のマスター無し)は突合せをしない
           03  WK-FIRST-SW     PIC  X(001) VALUE "N".

      *    *** KEN_ALL 1行の項目(引用符を外した後の分解先)
           03  WK-K-JIS        PIC  X(010) VALUE SPACE.
           03  WK-K-OLD        PIC  X(010) VALUE SPACE.
           03  WK-K-POST       PIC  X(010) VALUE SPACE.
           03  WK-K-PREF-KANA  PIC  X(040) VALUE SPACE.
           03  WK-K-CITY-KANA  PIC  X(080) VALUE SPACE.
           03  WK-K-TOWN-KANA  PIC  X(200) VALUE SPACE.
           03  WK-K-PREF       PIC  X(040) VALUE SPACE.
           03  WK-K-CITY       PIC  X(080) VALUE SPACE.
           03  WK-K-TOWN       PIC  X(200) VALUE SPACE.

      *    *** 括弧書きが次の行へ続いている(Y)・その郵便番号
           03  WK-CONT-SW      PIC  X(001) VALUE "N".
           03  WK-CONT-POST    PIC  X(007) VALUE SPACE.
           03  WK-TALLY        BINARY-LONG SYNC VALUE ZERO.
           03  WK-PAREN-POS    BINARY-LONG SYNC VALUE ZERO.

      *    *** 文字コード U=UTF8へ変換して持つ
           03  WK-CODE         PIC  X(001) VALUE "S".
           03  WK-CNV-IN       PIC  X(201) VALUE SPACE.
           03  WK-CNV-OUT      PIC  X(400) VALUE SPACE.

      *    *** 突合せ(旧=退避、新=取り込んだマスター)
           03  WK-OLD-POST     PIC  X(007) VALUE SPACE.
           03  WK-NEW-POST     PIC  X(007) VALUE SPACE.
           03  WK-CUR-POST     PIC  X(007) VALUE SPACE.
           03  WK-RPT-KBN      PIC  X(003) VALUE SPACE.

      *    *** 件数
           03  WK-IN-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OUT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CONT-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OLD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ADD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-D        PIC  ZZZ,ZZZ,ZZ9.
           03  WK-CNT-D2       PIC  ZZZ,ZZZ,ZZ9.

           03  WK-BAL-STEP     PIC  X(008) VALUE "POSTMST".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-BAL-IN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-OUT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-SKIP     BINARY-LONG SYNC VALUE ZERO.

      *    *** 既定ファイル名(CPCONFIG に集約)
           COPY    CPCONFIG.

           COPY    CPDECODE05  REPLACING ==:##:== BY ==WDE05==.

      *    *** 報告行の編集用(旧・新どちらの1件も写して使う)
           COPY    CPPOSTMST   REPLACING ==:##:== BY ==WRP==.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** KEN_ALL のファイル名
       01  LI-IN-FILENAME      PIC  X(256).

      *    *** マスターの文字コード S=SJIS(既定) U=UTF8
       01  LI-CODE             PIC  X(001).

       PROCEDURE   DIVISION    USING   LI-IN-FILENAME
                                       LI-CODE
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME

           MOVE    TRIM(LI-IN-FILENAME) TO WK-KEN-F-NAME
           MOVE    CFG-POSTMST-NAME TO WK-PMS-F-NAME
           MOVE    CFG-POSTMST-RPT-NAME TO WK-RPT-F-NAME
           CALL    "PATHSVC"   USING   WK-KEN-F-NAME
           CALL    "PATHSVC"   USING   WK-PMS-F-NAME
           CALL    "PATHSVC"   USING   WK-RPT-F-NAME
           MOVE    SPACE       TO      WK-BAK-F-NAME
           STRING  WK-PMS-F-NAME DELIMITED BY SPACE
                   ".BAK"      DELIMITED BY SIZE
                   INTO    WK-BAK-F-NAME
           END-STRING

           IF      LI-CODE     =       "U"
                   MOVE    "U"         TO      WK-CODE
           END-IF

      *    *** マスターを壊す前に KEN_ALL が読めることを確かめる
           OPEN    INPUT       KEN-F
           IF      WK-KEN-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " KEN-F OPEN ERROR STATUS="
                           WK-KEN-STATUS " (" TRIM(WK-KEN-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 取込み前マスターの退避
           PERFORM S010-10     THRU    S010-EX

      *    *** 取込み
           IF      WK-CODE     =       "U"
                   MOVE    "SU"        TO      WDE05-HENKAN
                   MOVE    SPACE       TO      WDE05-MODE
                                               WDE05-LAYOUT
                   MOVE    "OPEN  "    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               WK-CNV-IN
                                               WK-CNV-OUT
           END-IF
           PERFORM S100-10     THRU    S100-EX
           IF      WK-CODE     =       "U"
                   MOVE    "CLOSE "    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               WK-CNV-IN
                                               WK-CNV-OUT
           END-IF

      *    *** 追加・廃止の報告
           PERFORM S200-10     THRU    S200-EX

      *    *** コントロールトータル記録
           MOVE    CFG-POSTMST-NAME TO WK-BAL-FILE
           MOVE    WK-IN-CNT   TO      WK-BAL-IN
           MOVE    WK-OUT-CNT  TO      WK-BAL-OUT
           COMPUTE WK-BAL-SKIP = WK-CONT-CNT + WK-BAD-CNT
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP

           DISPLAY WK-PGM-NAME " KEN_ALL=" WK-IN-CNT
                   " マスター=" WK-OUT-CNT
                   " 続き行=" WK-CONT-CNT
                   " 不正行=" WK-BAD-CNT
           DISPLAY WK-PGM-NAME " 旧マスター=" WK-OLD-CNT
                   " 追加=" WK-ADD-CNT
                   " 廃止=" WK-DEL-CNT
           DISPLAY WK-PGM-NAME " END"

           IF      WK-BAD-CNT  >       ZERO
                   MOVE    4           TO      RETURN-CODE
           END-IF
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 取込み前マスターを全件退避する(キー順の順編成)
      *    *** マスターが無ければ初回作成とする
       S010-10.

           MOVE    ZERO        TO      WK-OLD-CNT
           OPEN    INPUT       PMS-F
           IF      WK-PMS-STATUS =     35
                   MOVE    "Y"         TO      WK-FIRST-SW
                   DISPLAY WK-PGM-NAME
                           " マスター無し 初回作成"
                   GO      TO      S010-EX
           END-IF
           IF      WK-PMS-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PMS-F OPEN ERROR STATUS="
                           WK-PMS-STATUS " (" TRIM(WK-PMS-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           OPEN    OUTPUT      BAK-F
           IF      WK-BAK-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " BAK-F OPEN ERROR STATUS="
                           WK-BAK-STATUS " (" TRIM(WK-BAK-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-PMS-EOF
           PERFORM UNTIL WK-PMS-EOF    =       HIGH-VALUE
                   READ    PMS-F NEXT
                   IF      WK-PMS-STATUS =     ZERO
                           ADD     1           TO      WK-OLD-CNT
                           WRITE   BAK-POSTMST-AREA
                                   FROM    PMS-POSTMST-AREA
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-PMS-EOF
                   END-IF
           END-PERFORM

           CLOSE   PMS-F
           CLOSE   BAK-F
           .
       S010-EX.
           EXIT.

      *    *** KEN_ALL の取込み(マスターは作り直す)
       S100-10.

           OPEN    OUTPUT      PMS-F
           IF      WK-PMS-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PMS-F OPEN ERROR STATUS="
                           WK-PMS-STATUS " (" TRIM(WK-PMS-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    "N"         TO      WK-CONT-SW
           MOVE    LOW-VALUE   TO      WK-KEN-EOF
           PERFORM UNTIL WK-KEN-EOF    =       HIGH-VALUE
                   READ    KEN-F
                   IF      WK-KEN-STATUS =     ZERO
                           ADD     1           TO      WK-IN-CNT
                           PERFORM S110-10     THRU    S110-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-KEN-EOF
                   END-IF
           END-PERFORM

           CLOSE   KEN-F
           CLOSE   PMS-F
           .
       S100-EX.
           EXIT.

      *    *** KEN_ALL 1行の取込み
       S110-10.

      *    *** 引用符を外して分解(KEN_ALL の項目は全て引用符付き。
      *    *** 名前の中に半角の「,」「"」は現れない)
           INSPECT KEN-REC REPLACING ALL '"' BY SPACE
           MOVE    SPACE       TO      WK-K-JIS
                                       WK-K-OLD
                                       WK-K-POST
                                       WK-K-PREF-KANA
                                       WK-K-CITY-KANA
                                       WK-K-TOWN-KANA
                                       WK-K-PREF
                                       WK-K-CITY
                                       WK-K-TOWN
           UNSTRING KEN-REC DELIMITED BY ","
                   INTO    WK-K-JIS
                           WK-K-OLD
                           WK-K-POST
                           WK-K-PREF-KANA
                           WK-K-CITY-KANA
                           WK-K-TOWN-KANA
                           WK-K-PREF
                           WK-K-CITY
                           WK-K-TOWN
           END-UNSTRING

           MOVE    SPACE       TO      PMS-POSTMST-AREA
           MOVE    TRIM(WK-K-POST) TO  PMS-POST
           MOVE    TRIM(WK-K-JIS) TO   PMS-JIS
           IF      PMS-POST    IS NOT NUMERIC
              OR   PMS-JIS     IS NOT NUMERIC
                   ADD     1           TO      WK-BAD-CNT
                   DISPLAY WK-PGM-NAME " 不正行 " WK-IN-CNT ": "
                           KEN-REC (1:60)
                   GO      TO      S110-EX
           END-IF

      *    *** 前の行の括弧書きの続き(同じ郵便番号の間、閉じ括弧まで)
           IF      WK-CONT-SW  =       "Y"
              AND  PMS-POST    =       WK-CONT-POST
                   ADD     1           TO      WK-CONT-CNT
                   MOVE    ZERO        TO      WK-TALLY
                   INSPECT WK-K-TOWN TALLYING WK-TALLY
                           FOR ALL X"816A"
                   IF      WK-TALLY    >       ZERO
                           MOVE    "N"         TO      WK-CONT-SW
                   END-IF
                   GO      TO      S110-EX
           END-IF
           MOVE    "N"         TO      WK-CONT-SW

           MOVE    TRIM(WK-K-PREF) TO  WK-K-PREF
           MOVE    TRIM(WK-K-CITY) TO  WK-K-CITY
           MOVE    TRIM(WK-K-TOWN) TO  WK-K-TOWN
           MOVE    TRIM(WK-K-PREF-KANA) TO WK-K-PREF-KANA
           MOVE    TRIM(WK-K-CITY-KANA) TO WK-K-CITY-KANA
           MOVE    TRIM(WK-K-TOWN-KANA) TO WK-K-TOWN-KANA
           PERFORM S120-10     THRU    S120-EX

           IF      WK-CODE     =       "U"
                   PERFORM S130-10     THRU    S130-EX
           ELSE
                   MOVE    WK-K-PREF   TO      PMS-PREF
                   MOVE    WK-K-CITY   TO      PMS-CITY
                   MOVE    WK-K-TOWN   TO      PMS-TOWN
                   MOVE    WK-K-PREF-KANA TO   PMS-PREF-KANA
                   MOVE    WK-K-CITY-KANA TO   PMS-CITY-KANA
                   MOVE    WK-K-TOWN-KANA TO   PMS-TOWN-KANA
           END-IF

      *    *** 同じ郵便番号が既に有れば連番を進めて書く
           MOVE    ZERO        TO      PMS-SEQ
           WRITE   PMS-POSTMST-AREA
           PERFORM UNTIL WK-PMS-STATUS NOT = 22
                      OR PMS-SEQ = 999
                   ADD     1           TO      PMS-SEQ
                   WRITE   PMS-POSTMST-AREA
           END-PERFORM
           IF      WK-PMS-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PMS-F WRITE ERROR STATUS="
                           WK-PMS-STATUS " POST=" PMS-POST
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-OUT-CNT
           .
       S110-EX.
           EXIT.

      *    *** 町域の整理(SJIS のまま行う)
       S120-10.

      *    *** 町域名でない注記は空白(カナも)
           MOVE    ZERO        TO      WK-TALLY
      *    *** 「の次に番地がくる場合」
           INSPECT WK-K-TOWN TALLYING WK-TALLY FOR ALL
                   X"82CC8E9F82C994D4926E82AA82AD82E98FEA8D87"
      *    *** 「以下に掲載がない場合」
           IF      WK-K-TOWN (1:20) =
                   X"88C889BA82C98C668DDA82AA82C882A28FEA8D87"
              OR   WK-TALLY    >       ZERO
                   MOVE    SPACE       TO      WK-K-TOWN
                                               WK-K-TOWN-KANA
                   GO      TO      S120-EX
           END-IF

      *    *** 括弧書き「（」以降を落とす(2バイト文字の切れ目で探す)
           MOVE    ZERO        TO      WK-PAREN-POS
           MOVE    1           TO      I
           PERFORM UNTIL I > 199 OR WK-PAREN-POS > ZERO
                   IF      WK-K-TOWN (I:2) =   X"8169"
                           MOVE    I           TO      WK-PAREN-POS
                   END-IF
                   IF    ( WK-K-TOWN (I:1) >= X"81"
                       AND WK-K-TOWN (I:1) <= X"9F" )
                      OR ( WK-K-TOWN (I:1) >= X"E0"
                       AND WK-K-TOWN (I:1) <= X"FC" )
                           ADD     2           TO      I
                   ELSE
                           ADD     1           TO      I
                   END-IF
           END-PERFORM
           IF      WK-PAREN-POS >      ZERO
      *    *** 閉じ括弧が無ければ次の行へ続いている
                   MOVE    ZERO        TO      WK-TALLY
                   INSPECT WK-K-TOWN (WK-PAREN-POS:) TALLYING WK-TALLY
                           FOR ALL X"816A"
                   IF      WK-TALLY    =       ZERO
                           MOVE    "Y"         TO      WK-CONT-SW
                           MOVE    PMS-POST    TO      WK-CONT-POST
                   END-IF
                   MOVE    SPACE       TO      WK-K-TOWN (WK-PAREN-POS:)
      *    *** カナは半角の「(」以降を落とす
                   MOVE    ZERO        TO      WK-PAREN-POS
                   INSPECT WK-K-TOWN-KANA TALLYING WK-PAREN-POS
                           FOR CHARACTERS BEFORE INITIAL "("
                   IF      WK-PAREN-POS <      200
                           MOVE    SPACE       TO
                                   WK-K-TOWN-KANA (WK-PAREN-POS + 1:)
                   END-IF
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** UTF8 へ変換して持つ
       S130-10.

           MOVE    WK-K-PREF   TO      WK-CNV-IN
           PERFORM S135-10     THRU    S135-EX
           MOVE    WK-CNV-OUT  TO      PMS-PREF
           MOVE    WK-K-CITY   TO      WK-CNV-IN
           PERFORM S135-10     THRU    S135-EX
           MOVE    WK-CNV-OUT  TO      PMS-CITY
           MOVE    WK-K-TOWN   TO      WK-CNV-IN
           PERFORM S135-10     THRU    S135-EX
           MOVE    WK-CNV-OUT  TO      PMS-TOWN
           MOVE    WK-K-PREF-KANA TO   WK-CNV-IN
           PERFORM S135-10     THRU    S135-EX
           MOVE    WK-CNV-OUT  TO      PMS-PREF-KANA
           MOVE    WK-K-CITY-KANA TO   WK-CNV-IN
           PERFORM S135-10     THRU    S135-EX
           MOVE    WK-CNV-OUT  TO      PMS-CITY-KANA
           MOVE    WK-K-TOWN-KANA TO   WK-CNV-IN
           PERFORM S135-10     THRU    S135-EX
           MOVE    WK-CNV-OUT  TO      PMS-TOWN-KANA
           .
       S130-EX.
           EXIT.

      *    *** 1項目の変換(WK-CNV-IN => WK-CNV-OUT)
      *    *** 後ろに空白1バイトを足して渡す(変換後の後方空白は落ちる)
       S135-10.

           MOVE    SPACE       TO      WK-CNV-OUT
           IF      WK-CNV-IN   =       SPACE
                   GO      TO      S135-EX
           END-IF
           MOVE    ZERO        TO      WK-TALLY
           INSPECT WK-CNV-IN TALLYING WK-TALLY
                   FOR TRAILING SPACE
           COMPUTE WDE05-BUF1-LEN = LENGTH(WK-CNV-IN) - WK-TALLY + 1
           MOVE    WK-IN-CNT   TO      WDE05-BUF1-CNT
           MOVE    "CHANGE"    TO      WDE05-ID
           CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                       WK-CNV-IN (1:WDE05-BUF1-LEN)
                                       WK-CNV-OUT
           .
       S135-EX.
           EXIT.

      *    *** 追加・廃止の報告(郵便番号単位で旧と新を突き合わせる)
       S200-10.

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "POSTAL CODE MASTER ADDS/DELETES"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS " (" TRIM(WK-RPT-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      RPT-REC
           STRING  WK-PGM-NAME DELIMITED BY SPACE
                   " 郵便番号マスター更新 " DELIMITED BY SIZE
                   TRIM(WK-KEN-F-NAME) DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX

           IF      WK-FIRST-SW =       "Y"
                   MOVE    "初回作成(追加・廃止無し)"
                           TO      RPT-REC
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S200-80
           END-IF

           OPEN    INPUT       BAK-F
           OPEN    INPUT       PMS-F
           IF      WK-BAK-STATUS NOT = ZERO
              OR   WK-PMS-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " 突合せ OPEN ERROR STATUS="
                           WK-BAK-STATUS " " WK-PMS-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-BAK-EOF
                                       WK-PMS-EOF
           PERFORM S210-10     THRU    S210-EX
           PERFORM S220-10     THRU    S220-EX
           PERFORM UNTIL WK-OLD-POST = HIGH-VALUE
                     AND WK-NEW-POST = HIGH-VALUE
                   EVALUATE TRUE
      *    *** 旧にだけ有る=廃止
                       WHEN WK-OLD-POST <      WK-NEW-POST
                           MOVE    "DEL"       TO      WK-RPT-KBN
                           MOVE    BAK-POSTMST-AREA TO WRP-POSTMST-AREA
                           PERFORM S290-10     THRU    S290-EX
                           ADD     1           TO      WK-DEL-CNT
                           PERFORM S230-10     THRU    S230-EX
      *    *** 新にだけ有る=追加
                       WHEN WK-OLD-POST >      WK-NEW-POST
                           MOVE    "ADD"       TO      WK-RPT-KBN
                           MOVE    PMS-POSTMST-AREA TO WRP-POSTMST-AREA
                           PERFORM S290-10     THRU    S290-EX
                           ADD     1           TO      WK-ADD-CNT
                           PERFORM S240-10     THRU    S240-EX
                       WHEN OTHER
                           PERFORM S230-10     THRU    S230-EX
                           PERFORM S240-10     THRU    S240-EX
                   END-EVALUATE
           END-PERFORM

           CLOSE   BAK-F
           CLOSE   PMS-F
           .
       S200-80.

           MOVE    SPACE       TO      RPT-REC
           MOVE    WK-OLD-CNT  TO      WK-CNT-D
           MOVE    WK-OUT-CNT  TO      WK-CNT-D2
           STRING  "旧マスター=" DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   " 新マスター=" DELIMITED BY SIZE
                   WK-CNT-D2   DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    SPACE       TO      RPT-REC
           MOVE    WK-ADD-CNT  TO      WK-CNT-D
           MOVE    WK-DEL-CNT  TO      WK-CNT-D2
           STRING  "追加郵便番号=" DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   " 廃止郵便番号=" DELIMITED BY SIZE
                   WK-CNT-D2   DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           .
       S200-EX.
           EXIT.

      *    *** 旧(退避)を1件読む
       S210-10.

           READ    BAK-F
           IF      WK-BAK-STATUS =     ZERO
                   MOVE    BAK-POST    TO      WK-OLD-POST
           ELSE
                   MOVE    HIGH-VALUE  TO      WK-OLD-POST
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** 新(マスター)を1件読む
       S220-10.

           READ    PMS-F NEXT
           IF      WK-PMS-STATUS =     ZERO
                   MOVE    PMS-POST    TO      WK-NEW-POST
           ELSE
                   MOVE    HIGH-VALUE  TO      WK-NEW-POST
           END-IF
           .
       S220-EX.
           EXIT.

      *    *** 旧を次の郵便番号まで進める
       S230-10.

           MOVE    WK-OLD-POST TO      WK-CUR-POST
           PERFORM UNTIL WK-OLD-POST NOT = WK-CUR-POST
                   PERFORM S210-10     THRU    S210-EX
           END-PERFORM
           .
       S230-EX.
           EXIT.

      *    *** 新を次の郵便番号まで進める
       S240-10.

           MOVE    WK-NEW-POST TO      WK-CUR-POST
           PERFORM UNTIL WK-NEW-POST NOT = WK-CUR-POST
                   PERFORM S220-10     THRU    S220-EX
           END-PERFORM
           .
       S240-EX.
           EXIT.

      *    *** 報告1行(区分 郵便番号 都道府県 市区町村 町域)
       S290-10.

           MOVE    SPACE       TO      RPT-REC
           STRING  WK-RPT-KBN  DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WRP-POST    DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WRP-PREF    DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WRP-CITY    DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WRP-TOWN    DELIMITED BY SPACE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           .
       S290-EX.
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
