                               STATUS   WK-VLT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** NEG 時のVALCHK検証定義
       SELECT NDEF-F           ASSIGN   LCR-NEG-DEF-NAME
                               STATUS   WK-NDEF-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** NEG 時の正解表
       SELECT NKEY-F           ASSIGN   LCR-NEG-KEY-NAME
                               STATUS   WK-NKEY-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.


      *    *** テンプレート定義(1行目 DELIM=x または FIXED または BINARY、
      *    *** 2行目以降 <項目種別> <項目番号> <桁数> [<形式>])
      *    *** 項目種別: SEQ,NUM,KANA,ALPHA,NAMEA,NAMEB,NAMEC,
      *    ***   CHKD=NUMを元に正しい検査数字を付けた番号、
      *    ***   CHKX=誤った検査数字の番号(異常系試験用)。
      *    ***   CHKD/CHKX の形式の欄は検査数字の方式(CHKDGT参照)
      *    *** 形式(省略=DISP): COMP3=パック、COMP=バイナリー、
      *    *** ZONE=ゾーン(符号オーバーパンチ)。BINARY指定時は固定長の
      *    *** 生バイト列(改行無し)で出力し、下流の COMP-3/COMP 項目付き
           03  FILLER          PIC  X(001).
           03  VLT-ORG         PIC  X(040).

      *    *** VALCHK検証定義(VALCHKと同じ形)
      *    *** 1行= 項目名(16) 種別(1) 位置(5) 桁(2) [コード一覧(,区切り)]
       FD  NDEF-F
           LABEL RECORDS ARE STANDARD.
       01  NDEF-REC.
           03  NDEF-NAME       PIC  X(016).
           03  FILLER          PIC  X(001).
           03  NDEF-TYPE       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  NDEF-POS        PIC  X(005).
           03  FILLER          PIC  X(001).
           03  NDEF-LEN        PIC  X(002).
           03  FILLER          PIC  X(001).
           03  NDEF-CODES      PIC  X(052).

       FD  NKEY-F
           LABEL RECORDS ARE STANDARD.
           COPY    CPNEGKEY    REPLACING ==:##:== BY ==NKY==.

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "COBRND  ".
           03  WK-TMPL-POS     BINARY-LONG SYNC VALUE ZERO.
           03  WK-TMPL-LEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** 検査数字付き番号(CHKD/CHKX)の元の数字
           03  WK-CD-N18       PIC  9(018) VALUE ZERO.

      *    *** バイナリー形式(COMP3/COMP/ZONE)項目の編集用
      *    *** パック・バイナリーは右詰めのバイト切り出しで任意桁へ縮める
           03  WK-TMPL-FMT-X   PIC  X(005) VALUE SPACE.
           03  WK-PROF-N2      PIC  9(004) VALUE ZERO.
           03  WK-PROF-N3      PIC  9(002) VALUE ZERO.
           03  WK-PROF-N4      PIC  9(002) VALUE ZERO.
      *    *** 郵便番号マスター(POSTLKP)から実在の郵便番号・住所を取る
      *    *** 空白=未確認 Y=使う N=マスター無し(内蔵の対応表で作る)
           03  WK-PROF-PM-SW   PIC  X(001) VALUE SPACE.
           03  WK-PROF-PM-ID   PIC  X(001) VALUE SPACE.
           03  WK-PROF-PM-STAT PIC  X(001) VALUE SPACE.
           03  WK-PROF-POST7   PIC  9(007) VALUE ZERO.
           03  WK-PROF-ADDR    PIC  X(100) VALUE SPACE.
           03  WK-PROF-PTR     BINARY-LONG SYNC VALUE ZERO.

      *    *** NDUP(表記ゆれ重複顧客)生成用
      *    *** 1行= 顧客番号 名前 カナ 郵便番号 電話 生年月日 元の顧客番号
      *    *** (各欄の間は空白1桁、元の顧客番号は重複側だけ=正解ラベル)
           03  WK-NDUP-REC.
             05  WK-NDUP-KEY   PIC  9(009) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-NDUP-NAME  PIC  X(040) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-NDUP-KANA  PIC  X(040) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-NDUP-POST  PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-NDUP-TEL   PIC  X(013) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-NDUP-BIRTH PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-NDUP-ORG   PIC  X(009) VALUE SPACE.
           03  WK-NDUP-WORK    PIC  X(040) VALUE SPACE.
           03  WK-NDUP-W-LEN   BINARY-LONG SYNC VALUE ZERO.
           03  WK-NDUP-N       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NDUP-P       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NDUP-DONE    PIC  X(001) VALUE SPACE.
           03  WK-NDUP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-NDUP-VAR-CNT BINARY-LONG SYNC VALUE ZERO.

      *    *** NEG(異常系試験デッキ)生成用
      *    *** WK-NEG-END はデッキ1レコードの長さ(項目の末尾の最大)
           03  WK-NDEF-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-NDEF-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-NKEY-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-NEG-REC      PIC  X(512) VALUE SPACE.
           03  WK-NEG-END      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEG-EFF      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEG-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEG-L        BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEG-N        BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEG-NEXT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEG-TRY      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEG-GOOD-CNT BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEG-BAD-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEG-REASON   PIC  X(016) VALUE SPACE.
           03  WK-NEG-TYPE     PIC  X(001) VALUE SPACE.
             88  WK-NEG-TYPE-CHECKED VALUE "N" "C" "D" "K" "Z".
           03  WK-NEG-NAME1    PIC  X(016) VALUE SPACE.
           03  WK-NEG-NAME2    PIC  X(016) VALUE SPACE.
           03  WK-NEG-PREF     PIC  X(012) VALUE SPACE.
           03  WK-NEG-POST     PIC  X(008) VALUE SPACE.
           03  WK-NEG-YMD      PIC  9(008) VALUE ZERO.
           03  WK-NEG-YMD-R    REDEFINES WK-NEG-YMD.
             05  WK-NEG-YYYY   PIC  9(004).
             05  WK-NEG-MM     PIC  9(002).
             05  WK-NEG-DD     PIC  9(002).
           03  WK-NEG-WAREKI   PIC  X(009) VALUE SPACE.
           03  WK-NEG-DIGIT    PIC  X(010) VALUE "0123456789".
           03  WK-NEG-ALPHA    PIC  X(026) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    *** 既定ファイル名(CPCONFIG に集約)
           COPY    CPCONFIG.
      *    *** 引ける様にハートビートと同じステップ名でTLOGへ残す)
           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCHKDGT    REPLACING ==:##:== BY ==WCD==.

      *    *** PROFの郵便番号・住所(POSTLKP の結果)
           COPY    CPPOSTMST   REPLACING ==:##:== BY ==WPM==.

       01  TBL-AREA.
      *    *** 未使用
      *     03  TBL01-AREA      OCCURS 99.
             05  TBL-TMPL-IDX  BINARY-LONG SYNC.
             05  TBL-TMPL-WID  BINARY-LONG SYNC.
             05  TBL-TMPL-FMT  PIC  X(005).
             05  TBL-TMPL-CDS  PIC  X(005).
       01  TBL-TMPL-CNT        BINARY-LONG SYNC VALUE ZERO.

      *    *** 都道府県・郵便番号上3桁・市外局番の対応表(PROF用)
               07  TBL-PREF-POST PIC X(003).
               07  TBL-PREF-TEL  PIC X(004).

      *    *** 都道府県コード順(01-47)の県庁所在地の市外局番(PROFで
      *    *** 郵便番号マスターの住所を使う時の電話番号用)
       01  TBL-KYOKU-AREA.
           03  TBL-KYOKU-DEF.
             05  FILLER        PIC  X(040) VALUE
                 "011 017 019 022 018 023 024 029 028 027 ".
             05  FILLER        PIC  X(040) VALUE
                 "048 043 03  045 025 076 076 0776055 026 ".
             05  FILLER        PIC  X(040) VALUE
                 "058 054 052 059 077 075 06  078 0742073 ".
             05  FILLER        PIC  X(040) VALUE
                 "08570852086 082 083 088 087 089 088 092 ".
             05  FILLER        PIC  X(028) VALUE
                 "0952095 096 097 0985099 098 ".
           03  TBL-KYOKU-R     REDEFINES TBL-KYOKU-DEF.
             05  TBL-KYOKU-NO  OCCURS 47
                               PIC  X(004).

      *    *** NEG の検証定義(VALCHKと同じ読み方。Zが突き合わせる
      *    *** 都道府県・住所の項目は表の位置を引いておく、0=無し)
       01  TBL-NDEF-AREA.
           03  TBL-NDEF-ENT    OCCURS 50.
             05  TBL-NDEF-NAME PIC  X(016).
             05  TBL-NDEF-TYPE PIC  X(001).
             05  TBL-NDEF-POS  BINARY-LONG SYNC.
             05  TBL-NDEF-LEN  BINARY-LONG SYNC.
             05  TBL-NDEF-CODES PIC X(052).
             05  TBL-NDEF-PREF BINARY-LONG SYNC.
             05  TBL-NDEF-ADDR BINARY-LONG SYNC.
       01  TBL-NDEF-CNT        BINARY-LONG SYNC VALUE ZERO.

      *    *** NEG で破る規則の候補(項目の表の位置と理由コード、
      *    *** 位置0=レコード不足)。レコードごとに順に1つずつ使う
       01  TBL-NV-AREA.
           03  TBL-NV-ENT      OCCURS 300.
             05  TBL-NV-IX     BINARY-LONG SYNC.
             05  TBL-NV-REASON PIC  X(016).
       01  TBL-NV-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** NEG のコード一覧の分解用(1定義あたり最大10コード)
       01  TBL-NCD-AREA.
           03  TBL-NCD-VAL     OCCURS 10
                               PIC  X(010).
       01  TBL-NCD-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  C1              OCCURS 99
                               BINARY-DOUBLE SYNC VALUE ZERO.
      *    *** 本番抽出の日付項目をN営業日先へ一貫してずらす
                   PERFORM S085-10     THRU    S085-EX

               WHEN LCR-ID       =       "NDUP"
      *    *** 表記ゆれの重複を含む顧客ファイルを生成(重複検出の試験用)
                   PERFORM S075-10     THRU    S075-EX

               WHEN LCR-ID       =       "NEG"
      *    *** VALCHKの検証定義から異常系の試験デッキと正解表を生成
                   PERFORM S100-10     THRU    S100-EX

               WHEN LCR-ID       =       "END"
      *    *** CLOSE
                   PERFORM S900-10     THRU    S900-EX
                           LCR-ID
                   DISPLAY WK-PGM-NAME
                           " LCR-ID STR,RND,BATCH,PROF,"
                           "PAIR,HIST,MASK,AGE,NDUP,NEG,END 指定"
                   STOP    RUN
           END-EVALUATE
           .
           MOVE    LCR-PROF-BIRTH TO   WDW-DATE2-YMD
           MOVE    "A"         TO      WDW-DATE2-ID
           CALL    "DATEWEEK"  USING   WDW-DATEWEEK-AREA

      *    *** 郵便番号マスターが有れば郵便番号・都道府県・住所・電話を
      *    *** 実在の組に差し替える
           PERFORM S062-10     THRU    S062-EX
           .
       S060-EX.
           EXIT.
       S061-EX.
           EXIT.

      *    *** PROF：郵便番号マスターから実在の郵便番号・住所を取る
      *    *** 乱数の7桁以上で最初の郵便番号の1件を POSTLKP で引き、
      *    *** 郵便番号・都道府県・住所(都道府県+市区町村+町域+番地、
      *    *** 40桁に収まらなければ町域を落とす)と、都道府県コードの
      *    *** 市外局番の電話番号を返す。マスターが無ければ何もせず、
      *    *** 乱数も使わない(内蔵の対応表で作った値のまま)。
      *    *** 氏名(候補マスタ２)と同じ UTF8 で揃える様、マスターは
      *    *** POSTMST で U を指定して取り込んでおく
       S062-10.

           IF      WK-PROF-PM-SW =     "N"
                   GO      TO      S062-EX
           END-IF
      *    *** 最初の1回でマスターの有無を確かめる
           IF      WK-PROF-PM-SW =     SPACE
                   MOVE    "L"         TO      WK-PROF-PM-ID
                   MOVE    SPACE       TO      WPM-POSTMST-AREA
                   CALL    "POSTLKP"   USING   WK-PROF-PM-ID
                                               WK-PROF-PM-STAT
                                               WPM-POSTMST-AREA
                                               WK-PROF-ADDR
                   IF      WK-PROF-PM-STAT =   "E"
                           MOVE    "N"         TO      WK-PROF-PM-SW
                           GO      TO      S062-EX
                   END-IF
                   MOVE    "Y"         TO      WK-PROF-PM-SW
           END-IF

           PERFORM S061-10     THRU    S061-EX
           COMPUTE WK-PROF-POST7 = WK-PROF-RND * 9999999
           MOVE    "R"         TO      WK-PROF-PM-ID
           MOVE    SPACE       TO      WPM-POSTMST-AREA
           MOVE    WK-PROF-POST7 TO    WPM-POST
           CALL    "POSTLKP"   USING   WK-PROF-PM-ID
                                       WK-PROF-PM-STAT
                                       WPM-POSTMST-AREA
                                       WK-PROF-ADDR
           IF      WK-PROF-PM-STAT NOT = SPACE
                   GO      TO      S062-EX
           END-IF

           MOVE    WPM-PREF    TO      LCR-PROF-PREF
           MOVE    SPACE       TO      LCR-PROF-POST
           STRING  WPM-POST (1:3) DELIMITED BY SIZE
                   "-"         DELIMITED BY SIZE
                   WPM-POST (4:4) DELIMITED BY SIZE
                   INTO    LCR-PROF-POST
           END-STRING

      *    *** 住所(番地は内蔵の対応表で作った値を使う)
           MOVE    SPACE       TO      WK-PROF-ADDR
           MOVE    1           TO      WK-PROF-PTR
           STRING  WPM-PREF    DELIMITED BY SPACE
                   WPM-CITY    DELIMITED BY SPACE
                   WPM-TOWN    DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WK-PROF-N3  DELIMITED BY SIZE
                   "-"         DELIMITED BY SIZE
                   WK-PROF-N4  DELIMITED BY SIZE
                   INTO    WK-PROF-ADDR
                   WITH POINTER WK-PROF-PTR
           END-STRING
           IF      WK-PROF-PTR >       LENGTH(LCR-PROF-ADDR) + 1
                   MOVE    SPACE       TO      WK-PROF-ADDR
                   STRING  WPM-PREF    DELIMITED BY SPACE
                           WPM-CITY    DELIMITED BY SPACE
                           " "         DELIMITED BY SIZE
                           WK-PROF-N3  DELIMITED BY SIZE
                           "-"         DELIMITED BY SIZE
                           WK-PROF-N4  DELIMITED BY SIZE
                           INTO    WK-PROF-ADDR
                   END-STRING
           END-IF
           MOVE    WK-PROF-ADDR TO     LCR-PROF-ADDR

      *    *** 電話番号(市外局番と合わせて10桁。番号は内蔵の対応表で
      *    *** 作った値を使う)
           IF      WPM-PREF-CD <       1
              OR   WPM-PREF-CD >       47
                   GO      TO      S062-EX
           END-IF
           MOVE    SPACE       TO      LCR-PROF-TEL
           EVALUATE TRUE
               WHEN TBL-KYOKU-NO (WPM-PREF-CD) (3:2) = SPACE
                   STRING  TBL-KYOKU-NO (WPM-PREF-CD) DELIMITED BY SPACE
                           "-"         DELIMITED BY SIZE
                           WK-PROF-N1  DELIMITED BY SIZE
                           "-"         DELIMITED BY SIZE
                           WK-PROF-N2  DELIMITED BY SIZE
                           INTO    LCR-PROF-TEL
                   END-STRING
               WHEN TBL-KYOKU-NO (WPM-PREF-CD) (4:1) = SPACE
                   STRING  TBL-KYOKU-NO (WPM-PREF-CD) DELIMITED BY SPACE
                           "-"         DELIMITED BY SIZE
                           WK-PROF-N1 (2:3) DELIMITED BY SIZE
                           "-"         DELIMITED BY SIZE
                           WK-PROF-N2  DELIMITED BY SIZE
                           INTO    LCR-PROF-TEL
                   END-STRING
               WHEN OTHER
                   STRING  TBL-KYOKU-NO (WPM-PREF-CD) DELIMITED BY SIZE
                           "-"         DELIMITED BY SIZE
                           WK-PROF-N1 (3:2) DELIMITED BY SIZE
                           "-"         DELIMITED BY SIZE
                           WK-PROF-N2  DELIMITED BY SIZE
                           INTO    LCR-PROF-TEL
                   END-STRING
           END-EVALUATE
           .
       S062-EX.
           EXIT.

      *    *** PAIR：親子キーの揃ったテストファイルペアを生成
      *    *** 親は BATCH と同じCSV(先頭項目=SEQが親キー)、子は親キー付き。
      *    *** 子件数は親1件あたり平均 LCR-CHILD-AVG 件で揺らし、
       S071-EX.
           EXIT.

      *    *** NDUP：表記ゆれの重複を含む顧客ファイルを生成
      *    *** 元の顧客 LCR-BATCH-CNT 件(PROFと同じ整合の取れた顧客、
      *    *** 3割は法人名「株式会社…」、カナは半角)を出し、その
      *    *** LCR-DUP-PCT %に同じ顧客を書き方だけ変えた重複を1件足す
      *    ***   株式会社=>（株）、名前・カナへの空白挿入、
      *    ***   電話・郵便番号のハイフン抜き
      *    *** 重複側は末尾に元の顧客番号を持つ(検出結果の突合せ用)
       S075-10.

           IF      LCR-DUP-PCT =       ZERO
                   MOVE    20          TO      LCR-DUP-PCT
           END-IF

           OPEN    OUTPUT      BATCH-F
           IF      WK-BATCH-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " BATCH-F OPEN ERROR STATUS="
                           WK-BATCH-STATUS
                   STOP    RUN
           END-IF

           MOVE    ZERO        TO      WK-NDUP-CNT
                                       WK-NDUP-VAR-CNT
           PERFORM VARYING WK-BATCH-IDX FROM 1 BY 1
                   UNTIL   WK-BATCH-IDX > LCR-BATCH-CNT

      *    *** 元の顧客(PROFで1件分を揃えて作る)
                   PERFORM S060-10     THRU    S060-EX
                   MOVE    SPACE       TO      WK-NDUP-REC
                   MOVE    LCR-SEQ     TO      WK-NDUP-KEY
                   MOVE    LCR-PROF-NAME TO    WK-NDUP-NAME
                   PERFORM S061-10     THRU    S061-EX
                   IF      WK-PROF-RND <       .3
                      AND  LCR-PROF-NAME (29:2) = SPACE
                           MOVE    SPACE       TO      WK-NDUP-NAME
                           STRING  "株式会社"  DELIMITED BY SIZE
                                   LCR-PROF-NAME DELIMITED BY SPACE
                                   INTO    WK-NDUP-NAME
                           END-STRING
                   END-IF
                   PERFORM S077-10     THRU    S077-EX
                   MOVE    LCR-PROF-POST TO    WK-NDUP-POST
                   MOVE    LCR-PROF-TEL TO     WK-NDUP-TEL
                   MOVE    LCR-PROF-BIRTH TO   WK-NDUP-BIRTH
                   WRITE   BATCH-REC   FROM    WK-NDUP-REC
                   ADD     1           TO      WK-NDUP-CNT

      *    *** 表記ゆれの重複
                   PERFORM S061-10     THRU    S061-EX
                   IF      WK-PROF-RND < ( LCR-DUP-PCT / 100 )
                           PERFORM S076-10     THRU    S076-EX
                   END-IF
           END-PERFORM

           CLOSE   BATCH-F

      *    *** コントロールトータル記録(元の顧客+重複)
           MOVE    LCR-BATCH-F-NAME TO WK-BAL-FILE
           MOVE    ZERO        TO      WK-BAL-IN
                                       WK-BAL-SKIP
           COMPUTE WK-BAL-OUT = WK-NDUP-CNT + WK-NDUP-VAR-CNT
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP

           DISPLAY WK-PGM-NAME " NDUP 顧客=" WK-NDUP-CNT
                   " 重複=" WK-NDUP-VAR-CNT
           .
       S075-EX.
           EXIT.

      *    *** 重複1件出力(直前の元の顧客を書き方だけ変えて新しい番号で)
      *    *** 何も変わらなかった時は電話のハイフンを抜く
       S076-10.

           MOVE    WK-NDUP-KEY TO      WK-NDUP-ORG
           ADD     1           TO      WK-SEQ
           MOVE    WK-SEQ      TO      LCR-SEQ
           MOVE    LCR-SEQ     TO      WK-NDUP-KEY
           MOVE    "N"         TO      WK-NDUP-DONE

      *    *** 名前 法人は（株）へ、個人は1文字目の後に全角空白
           PERFORM S061-10     THRU    S061-EX
           IF      WK-NDUP-NAME (1:12) = "株式会社"
                   MOVE    SPACE       TO      WK-NDUP-WORK
                   STRING  "（株）"    DELIMITED BY SIZE
                           WK-NDUP-NAME (13:) DELIMITED BY SIZE
                           INTO    WK-NDUP-WORK
                   END-STRING
                   MOVE    WK-NDUP-WORK TO     WK-NDUP-NAME
                   MOVE    "Y"         TO      WK-NDUP-DONE
           ELSE
                   IF      WK-PROF-RND <       .5
      *    *** 1文字目のバイト数(UTF-8の先頭バイトで決まる)
                           EVALUATE TRUE
                               WHEN WK-NDUP-NAME (1:1) < X"80"
                                   MOVE    1       TO      WK-NDUP-P
                               WHEN WK-NDUP-NAME (1:1) < X"E0"
                                   MOVE    2       TO      WK-NDUP-P
                               WHEN WK-NDUP-NAME (1:1) < X"F0"
                                   MOVE    3       TO      WK-NDUP-P
                               WHEN OTHER
                                   MOVE    4       TO      WK-NDUP-P
                           END-EVALUATE
                           MOVE    SPACE       TO      WK-NDUP-WORK
                           STRING  WK-NDUP-NAME (1:WK-NDUP-P)
                                               DELIMITED BY SIZE
                                   "　"        DELIMITED BY SIZE
                                   WK-NDUP-NAME (WK-NDUP-P + 1:)
                                               DELIMITED BY SIZE
                                   INTO    WK-NDUP-WORK
                           END-STRING
                           MOVE    WK-NDUP-WORK TO     WK-NDUP-NAME
                           MOVE    "Y"         TO      WK-NDUP-DONE
                   END-IF
           END-IF

      *    *** カナ 1文字目の後に空白
           PERFORM S061-10     THRU    S061-EX
           IF      WK-PROF-RND <       .5
                   MOVE    SPACE       TO      WK-NDUP-WORK
                   STRING  WK-NDUP-KANA (1:3) DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-NDUP-KANA (4:) DELIMITED BY SIZE
                           INTO    WK-NDUP-WORK
                   END-STRING
                   MOVE    WK-NDUP-WORK TO     WK-NDUP-KANA
                   MOVE    "Y"         TO      WK-NDUP-DONE
           END-IF

      *    *** 郵便番号のハイフン抜き
           PERFORM S061-10     THRU    S061-EX
           IF      WK-PROF-RND <       .5
                   MOVE    SPACE       TO      WK-NDUP-WORK
                   STRING  WK-NDUP-POST (1:3) DELIMITED BY SIZE
                           WK-NDUP-POST (5:4) DELIMITED BY SIZE
                           INTO    WK-NDUP-WORK
                   END-STRING
                   MOVE    WK-NDUP-WORK TO     WK-NDUP-POST
                   MOVE    "Y"         TO      WK-NDUP-DONE
           END-IF

      *    *** 電話のハイフン抜き
           PERFORM S061-10     THRU    S061-EX
           IF      WK-PROF-RND <       .5
              OR   WK-NDUP-DONE =      "N"
                   MOVE    SPACE       TO      WK-NDUP-WORK
                   MOVE    ZERO        TO      WK-NDUP-W-LEN
                   PERFORM VARYING WK-NDUP-P FROM 1 BY 1
                           UNTIL WK-NDUP-P > 13
                           IF      WK-NDUP-TEL (WK-NDUP-P:1) NOT = "-"
                                   ADD     1           TO  WK-NDUP-W-LEN
                                   MOVE    WK-NDUP-TEL (WK-NDUP-P:1) TO
                                           WK-NDUP-WORK
                                           (WK-NDUP-W-LEN:1)
                           END-IF
                   END-PERFORM
                   MOVE    WK-NDUP-WORK TO     WK-NDUP-TEL
           END-IF

           WRITE   BATCH-REC   FROM    WK-NDUP-REC
           ADD     1           TO      WK-NDUP-VAR-CNT
           .
       S076-EX.
           EXIT.

      *    *** カナ(半角カナ3〜8文字)をUTF-8で作る
      *    *** 半角カナ A1-BF は EFBDA1-EFBDBF、C0-DF は EFBE80-EFBE9F
       S077-10.

           PERFORM S061-10     THRU    S061-EX
           COMPUTE WK-NDUP-N = 3 + ( WK-PROF-RND * 6 )
           IF      WK-NDUP-N   >       8
                   MOVE    8           TO      WK-NDUP-N
           END-IF
           MOVE    ZERO        TO      WK-NDUP-W-LEN
           PERFORM WK-NDUP-N TIMES
                   PERFORM S061-10     THRU    S061-EX
                   COMPUTE K = 1 + ( WK-PROF-RND * 44 )
                   IF      K           >       44
                           MOVE    44          TO      K
                   END-IF
                   MOVE    X"EF"       TO
                           WK-NDUP-KANA (WK-NDUP-W-LEN + 1:1)
                   IF      TBL02-KANA (K) <    X"C0"
                           MOVE    X"BD"       TO
                                   WK-NDUP-KANA (WK-NDUP-W-LEN + 2:1)
                           MOVE    TBL02-KANA (K) TO
                                   WK-NDUP-KANA (WK-NDUP-W-LEN + 3:1)
                   ELSE
                           MOVE    X"BE"       TO
                                   WK-NDUP-KANA (WK-NDUP-W-LEN + 2:1)
                           MOVE    FUNCTION CHAR
                                   (FUNCTION ORD (TBL02-KANA (K)) - 64)
                             TO    WK-NDUP-KANA (WK-NDUP-W-LEN + 3:1)
                   END-IF
                   ADD     3           TO      WK-NDUP-W-LEN
           END-PERFORM
           .
       S077-EX.
           EXIT.

      *    *** NEG：VALCHKの検証定義から異常系の試験デッキと正解表を生成
      *    *** 1レコードずつ全項目を規則どおりに作り(N=数字、C=コード
      *    *** 一覧から1つ、D=実在日付(WAREKI は令和の和暦)、K=正しい
      *    *** 検査数字、Z=郵便番号マスターに有る番号と、突き合わせる
      *    *** 都道府県・住所の項目へ同じ行の値、その他=英字)、
      *    *** LCR-NEG-PCT %のレコードは規則の候補を順に1つだけ破る
      *    ***   N 数字の1桁を英字に     C 一覧に無い値(?の並び)
      *    ***   D 実在しない日付(20230230 等)  K 誤った検査数字
      *    ***   Z 形式誤り・マスターに無い番号・都道府県違い・
      *    ***     市区町村違い(都道府県・住所の項目が他の規則を
      *    ***     持たない時だけ)
      *    ***   S レコードを最後の項目の途中で切る
      *    *** 行順編成は末尾の空白を落とすため、切らないレコードは
      *    *** 最後の項目の後ろに "." を1桁付けて長さを保つ。切った
      *    *** レコードは空白が落ちた後の長さで欠ける項目を全て正解表へ
      *    *** 書く(VALCHKはその項目ごとに SHORTREC を出す)
       S100-10.

           IF      LCR-NEG-PCT =       ZERO
                   MOVE    50          TO      LCR-NEG-PCT
           END-IF
           PERFORM S101-10     THRU    S101-EX
           PERFORM S102-10     THRU    S102-EX

           OPEN    OUTPUT      BATCH-F
           IF      WK-BATCH-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " BATCH-F OPEN ERROR STATUS="
                           WK-BATCH-STATUS
                   STOP    RUN
           END-IF
           OPEN    OUTPUT      NKEY-F
           IF      WK-NKEY-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " NKEY-F OPEN ERROR STATUS="
                           WK-NKEY-STATUS
                   STOP    RUN
           END-IF

           MOVE    ZERO        TO      WK-NEG-GOOD-CNT
                                       WK-NEG-BAD-CNT
           MOVE    1           TO      WK-NEG-NEXT
           PERFORM VARYING WK-BATCH-IDX FROM 1 BY 1
                   UNTIL   WK-BATCH-IDX > LCR-BATCH-CNT
                   PERFORM S110-10     THRU    S110-EX
           END-PERFORM

           CLOSE   BATCH-F
           CLOSE   NKEY-F

      *    *** コントロールトータル記録(デッキの件数)
           MOVE    LCR-BATCH-F-NAME TO WK-BAL-FILE
           MOVE    ZERO        TO      WK-BAL-IN
                                       WK-BAL-SKIP
           COMPUTE WK-BAL-OUT = WK-NEG-GOOD-CNT + WK-NEG-BAD-CNT
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP

           DISPLAY WK-PGM-NAME " NEG 正常=" WK-NEG-GOOD-CNT
                   " 異常=" WK-NEG-BAD-CNT
                   " 規則の候補=" TBL-NV-CNT
           .
       S100-EX.
           EXIT.

      *    *** NEG：検証定義の読込み(VALCHKと同じ行を有効とする)
       S101-10.

           OPEN    INPUT       NDEF-F
           IF      WK-NDEF-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " NDEF-F OPEN ERROR STATUS="
                           WK-NDEF-STATUS
                   STOP    RUN
           END-IF
           MOVE    ZERO        TO      TBL-NDEF-CNT
                                       WK-NEG-END
           MOVE    LOW-VALUE   TO      WK-NDEF-EOF
           PERFORM UNTIL WK-NDEF-EOF   =       HIGH-VALUE
                   READ    NDEF-F
                   IF      WK-NDEF-STATUS =    ZERO
                           IF      NDEF-NAME NOT = SPACE
                              AND  NDEF-NAME (1:1) NOT = "#"
                              AND  NDEF-POS IS NUMERIC
                              AND  NDEF-LEN IS NUMERIC
                              AND  TBL-NDEF-CNT < 50
                                   ADD     1   TO      TBL-NDEF-CNT
                                   MOVE    TBL-NDEF-CNT TO I
                                   MOVE    NDEF-NAME TO
                                           TBL-NDEF-NAME (I)
                                   MOVE    NDEF-TYPE TO
                                           TBL-NDEF-TYPE (I)
                                   MOVE    NDEF-POS TO TBL-NDEF-POS (I)
                                   MOVE    NDEF-LEN TO TBL-NDEF-LEN (I)
                                   MOVE    NDEF-CODES TO
                                           TBL-NDEF-CODES (I)
                                   MOVE    ZERO     TO
                                           TBL-NDEF-PREF (I)
                                           TBL-NDEF-ADDR (I)
                                   IF      TBL-NDEF-POS (I)
                                         + TBL-NDEF-LEN (I) - 1
                                         > WK-NEG-END
                                           COMPUTE WK-NEG-END =
                                                   TBL-NDEF-POS (I)
                                                 + TBL-NDEF-LEN (I) - 1
                                   END-IF
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-NDEF-EOF
                   END-IF
           END-PERFORM
           CLOSE   NDEF-F

           IF      TBL-NDEF-CNT =      ZERO
                   DISPLAY WK-PGM-NAME " NEG 有効な定義が無い"
                   STOP    RUN
           END-IF
           IF      WK-NEG-END  >       LENGTH(WK-NEG-REC) - 1
                   DISPLAY WK-PGM-NAME
                           " NEG レコード長が511を超える="
                           WK-NEG-END
                   STOP    RUN
           END-IF

      *    *** Z が突き合わせる都道府県・住所の項目を引き、
      *    *** 郵便番号マスターの有無を確かめる
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-NDEF-CNT
                   IF      TBL-NDEF-TYPE (I) = "Z"
                           MOVE    SPACE       TO      WK-NEG-NAME1
                                                       WK-NEG-NAME2
                           UNSTRING TBL-NDEF-CODES (I)
                                   DELIMITED BY "," OR ALL " "
                                   INTO    WK-NEG-NAME1
                                           WK-NEG-NAME2
                           END-UNSTRING
                           PERFORM VARYING J FROM 1 BY 1
                                   UNTIL J > TBL-NDEF-CNT
                                   IF      WK-NEG-NAME1 NOT = SPACE
                                      AND  TBL-NDEF-NAME (J) =
                                           WK-NEG-NAME1
                                           MOVE    J   TO
                                                   TBL-NDEF-PREF (I)
                                   END-IF
                                   IF      WK-NEG-NAME2 NOT = SPACE
                                      AND  TBL-NDEF-NAME (J) =
                                           WK-NEG-NAME2
                                           MOVE    J   TO
                                                   TBL-NDEF-ADDR (I)
                                   END-IF
                           END-PERFORM
                           IF      WK-PROF-PM-SW =     SPACE
                                   PERFORM S109-10     THRU    S109-EX
                           END-IF
                   END-IF
           END-PERFORM
           .
       S101-EX.
           EXIT.

      *    *** NEG：破る規則の候補(LCR-NEG-RULE で絞る)
       S102-10.

           MOVE    ZERO        TO      TBL-NV-CNT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-NDEF-CNT
                   IF      LCR-NEG-RULE =      SPACE
                      OR   LCR-NEG-RULE =      TBL-NDEF-TYPE (I)
                           PERFORM S103-10     THRU    S103-EX
                   END-IF
           END-PERFORM
           IF      LCR-NEG-RULE =      SPACE OR "S"
                   MOVE    ZERO        TO      I
                   MOVE    "SHORTREC"  TO      WK-NEG-REASON
                   PERFORM S104-10     THRU    S104-EX
           END-IF

           IF      TBL-NV-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME " NEG 破れる規則が無い"
                           " (全件を正常レコードで作る)"
                           " NEG-RULE=" LCR-NEG-RULE
           END-IF
           .
       S102-EX.
           EXIT.

      *    *** NEG：項目1件(I)の規則の候補
       S103-10.

           EVALUATE TBL-NDEF-TYPE (I)
               WHEN "N"
                   MOVE    "NUMERIC"   TO      WK-NEG-REASON
                   PERFORM S104-10     THRU    S104-EX
               WHEN "C"
                   MOVE    "CODE"      TO      WK-NEG-REASON
                   PERFORM S104-10     THRU    S104-EX
               WHEN "D"
                   MOVE    "DATE"      TO      WK-NEG-REASON
                   PERFORM S104-10     THRU    S104-EX
               WHEN "K"
                   MOVE    "CHECKDIGIT" TO     WK-NEG-REASON
                   PERFORM S104-10     THRU    S104-EX
               WHEN "Z"
                   MOVE    "POSTAL-FORMAT" TO  WK-NEG-REASON
                   PERFORM S104-10     THRU    S104-EX
                   IF      WK-PROF-PM-SW =     "Y"
                           MOVE    "POSTAL-UNKNOWN" TO WK-NEG-REASON
                           PERFORM S104-10     THRU    S104-EX
                           MOVE    TBL-NDEF-PREF (I) TO J
                           MOVE    SPACE       TO      WK-NEG-TYPE
                           IF      J           >       ZERO
                                   MOVE    TBL-NDEF-TYPE (J) TO
                                           WK-NEG-TYPE
                           END-IF
                           IF      J           >       ZERO
                              AND  NOT WK-NEG-TYPE-CHECKED
                                   MOVE    "POSTAL-PREF" TO
                                           WK-NEG-REASON
                                   PERFORM S104-10     THRU    S104-EX
                           END-IF
                           MOVE    TBL-NDEF-ADDR (I) TO J
                           MOVE    SPACE       TO      WK-NEG-TYPE
                           IF      J           >       ZERO
                                   MOVE    TBL-NDEF-TYPE (J) TO
                                           WK-NEG-TYPE
                           END-IF
                           IF      J           >       ZERO
                              AND  NOT WK-NEG-TYPE-CHECKED
                                   MOVE    "POSTAL-CITY" TO
                                           WK-NEG-REASON
                                   PERFORM S104-10     THRU    S104-EX
                           END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S103-EX.
           EXIT.

      *    *** NEG：候補1件を足す(項目 I・理由 WK-NEG-REASON)
       S104-10.

           IF      TBL-NV-CNT  <       300
                   ADD     1           TO      TBL-NV-CNT
                   MOVE    I           TO      TBL-NV-IX (TBL-NV-CNT)
                   MOVE    WK-NEG-REASON TO
                           TBL-NV-REASON (TBL-NV-CNT)
           END-IF
           .
       S104-EX.
           EXIT.

      *    *** NEG：郵便番号マスターの有無(PROFと同じ確かめ方)
       S109-10.

           MOVE    "L"         TO      WK-PROF-PM-ID
           MOVE    SPACE       TO      WPM-POSTMST-AREA
           CALL    "POSTLKP"   USING   WK-PROF-PM-ID
                                       WK-PROF-PM-STAT
                                       WPM-POSTMST-AREA
                                       WK-PROF-ADDR
           IF      WK-PROF-PM-STAT =   "E"
                   MOVE    "N"         TO      WK-PROF-PM-SW
                   DISPLAY WK-PGM-NAME
                           " NEG 郵便番号マスター無し"
                           " (Z は形式だけ整える)"
           ELSE
                   MOVE    "Y"         TO      WK-PROF-PM-SW
           END-IF
           .
       S109-EX.
           EXIT.

      *    *** NEG：デッキ1レコードと正解表
       S110-10.

           MOVE    SPACE       TO      WK-NEG-REC
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-NDEF-CNT
                   PERFORM S111-10     THRU    S111-EX
           END-PERFORM
      *    *** 郵便番号は突き合わせる都道府県・住所の項目ごと後から揃える
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-NDEF-CNT
                   IF      TBL-NDEF-TYPE (I) = "Z"
                           PERFORM S116-10     THRU    S116-EX
                   END-IF
           END-PERFORM

           MOVE    SPACE       TO      NKY-NEGKEY-REC
           MOVE    WK-BATCH-IDX TO     NKY-SEQ
           PERFORM S061-10     THRU    S061-EX
           IF      TBL-NV-CNT  >       ZERO
              AND  WK-PROF-RND < ( LCR-NEG-PCT / 100 )
                   PERFORM S120-10     THRU    S120-EX
                   ADD     1           TO      WK-NEG-BAD-CNT
           ELSE
                   MOVE    "."         TO WK-NEG-REC (WK-NEG-END + 1:1)
                   WRITE   BATCH-REC   FROM    WK-NEG-REC
                   MOVE    "PASS"      TO      NKY-EXPECT
                   WRITE   NKY-NEGKEY-REC
                   ADD     1           TO      WK-NEG-GOOD-CNT
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** NEG：項目1件(I)を規則どおりに作る
       S111-10.

           IF      TBL-NDEF-POS (I) <  1
              OR   TBL-NDEF-LEN (I) <  1
                   GO      TO      S111-EX
           END-IF
           MOVE    TBL-NDEF-POS (I) TO WK-NEG-P
           MOVE    TBL-NDEF-LEN (I) TO WK-NEG-L
           EVALUATE TBL-NDEF-TYPE (I)
               WHEN "N"
                   PERFORM S112-10     THRU    S112-EX
               WHEN "C"
                   PERFORM S113-10     THRU    S113-EX
               WHEN "D"
                   PERFORM S114-10     THRU    S114-EX
               WHEN "K"
      *    *** 数字を並べてから CHKDGT に正しい検査数字を入れさせる
                   PERFORM S112-10     THRU    S112-EX
                   IF      WK-NEG-L    <=      18
                           MOVE    "C"         TO      WCD-ID
                           PERFORM S115-10     THRU    S115-EX
                   END-IF
               WHEN "Z"
                   CONTINUE
               WHEN OTHER
                   PERFORM S117-10     THRU    S117-EX
           END-EVALUATE
           .
       S111-EX.
           EXIT.

      *    *** NEG：数字を並べる(WK-NEG-P から WK-NEG-L 桁)
       S112-10.

           PERFORM VARYING K FROM 0 BY 1
                   UNTIL K >= WK-NEG-L
                   PERFORM S061-10     THRU    S061-EX
                   COMPUTE WK-NEG-N = WK-PROF-RND * 10 + 1
                   MOVE    WK-NEG-DIGIT (WK-NEG-N:1) TO
                           WK-NEG-REC (WK-NEG-P + K:1)
           END-PERFORM
           .
       S112-EX.
           EXIT.

      *    *** NEG：コード一覧から1つ選ぶ(一覧が空なら空白のまま)
       S113-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 10
                   MOVE    SPACE       TO      TBL-NCD-VAL (K)
           END-PERFORM
           MOVE    ZERO        TO      TBL-NCD-CNT
           UNSTRING TBL-NDEF-CODES (I) DELIMITED BY ","
                   INTO    TBL-NCD-VAL (1)
                           TBL-NCD-VAL (2)
                           TBL-NCD-VAL (3)
                           TBL-NCD-VAL (4)
                           TBL-NCD-VAL (5)
                           TBL-NCD-VAL (6)
                           TBL-NCD-VAL (7)
                           TBL-NCD-VAL (8)
                           TBL-NCD-VAL (9)
                           TBL-NCD-VAL (10)
                   TALLYING IN TBL-NCD-CNT
           END-UNSTRING
           IF      TBL-NCD-CNT =       ZERO
                   GO      TO      S113-EX
           END-IF
           PERFORM S061-10     THRU    S061-EX
           COMPUTE K = WK-PROF-RND * TBL-NCD-CNT + 1
      *    *** 空の欄(",,")に当たれば先頭から空でない物を使う
           IF      TBL-NCD-VAL (K) =   SPACE
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K >= TBL-NCD-CNT
                              OR TBL-NCD-VAL (K) NOT = SPACE
                           CONTINUE
                   END-PERFORM
           END-IF
           MOVE    TBL-NCD-VAL (K) TO  WK-NEG-REC (WK-NEG-P:WK-NEG-L)
           .
       S113-EX.
           EXIT.

      *    *** NEG：実在日付(WAREKI は令和2〜7年の和暦)
      *    *** 和暦は9桁以上なら R06.10.15、7・8桁なら 5061015 の形
       S114-10.

           PERFORM S061-10     THRU    S061-EX
           COMPUTE WK-NEG-MM = WK-PROF-RND * 12 + 1
           PERFORM S061-10     THRU    S061-EX
           COMPUTE WK-NEG-DD = WK-PROF-RND * 28 + 1
           PERFORM S061-10     THRU    S061-EX
           IF      TBL-NDEF-CODES (I) (1:7) = "WAREKI " OR "WAREKI,"
                   COMPUTE WK-NEG-YYYY = WK-PROF-RND * 6 + 2
                   PERFORM S118-10     THRU    S118-EX
           ELSE
                   COMPUTE WK-NEG-YYYY = WK-PROF-RND * 40 + 1990
                   MOVE    WK-NEG-YMD  TO
                           WK-NEG-REC (WK-NEG-P:WK-NEG-L)
           END-IF
           .
       S114-EX.
           EXIT.

      *    *** NEG：検査数字の計算・誤り(WCD-ID に C か W を入れて呼ぶ)
      *    *** 方式はコード一覧の欄の先頭語(VALCHKと同じ)
       S115-10.

           MOVE    SPACE       TO      WCD-SCHEME
           UNSTRING TBL-NDEF-CODES (I) DELIMITED BY "," OR ALL " "
                   INTO    WCD-SCHEME
           END-UNSTRING
           MOVE    WK-NEG-L    TO      WCD-LEN
           MOVE    SPACE       TO      WCD-NUM
           MOVE    WK-NEG-REC (WK-NEG-P:WK-NEG-L) TO
                   WCD-NUM (1:WK-NEG-L)
           CALL    "CHKDGT"    USING   WCD-CHKDGT-AREA
           IF      WCD-STAT    =       SPACE
                   MOVE    WCD-NUM (1:WK-NEG-L) TO
                           WK-NEG-REC (WK-NEG-P:WK-NEG-L)
           END-IF
           .
       S115-EX.
           EXIT.

      *    *** NEG：郵便番号(I)と突き合わせる都道府県・住所の項目
      *    *** マスターが有れば実在の番号の行から、無ければ乱数の7桁
       S116-10.

           IF      TBL-NDEF-POS (I) <  1
              OR   TBL-NDEF-LEN (I) <  1
                   GO      TO      S116-EX
           END-IF
           MOVE    TBL-NDEF-POS (I) TO WK-NEG-P
           MOVE    TBL-NDEF-LEN (I) TO WK-NEG-L
           PERFORM S061-10     THRU    S061-EX
           COMPUTE WK-PROF-POST7 = WK-PROF-RND * 9999999
           MOVE    SPACE       TO      WPM-POSTMST-AREA
           MOVE    WK-PROF-POST7 TO    WPM-POST
           IF      WK-PROF-PM-SW =     "Y"
                   MOVE    "R"         TO      WK-PROF-PM-ID
                   CALL    "POSTLKP"   USING   WK-PROF-PM-ID
                                               WK-PROF-PM-STAT
                                               WPM-POSTMST-AREA
                                               WK-PROF-ADDR
           END-IF
           PERFORM S119-10     THRU    S119-EX
           IF      WK-PROF-PM-SW NOT = "Y"
              OR   WK-PROF-PM-STAT NOT = SPACE
                   GO      TO      S116-EX
           END-IF

           MOVE    TBL-NDEF-PREF (I) TO J
           IF      J           >       ZERO
                   MOVE    WPM-PREF    TO      WK-NEG-REC
                           (TBL-NDEF-POS (J):TBL-NDEF-LEN (J))
           END-IF

      *    *** 住所は市区町村+町域(項目に収まらなければ市区町村だけ)
           MOVE    TBL-NDEF-ADDR (I) TO J
           IF      J           >       ZERO
                   MOVE    SPACE       TO      WK-PROF-ADDR
                   MOVE    1           TO      WK-PROF-PTR
                   STRING  WPM-CITY    DELIMITED BY SPACE
                           WPM-TOWN    DELIMITED BY SPACE
                           INTO    WK-PROF-ADDR
                           WITH POINTER WK-PROF-PTR
                   END-STRING
                   IF      WK-PROF-PTR >       TBL-NDEF-LEN (J) + 1
                           MOVE    WPM-CITY    TO      WK-PROF-ADDR
                   END-IF
                   MOVE    WK-PROF-ADDR TO     WK-NEG-REC
                           (TBL-NDEF-POS (J):TBL-NDEF-LEN (J))
           END-IF
           .
       S116-EX.
           EXIT.

      *    *** NEG：英字を並べる(検証しない項目)
       S117-10.

           PERFORM VARYING K FROM 0 BY 1
                   UNTIL K >= WK-NEG-L
                   PERFORM S061-10     THRU    S061-EX
                   COMPUTE WK-NEG-N = WK-PROF-RND * 26 + 1
                   MOVE    WK-NEG-ALPHA (WK-NEG-N:1) TO
                           WK-NEG-REC (WK-NEG-P + K:1)
           END-PERFORM
           .
       S117-EX.
           EXIT.

      *    *** NEG：和暦の日付を項目へ(令和の年は WK-NEG-YYYY)
       S118-10.

           MOVE    SPACE       TO      WK-NEG-WAREKI
           IF      WK-NEG-L    >=      9
                   STRING  "R"         DELIMITED BY SIZE
                           WK-NEG-YMD (3:2) DELIMITED BY SIZE
                           "."         DELIMITED BY SIZE
                           WK-NEG-MM   DELIMITED BY SIZE
                           "."         DELIMITED BY SIZE
                           WK-NEG-DD   DELIMITED BY SIZE
                           INTO    WK-NEG-WAREKI
                   END-STRING
           ELSE
                   STRING  "5"         DELIMITED BY SIZE
                           WK-NEG-YMD (3:6) DELIMITED BY SIZE
                           INTO    WK-NEG-WAREKI
                   END-STRING
           END-IF
           MOVE    WK-NEG-WAREKI TO    WK-NEG-REC (WK-NEG-P:WK-NEG-L)
           .
       S118-EX.
           EXIT.

      *    *** NEG：WPM-POST を項目の形で入れる(8桁以上は NNN-NNNN)
       S119-10.

           MOVE    SPACE       TO      WK-NEG-POST
           IF      WK-NEG-L    >=      8
                   STRING  WPM-POST (1:3) DELIMITED BY SIZE
                           "-"         DELIMITED BY SIZE
                           WPM-POST (4:4) DELIMITED BY SIZE
                           INTO    WK-NEG-POST
                   END-STRING
           ELSE
                   MOVE    WPM-POST    TO      WK-NEG-POST
           END-IF
           MOVE    WK-NEG-POST TO      WK-NEG-REC (WK-NEG-P:WK-NEG-L)
           .
       S119-EX.
           EXIT.

      *    *** NEG：規則の候補を順に1つ取り、そこだけ破って書く
       S120-10.

           MOVE    TBL-NV-IX (WK-NEG-NEXT) TO I
           MOVE    TBL-NV-REASON (WK-NEG-NEXT) TO WK-NEG-REASON
           ADD     1           TO      WK-NEG-NEXT
           IF      WK-NEG-NEXT >       TBL-NV-CNT
                   MOVE    1           TO      WK-NEG-NEXT
           END-IF
           MOVE    "FAIL"      TO      NKY-EXPECT

           IF      I           =       ZERO
                   PERFORM S125-10     THRU    S125-EX
                   GO      TO      S120-EX
           END-IF

           MOVE    TBL-NDEF-POS (I) TO WK-NEG-P
           MOVE    TBL-NDEF-LEN (I) TO WK-NEG-L
           EVALUATE WK-NEG-REASON
               WHEN "NUMERIC"
                   PERFORM S061-10     THRU    S061-EX
                   COMPUTE K = WK-NEG-P + WK-PROF-RND * WK-NEG-L
                   PERFORM S061-10     THRU    S061-EX
                   COMPUTE WK-NEG-N = WK-PROF-RND * 26 + 1
                   MOVE    WK-NEG-ALPHA (WK-NEG-N:1) TO
                           WK-NEG-REC (K:1)
               WHEN "CODE"
                   MOVE    ALL "?"     TO
                           WK-NEG-REC (WK-NEG-P:WK-NEG-L)
               WHEN "DATE"
                   PERFORM S123-10     THRU    S123-EX
               WHEN "CHECKDIGIT"
                   MOVE    "W"         TO      WCD-ID
                   PERFORM S115-10     THRU    S115-EX
               WHEN OTHER
                   PERFORM S124-10     THRU    S124-EX
           END-EVALUATE

           MOVE    "."         TO      WK-NEG-REC (WK-NEG-END + 1:1)
           WRITE   BATCH-REC   FROM    WK-NEG-REC
           MOVE    TBL-NDEF-NAME (I) TO NKY-FIELD
           MOVE    WK-NEG-REASON TO    NKY-REASON
           MOVE    WK-NEG-REC (WK-NEG-P:WK-NEG-L) TO NKY-VALUE
           WRITE   NKY-NEGKEY-REC
           .
       S120-EX.
           EXIT.

      *    *** NEG：実在しない日付(4通りを順に)
       S123-10.

           PERFORM S061-10     THRU    S061-EX
           COMPUTE WK-NEG-N = WK-PROF-RND * 4 + 1
           IF      TBL-NDEF-CODES (I) (1:7) = "WAREKI " OR "WAREKI,"
                   MOVE    7           TO      WK-NEG-YYYY
                   EVALUATE WK-NEG-N
                       WHEN 1
                           MOVE    0230        TO      WK-NEG-YMD (5:4)
                       WHEN 2
                           MOVE    1301        TO      WK-NEG-YMD (5:4)
                       WHEN 3
                           MOVE    0431        TO      WK-NEG-YMD (5:4)
                       WHEN OTHER
                           MOVE    0100        TO      WK-NEG-YMD (5:4)
                   END-EVALUATE
                   PERFORM S118-10     THRU    S118-EX
                   GO      TO      S123-EX
           END-IF
           MOVE    2023        TO      WK-NEG-YYYY
           EVALUATE WK-NEG-N
               WHEN 1
                   MOVE    20230230    TO      WK-NEG-YMD
               WHEN 2
                   MOVE    1301        TO      WK-NEG-YMD (5:4)
               WHEN 3
                   MOVE    0431        TO      WK-NEG-YMD (5:4)
               WHEN OTHER
                   MOVE    20230229    TO      WK-NEG-YMD
           END-EVALUATE
           MOVE    WK-NEG-YMD  TO      WK-NEG-REC (WK-NEG-P:WK-NEG-L)
           .
       S123-EX.
           EXIT.

      *    *** NEG：郵便番号の規則を破る
      *    *** マスターに無い番号が20回引いても見付からなければ
      *    *** 形式誤りに切り替える
       S124-10.

           IF      WK-NEG-REASON =     "POSTAL-UNKNOWN"
                   MOVE    "N"         TO      WK-PROF-PM-STAT
                   MOVE    ZERO        TO      WK-NEG-TRY
                   PERFORM UNTIL WK-NEG-TRY >= 20
                           PERFORM S061-10     THRU    S061-EX
                           COMPUTE WK-PROF-POST7 = WK-PROF-RND * 9999999
                           MOVE    SPACE       TO      WPM-POSTMST-AREA
                           MOVE    WK-PROF-POST7 TO    WPM-POST
                           MOVE    "L"         TO      WK-PROF-PM-ID
                           CALL    "POSTLKP"   USING   WK-PROF-PM-ID
                                                       WK-PROF-PM-STAT
                                                       WPM-POSTMST-AREA
                                                       WK-PROF-ADDR
                           IF      WK-PROF-PM-STAT =   "N"
                                   MOVE    20          TO  WK-NEG-TRY
                           ELSE
                                   ADD     1           TO  WK-NEG-TRY
                           END-IF
                   END-PERFORM
                   IF      WK-PROF-PM-STAT =   "N"
                           MOVE    WK-PROF-POST7 TO    WPM-POST
                           PERFORM S119-10     THRU    S119-EX
                           GO      TO      S124-EX
                   END-IF
                   MOVE    "POSTAL-FORMAT" TO  WK-NEG-REASON
           END-IF

           EVALUATE WK-NEG-REASON
               WHEN "POSTAL-PREF"
                   MOVE    TBL-NDEF-PREF (I) TO J
                   MOVE    "北海道"    TO      WK-NEG-PREF
                   IF      WK-NEG-REC (TBL-NDEF-POS (J):
                           TBL-NDEF-LEN (J)) = WK-NEG-PREF
                           MOVE    "沖縄県"    TO      WK-NEG-PREF
                   END-IF
                   MOVE    WK-NEG-PREF TO      WK-NEG-REC
                           (TBL-NDEF-POS (J):TBL-NDEF-LEN (J))
               WHEN "POSTAL-CITY"
                   MOVE    TBL-NDEF-ADDR (I) TO J
                   MOVE    ALL "X"     TO      WK-NEG-REC
                           (TBL-NDEF-POS (J):TBL-NDEF-LEN (J))
               WHEN OTHER
                   IF      WK-NEG-L    >=      8
                           MOVE    "1234-567"  TO
                                   WK-NEG-REC (WK-NEG-P:WK-NEG-L)
                   ELSE
                           MOVE    "12345X7"   TO
                                   WK-NEG-REC (WK-NEG-P:WK-NEG-L)
                   END-IF
           END-EVALUATE
           .
       S124-EX.
           EXIT.

      *    *** NEG：レコード不足(最後の項目の途中で切る)
      *    *** 末尾の空白が落ちた後の長さで欠ける項目を全て正解表へ
       S125-10.

           MOVE    SPACE       TO      WK-NEG-REC (WK-NEG-END:)
           MOVE    ZERO        TO      WK-NEG-EFF
           IF      WK-NEG-END  >       1
                   MOVE    ZERO        TO      WK-NEG-N
                   INSPECT WK-NEG-REC (1:WK-NEG-END - 1)
                           TALLYING WK-NEG-N FOR TRAILING SPACE
                   COMPUTE WK-NEG-EFF = WK-NEG-END - 1 - WK-NEG-N
           END-IF
           WRITE   BATCH-REC   FROM    WK-NEG-REC

           MOVE    "SHORTREC"  TO      NKY-REASON
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-NDEF-CNT
                   IF      TBL-NDEF-POS (I) <  1
                      OR   TBL-NDEF-POS (I) + TBL-NDEF-LEN (I) - 1
                           >       WK-NEG-EFF
                           MOVE    TBL-NDEF-NAME (I) TO NKY-FIELD
                           MOVE    SPACE       TO      NKY-VALUE
                           IF      TBL-NDEF-POS (I) <= WK-NEG-EFF
                              AND  TBL-NDEF-POS (I) >= 1
                                   MOVE    WK-NEG-REC (TBL-NDEF-POS (I):
                                           WK-NEG-EFF - TBL-NDEF-POS (I)
                                           + 1) TO NKY-VALUE
                           END-IF
                           WRITE   NKY-NEGKEY-REC
                   END-IF
           END-PERFORM
           .
       S125-EX.
           EXIT.

      *    *** HIST/AGE 用の休日一覧読込み
      *    *** 指定が無ければ登録無し(土日だけが休業)で従来どおり動く
       S017-10.
                   MOVE    16          TO     RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 検査数字付き番号: 形式の欄は方式名、出力は表示形式。
      *    *** 方式と桁数の組合せは試しに計算させて確かめる
           MOVE    SPACE       TO     TBL-TMPL-CDS (J)
           IF      TBL-TMPL-TYPE (J) = "CHKD"
              OR   TBL-TMPL-TYPE (J) = "CHKX"
                   MOVE    WK-TMPL-FMT-X TO    TBL-TMPL-CDS (J)
                   MOVE    "DISP "     TO     TBL-TMPL-FMT (J)
                   MOVE    "C"         TO     WCD-ID
                   MOVE    WK-TMPL-FMT-X TO    WCD-SCHEME
                   MOVE    TBL-TMPL-WID (J) TO WCD-LEN
                   MOVE    ALL ZERO    TO     WCD-NUM
                   CALL    "CHKDGT"    USING  WCD-CHKDGT-AREA
                   IF      WCD-STAT    =      "E"
                           DISPLAY WK-PGM-NAME
                                   " TMPL CHKD HOUSHIKI/KETASUU FUSEI -"
                                   " TEIGI WO MINAOSHITE KUDASAI"
                           MOVE    16          TO     RETURN-CODE
                           STOP    RUN
                   END-IF
           END-IF
           .
       S057-EX.
           EXIT.
                       WHEN "NAMEC"
                           MOVE    LCR-S-NAME3 (TBL-TMPL-IDX (J)) TO
                                   WK-TMPL-VAL
                       WHEN "CHKD"
                       WHEN "CHKX"
                           PERFORM S054-10     THRU    S054-EX
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
       S056-EX.
           EXIT.

      *    *** 検査数字付き番号(NUMの右端の桁を検査数字の桁にずらし、
      *    *** CHKDは正しい、CHKXは誤った検査数字をCHKDGTで入れる)
       S054-10.

           COMPUTE WK-CD-N18 = LCR-NUM (TBL-TMPL-IDX (J)) * 10
           IF      TBL-TMPL-TYPE (J) = "CHKD"
                   MOVE    "C"         TO      WCD-ID
           ELSE
                   MOVE    "W"         TO      WCD-ID
           END-IF
           MOVE    TBL-TMPL-CDS (J) TO WCD-SCHEME
           MOVE    TBL-TMPL-WID (J) TO WCD-LEN
           MOVE    SPACE       TO      WCD-NUM
           MOVE    WK-CD-N18 (19 - TBL-TMPL-WID (J):TBL-TMPL-WID (J))
                   TO      WCD-NUM (1:TBL-TMPL-WID (J))
           CALL    "CHKDGT"    USING   WCD-CHKDGT-AREA
           MOVE    WCD-NUM (1:TBL-TMPL-WID (J)) TO WK-TMPL-VAL
           .
       S054-EX.
           EXIT.

      *    *** BINARY出力のオープン(生バイト列、CBL_CREATE_FILE)
       S058-10.

           IF      WK-AUDIT-OPEN =     "Y"
                   CLOSE   AUDIT-F
           END-IF

           IF      WK-PROF-PM-SW =     "Y"
                   MOVE    "E"         TO      WK-PROF-PM-ID
                   CALL    "POSTLKP"   USING   WK-PROF-PM-ID
                                               WK-PROF-PM-STAT
                                               WPM-POSTMST-AREA
                                               WK-PROF-ADDR
           END-IF
           .
       S900-EX.
           EXIT.
