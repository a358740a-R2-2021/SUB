      *    *** JSON Lines => 固定位置レコード 分解 サブルーチン
      *    *** 相手先がJSON Lines で送ってくるフィードの1行(JSONの
      *    *** オブジェクト1個)を、キー割付け定義(キー => 位置・長さ)
      *    *** に従って固定位置のレコードへ組み替える。DECODE11の逆。
      *    ***   X=文字列(エスケープ・\uXXXXを戻し、US・UEはDECODE05
      *    ***     でSJIS・EUCへ直す。左詰め後方空白)
      *    ***   9=ゾーン10進(負は最終桁の上位ニブル7)、P=パック10進、
      *    ***   B=2進(ビッグエンディアン)。小数桁の位置で桁を揃える。
      *    ***     数値の文字列("123")も受ける。空文字列はnull
      *    ***   入れ子のオブジェクトは1段まで("親.子" のキーで引く)。
      *    ***   それより深い物・配列は読み飛ばす(割付けが有れば型違い)
      *    ***   null と キー無し は状態位置の1バイト(N/M)で見分ける。
      *    ***   どちらも X・9 は空白、P・B は LOW-VALUE で埋める
      *    *** 組み立てられないレコードは理由(LDE12-REASON)を返す。
      *    *** 呼出し元(INTAKE)が構造化リジェクトへ回す
      *    *** DECODE05と同じ OPEN,CHANGE,CLOSE の呼び出し形式
      *    *** (CPDECODE12)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DECODE12.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** キー割付け定義
       SELECT MAP-F            ASSIGN   WK-MAP-F-NAME
                               STATUS   WK-MAP-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** キー割付け定義 1行= キー(32) 種別(1) 位置(5) 長さ(5)
      *    ***                    小数(2) 必須(1) 状態位置(5)
       FD  MAP-F
           LABEL RECORDS ARE STANDARD.
       01  MAP-REC.
           03  MAP-KEY         PIC  X(032).
           03  FILLER          PIC  X(001).
           03  MAP-TYPE        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  MAP-POS         PIC  X(005).
           03  FILLER          PIC  X(001).
           03  MAP-LEN         PIC  X(005).
           03  FILLER          PIC  X(001).
           03  MAP-SCALE       PIC  X(002).
           03  FILLER          PIC  X(001).
           03  MAP-REQ         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  MAP-STAT        PIC  X(005).
           03  FILLER          PIC  X(023).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DECODE12".

           03  WK-MAP-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-MAP-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-MAP-EOF      PIC  X(001) VALUE LOW-VALUE.

      *    *** 文字列をDECODE05でSJIS・EUCへ直すか
           03  WK-CNV-SW       PIC  X(001) VALUE "N".
      *    *** 変換で出る？(US=X"8148" UE=X"A1A9")と元のUTF8の？
           03  WK-NG-CHR       PIC  X(002) VALUE X"8148".
           03  WK-EFBC9F       PIC  X(003) VALUE X"EFBC9F".
           03  WK-TALLY        BINARY-LONG SYNC VALUE ZERO.
           03  WK-TALLY2       BINARY-LONG SYNC VALUE ZERO.

      *    *** 出力レコード長(OPENで決める)
           03  WK-REC-LEN      BINARY-LONG SYNC VALUE ZERO.

      *    *** 読み位置・終わり・入れ子の深さ
      *    *** WK-EXP K=キーか"}"、k=キー(","の後)、C=","か"}"
           03  WK-P            BINARY-LONG SYNC VALUE ZERO.
           03  WK-END          BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEPTH        BINARY-LONG SYNC VALUE ZERO.
           03  WK-EXP          PIC  X(001) VALUE SPACE.
           03  WK-DONE         PIC  X(001) VALUE "N".
           03  WK-STR-END      PIC  X(001) VALUE "N".
           03  WK-SKIP-DEPTH   BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-END     PIC  X(001) VALUE "N".
           03  WK-CH           PIC  X(001) VALUE SPACE.
           03  WK-CH2          PIC  X(001) VALUE SPACE.

      *    *** キーの道筋("親.子")と割付けの当たり
           03  WK-PARENT       PIC  X(032) VALUE SPACE.
           03  WK-PARENT-LEN   BINARY-LONG SYNC VALUE ZERO.
           03  WK-PATH         PIC  X(032) VALUE SPACE.
           03  WK-PATH-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PATH-OVER    PIC  X(001) VALUE "N".
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 値(文字列はエスケープを戻したUTF8)と型
      *    *** S=文字列 N=数値 T=true F=false Z=null O=オブジェクト・配列
           03  WK-VAL          PIC  X(032000) VALUE SPACE.
           03  WK-VAL-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-VAL-OVER     PIC  X(001) VALUE "N".
           03  WK-VTYPE        PIC  X(001) VALUE SPACE.
           03  WK-LIT          PIC  X(005) VALUE SPACE.
           03  WK-LIT-LEN      BINARY-LONG SYNC VALUE ZERO.

      *    *** 文字列のSJIS・EUCへ直した後
           03  WK-TXT-BUF      PIC  X(048000) VALUE SPACE.
           03  WK-TXT-LEN      BINARY-LONG SYNC VALUE ZERO.

      *    *** \uXXXX のコードポイント
           03  WK-CP           BINARY-LONG SYNC VALUE ZERO.
           03  WK-CP2          BINARY-LONG SYNC VALUE ZERO.
           03  WK-HEX-CP       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HX           BINARY-LONG SYNC VALUE ZERO.
           03  WK-Q1           BINARY-LONG SYNC VALUE ZERO.
           03  WK-R1           BINARY-LONG SYNC VALUE ZERO.
           03  WK-HEX-L        PIC  X(016) VALUE "0123456789abcdef".
           03  WK-HEX-U        PIC  X(016) VALUE "0123456789ABCDEF".

      *    *** 項目1件の位置・長さと誤り理由
           03  WK-FLD-POS      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FLD-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-STAT-CH      PIC  X(001) VALUE SPACE.
           03  WK-RSN          PIC  X(006) VALUE SPACE.

      *    *** 数値の整数部・小数部の数字列と符号
           03  WK-NEG          PIC  X(001) VALUE "N".
           03  WK-DOT          PIC  X(001) VALUE "N".
           03  WK-BAD-SW       PIC  X(001) VALUE "N".
           03  WK-INT-DIG      PIC  X(040) VALUE SPACE.
           03  WK-INT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FRC-DIG      PIC  X(040) VALUE SPACE.
           03  WK-FRC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIRST-NZ     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DIG          PIC  X(040) VALUE SPACE.
           03  WK-DIG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SCALE        BINARY-LONG SYNC VALUE ZERO.
           03  WK-NUM18        PIC  9(018) VALUE ZERO.
           03  WK-NUM18-X      REDEFINES WK-NUM18
                               PIC  X(018).
      *    *** パック10進の数字列(先頭に0を1桁足した19桁)
           03  WK-PK-DIG       PIC  X(019) VALUE SPACE.
           03  WK-PK-S         BINARY-LONG SYNC VALUE ZERO.
           03  WK-D1           PIC  9(001) VALUE ZERO.
           03  WK-D1-X         REDEFINES WK-D1
                               PIC  X(001).
           03  WK-NIB-H        BINARY-LONG SYNC VALUE ZERO.
           03  WK-NIB-L        BINARY-LONG SYNC VALUE ZERO.

      *    *** 2進項目の値と範囲(256のLEN乗とその半分)
           03  WK-BIN-VAL      PIC  9(020) COMP-3 VALUE ZERO.
           03  WK-BIN-FULL     PIC  9(020) COMP-3 VALUE ZERO.
           03  WK-BIN-HALF     PIC  9(020) COMP-3 VALUE ZERO.
           03  WK-BIN-R        BINARY-LONG SYNC VALUE ZERO.

      *    *** 1バイトの値
           03  WK-BYTE         PIC  X(001) COMP-X VALUE ZERO.
           03  WK-BYTE-R       REDEFINES WK-BYTE
                               PIC  X(001).

           03  WK-QUOTE        PIC  X(001) VALUE X"22".
           03  WK-BSL          PIC  X(001) VALUE X"5C".

           COPY    CPDECODE05  REPLACING ==:##:== BY ==WDE05==.

      *    *** キー割付け定義テーブル
       01  TBL-MAP-AREA.
           03  TBL-MAP-ENT     OCCURS 200.
             05  TBL-MAP-KEY   PIC  X(032).
             05  TBL-MAP-TYPE  PIC  X(001).
             05  TBL-MAP-POS   BINARY-LONG SYNC.
             05  TBL-MAP-LEN   BINARY-LONG SYNC.
             05  TBL-MAP-SCALE BINARY-LONG SYNC.
             05  TBL-MAP-REQ   PIC  X(001).
             05  TBL-MAP-STAT  BINARY-LONG SYNC.
             05  TBL-MAP-FOUND PIC  X(001).
       01  TBL-MAP-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

           COPY    CPDECODE12  REPLACING ==:##:== BY ==LDE12==.

      *    *** JSON1行
       01  LDE12-BUF1          PIC  X(001) ANY LENGTH.

      *    *** 固定位置レコード
       01  LDE12-BUF2          PIC  X(001) ANY LENGTH.

       PROCEDURE   DIVISION    USING   LDE12-DECODE12-AREA
                                       LDE12-BUF1
                                       LDE12-BUF2
           .
       M100-10.

           EVALUATE LDE12-ID
               WHEN "OPEN  "
                   PERFORM S010-10     THRU    S010-EX
               WHEN "CHANGE"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "CLOSE "
                   IF      WK-CNV-SW   =       "Y"
                           MOVE    "CLOSE "    TO      WDE05-ID
                           CALL    "DECODE05"
                                   USING   WDE05-DECODE05-AREA
                                           WK-CH
                                           WK-TXT-BUF
                   END-IF
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LDE12-ID PARA ERROR="
                           LDE12-ID
                   DISPLAY WK-PGM-NAME
                           " LDE12-ID OPEN,CHANGE,CLOSE 指定"
                   STOP    RUN
           END-EVALUATE
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** OPEN(キー割付け定義の読込みと文字コード変換の用意)
       S010-10.

           EVALUATE LDE12-HENKAN
               WHEN "US"
                   MOVE    "Y"         TO      WK-CNV-SW
                   MOVE    X"8148"     TO      WK-NG-CHR
               WHEN "UE"
                   MOVE    "Y"         TO      WK-CNV-SW
                   MOVE    X"A1A9"     TO      WK-NG-CHR
               WHEN SPACE
               WHEN "NN"
                   MOVE    "N"         TO      WK-CNV-SW
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LDE12-HENKAN PARA ERROR="
                           LDE12-HENKAN
                   DISPLAY WK-PGM-NAME " LDE12-HENKAN US,UE,NN 指定"
                   STOP    RUN
           END-EVALUATE

           MOVE    LDE12-LAYOUT TO     WK-MAP-F-NAME
           CALL    "PATHSVC"   USING   WK-MAP-F-NAME
           MOVE    ZERO        TO      TBL-MAP-CNT
                                       WK-REC-LEN

           OPEN    INPUT       MAP-F
           IF      WK-MAP-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " MAP-F OPEN ERROR STATUS="
                           WK-MAP-STATUS " (" TRIM(WK-MAP-F-NAME) ")"
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-MAP-EOF
           PERFORM UNTIL WK-MAP-EOF =  HIGH-VALUE
                   READ    MAP-F
                   IF      WK-MAP-STATUS =     ZERO
                       IF  MAP-KEY NOT = SPACE
                           AND MAP-KEY (1:1) NOT = "#"
                           AND MAP-KEY (1:1) NOT = "*"
                           PERFORM S020-10     THRU    S020-EX
                       END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-MAP-EOF
                   END-IF
           END-PERFORM
           CLOSE   MAP-F

           IF      TBL-MAP-CNT =       ZERO
                   DISPLAY WK-PGM-NAME " キー定義 項目無し("
                           TRIM(WK-MAP-F-NAME) ")"
                   STOP    RUN
           END-IF
           MOVE    TBL-MAP-CNT TO      LDE12-FLD-CNT
           MOVE    WK-REC-LEN  TO      LDE12-REC-LEN

      *    *** 文字列のSJIS・EUC変換テーブル(出力がSJIS・EUCの時)
           IF      WK-CNV-SW   =       "Y"
      *    *** MODE=AA: ASCIIは1バイトづつ素通し
                   MOVE    LDE12-HENKAN TO     WDE05-HENKAN
                   MOVE    "AA"        TO      WDE05-MODE
                   MOVE    SPACE       TO      WDE05-LAYOUT
                   MOVE    "OPEN  "    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               WK-CH
                                               WK-TXT-BUF
           END-IF

           DISPLAY WK-PGM-NAME " キー定義 項目=" TBL-MAP-CNT
                   " 長さ=" WK-REC-LEN
           .
       S010-EX.
           EXIT.

      *    *** キー割付け定義1行の登録(誤りは出力が壊れるので止める)
       S020-10.

           IF      MAP-POS IS NOT NUMERIC
              OR   MAP-LEN IS NOT NUMERIC
              OR   MAP-SCALE NOT = SPACE AND MAP-SCALE IS NOT NUMERIC
              OR   MAP-STAT NOT = SPACE AND MAP-STAT IS NOT NUMERIC
              OR   MAP-TYPE NOT = "X" AND "9" AND "P" AND "B"
              OR   MAP-REQ NOT = SPACE AND "Y" AND "N"
                   DISPLAY WK-PGM-NAME " キー定義の誤り: "
                           MAP-REC
                   STOP    RUN
           END-IF
           IF      TBL-MAP-CNT >=      200
                   DISPLAY WK-PGM-NAME " キー定義 項目過多"
                   STOP    RUN
           END-IF

           ADD     1           TO      TBL-MAP-CNT
           MOVE    TBL-MAP-CNT TO      M
           MOVE    MAP-KEY     TO      TBL-MAP-KEY (M)
           MOVE    MAP-TYPE    TO      TBL-MAP-TYPE (M)
           MOVE    MAP-POS     TO      TBL-MAP-POS (M)
           MOVE    MAP-LEN     TO      TBL-MAP-LEN (M)
           MOVE    MAP-REQ     TO      TBL-MAP-REQ (M)
           IF      MAP-SCALE IS NUMERIC
                   MOVE    MAP-SCALE   TO      TBL-MAP-SCALE (M)
           ELSE
                   MOVE    ZERO        TO      TBL-MAP-SCALE (M)
           END-IF
           IF      MAP-STAT IS NUMERIC
                   MOVE    MAP-STAT    TO      TBL-MAP-STAT (M)
           ELSE
                   MOVE    ZERO        TO      TBL-MAP-STAT (M)
           END-IF

      *    *** 桁の上限(文字は変換の器、数値は18桁・2進8バイト)
           IF      TBL-MAP-POS (M) =   ZERO
              OR   TBL-MAP-LEN (M) =   ZERO
              OR   TBL-MAP-TYPE (M) = "X" AND TBL-MAP-LEN (M) > 32000
              OR   TBL-MAP-TYPE (M) = "9" AND TBL-MAP-LEN (M) > 18
              OR   TBL-MAP-TYPE (M) = "P" AND TBL-MAP-LEN (M) > 10
              OR   TBL-MAP-TYPE (M) = "B" AND TBL-MAP-LEN (M) > 8
              OR   TBL-MAP-SCALE (M) > 18
                   DISPLAY WK-PGM-NAME " キー定義 位置誤り"
                   DISPLAY WK-PGM-NAME " " MAP-REC
                   STOP    RUN
           END-IF

      *    *** レコード長は項目・状態位置の一番後ろ
           IF      TBL-MAP-POS (M) + TBL-MAP-LEN (M) - 1 > WK-REC-LEN
                   COMPUTE WK-REC-LEN =
                           TBL-MAP-POS (M) + TBL-MAP-LEN (M) - 1
           END-IF
           IF      TBL-MAP-STAT (M) >  WK-REC-LEN
                   MOVE    TBL-MAP-STAT (M) TO WK-REC-LEN
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** CHANGE(JSON1行を固定位置レコード1件へ)
       S100-10.

           IF      WK-REC-LEN  >       LENGTH(LDE12-BUF2)
                   DISPLAY WK-PGM-NAME " BUF2 不足 長さ=" WK-REC-LEN
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      LDE12-BUF2 (1:WK-REC-LEN)
           MOVE    SPACE       TO      LDE12-REASON
                                       LDE12-ERR-KEY
           MOVE    ZERO        TO      LDE12-ERR-POS
                                       LDE12-NULL-CNT
                                       LDE12-MISS-CNT
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TBL-MAP-CNT
                   MOVE    "N"         TO      TBL-MAP-FOUND (M)
           END-PERFORM

           MOVE    LDE12-BUF1-LEN TO   WK-END
           MOVE    1           TO      WK-P
      *    *** 先頭のBOMは読み飛ばす
           IF      WK-END      >=      3
              AND  LDE12-BUF1 (1:3) =  X"EFBBBF"
                   MOVE    4           TO      WK-P
           END-IF

           PERFORM S110-10     THRU    S110-EX

      *    *** 出て来なかったキー
           IF      LDE12-REASON =      SPACE
                   PERFORM VARYING M FROM 1 BY 1
                           UNTIL M > TBL-MAP-CNT
                           IF      TBL-MAP-FOUND (M) = "N"
                                   PERFORM S180-10     THRU    S180-EX
                           END-IF
                   END-PERFORM
           END-IF

           IF      LDE12-REASON NOT =  SPACE
                   DISPLAY WK-PGM-NAME " " LDE12-REASON
                           " REC=" LDE12-BUF1-CNT
                           " 位置=" LDE12-ERR-POS
                           " キー=" TRIM(LDE12-ERR-KEY)
           END-IF
           MOVE    WK-REC-LEN  TO      LDE12-BUF2-LEN
           .
       S100-EX.
           EXIT.

      *    *** オブジェクト1個の読み取り(後ろは空白・改行だけ)
       S110-10.

           PERFORM S200-10     THRU    S200-EX
           IF      WK-P        >       WK-END
              OR   LDE12-BUF1 (WK-P:1) NOT = "{"
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S110-EX
           END-IF
           ADD     1           TO      WK-P
           MOVE    1           TO      WK-DEPTH
           MOVE    "K"         TO      WK-EXP
           MOVE    "N"         TO      WK-DONE

           PERFORM S120-10     THRU    S120-EX
                   UNTIL WK-DONE = "Y"
                      OR LDE12-REASON NOT = SPACE
           IF      LDE12-REASON NOT =  SPACE
                   GO      TO      S110-EX
           END-IF

           PERFORM S200-10     THRU    S200-EX
           IF      WK-P        <=      WK-END
                   PERFORM S290-10     THRU    S290-EX
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 1歩("キー":値、","、"}")
       S120-10.

           PERFORM S200-10     THRU    S200-EX
           IF      WK-P        >       WK-END
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S120-EX
           END-IF
           MOVE    LDE12-BUF1 (WK-P:1) TO WK-CH

      *    *** 値の後は "," か "}"
           IF      WK-EXP      =       "C"
                   EVALUATE TRUE
                       WHEN WK-CH = ","
                           ADD     1           TO      WK-P
                           MOVE    "k"         TO      WK-EXP
                       WHEN WK-CH = "}"
                           ADD     1           TO      WK-P
                           PERFORM S125-10     THRU    S125-EX
                       WHEN OTHER
                           PERFORM S290-10     THRU    S290-EX
                   END-EVALUATE
                   GO      TO      S120-EX
           END-IF

      *    *** 空のオブジェクト
           IF      WK-CH = "}" AND WK-EXP = "K"
                   ADD     1           TO      WK-P
                   PERFORM S125-10     THRU    S125-EX
                   GO      TO      S120-EX
           END-IF

      *    *** キー
           IF      WK-CH       NOT =   WK-QUOTE
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S120-EX
           END-IF
           PERFORM S400-10     THRU    S400-EX
           IF      LDE12-REASON NOT =  SPACE
                   GO      TO      S120-EX
           END-IF
           PERFORM S130-10     THRU    S130-EX

           PERFORM S200-10     THRU    S200-EX
           IF      WK-P        >       WK-END
              OR   LDE12-BUF1 (WK-P:1) NOT = ":"
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S120-EX
           END-IF
           ADD     1           TO      WK-P
           PERFORM S200-10     THRU    S200-EX
           IF      WK-P        >       WK-END
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S120-EX
           END-IF

           PERFORM S140-10     THRU    S140-EX
           .
       S120-EX.
           EXIT.

      *    *** "}" 入れ子を閉じたら外の続き、外を閉じたら終わり
       S125-10.

           IF      WK-DEPTH    =       2
                   MOVE    1           TO      WK-DEPTH
                   MOVE    "C"         TO      WK-EXP
           ELSE
                   MOVE    "Y"         TO      WK-DONE
           END-IF
           .
       S125-EX.
           EXIT.

      *    *** キーの道筋("親.子")を作り割付けを引く
       S130-10.

           MOVE    SPACE       TO      WK-PATH
           MOVE    ZERO        TO      WK-PATH-LEN
                                       WK-HIT
           MOVE    "N"         TO      WK-PATH-OVER

           IF      WK-DEPTH    =       1
                   IF      WK-VAL-OVER = "Y" OR WK-VAL-LEN > 32
                           MOVE    "Y"         TO      WK-PATH-OVER
                   ELSE
                           MOVE    WK-VAL-LEN  TO      WK-PATH-LEN
                   END-IF
                   IF      WK-PATH-LEN >       ZERO
                           MOVE    WK-VAL (1:WK-VAL-LEN) TO WK-PATH
                   END-IF
           ELSE
                   IF      WK-VAL-OVER = "Y"
                      OR   WK-PARENT-LEN + 1 + WK-VAL-LEN > 32
                           MOVE    "Y"         TO      WK-PATH-OVER
                   ELSE
                           COMPUTE WK-PATH-LEN =
                                   WK-PARENT-LEN + 1 + WK-VAL-LEN
                           STRING  WK-PARENT (1:WK-PARENT-LEN)
                                               DELIMITED BY SIZE
                                   "."         DELIMITED BY SIZE
                                   WK-VAL (1:WK-VAL-LEN)
                                               DELIMITED BY SIZE
                                   INTO    WK-PATH
                           END-STRING
                   END-IF
           END-IF

           IF      WK-PATH-OVER =      "N"
              AND  WK-PATH-LEN >       ZERO
                   PERFORM VARYING M FROM 1 BY 1
                           UNTIL M > TBL-MAP-CNT
                              OR WK-HIT > ZERO
                           IF      TBL-MAP-KEY (M) = WK-PATH
                                   MOVE    M           TO      WK-HIT
                           END-IF
                   END-PERFORM
           END-IF
           .
       S130-EX.
           EXIT.

      *    *** 値1個
       S140-10.

           MOVE    LDE12-BUF1 (WK-P:1) TO WK-CH
           EVALUATE TRUE
               WHEN WK-CH = WK-QUOTE
                   PERFORM S400-10     THRU    S400-EX
                   MOVE    "S"         TO      WK-VTYPE
               WHEN WK-CH = "{" AND WK-DEPTH = 1 AND WK-HIT = ZERO
      *    *** 1段目の入れ子(キーが長過ぎる親は子も引けない)
                   IF      WK-PATH-OVER =      "Y"
                           MOVE    99          TO      WK-PARENT-LEN
                   ELSE
                           MOVE    WK-PATH     TO      WK-PARENT
                           MOVE    WK-PATH-LEN TO      WK-PARENT-LEN
                   END-IF
                   MOVE    2           TO      WK-DEPTH
                   MOVE    "K"         TO      WK-EXP
                   ADD     1           TO      WK-P
                   GO      TO      S140-EX
               WHEN WK-CH = "{" OR "["
                   PERFORM S260-10     THRU    S260-EX
                   MOVE    "O"         TO      WK-VTYPE
               WHEN WK-CH = "-"
               WHEN WK-CH >= "0" AND <= "9"
                   PERFORM S420-10     THRU    S420-EX
                   MOVE    "N"         TO      WK-VTYPE
               WHEN WK-CH = "t"
                   MOVE    "true"      TO      WK-LIT
                   MOVE    4           TO      WK-LIT-LEN
                   PERFORM S430-10     THRU    S430-EX
                   MOVE    "T"         TO      WK-VTYPE
               WHEN WK-CH = "f"
                   MOVE    "false"     TO      WK-LIT
                   MOVE    5           TO      WK-LIT-LEN
                   PERFORM S430-10     THRU    S430-EX
                   MOVE    "F"         TO      WK-VTYPE
               WHEN WK-CH = "n"
                   MOVE    "null"      TO      WK-LIT
                   MOVE    4           TO      WK-LIT-LEN
                   PERFORM S430-10     THRU    S430-EX
                   MOVE    "Z"         TO      WK-VTYPE
               WHEN OTHER
                   PERFORM S290-10     THRU    S290-EX
           END-EVALUATE
           IF      LDE12-REASON NOT =  SPACE
                   GO      TO      S140-EX
           END-IF

           MOVE    "C"         TO      WK-EXP
           IF      WK-HIT      >       ZERO
                   PERFORM S150-10     THRU    S150-EX
           END-IF
           .
       S140-EX.
           EXIT.

      *    *** 割付けの有る値を項目へ入れる
       S150-10.

           MOVE    WK-HIT      TO      M
           MOVE    "Y"         TO      TBL-MAP-FOUND (M)
           MOVE    TBL-MAP-POS (M) TO  WK-FLD-POS
           MOVE    TBL-MAP-LEN (M) TO  WK-FLD-LEN

           EVALUATE TRUE
               WHEN WK-VTYPE = "Z"
                   MOVE    "N"         TO      WK-STAT-CH
                   PERFORM S170-10     THRU    S170-EX
                   ADD     1           TO      LDE12-NULL-CNT
               WHEN WK-VTYPE = "O"
                   MOVE    "JSNTYP"    TO      WK-RSN
                   PERFORM S295-10     THRU    S295-EX
               WHEN TBL-MAP-TYPE (M) = "X"
                   PERFORM S160-10     THRU    S160-EX
               WHEN WK-VTYPE = "T" OR "F"
                   MOVE    "JSNTYP"    TO      WK-RSN
                   PERFORM S295-10     THRU    S295-EX
               WHEN WK-VTYPE = "S" AND WK-VAL-LEN = ZERO
      *    *** 数値項目の空文字列はnull扱い
                   MOVE    "N"         TO      WK-STAT-CH
                   PERFORM S170-10     THRU    S170-EX
                   ADD     1           TO      LDE12-NULL-CNT
               WHEN OTHER
                   PERFORM S500-10     THRU    S500-EX
           END-EVALUATE

           IF      LDE12-REASON =      SPACE
              AND  WK-VTYPE NOT =      "Z"
              AND  TBL-MAP-STAT (M) >  ZERO
                   MOVE    SPACE       TO
                           LDE12-BUF2 (TBL-MAP-STAT (M):1)
           END-IF
           .
       S150-EX.
           EXIT.

      *    *** 文字項目(数値・真偽値は書かれた文字のまま入れる)
       S160-10.

           IF      WK-VAL-OVER =       "Y"
                   MOVE    "JSNLEN"    TO      WK-RSN
                   PERFORM S295-10     THRU    S295-EX
                   GO      TO      S160-EX
           END-IF

           IF      WK-VTYPE = "S" AND WK-CNV-SW = "Y"
              AND  WK-VAL-LEN >        ZERO
                   MOVE    WK-VAL-LEN  TO      WDE05-BUF1-LEN
                   MOVE    LDE12-BUF1-CNT TO   WDE05-BUF1-CNT
                   MOVE    "CHANGE"    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               WK-VAL (1:WK-VAL-LEN)
                                               WK-TXT-BUF
                   MOVE    WDE05-BUF2-LEN TO   WK-TXT-LEN
      *    *** 元に？が無いのに変換後に？が出たら変換できない文字
                   MOVE    ZERO        TO      WK-TALLY
                                               WK-TALLY2
                   IF      WK-TXT-LEN  >       ZERO
                           INSPECT WK-TXT-BUF (1:WK-TXT-LEN)
                                   TALLYING WK-TALLY FOR ALL WK-NG-CHR
                   END-IF
                   INSPECT WK-VAL (1:WK-VAL-LEN)
                           TALLYING WK-TALLY2 FOR ALL WK-EFBC9F
                   IF      WK-TALLY    >       WK-TALLY2
                           MOVE    "CNVBAD"    TO      WK-RSN
                           PERFORM S295-10     THRU    S295-EX
                           GO      TO      S160-EX
                   END-IF
           ELSE
                   MOVE    WK-VAL-LEN  TO      WK-TXT-LEN
                   IF      WK-TXT-LEN  >       ZERO
                           MOVE    WK-VAL (1:WK-VAL-LEN) TO
                                   WK-TXT-BUF (1:WK-TXT-LEN)
                   END-IF
           END-IF

           IF      WK-TXT-LEN  >       WK-FLD-LEN
                   MOVE    "JSNLEN"    TO      WK-RSN
                   PERFORM S295-10     THRU    S295-EX
                   GO      TO      S160-EX
           END-IF
           IF      WK-TXT-LEN  >       ZERO
                   MOVE    WK-TXT-BUF (1:WK-TXT-LEN) TO
                           LDE12-BUF2 (WK-FLD-POS:WK-TXT-LEN)
           END-IF
           .
       S160-EX.
           EXIT.

      *    *** null・キー無しの項目(X・9は空白、P・BはLOW-VALUE)
      *    *** 状態位置へ WK-STAT-CH(N/M)
       S170-10.

           IF      TBL-MAP-TYPE (M) =  "P" OR "B"
                   MOVE    LOW-VALUE   TO
                           LDE12-BUF2 (WK-FLD-POS:WK-FLD-LEN)
           ELSE
                   MOVE    SPACE       TO
                           LDE12-BUF2 (WK-FLD-POS:WK-FLD-LEN)
           END-IF
           IF      TBL-MAP-STAT (M) >  ZERO
                   MOVE    WK-STAT-CH  TO
                           LDE12-BUF2 (TBL-MAP-STAT (M):1)
           END-IF
           .
       S170-EX.
           EXIT.

      *    *** JSONに出て来なかったキー(必須ならリジェクト)
       S180-10.

           MOVE    TBL-MAP-POS (M) TO  WK-FLD-POS
           MOVE    TBL-MAP-LEN (M) TO  WK-FLD-LEN
           MOVE    "M"         TO      WK-STAT-CH
           PERFORM S170-10     THRU    S170-EX
           ADD     1           TO      LDE12-MISS-CNT
           IF      TBL-MAP-REQ (M) =   "Y"
              AND  LDE12-REASON =      SPACE
                   MOVE    "JSNMIS"    TO      WK-RSN
                   PERFORM S295-10     THRU    S295-EX
           END-IF
           .
       S180-EX.
           EXIT.

      *    *** 空白・タブ・改行を読み飛ばす
       S200-10.

           PERFORM UNTIL WK-P > WK-END
                      OR LDE12-BUF1 (WK-P:1) NOT = SPACE AND X"09"
                                               AND X"0A" AND X"0D"
                   ADD     1           TO      WK-P
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 割付けの無い入れ子・配列を読み飛ばす(文字列の中の
      *    *** 括弧は数えない)
       S260-10.

           MOVE    ZERO        TO      WK-SKIP-DEPTH
           MOVE    "N"         TO      WK-SKIP-END
           PERFORM UNTIL WK-SKIP-END = "Y"
                      OR LDE12-REASON NOT = SPACE
                   IF      WK-P        >       WK-END
                           PERFORM S290-10     THRU    S290-EX
                   ELSE
                           PERFORM S265-10     THRU    S265-EX
                   END-IF
           END-PERFORM
           .
       S260-EX.
           EXIT.

       S265-10.

           MOVE    LDE12-BUF1 (WK-P:1) TO WK-CH
           EVALUATE TRUE
               WHEN WK-CH = "{" OR "["
                   ADD     1           TO      WK-SKIP-DEPTH
                   ADD     1           TO      WK-P
               WHEN WK-CH = "}" OR "]"
                   SUBTRACT 1  FROM    WK-SKIP-DEPTH
                   ADD     1           TO      WK-P
                   IF      WK-SKIP-DEPTH <=    ZERO
                           MOVE    "Y"         TO      WK-SKIP-END
                   END-IF
               WHEN WK-CH = WK-QUOTE
                   PERFORM S400-10     THRU    S400-EX
               WHEN OTHER
                   ADD     1           TO      WK-P
           END-EVALUATE
           .
       S265-EX.
           EXIT.

      *    *** 構文誤り(最初の1件の位置を返す)
       S290-10.

           IF      LDE12-REASON =      SPACE
                   MOVE    "JSNBAD"    TO      LDE12-REASON
                   MOVE    WK-P        TO      LDE12-ERR-POS
                   MOVE    WK-PATH     TO      LDE12-ERR-KEY
           END-IF
           .
       S290-EX.
           EXIT.

      *    *** 項目の誤り(理由 WK-RSN、キーは割付けM件目)
       S295-10.

           IF      LDE12-REASON =      SPACE
                   MOVE    WK-RSN      TO      LDE12-REASON
                   MOVE    WK-P        TO      LDE12-ERR-POS
                   MOVE    TBL-MAP-KEY (M) TO  LDE12-ERR-KEY
           END-IF
           .
       S295-EX.
           EXIT.

      *    *** 文字列("..." のエスケープを戻してWK-VALへ)
       S400-10.

           ADD     1           TO      WK-P
           MOVE    ZERO        TO      WK-VAL-LEN
           MOVE    "N"         TO      WK-VAL-OVER
                                       WK-STR-END
           PERFORM S410-10     THRU    S410-EX
                   UNTIL WK-STR-END = "Y"
                      OR LDE12-REASON NOT = SPACE
           .
       S400-EX.
           EXIT.

      *    *** 文字列の1文字
       S410-10.

           IF      WK-P        >       WK-END
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S410-EX
           END-IF
           MOVE    LDE12-BUF1 (WK-P:1) TO WK-CH

           EVALUATE TRUE
               WHEN WK-CH = WK-QUOTE
                   ADD     1           TO      WK-P
                   MOVE    "Y"         TO      WK-STR-END
               WHEN WK-CH = WK-BSL
                   IF      WK-P        >=      WK-END
                           PERFORM S290-10     THRU    S290-EX
                           GO      TO      S410-EX
                   END-IF
                   MOVE    LDE12-BUF1 (WK-P + 1:1) TO WK-CH2
                   ADD     2           TO      WK-P
                   EVALUATE WK-CH2
                       WHEN WK-QUOTE
                       WHEN WK-BSL
                       WHEN "/"
                           MOVE    WK-CH2      TO      WK-CH
                           PERFORM S450-10     THRU    S450-EX
                       WHEN "b"
                           MOVE    X"08"       TO      WK-CH
                           PERFORM S450-10     THRU    S450-EX
                       WHEN "t"
                           MOVE    X"09"       TO      WK-CH
                           PERFORM S450-10     THRU    S450-EX
                       WHEN "n"
                           MOVE    X"0A"       TO      WK-CH
                           PERFORM S450-10     THRU    S450-EX
                       WHEN "f"
                           MOVE    X"0C"       TO      WK-CH
                           PERFORM S450-10     THRU    S450-EX
                       WHEN "r"
                           MOVE    X"0D"       TO      WK-CH
                           PERFORM S450-10     THRU    S450-EX
                       WHEN "u"
                           PERFORM S440-10     THRU    S440-EX
                       WHEN OTHER
                           PERFORM S290-10     THRU    S290-EX
                   END-EVALUATE
      *    *** 制御コードはエスケープされていなければならない
               WHEN WK-CH < SPACE
                   PERFORM S290-10     THRU    S290-EX
               WHEN OTHER
                   PERFORM S450-10     THRU    S450-EX
                   ADD     1           TO      WK-P
           END-EVALUATE
           .
       S410-EX.
           EXIT.

      *    *** 数値(書かれた文字のままWK-VALへ。読めるかは項目で見る)
       S420-10.

           MOVE    ZERO        TO      WK-VAL-LEN
           MOVE    "N"         TO      WK-VAL-OVER
           PERFORM UNTIL WK-P > WK-END
                      OR NOT ( LDE12-BUF1 (WK-P:1) >= "0"
                          AND  LDE12-BUF1 (WK-P:1) <= "9"
                          OR   LDE12-BUF1 (WK-P:1) = "-" OR "+"
                                                  OR "." OR "e" OR "E" )
                   MOVE    LDE12-BUF1 (WK-P:1) TO WK-CH
                   PERFORM S450-10     THRU    S450-EX
                   ADD     1           TO      WK-P
           END-PERFORM
           .
       S420-EX.
           EXIT.

      *    *** true・false・null
       S430-10.

           IF      WK-P + WK-LIT-LEN - 1 > WK-END
              OR   LDE12-BUF1 (WK-P:WK-LIT-LEN) NOT =
                   WK-LIT (1:WK-LIT-LEN)
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S430-EX
           END-IF
           ADD     WK-LIT-LEN  TO      WK-P
           MOVE    WK-LIT-LEN  TO      WK-VAL-LEN
           MOVE    "N"         TO      WK-VAL-OVER
           MOVE    WK-LIT (1:WK-LIT-LEN) TO WK-VAL (1:WK-LIT-LEN)
           .
       S430-EX.
           EXIT.

      *    *** \uXXXX(サロゲート対は1文字に合わせる)をUTF8で入れる
       S440-10.

           PERFORM S445-10     THRU    S445-EX
           IF      LDE12-REASON NOT =  SPACE
                   GO      TO      S440-EX
           END-IF
           MOVE    WK-HEX-CP   TO      WK-CP

           IF      WK-CP >= 56320 AND WK-CP <= 57343
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S440-EX
           END-IF
           IF      WK-CP >= 55296 AND WK-CP <= 56319
                   IF      WK-P + 1    >       WK-END
                      OR   LDE12-BUF1 (WK-P:1) NOT = WK-BSL
                      OR   LDE12-BUF1 (WK-P + 1:1) NOT = "u"
                           PERFORM S290-10     THRU    S290-EX
                           GO      TO      S440-EX
                   END-IF
                   ADD     2           TO      WK-P
                   PERFORM S445-10     THRU    S445-EX
                   IF      LDE12-REASON NOT =  SPACE
                           GO      TO      S440-EX
                   END-IF
                   MOVE    WK-HEX-CP   TO      WK-CP2
                   IF      WK-CP2 < 56320 OR WK-CP2 > 57343
                           PERFORM S290-10     THRU    S290-EX
                           GO      TO      S440-EX
                   END-IF
                   COMPUTE WK-CP = 65536 + (WK-CP - 55296) * 1024
                                 + (WK-CP2 - 56320)
           END-IF

           EVALUATE TRUE
               WHEN WK-CP  <  128
                   MOVE    WK-CP       TO      WK-BYTE
                   PERFORM S448-10     THRU    S448-EX
               WHEN WK-CP  <  2048
                   DIVIDE  WK-CP BY 64 GIVING WK-Q1 REMAINDER WK-R1
                   COMPUTE WK-BYTE = 192 + WK-Q1
                   PERFORM S448-10     THRU    S448-EX
                   COMPUTE WK-BYTE = 128 + WK-R1
                   PERFORM S448-10     THRU    S448-EX
               WHEN WK-CP  <  65536
                   DIVIDE  WK-CP BY 4096 GIVING WK-Q1 REMAINDER WK-R1
                   COMPUTE WK-BYTE = 224 + WK-Q1
                   PERFORM S448-10     THRU    S448-EX
                   DIVIDE  WK-R1 BY 64 GIVING WK-Q1 REMAINDER WK-R1
                   COMPUTE WK-BYTE = 128 + WK-Q1
                   PERFORM S448-10     THRU    S448-EX
                   COMPUTE WK-BYTE = 128 + WK-R1
                   PERFORM S448-10     THRU    S448-EX
               WHEN OTHER
                   DIVIDE  WK-CP BY 262144 GIVING WK-Q1
                           REMAINDER WK-R1
                   COMPUTE WK-BYTE = 240 + WK-Q1
                   PERFORM S448-10     THRU    S448-EX
                   DIVIDE  WK-R1 BY 4096 GIVING WK-Q1 REMAINDER WK-R1
                   COMPUTE WK-BYTE = 128 + WK-Q1
                   PERFORM S448-10     THRU    S448-EX
                   DIVIDE  WK-R1 BY 64 GIVING WK-Q1 REMAINDER WK-R1
                   COMPUTE WK-BYTE = 128 + WK-Q1
                   PERFORM S448-10     THRU    S448-EX
                   COMPUTE WK-BYTE = 128 + WK-R1
                   PERFORM S448-10     THRU    S448-EX
           END-EVALUATE
           .
       S440-EX.
           EXIT.

      *    *** 16進4桁(WK-P から)をWK-HEX-CPへ
       S445-10.

           MOVE    ZERO        TO      WK-HEX-CP
           IF      WK-P + 3    >       WK-END
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S445-EX
           END-IF
           PERFORM VARYING K FROM 0 BY 1
                   UNTIL K > 3
                      OR LDE12-REASON NOT = SPACE
                   PERFORM VARYING WK-HX FROM 1 BY 1
                           UNTIL WK-HX > 16
                              OR WK-HEX-L (WK-HX:1) =
                                 LDE12-BUF1 (WK-P + K:1)
                              OR WK-HEX-U (WK-HX:1) =
                                 LDE12-BUF1 (WK-P + K:1)
                           CONTINUE
                   END-PERFORM
                   IF      WK-HX       >       16
                           PERFORM S290-10     THRU    S290-EX
                   ELSE
                           COMPUTE WK-HEX-CP =
                                   WK-HEX-CP * 16 + WK-HX - 1
                   END-IF
           END-PERFORM
           ADD     4           TO      WK-P
           .
       S445-EX.
           EXIT.

      *    *** WK-BYTE の1バイトを入れる
       S448-10.

           MOVE    WK-BYTE-R   TO      WK-CH
           PERFORM S450-10     THRU    S450-EX
           .
       S448-EX.
           EXIT.

      *    *** WK-CH の1バイトを値へ足す(器を超えたら印だけ付ける)
       S450-10.

           IF      WK-VAL-LEN  >=      LENGTH(WK-VAL)
                   MOVE    "Y"         TO      WK-VAL-OVER
           ELSE
                   ADD     1           TO      WK-VAL-LEN
                   MOVE    WK-CH       TO      WK-VAL (WK-VAL-LEN:1)
           END-IF
           .
       S450-EX.
           EXIT.

      *    *** 数値項目(9・P・B)。整数部・小数部へ分け、小数桁で揃え
      *    *** 切り捨てになる桁が0でない・桁あふれは JSNNUM
       S500-10.

           MOVE    "N"         TO      WK-NEG
                                       WK-DOT
                                       WK-BAD-SW
           MOVE    ZERO        TO      WK-INT-CNT
                                       WK-FRC-CNT
           MOVE    1           TO      L
           IF      WK-VAL-OVER = "Y" OR WK-VAL-LEN > 40
                   MOVE    "Y"         TO      WK-BAD-SW
           ELSE
                   IF      WK-VAL (1:1) =      "-"
                           MOVE    "Y"         TO      WK-NEG
                           MOVE    2           TO      L
                   END-IF
                   PERFORM VARYING L FROM L BY 1
                           UNTIL L > WK-VAL-LEN
                              OR WK-BAD-SW = "Y"
                           EVALUATE TRUE
                               WHEN WK-VAL (L:1) >= "0"
                                AND WK-VAL (L:1) <= "9"
                                   IF      WK-DOT      =       "N"
                                       ADD     1       TO  WK-INT-CNT
                                       MOVE    WK-VAL (L:1) TO
                                           WK-INT-DIG (WK-INT-CNT:1)
                                   ELSE
                                       ADD     1       TO  WK-FRC-CNT
                                       MOVE    WK-VAL (L:1) TO
                                           WK-FRC-DIG (WK-FRC-CNT:1)
                                   END-IF
                               WHEN WK-VAL (L:1) = "."
                                AND WK-DOT = "N"
                                   MOVE    "Y"         TO      WK-DOT
                               WHEN OTHER
                                   MOVE    "Y"         TO      WK-BAD-SW
                           END-EVALUATE
                   END-PERFORM
                   IF      WK-INT-CNT  =       ZERO
                      OR   WK-DOT = "Y" AND WK-FRC-CNT = ZERO
                           MOVE    "Y"         TO      WK-BAD-SW
                   END-IF
           END-IF
           IF      WK-BAD-SW   =       "Y"
                   MOVE    "JSNNUM"    TO      WK-RSN
                   PERFORM S295-10     THRU    S295-EX
                   GO      TO      S500-EX
           END-IF

      *    *** 小数桁を超える桁は0でなければ読めない(丸めない)
           MOVE    TBL-MAP-SCALE (M) TO WK-SCALE
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-FRC-CNT
                   IF      L > WK-SCALE AND WK-FRC-DIG (L:1) NOT = "0"
                           MOVE    "Y"         TO      WK-BAD-SW
                   END-IF
           END-PERFORM

      *    *** 整数部の前ゼロを除き、小数部を小数桁まで0で埋めて並べる
           MOVE    1           TO      WK-FIRST-NZ
           PERFORM UNTIL WK-FIRST-NZ >= WK-INT-CNT
                      OR WK-INT-DIG (WK-FIRST-NZ:1) NOT = "0"
                   ADD     1           TO      WK-FIRST-NZ
           END-PERFORM
           MOVE    ZERO        TO      WK-DIG-CNT
           PERFORM VARYING L FROM WK-FIRST-NZ BY 1
                   UNTIL L > WK-INT-CNT
                   ADD     1           TO      WK-DIG-CNT
                   MOVE    WK-INT-DIG (L:1) TO WK-DIG (WK-DIG-CNT:1)
           END-PERFORM
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-SCALE
                   ADD     1           TO      WK-DIG-CNT
                   IF      L           <=      WK-FRC-CNT
                           MOVE    WK-FRC-DIG (L:1) TO
                                   WK-DIG (WK-DIG-CNT:1)
                   ELSE
                           MOVE    "0"         TO
                                   WK-DIG (WK-DIG-CNT:1)
                   END-IF
           END-PERFORM

           IF      WK-DIG-CNT  >       18
                   MOVE    "Y"         TO      WK-BAD-SW
           END-IF
           IF      WK-BAD-SW   =       "Y"
                   MOVE    "JSNNUM"    TO      WK-RSN
                   PERFORM S295-10     THRU    S295-EX
                   GO      TO      S500-EX
           END-IF

           MOVE    ZERO        TO      WK-NUM18
           MOVE    WK-DIG (1:WK-DIG-CNT) TO
                   WK-NUM18-X (19 - WK-DIG-CNT:WK-DIG-CNT)
           IF      WK-NUM18    =       ZERO
                   MOVE    "N"         TO      WK-NEG
           END-IF

           EVALUATE TBL-MAP-TYPE (M)
               WHEN "9"
                   PERFORM S510-10     THRU    S510-EX
               WHEN "P"
                   PERFORM S520-10     THRU    S520-EX
               WHEN "B"
                   PERFORM S530-10     THRU    S530-EX
           END-EVALUATE
           .
       S500-EX.
           EXIT.

      *    *** ゾーン10進(負は最終桁の上位ニブルを3から7へ)
       S510-10.

           IF      WK-DIG-CNT  >       WK-FLD-LEN
                   MOVE    "JSNNUM"    TO      WK-RSN
                   PERFORM S295-10     THRU    S295-EX
                   GO      TO      S510-EX
           END-IF
           MOVE    WK-NUM18-X (19 - WK-FLD-LEN:WK-FLD-LEN) TO
                   LDE12-BUF2 (WK-FLD-POS:WK-FLD-LEN)
           IF      WK-NEG      =       "Y"
                   MOVE    LDE12-BUF2 (WK-FLD-POS + WK-FLD-LEN - 1:1)
                                       TO      WK-BYTE-R
                   ADD     64          TO      WK-BYTE
                   MOVE    WK-BYTE-R   TO
                           LDE12-BUF2 (WK-FLD-POS + WK-FLD-LEN - 1:1)
           END-IF
           .
       S510-EX.
           EXIT.

      *    *** パック10進(最終バイトの下位ニブルが符号 C/D)
       S520-10.

           IF      WK-DIG-CNT  >       WK-FLD-LEN * 2 - 1
                   MOVE    "JSNNUM"    TO      WK-RSN
                   PERFORM S295-10     THRU    S295-EX
                   GO      TO      S520-EX
           END-IF
           MOVE    "0"         TO      WK-PK-DIG (1:1)
           MOVE    WK-NUM18-X  TO      WK-PK-DIG (2:18)
           COMPUTE WK-PK-S = 21 - WK-FLD-LEN * 2
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-FLD-LEN
                   MOVE    WK-PK-DIG (WK-PK-S:1) TO WK-D1-X
                   MOVE    WK-D1       TO      WK-NIB-H
                   IF      K           <       WK-FLD-LEN
                           MOVE    WK-PK-DIG (WK-PK-S + 1:1) TO WK-D1-X
                           MOVE    WK-D1       TO      WK-NIB-L
                   ELSE
                           IF      WK-NEG      =       "Y"
                                   MOVE    13          TO      WK-NIB-L
                           ELSE
                                   MOVE    12          TO      WK-NIB-L
                           END-IF
                   END-IF
                   COMPUTE WK-BYTE = WK-NIB-H * 16 + WK-NIB-L
                   MOVE    WK-BYTE-R   TO
                           LDE12-BUF2 (WK-FLD-POS + K - 1:1)
                   ADD     2           TO      WK-PK-S
           END-PERFORM
           .
       S520-EX.
           EXIT.

      *    *** 2進(ビッグエンディアン、負は2の補数)
       S530-10.

           MOVE    1           TO      WK-BIN-FULL
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-FLD-LEN
                   MULTIPLY 256 BY     WK-BIN-FULL
           END-PERFORM
           DIVIDE  WK-BIN-FULL BY 2 GIVING WK-BIN-HALF

      *    *** 符号付きの範囲(-HALF ～ HALF-1)
           IF      WK-NEG = "Y" AND WK-NUM18 > WK-BIN-HALF
              OR   WK-NEG = "N" AND WK-NUM18 >= WK-BIN-HALF
                   MOVE    "JSNNUM"    TO      WK-RSN
                   PERFORM S295-10     THRU    S295-EX
                   GO      TO      S530-EX
           END-IF
           IF      WK-NEG      =       "Y"
                   COMPUTE WK-BIN-VAL = WK-BIN-FULL - WK-NUM18
           ELSE
                   MOVE    WK-NUM18    TO      WK-BIN-VAL
           END-IF

           PERFORM VARYING K FROM WK-FLD-LEN BY -1
                   UNTIL K < 1
                   DIVIDE  WK-BIN-VAL BY 256 GIVING WK-BIN-VAL
                           REMAINDER WK-BIN-R
                   MOVE    WK-BIN-R    TO      WK-BYTE
                   MOVE    WK-BYTE-R   TO
                           LDE12-BUF2 (WK-FLD-POS + K - 1:1)
           END-PERFORM
           .
       S530-EX.
           EXIT.
