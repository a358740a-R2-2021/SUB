      *    *** 固定レコード => JSON Lines 組立て サブルーチン
      *    *** 相手先APIがJSONを求める時、固定桁のレコード1件を
      *    *** JSONのオブジェクト1行(改行無し)へ組み立てる。
      *    *** 項目はFILEDUMPのレコード割付け定義(LAYOUT-FILE)で指定:
      *    ***   X=文字列(後方空白を除き、"・\・制御コードを
      *    ***     エスケープ。SJIS・EUCはDECODE05でUTF8へ直す)
      *    ***   9=ゾーン10進、P=パック10進、B=2進(ビッグエンディアン)
      *    ***     はJSONの数値(小数桁の位置に小数点)
      *    ***   数値として読めない項目・レコードの外の項目は null、
      *    ***   全桁空白の数値項目も null(NG件数には数えない)
      *    *** DECODE05と同じ OPEN,CHANGE,CLOSE の呼び出し形式
      *    *** (CPDECODE11)。OUTTAKEの1工程として使い、チェックサム・
      *    *** マニフェスト・共通バランスはOUTTAKEがそのまま取る
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DECODE11.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** レコード割付け定義
       SELECT LAY-F            ASSIGN   WK-LAY-F-NAME
                               STATUS   WK-LAY-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** 割付け定義 1行= 項目名(16) 種別(1) 位置(5) 長さ(5) 小数(2)
       FD  LAY-F
           LABEL RECORDS ARE STANDARD.
       01  LAY-REC.
           03  LAY-NAME        PIC  X(016).
           03  FILLER          PIC  X(001).
           03  LAY-TYPE        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LAY-POS         PIC  X(005).
           03  FILLER          PIC  X(001).
           03  LAY-LEN         PIC  X(005).
           03  FILLER          PIC  X(001).
           03  LAY-SCALE       PIC  X(002).
           03  FILLER          PIC  X(047).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DECODE11".

           03  WK-LAY-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-LAY-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-LAY-EOF      PIC  X(001) VALUE LOW-VALUE.

      *    *** 文字項目をDECODE05でUTF8へ直すか
           03  WK-CNV-SW       PIC  X(001) VALUE "N".

      *    *** 出力位置と器の大きさ
           03  WK-Q            BINARY-LONG SYNC VALUE ZERO.
           03  WK-CAP          BINARY-LONG SYNC VALUE ZERO.
           03  WK-CH           PIC  X(001) VALUE SPACE.

      *    *** 項目1件の位置・長さ
           03  WK-FLD-POS      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FLD-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FLD-END      BINARY-LONG SYNC VALUE ZERO.

      *    *** 文字項目(変換前の写しとUTF8へ直した後)
           03  WK-FLD-BUF      PIC  X(032001) VALUE SPACE.
           03  WK-TXT-BUF      PIC  X(048000) VALUE SPACE.
           03  WK-TXT-LEN      BINARY-LONG SYNC VALUE ZERO.

      *    *** 数値項目の数字列・符号・不良
           03  WK-DIG          PIC  X(040) VALUE SPACE.
           03  WK-DIG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SIGN         PIC  X(001) VALUE SPACE.
           03  WK-BAD-SW       PIC  X(001) VALUE "N".
           03  WK-NULL-SW      PIC  X(001) VALUE "N".
           03  WK-SCALE        BINARY-LONG SYNC VALUE ZERO.
           03  WK-INT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIRST-NZ     BINARY-LONG SYNC VALUE ZERO.

      *    *** 2進項目の値
           03  WK-BIN-VAL      PIC S9(020) COMP-3 VALUE ZERO.
           03  WK-BIN-ABS      PIC  9(020) VALUE ZERO.

      *    *** 1バイトの値とニブル
           03  WK-BYTE         PIC  X(001) COMP-X VALUE ZERO.
           03  WK-BYTE-R       REDEFINES WK-BYTE
                               PIC  X(001).
           03  WK-NIB-H        BINARY-LONG SYNC VALUE ZERO.
           03  WK-NIB-L        BINARY-LONG SYNC VALUE ZERO.

           03  WK-QUOTE        PIC  X(001) VALUE X"22".
           03  WK-BSL          PIC  X(001) VALUE X"5C".
           03  WK-HEX-CHR      PIC  X(016) VALUE "0123456789abcdef".
           03  WK-DIGITS       PIC  X(010) VALUE "0123456789".

           COPY    CPDECODE05  REPLACING ==:##:== BY ==WDE05==.

      *    *** 割付け定義テーブル
       01  TBL-LAY-AREA.
           03  TBL-LAY-ENT     OCCURS 200.
             05  TBL-LAY-NAME  PIC  X(016).
             05  TBL-LAY-NLEN  BINARY-LONG SYNC.
             05  TBL-LAY-TYPE  PIC  X(001).
             05  TBL-LAY-POS   BINARY-LONG SYNC.
             05  TBL-LAY-LEN   BINARY-LONG SYNC.
             05  TBL-LAY-SCALE BINARY-LONG SYNC.
       01  TBL-LAY-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  L3              BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

           COPY    CPDECODE11  REPLACING ==:##:== BY ==LDE11==.

      *    *** 固定レコード
       01  LDE11-BUF1          PIC  X(001) ANY LENGTH.

      *    *** JSON1行
       01  LDE11-BUF2          PIC  X(001) ANY LENGTH.

       PROCEDURE   DIVISION    USING   LDE11-DECODE11-AREA
                                       LDE11-BUF1
                                       LDE11-BUF2
           .
       M100-10.

           EVALUATE LDE11-ID
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
                   DISPLAY WK-PGM-NAME " LDE11-ID PARA ERROR="
                           LDE11-ID
                   DISPLAY WK-PGM-NAME
                           " LDE11-ID OPEN,CHANGE,CLOSE 指定"
                   STOP    RUN
           END-EVALUATE
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** OPEN(割付け定義の読込みと文字コード変換の用意)
       S010-10.

           EVALUATE LDE11-HENKAN
               WHEN "SU"
               WHEN "EU"
                   MOVE    "Y"         TO      WK-CNV-SW
               WHEN SPACE
               WHEN "NN"
                   MOVE    "N"         TO      WK-CNV-SW
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LDE11-HENKAN PARA ERROR="
                           LDE11-HENKAN
                   DISPLAY WK-PGM-NAME " LDE11-HENKAN SU,EU,NN 指定"
                   STOP    RUN
           END-EVALUATE

           MOVE    LDE11-LAYOUT TO     WK-LAY-F-NAME
           CALL    "PATHSVC"   USING   WK-LAY-F-NAME
           MOVE    ZERO        TO      TBL-LAY-CNT

           OPEN    INPUT       LAY-F
           IF      WK-LAY-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " LAY-F OPEN ERROR STATUS="
                           WK-LAY-STATUS " (" TRIM(WK-LAY-F-NAME) ")"
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-LAY-EOF
           PERFORM UNTIL WK-LAY-EOF =  HIGH-VALUE
                   READ    LAY-F
                   IF      WK-LAY-STATUS =     ZERO
                       IF  LAY-NAME NOT = SPACE
                           AND LAY-NAME (1:1) NOT = "#"
                           AND LAY-NAME (1:1) NOT = "*"
                           PERFORM S020-10     THRU    S020-EX
                       END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-LAY-EOF
                   END-IF
           END-PERFORM
           CLOSE   LAY-F

           IF      TBL-LAY-CNT =       ZERO
                   DISPLAY WK-PGM-NAME " 割付け定義 項目無し("
                           TRIM(WK-LAY-F-NAME) ")"
                   STOP    RUN
           END-IF
           MOVE    TBL-LAY-CNT TO      LDE11-FLD-CNT

      *    *** 文字項目のUTF8変換テーブル(元がSJIS・EUCの時)
           IF      WK-CNV-SW   =       "Y"
      *    *** MODE=AA: ASCIIは1バイトづつ素通し(空白2個を全角空白に
      *    *** 寄せない)
                   MOVE    LDE11-HENKAN TO     WDE05-HENKAN
                   MOVE    "AA"        TO      WDE05-MODE
                   MOVE    SPACE       TO      WDE05-LAYOUT
                   MOVE    "OPEN  "    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               WK-CH
                                               WK-TXT-BUF
           END-IF

           DISPLAY WK-PGM-NAME " 割付け定義 項目=" TBL-LAY-CNT
           .
       S010-EX.
           EXIT.

      *    *** 割付け定義1行の登録(誤りは出力が壊れるので止める)
       S020-10.

           IF      LAY-POS IS NOT NUMERIC
              OR   LAY-LEN IS NOT NUMERIC
              OR   LAY-SCALE NOT = SPACE AND LAY-SCALE IS NOT NUMERIC
              OR   LAY-TYPE NOT = "X" AND "9" AND "P" AND "B"
                   DISPLAY WK-PGM-NAME " 割付け定義の誤り: "
                           LAY-REC
                   STOP    RUN
           END-IF
           IF      TBL-LAY-CNT >=      200
                   DISPLAY WK-PGM-NAME " 割付け定義 項目過多"
                   STOP    RUN
           END-IF

           ADD     1           TO      TBL-LAY-CNT
           MOVE    TBL-LAY-CNT TO      M
           MOVE    LAY-NAME    TO      TBL-LAY-NAME (M)
           MOVE    LAY-TYPE    TO      TBL-LAY-TYPE (M)
           MOVE    LAY-POS     TO      TBL-LAY-POS (M)
           MOVE    LAY-LEN     TO      TBL-LAY-LEN (M)
           IF      LAY-SCALE IS NUMERIC
                   MOVE    LAY-SCALE   TO      TBL-LAY-SCALE (M)
           ELSE
                   MOVE    ZERO        TO      TBL-LAY-SCALE (M)
           END-IF

      *    *** キー名の実長(後方空白を除く)
           MOVE    16          TO      TBL-LAY-NLEN (M)
           PERFORM UNTIL TBL-LAY-NLEN (M) <= 1
                      OR LAY-NAME (TBL-LAY-NLEN (M):1) NOT = SPACE
                   SUBTRACT 1  FROM    TBL-LAY-NLEN (M)
           END-PERFORM

      *    *** 桁の上限(文字は変換の器、数値は18桁・2進8バイト)
           IF      TBL-LAY-POS (M) =   ZERO
              OR   TBL-LAY-LEN (M) =   ZERO
              OR   TBL-LAY-TYPE (M) = "X" AND TBL-LAY-LEN (M) > 32000
              OR   TBL-LAY-TYPE (M) = "9" AND TBL-LAY-LEN (M) > 18
              OR   TBL-LAY-TYPE (M) = "P" AND TBL-LAY-LEN (M) > 10
              OR   TBL-LAY-TYPE (M) = "B" AND TBL-LAY-LEN (M) > 8
                   DISPLAY WK-PGM-NAME " 割付け定義 位置誤り"
                   DISPLAY WK-PGM-NAME " " LAY-REC
                   STOP    RUN
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** CHANGE(レコード1件をJSON1行へ)
       S100-10.

           MOVE    LENGTH(LDE11-BUF2) TO WK-CAP
           MOVE    ZERO        TO      WK-Q
                                       LDE11-NG-CNT
           MOVE    "N"         TO      LDE11-OVER-SW

           MOVE    "{"         TO      WK-CH
           PERFORM S900-10     THRU    S900-EX

           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TBL-LAY-CNT
                   PERFORM S110-10     THRU    S110-EX
           END-PERFORM

           MOVE    "}"         TO      WK-CH
           PERFORM S900-10     THRU    S900-EX

      *    *** 器あふれ(壊れたJSONを黙って渡さない様に知らせる)
           IF      WK-Q        >       WK-CAP
                   DISPLAY WK-PGM-NAME " BUF2 OVERFLOW REC="
                           LDE11-BUF1-CNT " LEN=" WK-Q
                   MOVE    "Y"         TO      LDE11-OVER-SW
                   MOVE    WK-CAP      TO      WK-Q
           END-IF
           MOVE    WK-Q        TO      LDE11-BUF2-LEN
           .
       S100-EX.
           EXIT.

      *    *** 項目1件("キー":値)
       S110-10.

           IF      M           >       1
                   MOVE    ","         TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
           END-IF
           MOVE    WK-QUOTE    TO      WK-CH
           PERFORM S900-10     THRU    S900-EX
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > TBL-LAY-NLEN (M)
                   MOVE    TBL-LAY-NAME (M) (L:1) TO WK-CH
                   PERFORM S910-10     THRU    S910-EX
           END-PERFORM
           MOVE    WK-QUOTE    TO      WK-CH
           PERFORM S900-10     THRU    S900-EX
           MOVE    ":"         TO      WK-CH
           PERFORM S900-10     THRU    S900-EX

           MOVE    TBL-LAY-POS (M) TO  WK-FLD-POS
           MOVE    TBL-LAY-LEN (M) TO  WK-FLD-LEN
           COMPUTE WK-FLD-END = WK-FLD-POS + WK-FLD-LEN - 1

      *    *** レコードの外(短いレコード)は null
           IF      WK-FLD-END  >       LDE11-BUF1-LEN
                   PERFORM S920-10     THRU    S920-EX
                   GO      TO      S110-EX
           END-IF

           MOVE    SPACE       TO      WK-SIGN
           MOVE    ZERO        TO      WK-DIG-CNT
           MOVE    "N"         TO      WK-BAD-SW
                                       WK-NULL-SW

           EVALUATE TBL-LAY-TYPE (M)
               WHEN "X"
                   PERFORM S120-10     THRU    S120-EX
                   GO      TO      S110-EX
               WHEN "9"
                   PERFORM S130-10     THRU    S130-EX
               WHEN "P"
                   PERFORM S140-10     THRU    S140-EX
               WHEN "B"
                   PERFORM S150-10     THRU    S150-EX
           END-EVALUATE

      *    *** 全桁空白は null(2進は空白でも値)、読めない数値は
      *    *** null とNG件数
           IF      TBL-LAY-TYPE (M) NOT = "B"
              AND  LDE11-BUF1 (WK-FLD-POS:WK-FLD-LEN) = SPACE
                   MOVE    "Y"         TO      WK-NULL-SW
           END-IF
           IF      WK-NULL-SW  =       "Y"
                   PERFORM S920-10     THRU    S920-EX
                   GO      TO      S110-EX
           END-IF
           IF      WK-BAD-SW   =       "Y"
                   ADD     1           TO      LDE11-NG-CNT
                   DISPLAY WK-PGM-NAME " 数値不正 REC="
                           LDE11-BUF1-CNT " 項目=" TBL-LAY-NAME (M)
                   PERFORM S920-10     THRU    S920-EX
                   GO      TO      S110-EX
           END-IF

           PERFORM S160-10     THRU    S160-EX
           .
       S110-EX.
           EXIT.

      *    *** 文字項目(後方空白を除き、UTF8へ直してエスケープ)
       S120-10.

           PERFORM UNTIL WK-FLD-LEN = ZERO
                      OR LDE11-BUF1 (WK-FLD-POS + WK-FLD-LEN - 1:1)
                         NOT = SPACE
                   SUBTRACT 1  FROM    WK-FLD-LEN
           END-PERFORM

           MOVE    ZERO        TO      WK-TXT-LEN
           IF      WK-FLD-LEN  >       ZERO
                   IF      WK-CNV-SW   =       "Y"
      *    *** DECODE05は行末(改行)付きのレコードを受ける約束のため
      *    *** 後ろに空白1バイトを足して渡す(変換後の後方空白は落ちる)
                           MOVE    LDE11-BUF1 (WK-FLD-POS:WK-FLD-LEN)
                                   TO      WK-FLD-BUF (1:WK-FLD-LEN)
                           MOVE    SPACE       TO
                                   WK-FLD-BUF (WK-FLD-LEN + 1:1)
                           COMPUTE WDE05-BUF1-LEN = WK-FLD-LEN + 1
                           MOVE    LDE11-BUF1-CNT TO   WDE05-BUF1-CNT
                           MOVE    "CHANGE"    TO      WDE05-ID
                           CALL    "DECODE05"
                                   USING   WDE05-DECODE05-AREA
                                           WK-FLD-BUF (1:WDE05-BUF1-LEN)
                                           WK-TXT-BUF
                           MOVE    WDE05-BUF2-LEN TO   WK-TXT-LEN
                   ELSE
                           MOVE    LDE11-BUF1 (WK-FLD-POS:WK-FLD-LEN)
                                   TO      WK-TXT-BUF (1:WK-FLD-LEN)
                           MOVE    WK-FLD-LEN  TO      WK-TXT-LEN
                   END-IF
           END-IF

           MOVE    WK-QUOTE    TO      WK-CH
           PERFORM S900-10     THRU    S900-EX
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-TXT-LEN
                   MOVE    WK-TXT-BUF (L:1) TO WK-CH
                   PERFORM S910-10     THRU    S910-EX
           END-PERFORM
           MOVE    WK-QUOTE    TO      WK-CH
           PERFORM S900-10     THRU    S900-EX
           .
       S120-EX.
           EXIT.

      *    *** ゾーン10進(各バイト上位ニブル3、最終バイトの7はマイナス)
       S130-10.

           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-FLD-LEN
                   COMPUTE L3 = WK-FLD-POS + L - 1
                   MOVE    LDE11-BUF1 (L3:1) TO WK-BYTE-R
                   DIVIDE  WK-BYTE     BY      16
                           GIVING  WK-NIB-H
                           REMAINDER WK-NIB-L
                   IF      WK-NIB-L    >       9
                           MOVE    "Y"         TO      WK-BAD-SW
                   END-IF
                   IF      WK-NIB-H    =       7
                      AND  L           =       WK-FLD-LEN
                           MOVE    "-"         TO      WK-SIGN
                   ELSE
                           IF      WK-NIB-H    NOT =   3
                                   MOVE    "Y"         TO  WK-BAD-SW
                           END-IF
                   END-IF
                   IF      WK-BAD-SW   =       "N"
                           ADD     1           TO      WK-DIG-CNT
                           MOVE    WK-DIGITS (WK-NIB-L + 1:1) TO
                                   WK-DIG (WK-DIG-CNT:1)
                   END-IF
           END-PERFORM
           .
       S130-EX.
           EXIT.

      *    *** パック10進(最終ニブルが符号 D・B=マイナス)
       S140-10.

           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-FLD-LEN
                   COMPUTE L3 = WK-FLD-POS + L - 1
                   MOVE    LDE11-BUF1 (L3:1) TO WK-BYTE-R
                   DIVIDE  WK-BYTE     BY      16
                           GIVING  WK-NIB-H
                           REMAINDER WK-NIB-L
                   IF      WK-NIB-H    >       9
                           MOVE    "Y"         TO      WK-BAD-SW
                   ELSE
                           ADD     1           TO      WK-DIG-CNT
                           MOVE    WK-DIGITS (WK-NIB-H + 1:1) TO
                                   WK-DIG (WK-DIG-CNT:1)
                   END-IF
                   IF      L           <       WK-FLD-LEN
                           IF      WK-NIB-L    >       9
                                   MOVE    "Y"         TO  WK-BAD-SW
                           ELSE
                                   ADD     1           TO  WK-DIG-CNT
                                   MOVE    WK-DIGITS (WK-NIB-L + 1:1)
                                           TO  WK-DIG (WK-DIG-CNT:1)
                           END-IF
                   ELSE
                           EVALUATE WK-NIB-L
                               WHEN 11
                               WHEN 13
                                   MOVE    "-"         TO  WK-SIGN
                               WHEN 10
                               WHEN 12
                               WHEN 14
                               WHEN 15
                                   CONTINUE
                               WHEN OTHER
                                   MOVE    "Y"         TO  WK-BAD-SW
                           END-EVALUATE
                   END-IF
           END-PERFORM
           .
       S140-EX.
           EXIT.

      *    *** 2進(ビッグエンディアン、先頭ビットが立てば2の補数の負数)
       S150-10.

           MOVE    ZERO        TO      WK-BIN-VAL
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-FLD-LEN
                   COMPUTE L3 = WK-FLD-POS + L - 1
                   MOVE    LDE11-BUF1 (L3:1) TO WK-BYTE-R
                   COMPUTE WK-BIN-VAL = ( WK-BIN-VAL * 256 ) + WK-BYTE
           END-PERFORM
           MOVE    LDE11-BUF1 (WK-FLD-POS:1) TO WK-BYTE-R
           IF      WK-BYTE     >=      128
                   COMPUTE WK-BIN-VAL = WK-BIN-VAL
                                      - ( 256 ** WK-FLD-LEN )
           END-IF

           IF      WK-BIN-VAL  <       ZERO
                   MOVE    "-"         TO      WK-SIGN
                   COMPUTE WK-BIN-ABS = ZERO - WK-BIN-VAL
           ELSE
                   MOVE    WK-BIN-VAL  TO      WK-BIN-ABS
           END-IF
           MOVE    WK-BIN-ABS  TO      WK-DIG (1:20)
           MOVE    20          TO      WK-DIG-CNT
           .
       S150-EX.
           EXIT.

      *    *** 数字列へ符号と小数点を付けてJSONの数値で出す
      *    *** (整数部の先頭ゼロは落とし、小数部は小数桁どおり)
       S160-10.

           MOVE    TBL-LAY-SCALE (M) TO WK-SCALE

      *    *** 全桁ゼロは符号を付けない
           MOVE    ZERO        TO      WK-FIRST-NZ
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-DIG-CNT OR WK-FIRST-NZ > ZERO
                   IF      WK-DIG (L:1) NOT =  "0"
                           MOVE    L           TO      WK-FIRST-NZ
                   END-IF
           END-PERFORM
           IF      WK-FIRST-NZ =       ZERO
                   MOVE    SPACE       TO      WK-SIGN
                   MOVE    WK-DIG-CNT  TO      WK-FIRST-NZ
           END-IF

           IF      WK-SIGN     =       "-"
                   MOVE    "-"         TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
           END-IF

      *    *** 整数部
           COMPUTE WK-INT-CNT = WK-DIG-CNT - WK-SCALE
           IF      WK-INT-CNT  <=      ZERO
              OR   WK-FIRST-NZ >       WK-INT-CNT
                   MOVE    "0"         TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
           ELSE
                   PERFORM VARYING L FROM WK-FIRST-NZ BY 1
                           UNTIL L > WK-INT-CNT
                           MOVE    WK-DIG (L:1) TO     WK-CH
                           PERFORM S900-10     THRU    S900-EX
                   END-PERFORM
           END-IF

      *    *** 小数部(桁が足りなければ前ゼロを補う)
           IF      WK-SCALE    >       ZERO
                   MOVE    "."         TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
                   PERFORM VARYING L FROM WK-INT-CNT BY 1
                           UNTIL L >= WK-DIG-CNT
                           IF      L           <       ZERO
                                   MOVE    "0"         TO  WK-CH
                           ELSE
                                   MOVE    WK-DIG (L + 1:1) TO WK-CH
                           END-IF
                           PERFORM S900-10     THRU    S900-EX
                   END-PERFORM
           END-IF
           .
       S160-EX.
           EXIT.

      *    *** 1バイト出力(器を超えた分は数えるだけ)
       S900-10.

           ADD     1           TO      WK-Q
           IF      WK-Q        <=      WK-CAP
                   MOVE    WK-CH       TO      LDE11-BUF2 (WK-Q:1)
           END-IF
           .
       S900-EX.
           EXIT.

      *    *** 文字列の中の1バイト(" \ と制御コードはエスケープ)
       S910-10.

           EVALUATE TRUE
               WHEN WK-CH = WK-QUOTE
               WHEN WK-CH = WK-BSL
                   MOVE    WK-CH       TO      WK-BYTE-R
                   MOVE    WK-BSL      TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    WK-BYTE-R   TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
               WHEN WK-CH = X"08"
                   PERFORM S915-10     THRU    S915-EX
                   MOVE    "b"         TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
               WHEN WK-CH = X"09"
                   PERFORM S915-10     THRU    S915-EX
                   MOVE    "t"         TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
               WHEN WK-CH = X"0A"
                   PERFORM S915-10     THRU    S915-EX
                   MOVE    "n"         TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
               WHEN WK-CH = X"0C"
                   PERFORM S915-10     THRU    S915-EX
                   MOVE    "f"         TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
               WHEN WK-CH = X"0D"
                   PERFORM S915-10     THRU    S915-EX
                   MOVE    "r"         TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
               WHEN WK-CH < X"20"
      *    *** その他の制御コードは \u00XX
                   MOVE    WK-CH       TO      WK-BYTE-R
                   DIVIDE  WK-BYTE     BY      16
                           GIVING  WK-NIB-H
                           REMAINDER WK-NIB-L
                   PERFORM S915-10     THRU    S915-EX
                   MOVE    "u"         TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    "0"         TO      WK-CH
                   PERFORM S900-10     THRU    S900-EX
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    WK-HEX-CHR (WK-NIB-H + 1:1) TO WK-CH
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    WK-HEX-CHR (WK-NIB-L + 1:1) TO WK-CH
                   PERFORM S900-10     THRU    S900-EX
               WHEN OTHER
                   PERFORM S900-10     THRU    S900-EX
           END-EVALUATE
           .
       S910-EX.
           EXIT.

      *    *** エスケープの \ を出す
       S915-10.

           MOVE    WK-BSL      TO      WK-CH
           PERFORM S900-10     THRU    S900-EX
           .
       S915-EX.
           EXIT.

      *    *** null を出す
       S920-10.

           MOVE    "n"         TO      WK-CH
           PERFORM S900-10     THRU    S900-EX
           MOVE    "u"         TO      WK-CH
           PERFORM S900-10     THRU    S900-EX
           MOVE    "l"         TO      WK-CH
           PERFORM S900-10     THRU    S900-EX
           PERFORM S900-10     THRU    S900-EX
           .
       S920-EX.
           EXIT.
