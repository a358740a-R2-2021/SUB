      *    *** 入出力・重複排除の件数はCTLBALへ記録し、CTLRECONが
      *    *** 「ソートで1件も消えていない」ことを検証できる様にする。
      *    *** 制御カード:
      *    ***   KEY <位置> <桁数> <A|D> [K|U]
      *    ***                             (複数可、合計64バイトまで)
      *    ***   DEDUP                     (同一キーの2件目以降を捨てる)
      *    ***   IN  <入力ファイル名>      (複数可=マージ、最大4本)
      *    ***   OUT <出力ファイル名>
      *    *** 降順キーはキー前置を反転(各バイトを255-値)して組み立てる
      *    *** KEY の4つ目に K(SJIS)・U(UTF8) を付けると、その項目を
      *    *** 五十音順(読みの順)のキーに組み立てる。DECODE05の正規化
      *    *** (MODE=NM)で半角カナを全角に寄せてから、
      *    ***   第1キー=清音の五十音順(濁点・半濁点・小書き・
      *    ***           ひらがな/カタカナの違いを無視、長音は直前の
      *    ***           母音に読み替え)
      *    ***   第2キー=濁点・半濁点、小書き・長音、ひらがな/カタカナ
      *    *** の順に並べる。組立キーは桁数の2倍を使う(第1・第2キー)。
      *    *** 明細は元のレコードのまま出力する
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SORTUTIL.

           03  WK-C-OP1        PIC  X(256) VALUE SPACE.
           03  WK-C-OP2        PIC  X(005) VALUE SPACE.
           03  WK-C-OP3        PIC  X(001) VALUE SPACE.
           03  WK-C-OP4        PIC  X(001) VALUE SPACE.

      *    *** 重複排除
           03  WK-DEDUP-SW     PIC  X(001) VALUE "N".
             05  TBL-KEY-POS   BINARY-LONG SYNC.
             05  TBL-KEY-LEN   BINARY-LONG SYNC.
             05  TBL-KEY-ORD   PIC  X(001).
      *    *** 五十音順 空白=無し、K=SJIS、U=UTF8
             05  TBL-KEY-COL   PIC  X(001).
       01  TBL-KEY-CNT         BINARY-LONG SYNC VALUE ZERO.
       01  WK-KEY-TOTAL        BINARY-LONG SYNC VALUE ZERO.

                               PIC  X(256).
       01  TBL-IN-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 五十音順キー組み立て用
       01  KANA-AREA.
      *    *** 五十音順キー有り=Y(DECODE05を開く)
           03  WK-KANA-SW      PIC  X(001) VALUE "N".
           03  WK-KN-IN        PIC  X(064) VALUE SPACE.
           03  WK-KN-OUT       PIC  X(128) VALUE SPACE.
           03  WK-KN-PRI       PIC  X(032) VALUE LOW-VALUE.
           03  WK-KN-SEC       PIC  X(032) VALUE LOW-VALUE.
           03  WK-KN-PRI-LEN   BINARY-LONG SYNC VALUE ZERO.
           03  WK-KN-SEC-LEN   BINARY-LONG SYNC VALUE ZERO.
           03  WK-KN-IDX       BINARY-LONG SYNC VALUE ZERO.
      *    *** 直前のかなの五十音番号(長音の読み替え用、0=かな以外)
           03  WK-KN-LAST      BINARY-LONG SYNC VALUE ZERO.
      *    *** 1文字分の重み(第1キーは2バイト迄)
           03  WK-KN-W1        PIC  X(002) VALUE SPACE.
           03  WK-KN-W1-LEN    BINARY-LONG SYNC VALUE ZERO.
           03  WK-KN-W2        PIC  X(001) VALUE SPACE.
      *    *** 0=ひらがな、1=カタカナ
           03  WK-KN-SCRIPT    BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDECODE05  REPLACING ==:##:== BY ==WDE05==.

      *    *** 全角カタカナ(SJIS 8340-8396)の五十音番号・清濁・大小
      *    *** 五十音番号 01=ア…05=オ、06=カ…46=ン(ヰ・ヱはイ・エ)
      *    *** 清濁 1=清音、2=濁音、3=半濁音
      *    *** 大小 0=小書き、1=通常
      *    *** ひらがな(829F-82F1)は対応するカタカナへ寄せて引く
       01  TBL-KANA-AREA.
      *    *** ァアィイゥウェエォオ
           03  FILLER          PIC  X(040) VALUE
               "0110011102100211031003110410041105100511".
      *    *** カガキギクグケゲコゴ
           03  FILLER          PIC  X(040) VALUE
               "0611062107110721081108210911092110111021".
      *    *** サザシジスズセゼソゾ
           03  FILLER          PIC  X(040) VALUE
               "1111112112111221131113211411142115111521".
      *    *** タダチヂッツヅテデト
           03  FILLER          PIC  X(040) VALUE
               "1611162117111721181018111821191119212011".
      *    *** ドナニヌネノハバパヒ
           03  FILLER          PIC  X(040) VALUE
               "2021211122112311241125112611262126312711".
      *    *** ビピフブプヘベペホボ
           03  FILLER          PIC  X(040) VALUE
               "2721273128112821283129112921293130113021".
      *    *** ポマミ(837F欠番)ムメモャヤュ
           03  FILLER          PIC  X(040) VALUE
               "3031311132110000331134113511361036113710".
      *    *** ユョヨラリルレロヮワ
           03  FILLER          PIC  X(040) VALUE
               "3711381038113911401141114211431144104411".
      *    *** ヰヱヲンヴヵヶ
           03  FILLER          PIC  X(028) VALUE
               "0211041145114611032106100910".
       01  TBL-KANA-R          REDEFINES TBL-KANA-AREA.
           03  TBL-KN-ENT      OCCURS 87.
             05  TBL-KN-GOJU   PIC  9(002).
             05  TBL-KN-VOICE  PIC  9(001).
             05  TBL-KN-SIZE   PIC  9(001).

      *    *** 長音の読み替え(五十音番号=>その母音の五十音番号)
       01  TBL-VOWEL-AREA.
      *    *** ア行-マ行
           03  FILLER          PIC  X(050) VALUE
               "01020304050102030405010203040501020304050102030405".
           03  FILLER          PIC  X(020) VALUE
               "01020304050102030405".
      *    *** ヤユヨ・ラ行・ワヲン
           03  FILLER          PIC  X(022) VALUE
               "0103050102030405010546".
       01  TBL-VOWEL-R         REDEFINES TBL-VOWEL-AREA.
           03  TBL-KN-VOWEL    OCCURS 46
                               PIC  9(002).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

                   STOP    RUN
           END-IF

      *    *** 五十音順キーは正規化(DECODE05)を使う
           IF      WK-KANA-SW  =       "Y"
                   MOVE    "NN"        TO      WDE05-HENKAN
                   MOVE    "NM"        TO      WDE05-MODE
                   MOVE    SPACE       TO      WDE05-LAYOUT
                   MOVE    "OPEN  "    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               WK-KN-IN
                                               WK-KN-OUT
           END-IF

           SORT    SORT-F
                   ASCENDING KEY SRT-KEY
                   INPUT  PROCEDURE S100-10 THRU S100-EX
                   OUTPUT PROCEDURE S200-10 THRU S200-EX

           IF      WK-KANA-SW  =       "Y"
                   MOVE    "CLOSE "    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               WK-KN-IN
                                               WK-KN-OUT
           END-IF

      *    *** コントロールトータル記録(消えた件数=重複排除のみのはず)
           MOVE    WK-POT1-F-NAME (1:32) TO WK-BAL-FILE
           MOVE    WK-IN-CNT   TO      WK-BAL-IN
                                       WK-C-OP1
                                       WK-C-OP2
                                       WK-C-OP3
                                       WK-C-OP4
           UNSTRING CTL-REC DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                           WK-C-OP1
                           WK-C-OP2
                           WK-C-OP3
                           WK-C-OP4
           END-UNSTRING

           EVALUATE WK-C-VERB
                   IF      TBL-KEY-CNT >=      5
                        OR WK-C-OP1 (1:5) IS NOT NUMERIC
                        OR WK-C-OP2 IS NOT NUMERIC
                        OR WK-C-OP4 NOT = SPACE AND "K" AND "U"
                           DISPLAY WK-PGM-NAME " KEY CARD FUSEI: "
                                   CTL-REC
                           GO      TO      S020-EX
                   ELSE
                           MOVE    "A" TO  TBL-KEY-ORD (TBL-KEY-CNT)
                   END-IF
                   MOVE    WK-C-OP4    TO      TBL-KEY-COL (TBL-KEY-CNT)
                   ADD     TBL-KEY-LEN (TBL-KEY-CNT) TO WK-KEY-TOTAL
      *    *** 五十音順キーは第1・第2キーで桁数の2倍を使う
                   IF      WK-C-OP4    NOT =   SPACE
                           ADD     TBL-KEY-LEN (TBL-KEY-CNT) TO
                                   WK-KEY-TOTAL
                           MOVE    "Y"         TO      WK-KANA-SW
                   END-IF
                   IF      WK-KEY-TOTAL >      64
                           DISPLAY WK-PGM-NAME
                                   " KEY GOUKEI 64 BYTE CHOUKA"
           MOVE    ZERO        TO      WK-KEY-OFF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-KEY-CNT
                   IF      TBL-KEY-COL (I) NOT = SPACE
                           PERFORM S130-10     THRU    S130-EX
                           ADD     TBL-KEY-LEN (I) TO  WK-KEY-OFF
                   ELSE
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > TBL-KEY-LEN (I)
                           IF  TBL-KEY-POS (I) + J - 1 <= WK-PIN-LEN
                           MOVE WK-PIC-X TO
                                SRT-KEY (WK-KEY-OFF + J:1)
                   END-PERFORM
                   END-IF
                   ADD     TBL-KEY-LEN (I) TO  WK-KEY-OFF
           END-PERFORM

       S120-EX.
           EXIT.

      *    *** 五十音順キーの組み立て(キーI番をSRT-KEYのWK-KEY-OFF+1から)
      *    *** 項目を正規化(半角カナ=>全角、全角英数=>半角)してから
      *    *** 1文字づつ第1キー(読み)と第2キー(清濁・大小等)の重みに
      *    *** 置き換え、桁数分づつ並べる。足りない所はLOW-VALUE
       S130-10.

           MOVE    LOW-VALUE   TO      WK-KN-PRI
                                       WK-KN-SEC
           MOVE    ZERO        TO      WK-KN-PRI-LEN
                                       WK-KN-SEC-LEN
                                       WK-KN-LAST

      *    *** 項目の切り出し(レコードの外は空白)
           IF      TBL-KEY-POS (I) >   WK-PIN-LEN
                   GO      TO      S130-80
           END-IF
           COMPUTE L = WK-PIN-LEN - TBL-KEY-POS (I) + 1
           IF      L           >       TBL-KEY-LEN (I)
                   MOVE    TBL-KEY-LEN (I) TO  L
           END-IF
           MOVE    PIN1-REC (TBL-KEY-POS (I):L) TO WK-KN-IN (1:L)
      *    *** 後ろに空白1バイトを足して渡す(変換後の後方空白は落ちる)
           MOVE    SPACE       TO      WK-KN-IN (L + 1:1)
           COMPUTE WDE05-BUF1-LEN = L + 1
           MOVE    WK-IN-CNT   TO      WDE05-BUF1-CNT
           IF      TBL-KEY-COL (I) =   "U"
                   MOVE    "US"        TO      WDE05-HENKAN
           ELSE
                   MOVE    "NN"        TO      WDE05-HENKAN
           END-IF
           MOVE    "NM"        TO      WDE05-MODE
           MOVE    "CHANGE"    TO      WDE05-ID
           CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                       WK-KN-IN (1:WDE05-BUF1-LEN)
                                       WK-KN-OUT

           MOVE    1           TO      M
           PERFORM UNTIL M > WDE05-BUF2-LEN
                      OR WK-KN-SEC-LEN >= TBL-KEY-LEN (I)
                   PERFORM S140-10     THRU    S140-EX
      *    *** 桁数に入り切らない文字から後ろは捨てる
                   IF      WK-KN-PRI-LEN + WK-KN-W1-LEN
                                       >       TBL-KEY-LEN (I)
                           COMPUTE M = WDE05-BUF2-LEN + 1
                   ELSE
                           MOVE    WK-KN-W1 (1:WK-KN-W1-LEN) TO
                                   WK-KN-PRI (WK-KN-PRI-LEN + 1:
                                              WK-KN-W1-LEN)
                           ADD     WK-KN-W1-LEN TO     WK-KN-PRI-LEN
                           ADD     1           TO      WK-KN-SEC-LEN
                           MOVE    WK-KN-W2    TO
                                   WK-KN-SEC (WK-KN-SEC-LEN:1)
                   END-IF
           END-PERFORM
           .
       S130-80.

           MOVE    WK-KN-PRI (1:TBL-KEY-LEN (I)) TO
                   SRT-KEY (WK-KEY-OFF + 1:TBL-KEY-LEN (I))
           MOVE    WK-KN-SEC (1:TBL-KEY-LEN (I)) TO
                   SRT-KEY (WK-KEY-OFF + TBL-KEY-LEN (I) + 1:
                            TBL-KEY-LEN (I))

      *    *** 降順は第1・第2キーとも各バイトを反転する
           IF      TBL-KEY-ORD (I) =   "D"
                   PERFORM VARYING N FROM 1 BY 1
                           UNTIL N > TBL-KEY-LEN (I) * 2
                           MOVE SRT-KEY (WK-KEY-OFF + N:1) TO WK-PIC-X
                           COMPUTE WK-PIC-HALF = 255 - WK-PIC-HALF
                           MOVE WK-PIC-X TO SRT-KEY (WK-KEY-OFF + N:1)
                   END-PERFORM
           END-IF
           .
       S130-EX.
           EXIT.

      *    *** 正規化後の1文字(WK-KN-OUTのM桁目)の重み
      *    ***   第1キー X"20"-X"7E"=英数記号(英小文字は大文字へ寄せる)
      *    ***           X"81"-X"AE"=かな(80+五十音番号)
      *    ***           X"C0"以降 =その他の全角文字(SJISの順、2バイト)
      *    ***   第2キー 清濁*16+大小*4+字種
      *    ***           (大小 0=小書き,1=通常,2=長音、
      *    ***            字種 0=ひらがな,1=カタカナ・英大文字等,
      *    ***                 英小文字は字種1の次)
       S140-10.

           MOVE    1           TO      WK-KN-W1-LEN
           MOVE    ZERO        TO      WK-KN-IDX

      *    *** 1バイト文字(英数記号)
           IF      ( WK-KN-OUT (M:1) < X"81"
                  OR ( WK-KN-OUT (M:1) > X"9F"
                   AND WK-KN-OUT (M:1) < X"E0" )
                  OR WK-KN-OUT (M:1) > X"FC" )
              OR   M           >=      WDE05-BUF2-LEN
                   MOVE    WK-KN-OUT (M:1) TO  WK-PIC-X
                   IF      WK-PIC-X    >=      "a"
                      AND  WK-PIC-X    <=      "z"
                           SUBTRACT 32 FROM    WK-PIC-HALF
                           MOVE    WK-PIC-X    TO      WK-KN-W1
                           MOVE    X"11"       TO      WK-KN-W2
                   ELSE
                           MOVE    WK-PIC-X    TO      WK-KN-W1
                           MOVE    X"10"       TO      WK-KN-W2
                   END-IF
                   MOVE    ZERO        TO      WK-KN-LAST
                   ADD     1           TO      M
                   GO      TO      S140-EX
           END-IF

      *    *** ひらがなは対応するカタカナへ(837Fは欠番なので1つ送る)
           EVALUATE TRUE
               WHEN WK-KN-OUT (M:1) = X"82"
                AND WK-KN-OUT (M + 1:1) >= X"9F"
                AND WK-KN-OUT (M + 1:1) <= X"F1"
                   MOVE    WK-KN-OUT (M + 1:1) TO WK-PIC-X
                   COMPUTE WK-KN-IDX = WK-PIC-HALF - 95 - 63
                   IF      WK-KN-IDX   >=      64
                           ADD     1           TO      WK-KN-IDX
                   END-IF
                   MOVE    ZERO        TO      WK-KN-SCRIPT
               WHEN WK-KN-OUT (M:1) = X"83"
                AND WK-KN-OUT (M + 1:1) >= X"40"
                AND WK-KN-OUT (M + 1:1) <= X"96"
                   MOVE    WK-KN-OUT (M + 1:1) TO WK-PIC-X
                   COMPUTE WK-KN-IDX = WK-PIC-HALF - 63
                   MOVE    1           TO      WK-KN-SCRIPT
           END-EVALUATE

           IF      WK-KN-IDX   >       ZERO
              AND  TBL-KN-GOJU (WK-KN-IDX) > ZERO
      *    *** かな
                   MOVE    TBL-KN-GOJU (WK-KN-IDX) TO WK-KN-LAST
                   COMPUTE WK-PIC-HALF = 128 + WK-KN-LAST
                   MOVE    WK-PIC-X    TO      WK-KN-W1
                   COMPUTE WK-PIC-HALF = TBL-KN-VOICE (WK-KN-IDX) * 16
                                       + TBL-KN-SIZE (WK-KN-IDX) * 4
                                       + WK-KN-SCRIPT
                   MOVE    WK-PIC-X    TO      WK-KN-W2
           ELSE
               IF      WK-KN-OUT (M:2) =   X"815B"
                  AND  WK-KN-LAST  >       ZERO
      *    *** 長音は直前のかなの母音として読む
                   COMPUTE WK-PIC-HALF = 128
                                       + TBL-KN-VOWEL (WK-KN-LAST)
                   MOVE    WK-PIC-X    TO      WK-KN-W1
                   MOVE    X"19"       TO      WK-KN-W2
               ELSE
      *    *** その他の全角文字は先頭バイトをX"C0"以降へ移して
      *    *** SJISの順のまま、かなの後ろに並べる
                   MOVE    WK-KN-OUT (M:1) TO  WK-PIC-X
                   IF      WK-PIC-HALF >=      224
                           COMPUTE WK-PIC-HALF = WK-PIC-HALF - 224 + 223
                   ELSE
                           COMPUTE WK-PIC-HALF = WK-PIC-HALF - 129 + 192
                   END-IF
                   MOVE    WK-PIC-X    TO      WK-KN-W1 (1:1)
                   MOVE    WK-KN-OUT (M + 1:1) TO WK-KN-W1 (2:1)
                   MOVE    2           TO      WK-KN-W1-LEN
                   MOVE    X"10"       TO      WK-KN-W2
                   MOVE    ZERO        TO      WK-KN-LAST
               END-IF
           END-IF
           ADD     2           TO      M
           .
       S140-EX.
           EXIT.

      *    *** 出力手続き(重複排除しながらOUTへ書く)
       S200-10.

