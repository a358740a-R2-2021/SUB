      *    *** 検査数字(チェックデジット) 計算・検証サブルーチン
      *    *** 口座番号・JAN/EAN商品コード・法人番号・個人番号等の
      *    *** 検査数字を、方式名を指定して計算・検証する。
      *    *** VALCHKの規則K(検査数字)と、COBRNDのテンプレート項目
      *    *** CHKD/CHKX(正しい・誤った検査数字付きの番号)が使う。
      *    *** 方式と検査数字の位置(LI引数の説明はCPCHKDGT):
      *    ***   JAN   ウェイトは末尾(検査数字の隣)から3・1・3・1…、
      *    ***         10-(合計の10の余り)、10は0
      *    ***   LUHN  末尾から1つ置きに2倍(2桁は各桁の和)、
      *    ***         10-(合計の10の余り)、10は0
      *    ***   M11   ウェイトは末尾から2〜7の繰返し、
      *    ***         11-(合計の11の余り)、10・11は0
      *    ***   MYNO  12桁。ウェイトは末尾から2〜7、2〜6、
      *    ***         余り0・1は0、他は11-余り
      *    ***   HOJIN 13桁、検査数字は先頭。ウェイトは末尾から1・2の
      *    ***         繰返し、9-(合計の9の余り)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CHKDGT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       DATA                    DIVISION.
       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CHKDGT".

      *    *** 検査数字の位置と、基礎数字(検査数字以外)の末尾位置
           03  WK-CD-POS       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BASE-END     BINARY-LONG SYNC VALUE ZERO.
           03  WK-BASE-CNT     BINARY-LONG SYNC VALUE ZERO.

           03  WK-DGT          PIC  9(001) VALUE ZERO.
           03  WK-WGT          BINARY-LONG SYNC VALUE ZERO.
           03  WK-PRD          BINARY-LONG SYNC VALUE ZERO.
           03  WK-SUM          BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMARI        BINARY-LONG SYNC VALUE ZERO.
           03  WK-CD           BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

           COPY    CPCHKDGT    REPLACING ==:##:== BY ==LCD==.

       PROCEDURE   DIVISION    USING   LCD-CHKDGT-AREA
           .
       M100-10.

           MOVE    SPACE       TO      LCD-STAT
           MOVE    ZERO        TO      LCD-CD

      *    *** 桁数・数字・方式の確認
           IF      LCD-LEN     <       2
              OR   LCD-LEN     >       18
                   MOVE    "E"         TO      LCD-STAT
                   GO      TO      M100-EX
           END-IF
           IF      LCD-NUM (1:LCD-LEN) IS NOT NUMERIC
              AND  LCD-ID      =       "V"
                   MOVE    "E"         TO      LCD-STAT
                   GO      TO      M100-EX
           END-IF

           MOVE    LCD-LEN     TO      WK-CD-POS
           COMPUTE WK-BASE-END = LCD-LEN - 1
           EVALUATE LCD-SCHEME
               WHEN "JAN"
               WHEN "LUHN"
               WHEN "M11"
                   CONTINUE
               WHEN "MYNO"
                   IF      LCD-LEN NOT =       12
                           MOVE    "E"         TO      LCD-STAT
                           GO      TO      M100-EX
                   END-IF
               WHEN "HOJIN"
                   IF      LCD-LEN NOT =       13
                           MOVE    "E"         TO      LCD-STAT
                           GO      TO      M100-EX
                   END-IF
                   MOVE    1           TO      WK-CD-POS
                   MOVE    LCD-LEN     TO      WK-BASE-END
               WHEN OTHER
                   MOVE    "E"         TO      LCD-STAT
                   GO      TO      M100-EX
           END-EVALUATE

      *    *** C・W は検査数字の桁が未設定でもよい(基礎数字だけ見る)
           COMPUTE WK-BASE-CNT = LCD-LEN - 1
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > WK-BASE-CNT
                   COMPUTE I = WK-BASE-END - N + 1
                   IF      LCD-NUM (I:1) IS NOT NUMERIC
                           MOVE    "E"         TO      LCD-STAT
                           GO      TO      M100-EX
                   END-IF
           END-PERFORM

           PERFORM S100-10     THRU    S100-EX
           MOVE    WK-CD       TO      LCD-CD

           EVALUATE LCD-ID
               WHEN "C"
                   MOVE    LCD-CD      TO      LCD-NUM (WK-CD-POS:1)
               WHEN "W"
                   COMPUTE WK-DGT = MOD (WK-CD + 1, 10)
                   MOVE    WK-DGT      TO      LCD-NUM (WK-CD-POS:1)
               WHEN "V"
                   IF      LCD-NUM (WK-CD-POS:1) NOT = LCD-CD
                           MOVE    "N"         TO      LCD-STAT
                   END-IF
               WHEN OTHER
                   MOVE    "E"         TO      LCD-STAT
           END-EVALUATE
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 検査数字の計算(基礎数字を末尾側から N=1,2,… と数える)
       S100-10.

           MOVE    ZERO        TO      WK-SUM
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > WK-BASE-CNT
                   COMPUTE I = WK-BASE-END - N + 1
                   MOVE    LCD-NUM (I:1) TO    WK-DGT
                   PERFORM S110-10     THRU    S110-EX
                   ADD     WK-PRD      TO      WK-SUM
           END-PERFORM

           EVALUATE LCD-SCHEME
               WHEN "JAN"
               WHEN "LUHN"
                   COMPUTE WK-CD = MOD (10 - MOD (WK-SUM, 10), 10)
               WHEN "M11"
                   COMPUTE WK-CD = 11 - MOD (WK-SUM, 11)
                   IF      WK-CD       >=      10
                           MOVE    ZERO        TO      WK-CD
                   END-IF
               WHEN "MYNO"
                   COMPUTE WK-AMARI = MOD (WK-SUM, 11)
                   IF      WK-AMARI    <=      1
                           MOVE    ZERO        TO      WK-CD
                   ELSE
                           COMPUTE WK-CD = 11 - WK-AMARI
                   END-IF
               WHEN "HOJIN"
                   COMPUTE WK-CD = 9 - MOD (WK-SUM, 9)
           END-EVALUATE
           .
       S100-EX.
           EXIT.

      *    *** 基礎数字1桁の重み付け(WK-DGT・N → WK-PRD)
       S110-10.

           EVALUATE LCD-SCHEME
               WHEN "JAN"
                   IF      MOD (N, 2)  =       1
                           MOVE    3           TO      WK-WGT
                   ELSE
                           MOVE    1           TO      WK-WGT
                   END-IF
                   COMPUTE WK-PRD = WK-DGT * WK-WGT
               WHEN "LUHN"
                   IF      MOD (N, 2)  =       1
                           COMPUTE WK-PRD = WK-DGT * 2
                           IF      WK-PRD      >       9
                                   SUBTRACT 9  FROM    WK-PRD
                           END-IF
                   ELSE
                           MOVE    WK-DGT      TO      WK-PRD
                   END-IF
               WHEN "M11"
                   COMPUTE WK-WGT = MOD (N - 1, 6) + 2
                   COMPUTE WK-PRD = WK-DGT * WK-WGT
               WHEN "MYNO"
                   IF      N           <=      6
                           COMPUTE WK-WGT = N + 1
                   ELSE
                           COMPUTE WK-WGT = N - 5
                   END-IF
                   COMPUTE WK-PRD = WK-DGT * WK-WGT
               WHEN "HOJIN"
                   IF      MOD (N, 2)  =       1
                           MOVE    1           TO      WK-WGT
                   ELSE
                           MOVE    2           TO      WK-WGT
                   END-IF
                   COMPUTE WK-PRD = WK-DGT * WK-WGT
           END-EVALUATE
           .
       S110-EX.
           EXIT.
