      *    *** 和暦日付 解析サブルーチン
      *    *** 取引先・官公庁のファイルに来る和暦の日付("R06.10.15"、
      *    *** "令和6年10月15日"、元号コード+YYMMDD 等)を西暦
      *    *** YYYYMMDD へ直す(DATETIMEの和暦出力の逆向き)。
      *    *** 漢字の元号・元年・年月日と全角の数字・英字・記号は先に
      *    *** 半角の「元号英字 年.月.日」へ寄せてから読む(UTF8・SJIS
      *    *** どちらの文字コードでも同じ表で引く)。
      *    *** 実在日付に加えて元号の期間も確かめ、改元後の旧元号の
      *    *** 日付(H31.05.01 等)や改元前の新元号の日付は期間外とする。
      *    *** 元号の期間(明治はグレゴリオ暦の明治6年以前も明治とする)
      *    ***   M 明治 1868.01.01〜   T 大正 1912.07.30〜
      *    ***   S 昭和 1926.12.25〜   H 平成 1989.01.08〜
      *    ***   R 令和 2019.05.01〜
      *    *** VALCHKの日付規則(Dのコード一覧の欄 WAREKI)と
      *    *** REFORMATのDATEカード(入力の形 WAREKI)が使う
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             WAREKI.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       DATA                    DIVISION.
       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "WAREKI".

      *    *** 寄せた後の文字列(元号英字・数字・"."区切り)
           03  WK-NRM          PIC  X(040) VALUE SPACE.
           03  WK-NL           BINARY-LONG SYNC VALUE ZERO.
           03  WK-IN-LEN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CH           PIC  X(001) VALUE SPACE.
           03  WK-HIT          PIC  X(001) VALUE "N".
           03  WK-DGT          PIC  9(001) VALUE ZERO.

      *    *** 年・月・日の欄
           03  WK-REST         PIC  X(040) VALUE SPACE.
           03  WK-P-Y          PIC  X(040) VALUE SPACE.
           03  WK-P-M          PIC  X(040) VALUE SPACE.
           03  WK-P-D          PIC  X(040) VALUE SPACE.
           03  WK-P-X          PIC  X(040) VALUE SPACE.
           03  WK-P-YL         BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-ML         BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-DL         BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-CNT        BINARY-LONG SYNC VALUE ZERO.
           03  WK-YY           PIC  9(002) VALUE ZERO.
           03  WK-MM           PIC  9(002) VALUE ZERO.
           03  WK-DD           PIC  9(002) VALUE ZERO.

           03  WK-YMD          PIC  9(008) VALUE ZERO.
           03  WK-YMD-R        REDEFINES WK-YMD.
             05  WK-YMD-YYYY   PIC  9(004).
             05  WK-YMD-MM     PIC  9(002).
             05  WK-YMD-DD     PIC  9(002).

      *    *** 元号の期間表(英字・開始日・元年の前年)
       01  TBL-ERA-AREA.
           03  TBL-ERA-DEF.
             05  FILLER        PIC  X(013) VALUE "M186801011867".
             05  FILLER        PIC  X(013) VALUE "T191207301911".
             05  FILLER        PIC  X(013) VALUE "S192612251925".
             05  FILLER        PIC  X(013) VALUE "H198901081988".
             05  FILLER        PIC  X(013) VALUE "R201905012018".
           03  TBL-ERA-R       REDEFINES TBL-ERA-DEF.
             05  TBL-ERA-ENT   OCCURS 5.
               07  TBL-ERA-CD  PIC  X(001).
               07  TBL-ERA-FROM PIC 9(008).
               07  TBL-ERA-BASE PIC 9(004).
       01  TBL-ERA-CNT         BINARY-LONG SYNC VALUE 5.

      *    *** 寄せる文字の表(バイト列・バイト数・寄せた文字)
      *    *** 数字の全角(UTF8 EFBC90〜99、SJIS 824F〜58)は別に判定
       01  TBL-WA-AREA.
           03  TBL-WA-DEF.
      *    *** UTF8 元号・元年・年月日・区切り記号・全角空白
             05  FILLER        PIC  X(006) VALUE X"E4BBA4E5928C".
             05  FILLER        PIC  X(002) VALUE "6R".
             05  FILLER        PIC  X(006) VALUE X"E5B9B3E68890".
             05  FILLER        PIC  X(002) VALUE "6H".
             05  FILLER        PIC  X(006) VALUE X"E698ADE5928C".
             05  FILLER        PIC  X(002) VALUE "6S".
             05  FILLER        PIC  X(006) VALUE X"E5A4A7E6ADA3".
             05  FILLER        PIC  X(002) VALUE "6T".
             05  FILLER        PIC  X(006) VALUE X"E6988EE6B2BB".
             05  FILLER        PIC  X(002) VALUE "6M".
             05  FILLER        PIC  X(006) VALUE X"E58583000000".
             05  FILLER        PIC  X(002) VALUE "31".
             05  FILLER        PIC  X(006) VALUE X"E5B9B4000000".
             05  FILLER        PIC  X(002) VALUE "3.".
             05  FILLER        PIC  X(006) VALUE X"E69C88000000".
             05  FILLER        PIC  X(002) VALUE "3.".
             05  FILLER        PIC  X(006) VALUE X"E697A5000000".
             05  FILLER        PIC  X(002) VALUE "3.".
             05  FILLER        PIC  X(006) VALUE X"EFBC8E000000".
             05  FILLER        PIC  X(002) VALUE "3.".
             05  FILLER        PIC  X(006) VALUE X"EFBC8F000000".
             05  FILLER        PIC  X(002) VALUE "3.".
             05  FILLER        PIC  X(006) VALUE X"EFBC8D000000".
             05  FILLER        PIC  X(002) VALUE "3.".
             05  FILLER        PIC  X(006) VALUE X"E38080000000".
             05  FILLER        PIC  X(002) VALUE "3.".
      *    *** UTF8 全角英字(大・小)
             05  FILLER        PIC  X(006) VALUE X"EFBCAD000000".
             05  FILLER        PIC  X(002) VALUE "3M".
             05  FILLER        PIC  X(006) VALUE X"EFBCB4000000".
             05  FILLER        PIC  X(002) VALUE "3T".
             05  FILLER        PIC  X(006) VALUE X"EFBCB3000000".
             05  FILLER        PIC  X(002) VALUE "3S".
             05  FILLER        PIC  X(006) VALUE X"EFBCA8000000".
             05  FILLER        PIC  X(002) VALUE "3H".
             05  FILLER        PIC  X(006) VALUE X"EFBCB2000000".
             05  FILLER        PIC  X(002) VALUE "3R".
             05  FILLER        PIC  X(006) VALUE X"EFBD8D000000".
             05  FILLER        PIC  X(002) VALUE "3M".
             05  FILLER        PIC  X(006) VALUE X"EFBD94000000".
             05  FILLER        PIC  X(002) VALUE "3T".
             05  FILLER        PIC  X(006) VALUE X"EFBD93000000".
             05  FILLER        PIC  X(002) VALUE "3S".
             05  FILLER        PIC  X(006) VALUE X"EFBD88000000".
             05  FILLER        PIC  X(002) VALUE "3H".
             05  FILLER        PIC  X(006) VALUE X"EFBD92000000".
             05  FILLER        PIC  X(002) VALUE "3R".
      *    *** SJIS 元号・元年・年月日・区切り記号・全角空白
             05  FILLER        PIC  X(006) VALUE X"97DF98610000".
             05  FILLER        PIC  X(002) VALUE "4R".
             05  FILLER        PIC  X(006) VALUE X"95BD90AC0000".
             05  FILLER        PIC  X(002) VALUE "4H".
             05  FILLER        PIC  X(006) VALUE X"8FBA98610000".
             05  FILLER        PIC  X(002) VALUE "4S".
             05  FILLER        PIC  X(006) VALUE X"91E590B30000".
             05  FILLER        PIC  X(002) VALUE "4T".
             05  FILLER        PIC  X(006) VALUE X"96BE8EA10000".
             05  FILLER        PIC  X(002) VALUE "4M".
             05  FILLER        PIC  X(006) VALUE X"8CB300000000".
             05  FILLER        PIC  X(002) VALUE "21".
             05  FILLER        PIC  X(006) VALUE X"944E00000000".
             05  FILLER        PIC  X(002) VALUE "2.".
             05  FILLER        PIC  X(006) VALUE X"8C8E00000000".
             05  FILLER        PIC  X(002) VALUE "2.".
             05  FILLER        PIC  X(006) VALUE X"93FA00000000".
             05  FILLER        PIC  X(002) VALUE "2.".
             05  FILLER        PIC  X(006) VALUE X"814400000000".
             05  FILLER        PIC  X(002) VALUE "2.".
             05  FILLER        PIC  X(006) VALUE X"815E00000000".
             05  FILLER        PIC  X(002) VALUE "2.".
             05  FILLER        PIC  X(006) VALUE X"817C00000000".
             05  FILLER        PIC  X(002) VALUE "2.".
             05  FILLER        PIC  X(006) VALUE X"814000000000".
             05  FILLER        PIC  X(002) VALUE "2.".
      *    *** SJIS 全角英字(大・小)
             05  FILLER        PIC  X(006) VALUE X"826C00000000".
             05  FILLER        PIC  X(002) VALUE "2M".
             05  FILLER        PIC  X(006) VALUE X"827300000000".
             05  FILLER        PIC  X(002) VALUE "2T".
             05  FILLER        PIC  X(006) VALUE X"827200000000".
             05  FILLER        PIC  X(002) VALUE "2S".
             05  FILLER        PIC  X(006) VALUE X"826700000000".
             05  FILLER        PIC  X(002) VALUE "2H".
             05  FILLER        PIC  X(006) VALUE X"827100000000".
             05  FILLER        PIC  X(002) VALUE "2R".
             05  FILLER        PIC  X(006) VALUE X"828D00000000".
             05  FILLER        PIC  X(002) VALUE "2M".
             05  FILLER        PIC  X(006) VALUE X"829400000000".
             05  FILLER        PIC  X(002) VALUE "2T".
             05  FILLER        PIC  X(006) VALUE X"829300000000".
             05  FILLER        PIC  X(002) VALUE "2S".
             05  FILLER        PIC  X(006) VALUE X"828800000000".
             05  FILLER        PIC  X(002) VALUE "2H".
             05  FILLER        PIC  X(006) VALUE X"829200000000".
             05  FILLER        PIC  X(002) VALUE "2R".
           03  TBL-WA-R        REDEFINES TBL-WA-DEF.
             05  TBL-WA-ENT    OCCURS 46.
               07  TBL-WA-CODE PIC  X(006).
               07  TBL-WA-LEN  PIC  9(001).
               07  TBL-WA-OUT  PIC  X(001).
       01  TBL-WA-CNT          BINARY-LONG SYNC VALUE 46.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

           COPY    CPWAREKI    REPLACING ==:##:== BY ==LWA==.

       PROCEDURE   DIVISION    USING   LWA-WAREKI-AREA
           .
       M100-10.

           MOVE    SPACE       TO      LWA-STAT
                                       LWA-ERA
           MOVE    ZERO        TO      LWA-YMD
                                       LWA-ERA-YY

           PERFORM S100-10     THRU    S100-EX
           IF      LWA-STAT NOT =      SPACE
                   GO      TO      M100-EX
           END-IF
           PERFORM S200-10     THRU    S200-EX
           IF      LWA-STAT NOT =      SPACE
                   GO      TO      M100-EX
           END-IF
           PERFORM S300-10     THRU    S300-EX
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 半角の「元号英字 年.月.日」へ寄せる
      *    *** (空白・区切り記号は"."、続く"."は1つに畳み、前後は落とす)
       S100-10.

           MOVE    SPACE       TO      WK-NRM
           MOVE    ZERO        TO      WK-NL
           MOVE    40          TO      WK-IN-LEN
           PERFORM UNTIL WK-IN-LEN < 1
                      OR LWA-IN (WK-IN-LEN:1) NOT = SPACE
                   SUBTRACT 1          FROM    WK-IN-LEN
           END-PERFORM
           IF      WK-IN-LEN   =       ZERO
                   MOVE    "E"         TO      LWA-STAT
                   GO      TO      S100-EX
           END-IF

           MOVE    1           TO      I
           PERFORM UNTIL I > WK-IN-LEN
                      OR LWA-STAT NOT = SPACE
                   PERFORM S110-10     THRU    S110-EX
                   IF      WK-CH       =       "."
                      AND ( WK-NL = ZERO OR WK-NRM (WK-NL:1) = "." )
                           CONTINUE
                   ELSE
                           IF      WK-NL       <       40
                                   ADD     1           TO      WK-NL
                                   MOVE    WK-CH       TO
                                           WK-NRM (WK-NL:1)
                           END-IF
                   END-IF
           END-PERFORM
           IF      WK-NL > ZERO AND WK-NRM (WK-NL:1) = "."
                   MOVE    SPACE       TO      WK-NRM (WK-NL:1)
                   SUBTRACT 1          FROM    WK-NL
           END-IF
           IF      WK-NL       =       ZERO
                   MOVE    "E"         TO      LWA-STAT
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** I バイト目からの1文字を WK-CH へ寄せ、I を次の文字へ進める
       S110-10.

           MOVE    LWA-IN (I:1) TO     WK-CH
           EVALUATE TRUE
               WHEN WK-CH IS NUMERIC
                   ADD     1           TO      I
                   GO      TO      S110-EX
               WHEN WK-CH = SPACE OR "." OR "/" OR "-"
                   MOVE    "."         TO      WK-CH
                   ADD     1           TO      I
                   GO      TO      S110-EX
               WHEN WK-CH = "M" OR "T" OR "S" OR "H" OR "R"
                   ADD     1           TO      I
                   GO      TO      S110-EX
               WHEN WK-CH = "m" OR "t" OR "s" OR "h" OR "r"
                   MOVE    UPPER-CASE (WK-CH) TO WK-CH
                   ADD     1           TO      I
                   GO      TO      S110-EX
           END-EVALUATE

      *    *** 全角数字(UTF8・SJIS)
           IF      I + 2       <=      WK-IN-LEN
              AND  LWA-IN (I:2) =      X"EFBC"
              AND  LWA-IN (I + 2:1) >= X"90"
              AND  LWA-IN (I + 2:1) <= X"99"
                   COMPUTE WK-DGT = ORD (LWA-IN (I + 2:1)) - ORD (X"90")
                   MOVE    WK-DGT      TO      WK-CH
                   ADD     3           TO      I
                   GO      TO      S110-EX
           END-IF
           IF      I + 1       <=      WK-IN-LEN
              AND  LWA-IN (I:1) =      X"82"
              AND  LWA-IN (I + 1:1) >= X"4F"
              AND  LWA-IN (I + 1:1) <= X"58"
                   COMPUTE WK-DGT = ORD (LWA-IN (I + 1:1)) - ORD (X"4F")
                   MOVE    WK-DGT      TO      WK-CH
                   ADD     2           TO      I
                   GO      TO      S110-EX
           END-IF

      *    *** 元号・元年・年月日・全角英字・記号の表引き
           MOVE    "N"         TO      WK-HIT
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-WA-CNT OR WK-HIT = "Y"
                   MOVE    TBL-WA-LEN (J) TO   L
                   IF      I + L - 1   <=      WK-IN-LEN
                      AND  LWA-IN (I:L) =      TBL-WA-CODE (J) (1:L)
                           MOVE    "Y"         TO      WK-HIT
                           MOVE    TBL-WA-OUT (J) TO   WK-CH
                           ADD     L           TO      I
                   END-IF
           END-PERFORM
           IF      WK-HIT      =       "N"
                   MOVE    "E"         TO      LWA-STAT
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 元号と年・月・日を読む
       S200-10.

      *    *** 元号英字、または元号コード+YYMMDD の7桁
           MOVE    ZERO        TO      J
           IF      WK-NRM (1:1) IS NUMERIC
                   IF      WK-NL       =       7
                      AND  WK-NRM (1:7) IS NUMERIC
                      AND  WK-NRM (1:1) >=     "1"
                      AND  WK-NRM (1:1) <=     "5"
                           MOVE    WK-NRM (1:1) TO     J
                   END-IF
           ELSE
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > TBL-ERA-CNT
                           IF      WK-NRM (1:1) = TBL-ERA-CD (K)
                                   MOVE    K           TO      J
                           END-IF
                   END-PERFORM
           END-IF
           IF      J           =       ZERO
                   MOVE    "E"         TO      LWA-STAT
                   GO      TO      S200-EX
           END-IF

      *    *** 元号の後ろ(直後の"."は読み飛ばす)
           MOVE    2           TO      I
           IF      WK-NRM (I:1) =      "."
                   ADD     1           TO      I
           END-IF
           IF      I           >       WK-NL
                   MOVE    "E"         TO      LWA-STAT
                   GO      TO      S200-EX
           END-IF
           MOVE    WK-NRM (I:WK-NL - I + 1) TO WK-REST

      *    *** 区切り無しは YYMMDD 6桁
           MOVE    ZERO        TO      K
           INSPECT WK-REST TALLYING K FOR ALL "."
           IF      K           =       ZERO
                   IF      WK-NL - I + 1 NOT = 6
                      OR   WK-REST (1:6) IS NOT NUMERIC
                           MOVE    "E"         TO      LWA-STAT
                           GO      TO      S200-EX
                   END-IF
                   MOVE    WK-REST (1:2) TO    WK-YY
                   MOVE    WK-REST (3:2) TO    WK-MM
                   MOVE    WK-REST (5:2) TO    WK-DD
                   GO      TO      S200-EX
           END-IF

      *    *** 区切り有りは 年.月.日 (各1〜2桁)
           MOVE    SPACE       TO      WK-P-Y
                                       WK-P-M
                                       WK-P-D
                                       WK-P-X
           MOVE    ZERO        TO      WK-P-YL
                                       WK-P-ML
                                       WK-P-DL
                                       WK-P-CNT
           UNSTRING WK-REST DELIMITED BY "." OR SPACE
                   INTO    WK-P-Y      COUNT IN WK-P-YL
                           WK-P-M      COUNT IN WK-P-ML
                           WK-P-D      COUNT IN WK-P-DL
                           WK-P-X
                   TALLYING IN WK-P-CNT
           END-UNSTRING
           IF      WK-P-X NOT =        SPACE
              OR   WK-P-YL < 1 OR WK-P-YL > 2
              OR   WK-P-ML < 1 OR WK-P-ML > 2
              OR   WK-P-DL < 1 OR WK-P-DL > 2
              OR   WK-P-Y (1:WK-P-YL) IS NOT NUMERIC
              OR   WK-P-M (1:WK-P-ML) IS NOT NUMERIC
              OR   WK-P-D (1:WK-P-DL) IS NOT NUMERIC
                   MOVE    "E"         TO      LWA-STAT
                   GO      TO      S200-EX
           END-IF
           MOVE    WK-P-Y (1:WK-P-YL) TO WK-YY
           MOVE    WK-P-M (1:WK-P-ML) TO WK-MM
           MOVE    WK-P-D (1:WK-P-DL) TO WK-DD
           .
       S200-EX.
           EXIT.

      *    *** 実在日付と元号の期間の確認
       S300-10.

           IF      WK-YY       =       ZERO
                   MOVE    "D"         TO      LWA-STAT
                   GO      TO      S300-EX
           END-IF
           COMPUTE WK-YMD-YYYY = TBL-ERA-BASE (J) + WK-YY
           MOVE    WK-MM       TO      WK-YMD-MM
           MOVE    WK-DD       TO      WK-YMD-DD
           IF      TEST-DATE-YYYYMMDD (WK-YMD) NOT = ZERO
                   MOVE    "D"         TO      LWA-STAT
                   GO      TO      S300-EX
           END-IF

           MOVE    TBL-ERA-CD (J) TO   LWA-ERA
           MOVE    WK-YY       TO      LWA-ERA-YY
           MOVE    WK-YMD      TO      LWA-YMD

           IF      WK-YMD      <       TBL-ERA-FROM (J)
                   MOVE    "B"         TO      LWA-STAT
                   GO      TO      S300-EX
           END-IF
           IF      J           <       TBL-ERA-CNT
                   IF      WK-YMD      >=      TBL-ERA-FROM (J + 1)
                           MOVE    "B"         TO      LWA-STAT
                   END-IF
           END-IF
           .
       S300-EX.
           EXIT.
