      *    *** 分割ユーティリティ(並行ストリーム用の区分ファイル作成)
      *    *** 大きな入力(INTAKE・VALCHK の入力等)を N 本(2〜8)の
      *    *** 区分に分け、同じステップを N 本のストリームで並べて
      *    *** 流せる様にする。処理後は PARTMRG で1本に戻す。
      *    *** 分け方は件数(先頭から均等な連続区間)・キーの範囲・
      *    *** キーのハッシュ(同じキーは必ず同じ区分へ)から選ぶ。
      *    *** 明細は元のレコードのまま書く。
      *    *** 件数はCTLBALへ 入力=区分の合計 の形で記録し(元ファイル
      *    *** の1件の後に区分毎の "%" 付きの記録)、CTLRECON が
      *    *** 「区分の合計=元の件数」を検証できる様にする
      *    *** 制御カード:
      *    ***   IN    <入力ファイル名>
      *    ***   OUT   <区分ファイル名>        (区分の順に2〜8枚)
      *    ***   MODE  COUNT|RANGE|HASH       (省略時 COUNT)
      *    ***     COUNT=件数で先頭から均等に(最後の区分が端数)
      *    ***     RANGE=キーが各区分の上限以下の最初の区分へ
      *    ***     HASH =キーのハッシュで振り分け
      *    ***   KEY   <位置> <桁数>          (RANGE・HASH、桁数64まで)
      *    ***   RANGE <上限>                 (RANGE、区分1から順に
      *    ***         区分数-1枚、昇順。最後の区分は残り全部。数字
      *    ***         だけの上限はキーの桁数まで前ゼロで揃えて比べる)
      *    ***   MAP   <振分け記録ファイル名>  (省略可。入力1件毎に
      *    ***         区分番号を1行書く。RANGE・HASH の結果を PARTMRG
      *    ***         で元の並び順へ戻す時に使う)
      *    *** RETURN-CODE 0=正常 4=空の区分が有る 16=カードの誤り等
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             PARTSPLT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 制御カード
       SELECT CTL-F            ASSIGN   WK-CTL-F-NAME
                               STATUS   WK-CTL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 入力
       SELECT IN-F             ASSIGN   WK-IN-F-NAME
                               STATUS   WK-IN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 区分(最大8本を同時に書く)
       SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT POT3-F           ASSIGN   WK-POT3-F-NAME
                               STATUS   WK-POT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT POT4-F           ASSIGN   WK-POT4-F-NAME
                               STATUS   WK-POT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT POT5-F           ASSIGN   WK-POT5-F-NAME
                               STATUS   WK-POT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT POT6-F           ASSIGN   WK-POT6-F-NAME
                               STATUS   WK-POT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT POT7-F           ASSIGN   WK-POT7-F-NAME
                               STATUS   WK-POT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT POT8-F           ASSIGN   WK-POT8-F-NAME
                               STATUS   WK-POT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 振分け記録(入力1件に区分番号1行)
       SELECT MAP-F            ASSIGN   WK-MAP-F-NAME
                               STATUS   WK-MAP-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CTL-F
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC             PIC  X(256).

       FD  IN-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-IN-LEN.
       01  IN-REC              PIC  X(032000).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-IN-LEN.
       01  POT1-REC            PIC  X(032000).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-IN-LEN.
       01  POT2-REC            PIC  X(032000).

       FD  POT3-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-IN-LEN.
       01  POT3-REC            PIC  X(032000).

       FD  POT4-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-IN-LEN.
       01  POT4-REC            PIC  X(032000).

       FD  POT5-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-IN-LEN.
       01  POT5-REC            PIC  X(032000).

       FD  POT6-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-IN-LEN.
       01  POT6-REC            PIC  X(032000).

       FD  POT7-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-IN-LEN.
       01  POT7-REC            PIC  X(032000).

       FD  POT8-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-IN-LEN.
       01  POT8-REC            PIC  X(032000).

       FD  MAP-F
           LABEL RECORDS ARE STANDARD.
       01  MAP-REC             PIC  X(001).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "PARTSPLT".

           03  WK-CTL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CTL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CTL-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-IN-F-NAME    PIC  X(256) VALUE SPACE.
           03  WK-IN-STATUS    PIC  9(002) VALUE ZERO.
           03  WK-IN-EOF       PIC  X(001) VALUE LOW-VALUE.
           03  WK-IN-LEN       BINARY-LONG SYNC VALUE ZERO.

           03  WK-POT1-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-POT2-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-POT3-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-POT4-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-POT5-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-POT6-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-POT7-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-POT8-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-POT-STATUS   PIC  9(002) VALUE ZERO.

           03  WK-MAP-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-MAP-STATUS   PIC  9(002) VALUE ZERO.

      *    *** カード解析用
           03  WK-C-VERB       PIC  X(008) VALUE SPACE.
           03  WK-C-OP1        PIC  X(256) VALUE SPACE.
           03  WK-C-OP2        PIC  X(016) VALUE SPACE.

      *    *** 分け方 C=件数 R=範囲 H=ハッシュ
           03  WK-MODE         PIC  X(001) VALUE "C".
           03  WK-KEY-POS      BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY          PIC  X(064) VALUE SPACE.
           03  WK-BOUND        PIC  X(064) VALUE SPACE.
           03  WK-BOUND-LEN    BINARY-LONG SYNC VALUE ZERO.

      *    *** 件数で分ける時の1区分の件数(総件数÷区分数の切上げ)
           03  WK-TOTAL        BINARY-LONG SYNC VALUE ZERO.
           03  WK-PER-PART     BINARY-LONG SYNC VALUE ZERO.

      *    *** キーのハッシュ(31倍+バイト値を素数で割った余り)
           03  WK-HASH         BINARY-DOUBLE SYNC VALUE ZERO.

      *    *** 今の1件の行き先の区分番号
           03  WK-PART         BINARY-LONG SYNC VALUE ZERO.
           03  WK-PART-D       PIC  9(001) VALUE ZERO.

           03  WK-IN-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OUT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-EMPTY-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-D        PIC  ZZZ,ZZZ,ZZ9.

           03  WK-BAL-STEP     PIC  X(008) VALUE "PARTSPLT".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-BAL-IN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-OUT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-SKIP     BINARY-LONG SYNC VALUE ZERO.

      *    *** 区分テーブル(ファイル名・範囲の上限・件数)
       01  TBL-PRT-AREA.
           03  TBL-PRT-ENT     OCCURS 8.
             05  TBL-PRT-NAME  PIC  X(256).
             05  TBL-PRT-HIGH  PIC  X(064).
             05  TBL-PRT-RECS  BINARY-LONG SYNC.
       01  TBL-PRT-CNT         BINARY-LONG SYNC VALUE ZERO.
       01  TBL-RNG-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  P               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** 制御カードファイル名
       01  LI-CTL-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-CTL-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

           INITIALIZE  TBL-PRT-AREA
           MOVE    TRIM(LI-CTL-FILENAME) TO WK-CTL-F-NAME
           PERFORM S010-10     THRU    S010-EX
           PERFORM S040-10     THRU    S040-EX

      *    *** 件数で分ける時は先に総件数を数える
           IF      WK-MODE     =       "C"
                   PERFORM S050-10     THRU    S050-EX
           END-IF

           PERFORM S100-10     THRU    S100-EX
           PERFORM S800-10     THRU    S800-EX

           DISPLAY WK-PGM-NAME " END"

           IF      WK-EMPTY-CNT >      ZERO
                   MOVE    4           TO      RETURN-CODE
           END-IF
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 制御カード読込み
       S010-10.

           OPEN    INPUT       CTL-F
           IF      WK-CTL-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " CTL-F OPEN ERROR STATUS="
                           WK-CTL-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-CTL-EOF
           PERFORM UNTIL WK-CTL-EOF    =       HIGH-VALUE
                   READ    CTL-F
                   IF      WK-CTL-STATUS =     ZERO
                           IF      CTL-REC NOT = SPACE
                              AND  CTL-REC (1:1) NOT = "#"
                              AND  CTL-REC (1:1) NOT = "*"
                                   PERFORM S020-10 THRU S020-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CTL-EOF
                   END-IF
           END-PERFORM
           CLOSE   CTL-F
           .
       S010-EX.
           EXIT.

      *    *** 制御カード1行の解析
       S020-10.

           MOVE    SPACE       TO      WK-C-VERB
                                       WK-C-OP1
                                       WK-C-OP2
           UNSTRING CTL-REC DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                           WK-C-OP1
                           WK-C-OP2
           END-UNSTRING

           EVALUATE WK-C-VERB
               WHEN "IN"
                   MOVE    WK-C-OP1    TO      WK-IN-F-NAME
               WHEN "OUT"
                   IF      TBL-PRT-CNT >=      8
                           DISPLAY WK-PGM-NAME " OUT 8 本超過"
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   ADD     1           TO      TBL-PRT-CNT
                   MOVE    WK-C-OP1    TO
                           TBL-PRT-NAME (TBL-PRT-CNT)
               WHEN "MODE"
                   EVALUATE WK-C-OP1
                       WHEN "COUNT"
                           MOVE    "C"         TO      WK-MODE
                       WHEN "RANGE"
                           MOVE    "R"         TO      WK-MODE
                       WHEN "HASH"
                           MOVE    "H"         TO      WK-MODE
                       WHEN OTHER
                           DISPLAY WK-PGM-NAME " MODE 不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-EVALUATE
               WHEN "KEY"
                   IF      TEST-NUMVAL (WK-C-OP1) NOT = ZERO
                      OR   TEST-NUMVAL (WK-C-OP2) NOT = ZERO
                           DISPLAY WK-PGM-NAME " KEY 不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    NUMVAL (WK-C-OP1) TO WK-KEY-POS
                   MOVE    NUMVAL (WK-C-OP2) TO WK-KEY-LEN
                   IF      WK-KEY-POS  <       1
                      OR   WK-KEY-POS  >       32000
                      OR   WK-KEY-LEN  <       1
                      OR   WK-KEY-LEN  >       64
                           DISPLAY WK-PGM-NAME " KEY 不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
               WHEN "RANGE"
                   IF      TBL-RNG-CNT >=      7
                      OR   WK-C-OP1    =       SPACE
                           DISPLAY WK-PGM-NAME " RANGE 不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   ADD     1           TO      TBL-RNG-CNT
                   MOVE    WK-C-OP1 (1:64) TO
                           TBL-PRT-HIGH (TBL-RNG-CNT)
               WHEN "MAP"
                   MOVE    WK-C-OP1    TO      WK-MAP-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 未知のカード: "
                           TRIM(CTL-REC)
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** カードの組合せの確認とファイル名の正規化
       S040-10.

           IF      WK-IN-F-NAME =      SPACE
              OR   TBL-PRT-CNT <       2
                   DISPLAY WK-PGM-NAME
                           " IN 1枚と OUT 2〜8枚が必要"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-MODE     NOT =   "C"
              AND  WK-KEY-LEN  =       ZERO
                   DISPLAY WK-PGM-NAME " RANGE・HASH は KEY が必要"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-MODE     =       "R"
              AND  TBL-RNG-CNT NOT =   TBL-PRT-CNT - 1
                   DISPLAY WK-PGM-NAME " RANGE は区分数-1枚"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 数字だけの上限はキーの桁数まで前ゼロで揃え、昇順を確かめる
           IF      WK-MODE     =       "R"
                   PERFORM VARYING P FROM 1 BY 1
                           UNTIL P > TBL-RNG-CNT
                           PERFORM S045-10     THRU    S045-EX
                   END-PERFORM
           END-IF

           CALL    "PATHSVC"   USING   WK-IN-F-NAME
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > TBL-PRT-CNT
                   CALL    "PATHSVC"   USING   TBL-PRT-NAME (P)
                   IF      TBL-PRT-NAME (P) =  WK-IN-F-NAME
                           DISPLAY WK-PGM-NAME
                                   " 入力と出力が同じ: "
                                   TRIM(WK-IN-F-NAME)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
           END-PERFORM
           IF      WK-MAP-F-NAME NOT = SPACE
                   CALL    "PATHSVC"   USING   WK-MAP-F-NAME
           END-IF

           MOVE    TBL-PRT-NAME (1) TO WK-POT1-F-NAME
           MOVE    TBL-PRT-NAME (2) TO WK-POT2-F-NAME
           MOVE    TBL-PRT-NAME (3) TO WK-POT3-F-NAME
           MOVE    TBL-PRT-NAME (4) TO WK-POT4-F-NAME
           MOVE    TBL-PRT-NAME (5) TO WK-POT5-F-NAME
           MOVE    TBL-PRT-NAME (6) TO WK-POT6-F-NAME
           MOVE    TBL-PRT-NAME (7) TO WK-POT7-F-NAME
           MOVE    TBL-PRT-NAME (8) TO WK-POT8-F-NAME
           .
       S040-EX.
           EXIT.

      *    *** 範囲の上限1つ(P)の揃えと昇順の確認
       S045-10.

           MOVE    TBL-PRT-HIGH (P) TO WK-BOUND
           COMPUTE WK-BOUND-LEN = LENGTH (TRIM (WK-BOUND))
           IF      WK-BOUND-LEN >      WK-KEY-LEN
                   DISPLAY WK-PGM-NAME " RANGE がキーより長い: "
                           TRIM(WK-BOUND)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-BOUND (1:WK-BOUND-LEN) IS NUMERIC
              AND  WK-BOUND-LEN <      WK-KEY-LEN
                   MOVE    ALL "0"     TO      TBL-PRT-HIGH (P)
                   MOVE    WK-BOUND (1:WK-BOUND-LEN) TO
                           TBL-PRT-HIGH (P) (WK-KEY-LEN - WK-BOUND-LEN
                                             + 1:WK-BOUND-LEN)
                   MOVE    SPACE       TO
                           TBL-PRT-HIGH (P) (WK-KEY-LEN + 1:)
           END-IF
           IF      P           >       1
              AND  TBL-PRT-HIGH (P) <= TBL-PRT-HIGH (P - 1)
                   DISPLAY WK-PGM-NAME " RANGE が昇順でない: "
                           TRIM(TBL-PRT-HIGH (P))
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S045-EX.
           EXIT.

      *    *** 総件数の読取り(件数で分ける時の1区分の件数)
       S050-10.

           OPEN    INPUT       IN-F
           IF      WK-IN-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " IN-F OPEN ERROR STATUS="
                           WK-IN-STATUS " " TRIM(WK-IN-F-NAME)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    ZERO        TO      WK-TOTAL
           MOVE    LOW-VALUE   TO      WK-IN-EOF
           PERFORM UNTIL WK-IN-EOF     =       HIGH-VALUE
                   READ    IN-F
                   IF      WK-IN-STATUS =      ZERO
                           ADD     1           TO      WK-TOTAL
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-IN-EOF
                   END-IF
           END-PERFORM
           CLOSE   IN-F

           COMPUTE WK-PER-PART = (WK-TOTAL + TBL-PRT-CNT - 1)
                               / TBL-PRT-CNT
           IF      WK-PER-PART <       1
                   MOVE    1           TO      WK-PER-PART
           END-IF
           .
       S050-EX.
           EXIT.

      *    *** 振分け(入力を1件ずつ読み、区分を決めて書く)
       S100-10.

           OPEN    INPUT       IN-F
           IF      WK-IN-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " IN-F OPEN ERROR STATUS="
                           WK-IN-STATUS " " TRIM(WK-IN-F-NAME)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 使わない区分も開かない(OUT の枚数分だけ)
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > TBL-PRT-CNT
                   PERFORM S110-10     THRU    S110-EX
           END-PERFORM

           IF      WK-MAP-F-NAME NOT = SPACE
                   OPEN    OUTPUT      MAP-F
                   IF      WK-MAP-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " MAP-F OPEN ERROR STATUS="
                                   WK-MAP-STATUS " "
                                   TRIM(WK-MAP-F-NAME)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
           END-IF

           MOVE    LOW-VALUE   TO      WK-IN-EOF
           PERFORM UNTIL WK-IN-EOF     =       HIGH-VALUE
                   READ    IN-F
                   IF      WK-IN-STATUS =      ZERO
                           ADD     1           TO      WK-IN-CNT
                           PERFORM S200-10     THRU    S200-EX
                           PERFORM S300-10     THRU    S300-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-IN-EOF
                   END-IF
           END-PERFORM

           CLOSE   IN-F
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > TBL-PRT-CNT
                   PERFORM S120-10     THRU    S120-EX
           END-PERFORM
           IF      WK-MAP-F-NAME NOT = SPACE
                   CLOSE   MAP-F
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 区分 P の OPEN
       S110-10.

           EVALUATE P
               WHEN 1  OPEN    OUTPUT      POT1-F
               WHEN 2  OPEN    OUTPUT      POT2-F
               WHEN 3  OPEN    OUTPUT      POT3-F
               WHEN 4  OPEN    OUTPUT      POT4-F
               WHEN 5  OPEN    OUTPUT      POT5-F
               WHEN 6  OPEN    OUTPUT      POT6-F
               WHEN 7  OPEN    OUTPUT      POT7-F
               WHEN 8  OPEN    OUTPUT      POT8-F
           END-EVALUATE
           IF      WK-POT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " POT-F OPEN ERROR STATUS="
                           WK-POT-STATUS " "
                           TRIM(TBL-PRT-NAME (P))
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 区分 P の CLOSE
       S120-10.

           EVALUATE P
               WHEN 1  CLOSE   POT1-F
               WHEN 2  CLOSE   POT2-F
               WHEN 3  CLOSE   POT3-F
               WHEN 4  CLOSE   POT4-F
               WHEN 5  CLOSE   POT5-F
               WHEN 6  CLOSE   POT6-F
               WHEN 7  CLOSE   POT7-F
               WHEN 8  CLOSE   POT8-F
           END-EVALUATE
           .
       S120-EX.
           EXIT.

      *    *** 行き先の区分を決める(WK-PART)
       S200-10.

           IF      WK-MODE     =       "C"
                   COMPUTE WK-PART = (WK-IN-CNT - 1) / WK-PER-PART + 1
                   IF      WK-PART     >       TBL-PRT-CNT
                           MOVE    TBL-PRT-CNT TO      WK-PART
                   END-IF
                   GO      TO      S200-EX
           END-IF

      *    *** キーの取り出し(レコードより後ろは空白とみなす)
           MOVE    SPACE       TO      WK-KEY
           IF      WK-KEY-POS  <=      WK-IN-LEN
                   IF      WK-KEY-POS + WK-KEY-LEN - 1 <= WK-IN-LEN
                           MOVE    IN-REC (WK-KEY-POS:WK-KEY-LEN)
                                       TO      WK-KEY
                   ELSE
                           MOVE    IN-REC (WK-KEY-POS:
                                   WK-IN-LEN - WK-KEY-POS + 1)
                                       TO      WK-KEY
                   END-IF
           END-IF

           IF      WK-MODE     =       "R"
                   MOVE    TBL-PRT-CNT TO      WK-PART
                   PERFORM VARYING P FROM TBL-RNG-CNT BY -1
                           UNTIL P < 1
                           IF      WK-KEY (1:WK-KEY-LEN) <=
                                   TBL-PRT-HIGH (P) (1:WK-KEY-LEN)
                                   MOVE    P           TO      WK-PART
                           END-IF
                   END-PERFORM
                   GO      TO      S200-EX
           END-IF

           MOVE    ZERO        TO      WK-HASH
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-KEY-LEN
                   COMPUTE WK-HASH = MOD (WK-HASH * 31
                                   + ORD (WK-KEY (I:1)), 999983)
           END-PERFORM
           COMPUTE WK-PART = MOD (WK-HASH, TBL-PRT-CNT) + 1
           .
       S200-EX.
           EXIT.

      *    *** 区分へ書く(件数と振分け記録)
       S300-10.

           EVALUATE WK-PART
               WHEN 1
                   MOVE    IN-REC (1:WK-IN-LEN) TO POT1-REC
                   WRITE   POT1-REC
               WHEN 2
                   MOVE    IN-REC (1:WK-IN-LEN) TO POT2-REC
                   WRITE   POT2-REC
               WHEN 3
                   MOVE    IN-REC (1:WK-IN-LEN) TO POT3-REC
                   WRITE   POT3-REC
               WHEN 4
                   MOVE    IN-REC (1:WK-IN-LEN) TO POT4-REC
                   WRITE   POT4-REC
               WHEN 5
                   MOVE    IN-REC (1:WK-IN-LEN) TO POT5-REC
                   WRITE   POT5-REC
               WHEN 6
                   MOVE    IN-REC (1:WK-IN-LEN) TO POT6-REC
                   WRITE   POT6-REC
               WHEN 7
                   MOVE    IN-REC (1:WK-IN-LEN) TO POT7-REC
                   WRITE   POT7-REC
               WHEN 8
                   MOVE    IN-REC (1:WK-IN-LEN) TO POT8-REC
                   WRITE   POT8-REC
           END-EVALUATE
           IF      WK-POT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " POT-F WRITE ERROR STATUS="
                           WK-POT-STATUS " "
                           TRIM(TBL-PRT-NAME (WK-PART))
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      TBL-PRT-RECS (WK-PART)
                                       WK-OUT-CNT

           IF      WK-MAP-F-NAME NOT = SPACE
                   MOVE    WK-PART     TO      WK-PART-D
                   MOVE    WK-PART-D   TO      MAP-REC
                   WRITE   MAP-REC
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 件数の記録(元ファイル1件、続けて区分毎に "%" 付き)
       S800-10.

           MOVE    WK-IN-F-NAME (1:32) TO WK-BAL-FILE
           MOVE    WK-IN-CNT   TO      WK-BAL-IN
           MOVE    WK-OUT-CNT  TO      WK-BAL-OUT
           MOVE    ZERO        TO      WK-BAL-SKIP
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP
           MOVE    WK-IN-CNT   TO      WK-CNT-D
           DISPLAY WK-PGM-NAME " 入力=" WK-CNT-D " "
                   TRIM(WK-IN-F-NAME)

           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > TBL-PRT-CNT
                   MOVE    SPACE       TO      WK-BAL-FILE
                   STRING  "%"         DELIMITED BY SIZE
                           TBL-PRT-NAME (P) DELIMITED BY SIZE
                           INTO    WK-BAL-FILE
                   END-STRING
                   MOVE    ZERO        TO      WK-BAL-IN
                   MOVE    TBL-PRT-RECS (P) TO  WK-BAL-OUT
                   CALL    "CTLBAL"    USING   WK-BAL-STEP
                                               WK-BAL-FILE
                                               WK-BAL-IN
                                               WK-BAL-OUT
                                               WK-BAL-SKIP
                   MOVE    P           TO      WK-PART-D
                   MOVE    TBL-PRT-RECS (P) TO  WK-CNT-D
                   DISPLAY WK-PGM-NAME " 区分" WK-PART-D "=" WK-CNT-D
                           " " TRIM(TBL-PRT-NAME (P))
                   IF      TBL-PRT-RECS (P) =   ZERO
                           ADD     1           TO      WK-EMPTY-CNT
                   END-IF
           END-PERFORM
           .
       S800-EX.
           EXIT.
