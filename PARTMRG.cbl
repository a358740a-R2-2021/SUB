      *    *** 区分の併合ユーティリティ(PARTSPLT の逆)
      *    *** 並行ストリームで処理した区分ファイル(2〜8本)を1本に
      *    *** 戻す。並びは元の順かキー順を選ぶ。
      *    ***   元の順: 振分け記録(PARTSPLT の MAP)が有れば、それを
      *    ***     1行ずつ読んで示す区分から次の1件を取る(RANGE・HASH
      *    ***     で分けたもの)。無ければ区分の順に連結する(COUNT で
      *    ***     分けたもの)。振分け記録を使えるのは、区分毎の処理が
      *    ***     1件入力=1件出力で並びを変えない時に限る。記録と
      *    ***     区分の件数が合わない時は残りを末尾へ書いて RC=8
      *    ***     (1件も捨てないが、並びは保証できない)
      *    ***   キー順: 全区分をソートし直す(同じキーは区分の順・
      *    ***     区分内の順を保つ)
      *    *** 件数はCTLBALへ 出力ファイル("=" 付き、突合せの起点)の
      *    *** 1件の後に区分毎の "%" 付きの記録を書き、CTLRECON が
      *    *** 「区分の合計=併合の入力=併合の出力」を検証できる様にする
      *    *** 制御カード:
      *    ***   IN    <区分ファイル名>        (区分の順に2〜8枚)
      *    ***   OUT   <出力ファイル名>
      *    ***   ORDER ORIGINAL|KEY           (省略時 ORIGINAL)
      *    ***   MAP   <振分け記録ファイル名>  (ORIGINAL、省略可)
      *    ***   KEY   <位置> <桁数> [A|D]    (KEY、桁数64まで)
      *    *** RETURN-CODE 0=正常 8=振分け記録と件数が合わない
      *    ***   16=カードの誤り等
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             PARTMRG.

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

      *    *** 区分(振分け記録で併合する時は8本を同時に読む)
       SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT PIN2-F           ASSIGN   WK-PIN2-F-NAME
                               STATUS   WK-PIN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT PIN3-F           ASSIGN   WK-PIN3-F-NAME
                               STATUS   WK-PIN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT PIN4-F           ASSIGN   WK-PIN4-F-NAME
                               STATUS   WK-PIN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT PIN5-F           ASSIGN   WK-PIN5-F-NAME
                               STATUS   WK-PIN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT PIN6-F           ASSIGN   WK-PIN6-F-NAME
                               STATUS   WK-PIN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT PIN7-F           ASSIGN   WK-PIN7-F-NAME
                               STATUS   WK-PIN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
       SELECT PIN8-F           ASSIGN   WK-PIN8-F-NAME
                               STATUS   WK-PIN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 振分け記録
       SELECT MAP-F            ASSIGN   WK-MAP-F-NAME
                               STATUS   WK-MAP-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 出力
       SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** ソート作業ファイル
       SELECT SORT-F           ASSIGN   "PARTMRG.WORK".

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CTL-F
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC             PIC  X(256).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN-LEN.
       01  PIN1-REC            PIC  X(032000).

       FD  PIN2-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN-LEN.
       01  PIN2-REC            PIC  X(032000).

       FD  PIN3-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN-LEN.
       01  PIN3-REC            PIC  X(032000).

       FD  PIN4-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN-LEN.
       01  PIN4-REC            PIC  X(032000).

       FD  PIN5-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN-LEN.
       01  PIN5-REC            PIC  X(032000).

       FD  PIN6-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN-LEN.
       01  PIN6-REC            PIC  X(032000).

       FD  PIN7-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN-LEN.
       01  PIN7-REC            PIC  X(032000).

       FD  PIN8-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN-LEN.
       01  PIN8-REC            PIC  X(032000).

       FD  MAP-F
           LABEL RECORDS ARE STANDARD.
       01  MAP-REC             PIC  X(001).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-POT1-LEN.
       01  POT1-REC            PIC  X(032000).

      *    *** ソートレコード=キー+通番(区分の順・区分内の順)+実長+明細
       SD  SORT-F.
       01  SORT-REC.
           03  SRT-KEY         PIC  X(064).
           03  SRT-SEQ         PIC  9(010).
           03  SRT-LEN         PIC  9(005).
           03  SRT-DATA        PIC  X(032000).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "PARTMRG".

           03  WK-CTL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CTL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CTL-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-PIN2-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-PIN3-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-PIN4-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-PIN5-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-PIN6-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-PIN7-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-PIN8-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-PIN-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-PIN-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-MAP-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-MAP-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-MAP-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-POT1-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-LEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** カード解析用
           03  WK-C-VERB       PIC  X(008) VALUE SPACE.
           03  WK-C-OP1        PIC  X(256) VALUE SPACE.
           03  WK-C-OP2        PIC  X(016) VALUE SPACE.
           03  WK-C-OP3        PIC  X(016) VALUE SPACE.

      *    *** 並び O=元の順 K=キー順
           03  WK-ORDER        PIC  X(001) VALUE "O".
           03  WK-KEY-POS      BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY-ORD      PIC  X(001) VALUE "A".

      *    *** 区分1件の読取り(区分 P から WK-REC へ)
           03  WK-REC          PIC  X(032000) VALUE SPACE.
           03  WK-REC-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-READ-SW      PIC  X(001) VALUE "N".

           03  WK-SEQ          PIC  9(010) VALUE ZERO.
           03  WK-SRT-EOF      PIC  X(001) VALUE LOW-VALUE.

      *    *** 振分け記録と区分の件数の食い違い
           03  WK-MAP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MAP-NG       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SHORT-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-LEFT-CNT     BINARY-LONG SYNC VALUE ZERO.

           03  WK-IN-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OUT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-PART-D       PIC  9(001) VALUE ZERO.
           03  WK-CNT-D        PIC  ZZZ,ZZZ,ZZ9.

           03  WK-BAL-STEP     PIC  X(008) VALUE "PARTMRG".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-BAL-IN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-OUT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-SKIP     BINARY-LONG SYNC VALUE ZERO.

      *    *** 区分テーブル(ファイル名・読んだ件数・読み終わり)
       01  TBL-PRT-AREA.
           03  TBL-PRT-ENT     OCCURS 8.
             05  TBL-PRT-NAME  PIC  X(256).
             05  TBL-PRT-RECS  BINARY-LONG SYNC.
             05  TBL-PRT-EOF   PIC  X(001).
       01  TBL-PRT-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
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

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS " " TRIM(WK-POT1-F-NAME)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           EVALUATE TRUE
               WHEN WK-ORDER   =       "K"
                   PERFORM S300-10     THRU    S300-EX
               WHEN WK-MAP-F-NAME NOT = SPACE
                   PERFORM S200-10     THRU    S200-EX
               WHEN OTHER
                   PERFORM S100-10     THRU    S100-EX
           END-EVALUATE

           CLOSE   POT1-F
           PERFORM S800-10     THRU    S800-EX

           DISPLAY WK-PGM-NAME " END"

           IF      WK-MAP-NG   >       ZERO
              OR   WK-SHORT-CNT >      ZERO
              OR   WK-LEFT-CNT >       ZERO
                   MOVE    8           TO      RETURN-CODE
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
                                       WK-C-OP3
           UNSTRING CTL-REC DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                           WK-C-OP1
                           WK-C-OP2
                           WK-C-OP3
           END-UNSTRING

           EVALUATE WK-C-VERB
               WHEN "IN"
                   IF      TBL-PRT-CNT >=      8
                           DISPLAY WK-PGM-NAME " IN 8 本超過"
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   ADD     1           TO      TBL-PRT-CNT
                   MOVE    WK-C-OP1    TO
                           TBL-PRT-NAME (TBL-PRT-CNT)
               WHEN "OUT"
                   MOVE    WK-C-OP1    TO      WK-POT1-F-NAME
               WHEN "ORDER"
                   EVALUATE WK-C-OP1
                       WHEN "ORIGINAL"
                           MOVE    "O"         TO      WK-ORDER
                       WHEN "KEY"
                           MOVE    "K"         TO      WK-ORDER
                       WHEN OTHER
                           DISPLAY WK-PGM-NAME " ORDER 不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-EVALUATE
               WHEN "MAP"
                   MOVE    WK-C-OP1    TO      WK-MAP-F-NAME
               WHEN "KEY"
                   IF      TEST-NUMVAL (WK-C-OP1) NOT = ZERO
                      OR   TEST-NUMVAL (WK-C-OP2) NOT = ZERO
                      OR   WK-C-OP3    NOT =   SPACE AND "A" AND "D"
                           DISPLAY WK-PGM-NAME " KEY 不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    NUMVAL (WK-C-OP1) TO WK-KEY-POS
                   MOVE    NUMVAL (WK-C-OP2) TO WK-KEY-LEN
                   IF      WK-C-OP3    =       "D"
                           MOVE    "D"         TO      WK-KEY-ORD
                   END-IF
                   IF      WK-KEY-POS  <       1
                      OR   WK-KEY-POS  >       32000
                      OR   WK-KEY-LEN  <       1
                      OR   WK-KEY-LEN  >       64
                           DISPLAY WK-PGM-NAME " KEY 不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 未知のカード: "
                           TRIM(CTL-REC)
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** カードの組合せの確認とファイル名の正規化
       S040-10.

           IF      WK-POT1-F-NAME =    SPACE
              OR   TBL-PRT-CNT <       2
                   DISPLAY WK-PGM-NAME
                           " IN 2〜8枚と OUT 1枚が必要"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-ORDER    =       "K"
              AND  WK-KEY-LEN  =       ZERO
                   DISPLAY WK-PGM-NAME " ORDER KEY は KEY が必要"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           CALL    "PATHSVC"   USING   WK-POT1-F-NAME
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > TBL-PRT-CNT
                   CALL    "PATHSVC"   USING   TBL-PRT-NAME (P)
                   IF      TBL-PRT-NAME (P) =  WK-POT1-F-NAME
                           DISPLAY WK-PGM-NAME
                                   " 入力と出力が同じ: "
                                   TRIM(WK-POT1-F-NAME)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
           END-PERFORM
           IF      WK-MAP-F-NAME NOT = SPACE
                   CALL    "PATHSVC"   USING   WK-MAP-F-NAME
           END-IF

           MOVE    TBL-PRT-NAME (1) TO WK-PIN1-F-NAME
           MOVE    TBL-PRT-NAME (2) TO WK-PIN2-F-NAME
           MOVE    TBL-PRT-NAME (3) TO WK-PIN3-F-NAME
           MOVE    TBL-PRT-NAME (4) TO WK-PIN4-F-NAME
           MOVE    TBL-PRT-NAME (5) TO WK-PIN5-F-NAME
           MOVE    TBL-PRT-NAME (6) TO WK-PIN6-F-NAME
           MOVE    TBL-PRT-NAME (7) TO WK-PIN7-F-NAME
           MOVE    TBL-PRT-NAME (8) TO WK-PIN8-F-NAME
           .
       S040-EX.
           EXIT.

      *    *** 元の順(振分け記録無し): 区分の順に連結
       S100-10.

           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > TBL-PRT-CNT
                   PERFORM S410-10     THRU    S410-EX
                   PERFORM S400-10     THRU    S400-EX
                   PERFORM UNTIL WK-READ-SW    =       "N"
                           PERFORM S500-10     THRU    S500-EX
                           PERFORM S400-10     THRU    S400-EX
                   END-PERFORM
                   PERFORM S420-10     THRU    S420-EX
           END-PERFORM
           .
       S100-EX.
           EXIT.

      *    *** 元の順(振分け記録有り): 記録の示す区分から1件ずつ
       S200-10.

           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > TBL-PRT-CNT
                   PERFORM S410-10     THRU    S410-EX
           END-PERFORM

           OPEN    INPUT       MAP-F
           IF      WK-MAP-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " MAP-F OPEN ERROR STATUS="
                           WK-MAP-STATUS " " TRIM(WK-MAP-F-NAME)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-MAP-EOF
           PERFORM UNTIL WK-MAP-EOF    =       HIGH-VALUE
                   READ    MAP-F
                   IF      WK-MAP-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-MAP-EOF
                   ELSE
                           ADD     1           TO      WK-MAP-CNT
                           PERFORM S210-10     THRU    S210-EX
                   END-IF
           END-PERFORM
           CLOSE   MAP-F

      *    *** 記録より多く残った区分の明細は末尾へ(捨てない)
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > TBL-PRT-CNT
                   PERFORM S400-10     THRU    S400-EX
                   PERFORM UNTIL WK-READ-SW    =       "N"
                           ADD     1           TO      WK-LEFT-CNT
                           PERFORM S500-10     THRU    S500-EX
                           PERFORM S400-10     THRU    S400-EX
                   END-PERFORM
                   PERFORM S420-10     THRU    S420-EX
           END-PERFORM

           IF      WK-MAP-NG   >       ZERO
              OR   WK-SHORT-CNT >      ZERO
              OR   WK-LEFT-CNT >       ZERO
                   MOVE    WK-MAP-NG   TO      WK-CNT-D
                   DISPLAY WK-PGM-NAME " 振分け記録の誤り="
                           WK-CNT-D
                   MOVE    WK-SHORT-CNT TO     WK-CNT-D
                   DISPLAY WK-PGM-NAME " 区分の不足=" WK-CNT-D
                   MOVE    WK-LEFT-CNT TO      WK-CNT-D
                   DISPLAY WK-PGM-NAME " 区分の余り=" WK-CNT-D
                           " (末尾へ書いた"
                           "、並びは保証できない)"
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 振分け記録1行(区分番号)の明細を書く
       S210-10.

           IF      MAP-REC     IS NOT  NUMERIC
                   ADD     1           TO      WK-MAP-NG
                   GO      TO      S210-EX
           END-IF
           MOVE    MAP-REC     TO      WK-PART-D
           MOVE    WK-PART-D   TO      P
           IF      P           <       1
              OR   P           >       TBL-PRT-CNT
                   ADD     1           TO      WK-MAP-NG
                   GO      TO      S210-EX
           END-IF

           PERFORM S400-10     THRU    S400-EX
           IF      WK-READ-SW  =       "N"
                   ADD     1           TO      WK-SHORT-CNT
                   GO      TO      S210-EX
           END-IF
           PERFORM S500-10     THRU    S500-EX
           .
       S210-EX.
           EXIT.

      *    *** キー順: 全区分をソートし直す
       S300-10.

           IF      WK-KEY-ORD  =       "D"
                   SORT    SORT-F
                           ON DESCENDING KEY SRT-KEY
                           ON ASCENDING  KEY SRT-SEQ
                           INPUT  PROCEDURE S310-10 THRU S310-EX
                           OUTPUT PROCEDURE S320-10 THRU S320-EX
           ELSE
                   SORT    SORT-F
                           ON ASCENDING  KEY SRT-KEY
                                             SRT-SEQ
                           INPUT  PROCEDURE S310-10 THRU S310-EX
                           OUTPUT PROCEDURE S320-10 THRU S320-EX
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 入力手続き(区分を順に読んでRELEASEする)
       S310-10.

           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > TBL-PRT-CNT
                   PERFORM S410-10     THRU    S410-EX
                   PERFORM S400-10     THRU    S400-EX
                   PERFORM UNTIL WK-READ-SW    =       "N"
                           ADD     1           TO      WK-SEQ
                           MOVE    SPACE       TO      SRT-KEY
                           IF      WK-KEY-POS  <=      WK-REC-LEN
                                   MOVE    WK-REC (WK-KEY-POS:
                                                   WK-KEY-LEN)
                                               TO      SRT-KEY
                           END-IF
                           MOVE    WK-SEQ      TO      SRT-SEQ
                           MOVE    WK-REC-LEN  TO      SRT-LEN
                           MOVE    WK-REC (1:WK-REC-LEN) TO SRT-DATA
                           RELEASE SORT-REC
                           PERFORM S400-10     THRU    S400-EX
                   END-PERFORM
                   PERFORM S420-10     THRU    S420-EX
           END-PERFORM
           .
       S310-EX.
           EXIT.

      *    *** 出力手続き
       S320-10.

           MOVE    LOW-VALUE   TO      WK-SRT-EOF
           PERFORM UNTIL WK-SRT-EOF    =       HIGH-VALUE
                   RETURN  SORT-F
                       AT END
                           MOVE    HIGH-VALUE  TO      WK-SRT-EOF
                       NOT AT END
                           MOVE    SRT-LEN     TO      WK-REC-LEN
                           MOVE    SRT-DATA (1:WK-REC-LEN) TO WK-REC
                           PERFORM S500-10     THRU    S500-EX
                   END-RETURN
           END-PERFORM
           .
       S320-EX.
           EXIT.

      *    *** 区分 P から1件(WK-REC・WK-REC-LEN、無ければ READ-SW=N)
       S400-10.

           MOVE    "N"         TO      WK-READ-SW
           IF      TBL-PRT-EOF (P) =   "Y"
                   GO      TO      S400-EX
           END-IF
           EVALUATE P
               WHEN 1  READ    PIN1-F
               WHEN 2  READ    PIN2-F
               WHEN 3  READ    PIN3-F
               WHEN 4  READ    PIN4-F
               WHEN 5  READ    PIN5-F
               WHEN 6  READ    PIN6-F
               WHEN 7  READ    PIN7-F
               WHEN 8  READ    PIN8-F
           END-EVALUATE
           IF      WK-PIN-STATUS NOT = ZERO
                   MOVE    "Y"         TO      TBL-PRT-EOF (P)
                   GO      TO      S400-EX
           END-IF

           MOVE    WK-PIN-LEN  TO      WK-REC-LEN
           EVALUATE P
               WHEN 1  MOVE PIN1-REC (1:WK-PIN-LEN) TO WK-REC
               WHEN 2  MOVE PIN2-REC (1:WK-PIN-LEN) TO WK-REC
               WHEN 3  MOVE PIN3-REC (1:WK-PIN-LEN) TO WK-REC
               WHEN 4  MOVE PIN4-REC (1:WK-PIN-LEN) TO WK-REC
               WHEN 5  MOVE PIN5-REC (1:WK-PIN-LEN) TO WK-REC
               WHEN 6  MOVE PIN6-REC (1:WK-PIN-LEN) TO WK-REC
               WHEN 7  MOVE PIN7-REC (1:WK-PIN-LEN) TO WK-REC
               WHEN 8  MOVE PIN8-REC (1:WK-PIN-LEN) TO WK-REC
           END-EVALUATE
           ADD     1           TO      TBL-PRT-RECS (P)
                                       WK-IN-CNT
           MOVE    "Y"         TO      WK-READ-SW
           .
       S400-EX.
           EXIT.

      *    *** 区分 P の OPEN
       S410-10.

           EVALUATE P
               WHEN 1  OPEN    INPUT       PIN1-F
               WHEN 2  OPEN    INPUT       PIN2-F
               WHEN 3  OPEN    INPUT       PIN3-F
               WHEN 4  OPEN    INPUT       PIN4-F
               WHEN 5  OPEN    INPUT       PIN5-F
               WHEN 6  OPEN    INPUT       PIN6-F
               WHEN 7  OPEN    INPUT       PIN7-F
               WHEN 8  OPEN    INPUT       PIN8-F
           END-EVALUATE
           IF      WK-PIN-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PIN-F OPEN ERROR STATUS="
                           WK-PIN-STATUS " "
                           TRIM(TBL-PRT-NAME (P))
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    "N"         TO      TBL-PRT-EOF (P)
           .
       S410-EX.
           EXIT.

      *    *** 区分 P の CLOSE
       S420-10.

           EVALUATE P
               WHEN 1  CLOSE   PIN1-F
               WHEN 2  CLOSE   PIN2-F
               WHEN 3  CLOSE   PIN3-F
               WHEN 4  CLOSE   PIN4-F
               WHEN 5  CLOSE   PIN5-F
               WHEN 6  CLOSE   PIN6-F
               WHEN 7  CLOSE   PIN7-F
               WHEN 8  CLOSE   PIN8-F
           END-EVALUATE
           .
       S420-EX.
           EXIT.

      *    *** 出力1件
       S500-10.

           MOVE    WK-REC-LEN  TO      WK-POT1-LEN
           MOVE    WK-REC (1:WK-REC-LEN) TO POT1-REC
           WRITE   POT1-REC
           IF      WK-POT1-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " POT1-F WRITE ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-OUT-CNT
           .
       S500-EX.
           EXIT.

      *    *** 件数の記録(出力ファイル "=" 付き1件、続けて区分毎に "%")
       S800-10.

           MOVE    SPACE       TO      WK-BAL-FILE
           STRING  "="         DELIMITED BY SIZE
                   WK-POT1-F-NAME DELIMITED BY SIZE
                   INTO    WK-BAL-FILE
           END-STRING
           MOVE    WK-IN-CNT   TO      WK-BAL-IN
           MOVE    WK-OUT-CNT  TO      WK-BAL-OUT
           MOVE    ZERO        TO      WK-BAL-SKIP
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP
           MOVE    WK-OUT-CNT  TO      WK-CNT-D
           DISPLAY WK-PGM-NAME " 出力=" WK-CNT-D " "
                   TRIM(WK-POT1-F-NAME)

           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > TBL-PRT-CNT
                   MOVE    SPACE       TO      WK-BAL-FILE
                   STRING  "%"         DELIMITED BY SIZE
                           TBL-PRT-NAME (P) DELIMITED BY SIZE
                           INTO    WK-BAL-FILE
                   END-STRING
                   MOVE    ZERO        TO      WK-BAL-IN
                   MOVE    TBL-PRT-RECS (P) TO WK-BAL-OUT
                   CALL    "CTLBAL"    USING   WK-BAL-STEP
                                               WK-BAL-FILE
                                               WK-BAL-IN
                                               WK-BAL-OUT
                                               WK-BAL-SKIP
                   MOVE    P           TO      WK-PART-D
                   MOVE    TBL-PRT-RECS (P) TO WK-CNT-D
                   DISPLAY WK-PGM-NAME " 区分" WK-PART-D "=" WK-CNT-D
                           " " TRIM(TBL-PRT-NAME (P))
           END-PERFORM
           .
       S800-EX.
           EXIT.
