      *    *** 親子ファイル間 参照整合性チェックプログラム
      *    *** 親ファイルと1本以上の子ファイルをキー順に突き合わせ、
      *    *** 実在しない親キーを持つ子(孤児)、子を必須とする場合の
      *    *** 子の無い親、親キーの重複を報告する。孤児の子は原文の
      *    *** まま不良ファイルへ写す。
      *    *** キー順に並んでいない入力はSORTカードでSORTUTILを通して
      *    *** 並べ替える(SORT無しで順序が崩れていれば異常終了)。
      *    *** 所見が有れば非ゼロRCで返し、VALCHKと同じくMAINJOBの
      *    *** CTL-MAXRCで関所のところで夜を止められる様にする。
      *    *** 子ファイル毎の件数(入力=一致+孤児)はCTLBALへ記録する
      *    *** 制御カード:
      *    ***   PARENT <親ファイル名> <位置> <桁数> [F|C]
      *    ***   CHILD  <子ファイル名> <位置> <桁数> [F|C] [MUST]
      *    ***     (子は最大5本。MUST=その子を1件以上持たない親を報告)
      *    ***     F=固定位置(既定)。C=CSVで、位置を列番号、桁数を
      *    ***     キーの最大桁として使い、数字だけのキーは桁数まで
      *    ***     前ゼロで揃える(COBRND PAIR の様な詰めた番号用)。
      *    ***     桁数は親子で同じにする(1〜55)
      *    ***   SORT                 (全ファイルをキー順に並べ替える)
      *    ***   RPT    <所見報告ファイル名>
      *    ***   REJ    <孤児の写し先>   (省略可)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             REFCHK.

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

      *    *** 親
       SELECT PAR-F            ASSIGN   WK-PAR-F-NAME
                               STATUS   WK-PAR-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 子(並べ替え時は各ファイルの読込みにも使う)
       SELECT CHD-F            ASSIGN   WK-CHD-F-NAME
                               STATUS   WK-CHD-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 並べ替え用 キー付き作業ファイル
       SELECT KEY-F            ASSIGN   WK-KEY-F-NAME
                               STATUS   WK-KEY-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** SORTUTIL への制御カード
       SELECT SCT-F            ASSIGN   WK-SCT-F-NAME
                               STATUS   WK-SCT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 孤児の写し
       SELECT REJ-F            ASSIGN   WK-REJ-F-NAME
                               STATUS   WK-REJ-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CTL-F
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC             PIC  X(256).

       FD  PAR-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PAR-LEN.
       01  PAR-REC             PIC  X(032000).

       FD  CHD-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-CHD-LEN.
       01  CHD-REC             PIC  X(032000).

      *    *** 1行= キー(桁数) 元の順番(9) 原文
       FD  KEY-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-KEY-LEN.
       01  KEY-REC             PIC  X(032000).

       FD  SCT-F
           LABEL RECORDS ARE STANDARD.
       01  SCT-REC             PIC  X(080).

       FD  REJ-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-REJ-LEN.
       01  REJ-REC             PIC  X(032000).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(200).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "REFCHK".

           03  WK-CTL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CTL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CTL-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-PAR-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-PAR-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-PAR-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-CHD-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CHD-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CHD-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-CHD-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-KEY-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-KEY-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-KEY-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-SCT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-SCT-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-SRT-F-NAME   PIC  X(256) VALUE SPACE.

           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

           03  WK-REJ-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-REJ-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-REJ-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-DELETE-STATUS BINARY-LONG SYNC VALUE ZERO.

      *    *** カード解析用
           03  WK-C-VERB       PIC  X(008) VALUE SPACE.
           03  WK-C-OP1        PIC  X(256) VALUE SPACE.
           03  WK-C-OP2        PIC  X(016) VALUE SPACE.
           03  WK-C-OP3        PIC  X(016) VALUE SPACE.
           03  WK-C-OP4        PIC  X(016) VALUE SPACE.
           03  WK-C-OP5        PIC  X(016) VALUE SPACE.
           03  WK-C-OPT        PIC  X(016) VALUE SPACE.

           03  WK-SORT-SW      PIC  X(001) VALUE "N".

      *    *** キー(全ファイル共通の桁数)
           03  WK-KLEN         BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY          PIC  X(064) VALUE SPACE.
           03  WK-VAL          PIC  X(064) VALUE SPACE.
           03  WK-PAR-KEY      PIC  X(064) VALUE SPACE.
           03  WK-PAR-PREV     PIC  X(064) VALUE SPACE.
           03  WK-CHD-KEY      PIC  X(064) VALUE SPACE.
           03  WK-CHD-PREV     PIC  X(064) VALUE SPACE.

      *    *** 原文の先頭位置(並べ替え済みはキーと順番の後ろ)・順番
           03  WK-DATA-OFF     BINARY-LONG SYNC VALUE 1.
           03  WK-PAR-SEQ      PIC  9(009) VALUE ZERO.
           03  WK-CHD-SEQ      PIC  9(009) VALUE ZERO.
           03  WK-PAR-RD       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHD-RD       BINARY-LONG SYNC VALUE ZERO.

      *    *** キー取り出し用の1件
           03  WK-REC          PIC  X(032000) VALUE SPACE.
           03  WK-REC-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-REC-SEQ      PIC  9(009) VALUE ZERO.

      *    *** CSVの分解(DECODE10、区切りはX"00"で受ける)
           03  WK-CSV-DELIM    PIC  X(001) VALUE LOW-VALUE.
           03  WK-CSV-OUT      PIC  X(032000) VALUE SPACE.
           03  WK-CSV-OUT-LEN  BINARY-LONG SYNC VALUE ZERO.
           03  WK-CSV-FLD-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-CR           PIC  X(001) VALUE X"0D".

      *    *** SORTUTIL 制御カードの数字
           03  WK-SKEY-D       PIC  9(005) VALUE ZERO.
           03  WK-SFX-NO       PIC  9(001) VALUE ZERO.

      *    *** 所見報告1行
           03  WK-RPT-TAG      PIC  X(008) VALUE SPACE.
           03  WK-RPT-SEQ      PIC  9(009) VALUE ZERO.
           03  WK-RPT-KEY      PIC  X(064) VALUE SPACE.
           03  WK-RPT-DATA     PIC  X(080) VALUE SPACE.
           03  WK-SEQ-D        PIC  ZZZ,ZZZ,ZZ9.

      *    *** 件数
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.
           03  WK-PAR-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ORPHAN-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-NOCHD-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-ORPHAN-TOT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-NOCHD-TOT    BINARY-LONG SYNC VALUE ZERO.

           03  WK-BAL-STEP     PIC  X(008) VALUE "REFCHK".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-BAL-IN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-OUT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-SKIP     BINARY-LONG SYNC VALUE ZERO.

      *    *** ファイル定義テーブル(1=親、2〜6=子)
       01  TBL-FIL-AREA.
           03  TBL-FIL-ENT     OCCURS 6.
             05  TBL-FIL-NAME  PIC  X(256).
             05  TBL-FIL-RD    PIC  X(256).
             05  TBL-FIL-POS   BINARY-LONG SYNC.
             05  TBL-FIL-LEN   BINARY-LONG SYNC.
             05  TBL-FIL-FORM  PIC  X(001).
             05  TBL-FIL-MUST  PIC  X(001).
       01  TBL-FIL-CNT         BINARY-LONG SYNC VALUE 1.

       01  INDEX-AREA.
           03  F               BINARY-LONG SYNC VALUE ZERO.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** 制御カードファイル名
       01  LI-CTL-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-CTL-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

           INITIALIZE  TBL-FIL-AREA
           MOVE    TRIM(LI-CTL-FILENAME) TO WK-CTL-F-NAME
           PERFORM S010-10     THRU    S010-EX

           IF      TBL-FIL-NAME (1) =  SPACE
              OR   TBL-FIL-CNT <       2
              OR   WK-RPT-F-NAME =     SPACE
                   DISPLAY WK-PGM-NAME
                           " PARENT/CHILD/RPT カードが不足"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    TBL-FIL-LEN (1) TO  WK-KLEN
           PERFORM VARYING F FROM 2 BY 1
                   UNTIL F > TBL-FIL-CNT
                   IF      TBL-FIL-LEN (F) NOT = WK-KLEN
                           DISPLAY WK-PGM-NAME
                                   " キー桁数が親子で違う: "
                                   TRIM(TBL-FIL-NAME (F))
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
           END-PERFORM

           PERFORM VARYING F FROM 1 BY 1
                   UNTIL F > TBL-FIL-CNT
                   CALL    "PATHSVC"   USING   TBL-FIL-NAME (F)
                   MOVE    TBL-FIL-NAME (F) TO TBL-FIL-RD (F)
           END-PERFORM
           CALL    "PATHSVC"   USING   WK-RPT-F-NAME
           IF      WK-REJ-F-NAME NOT = SPACE
                   CALL    "PATHSVC"   USING   WK-REJ-F-NAME
           END-IF

      *    *** 並べ替え(キー+元の順番で並べ、同じキーは元の順のまま)
           IF      WK-SORT-SW  =       "Y"
                   PERFORM VARYING F FROM 1 BY 1
                           UNTIL F > TBL-FIL-CNT
                           PERFORM S400-10     THRU    S400-EX
                   END-PERFORM
                   COMPUTE WK-DATA-OFF = WK-KLEN + 10
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "REFERENTIAL INTEGRITY FINDINGS"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-REJ-F-NAME NOT = SPACE
                   OPEN    OUTPUT      REJ-F
                   IF      WK-REJ-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " REJ-F OPEN ERROR STATUS="
                                   WK-REJ-STATUS
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
           END-IF

           MOVE    SPACE       TO      RPT-REC
           STRING  "*** PARENT=" DELIMITED BY SIZE
                   TBL-FIL-NAME (1) DELIMITED BY SPACE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX

      *    *** 子ファイル毎に親と突き合わせる(親キー重複は1回目で報告)
           PERFORM VARYING F FROM 2 BY 1
                   UNTIL F > TBL-FIL-CNT
                   PERFORM S100-10     THRU    S100-EX
           END-PERFORM

           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           IF      WK-REJ-F-NAME NOT = SPACE
                   CLOSE   REJ-F
           END-IF

           IF      WK-SORT-SW  =       "Y"
                   PERFORM VARYING F FROM 1 BY 1
                           UNTIL F > TBL-FIL-CNT
                           CALL    "CBL_DELETE_FILE" USING
                                   TBL-FIL-RD (F)
                                   RETURNING WK-DELETE-STATUS
                   END-PERFORM
           END-IF

           DISPLAY WK-PGM-NAME " 親=" WK-PAR-CNT
                   " 親キー重複=" WK-DUP-CNT
                   " 孤児=" WK-ORPHAN-TOT
                   " 子無し親=" WK-NOCHD-TOT
           DISPLAY WK-PGM-NAME " END"

           IF      WK-DUP-CNT  >       ZERO
              OR   WK-ORPHAN-TOT >     ZERO
              OR   WK-NOCHD-TOT >      ZERO
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
                                       WK-C-OP4
                                       WK-C-OP5
           UNSTRING CTL-REC DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                           WK-C-OP1
                           WK-C-OP2
                           WK-C-OP3
                           WK-C-OP4
                           WK-C-OP5
           END-UNSTRING

           EVALUATE WK-C-VERB
               WHEN "PARENT"
                   MOVE    1           TO      F
                   PERFORM S030-10     THRU    S030-EX
               WHEN "CHILD"
                   IF      TBL-FIL-CNT >=      6
                           DISPLAY WK-PGM-NAME " CHILD 5 本超過"
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   ADD     1           TO      TBL-FIL-CNT
                   MOVE    TBL-FIL-CNT TO      F
                   PERFORM S030-10     THRU    S030-EX
               WHEN "SORT"
                   MOVE    "Y"         TO      WK-SORT-SW
               WHEN "RPT"
                   MOVE    WK-C-OP1    TO      WK-RPT-F-NAME
               WHEN "REJ"
                   MOVE    WK-C-OP1    TO      WK-REJ-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 未知のカード: "
                           TRIM(CTL-REC)
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** PARENT・CHILD カード(ファイル名・キー位置・桁数・指定)
       S030-10.

           IF      WK-C-OP1    =       SPACE
              OR   TEST-NUMVAL (WK-C-OP2) NOT = ZERO
              OR   TEST-NUMVAL (WK-C-OP3) NOT = ZERO
                   DISPLAY WK-PGM-NAME " カード不正: "
                           TRIM(CTL-REC)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    WK-C-OP1    TO      TBL-FIL-NAME (F)
           MOVE    NUMVAL (WK-C-OP2) TO TBL-FIL-POS (F)
           MOVE    NUMVAL (WK-C-OP3) TO TBL-FIL-LEN (F)
           MOVE    "F"         TO      TBL-FIL-FORM (F)
           MOVE    "N"         TO      TBL-FIL-MUST (F)
           IF      TBL-FIL-POS (F) < 1
              OR   TBL-FIL-LEN (F) < 1
              OR   TBL-FIL-LEN (F) > 55
                   DISPLAY WK-PGM-NAME " 位置・桁数不正: "
                           TRIM(CTL-REC)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    WK-C-OP4    TO      WK-C-OPT
           PERFORM S035-10     THRU    S035-EX
           MOVE    WK-C-OP5    TO      WK-C-OPT
           PERFORM S035-10     THRU    S035-EX
           .
       S030-EX.
           EXIT.

      *    *** PARENT・CHILD カードの指定語(F・C・MUST)
       S035-10.

           EVALUATE WK-C-OPT
               WHEN SPACE
                   CONTINUE
               WHEN "F"
               WHEN "C"
                   MOVE    WK-C-OPT    TO      TBL-FIL-FORM (F)
               WHEN "MUST"
                   IF      F           =       1
                           DISPLAY WK-PGM-NAME
                                   " MUST は CHILD に付ける: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    "Y"         TO      TBL-FIL-MUST (F)
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 指定語不正: "
                           TRIM(CTL-REC)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-EVALUATE
           .
       S035-EX.
           EXIT.

      *    *** 子ファイル1本と親の突き合わせ
       S100-10.

           MOVE    ZERO        TO      WK-CHD-CNT
                                       WK-HIT-CNT
                                       WK-ORPHAN-CNT
                                       WK-NOCHD-CNT
                                       WK-PAR-RD
                                       WK-CHD-RD

           MOVE    SPACE       TO      RPT-REC
           STRING  "*** CHILD="  DELIMITED BY SIZE
                   TBL-FIL-NAME (F) DELIMITED BY SPACE
                   " MUST="     DELIMITED BY SIZE
                   TBL-FIL-MUST (F) DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    TBL-FIL-RD (1) TO   WK-PAR-F-NAME
           OPEN    INPUT       PAR-F
           IF      WK-PAR-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PAR-F OPEN ERROR STATUS="
                           WK-PAR-STATUS " (" TRIM(WK-PAR-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    TBL-FIL-RD (F) TO   WK-CHD-F-NAME
           OPEN    INPUT       CHD-F
           IF      WK-CHD-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " CHD-F OPEN ERROR STATUS="
                           WK-CHD-STATUS " (" TRIM(WK-CHD-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-PAR-PREV
                                       WK-CHD-PREV
           PERFORM S210-10     THRU    S210-EX
           PERFORM S220-10     THRU    S220-EX
           MOVE    ZERO        TO      WK-HIT

      *    *** 子<親=孤児、子=親=一致、子>親=親を進める
           PERFORM UNTIL WK-PAR-KEY    =       HIGH-VALUE
                     AND WK-CHD-KEY    =       HIGH-VALUE
                   EVALUATE TRUE
                       WHEN WK-CHD-KEY <       WK-PAR-KEY
                           PERFORM S230-10     THRU    S230-EX
                           PERFORM S220-10     THRU    S220-EX
                       WHEN WK-CHD-KEY =       WK-PAR-KEY
                           ADD     1           TO      WK-HIT
                                                       WK-HIT-CNT
                           PERFORM S220-10     THRU    S220-EX
                       WHEN OTHER
                           PERFORM S240-10     THRU    S240-EX
                           PERFORM S210-10     THRU    S210-EX
                           MOVE    ZERO        TO      WK-HIT
                   END-EVALUATE
           END-PERFORM

           CLOSE   PAR-F
           CLOSE   CHD-F

           ADD     WK-ORPHAN-CNT TO    WK-ORPHAN-TOT
           ADD     WK-NOCHD-CNT TO     WK-NOCHD-TOT

      *    *** コントロールトータル記録(子の入力=一致+孤児のはず)
           MOVE    TBL-FIL-NAME (F) (1:32) TO WK-BAL-FILE
           MOVE    WK-CHD-CNT  TO      WK-BAL-IN
           MOVE    WK-HIT-CNT  TO      WK-BAL-OUT
           MOVE    WK-ORPHAN-CNT TO    WK-BAL-SKIP
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP

           DISPLAY WK-PGM-NAME " 子=" TRIM(TBL-FIL-NAME (F))
           DISPLAY WK-PGM-NAME " 件数=" WK-CHD-CNT
                   " 一致=" WK-HIT-CNT
                   " 孤児=" WK-ORPHAN-CNT
                   " 子無し親=" WK-NOCHD-CNT
           .
       S100-EX.
           EXIT.

      *    *** 親1件読込み(キー重複は読み飛ばし、1本目の子の時に報告)
       S210-10.

           READ    PAR-F
           IF      WK-PAR-STATUS NOT = ZERO
                   MOVE    HIGH-VALUE  TO      WK-PAR-KEY
                   GO      TO      S210-EX
           END-IF

           ADD     1           TO      WK-PAR-RD
           IF      WK-SORT-SW  =       "Y"
                   MOVE    SPACE       TO      WK-KEY
                   MOVE    PAR-REC (1:WK-KLEN) TO WK-KEY
                   MOVE    PAR-REC (WK-KLEN + 1:9) TO WK-PAR-SEQ
           ELSE
                   MOVE    WK-PAR-LEN  TO      WK-REC-LEN
                   IF      WK-PAR-LEN  >       ZERO
                           MOVE    PAR-REC (1:WK-PAR-LEN) TO WK-REC
                   END-IF
                   MOVE    1           TO      K
                   PERFORM S300-10     THRU    S300-EX
                   MOVE    WK-PAR-RD   TO      WK-PAR-SEQ
           END-IF

           IF      WK-KEY      <       WK-PAR-PREV
                   MOVE    1           TO      K
                   MOVE    WK-PAR-SEQ  TO      WK-RPT-SEQ
                   PERFORM S290-10     THRU    S290-EX
           END-IF

           IF      WK-KEY      =       WK-PAR-PREV
                   IF      F           =       2
                           ADD     1           TO      WK-DUP-CNT
                           MOVE    "DUPKEY"    TO      WK-RPT-TAG
                           MOVE    WK-PAR-SEQ  TO      WK-RPT-SEQ
                           PERFORM S250-10     THRU    S250-EX
                           PERFORM S280-10     THRU    S280-EX
                   END-IF
                   GO      TO      S210-10
           END-IF

           MOVE    WK-KEY      TO      WK-PAR-KEY
                                       WK-PAR-PREV
           IF      F           =       2
                   ADD     1           TO      WK-PAR-CNT
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** 子1件読込み
       S220-10.

           READ    CHD-F
           IF      WK-CHD-STATUS NOT = ZERO
                   MOVE    HIGH-VALUE  TO      WK-CHD-KEY
                   GO      TO      S220-EX
           END-IF

           ADD     1           TO      WK-CHD-RD
                                       WK-CHD-CNT
           IF      WK-SORT-SW  =       "Y"
                   MOVE    SPACE       TO      WK-KEY
                   MOVE    CHD-REC (1:WK-KLEN) TO WK-KEY
                   MOVE    CHD-REC (WK-KLEN + 1:9) TO WK-CHD-SEQ
           ELSE
                   MOVE    WK-CHD-LEN  TO      WK-REC-LEN
                   IF      WK-CHD-LEN  >       ZERO
                           MOVE    CHD-REC (1:WK-CHD-LEN) TO WK-REC
                   END-IF
                   MOVE    F           TO      K
                   PERFORM S300-10     THRU    S300-EX
                   MOVE    WK-CHD-RD   TO      WK-CHD-SEQ
           END-IF

           IF      WK-KEY      <       WK-CHD-PREV
                   MOVE    F           TO      K
                   MOVE    WK-CHD-SEQ  TO      WK-RPT-SEQ
                   PERFORM S290-10     THRU    S290-EX
           END-IF

           MOVE    WK-KEY      TO      WK-CHD-KEY
                                       WK-CHD-PREV
           .
       S220-EX.
           EXIT.

      *    *** 孤児1件(報告と原文の写し)
       S230-10.

           ADD     1           TO      WK-ORPHAN-CNT
           MOVE    "ORPHAN"    TO      WK-RPT-TAG
           MOVE    WK-CHD-SEQ  TO      WK-RPT-SEQ
           MOVE    WK-CHD-KEY  TO      WK-KEY
           COMPUTE L = WK-CHD-LEN - WK-DATA-OFF + 1
           MOVE    SPACE       TO      WK-RPT-DATA
           IF      L           >       ZERO
                   MOVE    CHD-REC (WK-DATA-OFF:L) TO WK-RPT-DATA
           END-IF
           PERFORM S280-10     THRU    S280-EX

           IF      WK-REJ-F-NAME NOT = SPACE
                   IF      L           >       ZERO
                           MOVE    L           TO      WK-REJ-LEN
                           MOVE    CHD-REC (WK-DATA-OFF:L) TO REJ-REC
                   ELSE
                           MOVE    1           TO      WK-REJ-LEN
                           MOVE    SPACE       TO      REJ-REC
                   END-IF
                   WRITE   REJ-REC
           END-IF
           .
       S230-EX.
           EXIT.

      *    *** 親を進める前に、子必須で1件も無ければ報告
       S240-10.

           IF      TBL-FIL-MUST (F) NOT = "Y"
              OR   WK-HIT      >       ZERO
                   GO      TO      S240-EX
           END-IF

           ADD     1           TO      WK-NOCHD-CNT
           MOVE    "NOCHILD"   TO      WK-RPT-TAG
           MOVE    WK-PAR-SEQ  TO      WK-RPT-SEQ
           MOVE    WK-PAR-KEY  TO      WK-KEY
           PERFORM S250-10     THRU    S250-EX
           PERFORM S280-10     THRU    S280-EX
           .
       S240-EX.
           EXIT.

      *    *** 報告用に親の原文を控える
       S250-10.

           COMPUTE L = WK-PAR-LEN - WK-DATA-OFF + 1
           MOVE    SPACE       TO      WK-RPT-DATA
           IF      L           >       ZERO
                   MOVE    PAR-REC (WK-DATA-OFF:L) TO WK-RPT-DATA
           END-IF
           .
       S250-EX.
           EXIT.

      *    *** 所見の報告行
       S280-10.

           MOVE    WK-RPT-SEQ  TO      WK-SEQ-D
           MOVE    WK-KEY      TO      WK-RPT-KEY
           MOVE    SPACE       TO      RPT-REC
           STRING  WK-RPT-TAG  DELIMITED BY SIZE
                   " SEQ="     DELIMITED BY SIZE
                   WK-SEQ-D    DELIMITED BY SIZE
                   " KEY="     DELIMITED BY SIZE
                   WK-RPT-KEY (1:WK-KLEN) DELIMITED BY SIZE
                   " REC="     DELIMITED BY SIZE
                   WK-RPT-DATA DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           .
       S280-EX.
           EXIT.

      *    *** キー順の崩れ(SORT無しで並んでいない入力、K=ファイル定義)
       S290-10.

           MOVE    WK-RPT-SEQ  TO      WK-SEQ-D
           DISPLAY WK-PGM-NAME " キー順誤り SEQ=" WK-SEQ-D
                   " (" TRIM(TBL-FIL-NAME (K)) ")"
           DISPLAY WK-PGM-NAME " SORT カードを指定して下さい"
           MOVE    16          TO      RETURN-CODE
           STOP    RUN
           .
       S290-EX.
           EXIT.

      *    *** キーの取り出し(WK-REC → WK-KEY、K=ファイル定義)
       S300-10.

           MOVE    SPACE       TO      WK-KEY
           IF      TBL-FIL-FORM (K) =  "C"
                   PERFORM S310-10     THRU    S310-EX
                   GO      TO      S300-EX
           END-IF

      *    *** 固定位置(レコードが短ければ有る分だけ)
           MOVE    TBL-FIL-POS (K) TO  I
           MOVE    TBL-FIL-LEN (K) TO  L
           IF      I           >       WK-REC-LEN
                   GO      TO      S300-EX
           END-IF
           IF      I + L - 1   >       WK-REC-LEN
                   COMPUTE L = WK-REC-LEN - I + 1
           END-IF
           MOVE    WK-REC (I:L) TO     WK-KEY (1:L)
           .
       S300-EX.
           EXIT.

      *    *** CSV(DECODE10で引用符を解き、位置=列番号の値を取る)
       S310-10.

           MOVE    WK-REC-LEN  TO      L
           IF      L > ZERO AND WK-REC (L:1) = WK-CR
                   SUBTRACT 1          FROM    L
           END-IF
           IF      L           =       ZERO
                   GO      TO      S310-EX
           END-IF
           MOVE    32000       TO      WK-CSV-OUT-LEN
           CALL    "DECODE10"  USING   WK-CSV-DELIM
                                       WK-REC (1:L)
                                       L
                                       WK-CSV-OUT
                                       WK-CSV-OUT-LEN
                                       WK-CSV-FLD-CNT

           MOVE    1           TO      J
           MOVE    1           TO      I
           MOVE    ZERO        TO      M
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-CSV-OUT-LEN
                      OR J > TBL-FIL-POS (K)
                   IF      WK-CSV-OUT (L:1) =  WK-CSV-DELIM
                           ADD     1           TO      J
                           IF      J   =       TBL-FIL-POS (K)
                                   COMPUTE I = L + 1
                           END-IF
                   ELSE
                           IF      J   =       TBL-FIL-POS (K)
                                   ADD     1           TO      M
                           END-IF
                   END-IF
           END-PERFORM
           IF      M           =       ZERO
                   GO      TO      S310-EX
           END-IF
           IF      M           >       64
                   MOVE    64          TO      M
           END-IF

           MOVE    TRIM(WK-CSV-OUT (I:M)) TO WK-VAL
           IF      WK-VAL      =       SPACE
                   GO      TO      S310-EX
           END-IF
           MOVE    LENGTH(TRIM(WK-VAL)) TO N
           MOVE    TBL-FIL-LEN (K) TO  L
           IF      N           >       L
                   MOVE    L           TO      N
           END-IF

      *    *** 数字だけのキーは桁数まで前ゼロで揃える
           IF      WK-VAL (1:N) IS NUMERIC
              AND  N           <       L
                   MOVE    ALL ZERO    TO      WK-KEY (1:L)
                   MOVE    WK-VAL (1:N) TO     WK-KEY (L - N + 1:N)
           ELSE
                   MOVE    WK-VAL (1:N) TO     WK-KEY (1:N)
           END-IF
           .
       S310-EX.
           EXIT.

      *    *** ファイル1本をSORTUTILでキー順に並べ替える
      *    *** 作業ファイル1行= キー 元の順番(9) 原文 を作り、
      *    *** キー+順番で並べた結果を以後の読込み先とする
       S400-10.

           IF      LENGTH(TRIM(TBL-FIL-NAME (F))) > 70
                   DISPLAY WK-PGM-NAME " 作業名が長すぎる: "
                           TRIM(TBL-FIL-NAME (F))
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    F           TO      WK-SFX-NO
           MOVE    SPACE       TO      WK-KEY-F-NAME
                                       WK-SRT-F-NAME
                                       WK-SCT-F-NAME
           STRING  TRIM(TBL-FIL-NAME (F)) DELIMITED BY SIZE
                   ".RCK"      DELIMITED BY SIZE
                   WK-SFX-NO   DELIMITED BY SIZE
                   INTO    WK-KEY-F-NAME
           END-STRING
           STRING  TRIM(TBL-FIL-NAME (F)) DELIMITED BY SIZE
                   ".RCS"      DELIMITED BY SIZE
                   WK-SFX-NO   DELIMITED BY SIZE
                   INTO    WK-SRT-F-NAME
           END-STRING
           STRING  TRIM(TBL-FIL-NAME (F)) DELIMITED BY SIZE
                   ".RCC"      DELIMITED BY SIZE
                   WK-SFX-NO   DELIMITED BY SIZE
                   INTO    WK-SCT-F-NAME
           END-STRING

           MOVE    TBL-FIL-NAME (F) TO WK-CHD-F-NAME
           OPEN    INPUT       CHD-F
           IF      WK-CHD-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " 入力 OPEN ERROR STATUS="
                           WK-CHD-STATUS " (" TRIM(WK-CHD-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           OPEN    OUTPUT      KEY-F
           IF      WK-KEY-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " KEY-F OPEN ERROR STATUS="
                           WK-KEY-STATUS " (" TRIM(WK-KEY-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    F           TO      K
           MOVE    ZERO        TO      WK-REC-SEQ
           MOVE    LOW-VALUE   TO      WK-CHD-EOF
           PERFORM UNTIL WK-CHD-EOF    =       HIGH-VALUE
                   READ    CHD-F
                   IF      WK-CHD-STATUS =     ZERO
                           ADD     1           TO      WK-REC-SEQ
                           PERFORM S410-10     THRU    S410-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CHD-EOF
                   END-IF
           END-PERFORM
           CLOSE   CHD-F
           CLOSE   KEY-F

      *    *** SORTUTIL 制御カード(数字は5桁で渡す)
           OPEN    OUTPUT      SCT-F
           IF      WK-SCT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " SCT-F OPEN ERROR STATUS="
                           WK-SCT-STATUS " (" TRIM(WK-SCT-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           COMPUTE WK-SKEY-D = WK-KLEN + 9
           MOVE    SPACE       TO      SCT-REC
           STRING  "KEY 00001 " DELIMITED BY SIZE
                   WK-SKEY-D   DELIMITED BY SIZE
                   " A"        DELIMITED BY SIZE
                   INTO    SCT-REC
           END-STRING
           WRITE   SCT-REC
           MOVE    SPACE       TO      SCT-REC
           STRING  "IN "       DELIMITED BY SIZE
                   WK-KEY-F-NAME DELIMITED BY SPACE
                   INTO    SCT-REC
           END-STRING
           WRITE   SCT-REC
           MOVE    SPACE       TO      SCT-REC
           STRING  "OUT "      DELIMITED BY SIZE
                   WK-SRT-F-NAME DELIMITED BY SPACE
                   INTO    SCT-REC
           END-STRING
           WRITE   SCT-REC
           CLOSE   SCT-F

      *    *** 呼ぶ度に初期状態から始める様に、済んだら取り消す
           CALL    "SORTUTIL"  USING   WK-SCT-F-NAME
           CANCEL  "SORTUTIL"

           CALL    "CBL_DELETE_FILE" USING WK-KEY-F-NAME
                   RETURNING WK-DELETE-STATUS
           CALL    "CBL_DELETE_FILE" USING WK-SCT-F-NAME
                   RETURNING WK-DELETE-STATUS
           MOVE    WK-SRT-F-NAME TO    TBL-FIL-RD (F)
           .
       S400-EX.
           EXIT.

      *    *** 作業ファイル1行(キー 元の順番 原文)
       S410-10.

           MOVE    WK-CHD-LEN  TO      WK-REC-LEN
           IF      WK-REC-LEN  >       32000 - WK-KLEN - 9
                   COMPUTE WK-REC-LEN = 32000 - WK-KLEN - 9
           END-IF
           IF      WK-REC-LEN  >       ZERO
                   MOVE    CHD-REC (1:WK-REC-LEN) TO WK-REC
           END-IF
           PERFORM S300-10     THRU    S300-EX

           MOVE    WK-KEY (1:WK-KLEN) TO KEY-REC (1:WK-KLEN)
           MOVE    WK-REC-SEQ  TO      KEY-REC (WK-KLEN + 1:9)
           IF      WK-REC-LEN  >       ZERO
                   MOVE    WK-REC (1:WK-REC-LEN) TO
                           KEY-REC (WK-KLEN + 10:WK-REC-LEN)
           END-IF
           COMPUTE WK-KEY-LEN = WK-KLEN + 9 + WK-REC-LEN
           WRITE   KEY-REC
           .
       S410-EX.
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
