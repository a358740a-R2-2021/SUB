      *    *** 制御カード駆動 集計表(コントロールブレイク)作成
      *    *** 店別・商品分類別・日別等の集計表を、その都度のプログラム
      *    *** 無しに作る。入力をレイアウト(FILEDUMPの割付け定義と同じ
      *    *** 形 1行= 項目名(16) 種別(1:X/9/P/B) 位置(5) 長さ(5)
      *    *** 小数(2))で読み、集計キー(最大3段、大分類から)が変わる
      *    *** 度に小計、最後に総合計を、編集した数値で出す。
      *    *** ページ行数ごとに見出し(表題・ページ・項目見出し)を繰り返す。
      *    *** 入力はキー順であること(SORT カードでSORTUTILに並べ替え
      *    *** させてから読める)。数値が読めないレコードは集計せずに
      *    *** 不良に数え RC=4。入力・集計・不良の件数はCTLBALへ
      *    *** 制御カード:
      *    ***   IN     <入力ファイル名>
      *    ***   LAYOUT <レイアウト>
      *    ***   OUT    <集計表ファイル名>
      *    ***   TITLE  <表題>          (3枚まで。空白を含んでよい)
      *    ***   BREAK  <項目> [<見出し>] (3枚まで、大分類から順に。
      *    ***                            項目の種別は X・9)
      *    ***   SUM    <項目>    合計       (項目の種別は 9・P・B)
      *    ***   MIN    <項目>    最小
      *    ***   MAX    <項目>    最大
      *    ***   COUNT            件数       (SUM〜COUNT 合わせて8欄まで)
      *    ***   SORT   [<項目> [A|D]]  (先にSORTUTILで並べ替える。
      *    ***                            項目無しは集計キーの昇順)
      *    ***   DETAIL           (明細行も出す。既定は小計・総合計だけ)
      *    ***   NEWPAGE          (大分類の小計ごとに改ページ)
      *    ***   LINES  <行数>    (1ページの行数 既定は構成の
      *    ***                     CFG-RPT-PAGE-LINES)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             RPTGEN.

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

      *    *** レイアウト
       SELECT LAY-F            ASSIGN   WK-LAY-F-NAME
                               STATUS   WK-LAY-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 入力(並べ替えた時は並べ替え結果)
       SELECT PIN1-F           ASSIGN   WK-PIN-F-NAME
                               STATUS   WK-PIN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** SORTUTIL 制御カード
       SELECT SCT-F            ASSIGN   WK-SCT-F-NAME
                               STATUS   WK-SCT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CTL-F
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC             PIC  X(256).

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

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN-LEN.
       01  PIN1-REC            PIC  X(032000).

       FD  SCT-F
           LABEL RECORDS ARE STANDARD.
       01  SCT-REC             PIC  X(080).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(208).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "RPTGEN".

           03  WK-CTL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CTL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CTL-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-LAY-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-LAY-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-LAY-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-IN-F-NAME    PIC  X(256) VALUE SPACE.
           03  WK-PIN-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-PIN-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-PIN-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-SCT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-SCT-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-SRT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-DELETE-STATUS BINARY-LONG SYNC VALUE ZERO.

           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 指定(Y=有り)
           03  WK-SORT-SW      PIC  X(001) VALUE "N".
           03  WK-DETAIL-SW    PIC  X(001) VALUE "N".
           03  WK-NEWPAGE-SW   PIC  X(001) VALUE "N".

      *    *** カード解析用
           03  WK-C-VERB       PIC  X(008) VALUE SPACE.
           03  WK-C-OP1        PIC  X(256) VALUE SPACE.
           03  WK-C-OP2        PIC  X(040) VALUE SPACE.
           03  WK-C-PTR        BINARY-LONG SYNC VALUE ZERO.
           03  WK-C-NAME       PIC  X(016) VALUE SPACE.
           03  WK-C-NG         PIC  X(001) VALUE "N".
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.

      *    *** SORTUTIL の KEY カード(数字は5桁で渡す)
           03  WK-SKEY-POS     PIC  9(005) VALUE ZERO.
           03  WK-SKEY-LEN     PIC  9(005) VALUE ZERO.
           03  WK-SKEY-TOTAL   BINARY-LONG SYNC VALUE ZERO.

      *    *** 入力レコード(レイアウトの最終桁まで空白で補う)
           03  WK-IN-MAXEND    BINARY-LONG SYNC VALUE ZERO.
           03  WK-IBUF         PIC  X(032000) VALUE SPACE.

      *    *** 件数
           03  WK-IN-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SUM-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SEQ-D        PIC  ZZZ,ZZZ,ZZ9.

           03  WK-BAL-STEP     PIC  X(008) VALUE "RPTGEN".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-BAL-IN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-OUT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-SKIP     BINARY-LONG SYNC VALUE ZERO.

      *    *** 数値の組み立て(REFORMATと同じ読み方)
           03  WK-V-NUM        PIC S9(020)V9(009) COMP-3 VALUE ZERO.
           03  WK-V-SCALE      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DIG          PIC  X(040) VALUE SPACE.
           03  WK-DIG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEG          PIC  X(001) VALUE "N".
           03  WK-BAD-SW       PIC  X(001) VALUE "N".
           03  WK-D29          PIC  9(029) VALUE ZERO.
           03  WK-D29-X        REDEFINES WK-D29
                               PIC  X(029).
           03  WK-BIN-VAL      PIC  9(020) COMP-3 VALUE ZERO.
           03  WK-BIN-SVAL     PIC S9(020) COMP-3 VALUE ZERO.
           03  WK-DIGITS       PIC  X(010) VALUE "0123456789".
           03  WK-BYTE         PIC  X(001) COMP-X VALUE ZERO.
           03  WK-BYTE-R       REDEFINES WK-BYTE
                               PIC  X(001).
           03  WK-NIB-H        BINARY-LONG SYNC VALUE ZERO.
           03  WK-NIB-L        BINARY-LONG SYNC VALUE ZERO.

      *    *** 小計を出す段(1〜3、4=総合計)
           03  WK-BRK-LVL      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LVL          BINARY-LONG SYNC VALUE ZERO.

      *    *** 数値の編集(小数桁ごと、20桁の欄へ右詰め)
           03  WK-E-VAL        PIC S9(020)V9(009) COMP-3 VALUE ZERO.
           03  WK-E-SCALE      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ED0          PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  WK-ED1          PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.9.
           03  WK-ED2          PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  WK-ED3          PIC  -ZZ,ZZZ,ZZZ,ZZ9.999.
           03  WK-ED4          PIC  -Z,ZZZ,ZZZ,ZZ9.9999.
           03  WK-EDT          PIC  X(020) JUSTIFIED RIGHT.

      *    *** 見出し・ページ(1ページの行数 0=構成の既定)
           03  WK-LINES        PIC  9(003) VALUE ZERO.
           03  WK-HEAD         PIC  X(020) VALUE SPACE.
           03  WK-HEAD-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-LINE         PIC  X(208) VALUE SPACE.
           03  WK-LABEL        PIC  X(040) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.

      *    *** 制御カード(レイアウトを読んでから項目を解くため控える)
       01  TBL-CARD-AREA.
           03  TBL-CARD        OCCURS 100
                               PIC  X(256).
       01  TBL-CARD-CNT        BINARY-LONG SYNC VALUE ZERO.

      *    *** 表題
       01  TBL-TITLE-AREA.
           03  TBL-TITLE       OCCURS 3
                               PIC  X(120).
       01  TBL-TITLE-CNT       BINARY-LONG SYNC VALUE ZERO.

      *    *** レイアウト
       01  TBL-LAY-AREA.
           03  TBL-LAY-ENT     OCCURS 200.
             05  TBL-LAY-NAME  PIC  X(016).
             05  TBL-LAY-TYPE  PIC  X(001).
             05  TBL-LAY-POS   BINARY-LONG SYNC.
             05  TBL-LAY-LEN   BINARY-LONG SYNC.
             05  TBL-LAY-SCALE BINARY-LONG SYNC.
       01  TBL-LAY-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 集計キー(1=大分類)。値は32桁まで
       01  TBL-BRK-AREA.
           03  TBL-BRK-ENT     OCCURS 3.
             05  TBL-BRK-FLD   BINARY-LONG SYNC.
             05  TBL-BRK-LEN   BINARY-LONG SYNC.
             05  TBL-BRK-HEAD  PIC  X(016).
             05  TBL-BRK-CUR   PIC  X(032).
             05  TBL-BRK-NEW   PIC  X(032).
       01  TBL-BRK-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 集計欄 関数 SUM・MIN・MAX・COUNT、項目(COUNTは0)
       01  TBL-MSR-AREA.
           03  TBL-MSR-ENT     OCCURS 8.
             05  TBL-MSR-FUNC  PIC  X(005).
             05  TBL-MSR-FLD   BINARY-LONG SYNC.
             05  TBL-MSR-SCALE BINARY-LONG SYNC.
             05  TBL-MSR-VAL   PIC S9(020)V9(009) COMP-3.
       01  TBL-MSR-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 並べ替えキー(項目・A|D)
       01  TBL-SRT-AREA.
           03  TBL-SRT-ENT     OCCURS 5.
             05  TBL-SRT-FLD   BINARY-LONG SYNC.
             05  TBL-SRT-ORD   PIC  X(001).
       01  TBL-SRT-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 集計値(段 1〜3=集計キー、4=総合計)
      *    *** ACC-SET は MIN・MAX の値が入ったか(Y)
       01  TBL-ACC-AREA.
           03  TBL-ACC-LVL     OCCURS 4.
             05  TBL-ACC-CNT   BINARY-LONG SYNC.
             05  TBL-ACC-ENT   OCCURS 8.
               07  TBL-ACC-VAL PIC S9(020)V9(009) COMP-3.
               07  TBL-ACC-SET PIC  X(001).

       LINKAGE                 SECTION.

      *    *** 制御カードファイル名
       01  LI-CTL-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-CTL-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    TRIM(LI-CTL-FILENAME) TO WK-CTL-F-NAME
           PERFORM S010-10     THRU    S010-EX

      *    *** ファイル名・表題・指定
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > TBL-CARD-CNT
                   PERFORM S020-10     THRU    S020-EX
           END-PERFORM
           IF      WK-IN-F-NAME =      SPACE
              OR   WK-RPT-F-NAME =     SPACE
              OR   WK-LAY-F-NAME =     SPACE
                   DISPLAY WK-PGM-NAME
                           " IN/OUT/LAYOUT カードが不足"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           CALL    "PATHSVC"   USING   WK-IN-F-NAME
           CALL    "PATHSVC"   USING   WK-RPT-F-NAME

           PERFORM S030-10     THRU    S030-EX

      *    *** 集計キー・集計欄・並べ替え(誤りが1件でも有れば止める)
           MOVE    "N"         TO      WK-C-NG
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > TBL-CARD-CNT
                   PERFORM S050-10     THRU    S050-EX
           END-PERFORM
           IF      TBL-MSR-CNT =       ZERO
                   DISPLAY WK-PGM-NAME
                           " SUM/MIN/MAX/COUNT カードが無い"
                   MOVE    "Y"         TO      WK-C-NG
           END-IF
           IF      WK-C-NG     =       "Y"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           DISPLAY WK-PGM-NAME " 集計キー=" TBL-BRK-CNT
                   " 集計欄=" TBL-MSR-CNT

      *    *** 並べ替え(項目の指定が無ければ集計キーの昇順)
           MOVE    WK-IN-F-NAME TO     WK-PIN-F-NAME
           IF      WK-SORT-SW  =       "Y"
                   IF      TBL-SRT-CNT =       ZERO
                           PERFORM VARYING J FROM 1 BY 1
                                   UNTIL J > TBL-BRK-CNT
                                   ADD     1           TO  TBL-SRT-CNT
                                   MOVE    TBL-BRK-FLD (J) TO
                                           TBL-SRT-FLD (TBL-SRT-CNT)
                                   MOVE    "A"         TO
                                           TBL-SRT-ORD (TBL-SRT-CNT)
                           END-PERFORM
                   END-IF
                   IF      TBL-SRT-CNT >       ZERO
                           PERFORM S060-10     THRU    S060-EX
                   END-IF
           END-IF

           PERFORM S070-10     THRU    S070-EX

           INITIALIZE TBL-ACC-AREA
           MOVE    LOW-VALUE   TO      WK-PIN-EOF
           PERFORM UNTIL WK-PIN-EOF    =       HIGH-VALUE
                   READ    PIN1-F
                   IF      WK-PIN-STATUS =     ZERO
                           ADD     1           TO      WK-IN-CNT
                           PERFORM S100-10     THRU    S100-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-PIN-EOF
                   END-IF
           END-PERFORM

      *    *** 最後の小計と総合計
           IF      WK-SUM-CNT  >       ZERO
              AND  TBL-BRK-CNT >       ZERO
                   MOVE    "N"         TO      WK-NEWPAGE-SW
                   MOVE    1           TO      WK-BRK-LVL
                   PERFORM S200-10     THRU    S200-EX
           END-IF
           MOVE    4           TO      WK-LVL
           PERFORM S210-10     THRU    S210-EX

           PERFORM S900-10     THRU    S900-EX

           DISPLAY WK-PGM-NAME " 入力=" WK-IN-CNT
                   " 集計=" WK-SUM-CNT
                   " 不良=" WK-NG-CNT
           DISPLAY WK-PGM-NAME " END"

           IF      WK-NG-CNT   >       ZERO
                   MOVE    4           TO      RETURN-CODE
           END-IF
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 制御カード読込み(注記・空行を除いて控える)
       S010-10.

           OPEN    INPUT       CTL-F
           IF      WK-CTL-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " CTL-F OPEN ERROR STATUS="
                           WK-CTL-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    ZERO        TO      TBL-CARD-CNT
           MOVE    LOW-VALUE   TO      WK-CTL-EOF
           PERFORM UNTIL WK-CTL-EOF    =       HIGH-VALUE
                   READ    CTL-F
                   IF      WK-CTL-STATUS =     ZERO
                           IF      CTL-REC NOT = SPACE
                              AND  CTL-REC (1:1) NOT = "#"
                              AND  CTL-REC (1:1) NOT = "*"
                                   IF      TBL-CARD-CNT >=     100
                                       DISPLAY WK-PGM-NAME
                                           " カード100枚超過"
                                       MOVE    16      TO  RETURN-CODE
                                       STOP    RUN
                                   END-IF
                                   ADD     1           TO  TBL-CARD-CNT
                                   MOVE    CTL-REC     TO
                                           TBL-CARD (TBL-CARD-CNT)
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CTL-EOF
                   END-IF
           END-PERFORM
           CLOSE   CTL-F
           .
       S010-EX.
           EXIT.

      *    *** カード1枚の解析(1回目:ファイル名・表題・指定)
       S020-10.

           MOVE    SPACE       TO      WK-C-VERB
                                       WK-C-OP1
                                       WK-C-OP2
           UNSTRING TBL-CARD (N) DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                           WK-C-OP1
                           WK-C-OP2
           END-UNSTRING
      *    *** 動詞の後ろの位置(表題用)
           MOVE    1           TO      WK-C-PTR
           UNSTRING TBL-CARD (N) DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                   WITH POINTER WK-C-PTR
           END-UNSTRING

           EVALUATE WK-C-VERB
               WHEN "IN"
                   MOVE    WK-C-OP1    TO      WK-IN-F-NAME
               WHEN "OUT"
                   MOVE    WK-C-OP1    TO      WK-RPT-F-NAME
               WHEN "LAYOUT"
                   MOVE    WK-C-OP1    TO      WK-LAY-F-NAME
               WHEN "TITLE"
      *    *** 表題は動詞の後ろ全部
                   IF      TBL-TITLE-CNT <     3
                      AND  WK-C-PTR    <=      256
                           ADD     1           TO      TBL-TITLE-CNT
                           MOVE    TBL-CARD (N) (WK-C-PTR:) TO
                                   TBL-TITLE (TBL-TITLE-CNT)
                   END-IF
               WHEN "DETAIL"
                   MOVE    "Y"         TO      WK-DETAIL-SW
               WHEN "NEWPAGE"
                   MOVE    "Y"         TO      WK-NEWPAGE-SW
               WHEN "SORT"
                   MOVE    "Y"         TO      WK-SORT-SW
               WHEN "LINES"
                   IF      TEST-NUMVAL (WK-C-OP1) NOT = ZERO
                      OR   NUMVAL (WK-C-OP1) < 10
                      OR   NUMVAL (WK-C-OP1) > 999
                           DISPLAY WK-PGM-NAME " 行数は10-999: "
                                   TRIM(TBL-CARD (N))
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    NUMVAL (WK-C-OP1) TO WK-LINES
               WHEN "BREAK"
               WHEN "SUM"
               WHEN "MIN"
               WHEN "MAX"
               WHEN "COUNT"
                   CONTINUE
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 未知のカード: "
                           TRIM(TBL-CARD (N))
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** レイアウト読込み(誤りは集計が狂うので止める)
       S030-10.

           CALL    "PATHSVC"   USING   WK-LAY-F-NAME
           OPEN    INPUT       LAY-F
           IF      WK-LAY-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " LAY-F OPEN ERROR STATUS="
                           WK-LAY-STATUS " (" TRIM(WK-LAY-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    ZERO        TO      TBL-LAY-CNT
           MOVE    LOW-VALUE   TO      WK-LAY-EOF
           PERFORM UNTIL WK-LAY-EOF    =       HIGH-VALUE
                   READ    LAY-F
                   IF      WK-LAY-STATUS =     ZERO
                           IF      LAY-REC NOT = SPACE
                              AND  LAY-REC (1:1) NOT = "#"
                              AND  LAY-REC (1:1) NOT = "*"
                                   PERFORM S035-10     THRU    S035-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-LAY-EOF
                   END-IF
           END-PERFORM
           CLOSE   LAY-F

           IF      TBL-LAY-CNT =       ZERO
                   DISPLAY WK-PGM-NAME " レイアウト 項目無し ("
                           TRIM(WK-LAY-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    ZERO        TO      WK-IN-MAXEND
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TBL-LAY-CNT
                   IF      TBL-LAY-POS (M) + TBL-LAY-LEN (M) - 1
                                       >       WK-IN-MAXEND
                           COMPUTE WK-IN-MAXEND = TBL-LAY-POS (M)
                                               + TBL-LAY-LEN (M) - 1
                   END-IF
           END-PERFORM
           .
       S030-EX.
           EXIT.

      *    *** レイアウト1行の登録
      *    *** (数値は18桁・パック10バイト・2進8バイトまで)
       S035-10.

           IF      LAY-POS IS NOT NUMERIC
              OR   LAY-LEN IS NOT NUMERIC
              OR   LAY-SCALE NOT = SPACE AND LAY-SCALE IS NOT NUMERIC
              OR   LAY-TYPE NOT = "X" AND "9" AND "P" AND "B"
                   DISPLAY WK-PGM-NAME " レイアウトの誤り: "
                           LAY-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      TBL-LAY-CNT >=      200
                   DISPLAY WK-PGM-NAME " レイアウト 項目過多"
                   MOVE    16          TO      RETURN-CODE
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

           IF      TBL-LAY-POS (M) =   ZERO
              OR   TBL-LAY-LEN (M) =   ZERO
              OR   TBL-LAY-POS (M) + TBL-LAY-LEN (M) - 1 > 32000
              OR   TBL-LAY-TYPE (M) = "9" AND TBL-LAY-LEN (M) > 18
              OR   TBL-LAY-TYPE (M) = "P" AND TBL-LAY-LEN (M) > 10
              OR   TBL-LAY-TYPE (M) = "B" AND TBL-LAY-LEN (M) > 8
              OR   TBL-LAY-SCALE (M) > 9
                   DISPLAY WK-PGM-NAME " レイアウト 桁誤り"
                   DISPLAY WK-PGM-NAME " " LAY-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S035-EX.
           EXIT.

      *    *** カード1枚の解析(2回目:集計キー・集計欄・並べ替え)
       S050-10.

           MOVE    SPACE       TO      WK-C-VERB
                                       WK-C-OP1
                                       WK-C-OP2
           UNSTRING TBL-CARD (N) DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                           WK-C-OP1
                           WK-C-OP2
           END-UNSTRING

           EVALUATE WK-C-VERB
               WHEN "BREAK"
                   PERFORM S055-10     THRU    S055-EX
                   IF      WK-HIT      =       ZERO
                           GO      TO      S050-EX
                   END-IF
                   IF      TBL-BRK-CNT >=      3
                      OR   TBL-LAY-TYPE (WK-HIT) NOT = "X" AND "9"
                      OR   TBL-LAY-LEN (WK-HIT) > 32
                           DISPLAY WK-PGM-NAME
                                   " 集計キーは3段まで・"
                                   "X/9の32桁まで: "
                                   TRIM(TBL-CARD (N))
                           MOVE    "Y"         TO      WK-C-NG
                           GO      TO      S050-EX
                   END-IF
                   ADD     1           TO      TBL-BRK-CNT
                   MOVE    WK-HIT      TO      TBL-BRK-FLD (TBL-BRK-CNT)
                   MOVE    TBL-LAY-LEN (WK-HIT) TO
                           TBL-BRK-LEN (TBL-BRK-CNT)
                   IF      WK-C-OP2    =       SPACE
                           MOVE    WK-C-NAME   TO
                                   TBL-BRK-HEAD (TBL-BRK-CNT)
                   ELSE
                           MOVE    WK-C-OP2    TO
                                   TBL-BRK-HEAD (TBL-BRK-CNT)
                   END-IF
               WHEN "SUM"
               WHEN "MIN"
               WHEN "MAX"
                   PERFORM S055-10     THRU    S055-EX
                   IF      WK-HIT      =       ZERO
                           GO      TO      S050-EX
                   END-IF
                   IF      TBL-LAY-TYPE (WK-HIT) =     "X"
                           DISPLAY WK-PGM-NAME
                                   " 集計欄は数値の項目: "
                                   TRIM(TBL-CARD (N))
                           MOVE    "Y"         TO      WK-C-NG
                           GO      TO      S050-EX
                   END-IF
                   PERFORM S058-10     THRU    S058-EX
                   IF      WK-C-NG     =       "Y"
                           GO      TO      S050-EX
                   END-IF
                   MOVE    WK-HIT      TO      TBL-MSR-FLD (TBL-MSR-CNT)
                   MOVE    TBL-LAY-SCALE (WK-HIT) TO
                           TBL-MSR-SCALE (TBL-MSR-CNT)
               WHEN "COUNT"
                   PERFORM S058-10     THRU    S058-EX
                   IF      WK-C-NG     =       "Y"
                           GO      TO      S050-EX
                   END-IF
                   MOVE    ZERO        TO
                           TBL-MSR-FLD (TBL-MSR-CNT)
                           TBL-MSR-SCALE (TBL-MSR-CNT)
               WHEN "SORT"
                   IF      WK-C-OP1    =       SPACE
                           GO      TO      S050-EX
                   END-IF
                   PERFORM S055-10     THRU    S055-EX
                   IF      WK-HIT      =       ZERO
                           GO      TO      S050-EX
                   END-IF
                   IF      TBL-SRT-CNT >=      5
                      OR   ( WK-C-OP2 NOT = SPACE AND "A" AND "D" )
                           DISPLAY WK-PGM-NAME
                                   " 並べ替えは5項目まで・"
                                   "A/D: "
                                   TRIM(TBL-CARD (N))
                           MOVE    "Y"         TO      WK-C-NG
                           GO      TO      S050-EX
                   END-IF
                   ADD     1           TO      TBL-SRT-CNT
                   MOVE    WK-HIT      TO      TBL-SRT-FLD (TBL-SRT-CNT)
                   IF      WK-C-OP2    =       "D"
                           MOVE    "D"         TO
                                   TBL-SRT-ORD (TBL-SRT-CNT)
                   ELSE
                           MOVE    "A"         TO
                                   TBL-SRT-ORD (TBL-SRT-CNT)
                   END-IF
           END-EVALUATE
           .
       S050-EX.
           EXIT.

      *    *** 項目名(WK-C-OP1)をレイアウトで引く(WK-HIT、無ければ0)
       S055-10.

           MOVE    WK-C-OP1    TO      WK-C-NAME
           MOVE    ZERO        TO      WK-HIT
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TBL-LAY-CNT OR WK-HIT > ZERO
                   IF      TBL-LAY-NAME (M) =  WK-C-NAME
                           MOVE    M           TO      WK-HIT
                   END-IF
           END-PERFORM
           IF      WK-HIT      =       ZERO
                   DISPLAY WK-PGM-NAME
                           " 項目がレイアウトに無い: "
                           TRIM(TBL-CARD (N))
                   MOVE    "Y"         TO      WK-C-NG
           END-IF
           .
       S055-EX.
           EXIT.

      *    *** 集計欄を1つ取る(8欄まで)
       S058-10.

           IF      TBL-MSR-CNT >=      8
                   DISPLAY WK-PGM-NAME " 集計欄は8欄まで: "
                           TRIM(TBL-CARD (N))
                   MOVE    "Y"         TO      WK-C-NG
                   GO      TO      S058-EX
           END-IF
           ADD     1           TO      TBL-MSR-CNT
           MOVE    WK-C-VERB   TO      TBL-MSR-FUNC (TBL-MSR-CNT)
           .
       S058-EX.
           EXIT.

      *    *** SORTUTILで並べ替え、結果を入力とする
      *    *** (作業名は 集計表名.RGC=制御カード、.RGS=並べ替え結果)
       S060-10.

           IF      LENGTH(TRIM(WK-RPT-F-NAME)) > 70
              OR   LENGTH(TRIM(WK-IN-F-NAME)) > 74
                   DISPLAY WK-PGM-NAME " 作業名が長すぎる: "
                           TRIM(WK-RPT-F-NAME)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      WK-SCT-F-NAME
                                       WK-SRT-F-NAME
           STRING  TRIM(WK-RPT-F-NAME) DELIMITED BY SIZE
                   ".RGC"      DELIMITED BY SIZE
                   INTO    WK-SCT-F-NAME
           END-STRING
           STRING  TRIM(WK-RPT-F-NAME) DELIMITED BY SIZE
                   ".RGS"      DELIMITED BY SIZE
                   INTO    WK-SRT-F-NAME
           END-STRING

           OPEN    OUTPUT      SCT-F
           IF      WK-SCT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " SCT-F OPEN ERROR STATUS="
                           WK-SCT-STATUS " (" TRIM(WK-SCT-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    ZERO        TO      WK-SKEY-TOTAL
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-SRT-CNT
                   MOVE    TBL-SRT-FLD (J) TO  M
                   MOVE    TBL-LAY-POS (M) TO  WK-SKEY-POS
                   MOVE    TBL-LAY-LEN (M) TO  WK-SKEY-LEN
                   ADD     TBL-LAY-LEN (M) TO  WK-SKEY-TOTAL
                   MOVE    SPACE       TO      SCT-REC
                   STRING  "KEY "      DELIMITED BY SIZE
                           WK-SKEY-POS DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-SKEY-LEN DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           TBL-SRT-ORD (J) DELIMITED BY SIZE
                           INTO    SCT-REC
                   END-STRING
                   WRITE   SCT-REC
           END-PERFORM
           IF      WK-SKEY-TOTAL >     64
                   DISPLAY WK-PGM-NAME
                           " 並べ替えキー 合計64桁超過"
                   CLOSE   SCT-F
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      SCT-REC
           STRING  "IN "       DELIMITED BY SIZE
                   WK-IN-F-NAME DELIMITED BY SPACE
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
           IF      RETURN-CODE >=      16
                   DISPLAY WK-PGM-NAME " SORTUTIL 異常終了"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    ZERO        TO      RETURN-CODE

           CALL    "CBL_DELETE_FILE" USING WK-SCT-F-NAME
                   RETURNING WK-DELETE-STATUS
           MOVE    WK-SRT-F-NAME TO    WK-PIN-F-NAME
           .
       S060-EX.
           EXIT.

      *    *** 入力・集計表 OPEN
       S070-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN-STATUS " (" TRIM(WK-PIN-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    TBL-TITLE (1) TO    WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    WK-LINES    TO      WPG-PAGE-LINES
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS " (" TRIM(WK-RPT-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           PERFORM S710-10     THRU    S710-EX
           .
       S070-EX.
           EXIT.

      *    *** 1レコードの集計
       S100-10.

           MOVE    SPACE       TO      WK-IBUF (1:WK-IN-MAXEND)
           IF      WK-PIN-LEN  >       WK-IN-MAXEND
                   MOVE    PIN1-REC (1:WK-IN-MAXEND) TO WK-IBUF
           ELSE
                   IF      WK-PIN-LEN  >       ZERO
                           MOVE    PIN1-REC (1:WK-PIN-LEN) TO WK-IBUF
                   END-IF
           END-IF

      *    *** 集計欄の値(読めない数値の有るレコードは集計しない)
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > TBL-MSR-CNT
                   MOVE    ZERO        TO      TBL-MSR-VAL (N)
                   IF      TBL-MSR-FLD (N) >   ZERO
                           MOVE    TBL-MSR-FLD (N) TO I
                           PERFORM S300-10     THRU    S300-EX
                           IF      WK-BAD-SW   =       "Y"
                                   ADD     1           TO  WK-NG-CNT
                                   MOVE    WK-IN-CNT   TO  WK-SEQ-D
                                   DISPLAY WK-PGM-NAME
                                           " 数値不正 SEQ=" WK-SEQ-D
                                           " "  TBL-LAY-NAME (I)
                                   GO      TO      S100-EX
                           END-IF
                           MOVE    WK-V-NUM    TO  TBL-MSR-VAL (N)
                   END-IF
           END-PERFORM

      *    *** 集計キーが変わった最上位の段から下を小計する
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-BRK-CNT
                   MOVE    TBL-BRK-FLD (J) TO  M
                   MOVE    SPACE       TO      TBL-BRK-NEW (J)
                   MOVE    WK-IBUF (TBL-LAY-POS (M):TBL-LAY-LEN (M))
                                       TO      TBL-BRK-NEW (J)
           END-PERFORM
           IF      WK-SUM-CNT  >       ZERO
                   MOVE    ZERO        TO      WK-BRK-LVL
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > TBL-BRK-CNT OR WK-BRK-LVL > ZERO
                           IF      TBL-BRK-NEW (J) NOT = TBL-BRK-CUR (J)
                                   MOVE    J           TO  WK-BRK-LVL
                           END-IF
                   END-PERFORM
                   IF      WK-BRK-LVL  >       ZERO
                           PERFORM S200-10     THRU    S200-EX
                   END-IF
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-BRK-CNT
                   MOVE    TBL-BRK-NEW (J) TO  TBL-BRK-CUR (J)
           END-PERFORM

           ADD     1           TO      WK-SUM-CNT
           PERFORM VARYING WK-LVL FROM 1 BY 1
                   UNTIL WK-LVL > 4
                   IF      WK-LVL      <=      TBL-BRK-CNT
                      OR   WK-LVL      =       4
                           PERFORM S130-10     THRU    S130-EX
                   END-IF
           END-PERFORM

           IF      WK-DETAIL-SW =      "Y"
                   PERFORM S220-10     THRU    S220-EX
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 段 WK-LVL へ1件分を足し込む
       S130-10.

           ADD     1           TO      TBL-ACC-CNT (WK-LVL)
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-MSR-CNT
                   EVALUATE TBL-MSR-FUNC (J)
                       WHEN "SUM"
                           ADD     TBL-MSR-VAL (J) TO
                                   TBL-ACC-VAL (WK-LVL J)
                       WHEN "MIN"
                           IF      TBL-ACC-SET (WK-LVL J) NOT = "Y"
                              OR   TBL-MSR-VAL (J) <
                                   TBL-ACC-VAL (WK-LVL J)
                                   MOVE    TBL-MSR-VAL (J) TO
                                           TBL-ACC-VAL (WK-LVL J)
                           END-IF
                       WHEN "MAX"
                           IF      TBL-ACC-SET (WK-LVL J) NOT = "Y"
                              OR   TBL-MSR-VAL (J) >
                                   TBL-ACC-VAL (WK-LVL J)
                                   MOVE    TBL-MSR-VAL (J) TO
                                           TBL-ACC-VAL (WK-LVL J)
                           END-IF
                   END-EVALUATE
                   MOVE    "Y"         TO      TBL-ACC-SET (WK-LVL J)
           END-PERFORM
           .
       S130-EX.
           EXIT.

      *    *** 最下段から WK-BRK-LVL 段までの小計を出して段を空ける
       S200-10.

           PERFORM VARYING WK-LVL FROM TBL-BRK-CNT BY -1
                   UNTIL WK-LVL < WK-BRK-LVL
                   PERFORM S210-10     THRU    S210-EX
                   INITIALIZE TBL-ACC-LVL (WK-LVL)
           END-PERFORM

      *    *** 大分類の区切りは空行(改ページ指定なら次のページへ)
           IF      WK-BRK-LVL  =       1
                   IF      WK-NEWPAGE-SW =     "Y"
                           MOVE    "PAGE  "    TO      WPG-ID
                           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
                   ELSE
                           MOVE    SPACE       TO      WK-LINE
                           PERFORM S700-10     THRU    S700-EX
                   END-IF
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 段 WK-LVL の小計行(4=総合計)
      *    *** 見出し欄= 段の字下げ 見出し 値 "計"
       S210-10.

           MOVE    SPACE       TO      WK-LINE
                                       WK-LABEL
           IF      WK-LVL      =       4
                   MOVE    "** 総合計"  TO     WK-LABEL
           ELSE
                   COMPUTE K = ( WK-LVL - 1 ) * 2 + 1
                   STRING  "* "        DELIMITED BY SIZE
                           TBL-BRK-HEAD (WK-LVL) DELIMITED BY SPACE
                           " "         DELIMITED BY SIZE
                           TBL-BRK-CUR (WK-LVL) (1:TBL-BRK-LEN (WK-LVL))
                                       DELIMITED BY SIZE
                           " 計"       DELIMITED BY SIZE
                           INTO    WK-LABEL (K:)
                   END-STRING
           END-IF
           MOVE    WK-LABEL    TO      WK-LINE (1:40)

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-MSR-CNT
                   IF      TBL-MSR-FUNC (J) =  "COUNT"
                           MOVE    TBL-ACC-CNT (WK-LVL) TO WK-E-VAL
                   ELSE
                           MOVE    TBL-ACC-VAL (WK-LVL J) TO WK-E-VAL
                   END-IF
                   MOVE    TBL-MSR-SCALE (J) TO WK-E-SCALE
                   PERFORM S400-10     THRU    S400-EX
                   COMPUTE K = 40 + ( J - 1 ) * 21 + 2
                   MOVE    WK-EDT      TO      WK-LINE (K:20)
           END-PERFORM
           PERFORM S700-10     THRU    S700-EX
           .
       S210-EX.
           EXIT.

      *    *** 明細行(見出し欄=集計キーの値、COUNT欄は空白)
       S220-10.

           MOVE    SPACE       TO      WK-LINE
                                       WK-LABEL
           MOVE    1           TO      K
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-BRK-CNT
                   STRING  TBL-BRK-CUR (J) (1:TBL-BRK-LEN (J))
                                       DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           INTO    WK-LABEL
                           WITH POINTER K
                   END-STRING
           END-PERFORM
           MOVE    WK-LABEL    TO      WK-LINE (7:34)

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-MSR-CNT
                   IF      TBL-MSR-FUNC (J) NOT = "COUNT"
                           MOVE    TBL-MSR-VAL (J) TO  WK-E-VAL
                           MOVE    TBL-MSR-SCALE (J) TO WK-E-SCALE
                           PERFORM S400-10     THRU    S400-EX
                           COMPUTE K = 40 + ( J - 1 ) * 21 + 2
                           MOVE    WK-EDT      TO      WK-LINE (K:20)
                   END-IF
           END-PERFORM
           PERFORM S700-10     THRU    S700-EX
           .
       S220-EX.
           EXIT.

      *    *** 入力項目I の数値を取り出す(WK-V-NUM、不正は WK-BAD-SW)
       S300-10.

           MOVE    TBL-LAY-SCALE (I) TO WK-V-SCALE
           MOVE    TBL-LAY-POS (I) TO  J
           MOVE    TBL-LAY-LEN (I) TO  K
           MOVE    SPACE       TO      WK-NEG
           MOVE    "N"         TO      WK-BAD-SW
           MOVE    ZERO        TO      WK-DIG-CNT
           EVALUATE TBL-LAY-TYPE (I)
               WHEN "9"
                   PERFORM S310-10     THRU    S310-EX
               WHEN "P"
                   PERFORM S320-10     THRU    S320-EX
               WHEN "B"
                   PERFORM S330-10     THRU    S330-EX
           END-EVALUATE
           IF      WK-BAD-SW   =       "N"
                   PERFORM S340-10     THRU    S340-EX
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** ゾーン10進(各バイト上位ニブル3、最終バイトの7はマイナス)
      *    *** 全桁空白はゼロ
       S310-10.

           IF      WK-IBUF (J:K) =     SPACE
                   MOVE    1           TO      WK-DIG-CNT
                   MOVE    "0"         TO      WK-DIG (1:1)
                   GO      TO      S310-EX
           END-IF
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > K
                   MOVE    WK-IBUF (J + L - 1:1) TO WK-BYTE-R
                   DIVIDE  WK-BYTE     BY      16
                           GIVING  WK-NIB-H
                           REMAINDER WK-NIB-L
                   IF      WK-NIB-L    >       9
                           MOVE    "Y"         TO      WK-BAD-SW
                   END-IF
                   IF      WK-NIB-H    =       7
                      AND  L           =       K
                           MOVE    "Y"         TO      WK-NEG
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
       S310-EX.
           EXIT.

      *    *** パック10進(最終ニブルが符号 D・B=マイナス)
       S320-10.

           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > K
                   MOVE    WK-IBUF (J + L - 1:1) TO WK-BYTE-R
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
                   IF      L           <       K
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
                                   MOVE    "Y"         TO  WK-NEG
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
       S320-EX.
           EXIT.

      *    *** 2進(ビッグエンディアン、先頭ビットが立てば2の補数の負数)
       S330-10.

           MOVE    ZERO        TO      WK-BIN-SVAL
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > K
                   MOVE    WK-IBUF (J + L - 1:1) TO WK-BYTE-R
                   COMPUTE WK-BIN-SVAL = ( WK-BIN-SVAL * 256 ) + WK-BYTE
           END-PERFORM
           MOVE    WK-IBUF (J:1) TO    WK-BYTE-R
           IF      WK-BYTE     >=      128
                   COMPUTE WK-BIN-SVAL = WK-BIN-SVAL - ( 256 ** K )
           END-IF
           IF      WK-BIN-SVAL <       ZERO
                   MOVE    "Y"         TO      WK-NEG
                   COMPUTE WK-BIN-VAL = ZERO - WK-BIN-SVAL
           ELSE
                   MOVE    WK-BIN-SVAL TO      WK-BIN-VAL
           END-IF
           MOVE    WK-BIN-VAL  TO      WK-D29
           MOVE    WK-D29-X (10:20) TO WK-DIG (1:20)
           MOVE    20          TO      WK-DIG-CNT
           .
       S330-EX.
           EXIT.

      *    *** 数字列(WK-DIG)と小数桁から数値へ
       S340-10.

           MOVE    ZERO        TO      WK-D29
           IF      WK-DIG-CNT  >       ZERO
                   MOVE    WK-DIG (1:WK-DIG-CNT) TO
                           WK-D29-X (30 - WK-DIG-CNT:WK-DIG-CNT)
           END-IF
           COMPUTE WK-V-NUM = WK-D29 / ( 10 ** WK-V-SCALE )
           IF      WK-NEG      =       "Y"
                   COMPUTE WK-V-NUM = ZERO - WK-V-NUM
           END-IF
           .
       S340-EX.
           EXIT.

      *    *** 数値の編集(WK-E-VAL・WK-E-SCALE → WK-EDT)
      *    *** 小数は4桁まで(以下は四捨五入)、欄に入らなければ "*"
       S400-10.

           MOVE    SPACE       TO      WK-EDT
           EVALUATE WK-E-SCALE
               WHEN 0
                   COMPUTE WK-ED0 ROUNDED = WK-E-VAL
                       ON SIZE ERROR
                           MOVE    ALL "*"     TO      WK-EDT
                       NOT ON SIZE ERROR
                           MOVE    WK-ED0      TO      WK-EDT
                   END-COMPUTE
               WHEN 1
                   COMPUTE WK-ED1 ROUNDED = WK-E-VAL
                       ON SIZE ERROR
                           MOVE    ALL "*"     TO      WK-EDT
                       NOT ON SIZE ERROR
                           MOVE    WK-ED1      TO      WK-EDT
                   END-COMPUTE
               WHEN 2
                   COMPUTE WK-ED2 ROUNDED = WK-E-VAL
                       ON SIZE ERROR
                           MOVE    ALL "*"     TO      WK-EDT
                       NOT ON SIZE ERROR
                           MOVE    WK-ED2      TO      WK-EDT
                   END-COMPUTE
               WHEN 3
                   COMPUTE WK-ED3 ROUNDED = WK-E-VAL
                       ON SIZE ERROR
                           MOVE    ALL "*"     TO      WK-EDT
                       NOT ON SIZE ERROR
                           MOVE    WK-ED3      TO      WK-EDT
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WK-ED4 ROUNDED = WK-E-VAL
                       ON SIZE ERROR
                           MOVE    ALL "*"     TO      WK-EDT
                       NOT ON SIZE ERROR
                           MOVE    WK-ED4      TO      WK-EDT
                   END-COMPUTE
           END-EVALUATE
           .
       S400-EX.
           EXIT.

      *    *** 1行書く(ページ替え・見出しの繰り返しは RPTPAGE)
       S700-10.

           MOVE    WK-LINE     TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           .
       S700-EX.
           EXIT.

      *    *** 各ページの見出し(表題の2・3枚目、項目見出し)を渡す
      *    *** (表題の1枚目・作成日・ページ・罫線は RPTPAGE が付ける)
       S710-10.

           PERFORM VARYING I FROM 2 BY 1
                   UNTIL I > TBL-TITLE-CNT
                   MOVE    TBL-TITLE (I) TO    RPT-REC
                   PERFORM S991-10     THRU    S991-EX
           END-PERFORM
           IF      TBL-TITLE-CNT >     1
                   MOVE    SPACE       TO      RPT-REC
                   PERFORM S991-10     THRU    S991-EX
           END-IF

      *    *** 項目見出し(見出し欄は集計キーの見出しを並べる)
           MOVE    SPACE       TO      RPT-REC
           MOVE    1           TO      K
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-BRK-CNT
                   STRING  TBL-BRK-HEAD (J) DELIMITED BY SPACE
                           " "         DELIMITED BY SIZE
                           INTO    RPT-REC (1:40)
                           WITH POINTER K
                   END-STRING
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-MSR-CNT
                   MOVE    SPACE       TO      WK-HEAD
                   IF      TBL-MSR-FLD (J) =   ZERO
                           MOVE    TBL-MSR-FUNC (J) TO WK-HEAD
                   ELSE
                           STRING  TBL-MSR-FUNC (J) DELIMITED BY SPACE
                                   " "         DELIMITED BY SIZE
                                   TBL-LAY-NAME (TBL-MSR-FLD (J))
                                               DELIMITED BY SPACE
                                   INTO    WK-HEAD
                           END-STRING
                   END-IF
                   MOVE    LENGTH(TRIM(WK-HEAD)) TO WK-HEAD-LEN
                   COMPUTE K = 40 + J * 21 - WK-HEAD-LEN + 1
                   MOVE    WK-HEAD (1:WK-HEAD-LEN) TO
                           RPT-REC (K:WK-HEAD-LEN)
           END-PERFORM
           PERFORM S991-10     THRU    S991-EX
           .
       S710-EX.
           EXIT.

      *    *** CLOSE とコントロールトータル記録
      *    *** (入力=集計+不良のはず。並べ替え結果は消す)
       S900-10.

           CLOSE   PIN1-F
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           IF      WK-PIN-F-NAME NOT = WK-IN-F-NAME
                   CALL    "CBL_DELETE_FILE" USING WK-PIN-F-NAME
                           RETURNING WK-DELETE-STATUS
           END-IF

           MOVE    WK-IN-F-NAME (1:32) TO WK-BAL-FILE
           MOVE    WK-IN-CNT   TO      WK-BAL-IN
           MOVE    WK-SUM-CNT  TO      WK-BAL-OUT
           MOVE    WK-NG-CNT   TO      WK-BAL-SKIP
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP
           .
       S900-EX.
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
