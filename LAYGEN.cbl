      *    *** コピー句からのレイアウト定義生成ユーティリティ
      *    *** FILEDUMPの割付け定義、VALCHKの検証定義、COBRNDのMASK
      *    *** 項目位置定義とBATCHテンプレートは、どれも手で桁を数えて
      *    *** 書いており、本物のコピー句から静かにずれる(LAYDRIFTが
      *    *** 見つけるのはまさにこのずれ)。本プログラムはコピー句または
      *    *** ソース中の01レコードを読み、各明細項目の位置と長さを
      *    *** CALLCHKと同じ数え方(COMP/COMP-3/COMP-X/BINARY対応)で求め、
      *    *** OCCURSは出現ごとに展開、REDEFINES配下は別の見方なので
      *    *** 除いて、指定された定義の形で書き出す。
      *    *** 制御カード:
      *    ***   SRC    <コピー句またはソース>
      *    ***   REC    <01レコード名>  (省略時は最初の01から次の01まで)
      *    ***   DUMP   <FILEDUMP割付け定義の出力先>
      *    ***   VALCHK <VALCHK検証定義の出力先>
      *    ***   MASK   <COBRND MASK項目位置定義の出力先>
      *    ***   TMPL   <COBRND BATCHテンプレートの出力先>
      *    *** 出力先は要る物だけ指定する。
      *    *** MASKは機密項目を人が選ぶ物なので全行を "#" で止めて書き、
      *    *** 使う行の "#" を外す。VALCHKのコード一覧(C)・日付(D)の
      *    *** 規則も人が足す。各定義の器(桁・件数)に入らない項目は
      *    *** 注記行で書き、件数の上限を超えた時は警告を出す。
      *    *** COPY文の展開・SYNCの境界合わせは行わない
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             LAYGEN.

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

      *    *** コピー句・ソース
       SELECT SRC-F            ASSIGN   WK-SRC-F-NAME
                               STATUS   WK-SRC-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** FILEDUMP割付け定義
       SELECT DMP-F            ASSIGN   WK-DMP-F-NAME
                               STATUS   WK-DMP-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** VALCHK検証定義
       SELECT VAL-F            ASSIGN   WK-VAL-F-NAME
                               STATUS   WK-VAL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** COBRND MASK項目位置定義
       SELECT MSK-F            ASSIGN   WK-MSK-F-NAME
                               STATUS   WK-MSK-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** COBRND BATCHテンプレート
       SELECT TPL-F            ASSIGN   WK-TPL-F-NAME
                               STATUS   WK-TPL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CTL-F
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC             PIC  X(256).

       FD  SRC-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-SRC-LEN.
       01  SRC-REC             PIC  X(256).

      *    *** 1行= 項目名(16) 種別(1) 位置(5) 長さ(5) 小数(2)
       FD  DMP-F
           LABEL RECORDS ARE STANDARD.
       01  DMP-REC.
           03  DMP-NAME        PIC  X(016).
           03  FILLER          PIC  X(001).
           03  DMP-TYPE        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  DMP-POS         PIC  9(005).
           03  FILLER          PIC  X(001).
           03  DMP-LEN         PIC  9(005).
           03  FILLER          PIC  X(001).
           03  DMP-SCALE       PIC  9(002).
           03  FILLER          PIC  X(047).
       01  DMP-REC-X           PIC  X(080).

      *    *** 1行= 項目名(16) 種別(1) 位置(5) 桁(2) [コード一覧]
       FD  VAL-F
           LABEL RECORDS ARE STANDARD.
       01  VAL-REC.
           03  VAL-NAME        PIC  X(016).
           03  FILLER          PIC  X(001).
           03  VAL-TYPE        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  VAL-POS         PIC  9(005).
           03  FILLER          PIC  X(001).
           03  VAL-LEN         PIC  9(002).
           03  FILLER          PIC  X(053).
       01  VAL-REC-X           PIC  X(080).

      *    *** 1行= <位置> <桁数> <形式> (後ろに項目名を注記で添える)
       FD  MSK-F
           LABEL RECORDS ARE STANDARD.
       01  MSK-REC             PIC  X(080).

      *    *** 1行= <項目種別> <項目番号> <桁数> <形式>
       FD  TPL-F
           LABEL RECORDS ARE STANDARD.
       01  TPL-REC             PIC  X(080).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "LAYGEN".

           03  WK-CTL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CTL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CTL-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-SRC-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-SRC-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-SRC-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-SRC-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-DMP-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-DMP-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-VAL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-VAL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-MSK-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-MSK-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-TPL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-TPL-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 対象の01レコード名(空白=最初の01)
           03  WK-REC-NAME     PIC  X(030) VALUE SPACE.

      *    *** カード解析用
           03  WK-C-VERB       PIC  X(008) VALUE SPACE.
           03  WK-C-OP1        PIC  X(256) VALUE SPACE.

      *    *** 文の組み立て(ピリオドまで行を繋ぐ)
           03  WK-LINE         PIC  X(066) VALUE SPACE.
           03  WK-LP           BINARY-LONG SYNC VALUE ZERO.
           03  WK-STMT         PIC  X(2000) VALUE SPACE.
           03  WK-STMT-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-QUOTE-SW     PIC  X(001) VALUE "N".
           03  WK-QUOTE-CH     PIC  X(001) VALUE SPACE.
           03  WK-CH           PIC  X(001) VALUE SPACE.
           03  WK-TOK          OCCURS 40
                               PIC  X(030).
           03  WK-TOK-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-T            BINARY-LONG SYNC VALUE ZERO.

      *    *** 取込みの状態 N=対象前 Y=対象中 E=対象後
           03  WK-COLLECT      PIC  X(001) VALUE "N".
           03  WK-LVL          BINARY-LONG SYNC VALUE ZERO.
           03  WK-ROOT-LVL     BINARY-LONG SYNC VALUE ZERO.

      *    *** 項目1件の句
           03  WK-ITM-NAME     PIC  X(030) VALUE SPACE.
           03  WK-PIC-TXT      PIC  X(030) VALUE SPACE.
           03  WK-USAGE-TXT    PIC  X(014) VALUE SPACE.
           03  WK-RED-NAME     PIC  X(030) VALUE SPACE.
           03  WK-OCCURS       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SEPARATE     PIC  X(001) VALUE "N".

      *    *** PIC句の長さ算出用
           03  WK-DIGITS       BINARY-LONG SYNC VALUE ZERO.
           03  WK-XCNT         BINARY-LONG SYNC VALUE ZERO.
           03  WK-EDCNT        BINARY-LONG SYNC VALUE ZERO.
           03  WK-SCALE        BINARY-LONG SYNC VALUE ZERO.
           03  WK-SIGNED       PIC  X(001) VALUE "N".
           03  WK-AFTER-V      PIC  X(001) VALUE "N".
           03  WK-ELEN         BINARY-LONG SYNC VALUE ZERO.
           03  WK-ETYPE        PIC  X(001) VALUE SPACE.
           03  WK-REP          BINARY-LONG SYNC VALUE ZERO.
           03  WK-REP-X        PIC  X(009) VALUE SPACE.
           03  WK-P            BINARY-LONG SYNC VALUE ZERO.
           03  WK-C            PIC  X(001) VALUE SPACE.

      *    *** 位置の算出
           03  WK-OFF          BINARY-LONG SYNC VALUE ZERO.
           03  WK-END          BINARY-LONG SYNC VALUE ZERO.
           03  WK-REC-LEN      BINARY-LONG SYNC VALUE ZERO.

      *    *** OCCURSの展開(外側から順に 回数・1回分の長さ・今の番号)
           03  WK-OD-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OD-ENT       OCCURS 7.
             05  WK-OD-MAX     BINARY-LONG SYNC.
             05  WK-OD-UNIT    BINARY-LONG SYNC.
             05  WK-OD-IDX     BINARY-LONG SYNC.
           03  WK-OD-DONE      PIC  X(001) VALUE "N".
           03  WK-SFX          PIC  X(016) VALUE SPACE.
           03  WK-SFX-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NUM-ED       PIC  ZZZ9.
           03  WK-GEN-NAME     PIC  X(016) VALUE SPACE.

      *    *** 出力の編集
           03  WK-NUM5         PIC  9(005) VALUE ZERO.
           03  WK-NUM3         PIC  9(003) VALUE ZERO.
           03  WK-NUM2         PIC  9(002) VALUE ZERO.
           03  WK-FMT          PIC  X(005) VALUE SPACE.
           03  WK-REST         BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHUNK        BINARY-LONG SYNC VALUE ZERO.
           03  WK-TPL-IDX      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LINE-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RED-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.
           03  WK-HDR          PIC  X(080) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.

      *    *** レコード配下の全項目(グループ込み)
      *    *** 位置は0起点、長さは1回分、大きさはOCCURS込み
       01  TBL-ITM-AREA.
           03  TBL-ITM-ENT     OCCURS 999.
             05  TBL-ITM-LVL   BINARY-LONG SYNC.
             05  TBL-ITM-NAME  PIC  X(030).
             05  TBL-ITM-PAR   BINARY-LONG SYNC.
             05  TBL-ITM-GRP   PIC  X(001).
             05  TBL-ITM-RED   PIC  X(001).
      *    *** REDEFINES自身かその配下(出力しない)
             05  TBL-ITM-SKIP  PIC  X(001).
             05  TBL-ITM-OCC   BINARY-LONG SYNC.
             05  TBL-ITM-OFF   BINARY-LONG SYNC.
             05  TBL-ITM-LEN   BINARY-LONG SYNC.
             05  TBL-ITM-SIZE  BINARY-LONG SYNC.
             05  TBL-ITM-TYPE  PIC  X(001).
             05  TBL-ITM-SCALE BINARY-LONG SYNC.
             05  TBL-ITM-SGN   PIC  X(001).
       01  TBL-ITM-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 開いているグループの積み上げ(0段目はレコード全体)
       01  TBL-STK-AREA.
           03  TBL-STK-ENT     OCCURS 50.
             05  TBL-STK-ITM   BINARY-LONG SYNC.
             05  TBL-STK-LVL   BINARY-LONG SYNC.
             05  TBL-STK-NEXT  BINARY-LONG SYNC.
             05  TBL-STK-MAXEND BINARY-LONG SYNC.
       01  TBL-STK-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 展開済みの明細項目(位置は1起点、位置順に並べ替える)
       01  TBL-GEN-AREA.
           03  TBL-GEN-ENT     OCCURS 3000.
             05  TBL-GEN-NAME  PIC  X(016).
             05  TBL-GEN-TYPE  PIC  X(001).
             05  TBL-GEN-SGN   PIC  X(001).
             05  TBL-GEN-POS   BINARY-LONG SYNC.
             05  TBL-GEN-LEN   BINARY-LONG SYNC.
             05  TBL-GEN-SCALE BINARY-LONG SYNC.
       01  TBL-GEN-CNT         BINARY-LONG SYNC VALUE ZERO.
       01  TBL-GEN-WORK        PIC  X(034).

       LINKAGE                 SECTION.

      *    *** 制御カードファイル名
       01  LI-CTL-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-CTL-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    TRIM(LI-CTL-FILENAME) TO WK-CTL-F-NAME
           PERFORM S010-10     THRU    S010-EX

           IF      WK-SRC-F-NAME =     SPACE
                   DISPLAY WK-PGM-NAME " SRC カードが無い"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-DMP-F-NAME =     SPACE
              AND  WK-VAL-F-NAME =     SPACE
              AND  WK-MSK-F-NAME =     SPACE
              AND  WK-TPL-F-NAME =     SPACE
                   DISPLAY WK-PGM-NAME
                           " DUMP/VALCHK/MASK/TMPL カードが無い"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** コピー句の解析と位置の算出
           PERFORM S100-10     THRU    S100-EX
           IF      TBL-ITM-CNT =       ZERO
                   DISPLAY WK-PGM-NAME " 対象レコード無し "
                           TRIM(WK-REC-NAME)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 明細項目の展開と位置順の並べ替え
           PERFORM S300-10     THRU    S300-EX

           DISPLAY WK-PGM-NAME " レコード長=" WK-REC-LEN
                   " 明細=" TBL-GEN-CNT
                   " REDEFINES除外=" WK-RED-CNT

           IF      WK-DMP-F-NAME NOT = SPACE
                   PERFORM S500-10     THRU    S500-EX
           END-IF
           IF      WK-VAL-F-NAME NOT = SPACE
                   PERFORM S600-10     THRU    S600-EX
           END-IF
           IF      WK-MSK-F-NAME NOT = SPACE
                   PERFORM S700-10     THRU    S700-EX
           END-IF
           IF      WK-TPL-F-NAME NOT = SPACE
                   PERFORM S800-10     THRU    S800-EX
           END-IF

           DISPLAY WK-PGM-NAME " END"
           IF      WK-SKIP-CNT >       ZERO
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
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-CTL-EOF
           PERFORM UNTIL WK-CTL-EOF    =       HIGH-VALUE
                   READ    CTL-F
                   IF      WK-CTL-STATUS =     ZERO
                           IF      CTL-REC NOT = SPACE
                              AND  CTL-REC (1:1) NOT = "#"
                              AND  CTL-REC (1:1) NOT = "*"
                                   PERFORM S020-10     THRU    S020-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CTL-EOF
                   END-IF
           END-PERFORM
           CLOSE   CTL-F
           .
       S010-EX.
           EXIT.

      *    *** カード1枚の解析
       S020-10.

           MOVE    SPACE       TO      WK-C-VERB
                                       WK-C-OP1
           UNSTRING CTL-REC DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                           WK-C-OP1
           END-UNSTRING

           EVALUATE WK-C-VERB
               WHEN "SRC"
                   MOVE    WK-C-OP1    TO      WK-SRC-F-NAME
               WHEN "REC"
                   MOVE    WK-C-OP1    TO      WK-REC-NAME
               WHEN "DUMP"
                   MOVE    WK-C-OP1    TO      WK-DMP-F-NAME
               WHEN "VALCHK"
                   MOVE    WK-C-OP1    TO      WK-VAL-F-NAME
               WHEN "MASK"
                   MOVE    WK-C-OP1    TO      WK-MSK-F-NAME
               WHEN "TMPL"
                   MOVE    WK-C-OP1    TO      WK-TPL-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 未知のカード: "
                           TRIM(CTL-REC)
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** コピー句・ソースを読み、対象レコードの項目を取り込む
       S100-10.

           CALL    "PATHSVC"   USING   WK-SRC-F-NAME
           OPEN    INPUT       SRC-F
           IF      WK-SRC-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " SRC-F OPEN ERROR STATUS="
                           WK-SRC-STATUS " (" TRIM(WK-SRC-F-NAME) ")"
                   STOP    RUN
           END-IF

           MOVE    ZERO        TO      TBL-ITM-CNT
                                       WK-STMT-LEN
      *    *** 0段目=レコード全体
           MOVE    1           TO      TBL-STK-CNT
           MOVE    ZERO        TO      TBL-STK-ITM (1)
                                       TBL-STK-LVL (1)
                                       TBL-STK-NEXT (1)
                                       TBL-STK-MAXEND (1)
           MOVE    "N"         TO      WK-COLLECT
                                       WK-QUOTE-SW
           MOVE    SPACE       TO      WK-STMT

           MOVE    LOW-VALUE   TO      WK-SRC-EOF
           PERFORM UNTIL WK-SRC-EOF    =       HIGH-VALUE
                      OR WK-COLLECT    =       "E"
                   READ    SRC-F
                   IF      WK-SRC-STATUS =     ZERO
                           PERFORM S110-10     THRU    S110-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-SRC-EOF
                   END-IF
           END-PERFORM
           CLOSE   SRC-F

      *    *** 開いたままのグループを全て閉じる
           PERFORM UNTIL TBL-STK-CNT <= 1
                   PERFORM S250-10     THRU    S250-EX
           END-PERFORM
           MOVE    TBL-STK-MAXEND (1) TO WK-REC-LEN
           .
       S100-EX.
           EXIT.

      *    *** ソース1行(8～72桁)を文へ繋ぎ、ピリオドで文を処理する
       S110-10.

           IF      WK-SRC-LEN  <       8
                   GO      TO      S110-EX
           END-IF
           IF      SRC-REC (7:1) = "*" OR "/"
                   GO      TO      S110-EX
           END-IF
           MOVE    SPACE       TO      WK-LINE
           IF      WK-SRC-LEN  >       72
                   MOVE    SRC-REC (8:65) TO   WK-LINE
           ELSE
                   MOVE    SRC-REC (8:WK-SRC-LEN - 7) TO WK-LINE
           END-IF

      *    *** 行の区切りは空白1つとして繋ぐ
           IF      WK-STMT-LEN >       ZERO
              AND  WK-STMT-LEN <       2000
                   ADD     1           TO      WK-STMT-LEN
                   MOVE    SPACE       TO
                           WK-STMT (WK-STMT-LEN:1)
           END-IF
           PERFORM VARYING WK-LP FROM 1 BY 1
                   UNTIL WK-LP > 65 OR WK-COLLECT = "E"
                   MOVE    WK-LINE (WK-LP:1) TO WK-CH
                   IF      WK-STMT-LEN <       2000
                           ADD     1           TO      WK-STMT-LEN
                           MOVE    WK-CH       TO
                                   WK-STMT (WK-STMT-LEN:1)
                   END-IF
                   EVALUATE TRUE
                       WHEN WK-QUOTE-SW = "Y"
                           IF      WK-CH       =       WK-QUOTE-CH
                                   MOVE    "N"         TO  WK-QUOTE-SW
                           END-IF
                       WHEN WK-CH = X"22" OR "'"
                           MOVE    "Y"         TO      WK-QUOTE-SW
                           MOVE    WK-CH       TO      WK-QUOTE-CH
      *    *** 文末のピリオド(後ろが空白か行末、WK-LINEの66桁目は空白)
                       WHEN WK-CH = "."
                        AND WK-LINE (WK-LP + 1:1) = SPACE
                           MOVE    SPACE       TO
                                   WK-STMT (WK-STMT-LEN:1)
                           PERFORM S120-10     THRU    S120-EX
                           MOVE    SPACE       TO
                                   WK-STMT (1:WK-STMT-LEN)
                           MOVE    ZERO        TO      WK-STMT-LEN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-PERFORM
           .
       S110-EX.
           EXIT.

      *    *** 1文の字句分解(引用符の中の空白は区切らない)と振り分け
       S120-10.

           MOVE    ZERO        TO      WK-TOK-CNT
           MOVE    "N"         TO      WK-QUOTE-SW
           MOVE    ZERO        TO      WK-T
           PERFORM VARYING WK-P FROM 1 BY 1
                   UNTIL WK-P > WK-STMT-LEN
                   MOVE    WK-STMT (WK-P:1) TO WK-CH
                   IF      WK-CH = SPACE AND WK-QUOTE-SW = "N"
                           MOVE    ZERO        TO      WK-T
                   ELSE
                           IF      WK-T        =       ZERO
                              AND  WK-TOK-CNT  <       40
                                   ADD     1           TO  WK-TOK-CNT
                                   MOVE    SPACE       TO
                                           WK-TOK (WK-TOK-CNT)
                           END-IF
                           IF      WK-TOK-CNT  >       ZERO
                                   ADD     1           TO  WK-T
                                   IF      WK-T        <=      30
                                           MOVE    WK-CH       TO
                                           WK-TOK (WK-TOK-CNT) (WK-T:1)
                                   END-IF
                           END-IF
                           EVALUATE TRUE
                               WHEN WK-QUOTE-SW = "Y"
                                   IF      WK-CH   =   WK-QUOTE-CH
                                           MOVE "N"    TO  WK-QUOTE-SW
                                   END-IF
                               WHEN WK-CH = X"22" OR "'"
                                   MOVE    "Y"         TO  WK-QUOTE-SW
                                   MOVE    WK-CH       TO  WK-QUOTE-CH
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-IF
           END-PERFORM
           IF      WK-TOK-CNT  =       ZERO
                   GO      TO      S120-EX
           END-IF

      *    *** COPY文は展開しない(中の項目は数えられないので知らせる)
           IF      WK-TOK (1)  =       "COPY"
                   IF      WK-COLLECT  =       "Y"
                           DISPLAY WK-PGM-NAME " COPY文 未展開: "
                                   TRIM(WK-TOK (2))
                           ADD     1           TO      WK-SKIP-CNT
                   END-IF
                   GO      TO      S120-EX
           END-IF
      *    *** レベル番号で始まらない文(FD・節見出し等)は対象の終わり
           IF      WK-TOK (1) (3:1) NOT = SPACE
              OR   WK-TOK (1) (1:1) IS NOT NUMERIC
              OR ( WK-TOK (1) (2:1) NOT = SPACE
                   AND WK-TOK (1) (2:1) IS NOT NUMERIC )
                   IF      WK-COLLECT  =       "Y"
                           MOVE    "E"         TO      WK-COLLECT
                   END-IF
                   GO      TO      S120-EX
           END-IF
           MOVE    NUMVAL (WK-TOK (1) (1:2)) TO WK-LVL
           IF      WK-LVL      =       77
                   MOVE    1           TO      WK-LVL
           END-IF
           IF      WK-LVL < 1 OR WK-LVL > 49
                   GO      TO      S120-EX
           END-IF

      *    *** 項目名(省略されたらFILLER)
           MOVE    "FILLER"    TO      WK-ITM-NAME
           MOVE    2           TO      WK-T
           IF      WK-TOK-CNT  >=      2
                   EVALUATE WK-TOK (2)
                       WHEN "PIC"
                       WHEN "PICTURE"
                       WHEN "USAGE"
                       WHEN "OCCURS"
                       WHEN "REDEFINES"
                       WHEN "VALUE"
                       WHEN "VALUES"
                       WHEN "COMP"
                       WHEN "COMP-3"
                       WHEN "BINARY"
                           CONTINUE
                       WHEN OTHER
                           MOVE    WK-TOK (2)  TO      WK-ITM-NAME
                           MOVE    3           TO      WK-T
                   END-EVALUATE
           END-IF
      *    *** 受け渡し用コピー句の接頭語置換の印は外す
           IF      WK-ITM-NAME (1:5) = ":##:-"
                   MOVE    WK-ITM-NAME (6:25) TO WK-ITM-NAME
           END-IF

      *    *** 対象レコードの始まりと終わり
           EVALUATE WK-COLLECT
               WHEN "N"
                   IF      WK-REC-NAME NOT =   SPACE
                      AND ( WK-LVL NOT = 1
                            OR WK-ITM-NAME NOT = WK-REC-NAME )
                           GO      TO      S120-EX
                   END-IF
                   MOVE    "Y"         TO      WK-COLLECT
                   MOVE    WK-LVL      TO      WK-ROOT-LVL
               WHEN "Y"
                   IF      WK-LVL      =       1
                      AND  TBL-ITM-CNT >       ZERO
                           MOVE    "E"         TO      WK-COLLECT
                           GO      TO      S120-EX
                   END-IF
           END-EVALUATE

           PERFORM S130-10     THRU    S130-EX
           PERFORM S200-10     THRU    S200-EX
           .
       S120-EX.
           EXIT.

      *    *** PIC・用途・OCCURS・REDEFINES・SIGN SEPARATEの抽出
       S130-10.

           MOVE    SPACE       TO      WK-PIC-TXT
                                       WK-USAGE-TXT
                                       WK-RED-NAME
           MOVE    "N"         TO      WK-SEPARATE
           MOVE    1           TO      WK-OCCURS
           PERFORM VARYING WK-T FROM WK-T BY 1
                   UNTIL WK-T > WK-TOK-CNT
                   EVALUATE WK-TOK (WK-T)
                       WHEN "PIC"
                       WHEN "PICTURE"
                           IF      WK-TOK (WK-T + 1) = "IS"
                                   ADD     1           TO      WK-T
                           END-IF
                           ADD     1           TO      WK-T
                           MOVE    WK-TOK (WK-T) TO    WK-PIC-TXT
                       WHEN "OCCURS"
      *    *** n TO m は最大の m で数える
                           IF  WK-TOK (WK-T + 1) (1:1) IS NUMERIC
                               MOVE NUMVAL (WK-TOK (WK-T + 1))
                                 TO WK-OCCURS
                           END-IF
                           IF  WK-TOK (WK-T + 2) = "TO"
                            AND WK-TOK (WK-T + 3) (1:1) IS NUMERIC
                               MOVE NUMVAL (WK-TOK (WK-T + 3))
                                 TO WK-OCCURS
                           END-IF
                       WHEN "REDEFINES"
                           MOVE    WK-TOK (WK-T + 1) TO WK-RED-NAME
                           IF      WK-RED-NAME (1:5) = ":##:-"
                                   MOVE    WK-RED-NAME (6:25) TO
                                           WK-RED-NAME
                           END-IF
                       WHEN "SEPARATE"
                           MOVE    "Y"         TO      WK-SEPARATE
                       WHEN "COMP"
                       WHEN "COMP-3"
                       WHEN "COMP-4"
                       WHEN "COMP-5"
                       WHEN "COMP-X"
                       WHEN "COMP-1"
                       WHEN "COMP-2"
                       WHEN "BINARY"
                       WHEN "PACKED-DECIMAL"
                       WHEN "BINARY-CHAR"
                       WHEN "BINARY-SHORT"
                       WHEN "BINARY-LONG"
                       WHEN "BINARY-DOUBLE"
                       WHEN "INDEX"
                       WHEN "POINTER"
                           MOVE    WK-TOK (WK-T) TO    WK-USAGE-TXT
                       WHEN "COMPUTATIONAL"
                           MOVE    "COMP"      TO      WK-USAGE-TXT
                       WHEN "COMPUTATIONAL-3"
                           MOVE    "COMP-3"    TO      WK-USAGE-TXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-PERFORM
           .
       S130-EX.
           EXIT.

      *    *** 項目1件の登録と位置の算出
       S200-10.

      *    *** 同じか浅い段のグループは閉じる
           PERFORM UNTIL TBL-STK-CNT <= 1
                      OR TBL-STK-LVL (TBL-STK-CNT) < WK-LVL
                   PERFORM S250-10     THRU    S250-EX
           END-PERFORM

           IF      TBL-ITM-CNT >=      999
                   DISPLAY WK-PGM-NAME " 項目 999 件超過"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      TBL-ITM-CNT
           MOVE    TBL-ITM-CNT TO      I
           MOVE    WK-LVL      TO      TBL-ITM-LVL (I)
           MOVE    WK-ITM-NAME TO      TBL-ITM-NAME (I)
           MOVE    TBL-STK-ITM (TBL-STK-CNT) TO TBL-ITM-PAR (I)
           MOVE    WK-OCCURS   TO      TBL-ITM-OCC (I)
           MOVE    "N"         TO      TBL-ITM-RED (I)
           MOVE    "N"         TO      TBL-ITM-SKIP (I)
           IF      TBL-ITM-PAR (I) >   ZERO
                   MOVE    TBL-ITM-SKIP (TBL-ITM-PAR (I)) TO
                           TBL-ITM-SKIP (I)
           END-IF

      *    *** 位置: REDEFINESは元の項目と同じ、他は兄の直後
      *    *** (対象レコード自身の REDEFINES は見方の違いではない)
           MOVE    TBL-STK-NEXT (TBL-STK-CNT) TO WK-OFF
           IF      WK-RED-NAME NOT =   SPACE
              AND  I           >       1
                   MOVE    "Y"         TO      TBL-ITM-RED (I)
                                               TBL-ITM-SKIP (I)
                   MOVE    ZERO        TO      WK-HIT
                   PERFORM VARYING J FROM I BY -1
                           UNTIL J <= TBL-ITM-PAR (I) OR WK-HIT > ZERO
                           IF      TBL-ITM-NAME (J) =  WK-RED-NAME
                              AND  TBL-ITM-PAR (J) =   TBL-ITM-PAR (I)
                              AND  J           <       I
                                   MOVE    J           TO      WK-HIT
                           END-IF
                   END-PERFORM
                   IF      WK-HIT      >       ZERO
                           MOVE    TBL-ITM-OFF (WK-HIT) TO WK-OFF
                   ELSE
                           DISPLAY WK-PGM-NAME
                                   " REDEFINES先が無い: "
                                   TRIM(WK-ITM-NAME) " "
                                   TRIM(WK-RED-NAME)
                   END-IF
           END-IF
           MOVE    WK-OFF      TO      TBL-ITM-OFF (I)

           IF      WK-PIC-TXT  =       SPACE
              AND  WK-USAGE-TXT =      SPACE
      *    *** グループ(長さは配下を閉じる時に決まる)
                   MOVE    "Y"         TO      TBL-ITM-GRP (I)
                   MOVE    SPACE       TO      TBL-ITM-TYPE (I)
                   MOVE    ZERO        TO      TBL-ITM-LEN (I)
                                               TBL-ITM-SIZE (I)
                                               TBL-ITM-SCALE (I)
                   MOVE    "N"         TO      TBL-ITM-SGN (I)
                   IF      TBL-STK-CNT >=      50
                           DISPLAY WK-PGM-NAME " 入れ子過多"
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   ADD     1           TO      TBL-STK-CNT
                   MOVE    I           TO      TBL-STK-ITM (TBL-STK-CNT)
                   MOVE    WK-LVL      TO      TBL-STK-LVL (TBL-STK-CNT)
                   MOVE    WK-OFF      TO     TBL-STK-NEXT (TBL-STK-CNT)
                   MOVE    WK-OFF      TO
                           TBL-STK-MAXEND (TBL-STK-CNT)
           ELSE
                   MOVE    "N"         TO      TBL-ITM-GRP (I)
                   PERFORM S210-10     THRU    S210-EX
                   MOVE    WK-ELEN     TO      TBL-ITM-LEN (I)
                   MOVE    WK-ETYPE    TO      TBL-ITM-TYPE (I)
                   MOVE    WK-SCALE    TO      TBL-ITM-SCALE (I)
                   MOVE    WK-SIGNED   TO      TBL-ITM-SGN (I)
                   COMPUTE TBL-ITM-SIZE (I) = WK-ELEN * WK-OCCURS
                   PERFORM S260-10     THRU    S260-EX
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** PIC句+用途からバイト長と種別を求める(WK-ELEN・WK-ETYPE)
      *    *** 種別 9=ゾーン10進 P=パック10進 B=2進 X=その他全て
      *    *** (編集項目・符号分離・浮動小数点は文字として扱う)
       S210-10.

           MOVE    ZERO        TO      WK-DIGITS
                                       WK-XCNT
                                       WK-EDCNT
                                       WK-SCALE
           MOVE    "N"         TO      WK-SIGNED
                                       WK-AFTER-V
           MOVE    1           TO      WK-P
           PERFORM UNTIL WK-P > 30
                      OR WK-PIC-TXT (WK-P:1) = SPACE
                   MOVE    WK-PIC-TXT (WK-P:1) TO WK-C
                   PERFORM S220-10     THRU    S220-EX
                   EVALUATE TRUE
                       WHEN WK-C = "X" OR "A"
                           ADD     WK-REP      TO      WK-XCNT
      *    *** Nは2バイト文字
                       WHEN WK-C = "N"
                           COMPUTE WK-XCNT = WK-XCNT + WK-REP * 2
                       WHEN WK-C = "9"
                           ADD     WK-REP      TO      WK-DIGITS
                           IF      WK-AFTER-V  =       "Y"
                                   ADD     WK-REP      TO  WK-SCALE
                           END-IF
                       WHEN WK-C = "S"
                           MOVE    "Y"         TO      WK-SIGNED
                       WHEN WK-C = "V"
                           MOVE    "Y"         TO      WK-AFTER-V
                       WHEN WK-C = "P"
                           CONTINUE
                       WHEN WK-C = "C" OR "D"
      *    *** CR・DBは2桁
                           ADD     1           TO      WK-EDCNT
                           ADD     1           TO      WK-P
                       WHEN WK-C = "Z" OR "*" OR "B" OR "0" OR "/"
                                OR "." OR "," OR "+" OR "-"
                           ADD     WK-REP      TO      WK-EDCNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   ADD     1           TO      WK-P
           END-PERFORM

           MOVE    "X"         TO      WK-ETYPE
           EVALUATE WK-USAGE-TXT
               WHEN "BINARY-CHAR"
                   MOVE    1           TO      WK-ELEN
                   MOVE    "B"         TO      WK-ETYPE
               WHEN "BINARY-SHORT"
                   MOVE    2           TO      WK-ELEN
                   MOVE    "B"         TO      WK-ETYPE
               WHEN "BINARY-LONG"
               WHEN "INDEX"
                   MOVE    4           TO      WK-ELEN
                   MOVE    "B"         TO      WK-ETYPE
               WHEN "BINARY-DOUBLE"
                   MOVE    8           TO      WK-ELEN
                   MOVE    "B"         TO      WK-ETYPE
               WHEN "POINTER"
               WHEN "COMP-2"
                   MOVE    8           TO      WK-ELEN
               WHEN "COMP-1"
                   MOVE    4           TO      WK-ELEN
               WHEN "COMP-3"
               WHEN "PACKED-DECIMAL"
                   COMPUTE WK-ELEN = ( WK-DIGITS / 2 ) + 1
                   MOVE    "P"         TO      WK-ETYPE
               WHEN "COMP-X"
                   IF      WK-XCNT     >       ZERO
                           MOVE    WK-XCNT     TO      WK-ELEN
                   ELSE
                       IF      WK-DIGITS   <=      4
                               MOVE    2           TO      WK-ELEN
                       ELSE
                               MOVE    4           TO      WK-ELEN
                       END-IF
                   END-IF
                   MOVE    "B"         TO      WK-ETYPE
               WHEN "COMP"
               WHEN "COMP-4"
               WHEN "COMP-5"
               WHEN "BINARY"
                   EVALUATE TRUE
                       WHEN WK-DIGITS <= 4
                           MOVE    2           TO      WK-ELEN
                       WHEN WK-DIGITS <= 9
                           MOVE    4           TO      WK-ELEN
                       WHEN OTHER
                           MOVE    8           TO      WK-ELEN
                   END-EVALUATE
                   MOVE    "B"         TO      WK-ETYPE
               WHEN OTHER
                   COMPUTE WK-ELEN = WK-XCNT + WK-DIGITS + WK-EDCNT
                   IF      WK-SIGNED   =       "Y"
                      AND  WK-SEPARATE =       "Y"
                           ADD     1           TO      WK-ELEN
                   END-IF
                   IF      WK-DIGITS   >       ZERO
                      AND  WK-XCNT     =       ZERO
                      AND  WK-EDCNT    =       ZERO
                      AND  WK-SEPARATE =       "N"
                           MOVE    "9"         TO      WK-ETYPE
                   END-IF
           END-EVALUATE
           .
       S210-EX.
           EXIT.

      *    *** PIC句の繰返し数 "(n)" の読み取り(WK-P位置の次から)
      *    *** 繰返し無しは1
       S220-10.

           MOVE    1           TO      WK-REP
           IF      WK-P >= 30 OR WK-PIC-TXT (WK-P + 1:1) NOT = "("
                   GO      TO      S220-EX
           END-IF
           MOVE    SPACE       TO      WK-REP-X
           MOVE    ZERO        TO      K
           ADD     2           TO      WK-P
           PERFORM VARYING WK-P FROM WK-P BY 1
                   UNTIL WK-P > 30
                      OR WK-PIC-TXT (WK-P:1) = ")"
                   IF      K           <       9
                           ADD     1           TO      K
                           MOVE    WK-PIC-TXT (WK-P:1) TO
                                   WK-REP-X (K:1)
                   END-IF
           END-PERFORM
           IF      K > 0 AND WK-REP-X (1:K) IS NUMERIC
                   MOVE    NUMVAL (WK-REP-X (1:K)) TO WK-REP
           END-IF
           .
       S220-EX.
           EXIT.

      *    *** 一番深いグループを閉じる(1回分の長さ=配下の最終位置
      *    *** -先頭、大きさ=×OCCURS)
       S250-10.

           MOVE    TBL-STK-ITM (TBL-STK-CNT) TO I
           COMPUTE TBL-ITM-LEN (I) = TBL-STK-MAXEND (TBL-STK-CNT)
                                   - TBL-ITM-OFF (I)
           COMPUTE TBL-ITM-SIZE (I) = TBL-ITM-LEN (I) * TBL-ITM-OCC (I)
           SUBTRACT 1          FROM    TBL-STK-CNT
           PERFORM S260-10     THRU    S260-EX
           .
       S250-EX.
           EXIT.

      *    *** 項目Iが終わった分だけ親の次の位置・最終位置を進める
      *    *** (REDEFINESは次の位置を進めない)
       S260-10.

           COMPUTE WK-END = TBL-ITM-OFF (I) + TBL-ITM-SIZE (I)
           IF      TBL-ITM-RED (I) =   "N"
                   MOVE    WK-END      TO
                           TBL-STK-NEXT (TBL-STK-CNT)
           END-IF
           IF      WK-END      >       TBL-STK-MAXEND (TBL-STK-CNT)
                   MOVE    WK-END      TO
                           TBL-STK-MAXEND (TBL-STK-CNT)
           END-IF
           .
       S260-EX.
           EXIT.

      *    *** 明細項目をOCCURSの出現ごとに展開し、位置順に並べる
       S300-10.

           MOVE    ZERO        TO      TBL-GEN-CNT
                                       WK-RED-CNT
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TBL-ITM-CNT
                   EVALUATE TRUE
                       WHEN TBL-ITM-SKIP (M) = "Y"
                           IF      TBL-ITM-GRP (M) =   "N"
                                   ADD     1           TO  WK-RED-CNT
                           END-IF
                       WHEN TBL-ITM-GRP (M) = "Y"
                           CONTINUE
                       WHEN OTHER
                           PERFORM S310-10     THRU    S310-EX
                   END-EVALUATE
           END-PERFORM

      *    *** 位置順(同じ位置は元の順)に挿入法で並べ替える
           PERFORM VARYING I FROM 2 BY 1
                   UNTIL I > TBL-GEN-CNT
                   MOVE    TBL-GEN-ENT (I) TO  TBL-GEN-WORK
                   MOVE    I           TO      J
                   PERFORM UNTIL J <= 1
                              OR TBL-GEN-POS (J - 1) <=
                                 TBL-GEN-POS (I)
                           SUBTRACT 1          FROM    J
                   END-PERFORM
                   IF      J           <       I
                           PERFORM VARYING K FROM I BY -1
                                   UNTIL K <= J
                                   MOVE    TBL-GEN-ENT (K - 1) TO
                                           TBL-GEN-ENT (K)
                           END-PERFORM
                           MOVE    TBL-GEN-WORK TO     TBL-GEN-ENT (J)
                   END-IF
           END-PERFORM
           .
       S300-EX.
           EXIT.

      *    *** 明細項目Mの展開(自身と親のOCCURSを外側から数え上げる)
       S310-10.

      *    *** OCCURSの段を内側から拾い、外側が先頭になる様に詰める
           MOVE    ZERO        TO      WK-OD-CNT
           MOVE    M           TO      I
           PERFORM UNTIL I = ZERO
                   IF      TBL-ITM-OCC (I) >   1
                      AND  WK-OD-CNT   <       7
                           PERFORM VARYING K FROM WK-OD-CNT BY -1
                                   UNTIL K < 1
                                   MOVE    WK-OD-ENT (K) TO
                                           WK-OD-ENT (K + 1)
                           END-PERFORM
                           ADD     1           TO      WK-OD-CNT
                           MOVE    TBL-ITM-OCC (I) TO  WK-OD-MAX (1)
                           MOVE    TBL-ITM-LEN (I) TO  WK-OD-UNIT (1)
                   END-IF
                   MOVE    TBL-ITM-PAR (I) TO  I
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-OD-CNT
                   MOVE    1           TO      WK-OD-IDX (K)
           END-PERFORM

           MOVE    "N"         TO      WK-OD-DONE
           PERFORM UNTIL WK-OD-DONE    =       "Y"
                   PERFORM S320-10     THRU    S320-EX
      *    *** 内側の番号から繰り上げる
                   MOVE    "Y"         TO      WK-OD-DONE
                   PERFORM VARYING K FROM WK-OD-CNT BY -1
                           UNTIL K < 1 OR WK-OD-DONE = "N"
                           IF      WK-OD-IDX (K) < WK-OD-MAX (K)
                                   ADD     1           TO
                                           WK-OD-IDX (K)
                                   MOVE    "N"         TO  WK-OD-DONE
                           ELSE
                                   MOVE    1           TO
                                           WK-OD-IDX (K)
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       S310-EX.
           EXIT.

      *    *** 展開した1件の登録(名前の後ろに出現番号 "(i,j)")
       S320-10.

           IF      TBL-GEN-CNT >=      3000
                   DISPLAY WK-PGM-NAME " 展開後 3000 項目超過"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      TBL-GEN-CNT
           MOVE    TBL-GEN-CNT TO      J

           COMPUTE TBL-GEN-POS (J) = TBL-ITM-OFF (M) + 1
           MOVE    SPACE       TO      WK-SFX
           MOVE    ZERO        TO      WK-SFX-LEN
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-OD-CNT
                   COMPUTE TBL-GEN-POS (J) = TBL-GEN-POS (J)
                           + ( WK-OD-IDX (K) - 1 ) * WK-OD-UNIT (K)
                   IF      K           =       1
                           MOVE    "("         TO      WK-SFX
                           MOVE    1           TO      WK-SFX-LEN
                   ELSE
                           ADD     1           TO      WK-SFX-LEN
                           MOVE    ","         TO
                                   WK-SFX (WK-SFX-LEN:1)
                   END-IF
                   MOVE    WK-OD-IDX (K) TO    WK-NUM-ED
                   MOVE    TRIM(WK-NUM-ED) TO  WK-SFX (WK-SFX-LEN + 1:)
                   COMPUTE WK-SFX-LEN = WK-SFX-LEN
                                      + LENGTH(TRIM(WK-NUM-ED))
           END-PERFORM

           MOVE    TBL-ITM-NAME (M) TO WK-GEN-NAME
           IF      WK-SFX-LEN  >       ZERO
                   ADD     1           TO      WK-SFX-LEN
                   MOVE    ")"         TO      WK-SFX (WK-SFX-LEN:1)
                   COMPUTE L = LENGTH(TRIM(TBL-ITM-NAME (M)))
                   IF      L + WK-SFX-LEN >    16
                           COMPUTE L = 16 - WK-SFX-LEN
                   END-IF
                   MOVE    SPACE       TO      WK-GEN-NAME
                   MOVE    TBL-ITM-NAME (M) (1:L) TO WK-GEN-NAME
                   MOVE    WK-SFX (1:WK-SFX-LEN) TO
                           WK-GEN-NAME (L + 1:WK-SFX-LEN)
           END-IF
           MOVE    WK-GEN-NAME TO      TBL-GEN-NAME (J)
           MOVE    TBL-ITM-TYPE (M) TO TBL-GEN-TYPE (J)
           MOVE    TBL-ITM-SGN (M) TO  TBL-GEN-SGN (J)
           MOVE    TBL-ITM-LEN (M) TO  TBL-GEN-LEN (J)
           MOVE    TBL-ITM-SCALE (M) TO TBL-GEN-SCALE (J)
           .
       S320-EX.
           EXIT.

      *    *** FILEDUMP割付け定義(9は18桁・Pは10バイト・Bは8バイトまで、
      *    *** 超えた物は文字で出す)。件数は100まで読まれる
       S500-10.

           CALL    "PATHSVC"   USING   WK-DMP-F-NAME
           OPEN    OUTPUT      DMP-F
           IF      WK-DMP-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " DMP-F OPEN ERROR STATUS="
                           WK-DMP-STATUS
                   STOP    RUN
           END-IF
           PERFORM S900-10     THRU    S900-EX
           MOVE    WK-HDR      TO      DMP-REC-X
           WRITE   DMP-REC-X

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-GEN-CNT
                   MOVE    SPACE       TO      DMP-REC-X
                   MOVE    TBL-GEN-NAME (J) TO DMP-NAME
                   MOVE    TBL-GEN-TYPE (J) TO DMP-TYPE
                   IF ( TBL-GEN-TYPE (J) = "9"
                        AND TBL-GEN-LEN (J) > 18 )
                   OR ( TBL-GEN-TYPE (J) = "P"
                        AND TBL-GEN-LEN (J) > 10 )
                   OR ( TBL-GEN-TYPE (J) = "B"
                        AND TBL-GEN-LEN (J) > 8 )
                           MOVE    "X"         TO      DMP-TYPE
                   END-IF
                   MOVE    TBL-GEN-POS (J) TO  DMP-POS
                   MOVE    TBL-GEN-LEN (J) TO  DMP-LEN
                   MOVE    TBL-GEN-SCALE (J) TO DMP-SCALE
                   IF      DMP-TYPE    =       "X"
                           MOVE    ZERO        TO      DMP-SCALE
                   END-IF
                   WRITE   DMP-REC
           END-PERFORM
           CLOSE   DMP-F

           IF      TBL-GEN-CNT >       100
                   DISPLAY WK-PGM-NAME
                           " 警告 FILEDUMPは100項目まで"
                           " 項目=" TBL-GEN-CNT
                   ADD     1           TO      WK-SKIP-CNT
           END-IF
           DISPLAY WK-PGM-NAME " DUMP   " TRIM(WK-DMP-F-NAME)
           .
       S500-EX.
           EXIT.

      *    *** VALCHK検証定義(符号無しゾーンはN、パック・2進は素通し
      *    *** のP・B、その他は検査しないX。桁は99まで、件数は50まで)
       S600-10.

           CALL    "PATHSVC"   USING   WK-VAL-F-NAME
           OPEN    OUTPUT      VAL-F
           IF      WK-VAL-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " VAL-F OPEN ERROR STATUS="
                           WK-VAL-STATUS
                   STOP    RUN
           END-IF
           MOVE    ZERO        TO      WK-LINE-CNT
           PERFORM S900-10     THRU    S900-EX
           MOVE    WK-HDR      TO      VAL-REC-X
           WRITE   VAL-REC-X
           MOVE    "# 規則C(コード)・D(日付)は手で直す"
                               TO      VAL-REC-X
           WRITE   VAL-REC-X

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-GEN-CNT
                   MOVE    SPACE       TO      VAL-REC-X
                   MOVE    TBL-GEN-NAME (J) TO VAL-NAME
                   EVALUATE TRUE
                       WHEN TBL-GEN-TYPE (J) = "9"
                        AND TBL-GEN-SGN (J) = "N"
                           MOVE    "N"         TO      VAL-TYPE
                       WHEN TBL-GEN-TYPE (J) = "P" OR "B"
                           MOVE    TBL-GEN-TYPE (J) TO VAL-TYPE
                       WHEN OTHER
                           MOVE    "X"         TO      VAL-TYPE
                   END-EVALUATE
                   MOVE    TBL-GEN-POS (J) TO  VAL-POS
                   IF      TBL-GEN-LEN (J) >   99
                           MOVE    TBL-GEN-LEN (J) TO  WK-NUM5
                           MOVE    SPACE       TO      VAL-REC-X
                           STRING  "# "        DELIMITED BY SIZE
                                   TBL-GEN-NAME (J) DELIMITED BY SIZE
                                   " 桁="      DELIMITED BY SIZE
                                   WK-NUM5     DELIMITED BY SIZE
                                   " 99桁超 対象外"
                                               DELIMITED BY SIZE
                                   INTO    VAL-REC-X
                           END-STRING
                           WRITE   VAL-REC-X
                   ELSE
                           MOVE    TBL-GEN-LEN (J) TO  VAL-LEN
                           ADD     1           TO      WK-LINE-CNT
                           WRITE   VAL-REC
                   END-IF
           END-PERFORM
           CLOSE   VAL-F

           IF      WK-LINE-CNT >       50
                   DISPLAY WK-PGM-NAME " 警告 VALCHKは50項目まで"
                           " 項目=" WK-LINE-CNT
                   ADD     1           TO      WK-SKIP-CNT
           END-IF
           DISPLAY WK-PGM-NAME " VALCHK " TRIM(WK-VAL-F-NAME)
           .
       S600-EX.
           EXIT.

      *    *** COBRND MASK項目位置定義(全行 "#" 止め、使う行を外す)
      *    *** 形式 ゾーン=ZONE(17桁まで)、パック=COMP3(9バイトまで)、
      *    *** 2進=COMP(8バイトまで)、他はCHAR。40桁を超える項目は
      *    *** 仮名の器に入らないので注記だけにする
       S700-10.

           CALL    "PATHSVC"   USING   WK-MSK-F-NAME
           OPEN    OUTPUT      MSK-F
           IF      WK-MSK-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " MSK-F OPEN ERROR STATUS="
                           WK-MSK-STATUS
                   STOP    RUN
           END-IF
           PERFORM S900-10     THRU    S900-EX
           MOVE    WK-HDR      TO      MSK-REC
           WRITE   MSK-REC
           MOVE    "# 機密項目の行は先頭の#を外す"
                               TO      MSK-REC
           WRITE   MSK-REC

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-GEN-CNT
                   EVALUATE TRUE
                       WHEN TBL-GEN-TYPE (J) = "9"
                        AND TBL-GEN-LEN (J) <= 17
                           MOVE    "ZONE "     TO      WK-FMT
                       WHEN TBL-GEN-TYPE (J) = "P"
                        AND TBL-GEN-LEN (J) <= 9
                           MOVE    "COMP3"     TO      WK-FMT
                       WHEN TBL-GEN-TYPE (J) = "B"
                        AND TBL-GEN-LEN (J) <= 8
                           MOVE    "COMP "     TO      WK-FMT
                       WHEN OTHER
                           MOVE    "CHAR "     TO      WK-FMT
                   END-EVALUATE
                   MOVE    TBL-GEN-POS (J) TO  WK-NUM5
                   MOVE    SPACE       TO      MSK-REC
                   STRING  "#"         DELIMITED BY SIZE
                           WK-NUM5     DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           INTO    MSK-REC
                   END-STRING
                   MOVE    TBL-GEN-LEN (J) TO  WK-NUM5
                   MOVE    WK-NUM5     TO      MSK-REC (8:5)
                   MOVE    WK-FMT      TO      MSK-REC (14:5)
                   MOVE    TBL-GEN-NAME (J) TO MSK-REC (21:16)
                   IF      TBL-GEN-LEN (J) >   40
                           MOVE    "# 40桁超 対象外" TO
                                   MSK-REC (38:)
                   END-IF
                   WRITE   MSK-REC
           END-PERFORM
           CLOSE   MSK-F
           DISPLAY WK-PGM-NAME " MASK   " TRIM(WK-MSK-F-NAME)
           .
       S700-EX.
           EXIT.

      *    *** COBRND BATCHテンプレート(FIXED、位置の隙間は埋め項目)
      *    *** 数値は NUM <項目番号> <バイト数> ZONE/COMP3/COMP、
      *    *** 文字は ALPHA。項目番号は出現順に 1～99 を振る
      *    *** (呼び出し側の ITEM-AREA の番号)。値の器(60桁)や形式の
      *    *** 上限を超える項目は ALPHA を60桁ずつに割って位置を保つ
       S800-10.

           CALL    "PATHSVC"   USING   WK-TPL-F-NAME
           OPEN    OUTPUT      TPL-F
           IF      WK-TPL-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " TPL-F OPEN ERROR STATUS="
                           WK-TPL-STATUS
                   STOP    RUN
           END-IF
           PERFORM S900-10     THRU    S900-EX
           MOVE    WK-HDR      TO      TPL-REC
           WRITE   TPL-REC
           MOVE    "FIXED"     TO      TPL-REC
           WRITE   TPL-REC

           MOVE    ZERO        TO      WK-LINE-CNT
                                       WK-TPL-IDX
           MOVE    1           TO      WK-END
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-GEN-CNT
      *    *** 重なる項目(同じ位置の別名)は飛ばす
                   IF      TBL-GEN-POS (J) >=  WK-END
      *    *** 隙間(SYNC無しの穴など)は空白の文字で埋める
                           IF      TBL-GEN-POS (J) >   WK-END
                                   COMPUTE WK-REST =
                                           TBL-GEN-POS (J) - WK-END
                                   MOVE    "# (隙間)"  TO  TPL-REC
                                   WRITE   TPL-REC
                                   PERFORM S810-10     THRU    S810-EX
                           END-IF
                           PERFORM S820-10     THRU    S820-EX
                           COMPUTE WK-END = TBL-GEN-POS (J)
                                          + TBL-GEN-LEN (J)
                   END-IF
           END-PERFORM
           CLOSE   TPL-F

           IF      WK-LINE-CNT >       50
                   DISPLAY WK-PGM-NAME
                           " 警告 テンプレートは50行まで"
                           " 行=" WK-LINE-CNT
                   ADD     1           TO      WK-SKIP-CNT
           END-IF
           DISPLAY WK-PGM-NAME " TMPL   " TRIM(WK-TPL-F-NAME)
           .
       S800-EX.
           EXIT.

      *    *** ALPHA 行をWK-REST桁分、60桁ずつ書く
       S810-10.

           PERFORM UNTIL WK-REST <= ZERO
                   IF      WK-REST     >       60
                           MOVE    60          TO      WK-CHUNK
                   ELSE
                           MOVE    WK-REST     TO      WK-CHUNK
                   END-IF
                   PERFORM S830-10     THRU    S830-EX
                   MOVE    WK-CHUNK    TO      WK-NUM3
                   MOVE    SPACE       TO      TPL-REC
                   STRING  "ALPHA  "   DELIMITED BY SIZE
                           WK-NUM2     DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-NUM3     DELIMITED BY SIZE
                           " DISP"     DELIMITED BY SIZE
                           INTO    TPL-REC
                   END-STRING
                   WRITE   TPL-REC
                   ADD     1           TO      WK-LINE-CNT
                   SUBTRACT WK-CHUNK   FROM    WK-REST
           END-PERFORM
           .
       S810-EX.
           EXIT.

      *    *** 項目J の行(前に項目名の注記を置く)
       S820-10.

           MOVE    SPACE       TO      TPL-REC
           STRING  "# "        DELIMITED BY SIZE
                   TBL-GEN-NAME (J) DELIMITED BY SIZE
                   INTO    TPL-REC
           END-STRING
           WRITE   TPL-REC

           EVALUATE TRUE
               WHEN TBL-GEN-TYPE (J) = "9"
                AND TBL-GEN-LEN (J) <= 17
                   MOVE    "ZONE "     TO      WK-FMT
               WHEN TBL-GEN-TYPE (J) = "P"
                AND TBL-GEN-LEN (J) <= 9
                   MOVE    "COMP3"     TO      WK-FMT
               WHEN TBL-GEN-TYPE (J) = "B"
                AND TBL-GEN-LEN (J) <= 8
                   MOVE    "COMP "     TO      WK-FMT
               WHEN OTHER
                   MOVE    TBL-GEN-LEN (J) TO  WK-REST
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S820-EX
           END-EVALUATE

           PERFORM S830-10     THRU    S830-EX
           MOVE    TBL-GEN-LEN (J) TO  WK-NUM3
           MOVE    SPACE       TO      TPL-REC
           STRING  "NUM    "   DELIMITED BY SIZE
                   WK-NUM2     DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-NUM3     DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-FMT      DELIMITED BY SIZE
                   INTO    TPL-REC
           END-STRING
           WRITE   TPL-REC
           ADD     1           TO      WK-LINE-CNT
           .
       S820-EX.
           EXIT.

      *    *** 次の項目番号(1～99を巡回)
       S830-10.

           ADD     1           TO      WK-TPL-IDX
           IF      WK-TPL-IDX  >       99
                   MOVE    1           TO      WK-TPL-IDX
           END-IF
           MOVE    WK-TPL-IDX  TO      WK-NUM2
           .
       S830-EX.
           EXIT.

      *    *** 各定義の先頭注記(元のソース・レコード名・長さ)
       S900-10.

           MOVE    WK-REC-LEN  TO      WK-NUM5
           MOVE    SPACE       TO      WK-HDR
           STRING  "# LAYGEN " DELIMITED BY SIZE
                   TRIM(WK-SRC-F-NAME) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   TRIM(WK-REC-NAME) DELIMITED BY SIZE
                   " LEN="     DELIMITED BY SIZE
                   WK-NUM5     DELIMITED BY SIZE
                   INTO    WK-HDR
           END-STRING
           .
       S900-EX.
           EXIT.
