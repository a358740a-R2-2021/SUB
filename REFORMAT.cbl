      *    *** レイアウト駆動 レコード組替えユーティリティ
      *    *** 入力レイアウト・出力レイアウト(FILEDUMPの割付け定義と
      *    *** 同じ形 1行= 項目名(16) 種別(1:X/9/P/B) 位置(5) 長さ(5)
      *    *** 小数(2))と割付けカードに従い、1件ずつ組み替えて書く。
      *    *** 固定位置とCSVの相互変換、項目の並べ替え、パック・2進の
      *    *** 符号付き表示への展開、定数の埋込み、日付の形の変更
      *    *** (YYMMDD→YYYYMMDD 等)を、その都度のプログラム無しで行う。
      *    *** CSV側はレイアウトの位置を列番号、長さを最大桁として使い、
      *    *** 数値は小数点付きの文字で読み書きする(引用符付きCSVの
      *    *** 分解はDECODE10)。
      *    *** 入力・出力・不良の件数はCTLBALへ記録し、CTLRECONが
      *    *** 前後のステップと突き合わせられる様にする。
      *    *** 制御カード:
      *    ***   IN     <入力ファイル名>
      *    ***   OUT    <出力ファイル名>
      *    ***   REJ    <不良レコードの写し先>   (省略可)
      *    ***   INLAY  <入力レイアウト>
      *    ***   OUTLAY <出力レイアウト>
      *    ***   INFORM  F|C    OUTFORM F|C  (F=固定位置 既定、C=CSV)
      *    ***   MOVE   <入力項目> <出力項目>  (種別が違えば変換する)
      *    ***   CONST  <出力項目> <値>  (空白を含む値は "..." で囲む)
      *    ***   DATE   <入力項目> <出力項目> <入力の形> <出力の形>
      *    ***     形は Y・M・D と区切り文字(例 YYMMDD YYYY-MM-DD)。
      *    ***     2桁年は50年窓(50以上=19xx、未満=20xx)で補う。
      *    ***     入力の形 WAREKI は和暦(R06.10.15・令和6年10月15日・
      *    ***     数値の項目は元号コード+YYMMDD の7桁 等。解析はWAREKI)。
      *    ***     空白・全桁ゼロは日付無しとして空白・ゼロで出す
      *    *** 割付けの無い出力項目は X=空白、9/P/B=ゼロ(CSVは空欄)
      *    *** 変換できない項目(数値不正・桁あふれ・小数桁落ち・
      *    *** 日付不正)の有るレコードは書かずに不良に数え、REJ指定
      *    *** が有れば原文のまま写す
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             REFORMAT.

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

      *    *** 入力・出力レイアウト
       SELECT LAY-F            ASSIGN   WK-LAY-F-NAME
                               STATUS   WK-LAY-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 入力
       SELECT PIN1-F           ASSIGN   WK-PIN-F-NAME
                               STATUS   WK-PIN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 出力
       SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 不良レコードの写し
       SELECT REJ-F            ASSIGN   WK-REJ-F-NAME
                               STATUS   WK-REJ-STATUS
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

       FD  POT1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-POT1-LEN.
       01  POT1-REC            PIC  X(032000).

       FD  REJ-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-REJ-LEN.
       01  REJ-REC             PIC  X(032000).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "REFORMAT".

           03  WK-CTL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CTL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CTL-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-LAY-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-LAY-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-LAY-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-PIN-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-PIN-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-POT1-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-LEN     BINARY-LONG SYNC VALUE ZERO.

           03  WK-REJ-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-REJ-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-REJ-LEN      BINARY-LONG SYNC VALUE ZERO.

      *    *** レイアウト名と入出力の形(F=固定位置 C=CSV)
           03  WK-INLAY-NAME   PIC  X(256) VALUE SPACE.
           03  WK-OUTLAY-NAME  PIC  X(256) VALUE SPACE.
           03  WK-IN-FORM      PIC  X(001) VALUE "F".
           03  WK-OUT-FORM     PIC  X(001) VALUE "F".

      *    *** カード解析用
           03  WK-C-VERB       PIC  X(008) VALUE SPACE.
           03  WK-C-OP1        PIC  X(256) VALUE SPACE.
           03  WK-C-OP2        PIC  X(256) VALUE SPACE.
           03  WK-C-OP3        PIC  X(016) VALUE SPACE.
           03  WK-C-OP4        PIC  X(016) VALUE SPACE.
           03  WK-C-PTR        BINARY-LONG SYNC VALUE ZERO.
           03  WK-C-END        BINARY-LONG SYNC VALUE ZERO.
           03  WK-C-NAME       PIC  X(016) VALUE SPACE.
           03  WK-C-NG         PIC  X(001) VALUE "N".
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 日付の形の検査用
           03  WK-FMT          PIC  X(016) VALUE SPACE.
           03  WK-FMT-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FMT-Y        BINARY-LONG SYNC VALUE ZERO.
           03  WK-FMT-M        BINARY-LONG SYNC VALUE ZERO.
           03  WK-FMT-D        BINARY-LONG SYNC VALUE ZERO.
           03  WK-FMT-SEP      BINARY-LONG SYNC VALUE ZERO.

      *    *** 件数(CTLBALへ)
           03  WK-IN-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OUT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-CNT       BINARY-LONG SYNC VALUE ZERO.

           03  WK-BAL-STEP     PIC  X(008) VALUE "REFORMAT".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-BAL-IN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-OUT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-SKIP     BINARY-LONG SYNC VALUE ZERO.

      *    *** 入力レコード(レイアウトの最終桁まで空白で補う)と
      *    *** 出力レコード(固定位置はレイアウトの最終桁が長さ)
           03  WK-IN-MAXEND    BINARY-LONG SYNC VALUE ZERO.
           03  WK-OUT-MAXEND   BINARY-LONG SYNC VALUE ZERO.
           03  WK-IBUF         PIC  X(032000) VALUE SPACE.
           03  WK-OBUF         PIC  X(032000) VALUE SPACE.
           03  WK-OBUF-LEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** CSV入力の分解(DECODE10、区切りはX"00"で受ける)
           03  WK-CSV-DELIM    PIC  X(001) VALUE LOW-VALUE.
           03  WK-CSV-OUT      PIC  X(032000) VALUE SPACE.
           03  WK-CSV-OUT-LEN  BINARY-LONG SYNC VALUE ZERO.
           03  WK-CSV-FLD-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-CSV-COL      BINARY-LONG SYNC VALUE ZERO.
           03  WK-QUOTE        PIC  X(001) VALUE X"22".
           03  WK-CR           PIC  X(001) VALUE X"0D".
           03  WK-LF           PIC  X(001) VALUE X"0A".
           03  WK-QUOTE-SW     PIC  X(001) VALUE "N".
           03  WK-CH           PIC  X(001) VALUE SPACE.

      *    *** 1項目の位置・長さ・小数桁(組み立て先)
           03  WK-FLD-POS      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FLD-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FLD-SCALE    BINARY-LONG SYNC VALUE ZERO.
           03  WK-FLD-TYPE     PIC  X(001) VALUE SPACE.

      *    *** 項目の値(T=文字 N=数値 E=値無し)
           03  WK-V-KIND       PIC  X(001) VALUE SPACE.
           03  WK-V-TXT        PIC  X(032000) VALUE SPACE.
           03  WK-V-LEN        BINARY-LONG SYNC VALUE ZERO.
           03  WK-V-NUM        PIC S9(020)V9(009) COMP-3 VALUE ZERO.
           03  WK-V-SCALE      BINARY-LONG SYNC VALUE ZERO.
      *    *** 数値から作った文字は固定位置では右詰めにする
           03  WK-V-RJUST      PIC  X(001) VALUE "N".

      *    *** 数値の組み立て・分解
           03  WK-DIG          PIC  X(040) VALUE SPACE.
           03  WK-DIG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-INT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FRC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DOT          PIC  X(001) VALUE "N".
           03  WK-NEG          PIC  X(001) VALUE "N".
           03  WK-BAD-SW       PIC  X(001) VALUE "N".
           03  WK-DEC          BINARY-LONG SYNC VALUE ZERO.
           03  WK-SCL          PIC S9(029) COMP-3 VALUE ZERO.
           03  WK-SCL-CHK      PIC S9(020)V9(009) COMP-3 VALUE ZERO.
           03  WK-D29          PIC  9(029) VALUE ZERO.
           03  WK-D29-X        REDEFINES WK-D29
                               PIC  X(029).
           03  WK-D29-NZ       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PK-DIG       PIC  X(030) VALUE SPACE.
           03  WK-PK-S         BINARY-LONG SYNC VALUE ZERO.
           03  WK-D1           PIC  9(001) VALUE ZERO.
           03  WK-D1-X         REDEFINES WK-D1
                               PIC  X(001).
           03  WK-BIN-VAL      PIC  9(020) COMP-3 VALUE ZERO.
           03  WK-BIN-FULL     PIC  9(020) COMP-3 VALUE ZERO.
           03  WK-BIN-HALF     PIC  9(020) COMP-3 VALUE ZERO.
           03  WK-BIN-SVAL     PIC S9(020) COMP-3 VALUE ZERO.
           03  WK-BIN-R        BINARY-LONG SYNC VALUE ZERO.
           03  WK-DIGITS       PIC  X(010) VALUE "0123456789".

      *    *** 1バイトの値とニブル
           03  WK-BYTE         PIC  X(001) COMP-X VALUE ZERO.
           03  WK-BYTE-R       REDEFINES WK-BYTE
                               PIC  X(001).
           03  WK-NIB-H        BINARY-LONG SYNC VALUE ZERO.
           03  WK-NIB-L        BINARY-LONG SYNC VALUE ZERO.

      *    *** 日付の組み替え
           03  WK-DT-Y         PIC  X(004) VALUE SPACE.
           03  WK-DT-M         PIC  X(002) VALUE SPACE.
           03  WK-DT-D         PIC  X(002) VALUE SPACE.
           03  WK-DT-YC        BINARY-LONG SYNC VALUE ZERO.
           03  WK-DT-MC        BINARY-LONG SYNC VALUE ZERO.
           03  WK-DT-DC        BINARY-LONG SYNC VALUE ZERO.
           03  WK-DT-YMD       PIC  9(008) VALUE ZERO.
           03  WK-DT-YMD-X     REDEFINES WK-DT-YMD
                               PIC  X(008).
           03  WK-DT-TXT       PIC  X(016) VALUE SPACE.
           03  WK-DT-LEN       BINARY-LONG SYNC VALUE ZERO.

      *    *** 不良(レコードごとに最初の1件)
           03  WK-ERR-SW       PIC  X(001) VALUE "N".
           03  WK-ERR-RSN      PIC  X(016) VALUE SPACE.
           03  WK-ERR-FLD      PIC  X(016) VALUE SPACE.

           COPY    CPWAREKI    REPLACING ==:##:== BY ==RWA==.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.

      *    *** 制御カード(レイアウトを読んでから割付けを解くため控える)
       01  TBL-CARD-AREA.
           03  TBL-CARD        OCCURS 300
                               PIC  X(256).
       01  TBL-CARD-CNT        BINARY-LONG SYNC VALUE ZERO.

      *    *** レイアウトの読込み先(読んだ後で入力・出力へ写す)
       01  TBL-LAY-AREA.
           03  TBL-LAY-ENT     OCCURS 200.
             05  TBL-LAY-NAME  PIC  X(016).
             05  TBL-LAY-TYPE  PIC  X(001).
             05  TBL-LAY-POS   BINARY-LONG SYNC.
             05  TBL-LAY-LEN   BINARY-LONG SYNC.
             05  TBL-LAY-SCALE BINARY-LONG SYNC.
       01  TBL-LAY-CNT         BINARY-LONG SYNC VALUE ZERO.
       01  TBL-LAY-WORK        PIC  X(032).

      *    *** 入力レイアウト
       01  TBL-IN-AREA.
           03  TBL-IN-ENT      OCCURS 200.
             05  TBL-IN-NAME   PIC  X(016).
             05  TBL-IN-TYPE   PIC  X(001).
             05  TBL-IN-POS    BINARY-LONG SYNC.
             05  TBL-IN-LEN    BINARY-LONG SYNC.
             05  TBL-IN-SCALE  BINARY-LONG SYNC.
       01  TBL-IN-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 出力レイアウト
       01  TBL-OUT-AREA.
           03  TBL-OUT-ENT     OCCURS 200.
             05  TBL-OUT-NAME  PIC  X(016).
             05  TBL-OUT-TYPE  PIC  X(001).
             05  TBL-OUT-POS   BINARY-LONG SYNC.
             05  TBL-OUT-LEN   BINARY-LONG SYNC.
             05  TBL-OUT-SCALE BINARY-LONG SYNC.
       01  TBL-OUT-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 出力項目ごとの割付け(TBL-OUT-ENTと同じ添字)
      *    *** 種類 M=項目移送 C=定数 D=日付 空白=割付け無し
       01  TBL-MAP-AREA.
           03  TBL-MAP-ENT     OCCURS 200.
             05  TBL-MAP-KIND  PIC  X(001).
             05  TBL-MAP-SRC   BINARY-LONG SYNC.
             05  TBL-MAP-CONST PIC  X(128).
             05  TBL-MAP-CLEN  BINARY-LONG SYNC.
             05  TBL-MAP-IFMT  PIC  X(016).
             05  TBL-MAP-OFMT  PIC  X(016).

      *    *** CSV入力の列(位置・長さ、WK-CSV-OUT上)
       01  TBL-COL-AREA.
           03  TBL-COL-ENT     OCCURS 200.
             05  TBL-COL-POS   BINARY-LONG SYNC.
             05  TBL-COL-LEN   BINARY-LONG SYNC.
       01  TBL-COL-CNT         BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** 制御カードファイル名
       01  LI-CTL-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-CTL-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    TRIM(LI-CTL-FILENAME) TO WK-CTL-F-NAME
           PERFORM S010-10     THRU    S010-EX

      *    *** ファイル名・入出力の形
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > TBL-CARD-CNT
                   PERFORM S020-10     THRU    S020-EX
           END-PERFORM
           IF      WK-PIN-F-NAME =     SPACE
              OR   WK-POT1-F-NAME =    SPACE
              OR   WK-INLAY-NAME =     SPACE
              OR   WK-OUTLAY-NAME =    SPACE
                   DISPLAY WK-PGM-NAME
                           " IN/OUT/INLAY/OUTLAY カードが不足"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** レイアウト読込み
           MOVE    WK-INLAY-NAME TO    WK-LAY-F-NAME
           PERFORM S030-10     THRU    S030-EX
           MOVE    TBL-LAY-AREA TO     TBL-IN-AREA
           MOVE    TBL-LAY-CNT TO      TBL-IN-CNT
           MOVE    ZERO        TO      WK-IN-MAXEND
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TBL-IN-CNT
                   IF      TBL-IN-POS (M) + TBL-IN-LEN (M) - 1
                                       >       WK-IN-MAXEND
                           COMPUTE WK-IN-MAXEND = TBL-IN-POS (M)
                                               + TBL-IN-LEN (M) - 1
                   END-IF
           END-PERFORM

           MOVE    WK-OUTLAY-NAME TO   WK-LAY-F-NAME
           PERFORM S030-10     THRU    S030-EX
      *    *** CSV出力は列番号の順に並べる
           IF      WK-OUT-FORM =       "C"
                   PERFORM S040-10     THRU    S040-EX
           END-IF
           MOVE    TBL-LAY-AREA TO     TBL-OUT-AREA
           MOVE    TBL-LAY-CNT TO      TBL-OUT-CNT
           MOVE    ZERO        TO      WK-OUT-MAXEND
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TBL-OUT-CNT
                   IF      TBL-OUT-POS (M) + TBL-OUT-LEN (M) - 1
                                       >       WK-OUT-MAXEND
                           COMPUTE WK-OUT-MAXEND = TBL-OUT-POS (M)
                                               + TBL-OUT-LEN (M) - 1
                   END-IF
           END-PERFORM

      *    *** 割付けカード(誤りが1件でも有れば止める)
           MOVE    SPACE       TO      TBL-MAP-AREA
           MOVE    "N"         TO      WK-C-NG
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > TBL-CARD-CNT
                   PERFORM S050-10     THRU    S050-EX
           END-PERFORM
           IF      WK-C-NG     =       "Y"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           DISPLAY WK-PGM-NAME " 入力=" WK-IN-FORM
                   " 項目=" TBL-IN-CNT
                   " 出力=" WK-OUT-FORM
                   " 項目=" TBL-OUT-CNT

           PERFORM S060-10     THRU    S060-EX

           MOVE    LOW-VALUE   TO      WK-PIN-EOF
           PERFORM UNTIL WK-PIN-EOF    =       HIGH-VALUE
                   READ    PIN1-F
                   IF      WK-PIN-STATUS =     ZERO
                           PERFORM S100-10     THRU    S100-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-PIN-EOF
                   END-IF
           END-PERFORM

           CLOSE   PIN1-F
           CLOSE   POT1-F
           IF      WK-REJ-F-NAME NOT = SPACE
                   CLOSE   REJ-F
           END-IF

      *    *** コントロールトータル記録(入力=出力+不良のはず)
           MOVE    WK-POT1-F-NAME (1:32) TO WK-BAL-FILE
           MOVE    WK-IN-CNT   TO      WK-BAL-IN
           MOVE    WK-OUT-CNT  TO      WK-BAL-OUT
           MOVE    WK-NG-CNT   TO      WK-BAL-SKIP
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP

           DISPLAY WK-PGM-NAME " 入力=" WK-IN-CNT
                   " 出力=" WK-OUT-CNT
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
                                   IF      TBL-CARD-CNT >=     300
                                       DISPLAY WK-PGM-NAME
                                           " カード300枚超過"
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

      *    *** カード1枚の解析(1回目:ファイル名・入出力の形)
       S020-10.

           MOVE    SPACE       TO      WK-C-VERB
                                       WK-C-OP1
                                       WK-C-OP2
           UNSTRING TBL-CARD (N) DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                           WK-C-OP1
                           WK-C-OP2
           END-UNSTRING

           EVALUATE WK-C-VERB
               WHEN "IN"
                   MOVE    WK-C-OP1    TO      WK-PIN-F-NAME
               WHEN "OUT"
                   MOVE    WK-C-OP1    TO      WK-POT1-F-NAME
               WHEN "REJ"
                   MOVE    WK-C-OP1    TO      WK-REJ-F-NAME
               WHEN "INLAY"
                   MOVE    WK-C-OP1    TO      WK-INLAY-NAME
               WHEN "OUTLAY"
                   MOVE    WK-C-OP1    TO      WK-OUTLAY-NAME
               WHEN "INFORM"
               WHEN "OUTFORM"
                   IF      WK-C-OP1 NOT = "F" AND "C"
                           DISPLAY WK-PGM-NAME " 形は F/C: "
                                   TRIM(TBL-CARD (N))
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   IF      WK-C-VERB   =       "INFORM"
                           MOVE    WK-C-OP1    TO      WK-IN-FORM
                   ELSE
                           MOVE    WK-C-OP1    TO      WK-OUT-FORM
                   END-IF
               WHEN "MOVE"
               WHEN "CONST"
               WHEN "DATE"
                   CONTINUE
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 未知のカード: "
                           TRIM(TBL-CARD (N))
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** レイアウト読込み(誤りは組み替えが壊れるので止める)
       S030-10.

           CALL    "PATHSVC"   USING   WK-LAY-F-NAME
           OPEN    INPUT       LAY-F
           IF      WK-LAY-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " LAY-F OPEN ERROR STATUS="
                           WK-LAY-STATUS " (" TRIM(WK-LAY-F-NAME) ")"
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
                   STOP    RUN
           END-IF
           IF      TBL-LAY-CNT >=      200
                   DISPLAY WK-PGM-NAME " レイアウト 項目過多"
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
                   STOP    RUN
           END-IF
           .
       S035-EX.
           EXIT.

      *    *** CSV出力の列を列番号(位置)の順に並べ替える
      *    *** (同じ列番号が二つ有れば止める)
       S040-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= TBL-LAY-CNT
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > TBL-LAY-CNT - I
                           IF  TBL-LAY-POS (J) > TBL-LAY-POS (J + 1)
                               MOVE TBL-LAY-ENT (J) TO TBL-LAY-WORK
                               MOVE TBL-LAY-ENT (J + 1) TO
                                    TBL-LAY-ENT (J)
                               MOVE TBL-LAY-WORK TO
                                    TBL-LAY-ENT (J + 1)
                           END-IF
                   END-PERFORM
           END-PERFORM
           PERFORM VARYING I FROM 2 BY 1
                   UNTIL I > TBL-LAY-CNT
                   IF      TBL-LAY-POS (I) =   TBL-LAY-POS (I - 1)
                           DISPLAY WK-PGM-NAME " CSV列番号の重複="
                                   TBL-LAY-POS (I) " "
                                   TBL-LAY-NAME (I)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
           END-PERFORM
           .
       S040-EX.
           EXIT.

      *    *** カード1枚の解析(2回目:割付け)
       S050-10.

           MOVE    SPACE       TO      WK-C-VERB
                                       WK-C-OP1
                                       WK-C-OP2
                                       WK-C-OP3
                                       WK-C-OP4
           MOVE    1           TO      WK-C-PTR
           UNSTRING TBL-CARD (N) DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                           WK-C-OP1
                   WITH POINTER WK-C-PTR
           END-UNSTRING

           EVALUATE WK-C-VERB
               WHEN "MOVE"
               WHEN "DATE"
                   UNSTRING TBL-CARD (N) DELIMITED BY ALL " "
                           INTO    WK-C-OP2
                                   WK-C-OP3
                                   WK-C-OP4
                           WITH POINTER WK-C-PTR
                   END-UNSTRING
               WHEN "CONST"
                   PERFORM S052-10     THRU    S052-EX
               WHEN OTHER
                   GO      TO      S050-EX
           END-EVALUATE

      *    *** 出力項目(割付けは1項目に1枚まで)
           MOVE    WK-C-OP2    TO      WK-C-NAME
           IF      WK-C-VERB   =       "CONST"
                   MOVE    WK-C-OP1    TO      WK-C-NAME
           END-IF
           MOVE    ZERO        TO      WK-HIT
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TBL-OUT-CNT OR WK-HIT > ZERO
                   IF      TBL-OUT-NAME (M) =  WK-C-NAME
                           MOVE    M           TO      WK-HIT
                   END-IF
           END-PERFORM
           IF      WK-HIT      =       ZERO
                   DISPLAY WK-PGM-NAME " 出力項目が無い: "
                           TRIM(TBL-CARD (N))
                   MOVE    "Y"         TO      WK-C-NG
                   GO      TO      S050-EX
           END-IF
           MOVE    WK-HIT      TO      M
           IF      TBL-MAP-KIND (M) NOT = SPACE
                   DISPLAY WK-PGM-NAME " 割付けの重複: "
                           TRIM(TBL-CARD (N))
                   MOVE    "Y"         TO      WK-C-NG
                   GO      TO      S050-EX
           END-IF

           IF      WK-C-VERB   =       "CONST"
                   MOVE    "C"         TO      TBL-MAP-KIND (M)
                   GO      TO      S050-EX
           END-IF

      *    *** 入力項目
           MOVE    ZERO        TO      WK-HIT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-IN-CNT OR WK-HIT > ZERO
                   IF      TBL-IN-NAME (I) =   WK-C-OP1
                           MOVE    I           TO      WK-HIT
                   END-IF
           END-PERFORM
           IF      WK-HIT      =       ZERO
                   DISPLAY WK-PGM-NAME " 入力項目が無い: "
                           TRIM(TBL-CARD (N))
                   MOVE    "Y"         TO      WK-C-NG
                   GO      TO      S050-EX
           END-IF
           MOVE    WK-HIT      TO      TBL-MAP-SRC (M)

           IF      WK-C-VERB   =       "MOVE"
                   MOVE    "M"         TO      TBL-MAP-KIND (M)
                   GO      TO      S050-EX
           END-IF

      *    *** 日付の形(数値の項目は区切り文字の無い形に限る)
           MOVE    "D"         TO      TBL-MAP-KIND (M)
           MOVE    WK-C-OP3    TO      TBL-MAP-IFMT (M)
           MOVE    WK-C-OP4    TO      TBL-MAP-OFMT (M)
           MOVE    "N"         TO      WK-BAD-SW
           IF      WK-C-OP3 NOT =      "WAREKI"
                   MOVE    WK-C-OP3    TO      WK-FMT
                   PERFORM S055-10     THRU    S055-EX
                   IF      WK-FMT-SEP  >       ZERO
                      AND  TBL-IN-TYPE (WK-HIT) NOT = "X"
                           MOVE    "Y"         TO      WK-BAD-SW
                   END-IF
           END-IF
           MOVE    WK-C-OP4    TO      WK-FMT
           PERFORM S055-10     THRU    S055-EX
           IF      WK-FMT-SEP  >       ZERO
              AND  TBL-OUT-TYPE (M) NOT = "X"
                   MOVE    "Y"         TO      WK-BAD-SW
           END-IF
           IF      WK-BAD-SW   =       "Y"
                   DISPLAY WK-PGM-NAME " 日付の形の誤り: "
                           TRIM(TBL-CARD (N))
                   MOVE    "Y"         TO      WK-C-NG
           END-IF
           .
       S050-EX.
           EXIT.

      *    *** CONST の出力項目と値(値は残り全部、"..." なら中身)
       S052-10.

           PERFORM UNTIL WK-C-PTR > 256
                      OR TBL-CARD (N) (WK-C-PTR:1) NOT = SPACE
                   ADD     1           TO      WK-C-PTR
           END-PERFORM
           IF      WK-C-PTR    >       256
                   MOVE    SPACE       TO      WK-C-OP2
                   MOVE    1           TO      WK-C-END
           ELSE
                   MOVE    256         TO      WK-C-END
                   PERFORM UNTIL WK-C-END <= WK-C-PTR
                              OR TBL-CARD (N) (WK-C-END:1) NOT = SPACE
                           SUBTRACT 1          FROM    WK-C-END
                   END-PERFORM
                   IF      TBL-CARD (N) (WK-C-PTR:1) = WK-QUOTE
                      AND  WK-C-END    >       WK-C-PTR
                      AND  TBL-CARD (N) (WK-C-END:1) = WK-QUOTE
                           ADD     1           TO      WK-C-PTR
                           SUBTRACT 1          FROM    WK-C-END
                   END-IF
                   COMPUTE WK-C-END = WK-C-END - WK-C-PTR + 1
                   MOVE    SPACE       TO      WK-C-OP2
                   IF      WK-C-END    >       ZERO
                           MOVE    TBL-CARD (N) (WK-C-PTR:WK-C-END)
                                               TO      WK-C-OP2
                   END-IF
           END-IF

           IF      WK-C-END    >       128
                   DISPLAY WK-PGM-NAME " 定数は128桁まで: "
                           TRIM(TBL-CARD (N))
                   MOVE    "Y"         TO      WK-C-NG
                   GO      TO      S052-EX
           END-IF
      *    *** 出力項目の位置が決まってから控える
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TBL-OUT-CNT
                   IF      TBL-OUT-NAME (M) =  WK-C-OP1
                      AND  TBL-MAP-KIND (M) =  SPACE
                           MOVE    WK-C-OP2 (1:128) TO
                                   TBL-MAP-CONST (M)
                           IF      WK-C-END    <       ZERO
                                   MOVE    ZERO        TO
                                           TBL-MAP-CLEN (M)
                           ELSE
                                   MOVE    WK-C-END    TO
                                           TBL-MAP-CLEN (M)
                           END-IF
                   END-IF
           END-PERFORM
           .
       S052-EX.
           EXIT.

      *    *** 日付の形の検査(YYYY か YY、MM、DD が各1組)
       S055-10.

           MOVE    ZERO        TO      WK-FMT-Y
                                       WK-FMT-M
                                       WK-FMT-D
                                       WK-FMT-SEP
                                       WK-FMT-LEN
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > 16
                   EVALUATE WK-FMT (L:1)
                       WHEN "Y"
                           ADD     1           TO      WK-FMT-Y
                       WHEN "M"
                           ADD     1           TO      WK-FMT-M
                       WHEN "D"
                           ADD     1           TO      WK-FMT-D
                       WHEN SPACE
                           CONTINUE
                       WHEN OTHER
                           ADD     1           TO      WK-FMT-SEP
                   END-EVALUATE
                   IF      WK-FMT (L:1) NOT =  SPACE
                           MOVE    L           TO      WK-FMT-LEN
                   END-IF
           END-PERFORM
           IF      WK-FMT-Y NOT = 2 AND 4
              OR   WK-FMT-M NOT = 2
              OR   WK-FMT-D NOT = 2
              OR   WK-FMT-LEN > 10
                   MOVE    "Y"         TO      WK-BAD-SW
           END-IF
           .
       S055-EX.
           EXIT.

      *    *** 入力・出力・不良の写し先 OPEN
       S060-10.

           CALL    "PATHSVC"   USING   WK-PIN-F-NAME
           CALL    "PATHSVC"   USING   WK-POT1-F-NAME
           OPEN    INPUT       PIN1-F
           IF      WK-PIN-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN-STATUS " (" TRIM(WK-PIN-F-NAME) ")"
                   STOP    RUN
           END-IF
           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF
           IF      WK-REJ-F-NAME NOT = SPACE
                   CALL    "PATHSVC"   USING   WK-REJ-F-NAME
                   OPEN    OUTPUT      REJ-F
                   IF      WK-REJ-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " REJ-F OPEN ERROR STATUS="
                                   WK-REJ-STATUS
                           STOP    RUN
                   END-IF
           END-IF
           .
       S060-EX.
           EXIT.

      *    *** 1レコードの組み替え
       S100-10.

           ADD     1           TO      WK-IN-CNT
           MOVE    "N"         TO      WK-ERR-SW

           IF      WK-IN-FORM  =       "C"
                   PERFORM S110-10     THRU    S110-EX
           ELSE
                   IF      WK-IN-MAXEND >      ZERO
                           MOVE    SPACE       TO
                                   WK-IBUF (1:WK-IN-MAXEND)
                   END-IF
                   IF      WK-PIN-LEN  >       ZERO
                           MOVE    PIN1-REC (1:WK-PIN-LEN) TO
                                   WK-IBUF (1:WK-PIN-LEN)
                   END-IF
           END-IF

           MOVE    ZERO        TO      WK-OBUF-LEN
                                       WK-CSV-COL
           IF      WK-OUT-FORM =       "F"
                   MOVE    SPACE       TO      WK-OBUF (1:WK-OUT-MAXEND)
                   MOVE    WK-OUT-MAXEND TO    WK-OBUF-LEN
           END-IF

           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TBL-OUT-CNT OR WK-ERR-SW = "Y"
                   PERFORM S200-10     THRU    S200-EX
           END-PERFORM

           IF      WK-ERR-SW   =       "Y"
                   ADD     1           TO      WK-NG-CNT
                   DISPLAY WK-PGM-NAME " 不良 REC=" WK-IN-CNT
                           " 項目=" WK-ERR-FLD " " TRIM(WK-ERR-RSN)
                   IF      WK-REJ-F-NAME NOT = SPACE
                           MOVE    WK-PIN-LEN  TO      WK-REJ-LEN
                           IF      WK-REJ-LEN  =       ZERO
                                   MOVE    1           TO  WK-REJ-LEN
                                   MOVE    SPACE       TO  REJ-REC
                           ELSE
                                   MOVE    PIN1-REC (1:WK-REJ-LEN) TO
                                           REJ-REC (1:WK-REJ-LEN)
                           END-IF
                           WRITE   REJ-REC
                   END-IF
                   GO      TO      S100-EX
           END-IF

           MOVE    WK-OBUF-LEN TO      WK-POT1-LEN
           IF      WK-POT1-LEN =       ZERO
                   MOVE    1           TO      WK-POT1-LEN
                   MOVE    SPACE       TO      WK-OBUF (1:1)
           END-IF
           MOVE    WK-OBUF (1:WK-POT1-LEN) TO POT1-REC (1:WK-POT1-LEN)
           WRITE   POT1-REC
           IF      WK-POT1-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " POT1-F WRITE ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-OUT-CNT
           .
       S100-EX.
           EXIT.

      *    *** CSV入力の分解(DECODE10で引用符を解き、列の位置を控える)
       S110-10.

           MOVE    WK-PIN-LEN  TO      L
           IF      L > ZERO AND PIN1-REC (L:1) = WK-CR
                   SUBTRACT 1          FROM    L
           END-IF
           MOVE    ZERO        TO      TBL-COL-CNT
           MOVE    ZERO        TO      WK-CSV-OUT-LEN
           IF      L           >       ZERO
                   MOVE    32000       TO      WK-CSV-OUT-LEN
                   CALL    "DECODE10"  USING   WK-CSV-DELIM
                                               PIN1-REC (1:L)
                                               L
                                               WK-CSV-OUT
                                               WK-CSV-OUT-LEN
                                               WK-CSV-FLD-CNT
           END-IF

           MOVE    1           TO      TBL-COL-CNT
           MOVE    1           TO      TBL-COL-POS (1)
           MOVE    ZERO        TO      TBL-COL-LEN (1)
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-CSV-OUT-LEN
                   IF      WK-CSV-OUT (L:1) =  WK-CSV-DELIM
                           IF      TBL-COL-CNT <       200
                                   ADD     1           TO  TBL-COL-CNT
                                   COMPUTE TBL-COL-POS (TBL-COL-CNT)
                                           = L + 1
                                   MOVE    ZERO        TO
                                           TBL-COL-LEN (TBL-COL-CNT)
                           END-IF
                   ELSE
                           ADD     1           TO
                                   TBL-COL-LEN (TBL-COL-CNT)
                   END-IF
           END-PERFORM
           .
       S110-EX.
           EXIT.

      *    *** 出力項目1件の組み立て
       S200-10.

           MOVE    TBL-OUT-TYPE (M) TO WK-FLD-TYPE
           MOVE    TBL-OUT-POS (M) TO  WK-FLD-POS
           MOVE    TBL-OUT-LEN (M) TO  WK-FLD-LEN
           MOVE    TBL-OUT-SCALE (M) TO WK-FLD-SCALE
           MOVE    "N"         TO      WK-V-RJUST
           MOVE    ZERO        TO      WK-V-SCALE

           EVALUATE TBL-MAP-KIND (M)
               WHEN "M"
                   MOVE    TBL-MAP-SRC (M) TO  I
                   PERFORM S300-10     THRU    S300-EX
               WHEN "D"
                   MOVE    TBL-MAP-SRC (M) TO  I
                   PERFORM S300-10     THRU    S300-EX
                   IF      WK-ERR-SW   =       "N"
                           PERFORM S500-10     THRU    S500-EX
                   END-IF
               WHEN "C"
                   MOVE    "T"         TO      WK-V-KIND
                   MOVE    TBL-MAP-CLEN (M) TO WK-V-LEN
                   IF      WK-V-LEN    >       ZERO
                           MOVE    TBL-MAP-CONST (M) (1:WK-V-LEN) TO
                                   WK-V-TXT (1:WK-V-LEN)
                   END-IF
               WHEN OTHER
                   MOVE    "E"         TO      WK-V-KIND
           END-EVALUATE
           IF      WK-ERR-SW   =       "Y"
                   GO      TO      S200-EX
           END-IF

           PERFORM S400-10     THRU    S400-EX
           .
       S200-EX.
           EXIT.

      *    *** 入力項目I の値を取り出す(WK-V-KIND・TXT・NUM)
       S300-10.

           MOVE    TBL-IN-SCALE (I) TO WK-V-SCALE

      *    *** CSVは全て文字(数値の項目は小数点付きの文字を読む)
           IF      WK-IN-FORM  =       "C"
                   MOVE    "T"         TO      WK-V-KIND
                   MOVE    ZERO        TO      WK-V-LEN
                   MOVE    TBL-IN-POS (I) TO   K
                   IF      K           <=      TBL-COL-CNT
                      AND  TBL-COL-LEN (K) >   ZERO
                           MOVE    TBL-COL-LEN (K) TO WK-V-LEN
                           MOVE    WK-CSV-OUT (TBL-COL-POS (K):
                                               WK-V-LEN)
                                       TO      WK-V-TXT (1:WK-V-LEN)
                   END-IF
                   IF      WK-V-LEN    >       TBL-IN-LEN (I)
                           MOVE    "桁あふれ"  TO      WK-ERR-RSN
                           PERFORM S290-10     THRU    S290-EX
                           GO      TO      S300-EX
                   END-IF
                   IF      TBL-IN-TYPE (I) NOT = "X"
                           PERFORM S350-10     THRU    S350-EX
                   END-IF
                   GO      TO      S300-EX
           END-IF

           MOVE    TBL-IN-POS (I) TO   J
           MOVE    TBL-IN-LEN (I) TO   K
           MOVE    SPACE       TO      WK-NEG
           MOVE    "N"         TO      WK-BAD-SW
           MOVE    ZERO        TO      WK-DIG-CNT
           EVALUATE TBL-IN-TYPE (I)
               WHEN "X"
                   MOVE    "T"         TO      WK-V-KIND
                   MOVE    K           TO      WK-V-LEN
                   MOVE    WK-IBUF (J:K) TO    WK-V-TXT (1:K)
                   GO      TO      S300-EX
               WHEN "9"
                   PERFORM S310-10     THRU    S310-EX
               WHEN "P"
                   PERFORM S320-10     THRU    S320-EX
               WHEN "B"
                   PERFORM S330-10     THRU    S330-EX
           END-EVALUATE
           IF      WK-BAD-SW   =       "Y"
                   MOVE    "数値不正"  TO      WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S300-EX
           END-IF
           PERFORM S340-10     THRU    S340-EX
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
           MOVE    "N"         TO      WK-V-KIND
           .
       S340-EX.
           EXIT.

      *    *** 文字を数値へ(前後の空白・桁区切りのカンマは読み飛ばし、
      *    *** 符号は先頭の +・- か末尾の -。空白だけはゼロ)
       S350-10.

           MOVE    "N"         TO      WK-NEG
                                       WK-DOT
                                       WK-BAD-SW
           MOVE    ZERO        TO      WK-DIG-CNT
                                       WK-FRC-CNT
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-V-LEN OR WK-BAD-SW = "Y"
                   MOVE    WK-V-TXT (L:1) TO   WK-CH
                   EVALUATE TRUE
                       WHEN WK-CH >= "0" AND WK-CH <= "9"
                           IF      WK-DIG-CNT  <       40
                                   ADD     1           TO  WK-DIG-CNT
                                   MOVE    WK-CH       TO
                                           WK-DIG (WK-DIG-CNT:1)
                           ELSE
                                   MOVE    "Y"         TO  WK-BAD-SW
                           END-IF
                           IF      WK-DOT      =       "Y"
                                   ADD     1           TO  WK-FRC-CNT
                           END-IF
                       WHEN WK-CH = "." AND WK-DOT = "N"
                           MOVE    "Y"         TO      WK-DOT
                       WHEN WK-CH = "-" AND WK-NEG = "N"
                           MOVE    "Y"         TO      WK-NEG
                       WHEN WK-CH = "+" OR "," OR SPACE
                           CONTINUE
                       WHEN OTHER
                           MOVE    "Y"         TO      WK-BAD-SW
                   END-EVALUATE
           END-PERFORM

      *    *** 小数は9桁まで(それを超える桁は0でなければ読めない)
           PERFORM UNTIL WK-FRC-CNT <= 9 OR WK-BAD-SW = "Y"
                   IF      WK-DIG (WK-DIG-CNT:1) NOT = "0"
                           MOVE    "Y"         TO      WK-BAD-SW
                   ELSE
                           SUBTRACT 1          FROM    WK-DIG-CNT
                           SUBTRACT 1          FROM    WK-FRC-CNT
                   END-IF
           END-PERFORM
      *    *** 整数部は20桁まで(前ゼロは数えない)
           MOVE    1           TO      L
           PERFORM UNTIL L >= WK-DIG-CNT - WK-FRC-CNT
                      OR WK-DIG (L:1) NOT = "0"
                   ADD     1           TO      L
           END-PERFORM
           IF      WK-DIG-CNT - L + 1 >    29
              OR   WK-DIG-CNT - WK-FRC-CNT - L + 1 > 20
                   MOVE    "Y"         TO      WK-BAD-SW
           END-IF
           IF      WK-BAD-SW   =       "Y"
                   MOVE    "数値不正"  TO      WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S350-EX
           END-IF

           MOVE    ZERO        TO      WK-D29
           IF      WK-DIG-CNT  >=      L
                   COMPUTE K = WK-DIG-CNT - L + 1
                   MOVE    WK-DIG (L:K) TO     WK-D29-X (30 - K:K)
           END-IF
           MOVE    WK-FRC-CNT  TO      WK-V-SCALE
           COMPUTE WK-V-NUM = WK-D29 / ( 10 ** WK-V-SCALE )
           IF      WK-NEG      =       "Y"
                   COMPUTE WK-V-NUM = ZERO - WK-V-NUM
           END-IF
           MOVE    "N"         TO      WK-V-KIND
           .
       S350-EX.
           EXIT.

      *    *** 値を出力項目へ入れる
       S400-10.

      *    *** CSVは文字で並べる(数値の項目は小数桁どおりの数字)
           IF      WK-OUT-FORM =       "C"
                   IF      WK-V-KIND   =       "E"
                           MOVE    ZERO        TO      WK-V-LEN
                   ELSE
                           IF      WK-FLD-TYPE NOT =   "X"
                              AND  WK-V-KIND   =       "T"
                                   PERFORM S350-10     THRU    S350-EX
                           END-IF
                           IF      WK-V-KIND   =       "N"
                                   MOVE    WK-FLD-SCALE TO     WK-DEC
                                   IF      WK-FLD-TYPE =       "X"
                                      AND  WK-DEC      =       ZERO
                                           MOVE    WK-V-SCALE TO WK-DEC
                                   END-IF
                                   PERFORM S450-10     THRU    S450-EX
                           END-IF
                   END-IF
                   IF      WK-ERR-SW   =       "N"
                           PERFORM S470-10     THRU    S470-EX
                   END-IF
                   GO      TO      S400-EX
           END-IF

      *    *** 固定位置の文字項目
           IF      WK-FLD-TYPE =       "X"
                   IF      WK-V-KIND   =       "E"
                           GO      TO      S400-EX
                   END-IF
                   IF      WK-V-KIND   =       "N"
                           MOVE    WK-FLD-SCALE TO     WK-DEC
                           IF      WK-DEC      =       ZERO
                                   MOVE    WK-V-SCALE  TO      WK-DEC
                           END-IF
                           PERFORM S450-10     THRU    S450-EX
                   END-IF
                   IF      WK-ERR-SW   =       "N"
                           PERFORM S460-10     THRU    S460-EX
                   END-IF
                   GO      TO      S400-EX
           END-IF

      *    *** 固定位置の数値項目(値無しはゼロ)
           IF      WK-V-KIND   =       "E"
                   MOVE    ZERO        TO      WK-V-NUM
                   MOVE    "N"         TO      WK-V-KIND
           END-IF
           IF      WK-V-KIND   =       "T"
                   PERFORM S350-10     THRU    S350-EX
                   IF      WK-ERR-SW   =       "Y"
                           GO      TO      S400-EX
                   END-IF
           END-IF
           PERFORM S410-10     THRU    S410-EX
           .
       S400-EX.
           EXIT.

      *    *** 数値を出力項目の小数桁の整数にする(落ちる桁は不良)
      *    *** WK-NEG・WK-D29(絶対値)・WK-D29-NZ(先頭の有効桁位置)
       S405-10.

           COMPUTE WK-SCL = WK-V-NUM * ( 10 ** WK-DEC )
           COMPUTE WK-SCL-CHK = WK-V-NUM * ( 10 ** WK-DEC ) - WK-SCL
           IF      WK-SCL-CHK  NOT =   ZERO
                   MOVE    "小数桁落ち" TO     WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S405-EX
           END-IF
           IF      WK-SCL      <       ZERO
                   MOVE    "Y"         TO      WK-NEG
                   COMPUTE WK-D29 = ZERO - WK-SCL
           ELSE
                   MOVE    "N"         TO      WK-NEG
                   MOVE    WK-SCL      TO      WK-D29
           END-IF
           MOVE    1           TO      WK-D29-NZ
           PERFORM UNTIL WK-D29-NZ >= 29
                      OR WK-D29-X (WK-D29-NZ:1) NOT = "0"
                   ADD     1           TO      WK-D29-NZ
           END-PERFORM
           .
       S405-EX.
           EXIT.

      *    *** 固定位置の数値項目(9・P・B)
       S410-10.

           MOVE    WK-FLD-SCALE TO     WK-DEC
           PERFORM S405-10     THRU    S405-EX
           IF      WK-ERR-SW   =       "Y"
                   GO      TO      S410-EX
           END-IF

           EVALUATE WK-FLD-TYPE
               WHEN "9"
                   PERFORM S420-10     THRU    S420-EX
               WHEN "P"
                   PERFORM S430-10     THRU    S430-EX
               WHEN "B"
                   PERFORM S440-10     THRU    S440-EX
           END-EVALUATE
           .
       S410-EX.
           EXIT.

      *    *** ゾーン10進(負は最終桁の上位ニブルを3から7へ)
       S420-10.

           IF      30 - WK-D29-NZ >    WK-FLD-LEN
                   MOVE    "桁あふれ"  TO      WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S420-EX
           END-IF
           MOVE    WK-D29-X (30 - WK-FLD-LEN:WK-FLD-LEN) TO
                   WK-OBUF (WK-FLD-POS:WK-FLD-LEN)
           IF      WK-NEG      =       "Y"
                   MOVE    WK-OBUF (WK-FLD-POS + WK-FLD-LEN - 1:1)
                                       TO      WK-BYTE-R
                   ADD     64          TO      WK-BYTE
                   MOVE    WK-BYTE-R   TO
                           WK-OBUF (WK-FLD-POS + WK-FLD-LEN - 1:1)
           END-IF
           .
       S420-EX.
           EXIT.

      *    *** パック10進(最終バイトの下位ニブルが符号 C/D)
       S430-10.

           IF      30 - WK-D29-NZ >    WK-FLD-LEN * 2 - 1
                   MOVE    "桁あふれ"  TO      WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S430-EX
           END-IF
           MOVE    "0"         TO      WK-PK-DIG (1:1)
           MOVE    WK-D29-X    TO      WK-PK-DIG (2:29)
           COMPUTE WK-PK-S = 31 - WK-FLD-LEN * 2
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
                           WK-OBUF (WK-FLD-POS + K - 1:1)
                   ADD     2           TO      WK-PK-S
           END-PERFORM
           .
       S430-EX.
           EXIT.

      *    *** 2進(ビッグエンディアン、負は2の補数)
       S440-10.

           MOVE    1           TO      WK-BIN-FULL
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-FLD-LEN
                   MULTIPLY 256 BY     WK-BIN-FULL
           END-PERFORM
           DIVIDE  WK-BIN-FULL BY 2 GIVING WK-BIN-HALF

      *    *** 符号付きの範囲(-HALF ～ HALF-1)
           IF      WK-D29-NZ   <       10
              OR   WK-NEG = "Y" AND WK-D29 > WK-BIN-HALF
              OR   WK-NEG = "N" AND WK-D29 >= WK-BIN-HALF
                   MOVE    "桁あふれ"  TO      WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S440-EX
           END-IF
           IF      WK-NEG      =       "Y"
                   COMPUTE WK-BIN-VAL = WK-BIN-FULL - WK-D29
           ELSE
                   MOVE    WK-D29      TO      WK-BIN-VAL
           END-IF

           PERFORM VARYING K FROM WK-FLD-LEN BY -1
                   UNTIL K < 1
                   DIVIDE  WK-BIN-VAL BY 256 GIVING WK-BIN-VAL
                           REMAINDER WK-BIN-R
                   MOVE    WK-BIN-R    TO      WK-BYTE
                   MOVE    WK-BYTE-R   TO
                           WK-OBUF (WK-FLD-POS + K - 1:1)
           END-PERFORM
           .
       S440-EX.
           EXIT.

      *    *** 数値を符号・小数点付きの文字へ(小数はWK-DEC桁)
       S450-10.

           PERFORM S405-10     THRU    S405-EX
           IF      WK-ERR-SW   =       "Y"
                   GO      TO      S450-EX
           END-IF

           MOVE    ZERO        TO      WK-V-LEN
           IF      WK-NEG      =       "Y"
                   ADD     1           TO      WK-V-LEN
                   MOVE    "-"         TO      WK-V-TXT (WK-V-LEN:1)
           END-IF
      *    *** 整数部(少なくとも0を1桁)
           IF      WK-D29-NZ   >       29 - WK-DEC
                   ADD     1           TO      WK-V-LEN
                   MOVE    "0"         TO      WK-V-TXT (WK-V-LEN:1)
           ELSE
                   PERFORM VARYING L FROM WK-D29-NZ BY 1
                           UNTIL L > 29 - WK-DEC
                           ADD     1           TO      WK-V-LEN
                           MOVE    WK-D29-X (L:1) TO
                                   WK-V-TXT (WK-V-LEN:1)
                   END-PERFORM
           END-IF
           IF      WK-DEC      >       ZERO
                   ADD     1           TO      WK-V-LEN
                   MOVE    "."         TO      WK-V-TXT (WK-V-LEN:1)
                   MOVE    WK-D29-X (30 - WK-DEC:WK-DEC) TO
                           WK-V-TXT (WK-V-LEN + 1:WK-DEC)
                   ADD     WK-DEC      TO      WK-V-LEN
           END-IF
           MOVE    "T"         TO      WK-V-KIND
           MOVE    "Y"         TO      WK-V-RJUST
           .
       S450-EX.
           EXIT.

      *    *** 固定位置の文字項目へ(数値から作った文字は右詰め)
      *    *** 入り切らない分が空白でなければ桁あふれ
       S460-10.

           PERFORM UNTIL WK-V-LEN <= WK-FLD-LEN
                      OR WK-V-TXT (WK-V-LEN:1) NOT = SPACE
                   SUBTRACT 1          FROM    WK-V-LEN
           END-PERFORM
           IF      WK-V-LEN    >       WK-FLD-LEN
                   MOVE    "桁あふれ"  TO      WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S460-EX
           END-IF
           IF      WK-V-LEN    =       ZERO
                   GO      TO      S460-EX
           END-IF
           IF      WK-V-RJUST  =       "Y"
                   MOVE    WK-V-TXT (1:WK-V-LEN) TO
                           WK-OBUF (WK-FLD-POS + WK-FLD-LEN - WK-V-LEN:
                                    WK-V-LEN)
           ELSE
                   MOVE    WK-V-TXT (1:WK-V-LEN) TO
                           WK-OBUF (WK-FLD-POS:WK-V-LEN)
           END-IF
           .
       S460-EX.
           EXIT.

      *    *** CSVの1列を足す(抜けた列番号は空欄で埋める)
      *    *** 文字は後方空白を除き、カンマ・引用符・改行を含めば
      *    *** 引用符で囲む(中の引用符は二重にする)
       S470-10.

           PERFORM UNTIL WK-CSV-COL >= WK-FLD-POS - 1
                   ADD     1           TO      WK-CSV-COL
                   IF      WK-CSV-COL  >       1
                           MOVE    ","         TO      WK-CH
                           PERFORM S480-10     THRU    S480-EX
                   END-IF
           END-PERFORM
           ADD     1           TO      WK-CSV-COL
           IF      WK-CSV-COL  >       1
                   MOVE    ","         TO      WK-CH
                   PERFORM S480-10     THRU    S480-EX
           END-IF

           PERFORM UNTIL WK-V-LEN = ZERO
                      OR WK-V-TXT (WK-V-LEN:1) NOT = SPACE
                   SUBTRACT 1          FROM    WK-V-LEN
           END-PERFORM
           IF      WK-V-LEN    >       WK-FLD-LEN
                   MOVE    "桁あふれ"  TO      WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S470-EX
           END-IF

           MOVE    "N"         TO      WK-QUOTE-SW
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-V-LEN OR WK-QUOTE-SW = "Y"
                   IF      WK-V-TXT (L:1) = "," OR WK-QUOTE
                                         OR WK-CR OR WK-LF
                           MOVE    "Y"         TO      WK-QUOTE-SW
                   END-IF
           END-PERFORM

           IF      WK-QUOTE-SW =       "Y"
                   MOVE    WK-QUOTE    TO      WK-CH
                   PERFORM S480-10     THRU    S480-EX
           END-IF
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-V-LEN
                   MOVE    WK-V-TXT (L:1) TO   WK-CH
                   PERFORM S480-10     THRU    S480-EX
                   IF      WK-CH       =       WK-QUOTE
                           PERFORM S480-10     THRU    S480-EX
                   END-IF
           END-PERFORM
           IF      WK-QUOTE-SW =       "Y"
                   MOVE    WK-QUOTE    TO      WK-CH
                   PERFORM S480-10     THRU    S480-EX
           END-IF
           .
       S470-EX.
           EXIT.

      *    *** CSV出力へ1バイト(器を超えたら不良)
       S480-10.

           IF      WK-OBUF-LEN >=      32000
                   MOVE    "出力長超過" TO     WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S480-EX
           END-IF
           ADD     1           TO      WK-OBUF-LEN
           MOVE    WK-CH       TO      WK-OBUF (WK-OBUF-LEN:1)
           .
       S480-EX.
           EXIT.

      *    *** 日付の形の組み替え(入力の形で読み、出力の形で並べる)
       S500-10.

      *    *** 数値の項目は入力の形の桁数の数字として読む
           MOVE    TBL-MAP-IFMT (M) TO WK-FMT
           PERFORM S055-10     THRU    S055-EX
           IF      TBL-MAP-IFMT (M) =  "WAREKI"
                   MOVE    7           TO      WK-FMT-LEN
           END-IF
           IF      WK-V-KIND   =       "N"
                   MOVE    ZERO        TO      WK-DEC
                   PERFORM S405-10     THRU    S405-EX
                   IF      WK-ERR-SW   =       "Y"
                           GO      TO      S500-EX
                   END-IF
                   IF      30 - WK-D29-NZ > WK-FMT-LEN
                      OR   WK-NEG      =       "Y"
                           MOVE    "日付不正"  TO      WK-ERR-RSN
                           PERFORM S290-10     THRU    S290-EX
                           GO      TO      S500-EX
                   END-IF
                   MOVE    WK-FMT-LEN  TO      WK-V-LEN
                   MOVE    WK-D29-X (30 - WK-FMT-LEN:WK-FMT-LEN) TO
                           WK-V-TXT (1:WK-V-LEN)
           END-IF

      *    *** 前後の空白を除く
           MOVE    1           TO      J
           PERFORM UNTIL J > WK-V-LEN
                      OR WK-V-TXT (J:1) NOT = SPACE
                   ADD     1           TO      J
           END-PERFORM
           PERFORM UNTIL WK-V-LEN < J
                      OR WK-V-TXT (WK-V-LEN:1) NOT = SPACE
                   SUBTRACT 1          FROM    WK-V-LEN
           END-PERFORM

      *    *** 空白・全桁ゼロは日付無し
           IF      WK-V-LEN    <       J
              OR   WK-V-TXT (J:WK-V-LEN - J + 1) = ALL "0"
                   IF      TBL-OUT-TYPE (M) =  "X"
                           MOVE    "E"         TO      WK-V-KIND
                   ELSE
                           MOVE    "N"         TO      WK-V-KIND
                           MOVE    ZERO        TO      WK-V-NUM
                                                       WK-V-SCALE
                   END-IF
                   GO      TO      S500-EX
           END-IF

      *    *** 和暦はWAREKIで読む
           IF      TBL-MAP-IFMT (M) =  "WAREKI"
                   PERFORM S505-10     THRU    S505-EX
                   IF      WK-ERR-SW   =       "N"
                           PERFORM S510-10     THRU    S510-EX
                   END-IF
                   GO      TO      S500-EX
           END-IF

           IF      WK-V-LEN - J + 1 NOT =  WK-FMT-LEN
                   MOVE    "日付不正"  TO      WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S500-EX
           END-IF

      *    *** 入力の形で年・月・日を拾う
           MOVE    SPACE       TO      WK-DT-Y
                                       WK-DT-M
                                       WK-DT-D
           MOVE    ZERO        TO      WK-DT-YC
                                       WK-DT-MC
                                       WK-DT-DC
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-FMT-LEN OR WK-ERR-SW = "Y"
                   MOVE    WK-V-TXT (J + L - 1:1) TO WK-CH
                   EVALUATE WK-FMT (L:1)
                       WHEN "Y"
                           ADD     1           TO      WK-DT-YC
                           MOVE    WK-CH       TO  WK-DT-Y (WK-DT-YC:1)
                       WHEN "M"
                           ADD     1           TO      WK-DT-MC
                           MOVE    WK-CH       TO  WK-DT-M (WK-DT-MC:1)
                       WHEN "D"
                           ADD     1           TO      WK-DT-DC
                           MOVE    WK-CH       TO  WK-DT-D (WK-DT-DC:1)
                       WHEN OTHER
                           IF      WK-CH NOT = WK-FMT (L:1)
                                   MOVE    "日付不正"  TO
                                           WK-ERR-RSN
                                   PERFORM S290-10     THRU S290-EX
                           END-IF
                   END-EVALUATE
           END-PERFORM
           IF      WK-ERR-SW   =       "Y"
                   GO      TO      S500-EX
           END-IF

      *    *** 2桁年は50年窓で世紀を補う(50以上=19xx、未満=20xx)
           IF      WK-DT-YC    =       2
                   MOVE    WK-DT-Y (1:2) TO    WK-DT-Y (3:2)
                   IF      WK-DT-Y (3:2) >=    "50"
                           MOVE    "19"        TO      WK-DT-Y (1:2)
                   ELSE
                           MOVE    "20"        TO      WK-DT-Y (1:2)
                   END-IF
           END-IF
           MOVE    WK-DT-Y     TO      WK-DT-YMD-X (1:4)
           MOVE    WK-DT-M     TO      WK-DT-YMD-X (5:2)
           MOVE    WK-DT-D     TO      WK-DT-YMD-X (7:2)
           IF      WK-DT-YMD-X IS NOT  NUMERIC
              OR   TEST-DATE-YYYYMMDD (WK-DT-YMD) NOT = ZERO
                   MOVE    "日付不正"  TO      WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S500-EX
           END-IF

           PERFORM S510-10     THRU    S510-EX
           .
       S500-EX.
           EXIT.

      *    *** 和暦の日付を年・月・日へ(元号の期間外も日付不正)
       S505-10.

           IF      WK-V-LEN - J + 1 >  40
                   MOVE    "日付不正"  TO      WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S505-EX
           END-IF
           MOVE    SPACE       TO      RWA-IN
           MOVE    WK-V-TXT (J:WK-V-LEN - J + 1) TO RWA-IN
           CALL    "WAREKI"    USING   RWA-WAREKI-AREA
           IF      RWA-STAT NOT =      SPACE
                   MOVE    "日付不正"  TO      WK-ERR-RSN
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S505-EX
           END-IF
           MOVE    RWA-YMD     TO      WK-DT-YMD
           MOVE    WK-DT-YMD-X (1:4) TO WK-DT-Y
           MOVE    WK-DT-YMD-X (5:2) TO WK-DT-M
           MOVE    WK-DT-YMD-X (7:2) TO WK-DT-D
           .
       S505-EX.
           EXIT.

      *    *** 出力の形で並べる(2桁年は下2桁)
       S510-10.

           MOVE    TBL-MAP-OFMT (M) TO WK-FMT
           PERFORM S055-10     THRU    S055-EX
           MOVE    ZERO        TO      WK-DT-YC
                                       WK-DT-MC
                                       WK-DT-DC
           IF      WK-FMT-Y    =       2
                   MOVE    2           TO      WK-DT-YC
           END-IF
           MOVE    SPACE       TO      WK-DT-TXT
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-FMT-LEN
                   EVALUATE WK-FMT (L:1)
                       WHEN "Y"
                           ADD     1           TO      WK-DT-YC
                           MOVE    WK-DT-Y (WK-DT-YC:1) TO
                                   WK-DT-TXT (L:1)
                       WHEN "M"
                           ADD     1           TO      WK-DT-MC
                           MOVE    WK-DT-M (WK-DT-MC:1) TO
                                   WK-DT-TXT (L:1)
                       WHEN "D"
                           ADD     1           TO      WK-DT-DC
                           MOVE    WK-DT-D (WK-DT-DC:1) TO
                                   WK-DT-TXT (L:1)
                       WHEN OTHER
                           MOVE    WK-FMT (L:1) TO     WK-DT-TXT (L:1)
                   END-EVALUATE
           END-PERFORM
           MOVE    "T"         TO      WK-V-KIND
           MOVE    WK-FMT-LEN  TO      WK-V-LEN
           MOVE    WK-DT-TXT (1:WK-V-LEN) TO WK-V-TXT (1:WK-V-LEN)
           .
       S510-EX.
           EXIT.

      *    *** 不良の控え(レコードごとに最初の1件)
       S290-10.

           IF      WK-ERR-SW   =       "N"
                   MOVE    "Y"         TO      WK-ERR-SW
                   MOVE    TBL-OUT-NAME (M) TO WK-ERR-FLD
           END-IF
           .
       S290-EX.
           EXIT.
