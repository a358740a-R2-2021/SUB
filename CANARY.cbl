      *    *** 通し確認のカナリア(既知の合成レコード)サブルーチン
      *    *** INTAKE・VALCHK・CTLRECON・OUTTAKE の関所が全て通っても、
      *    *** 抽出条件の誤りやレイアウトのずれでレコードが黙って
      *    *** 転送ファイルへ届かないことが有る。見分けの付くキーを持つ
      *    *** 既知の合成レコードを夜の受信ストリームへ混ぜ、OUTTAKE の
      *    *** 後で期待どおりの変換結果で届いたかを確かめる。
      *    *** ID=I: 注入(INTAKEの前)。既知レコード(CFG-CANARY-REC-NAME
      *    ***       無ければCOBRNDで作って保存し、以後は同じ物を使う)を
      *    ***       受信時の文字コードへ戻し(INTAKEの変換方向の逆)、
      *    ***       受信ストリームの改行コードで末尾へ追記する。
      *    ***       毎夜同じバイト列なので INTAKE の二重送付検出は
      *    ***       そのまま効く。既に末尾に有れば追記しない(再実行)
      *    ***       INTAKE は1行目の長さの固定長で切り出すため、長さ
      *    ***       (改行込み)が1行目と違えば混ぜずに RC=8 で返す
      *    *** ID=V: 確認と除去(OUTTAKEの後、相手先へ送る前)。
      *    ***       既知レコードを OUTTAKE と同じ変換方向で変換した物を
      *    ***       期待値とし、転送ストリームのキーを含むレコードと
      *    ***       比べる。キーを含むレコードは結果によらず取り除き、
      *    ***       チェックサム・マニフェスト行・完了フラグ(.OK)を
      *    ***       除去後のストリームで取り直す。
      *    ***       無い(MISS)・違う(CHANGE)は LOGERR へ F(アラート)を
      *    ***       上げ RC=8。結果は CFG-CANARY-STAT-NAME へ残し、
      *    ***       HANDOVER が判定バナーを赤にする
      *    *** BASE64包み(OUTTAKE LI-B64-SW=Y)のフィードは包んだ後の
      *    *** ストリームを検査できないため、カナリアの対象にしない
      *    *** 作成テンプレート(CFG-CANARY-TMPL-NAME)はCOBRNDのBATCHの
      *    *** 定義と同じ。キーは CFG-CANARY-KEY-POS 桁目に置く。
      *    *** 空白なら キー TAB 氏名 TAB 郵便番号 TAB 都道府県 TAB 住所
      *    *** TAB 電話番号 TAB 生年月日 のタブ区切り(COBRND PROF)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CANARY.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 既知の合成レコード(内部ファイルの形、1行)
       SELECT REC-F            ASSIGN   WK-REC-F-NAME
                               STATUS   WK-REC-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** COBRND BATCH の作成結果(1件、読んだら消す)
       SELECT GEN-F            ASSIGN   WK-GEN-F-NAME
                               STATUS   WK-GEN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 注入・確認結果の記録(1回1行追記)
       SELECT STA-F            ASSIGN   WK-STA-F-NAME
                               STATUS   WK-STA-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 送信マニフェスト(OUTTAKEと同じ物へ追記)
       SELECT MAN-F            ASSIGN   WK-MAN-F-NAME
                               STATUS   WK-MAN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 完了フラグ(転送先名.OK)
       SELECT FLG-F            ASSIGN   WK-FLG-F-NAME
                               STATUS   WK-FLG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  REC-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-REC-LEN.
       01  REC-REC             PIC  X(032000).

       FD  GEN-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-GEN-LEN.
       01  GEN-REC             PIC  X(032000).

      *    *** 結果1行= 日付 時刻 ID 結果 ストリーム名 補足
      *    ***   結果 INJECT=注入、OK=届いた、MISS=無い、CHANGE=違う
       FD  STA-F
           LABEL RECORDS ARE STANDARD.
       01  STA-REC.
           03  STA-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  STA-TIME        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  STA-ID          PIC  X(001).
           03  FILLER          PIC  X(001).
           03  STA-RESULT      PIC  X(006).
           03  FILLER          PIC  X(001).
           03  STA-FILE        PIC  X(064).
           03  FILLER          PIC  X(001).
           03  STA-NOTE        PIC  X(040).

      *    *** MAINJOBマニフェストのSUM行と同じ書式
       FD  MAN-F
           LABEL RECORDS ARE STANDARD.
       01  MAN-REC             PIC  X(120).

      *    *** OUTTAKE の FLG-REC と同一レイアウト
       FD  FLG-F
           LABEL RECORDS ARE STANDARD.
       01  FLG-REC.
           03  FLG-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  FLG-CNT         PIC  9(009).
           03  FILLER          PIC  X(001).
           03  FLG-BYTES       PIC  9(012).
           03  FILLER          PIC  X(001).
           03  FLG-SUM         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  FLG-FILE        PIC  X(256).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CANARY".

           03  WK-REC-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-REC-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-REC-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-GEN-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-GEN-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-GEN-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-STA-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-STA-STATUS   PIC  9(002) VALUE ZERO.

           03  WK-MAN-F-NAME   PIC  X(032) VALUE
               "OUTTAKE.MANIFEST".
           03  WK-MAN-STATUS   PIC  9(002) VALUE ZERO.

           03  WK-FLG-F-NAME   PIC  X(260) VALUE SPACE.
           03  WK-FLG-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-FLG-SW       PIC  X(001) VALUE "N".
           03  WK-FLG-DATE     PIC  9(008) VALUE ZERO.
           03  WK-DELETE-STATUS BINARY-LONG SYNC VALUE ZERO.
           03  WK-RENAME-STATUS BINARY-LONG SYNC VALUE ZERO.

      *    *** 業務日付(BIZDATE)
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-DATE     PIC  9(008) VALUE ZERO.
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-TIME8        PIC  9(008) VALUE ZERO.

      *    *** 識別キー
           03  WK-KEY          PIC  X(016) VALUE SPACE.
           03  WK-KEY-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY-POS      BINARY-LONG SYNC VALUE ZERO.

      *    *** 既知レコード(内部の形)と変換後の期待値
           03  WK-CNY-REC      PIC  X(032000) VALUE SPACE.
           03  WK-CNY-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-EXP-BUF      PIC  X(064000) VALUE SPACE.
           03  WK-EXP-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-HENKAN       PIC  X(002) VALUE SPACE.
           03  WK-TAB          PIC  X(001) VALUE X"09".

      *    *** ストリーム読み書き(CBL_OPEN/READ/WRITE_FILE)用
           03  WK-STM-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-TMP-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-FILE-HANDLE  PIC  X(004) VALUE LOW-VALUE.
           03  WK-ACCESS-MODE  PIC  X(001) COMP-X VALUE 1.
           03  WK-DENY-MODE    PIC  X(001) COMP-X VALUE 3.
           03  WK-DEVICE       PIC  X(001) COMP-X VALUE 0.
           03  WK-OFFSET       PIC  X(008) COMP-X VALUE ZERO.
           03  WK-NBYTES       PIC  X(004) COMP-X VALUE ZERO.
           03  WK-FLAGS        PIC  X(001) COMP-X VALUE ZERO.
           03  WK-FILE-SIZE    BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-REMAIN       BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-CHUNK        BINARY-LONG SYNC VALUE ZERO.
           03  WK-TFH          PIC  X(004) VALUE LOW-VALUE.
           03  WK-T-ACCESS     PIC  X(001) COMP-X VALUE 2.
           03  WK-T-OFFSET     PIC  X(008) COMP-X VALUE ZERO.
           03  WK-T-NBYTES     PIC  X(004) COMP-X VALUE ZERO.
           03  WK-T-FLAGS      PIC  X(001) COMP-X VALUE ZERO.

      *    *** レコード形式編集用(OUTTAKEと同じ約束)
           03  WK-RECFORM      PIC  X(001) VALUE SPACE.
           03  WK-RDW2         PIC  9(004) COMP-X VALUE ZERO.
           03  WK-RDW2-R       REDEFINES WK-RDW2
                               PIC  X(002).
           03  WK-CRLF         PIC  X(002) VALUE X"0D0A".
           03  WK-LF           PIC  X(001) VALUE X"0A".
           03  WK-CRLF-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-OUT-BUF      PIC  X(064010) VALUE SPACE.
           03  WK-OUT-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TAIL-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-POS          BINARY-LONG SYNC VALUE ZERO.
           03  WK-TAKE         BINARY-LONG SYNC VALUE ZERO.
           03  WK-REC-NEED     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DAT-POS      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DAT-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FEED-LEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** 確認結果
           03  WK-IN-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OUT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OUT-BYTES    BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MATCH-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-DIFF-COL     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DIFF-COL-D   PIC  ZZZZ9.
           03  WK-CMP-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RESULT       PIC  X(006) VALUE SPACE.
           03  WK-NOTE         PIC  X(040) VALUE SPACE.

      *    *** チェックサム(DECODE09 ストリーム4=転送ストリーム)
           03  WK-SUM-ID       PIC  X(001) VALUE SPACE.
           03  WK-SUM-STREAM   PIC  9(001) VALUE 4.
           03  WK-SUM-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SUM-HEX      PIC  X(008) VALUE SPACE.
           03  WK-SUM-BYTES    PIC  9(012) COMP VALUE ZERO.
           03  WK-SUM-BYTES-D  PIC  Z(011)9.

      *    *** コントロールトータル記録用(CTLBAL)
           03  WK-BAL-STEP     PIC  X(008) VALUE "CANARY".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-BAL-IN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-OUT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-SKIP     BINARY-LONG SYNC VALUE ZERO.

           03  WK-LOGERR-PGM   PIC  X(008) VALUE SPACE.
           03  WK-LOGERR-CONTEXT PIC X(040) VALUE SPACE.
           03  WK-LOGERR-STATUS PIC X(004) VALUE SPACE.
           03  WK-LOGERR-SEVERITY PIC X(001) VALUE SPACE.

           COPY    CPCONFIG.

      *    *** ストリームバッファ
       01  WK-BUF1             PIC  X(1048576) VALUE SPACE.

      *    *** 切り出したレコード(改行・RDW前置を含むそのままの形)
       01  WK-REC-BUF          PIC  X(064010) VALUE SPACE.

           COPY    CPDECODE05  REPLACING ==:##:== BY ==WDE05==.
           COPY    CPCOBRND    REPLACING ==:##:== BY ==WCR==.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** I=注入、V=確認と除去
       01  LI-ID               PIC  X(001).

      *    *** I=受信ストリーム(INTAKEの取込み元)
      *    *** V=転送ストリーム(OUTTAKEの出力先)
       01  LI-STREAM-FILENAME  PIC  X(256).

      *    *** I=INTAKEの変換方向、V=OUTTAKEの変換方向(SPACE=変換無し)
       01  LI-HENKAN           PIC  X(002).

      *    *** V=OUTTAKEのレコード形式 C=CRLF, L=LF, R=RDW
       01  LI-RECFORM          PIC  X(001).

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-STREAM-FILENAME
                                       LI-HENKAN
                                       LI-RECFORM
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START ID=" LI-ID

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-CANARY-REC-NAME TO WK-REC-F-NAME
           MOVE    CFG-CANARY-STAT-NAME TO WK-STA-F-NAME
           MOVE    CFG-CANARY-KEY TO   WK-KEY
           COMPUTE WK-KEY-LEN = LENGTH(TRIM(WK-KEY TRAILING))
           MOVE    CFG-CANARY-KEY-POS TO WK-KEY-POS
           IF      WK-KEY-POS  =       ZERO
                   MOVE    1           TO      WK-KEY-POS
           END-IF
           IF      WK-KEY-LEN  =       ZERO
              OR   WK-KEY      =       SPACE
                   DISPLAY WK-PGM-NAME " CFG-CANARY-KEY 未設定"
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      M100-EX
           END-IF

           MOVE    TRIM(LI-STREAM-FILENAME) TO WK-STM-F-NAME
      *    *** OS対応パス名正規化(区切り文字と基準ディレクトリー)
           CALL    "PATHSVC"   USING   WK-STM-F-NAME

           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-BIZ-DATE
                                       WK-BIZ-STAT
           ACCEPT  WK-TIME8    FROM    TIME

      *    *** 既知レコードの読込み(無ければ作る)
           PERFORM S010-10     THRU    S010-EX
           IF      WK-CNY-LEN  =       ZERO
                   DISPLAY WK-PGM-NAME
                           " 既知レコードが作れない ("
                           TRIM(WK-REC-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      M100-EX
           END-IF

           EVALUATE LI-ID
               WHEN "I"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "V"
                   PERFORM S200-10     THRU    S200-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID I,V 指定"
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      M100-EX
           END-EVALUATE

           DISPLAY WK-PGM-NAME " END"
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 既知レコードの読込み(無ければCOBRNDで作って保存する)
       S010-10.

           MOVE    ZERO        TO      WK-CNY-LEN
           OPEN    INPUT       REC-F
           IF      WK-REC-STATUS NOT = ZERO
                   PERFORM S020-10     THRU    S020-EX
                   GO      TO      S010-EX
           END-IF
           READ    REC-F
           IF      WK-REC-STATUS =     ZERO
              AND  WK-REC-LEN  >       ZERO
                   MOVE    REC-REC (1:WK-REC-LEN) TO
                           WK-CNY-REC (1:WK-REC-LEN)
                   MOVE    WK-REC-LEN  TO      WK-CNY-LEN
           END-IF
           CLOSE   REC-F
           .
       S010-EX.
           EXIT.

      *    *** 既知レコードの作成と保存(初回のみ)
       S020-10.

           INITIALIZE WCR-COBRND-AREA
           MOVE    "STR  "     TO      WCR-ID
           CALL    "COBRND"    USING   WCR-COBRND-AREA

           IF      CFG-CANARY-TMPL-NAME NOT = SPACE
      *    *** テンプレート定義に従って1件作る(BATCH)
                   MOVE    SPACE       TO      WK-GEN-F-NAME
                   STRING  TRIM(WK-REC-F-NAME) DELIMITED BY SIZE
                           ".GEN"      DELIMITED BY SIZE
                           INTO    WK-GEN-F-NAME
                   END-STRING
                   MOVE    10          TO      WCR-IDX
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > WCR-IDX
                           MOVE    "N"         TO      WCR-ZERO (I)
                                                       WCR-SIGN (I)
                   END-PERFORM
                   MOVE    1           TO      WCR-BATCH-CNT
                   MOVE    WK-GEN-F-NAME TO    WCR-BATCH-F-NAME
                   MOVE    CFG-CANARY-TMPL-NAME TO WCR-TMPL-F-NAME
                   MOVE    "BATCH"     TO      WCR-ID
                   CALL    "COBRND"    USING   WCR-COBRND-AREA
                   OPEN    INPUT       GEN-F
                   IF      WK-GEN-STATUS =     ZERO
                           READ    GEN-F
                           IF      WK-GEN-STATUS = ZERO
                              AND  WK-GEN-LEN  > ZERO
                                   MOVE    GEN-REC (1:WK-GEN-LEN) TO
                                           WK-CNY-REC (1:WK-GEN-LEN)
                                   MOVE    WK-GEN-LEN  TO  WK-CNY-LEN
                           END-IF
                           CLOSE   GEN-F
                   END-IF
                   CALL    "CBL_DELETE_FILE" USING WK-GEN-F-NAME
                           RETURNING WK-DELETE-STATUS
           ELSE
      *    *** 整合の取れた顧客1件をタブ区切りで(PROF)
                   MOVE    "PROF "     TO      WCR-ID
                   CALL    "COBRND"    USING   WCR-COBRND-AREA
                   MOVE    SPACE       TO      WK-CNY-REC
                   MOVE    1           TO      WK-CNY-LEN
                   STRING  WK-KEY (1:WK-KEY-LEN) DELIMITED BY SIZE
                           WK-TAB      DELIMITED BY SIZE
                           TRIM(WCR-PROF-NAME) DELIMITED BY SIZE
                           WK-TAB      DELIMITED BY SIZE
                           TRIM(WCR-PROF-POST) DELIMITED BY SIZE
                           WK-TAB      DELIMITED BY SIZE
                           TRIM(WCR-PROF-PREF) DELIMITED BY SIZE
                           WK-TAB      DELIMITED BY SIZE
                           TRIM(WCR-PROF-ADDR) DELIMITED BY SIZE
                           WK-TAB      DELIMITED BY SIZE
                           TRIM(WCR-PROF-TEL) DELIMITED BY SIZE
                           WK-TAB      DELIMITED BY SIZE
                           WCR-PROF-BIRTH DELIMITED BY SIZE
                           INTO    WK-CNY-REC
                           WITH POINTER WK-CNY-LEN
                   END-STRING
                   SUBTRACT 1          FROM    WK-CNY-LEN
           END-IF

           MOVE    "END  "     TO      WCR-ID
           CALL    "COBRND"    USING   WCR-COBRND-AREA

           IF      WK-CNY-LEN  =       ZERO
                   GO      TO      S020-EX
           END-IF

      *    *** 識別キーを所定の桁へ置く(短いレコードは空白で延ばす)
           IF      WK-KEY-POS + WK-KEY-LEN - 1 > WK-CNY-LEN
                   COMPUTE WK-CNY-LEN = WK-KEY-POS + WK-KEY-LEN - 1
           END-IF
           MOVE    WK-KEY (1:WK-KEY-LEN) TO
                   WK-CNY-REC (WK-KEY-POS:WK-KEY-LEN)

           OPEN    OUTPUT      REC-F
           IF      WK-REC-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " REC-F OPEN ERROR STATUS="
                           WK-REC-STATUS
                   MOVE    ZERO        TO      WK-CNY-LEN
                   GO      TO      S020-EX
           END-IF
           MOVE    WK-CNY-LEN  TO      WK-REC-LEN
           MOVE    WK-CNY-REC (1:WK-CNY-LEN) TO REC-REC
           WRITE   REC-REC
           CLOSE   REC-F
           DISPLAY WK-PGM-NAME " 既知レコード作成 KEY="
                   WK-KEY (1:WK-KEY-LEN) " => " TRIM(WK-REC-F-NAME)
           .
       S020-EX.
           EXIT.

      *    *** 既知レコードの文字コード変換(WK-HENKAN、SPACE=無し)
      *    *** 結果は WK-EXP-BUF/WK-EXP-LEN
       S030-10.

           IF      WK-HENKAN   =       SPACE
                   MOVE    WK-CNY-REC (1:WK-CNY-LEN) TO
                           WK-EXP-BUF (1:WK-CNY-LEN)
                   MOVE    WK-CNY-LEN  TO      WK-EXP-LEN
                   GO      TO      S030-EX
           END-IF

           MOVE    WK-HENKAN   TO      WDE05-HENKAN
           MOVE    SPACE       TO      WDE05-MODE
           MOVE    "OPEN  "    TO      WDE05-ID
           CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                       WK-CNY-REC
                                       WK-EXP-BUF
           MOVE    WK-CNY-LEN  TO      WDE05-BUF1-LEN
           MOVE    1           TO      WDE05-BUF1-CNT
           MOVE    "CHANGE"    TO      WDE05-ID
           CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                       WK-CNY-REC (1:WK-CNY-LEN)
                                       WK-EXP-BUF
           MOVE    WDE05-BUF2-LEN TO   WK-EXP-LEN
           MOVE    "CLOSE "    TO      WDE05-ID
           CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                       WK-CNY-REC
                                       WK-EXP-BUF
           .
       S030-EX.
           EXIT.

      *    *** 注入: 受信ストリームの末尾へ既知レコードを追記する
       S100-10.

      *    *** 受信時の文字コードへ戻す(INTAKEの変換方向の逆)
           EVALUATE LI-HENKAN
               WHEN SPACE
               WHEN "NN"
                   MOVE    SPACE       TO      WK-HENKAN
               WHEN "AU"
                   MOVE    "US"        TO      WK-HENKAN
               WHEN OTHER
                   MOVE    LI-HENKAN (2:1) TO  WK-HENKAN (1:1)
                   MOVE    LI-HENKAN (1:1) TO  WK-HENKAN (2:1)
           END-EVALUATE
           PERFORM S030-10     THRU    S030-EX

           MOVE    3           TO      WK-ACCESS-MODE
           PERFORM S110-10     THRU    S110-EX
           IF      RETURN-CODE NOT =   ZERO
                   GO      TO      S100-EX
           END-IF

      *    *** 改行コードは先頭部分のCRLFの有無で合わせる
      *    *** 1行目の長さ(改行込み)も控える
           MOVE    ZERO        TO      WK-CRLF-CNT
                                       WK-FEED-LEN
           IF      WK-FILE-SIZE >      ZERO
                   IF      WK-FILE-SIZE > 65536
                           MOVE    65536       TO      WK-CHUNK
                   ELSE
                           MOVE    WK-FILE-SIZE TO     WK-CHUNK
                   END-IF
                   MOVE    ZERO        TO      WK-OFFSET
                   MOVE    WK-CHUNK    TO      WK-NBYTES
                   CALL    "CBL_READ_FILE" USING WK-FILE-HANDLE
                                                 WK-OFFSET
                                                 WK-NBYTES
                                                 WK-FLAGS
                                                 WK-BUF1
                   INSPECT WK-BUF1 (1:WK-CHUNK) TALLYING WK-CRLF-CNT
                           FOR ALL WK-CRLF
                   INSPECT WK-BUF1 (1:WK-CHUNK) TALLYING WK-FEED-LEN
                           FOR CHARACTERS BEFORE INITIAL WK-LF
                   IF      WK-FEED-LEN <       WK-CHUNK
                           ADD     1           TO      WK-FEED-LEN
                   ELSE
                           MOVE    ZERO        TO      WK-FEED-LEN
                   END-IF
           END-IF
           IF      WK-CRLF-CNT >       ZERO
                   MOVE    "C"         TO      WK-RECFORM
           ELSE
                   MOVE    "L"         TO      WK-RECFORM
           END-IF
           PERFORM S300-10     THRU    S300-EX

      *    *** INTAKE(DECODE04)は1行目の長さの固定長で切り出すため、
      *    *** 長さの違う既知レコードは混ぜない(テンプレートを直す)
           IF      WK-FEED-LEN >       ZERO
              AND  WK-FEED-LEN NOT =   WK-OUT-LEN
                   CALL    "CBL_CLOSE_FILE" USING WK-FILE-HANDLE
                   MOVE    WK-OUT-LEN  TO      WK-DIFF-COL-D
                   MOVE    SPACE       TO      WK-NOTE
                   STRING  "CANARY LEN=" DELIMITED BY SIZE
                           TRIM(WK-DIFF-COL-D) DELIMITED BY SIZE
                           INTO    WK-NOTE
                   END-STRING
                   MOVE    WK-FEED-LEN TO      WK-DIFF-COL-D
                   STRING  TRIM(WK-NOTE) DELIMITED BY SIZE
                           " FEED LEN=" DELIMITED BY SIZE
                           TRIM(WK-DIFF-COL-D) DELIMITED BY SIZE
                           INTO    WK-NOTE
                   END-STRING
                   DISPLAY WK-PGM-NAME " 長さ不一致で注入せず"
                   DISPLAY WK-PGM-NAME " " TRIM(WK-NOTE)
                   MOVE    "NOINJ"     TO      WK-RESULT
                   PERFORM S900-10     THRU    S900-EX
                   MOVE    WK-PGM-NAME TO      WK-LOGERR-PGM
                   MOVE    WK-NOTE     TO      WK-LOGERR-CONTEXT
                   MOVE    SPACE       TO      WK-LOGERR-STATUS
                   MOVE    "W"         TO      WK-LOGERR-SEVERITY
                   CALL    "LOGERR"    USING   WK-LOGERR-PGM
                                               WK-LOGERR-CONTEXT
                                               WK-LOGERR-STATUS
                                               WK-LOGERR-SEVERITY
                   MOVE    8           TO      RETURN-CODE
                   GO      TO      S100-EX
           END-IF

      *    *** 末尾が既に同じ既知レコードなら追記しない(再実行)
           IF      WK-FILE-SIZE >=     WK-OUT-LEN
                   COMPUTE WK-OFFSET = WK-FILE-SIZE - WK-OUT-LEN
                   MOVE    WK-OUT-LEN  TO      WK-NBYTES
                   CALL    "CBL_READ_FILE" USING WK-FILE-HANDLE
                                                 WK-OFFSET
                                                 WK-NBYTES
                                                 WK-FLAGS
                                                 WK-BUF1
                   IF      WK-BUF1 (1:WK-OUT-LEN) =
                           WK-OUT-BUF (1:WK-OUT-LEN)
                           CALL    "CBL_CLOSE_FILE" USING
                                                   WK-FILE-HANDLE
                           DISPLAY WK-PGM-NAME " 注入済 ("
                                   TRIM(WK-STM-F-NAME) ")"
                           MOVE    "INJECT"    TO      WK-RESULT
                           MOVE    "ALREADY"   TO      WK-NOTE
                           PERFORM S900-10     THRU    S900-EX
                           GO      TO      S100-EX
                   END-IF
           END-IF

      *    *** 最終行に改行が無いストリームは改行を補ってから足す
           MOVE    ZERO        TO      WK-TAIL-LEN
           IF      WK-FILE-SIZE >      ZERO
                   COMPUTE WK-OFFSET = WK-FILE-SIZE - 1
                   MOVE    1           TO      WK-NBYTES
                   CALL    "CBL_READ_FILE" USING WK-FILE-HANDLE
                                                 WK-OFFSET
                                                 WK-NBYTES
                                                 WK-FLAGS
                                                 WK-BUF1
                   IF      WK-BUF1 (1:1) NOT = WK-LF
                           IF      WK-RECFORM  =       "C"
                                   MOVE    WK-CRLF     TO
                                           WK-BUF1 (1:2)
                                   MOVE    2           TO
                                           WK-TAIL-LEN
                           ELSE
                                   MOVE    WK-LF       TO
                                           WK-BUF1 (1:1)
                                   MOVE    1           TO
                                           WK-TAIL-LEN
                           END-IF
                   END-IF
           END-IF
           MOVE    WK-FILE-SIZE TO     WK-OFFSET
           IF      WK-TAIL-LEN >       ZERO
                   MOVE    WK-TAIL-LEN TO      WK-NBYTES
                   CALL    "CBL_WRITE_FILE" USING WK-FILE-HANDLE
                                                  WK-OFFSET
                                                  WK-NBYTES
                                                  WK-FLAGS
                                                  WK-BUF1
                   ADD     WK-TAIL-LEN TO      WK-OFFSET
           END-IF
           MOVE    WK-OUT-LEN  TO      WK-NBYTES
           CALL    "CBL_WRITE_FILE" USING WK-FILE-HANDLE
                                          WK-OFFSET
                                          WK-NBYTES
                                          WK-FLAGS
                                          WK-OUT-BUF
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME
                           " 受信ストリーム WRITE ERROR RC="
                           RETURN-CODE
                   CALL    "CBL_CLOSE_FILE" USING WK-FILE-HANDLE
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      S100-EX
           END-IF
           CALL    "CBL_CLOSE_FILE" USING WK-FILE-HANDLE

           DISPLAY WK-PGM-NAME " 注入 KEY=" WK-KEY (1:WK-KEY-LEN)
                   " => " TRIM(WK-STM-F-NAME)
           MOVE    "INJECT"    TO      WK-RESULT
           MOVE    SPACE       TO      WK-NOTE
           PERFORM S900-10     THRU    S900-EX
           .
       S100-EX.
           EXIT.

      *    *** ストリームのOPENと大きさ取得(FLAGS=128)
       S110-10.

           CALL    "CBL_OPEN_FILE" USING WK-STM-F-NAME
                                         WK-ACCESS-MODE
                                         WK-DENY-MODE
                                         WK-DEVICE
                                         WK-FILE-HANDLE
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " ストリーム OPEN ERROR RC="
                           RETURN-CODE " (" TRIM(WK-STM-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      S110-EX
           END-IF

           MOVE    128         TO      WK-FLAGS
           MOVE    ZERO        TO      WK-OFFSET
                                       WK-NBYTES
           CALL    "CBL_READ_FILE" USING WK-FILE-HANDLE
                                         WK-OFFSET
                                         WK-NBYTES
                                         WK-FLAGS
                                         WK-BUF1
           MOVE    WK-OFFSET   TO      WK-FILE-SIZE
           MOVE    WK-FILE-SIZE TO     WK-REMAIN
           MOVE    ZERO        TO      WK-OFFSET
           MOVE    ZERO        TO      WK-FLAGS
           MOVE    ZERO        TO      RETURN-CODE
           .
       S110-EX.
           EXIT.

      *    *** 確認と除去: 転送ストリームからキーを含むレコードを探し、
      *    *** 期待値と比べ、取り除いたストリームで書き直す
       S200-10.

      *    *** 期待値(OUTTAKEと同じ変換方向)
           MOVE    LI-HENKAN   TO      WK-HENKAN
           PERFORM S030-10     THRU    S030-EX
           MOVE    LI-RECFORM  TO      WK-RECFORM

      *    *** 前回の完了フラグを控えて消す(書き直しの間に拾わせない)
           MOVE    SPACE       TO      WK-FLG-F-NAME
           STRING  TRIM(WK-STM-F-NAME) DELIMITED BY SIZE
                   ".OK"       DELIMITED BY SIZE
                   INTO    WK-FLG-F-NAME
           END-STRING
           MOVE    "N"         TO      WK-FLG-SW
           MOVE    WK-BIZ-DATE TO      WK-FLG-DATE
           OPEN    INPUT       FLG-F
           IF      WK-FLG-STATUS =     ZERO
                   READ    FLG-F
                   IF      WK-FLG-STATUS = ZERO
                           MOVE    "Y"         TO      WK-FLG-SW
                           IF      FLG-DATE IS NUMERIC
                                   MOVE    FLG-DATE    TO  WK-FLG-DATE
                           END-IF
                   END-IF
                   CLOSE   FLG-F
           END-IF
           CALL    "CBL_DELETE_FILE" USING WK-FLG-F-NAME
                   RETURNING WK-DELETE-STATUS

           MOVE    1           TO      WK-ACCESS-MODE
           PERFORM S110-10     THRU    S110-EX
           IF      RETURN-CODE NOT =   ZERO
                   GO      TO      S200-EX
           END-IF

      *    *** 書き直し先(転送先名.CNY)
           MOVE    SPACE       TO      WK-TMP-F-NAME
           STRING  TRIM(WK-STM-F-NAME) DELIMITED BY SIZE
                   ".CNY"      DELIMITED BY SIZE
                   INTO    WK-TMP-F-NAME
           END-STRING
           CALL    "CBL_CREATE_FILE" USING WK-TMP-F-NAME
                                           WK-T-ACCESS
                                           WK-DENY-MODE
                                           WK-DEVICE
                                           WK-TFH
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " 書き直し先 OPEN ERROR RC="
                           RETURN-CODE " (" TRIM(WK-TMP-F-NAME) ")"
                   CALL    "CBL_CLOSE_FILE" USING WK-FILE-HANDLE
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      S200-EX
           END-IF
           MOVE    ZERO        TO      WK-T-OFFSET

           MOVE    "S"         TO      WK-SUM-ID
           MOVE    ZERO        TO      WK-SUM-LEN
           CALL    "DECODE09"  USING   WK-SUM-ID
                                       WK-SUM-STREAM
                                       WK-OUT-BUF
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES

      *    *** 1レコードずつ切り出す。転送ストリームは可変長なので
      *    *** (DECODE04の改行版は先頭行の長さの固定長を前提にする)
      *    *** 改行(LF)またはRDWの長さで区切り、バイト列は手を加えずに
      *    *** そのまま書き直し先へ写す
           MOVE    ZERO        TO      WK-REC-LEN
                                       WK-REC-NEED
           PERFORM UNTIL WK-REMAIN <=  ZERO
                   PERFORM S210-10     THRU    S210-EX
           END-PERFORM
      *    *** 最終行に改行が無い時の残り
           IF      WK-REC-LEN  >       ZERO
                   PERFORM S230-10     THRU    S230-EX
           END-IF

           MOVE    "E"         TO      WK-SUM-ID
           MOVE    ZERO        TO      WK-SUM-LEN
           CALL    "DECODE09"  USING   WK-SUM-ID
                                       WK-SUM-STREAM
                                       WK-OUT-BUF
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES
           CALL    "CBL_CLOSE_FILE" USING WK-TFH
           CALL    "CBL_CLOSE_FILE" USING WK-FILE-HANDLE

      *    *** 取り除いた物が有れば書き直し後で差し替え、SUM行・
      *    *** 共通バランスを取り直す。無ければ元のまま
           IF      WK-HIT-CNT  >       ZERO
                   CALL    "CBL_DELETE_FILE" USING WK-STM-F-NAME
                           RETURNING WK-DELETE-STATUS
                   CALL    "CBL_RENAME_FILE" USING WK-TMP-F-NAME
                                                   WK-STM-F-NAME
                           RETURNING WK-RENAME-STATUS
                   IF      WK-RENAME-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " RENAME ERROR STATUS="
                                   WK-RENAME-STATUS
                           MOVE    16          TO      RETURN-CODE
                           GO      TO      S200-EX
                   END-IF
                   PERFORM S250-10     THRU    S250-EX
           ELSE
                   CALL    "CBL_DELETE_FILE" USING WK-TMP-F-NAME
                           RETURNING WK-DELETE-STATUS
           END-IF

      *    *** 完了フラグを置き直す(元から有った時のみ)
           IF      WK-FLG-SW   =       "Y"
                   PERFORM S260-10     THRU    S260-EX
           END-IF

      *    *** 判定(1件だけ・期待値どおりで OK)
           MOVE    SPACE       TO      WK-NOTE
           EVALUATE TRUE
               WHEN WK-HIT-CNT =       ZERO
                   MOVE    "MISS"      TO      WK-RESULT
                   MOVE    "CANARY MISSING" TO WK-NOTE
               WHEN WK-HIT-CNT =       1
                AND WK-MATCH-CNT =     1
                   MOVE    "OK"        TO      WK-RESULT
               WHEN WK-HIT-CNT >       1
                   MOVE    "CHANGE"    TO      WK-RESULT
                   MOVE    WK-HIT-CNT  TO      WK-DIFF-COL-D
                   STRING  "CANARY DUPLICATED CNT=" DELIMITED BY SIZE
                           TRIM(WK-DIFF-COL-D) DELIMITED BY SIZE
                           INTO    WK-NOTE
                   END-STRING
               WHEN OTHER
                   MOVE    "CHANGE"    TO      WK-RESULT
                   MOVE    WK-DIFF-COL TO      WK-DIFF-COL-D
                   STRING  "CANARY CHANGED COL=" DELIMITED BY SIZE
                           TRIM(WK-DIFF-COL-D) DELIMITED BY SIZE
                           INTO    WK-NOTE
                   END-STRING
           END-EVALUATE
           PERFORM S900-10     THRU    S900-EX

           DISPLAY WK-PGM-NAME " 確認=" WK-RESULT
                   " 件数=" WK-IN-CNT " 送出=" WK-OUT-CNT
                   " (" TRIM(WK-STM-F-NAME) ")"

           IF      WK-RESULT NOT =     "OK"
      *    *** 届かない・違うはアラート(HANDOVERも赤にする)
                   MOVE    WK-PGM-NAME TO      WK-LOGERR-PGM
                   MOVE    WK-NOTE     TO      WK-LOGERR-CONTEXT
                   MOVE    WK-RESULT (1:4) TO  WK-LOGERR-STATUS
                   MOVE    "F"         TO      WK-LOGERR-SEVERITY
                   CALL    "LOGERR"    USING   WK-LOGERR-PGM
                                               WK-LOGERR-CONTEXT
                                               WK-LOGERR-STATUS
                                               WK-LOGERR-SEVERITY
                   MOVE    8           TO      RETURN-CODE
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 転送ストリームの次のチャンクを読んでレコードに区切る
       S210-10.

           IF      WK-REMAIN   >       1048576
                   MOVE    1048576     TO      WK-CHUNK
           ELSE
                   MOVE    WK-REMAIN   TO      WK-CHUNK
           END-IF

           MOVE    WK-CHUNK    TO      WK-NBYTES
           CALL    "CBL_READ_FILE" USING WK-FILE-HANDLE
                                         WK-OFFSET
                                         WK-NBYTES
                                         WK-FLAGS
                                         WK-BUF1
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " ストリーム READ ERROR RC="
                           RETURN-CODE
                   STOP    RUN
           END-IF
           COMPUTE WK-OFFSET = WK-OFFSET + WK-CHUNK
           SUBTRACT WK-CHUNK  FROM     WK-REMAIN

           MOVE    1           TO      WK-POS
           PERFORM UNTIL WK-POS >      WK-CHUNK
                   IF      WK-RECFORM  =       "R"
                           PERFORM S220-10     THRU    S220-EX
                   ELSE
      *    *** 改行までを1レコードとして集める(改行を含む)
                           MOVE    ZERO        TO      WK-TAKE
                           COMPUTE WK-DAT-LEN = WK-CHUNK - WK-POS + 1
                           INSPECT WK-BUF1 (WK-POS:WK-DAT-LEN)
                                   TALLYING WK-TAKE
                                   FOR CHARACTERS BEFORE INITIAL WK-LF
                           IF      WK-POS + WK-TAKE <= WK-CHUNK
                                   ADD     1           TO      WK-TAKE
                                   PERFORM S215-10     THRU    S215-EX
                                   PERFORM S230-10     THRU    S230-EX
                           ELSE
                                   PERFORM S215-10     THRU    S215-EX
                           END-IF
                   END-IF
           END-PERFORM
           .
       S210-EX.
           EXIT.

      *    *** 読んだバイト(WK-POS から WK-TAKE 分)をレコードへ足す
       S215-10.

           IF      WK-REC-LEN + WK-TAKE > 64010
                   DISPLAY WK-PGM-NAME
                           " RECORD OVER LEN=" WK-REC-LEN
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-TAKE     >       ZERO
                   MOVE    WK-BUF1 (WK-POS:WK-TAKE) TO
                           WK-REC-BUF (WK-REC-LEN + 1:WK-TAKE)
           END-IF
           ADD     WK-TAKE     TO      WK-REC-LEN
                                       WK-POS
           .
       S215-EX.
           EXIT.

      *    *** RDW: 前置4バイトを集め、前置の長さ(前置を含む)まで集める
      *    *** (2バイトBE長+2バイト0、OUTTAKE・DECODE04と同じ約束)
       S220-10.

           IF      WK-REC-LEN  <       4
                   COMPUTE WK-TAKE = 4 - WK-REC-LEN
           ELSE
                   COMPUTE WK-TAKE = WK-REC-NEED - WK-REC-LEN
           END-IF
           IF      WK-TAKE     >       WK-CHUNK - WK-POS + 1
                   COMPUTE WK-TAKE = WK-CHUNK - WK-POS + 1
           END-IF
           PERFORM S215-10     THRU    S215-EX

           IF      WK-REC-LEN  =       4
              AND  WK-REC-NEED =       ZERO
                   MOVE    WK-REC-BUF (1:2) TO WK-RDW2-R
                   MOVE    WK-RDW2     TO      WK-REC-NEED
      *    *** 長さの壊れた前置は前置だけのレコードとして扱う
                   IF      WK-REC-NEED <       4
                           MOVE    4           TO      WK-REC-NEED
                   END-IF
           END-IF
           IF      WK-REC-LEN  >=      4
              AND  WK-REC-LEN  =       WK-REC-NEED
                   PERFORM S230-10     THRU    S230-EX
           END-IF
           .
       S220-EX.
           EXIT.

      *    *** 1レコードの判定(キーを含めば比べて除く、他は書き直し先へ)
      *    *** 比べるのは明細部(改行・RDW前置を除いた部分)
       S230-10.

           ADD     1           TO      WK-IN-CNT
           MOVE    1           TO      WK-DAT-POS
           MOVE    WK-REC-LEN  TO      WK-DAT-LEN
           IF      WK-RECFORM  =       "R"
                   MOVE    5           TO      WK-DAT-POS
                   SUBTRACT 4          FROM    WK-DAT-LEN
           ELSE
                   IF      WK-DAT-LEN  >       ZERO
                      AND  WK-REC-BUF (WK-DAT-LEN:1) = WK-LF
                           SUBTRACT 1          FROM    WK-DAT-LEN
                           IF      WK-DAT-LEN  >       ZERO
                              AND  WK-REC-BUF (WK-DAT-LEN:1) = X"0D"
                                   SUBTRACT 1          FROM  WK-DAT-LEN
                           END-IF
                   END-IF
           END-IF

           MOVE    ZERO        TO      WK-HIT
           IF      WK-DAT-LEN  >=      WK-KEY-LEN
                   INSPECT WK-REC-BUF (WK-DAT-POS:WK-DAT-LEN)
                           TALLYING WK-HIT
                           FOR ALL WK-KEY (1:WK-KEY-LEN)
           END-IF

           IF      WK-HIT      >       ZERO
                   ADD     1           TO      WK-HIT-CNT
                   IF      WK-DAT-LEN  =       WK-EXP-LEN
                      AND  WK-REC-BUF (WK-DAT-POS:WK-DAT-LEN) =
                           WK-EXP-BUF (1:WK-EXP-LEN)
                           ADD     1           TO      WK-MATCH-CNT
                   ELSE
      *    *** 最初に食い違う桁(長さ違いは短い方の次の桁)
                           MOVE    WK-DAT-LEN  TO      WK-CMP-LEN
                           IF      WK-EXP-LEN  <       WK-CMP-LEN
                                   MOVE    WK-EXP-LEN  TO  WK-CMP-LEN
                           END-IF
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > WK-CMP-LEN
                                   OR WK-REC-BUF (WK-DAT-POS + I - 1:1)
                                      NOT = WK-EXP-BUF (I:1)
                                   CONTINUE
                           END-PERFORM
                           MOVE    I           TO      WK-DIFF-COL
                   END-IF
           ELSE
                   PERFORM S240-10     THRU    S240-EX
           END-IF

           MOVE    ZERO        TO      WK-REC-LEN
                                       WK-REC-NEED
           .
       S230-EX.
           EXIT.

      *    *** 残すレコードを書き直し先へ(バイト列はそのまま)
       S240-10.

           MOVE    "A"         TO      WK-SUM-ID
           MOVE    WK-REC-LEN  TO      WK-SUM-LEN
           CALL    "DECODE09"  USING   WK-SUM-ID
                                       WK-SUM-STREAM
                                       WK-REC-BUF (1:WK-REC-LEN)
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES

           MOVE    WK-REC-LEN  TO      WK-T-NBYTES
           CALL    "CBL_WRITE_FILE" USING WK-TFH
                                          WK-T-OFFSET
                                          WK-T-NBYTES
                                          WK-T-FLAGS
                                          WK-REC-BUF
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME
                           " 書き直し先 WRITE ERROR RC="
                           RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     WK-REC-LEN  TO      WK-T-OFFSET
                                       WK-OUT-BYTES
           ADD     1           TO      WK-OUT-CNT
           .
       S240-EX.
           EXIT.

      *    *** 書き直したストリームのSUM行(OUTTAKEと同じ書式)と
      *    *** 共通バランス(OUTTAKEの出力件数=ここの入力件数)
       S250-10.

           OPEN    EXTEND      MAN-F
           IF      WK-MAN-STATUS NOT = ZERO
                   OPEN    OUTPUT      MAN-F
           END-IF
           IF      WK-MAN-STATUS =     ZERO
                   MOVE    WK-SUM-BYTES TO     WK-SUM-BYTES-D
                   MOVE    SPACES      TO     MAN-REC
                   STRING  "SUM  "     DELIMITED BY SIZE
                           WK-STM-F-NAME (1:32) DELIMITED BY SIZE
                           " SUM="     DELIMITED BY SIZE
                           WK-SUM-HEX  DELIMITED BY SIZE
                           " BYTES="   DELIMITED BY SIZE
                           WK-SUM-BYTES-D DELIMITED BY SIZE
                           INTO    MAN-REC
                   END-STRING
                   WRITE   MAN-REC
                   CLOSE   MAN-F
           ELSE
                   DISPLAY WK-PGM-NAME " MAN-F OPEN ERROR STATUS="
                           WK-MAN-STATUS
           END-IF

           MOVE    WK-STM-F-NAME (1:32) TO WK-BAL-FILE
           MOVE    WK-IN-CNT   TO      WK-BAL-IN
           MOVE    WK-OUT-CNT  TO      WK-BAL-OUT
           MOVE    ZERO        TO      WK-BAL-SKIP
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP
           .
       S250-EX.
           EXIT.

      *    *** 完了フラグ(OUTTAKEのS920と同じ内容を除去後の値で)
       S260-10.

           OPEN    OUTPUT      FLG-F
           IF      WK-FLG-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " FLG-F OPEN ERROR STATUS="
                           WK-FLG-STATUS " (" TRIM (WK-FLG-F-NAME) ")"
                   MOVE    8           TO      RETURN-CODE
                   GO      TO      S260-EX
           END-IF
           MOVE    SPACE       TO      FLG-REC
           MOVE    WK-FLG-DATE TO      FLG-DATE
           MOVE    WK-OUT-CNT  TO      FLG-CNT
           MOVE    WK-OUT-BYTES TO     FLG-BYTES
           MOVE    WK-SUM-HEX  TO      FLG-SUM
           MOVE    WK-STM-F-NAME TO    FLG-FILE
           WRITE   FLG-REC
           CLOSE   FLG-F
           .
       S260-EX.
           EXIT.

      *    *** 既知レコードの送出形(WK-RECFORM の改行を付けた物)
       S300-10.

           MOVE    WK-EXP-BUF (1:WK-EXP-LEN) TO
                   WK-OUT-BUF (1:WK-EXP-LEN)
           IF      WK-RECFORM  =       "C"
                   MOVE    WK-CRLF     TO
                           WK-OUT-BUF (WK-EXP-LEN + 1:2)
                   COMPUTE WK-OUT-LEN = WK-EXP-LEN + 2
           ELSE
                   MOVE    WK-LF       TO
                           WK-OUT-BUF (WK-EXP-LEN + 1:1)
                   COMPUTE WK-OUT-LEN = WK-EXP-LEN + 1
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 結果の記録(1行追記)
       S900-10.

           OPEN    EXTEND      STA-F
           IF      WK-STA-STATUS NOT = ZERO
                   OPEN    OUTPUT      STA-F
           END-IF
           IF      WK-STA-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " STA-F OPEN ERROR STATUS="
                           WK-STA-STATUS
                   GO      TO      S900-EX
           END-IF
           MOVE    SPACE       TO      STA-REC
           MOVE    WK-BIZ-DATE TO      STA-DATE
           MOVE    WK-TIME8 (1:6) TO   STA-TIME
           MOVE    LI-ID       TO      STA-ID
           MOVE    WK-RESULT   TO      STA-RESULT
           MOVE    WK-STM-F-NAME TO    STA-FILE
           MOVE    WK-NOTE     TO      STA-NOTE
           WRITE   STA-REC
           CLOSE   STA-F
           .
       S900-EX.
           EXIT.
