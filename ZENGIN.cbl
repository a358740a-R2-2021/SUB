      *    *** 全銀協規定形式(120バイト固定)の振込ファイル作成
      *    *** 社内の支払ファイル(CPZENGIN の PAY 行)から、銀行へ渡す
      *    *** 総合振込ファイルを一手で作る(外部ツール頼みをやめる):
      *    ***   ヘッダー(データ区分1) 依頼人情報ファイルから
      *    ***   データ  (データ区分2) 支払1件ごと
      *    ***   トレーラ(データ区分8) 件数・金額合計
      *    ***   エンド  (データ区分9)
      *    *** 受取人名・依頼人名は DECODE05 の逆正規化(MODE=HK)で
      *    *** 半角カナへ寄せ、英小文字は大文字、小書きカナは並字、
      *    *** 長音・句読点は全銀の記号へ置き換えた上で、銀行の使える
      *    *** 文字(半角カナ・英大文字・数字・空白・( ) - . / , \ ｢ ｣)
      *    *** だけか、30バイト(依頼人名は40)に収まるかを確かめる。
      *    *** 銀行名・支店名は銀行・支店マスターから補う(マスターに
      *    *** 無い銀行・支店の支払はリジェクト。マスター自体が無ければ
      *    *** 名称は空白で作る)。
      *    *** リジェクトは転送先名.REJ へ INTAKE と同じ形(記録番号
      *    *** 理由 長さ データ)で書き、振込ファイルからは外す。
      *    ***   理由 BANKNO=銀行・支店番号不正 BANKNF=マスターに無し
      *    ***        KAMOKU=預金種目不正 ACCTNO=口座番号不正
      *    ***        AMOUNT=金額不正(数字以外・0円) NAMCHR=使えない
      *    ***        文字 NAMLEN=受取人名の桁あふれ
      *    *** 書き終えたらマニフェストのSUM行・共通バランス記録
      *    *** (CTLBAL)・完了フラグ(転送先名.OK)を OUTTAKE と同じく
      *    *** 残す。
      *    *** RETURN-CODE 0=正常, 4=リジェクト有り,
      *    ***             16=依頼人情報・マスター不正
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ZENGIN.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 支払ファイル(送り元)
       SELECT PAY-F            ASSIGN   WK-PAY-F-NAME
                               STATUS   WK-PAY-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 依頼人情報ファイル
       SELECT ORG-F            ASSIGN   WK-ORG-F-NAME
                               STATUS   WK-ORG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 銀行・支店マスター
       SELECT BNK-F            ASSIGN   WK-BNK-F-NAME
                               STATUS   WK-BNK-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** リジェクト(転送先名.REJ)
       SELECT REJ-F            ASSIGN   WK-REJ-F-NAME
                               STATUS   WK-REJ-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 送信マニフェスト(OUTTAKE と同じファイルへ追記)
       SELECT MAN-F            ASSIGN   WK-MAN-F-NAME
                               STATUS   WK-MAN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 完了フラグ(転送先名.OK)
       SELECT FLG-F            ASSIGN   WK-FLG-F-NAME
                               STATUS   WK-FLG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PAY-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PAY-LEN.
       01  PAY-REC             PIC  X(150).

       FD  ORG-F
           LABEL RECORDS ARE STANDARD.
       01  ORG-REC             PIC  X(150).

       FD  BNK-F
           LABEL RECORDS ARE STANDARD.
       01  BNK-REC             PIC  X(040).

      *    *** INTAKE のリジェクトと同じ形
       FD  REJ-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-REJ-LEN.
       01  REJ-REC.
           03  REJ-SEQ         PIC  9(009).
           03  FILLER          PIC  X(001).
           03  REJ-REASON      PIC  X(006).
           03  FILLER          PIC  X(001).
           03  REJ-DATA-LEN    PIC  9(005).
           03  FILLER          PIC  X(001).
           03  REJ-DATA        PIC  X(150).

      *    *** MAINJOBマニフェストのSUM行と同じ書式(来歴が引ける様に)
       FD  MAN-F
           LABEL RECORDS ARE STANDARD.
       01  MAN-REC             PIC  X(120).

      *    *** 完了フラグ1行= 業務日付 件数 バイト数 SUM 転送先名
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
           03  WK-PGM-NAME     PIC  X(008) VALUE "ZENGIN".

           03  WK-PAY-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-PAY-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-PAY-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-PAY-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-ORG-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-ORG-STATUS   PIC  9(002) VALUE ZERO.

           03  WK-BNK-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-BNK-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-BNK-EOF      PIC  X(001) VALUE LOW-VALUE.
      *    *** マスターが読めたか(N=名称は空白、実在確認もしない)
           03  WK-BNK-SW       PIC  X(001) VALUE "N".

           03  WK-REJ-F-NAME   PIC  X(260) VALUE SPACE.
           03  WK-REJ-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-REJ-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-REJ-REASON   PIC  X(006) VALUE SPACE.

           03  WK-MAN-F-NAME   PIC  X(032) VALUE
               "OUTTAKE.MANIFEST".
           03  WK-MAN-STATUS   PIC  9(002) VALUE ZERO.

           03  WK-FLG-F-NAME   PIC  X(260) VALUE SPACE.
           03  WK-FLG-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-DELETE-STATUS BINARY-LONG SYNC VALUE ZERO.

      *    *** 業務日付(BIZDATE)
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-DATE     PIC  9(008) VALUE ZERO.
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
      *    *** 取組日(振込指定日。0指定は業務日付)
           03  WK-KUMI-DATE    PIC  9(008) VALUE ZERO.

      *    *** 振込ファイル出力(生バイト列、CBL_WRITE_FILE)用
           03  WK-TGT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-TFH          PIC  X(004) VALUE LOW-VALUE.
           03  WK-T-ACCESS     PIC  X(001) COMP-X VALUE 2.
           03  WK-T-DENY       PIC  X(001) COMP-X VALUE 3.
           03  WK-T-DEVICE     PIC  X(001) COMP-X VALUE 0.
           03  WK-T-OFFSET     PIC  X(008) COMP-X VALUE ZERO.
           03  WK-T-NBYTES     PIC  X(004) COMP-X VALUE ZERO.
           03  WK-T-FLAGS      PIC  X(001) COMP-X VALUE ZERO.

           03  WK-REC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DATA-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OUT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OUT-BYTES    BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-TOTAL-AMT    PIC  9(012) VALUE ZERO.

      *    *** レコード形式編集用
           03  WK-CRLF         PIC  X(002) VALUE X"0D0A".
           03  WK-LF           PIC  X(001) VALUE X"0A".
           03  WK-OUT-BUF      PIC  X(130) VALUE SPACE.
           03  WK-OUT-LEN      BINARY-LONG SYNC VALUE ZERO.

      *    *** 半角カナ化(DECODE05 MODE=HK)と使える文字の確認
           03  WK-KANA-IN      PIC  X(096) VALUE SPACE.
           03  WK-KANA-IN-LEN  BINARY-LONG SYNC VALUE ZERO.
           03  WK-KANA-BUF     PIC  X(200) VALUE SPACE.
           03  WK-KANA-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-KANA-MAX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-KANA-OUT     PIC  X(040) VALUE SPACE.
           03  WK-KANA-C       PIC  X(001) VALUE SPACE.
           03  WK-KANA-NG      PIC  X(001) VALUE SPACE.
      *    *** 英小文字=>大文字、小書きカナ(ｧｨｩｪｫｬｭｮｯ)=>並字
           03  WK-LOWER        PIC  X(026) VALUE
               "abcdefghijklmnopqrstuvwxyz".
           03  WK-UPPER        PIC  X(026) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03  WK-SMALL-KANA   PIC  X(009) VALUE
               X"A7A8A9AAABACADAEAF".
           03  WK-LARGE-KANA   PIC  X(009) VALUE
               X"B1B2B3B4B5D4D5D6C2".

      *    *** 銀行・支店の照会キー
           03  WK-BNK-KEY      PIC  X(007) VALUE SPACE.
           03  WK-BNK-PREV     PIC  X(007) VALUE LOW-VALUE.
           03  WK-BNK-HIT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BANK-NAME    PIC  X(015) VALUE SPACE.
           03  WK-BR-NAME      PIC  X(015) VALUE SPACE.

      *    *** チェックサム(DECODE09 ストリーム4=転送ストリーム)
           03  WK-SUM-ID       PIC  X(001) VALUE SPACE.
           03  WK-SUM-STREAM   PIC  9(001) VALUE 4.
           03  WK-SUM-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SUM-HEX      PIC  X(008) VALUE SPACE.
           03  WK-SUM-BYTES    PIC  9(012) COMP VALUE ZERO.
           03  WK-SUM-BYTES-D  PIC  Z(011)9.

      *    *** コントロールトータル記録用(CTLBAL)
           03  WK-BAL-STEP     PIC  X(008) VALUE "ZENGIN".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-BAL-IN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-OUT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-SKIP     BINARY-LONG SYNC VALUE ZERO.

      *    *** 進捗ハートビート用(HEARTBT)
           03  WK-HB-STEP      PIC  X(008) VALUE "ZENGIN".

           03  WK-LOGERR-PGM   PIC  X(008) VALUE SPACE.
           03  WK-LOGERR-CONTEXT PIC X(040) VALUE SPACE.
           03  WK-LOGERR-STATUS PIC X(004) VALUE SPACE.
           03  WK-LOGERR-SEVERITY PIC X(001) VALUE SPACE.
           03  WK-NG-CNT-D     PIC  Z(008)9.

           COPY    CPDECODE05  REPLACING ==:##:== BY ==WDE05==.

           COPY    CPZENGIN    REPLACING ==:##:== BY ==WZG==.

           COPY    CPCONFIG.

      *    *** 全銀 120バイトレコード(データ区分で4つの形)
       01  ZEN-REC             PIC  X(120) VALUE SPACE.
      *    *** ヘッダー
       01  ZEN-HDR             REDEFINES ZEN-REC.
           03  ZH-KUBUN        PIC  X(001).
           03  ZH-SHUBETSU     PIC  X(002).
           03  ZH-CODE-KBN     PIC  X(001).
           03  ZH-IRAI-CODE    PIC  X(010).
           03  ZH-IRAI-NAME    PIC  X(040).
           03  ZH-KUMI-MMDD    PIC  X(004).
           03  ZH-BANK         PIC  X(004).
           03  ZH-BANK-NAME    PIC  X(015).
           03  ZH-BRANCH       PIC  X(003).
           03  ZH-BR-NAME      PIC  X(015).
           03  ZH-KAMOKU       PIC  X(001).
           03  ZH-ACCOUNT      PIC  X(007).
           03  FILLER          PIC  X(017).
      *    *** データ
       01  ZEN-DTL             REDEFINES ZEN-REC.
           03  ZD-KUBUN        PIC  X(001).
           03  ZD-BANK         PIC  X(004).
           03  ZD-BANK-NAME    PIC  X(015).
           03  ZD-BRANCH       PIC  X(003).
           03  ZD-BR-NAME      PIC  X(015).
           03  ZD-CLEARING     PIC  X(004).
           03  ZD-KAMOKU       PIC  X(001).
           03  ZD-ACCOUNT      PIC  X(007).
           03  ZD-NAME         PIC  X(030).
           03  ZD-AMOUNT       PIC  9(010).
           03  ZD-SHINKI       PIC  X(001).
           03  ZD-CUST1        PIC  X(010).
           03  ZD-CUST2        PIC  X(010).
           03  ZD-SHITEI       PIC  X(001).
           03  ZD-SHIKIBETSU   PIC  X(001).
           03  FILLER          PIC  X(007).
      *    *** トレーラ
       01  ZEN-TRL             REDEFINES ZEN-REC.
           03  ZT-KUBUN        PIC  X(001).
           03  ZT-COUNT        PIC  9(006).
           03  ZT-AMOUNT       PIC  9(012).
           03  FILLER          PIC  X(101).

      *    *** 銀行・支店マスター(昇順で読込み、二分探索で引く)
       01  TBL-BNK-AREA.
           03  TBL-BNK-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  TBL-BNK-ENT     OCCURS 0 TO 40000
                               DEPENDING ON TBL-BNK-CNT
                               ASCENDING KEY TBL-BNK-KEY
                               INDEXED BY TBL-BNK-IDX.
             05  TBL-BNK-KEY   PIC  X(007).
             05  TBL-BNK-NAME  PIC  X(015).
             05  TBL-BR-NAME   PIC  X(015).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** 支払ファイル名(送り元)
       01  LI-SRC-FILENAME     PIC  X(256).

      *    *** 振込ファイルの出力ファイル名
       01  LI-TGT-FILENAME     PIC  X(256).

      *    *** 支払ファイルの文字コード US=UTF8, SPACE/NN=SJIS
       01  LI-HENKAN           PIC  X(002).

      *    *** レコード区切り C=CRLF, L=LF, N=区切り無し(120バイト連続)
       01  LI-RECFORM          PIC  X(001).

      *    *** 取組日(振込指定日 YYYYMMDD。0=業務日付)
       01  LI-KUMI-DATE        PIC  9(008).

      *    *** 依頼人情報ファイル名(省略・空白は CFG-ZENGIN-ORG-NAME)
       01  LI-ORG-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-SRC-FILENAME
                                       LI-TGT-FILENAME
                                       LI-HENKAN
                                       LI-RECFORM
                                       LI-KUMI-DATE
                                       OPTIONAL LI-ORG-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME

           MOVE    TRIM(LI-SRC-FILENAME) TO WK-PAY-F-NAME
           MOVE    TRIM(LI-TGT-FILENAME) TO WK-TGT-F-NAME
           MOVE    CFG-ZENGIN-ORG-NAME TO WK-ORG-F-NAME
           IF      ADDRESS OF LI-ORG-FILENAME NOT = NULL
                   IF      LI-ORG-FILENAME NOT = SPACE
                           MOVE    TRIM(LI-ORG-FILENAME) TO
                                   WK-ORG-F-NAME
                   END-IF
           END-IF
           MOVE    CFG-ZENGIN-BANK-NAME TO WK-BNK-F-NAME

      *    *** OS対応パス名正規化(区切り文字と基準ディレクトリー)
           CALL    "PATHSVC"   USING   WK-PAY-F-NAME
           CALL    "PATHSVC"   USING   WK-TGT-F-NAME
           CALL    "PATHSVC"   USING   WK-ORG-F-NAME
           CALL    "PATHSVC"   USING   WK-BNK-F-NAME

           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-BIZ-DATE
                                       WK-BIZ-STAT
           IF      LI-KUMI-DATE IS NUMERIC
              AND  LI-KUMI-DATE >      ZERO
                   MOVE    LI-KUMI-DATE TO     WK-KUMI-DATE
           ELSE
                   MOVE    WK-BIZ-DATE TO      WK-KUMI-DATE
           END-IF

           PERFORM S010-10     THRU    S010-EX

      *    *** 銀行・支店マスター読込み
           PERFORM S020-10     THRU    S020-EX

      *    *** ヘッダーレコード(依頼人情報)
           PERFORM S030-10     THRU    S030-EX

      *    *** 支払1件ずつデータレコードへ
           MOVE    LOW-VALUE   TO      WK-PAY-EOF
           PERFORM UNTIL WK-PAY-EOF    =       HIGH-VALUE
                   READ    PAY-F
                   IF      WK-PAY-STATUS =     ZERO
                           ADD     1           TO      WK-REC-CNT
                           IF  FUNCTION MOD (WK-REC-CNT, 1000) = ZERO
                               CALL "HEARTBT" USING WK-HB-STEP
                                                    WK-REC-CNT
                           END-IF
                           PERFORM S100-10     THRU    S100-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-PAY-EOF
                   END-IF
           END-PERFORM

      *    *** トレーラ・エンドレコード
           PERFORM S200-10     THRU    S200-EX

      *    *** チェックサムを締めて CLOSE
           PERFORM S900-10     THRU    S900-EX

      *    *** マニフェスト行と共通バランス記録
           PERFORM S910-10     THRU    S910-EX

      *    *** 完了フラグ(全て書き終えてから置く)
           PERFORM S920-10     THRU    S920-EX

           IF      WK-NG-CNT   >       ZERO
                   PERFORM S190-10     THRU    S190-EX
                   IF      RETURN-CODE <       4
                           MOVE    4           TO      RETURN-CODE
                   END-IF
           END-IF

           DISPLAY WK-PGM-NAME " 支払=" WK-REC-CNT
                   " 振込=" WK-DATA-CNT
                   " リジェクト=" WK-NG-CNT
           DISPLAY WK-PGM-NAME " 合計金額=" WK-TOTAL-AMT
                   " バイト=" WK-OUT-BYTES
                   " SUM=" WK-SUM-HEX
           DISPLAY WK-PGM-NAME " END"
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** OPEN(支払・振込ファイル・リジェクト・変換・チェックサム)
       S010-10.

           OPEN    INPUT       PAY-F
           IF      WK-PAY-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PAY-F OPEN ERROR STATUS="
                           WK-PAY-STATUS
                   STOP    RUN
           END-IF

      *    *** 前回の完了フラグを先に消す(書きかけを着信と誤らせない)
           MOVE    SPACE       TO      WK-FLG-F-NAME
           STRING  TRIM (WK-TGT-F-NAME) DELIMITED BY SIZE
                   ".OK"       DELIMITED BY SIZE
                   INTO    WK-FLG-F-NAME
           END-STRING
           CALL    "CBL_DELETE_FILE" USING WK-FLG-F-NAME
                   RETURNING WK-DELETE-STATUS

           CALL    "CBL_CREATE_FILE" USING WK-TGT-F-NAME
                                           WK-T-ACCESS
                                           WK-T-DENY
                                           WK-T-DEVICE
                                           WK-TFH
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " 転送先 OPEN ERROR RC="
                           RETURN-CODE " (" WK-TGT-F-NAME ")"
                   STOP    RUN
           END-IF
           MOVE    ZERO        TO      WK-T-OFFSET

      *    *** リジェクトは毎回作り直す(振込ファイルと対で残す)
           MOVE    SPACE       TO      WK-REJ-F-NAME
           STRING  TRIM (WK-TGT-F-NAME) DELIMITED BY SIZE
                   ".REJ"      DELIMITED BY SIZE
                   INTO    WK-REJ-F-NAME
           END-STRING
           OPEN    OUTPUT      REJ-F
           IF      WK-REJ-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " REJ-F OPEN ERROR STATUS="
                           WK-REJ-STATUS
                   STOP    RUN
           END-IF

      *    *** 半角カナ化(UTF8 の支払ファイルは SJIS へ直してから)
           IF      LI-HENKAN   =       "US"
                   MOVE    "US"        TO      WDE05-HENKAN
           ELSE
                   MOVE    "NN"        TO      WDE05-HENKAN
           END-IF
           MOVE    "HK"        TO      WDE05-MODE
           MOVE    "OPEN  "    TO      WDE05-ID
           CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                       WK-KANA-IN
                                       WK-KANA-BUF

      *    *** チェックサム開始(転送ストリーム=実際に書くバイト列)
           MOVE    "S"         TO      WK-SUM-ID
           MOVE    ZERO        TO      WK-SUM-LEN
           CALL    "DECODE09"  USING   WK-SUM-ID
                                       WK-SUM-STREAM
                                       WK-OUT-BUF
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES
           .
       S010-EX.
           EXIT.

      *    *** 銀行・支店マスター読込み(無ければ名称空白で続行)
       S020-10.

           MOVE    ZERO        TO      TBL-BNK-CNT
           OPEN    INPUT       BNK-F
           IF      WK-BNK-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " 銀行マスター無し"
                           "(名称空白) STATUS=" WK-BNK-STATUS
                   GO      TO      S020-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-BNK-EOF
           PERFORM UNTIL WK-BNK-EOF    =       HIGH-VALUE
                   READ    BNK-F
                   IF      WK-BNK-STATUS =     ZERO
                           PERFORM S025-10     THRU    S025-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-BNK-EOF
                   END-IF
           END-PERFORM
           CLOSE   BNK-F
           MOVE    "Y"         TO      WK-BNK-SW
           DISPLAY WK-PGM-NAME " 銀行マスター 件数=" TBL-BNK-CNT
           .
       S020-EX.
           EXIT.

      *    *** マスター1行(昇順でなければ引けないので止める)
       S025-10.

           IF      BNK-REC     =       SPACE
              OR   BNK-REC (1:1) =     "*"
              OR   BNK-REC (1:1) =     "#"
                   GO      TO      S025-EX
           END-IF
           MOVE    BNK-REC     TO      WZG-BNK-AREA
           MOVE    WZG-BNK-BANK TO     WK-BNK-KEY (1:4)
           MOVE    WZG-BNK-BRANCH TO   WK-BNK-KEY (5:3)
           IF      WK-BNK-KEY  <=      WK-BNK-PREV
                   DISPLAY WK-PGM-NAME " 銀行マスター順序不正"
                           " " WK-BNK-KEY
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      TBL-BNK-CNT >=      40000
                   DISPLAY WK-PGM-NAME " 銀行マスター"
                           " 40000件超過"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      TBL-BNK-CNT
           MOVE    WK-BNK-KEY  TO      TBL-BNK-KEY  (TBL-BNK-CNT)
           MOVE    WZG-BNK-BANK-NAME TO TBL-BNK-NAME (TBL-BNK-CNT)
           MOVE    WZG-BNK-BR-NAME TO  TBL-BR-NAME  (TBL-BNK-CNT)
           MOVE    WK-BNK-KEY  TO      WK-BNK-PREV
           .
       S025-EX.
           EXIT.

      *    *** ヘッダーレコード(依頼人情報ファイルの1行目)
       S030-10.

           OPEN    INPUT       ORG-F
           IF      WK-ORG-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " ORG-F OPEN ERROR STATUS="
                           WK-ORG-STATUS " (" TRIM (WK-ORG-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      ORG-REC
           READ    ORG-F
           CLOSE   ORG-F
           MOVE    ORG-REC     TO      WZG-ORG-AREA

           IF      WZG-ORG-SHUBETSU NOT NUMERIC
              OR   WZG-ORG-CODE NOT NUMERIC
              OR   WZG-ORG-BANK NOT NUMERIC
              OR   WZG-ORG-BRANCH NOT NUMERIC
              OR   WZG-ORG-KAMOKU NOT NUMERIC
              OR   WZG-ORG-ACCOUNT NOT NUMERIC
                   DISPLAY WK-PGM-NAME " 依頼人情報の番号不正"
                           " " ORG-REC (1:40)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 依頼人名(40バイトまで)
           MOVE    WZG-ORG-NAME TO     WK-KANA-IN
           MOVE    40          TO      WK-KANA-MAX
           PERFORM S150-10     THRU    S150-EX
           IF      WK-REJ-REASON NOT = SPACE
                   DISPLAY WK-PGM-NAME " 依頼人名が使えない "
                           WK-REJ-REASON
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    WZG-ORG-BANK TO     WK-BNK-KEY (1:4)
           MOVE    WZG-ORG-BRANCH TO   WK-BNK-KEY (5:3)
           PERFORM S170-10     THRU    S170-EX

           MOVE    SPACE       TO      ZEN-REC
           MOVE    "1"         TO      ZH-KUBUN
           MOVE    WZG-ORG-SHUBETSU TO ZH-SHUBETSU
      *    *** コード区分 0=JIS(SJISの半角カナ)
           MOVE    "0"         TO      ZH-CODE-KBN
           MOVE    WZG-ORG-CODE TO     ZH-IRAI-CODE
           MOVE    WK-KANA-OUT TO      ZH-IRAI-NAME
           MOVE    WK-KUMI-DATE (5:4) TO ZH-KUMI-MMDD
           MOVE    WZG-ORG-BANK TO     ZH-BANK
           MOVE    WK-BANK-NAME TO     ZH-BANK-NAME
           MOVE    WZG-ORG-BRANCH TO   ZH-BRANCH
           MOVE    WK-BR-NAME  TO      ZH-BR-NAME
           MOVE    WZG-ORG-KAMOKU TO   ZH-KAMOKU
           MOVE    WZG-ORG-ACCOUNT TO  ZH-ACCOUNT
           PERFORM S300-10     THRU    S300-EX
           .
       S030-EX.
           EXIT.

      *    *** 支払1件の検査とデータレコード
       S100-10.

           MOVE    SPACE       TO      WZG-PAY-AREA
           MOVE    PAY-REC (1:WK-PAY-LEN) TO WZG-PAY-AREA
           MOVE    SPACE       TO      WK-REJ-REASON

           EVALUATE TRUE
               WHEN WZG-PAY-BANK NOT NUMERIC
                 OR WZG-PAY-BRANCH NOT NUMERIC
                   MOVE    "BANKNO"    TO      WK-REJ-REASON
               WHEN WZG-PAY-KAMOKU NOT = "1" AND NOT = "2"
                                   AND NOT = "4" AND NOT = "9"
                   MOVE    "KAMOKU"    TO      WK-REJ-REASON
               WHEN WZG-PAY-ACCOUNT NOT NUMERIC
                   MOVE    "ACCTNO"    TO      WK-REJ-REASON
               WHEN WZG-PAY-AMOUNT NOT NUMERIC
                   MOVE    "AMOUNT"    TO      WK-REJ-REASON
               WHEN WZG-PAY-AMOUNT =   ZERO
                   MOVE    "AMOUNT"    TO      WK-REJ-REASON
           END-EVALUATE
           IF      WK-REJ-REASON NOT = SPACE
                   PERFORM S180-10     THRU    S180-EX
                   GO      TO      S100-EX
           END-IF

      *    *** 銀行名・支店名の補完と実在確認
           MOVE    WZG-PAY-BANK TO     WK-BNK-KEY (1:4)
           MOVE    WZG-PAY-BRANCH TO   WK-BNK-KEY (5:3)
           PERFORM S170-10     THRU    S170-EX
           IF      WK-BNK-SW   =       "Y"
              AND  WK-BNK-HIT  =       ZERO
                   MOVE    "BANKNF"    TO      WK-REJ-REASON
                   PERFORM S180-10     THRU    S180-EX
                   GO      TO      S100-EX
           END-IF

      *    *** 受取人名(30バイトまで)
           MOVE    WZG-PAY-NAME TO     WK-KANA-IN
           MOVE    30          TO      WK-KANA-MAX
           PERFORM S150-10     THRU    S150-EX
           IF      WK-REJ-REASON NOT = SPACE
                   PERFORM S180-10     THRU    S180-EX
                   GO      TO      S100-EX
           END-IF

           MOVE    SPACE       TO      ZEN-REC
           MOVE    "2"         TO      ZD-KUBUN
           MOVE    WZG-PAY-BANK TO     ZD-BANK
           MOVE    WK-BANK-NAME TO     ZD-BANK-NAME
           MOVE    WZG-PAY-BRANCH TO   ZD-BRANCH
           MOVE    WK-BR-NAME  TO      ZD-BR-NAME
           MOVE    WZG-PAY-KAMOKU TO   ZD-KAMOKU
           MOVE    WZG-PAY-ACCOUNT TO  ZD-ACCOUNT
           MOVE    WK-KANA-OUT (1:30) TO ZD-NAME
           MOVE    WZG-PAY-AMOUNT TO   ZD-AMOUNT
      *    *** 新規コード 0=その他
           MOVE    "0"         TO      ZD-SHINKI
           MOVE    WZG-PAY-CUST1 TO    ZD-CUST1
           MOVE    WZG-PAY-CUST2 TO    ZD-CUST2
           PERFORM S300-10     THRU    S300-EX

           ADD     1           TO      WK-DATA-CNT
           ADD     ZD-AMOUNT   TO      WK-TOTAL-AMT
           .
       S100-EX.
           EXIT.

      *    *** 名前の半角カナ化と使える文字の確認
      *    *** WK-KANA-IN => WK-KANA-OUT(WK-KANA-MAX バイトまで)
      *    *** 使えない文字は NAMCHR、桁あふれは NAMLEN を返す
       S150-10.

           MOVE    SPACE       TO      WK-REJ-REASON
                                       WK-KANA-OUT
           PERFORM VARYING WK-KANA-IN-LEN FROM 96 BY -1
                   UNTIL WK-KANA-IN-LEN < 1
                      OR WK-KANA-IN (WK-KANA-IN-LEN:1) NOT = SPACE
                   CONTINUE
           END-PERFORM
           IF      WK-KANA-IN-LEN <    1
                   MOVE    "NAMCHR"    TO      WK-REJ-REASON
                   GO      TO      S150-EX
           END-IF

           MOVE    WK-KANA-IN-LEN TO   WDE05-BUF1-LEN
           MOVE    WK-REC-CNT  TO      WDE05-BUF1-CNT
           MOVE    "CHANGE"    TO      WDE05-ID
           CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                       WK-KANA-IN (1:WK-KANA-IN-LEN)
                                       WK-KANA-BUF
           MOVE    WDE05-BUF2-LEN TO   WK-KANA-LEN

      *    *** 英小文字・小書きカナは寄せ、長音・句読点は記号へ
           INSPECT WK-KANA-BUF CONVERTING WK-LOWER TO WK-UPPER
           INSPECT WK-KANA-BUF CONVERTING WK-SMALL-KANA
                                       TO WK-LARGE-KANA
           INSPECT WK-KANA-BUF REPLACING ALL X"B0" BY "-"
                                         ALL X"A4" BY ","
                                         ALL X"A1" BY "."
                                         ALL X"A5" BY "."

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-KANA-LEN
                      OR WK-REJ-REASON NOT = SPACE
                   MOVE    WK-KANA-BUF (I:1) TO WK-KANA-C
                   PERFORM S160-10     THRU    S160-EX
                   IF      WK-KANA-NG  =       "Y"
                           MOVE    "NAMCHR"    TO      WK-REJ-REASON
                   END-IF
           END-PERFORM
           IF      WK-REJ-REASON NOT = SPACE
                   GO      TO      S150-EX
           END-IF

           IF      WK-KANA-LEN >       WK-KANA-MAX
                   MOVE    "NAMLEN"    TO      WK-REJ-REASON
                   GO      TO      S150-EX
           END-IF
           MOVE    WK-KANA-BUF (1:WK-KANA-LEN) TO WK-KANA-OUT
           .
       S150-EX.
           EXIT.

      *    *** 全銀で使える1バイトか(半角カナ ｱ-ﾝ ﾞ ﾟ・英大文字・数字・
      *    *** 空白・( ) - . / , \ ｢ ｣)
       S160-10.

           EVALUATE TRUE
               WHEN WK-KANA-C >= X"B1" AND WK-KANA-C <= X"DF"
               WHEN WK-KANA-C >= "A"   AND WK-KANA-C <= "Z"
               WHEN WK-KANA-C >= "0"   AND WK-KANA-C <= "9"
               WHEN WK-KANA-C = SPACE OR "(" OR ")" OR "-" OR "."
                             OR "/" OR "," OR X"5C" OR X"A2" OR X"A3"
                   MOVE    "N"         TO      WK-KANA-NG
               WHEN OTHER
                   MOVE    "Y"         TO      WK-KANA-NG
           END-EVALUATE
           .
       S160-EX.
           EXIT.

      *    *** 銀行・支店名の照会(WK-BNK-KEY => WK-BANK-NAME,WK-BR-NAME)
       S170-10.

           MOVE    ZERO        TO      WK-BNK-HIT
           MOVE    SPACE       TO      WK-BANK-NAME
                                       WK-BR-NAME
           IF      TBL-BNK-CNT =       ZERO
                   GO      TO      S170-EX
           END-IF
           SEARCH ALL TBL-BNK-ENT
               AT END
                   CONTINUE
               WHEN TBL-BNK-KEY (TBL-BNK-IDX) = WK-BNK-KEY
                   SET     WK-BNK-HIT  TO      TBL-BNK-IDX
                   MOVE    TBL-BNK-NAME (TBL-BNK-IDX) TO WK-BANK-NAME
                   MOVE    TBL-BR-NAME  (TBL-BNK-IDX) TO WK-BR-NAME
           END-SEARCH
           .
       S170-EX.
           EXIT.

      *    *** リジェクト1件(入力行をそのまま残す)
       S180-10.

           ADD     1           TO      WK-NG-CNT
           MOVE    SPACE       TO      REJ-REC
           MOVE    WK-REC-CNT  TO      REJ-SEQ
           MOVE    WK-REJ-REASON TO    REJ-REASON
           MOVE    WK-PAY-LEN  TO      REJ-DATA-LEN
           MOVE    PAY-REC (1:WK-PAY-LEN) TO REJ-DATA
           COMPUTE WK-REJ-LEN = 23 + WK-PAY-LEN
           WRITE   REJ-REC
           DISPLAY WK-PGM-NAME " リジェクト " WK-REC-CNT " "
                   WK-REJ-REASON
           .
       S180-EX.
           EXIT.

      *    *** リジェクト有りの警告(LOGERR W)
       S190-10.

           MOVE    WK-NG-CNT   TO      WK-NG-CNT-D
           MOVE    WK-PGM-NAME TO      WK-LOGERR-PGM
           MOVE    SPACE       TO      WK-LOGERR-CONTEXT
           STRING  "PAYEE REJECT " DELIMITED BY SIZE
                   TRIM (WK-NG-CNT-D) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-TGT-F-NAME DELIMITED BY SPACE
                   INTO    WK-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      WK-LOGERR-STATUS
           MOVE    "W"         TO      WK-LOGERR-SEVERITY
           CALL    "LOGERR"    USING   WK-LOGERR-PGM
                                       WK-LOGERR-CONTEXT
                                       WK-LOGERR-STATUS
                                       WK-LOGERR-SEVERITY
           .
       S190-EX.
           EXIT.

      *    *** トレーラ(件数・金額合計)とエンド
       S200-10.

           MOVE    SPACE       TO      ZEN-REC
           MOVE    "8"         TO      ZT-KUBUN
           MOVE    WK-DATA-CNT TO      ZT-COUNT
           MOVE    WK-TOTAL-AMT TO     ZT-AMOUNT
           PERFORM S300-10     THRU    S300-EX

           MOVE    SPACE       TO      ZEN-REC
           MOVE    "9"         TO      ZEN-REC (1:1)
           PERFORM S300-10     THRU    S300-EX
           .
       S200-EX.
           EXIT.

      *    *** 120バイト1レコードの送出(区切り付加・チェックサム加算)
       S300-10.

           MOVE    ZEN-REC     TO      WK-OUT-BUF (1:120)
           MOVE    120         TO      WK-OUT-LEN
           EVALUATE LI-RECFORM
               WHEN "C"
                   MOVE    WK-CRLF     TO      WK-OUT-BUF (121:2)
                   ADD     2           TO      WK-OUT-LEN
               WHEN "L"
                   MOVE    WK-LF       TO      WK-OUT-BUF (121:1)
                   ADD     1           TO      WK-OUT-LEN
               WHEN OTHER
      *    *** 既定は区切り無し(120バイト連続、全銀の本来の形)
                   CONTINUE
           END-EVALUATE

           MOVE    "A"         TO      WK-SUM-ID
           MOVE    WK-OUT-LEN  TO      WK-SUM-LEN
           CALL    "DECODE09"  USING   WK-SUM-ID
                                       WK-SUM-STREAM
                                       WK-OUT-BUF (1:WK-OUT-LEN)
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES

           MOVE    WK-OUT-LEN  TO      WK-T-NBYTES
           CALL    "CBL_WRITE_FILE" USING WK-TFH
                                          WK-T-OFFSET
                                          WK-T-NBYTES
                                          WK-T-FLAGS
                                          WK-OUT-BUF
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " 転送先 WRITE ERROR RC="
                           RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     WK-OUT-LEN  TO      WK-T-OFFSET
                                       WK-OUT-BYTES
           ADD     1           TO      WK-OUT-CNT
           .
       S300-EX.
           EXIT.

      *    *** 締め(チェックサム確定・CLOSE)
       S900-10.

           MOVE    "E"         TO      WK-SUM-ID
           MOVE    ZERO        TO      WK-SUM-LEN
           CALL    "DECODE09"  USING   WK-SUM-ID
                                       WK-SUM-STREAM
                                       WK-OUT-BUF
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES

           CALL    "CBL_CLOSE_FILE" USING WK-TFH
           CLOSE   PAY-F
                   REJ-F

           MOVE    "CLOSE "    TO      WDE05-ID
           CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                       WK-KANA-IN
                                       WK-KANA-BUF
           .
       S900-EX.
           EXIT.

      *    *** マニフェスト行(MAINJOBのSUM行と同じ書式)と共通バランス
      *    *** バランスは 入力=支払件数、出力=振込件数、除外=リジェクト
       S910-10.

           OPEN    EXTEND      MAN-F
           IF      WK-MAN-STATUS NOT = ZERO
                   OPEN    OUTPUT      MAN-F
           END-IF
           IF      WK-MAN-STATUS =     ZERO
                   MOVE    WK-SUM-BYTES TO     WK-SUM-BYTES-D
                   MOVE    SPACES      TO     MAN-REC
                   STRING  "SUM  "     DELIMITED BY SIZE
                           WK-TGT-F-NAME (1:32) DELIMITED BY SIZE
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

           MOVE    WK-TGT-F-NAME (1:32) TO WK-BAL-FILE
           MOVE    WK-REC-CNT  TO      WK-BAL-IN
           MOVE    WK-DATA-CNT TO      WK-BAL-OUT
           MOVE    WK-NG-CNT   TO      WK-BAL-SKIP
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP
           .
       S910-EX.
           EXIT.

      *    *** 完了フラグ(転送先名.OK)の作成
      *    *** 件数は全銀ファイルのレコード数(ヘッダー・エンド込み)
       S920-10.

           OPEN    OUTPUT      FLG-F
           IF      WK-FLG-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " FLG-F OPEN ERROR STATUS="
                           WK-FLG-STATUS " (" TRIM (WK-FLG-F-NAME) ")"
                   MOVE    8           TO      RETURN-CODE
                   GO      TO      S920-EX
           END-IF

           MOVE    SPACE       TO      FLG-REC
           MOVE    WK-BIZ-DATE TO      FLG-DATE
           MOVE    WK-OUT-CNT  TO      FLG-CNT
           MOVE    WK-OUT-BYTES TO     FLG-BYTES
           MOVE    WK-SUM-HEX  TO      FLG-SUM
           MOVE    WK-TGT-F-NAME TO    FLG-FILE
           WRITE   FLG-REC
           CLOSE   FLG-F

           DISPLAY WK-PGM-NAME " 完了フラグ " TRIM (WK-FLG-F-NAME)
           .
       S920-EX.
           EXIT.
