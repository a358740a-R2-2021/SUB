      *    ***      (切り出し不良・変換で？置換が出た物)は記録番号付きで
      *    ***      FILEDUMP のHEXダンプへ自動で回す
      *    *** 深夜の「目で見て判断」を無くし、1ステップ1リジェクト報告に
      *    *** 見出し・後尾レコード付きのフィードは定義(LI-HTDEF-FILENAME)
      *    *** に従いレコード種別の1バイトで見出し・明細・後尾を見分け、
      *    *** 見出しの日付を業務日付と、後尾の件数・金額合計・ハッシュ
      *    *** 合計を実際に読んだ明細と突き合わせる。見出し・後尾は良品
      *    *** 出力から外し、食い違いはファイル全体をリジェクトする
      *    *** (良品出力は空にし、理由コードをリジェクトへ残す)
      *    *** 定義1行= 項目(8) 空白 位置(5) 空白 桁(3) 空白 値(1)
      *    ***   TYPE    種別バイトの位置(桁は1)
      *    ***   HDR/DTL/TRL 見出し・明細・後尾の種別値(位置・桁は0)
      *    ***   HDRDATE 見出しの日付(YYYYMMDD、桁は8)
      *    ***   TRLCNT  後尾の明細件数
      *    ***   TRLAMT/DTLAMT   後尾の金額合計・明細の金額
      *    ***   TRLHASH/DTLHASH 後尾のハッシュ合計・明細のハッシュ項目
      *    ***   (ハッシュは後尾の桁で切り捨てた合計。桁は18まで)
      *    ***   "*" "#" 始まりと空行は注記
      *    *** ファイル全体のリジェクト理由
      *    ***   HDRMIS 見出し無し、HDRPOS 見出しが先頭でない・二つ以上、
      *    ***   HDRDAT 見出し日付が業務日付と違う、TRLMIS 後尾無し、
      *    ***   TRLPOS 後尾の後にレコード・後尾が二つ以上、
      *    ***   TRLCNT 件数違い、TRLAMT 金額合計違い、TRLHSH ハッシュ違い
      *    ***   (種別値の分からないレコードは1件ずつ RECTYP で外す)
      *    *** ホスト(EBCDIC)のフィードは改行が無いため、レコード形式
      *    *** (LI-RECFORM F=固定長・R=RDW)で切り出し、パック・バイナリ
      *    *** 項目はレイアウト定義(LI-LAYOUT-FILENAME)で変換せずに写す
      *    *** JSON Lines のフィードはキー割付け定義(LI-JSON-FILENAME)
      *    *** に従いDECODE12で1行を固定位置レコードへ組み替える。
      *    *** 文字列はUTF8のままDECODE12が変換方向(US・UE)で直すため、
      *    *** 行全体のDECODE05変換は通さない。組み替えられない行は
      *    *** 1件ずつ JSNBAD(構文)・JSNMIS(必須キー無し)・JSNTYP(型)・
      *    *** JSNNUM(数値)・JSNLEN(桁)・CNVBAD(変換) で外す
      *    *** (行の長さが揃わないため、JSONはDECODE04を通さず改行で
      *    ***  切り出す。レコード形式F・Rとは併用できない)
      *    *** 実行ごとに取込件数と不良件数(合計・理由コード別)を
      *    *** 品質履歴へ残す(DQHIST。フィードは LI-FEED-ID、省略時は
      *    *** 出力ファイル名)。ファイル全体のリジェクトで付け替えた
      *    *** 明細は最初の全体理由に、CSV引用がEOFまで閉じない物は
      *    *** CSVEOF に、再開前の分等の理由の分からない不良は OTHER に
      *    *** 数える
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             INTAKE.

                               STATUS   WK-REJ-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 見出し・後尾レコードの定義(省略・空白=見ない)
       SELECT HTD-F            ASSIGN   WK-HTD-F-NAME
                               STATUS   WK-HTD-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           03  CKPT-GOOD-CNT   PIC  9(009).
           03  FILLER          PIC  X(001).
           03  CKPT-NG-CNT     PIC  9(009).
      *    *** 見出し・後尾の突合せ途中経過(定義の有る時のみ)
           03  FILLER          PIC  X(001).
           03  CKPT-HT-HDR     PIC  9(001).
           03  FILLER          PIC  X(001).
           03  CKPT-HT-TRL     PIC  9(001).
           03  FILLER          PIC  X(001).
           03  CKPT-HT-CTL     PIC  9(009).
           03  FILLER          PIC  X(001).
           03  CKPT-HT-DTL     PIC  9(009).
           03  FILLER          PIC  X(001).
           03  CKPT-HT-NG      PIC  9(004).
           03  FILLER          PIC  X(001).
           03  CKPT-HT-AMT     PIC  S9(015)V9(003)
                               SIGN LEADING SEPARATE.
           03  FILLER          PIC  X(001).
           03  CKPT-HT-HASH    PIC  9(018).

      *    *** 見出し・後尾定義1行
       FD  HTD-F
           LABEL RECORDS ARE STANDARD.
       01  HTD-REC.
           03  HTD-ITEM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HTD-POS         PIC  X(005).
           03  FILLER          PIC  X(001).
           03  HTD-LEN         PIC  X(003).
           03  FILLER          PIC  X(001).
           03  HTD-VALUE       PIC  X(001).
           03  FILLER          PIC  X(060).

      *    *** リジェクト1行= 記録番号 理由 長さ 原文バイト
      *    *** (REPLAYが同じレイアウトで読む)
           03  WK-DUP-SW       PIC  X(001) VALUE "N".
           03  WK-FORCE-SW     PIC  X(001) VALUE "N".
           03  WK-TODAY        PIC  9(008) VALUE ZERO.

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-TIME8        PIC  9(008) VALUE ZERO.

      *    *** チェックサム(DECODE09 ストリーム2=受領ストリーム)
           03  WK-QUOTE        PIC  X(001) VALUE X"22".
           03  L2              BINARY-LONG SYNC VALUE ZERO.

      *    *** JSON Lines 分解(DECODE12)用
      *    *** 行の長さが揃わないため、DECODE04は通さず改行(X"0A")で
      *    *** 切り出す。チャンク境界で割れた行はWK-BUF2に溜めて続ける
           03  WK-JSON-SW      PIC  X(001) VALUE "N".
           03  WK-JL-POS       BINARY-LONG SYNC VALUE ZERO.
           03  WK-JL-LEN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-JL-RAW       BINARY-LONG SYNC VALUE ZERO.
           03  WK-JL-AVAIL     BINARY-LONG SYNC VALUE ZERO.
           03  WK-JL-TAKE      BINARY-LONG SYNC VALUE ZERO.
           03  WK-JL-COPY      BINARY-LONG SYNC VALUE ZERO.
           03  WK-JL-OVER      PIC  X(001) VALUE "N".

      *    *** 見出し・後尾レコードの検査
      *    *** (位置・桁は変換後のレコード上。0=その項目は見ない)
           03  WK-HTD-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-HTD-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-HTD-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-HT-SW        PIC  X(001) VALUE "N".
           03  WK-HT-TYPE-POS  BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-HDR-VAL   PIC  X(001) VALUE "H".
           03  WK-HT-DTL-VAL   PIC  X(001) VALUE "D".
           03  WK-HT-TRL-VAL   PIC  X(001) VALUE "T".
           03  WK-HT-DATE-POS  BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-CNT-POS   BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-CNT-LEN   BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-TAMT-POS  BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-TAMT-LEN  BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-DAMT-POS  BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-DAMT-LEN  BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-THSH-POS  BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-THSH-LEN  BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-DHSH-POS  BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-DHSH-LEN  BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-HASH-MOD  PIC  9(018) VALUE ZERO.
      *    *** 1レコードの種別(H/D/T、X=分からない)と項目の取出し
           03  WK-HT-KIND      PIC  X(001) VALUE SPACE.
           03  WK-HT-POS       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-LEN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-FLD       PIC  X(032) VALUE SPACE.
      *    *** 途中経過(見出し・後尾の数、明細件数、合計)
           03  WK-HT-HDR-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-TRL-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-CTL-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-DTL-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-NG        BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-AMT-SUM   PIC S9(015)V9(003) VALUE ZERO.
           03  WK-HT-HASH-SUM  PIC  9(018) VALUE ZERO.
           03  WK-HT-NUM       PIC  9(018) VALUE ZERO.
           03  WK-HT-AMT       PIC S9(015)V9(003) VALUE ZERO.
           03  WK-HT-DATE      PIC  9(008) VALUE ZERO.
      *    *** 後尾レコード(突合せはEOFで行うため原文を控える)
           03  WK-HT-TRL-SEQ   BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-TRL-LEN   BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-TRL-RAW   PIC  X(004000) VALUE SPACE.
           03  WK-HT-TRL-CNV   PIC  X(004000) VALUE SPACE.
           03  WK-HT-TRL-CLEN  BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-AMT-D     PIC  -(15)9.999.

      *    *** 品質履歴(DQHIST)用
           03  WK-DQ-REASON    PIC  X(016) VALUE SPACE.
           03  WK-DQ-FILE-REASON PIC X(006) VALUE SPACE.
           03  WK-DQ-SUM       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DQ-OTHER     BINARY-LONG SYNC VALUE ZERO.

      *    *** 変換結果の不良(？置換)検査用
           03  WK-NG-SW        PIC  X(001) VALUE SPACE.
           03  WK-8148         PIC  X(002) VALUE X"8148".
           03  WK-EFBC9F       PIC  X(003) VALUE X"EFBC9F".
      *    *** ホストの？(HENKAN=SH/UH)
           03  WK-426F         PIC  X(002) VALUE X"426F".
           03  L1              BINARY-LONG SYNC VALUE ZERO.

      *    *** DECODE04 呼び出し域
       01  WK-CNV-BUF          PIC  X(096000) VALUE SPACE.

           COPY    CPDECODE05  REPLACING ==:##:== BY ==WDE05==.
           COPY    CPDECODE12  REPLACING ==:##:== BY ==WDE12==.
           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.
           COPY    CPDQHIST    REPLACING ==:##:== BY ==WDQ==.

      *    *** 理由コード別の不良件数(品質履歴用)
       01  TBL-RS-AREA.
           03  TBL-RS-ENT      OCCURS 30.
             05  TBL-RS-REASON PIC  X(016).
             05  TBL-RS-NG     BINARY-LONG SYNC.
       01  TBL-RS-CNT          BINARY-LONG SYNC VALUE ZERO.
       01  TBL-RS-IX           BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** 良品レコードの出力ファイル名
       01  LI-TGT-FILENAME     PIC  X(256).

      *    *** 変換方向(SU/US/ES/SE/EU/UE/JS/HS/HU等、DECODE05に渡す)
       01  LI-HENKAN           PIC  X(002).

      *    *** "Y"=CSVフィード。引用符付きCSVをDECODE10で分解し、
      *    *** "Y"=前回のチェックポイントから再開する(省略可)
       01  LI-RESUME-SW        PIC  X(001).

      *    *** 見出し・後尾レコードの定義ファイル名(省略・空白=無し)
       01  LI-HTDEF-FILENAME   PIC  X(256).

      *    *** レコード形式(省略・空白=改行、F=固定長、R=RDW(4バイト
      *    *** 長前置))。ホスト(EBCDIC)のフィードで指定する
       01  LI-RECFORM          PIC  X(001).

      *    *** LI-RECFORM="F" の時のレコード長
       01  LI-FIX-LEN          PIC  9(005).

      *    *** ホスト変換で素通しにするパック・バイナリ項目の
      *    *** レイアウト定義名(VALCHKの定義の形、省略・空白=無し)
       01  LI-LAYOUT-FILENAME  PIC  X(256).

      *    *** JSON Lines フィードのキー割付け定義名(DECODE12の定義の
      *    *** 形、省略・空白=JSONでない)。変換方向は US・UE・NN・空白
       01  LI-JSON-FILENAME    PIC  X(256).

      *    *** フィードID(品質履歴の区分。省略・空白=出力ファイル名)
       01  LI-FEED-ID          PIC  X(008).

       PROCEDURE   DIVISION    USING   LI-SRC-FILENAME
                                       LI-TGT-FILENAME
                                       LI-HENKAN
                                       OPTIONAL LI-CSV-SW
                                       OPTIONAL LI-FORCE-SW
                                       OPTIONAL LI-RESUME-SW
                                       OPTIONAL LI-HTDEF-FILENAME
                                       OPTIONAL LI-RECFORM
                                       OPTIONAL LI-FIX-LEN
                                       OPTIONAL LI-LAYOUT-FILENAME
                                       OPTIONAL LI-JSON-FILENAME
                                       OPTIONAL LI-FEED-ID
           .
       M100-10.

                   MOVE    "Y"         TO      WK-RESUME-SW
           END-IF

           MOVE    "N"         TO      WK-HT-SW
           IF      NUMBER-OF-CALL-PARAMETERS >= 7
              AND  LI-HTDEF-FILENAME NOT = SPACE
                   PERFORM S030-10     THRU    S030-EX
           END-IF

      *    *** レコード形式(DECODE04の切り出しモード)
           MOVE    SPACE       TO      WDE04-MODE
           MOVE    ZERO        TO      WDE04-FIX-LEN
           IF      NUMBER-OF-CALL-PARAMETERS >= 8
              AND  ( LI-RECFORM = "F" OR "R" )
                   MOVE    LI-RECFORM  TO      WDE04-MODE
           END-IF
           IF      WDE04-MODE  =       "F"
                   IF      NUMBER-OF-CALL-PARAMETERS >= 9
                      AND  LI-FIX-LEN  IS      NUMERIC
                           MOVE    LI-FIX-LEN  TO      WDE04-FIX-LEN
                   END-IF
                   IF      WDE04-FIX-LEN =     ZERO
                           DISPLAY WK-PGM-NAME
                                   " 固定長のレコード長無し"
                           MOVE    16          TO      RETURN-CODE
                           GO      TO      M100-EX
                   END-IF
           END-IF

      *    *** パック・バイナリ素通しのレイアウト定義(DECODE05のOPENで読む)
           MOVE    SPACE       TO      WDE05-LAYOUT
           IF      NUMBER-OF-CALL-PARAMETERS >= 10
              AND  LI-LAYOUT-FILENAME NOT = SPACE
                   MOVE    TRIM(LI-LAYOUT-FILENAME) TO WDE05-LAYOUT
           END-IF

      *    *** JSON Lines フィード(CSVとは併用できない)
           MOVE    "N"         TO      WK-JSON-SW
           IF      NUMBER-OF-CALL-PARAMETERS >= 11
              AND  LI-JSON-FILENAME NOT = SPACE
                   MOVE    "Y"         TO      WK-JSON-SW
                   IF      LI-HENKAN NOT = SPACE AND "NN" AND "US"
                                           AND "UE"
                      OR   WK-CSV-SW   =       "Y"
                      OR   WDE04-MODE  NOT =   SPACE
                           DISPLAY WK-PGM-NAME
                                   " JSON変換方向誤り=" LI-HENKAN
                                   " CSV=" WK-CSV-SW
                                   " 形式=" WDE04-MODE
                           MOVE    16          TO      RETURN-CODE
                           GO      TO      M100-EX
                   END-IF
      *    *** 行切り出しはINTAKE内(S120-10)で行う
                   MOVE    "J"         TO      WDE04-MODE
           END-IF

           MOVE    TRIM(LI-SRC-FILENAME) TO WK-IN-F-NAME
           MOVE    TRIM(LI-TGT-FILENAME) TO WK-POT1-F-NAME

                       PERFORM S200-10     THRU    S200-EX
                       PERFORM S100-10     THRU    S100-EX
                   WHEN "READ "
      *    *** バッファ詰め替え依頼と一緒に切り出し済みの1レコードが
      *    *** 返る(バッファ末尾・ファイル末尾のレコード)。先に振り分ける
      *    *** 固定長・RDWは途中までを退避して詰め替えを待つだけで
      *    *** レコードは返らない
                       IF      WDE04-MODE  =       SPACE
                               PERFORM S200-10     THRU    S200-EX
                       END-IF
      *    *** バッファ詰め替え依頼(境界でチェックポイントを書く)
                       PERFORM S019-10     THRU    S019-EX
                       PERFORM S020-10     THRU    S020-EX
      *    *** 引用が閉じないまま終わったCSVの継ぎ足しはリジェクト扱い
           IF      WK-CSV-SW = "Y" AND WK-CSV-PEND = "Y"
                   ADD     1           TO      WK-NG-CNT
                   MOVE    "CSVEOF"    TO      WK-DQ-REASON
                   PERFORM S810-10     THRU    S810-EX
                   DISPLAY WK-PGM-NAME
                           " CSV引用が閉じないままEOF 長さ="
                           WK-CSV-ACC-LEN
           END-IF

      *    *** 見出し・後尾の突合せ(食い違いはファイル全体を外す)
           IF      WK-HT-SW    =       "Y"
                   PERFORM S280-10     THRU    S280-EX
           END-IF

           PERFORM S900-10     THRU    S900-EX

      *    *** 正常完了。チェックポイントを片付ける
           CALL    "CBL_DELETE_FILE" USING WK-CKPT-F-NAME
                   RETURNING WK-DELETE-STATUS

      *    *** ファイル全体のリジェクトは良品出力を空にし、受領済台帳
      *    *** へは載せない(訂正版の再送をそのまま受けられる様に)
           IF      WK-HT-NG    >       ZERO
                   PERFORM S290-10     THRU    S290-EX
           ELSE
      *    *** 受領済として台帳へ追記する(次回の二重送付検出用)
                   PERFORM S017-10     THRU    S017-EX
           END-IF

      *    *** コントロールトータル記録(取込・良品・不良の共通バランス)
      *    *** 見出し・後尾は取込件数に数えない
           MOVE    WK-POT1-F-NAME (1:32) TO WK-BAL-FILE
           COMPUTE WK-BAL-IN = WK-REC-CNT - WK-HT-CTL-CNT
           MOVE    WK-GOOD-CNT TO      WK-BAL-OUT
           MOVE    WK-NG-CNT   TO      WK-BAL-SKIP
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-OUT
                                       WK-BAL-SKIP

      *    *** 品質履歴へ今回の件数を残す
           PERFORM S800-10     THRU    S800-EX

           DISPLAY WK-PGM-NAME " 取込=" WK-REC-CNT
                   " 良品=" WK-GOOD-CNT
                   " 不良=" WK-NG-CNT
           IF      WK-NG-CNT   >       ZERO
                   MOVE    4           TO      RETURN-CODE
           END-IF
           IF      WK-HT-NG    >       ZERO
                   MOVE    8           TO      RETURN-CODE
           END-IF
           .
       M100-EX.
           EXIT    PROGRAM.
                                       WK-BUF1
                                       WK-CNV-BUF

      *    *** JSON Lines のキー割付け定義
           IF      WK-JSON-SW  =       "Y"
                   MOVE    LI-HENKAN   TO      WDE12-HENKAN
                   MOVE    TRIM(LI-JSON-FILENAME) TO WDE12-LAYOUT
                   MOVE    "OPEN  "    TO      WDE12-ID
                   CALL    "DECODE12"  USING   WDE12-DECODE12-AREA
                                               WK-BUF1
                                               WK-CNV-BUF
           END-IF

      *    *** リジェクトダンプのOPEN(HEX付き)
           MOVE    "O"         TO      WFD-ID
           MOVE    WK-PGM-NAME TO      WFD-PGM
           END-IF
           IF      WK-REG-STATUS =     ZERO
                   MOVE    WK-FEED-KEY TO      REG-FEED
                   MOVE    "G"         TO      WK-BIZ-ID
                   CALL    "BIZDATE"   USING   WK-BIZ-ID
                                               WK-TODAY
                                               WK-BIZ-STAT
                   MOVE    WK-TODAY    TO      REG-DATE
                   ACCEPT  WK-TIME8    FROM    TIME
                   DIVIDE  WK-TIME8 BY 100 GIVING REG-TIME
                           MOVE    CKPT-GOOD-CNT TO    WK-CKPT-G
                           MOVE    CKPT-NG-CNT TO      WK-CKPT-N
                           MOVE    "Y"         TO      WK-RESUME-OK
                           IF      WK-HT-SW    =       "Y"
                                   PERFORM S035-10     THRU    S035-EX
                           END-IF
                   ELSE
                           DISPLAY WK-PGM-NAME
                                   " CKPT対象が違う"
           IF      WK-CONSUMED <=      ZERO
                   GO      TO      S019-EX
           END-IF
      *    *** 後尾を読んだ後は書かない(後尾の控えは持ち越せないため、
      *    *** 再開は後尾の前から読み直す)
           IF      WK-HT-TRL-CNT >     ZERO
                   GO      TO      S019-EX
           END-IF

           OPEN    OUTPUT      CKPT-F
           IF      WK-CKPT-STATUS =    ZERO
                   MOVE    WK-REC-CNT  TO      CKPT-REC-CNT
                   MOVE    WK-GOOD-CNT TO      CKPT-GOOD-CNT
                   MOVE    WK-NG-CNT   TO      CKPT-NG-CNT
                   MOVE    WK-HT-HDR-CNT TO    CKPT-HT-HDR
                   MOVE    WK-HT-TRL-CNT TO    CKPT-HT-TRL
                   MOVE    WK-HT-CTL-CNT TO    CKPT-HT-CTL
                   MOVE    WK-HT-DTL-CNT TO    CKPT-HT-DTL
                   MOVE    WK-HT-NG    TO      CKPT-HT-NG
                   MOVE    WK-HT-AMT-SUM TO    CKPT-HT-AMT
                   MOVE    WK-HT-HASH-SUM TO   CKPT-HT-HASH
                   WRITE   CKPT-REC
                   CLOSE   CKPT-F
           END-IF
       S019-EX.
           EXIT.

      *    *** 見出し・後尾定義の読込み
      *    *** 読めない・種別バイトの位置が無い・行の誤りは止める
      *    *** (後尾の突合せを黙って省くより止まる方が安全)
       S030-10.

           MOVE    TRIM(LI-HTDEF-FILENAME) TO WK-HTD-F-NAME
           CALL    "PATHSVC"   USING   WK-HTD-F-NAME
           OPEN    INPUT       HTD-F
           IF      WK-HTD-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " HTD-F OPEN ERROR STATUS="
                           WK-HTD-STATUS " (" TRIM (WK-HTD-F-NAME) ")"
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-HTD-EOF
           PERFORM UNTIL WK-HTD-EOF    =       HIGH-VALUE
                   READ    HTD-F
                   IF      WK-HTD-STATUS =     ZERO
                           IF      HTD-REC     NOT =   SPACE
                              AND  HTD-REC (1:1) NOT = "*" AND "#"
                                   PERFORM S031-10     THRU    S031-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-HTD-EOF
                   END-IF
           END-PERFORM
           CLOSE   HTD-F

           IF      WK-HT-TYPE-POS =    ZERO
                   DISPLAY WK-PGM-NAME " 定義に TYPE 無し"
                   STOP    RUN
           END-IF

      *    *** ハッシュ合計は後尾の桁で切り捨てて比べる
           IF      WK-HT-THSH-LEN >    ZERO
                   COMPUTE WK-HT-HASH-MOD = 10 ** WK-HT-THSH-LEN
           END-IF

      *    *** 見出し日付と比べる業務日付
           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-TODAY
                                       WK-BIZ-STAT

           MOVE    "Y"         TO      WK-HT-SW
           DISPLAY WK-PGM-NAME " 見出し・後尾検査 "
                   TRIM (WK-HTD-F-NAME)
           .
       S030-EX.
           EXIT.

      *    *** 見出し・後尾定義1行
       S031-10.

           MOVE    ZERO        TO      WK-HT-POS
                                       WK-HT-LEN
           IF      HTD-POS     IS      NUMERIC
                   MOVE    HTD-POS     TO      WK-HT-POS
           END-IF
           IF      HTD-LEN     IS      NUMERIC
                   MOVE    HTD-LEN     TO      WK-HT-LEN
           END-IF

           EVALUATE HTD-ITEM
               WHEN "TYPE"
                   MOVE    WK-HT-POS   TO      WK-HT-TYPE-POS
                   MOVE    1           TO      WK-HT-LEN
               WHEN "HDR"
                   MOVE    HTD-VALUE   TO      WK-HT-HDR-VAL
               WHEN "DTL"
                   MOVE    HTD-VALUE   TO      WK-HT-DTL-VAL
               WHEN "TRL"
                   MOVE    HTD-VALUE   TO      WK-HT-TRL-VAL
               WHEN "HDRDATE"
                   MOVE    WK-HT-POS   TO      WK-HT-DATE-POS
                   MOVE    8           TO      WK-HT-LEN
               WHEN "TRLCNT"
                   MOVE    WK-HT-POS   TO      WK-HT-CNT-POS
                   MOVE    WK-HT-LEN   TO      WK-HT-CNT-LEN
               WHEN "TRLAMT"
                   MOVE    WK-HT-POS   TO      WK-HT-TAMT-POS
                   MOVE    WK-HT-LEN   TO      WK-HT-TAMT-LEN
               WHEN "DTLAMT"
                   MOVE    WK-HT-POS   TO      WK-HT-DAMT-POS
                   MOVE    WK-HT-LEN   TO      WK-HT-DAMT-LEN
               WHEN "TRLHASH"
                   MOVE    WK-HT-POS   TO      WK-HT-THSH-POS
                   MOVE    WK-HT-LEN   TO      WK-HT-THSH-LEN
               WHEN "DTLHASH"
                   MOVE    WK-HT-POS   TO      WK-HT-DHSH-POS
                   MOVE    WK-HT-LEN   TO      WK-HT-DHSH-LEN
               WHEN OTHER
                   MOVE    99          TO      WK-HT-LEN
           END-EVALUATE

      *    *** 種別値の行以外は位置・桁が要る(件数・ハッシュは18桁、
      *    *** 金額は32桁まで)
           IF      HTD-ITEM    =       "HDR" OR "DTL" OR "TRL"
                   IF      HTD-VALUE   =       SPACE
                           DISPLAY WK-PGM-NAME " 定義の誤り "
                                   HTD-REC (1:20)
                           STOP    RUN
                   END-IF
                   GO      TO      S031-EX
           END-IF
           IF      WK-HT-POS   =       ZERO
              OR   WK-HT-LEN   =       ZERO
              OR   WK-HT-LEN   >       32
              OR   ( WK-HT-LEN > 18
                 AND HTD-ITEM  NOT =   "TRLAMT" AND "DTLAMT" )
                   DISPLAY WK-PGM-NAME " 定義の誤り "
                           HTD-REC (1:20)
                   STOP    RUN
           END-IF
           .
       S031-EX.
           EXIT.

      *    *** 見出し・後尾の途中経過をチェックポイントから戻す
       S035-10.

           IF      CKPT-HT-HDR IS      NUMERIC
                   MOVE    CKPT-HT-HDR TO      WK-HT-HDR-CNT
           END-IF
           IF      CKPT-HT-TRL IS      NUMERIC
                   MOVE    CKPT-HT-TRL TO      WK-HT-TRL-CNT
           END-IF
           IF      CKPT-HT-CTL IS      NUMERIC
                   MOVE    CKPT-HT-CTL TO      WK-HT-CTL-CNT
           END-IF
           IF      CKPT-HT-DTL IS      NUMERIC
                   MOVE    CKPT-HT-DTL TO      WK-HT-DTL-CNT
           END-IF
           IF      CKPT-HT-NG  IS      NUMERIC
                   MOVE    CKPT-HT-NG  TO      WK-HT-NG
           END-IF
           IF      CKPT-HT-AMT IS      NUMERIC
                   MOVE    CKPT-HT-AMT TO      WK-HT-AMT-SUM
           END-IF
           IF      CKPT-HT-HASH IS     NUMERIC
                   MOVE    CKPT-HT-HASH TO     WK-HT-HASH-SUM
           END-IF
           .
       S035-EX.
           EXIT.

      *    *** ストリームを1チャンク読込む(残りが無ければX"FF"埋め)
       S020-10.

       S100-10.

           MOVE    "N"         TO      WK-BAD-SW
           IF      WDE04-MODE  =       "J"
                   PERFORM S120-10     THRU    S120-EX
                   GO      TO      S100-EX
           END-IF
           CALL    "DECODE04"  USING   WDE04-AREA
                                       WK-BUF1
                                       WK-BUF2
       S100-EX.
           EXIT.

      *    *** JSON Lines の1行切り出し(DECODE04と同じSHORIで返す)
      *    *** COND=1行取れた(改行込み)、READ=詰め替え依頼(行は返さ
      *    *** ない。割れた行の取込済バイト数をRESID-LENへ)、END=終了
      *    *** 改行の無い最終行も1行とする。WK-BUF2に入り切らない行は
      *    *** 切り詰めて切り出し不良(CUTBAD)にする
       S120-10.

           IF      WDE04-SHORI =       "FIRST"
                   MOVE    1           TO      WK-JL-POS
                   MOVE    ZERO        TO      WK-JL-LEN
                   MOVE    ZERO        TO      WK-JL-RAW
                   MOVE    "N"         TO      WK-JL-OVER
           END-IF
           IF      WDE04-SHORI =       "READ "
                   MOVE    1           TO      WK-JL-POS
           END-IF

           IF      WK-STREAM-EOF =     "Y"
                   IF      WK-JL-RAW   >       ZERO
                           PERFORM S125-10     THRU    S125-EX
                   ELSE
                           MOVE    "END  "     TO      WDE04-SHORI
                   END-IF
                   GO      TO      S120-EX
           END-IF

           COMPUTE WK-JL-AVAIL = WDE04-BUF1-LEN - WK-JL-POS + 1
           IF      WK-JL-AVAIL <=      ZERO
                   MOVE    "READ "     TO      WDE04-SHORI
                   MOVE    WK-JL-RAW   TO      WDE04-RESID-LEN
                   GO      TO      S120-EX
           END-IF

      *    *** 改行までを(改行込みで)溜める
           MOVE    ZERO        TO      WK-JL-TAKE
           INSPECT WK-BUF1 (WK-JL-POS:WK-JL-AVAIL)
                   TALLYING WK-JL-TAKE FOR CHARACTERS
                   BEFORE INITIAL WK-LF
           IF      WK-JL-TAKE  <       WK-JL-AVAIL
                   ADD     1           TO      WK-JL-TAKE
           END-IF
           COMPUTE WK-JL-COPY = 1048576 - WK-JL-LEN
           IF      WK-JL-COPY  >       WK-JL-TAKE
                   MOVE    WK-JL-TAKE  TO      WK-JL-COPY
           END-IF
           IF      WK-JL-COPY  <       WK-JL-TAKE
                   MOVE    "Y"         TO      WK-JL-OVER
           END-IF
           IF      WK-JL-COPY  >       ZERO
                   MOVE    WK-BUF1 (WK-JL-POS:WK-JL-COPY) TO
                           WK-BUF2 (WK-JL-LEN + 1:WK-JL-COPY)
                   ADD     WK-JL-COPY  TO      WK-JL-LEN
           END-IF
           ADD     WK-JL-TAKE  TO      WK-JL-POS
           ADD     WK-JL-TAKE  TO      WK-JL-RAW

           IF      WK-BUF1 (WK-JL-POS - 1:1) =  WK-LF
                   PERFORM S125-10     THRU    S125-EX
           ELSE
      *    *** バッファ末尾で行が割れた。詰め替えを待つ
                   MOVE    "READ "     TO      WDE04-SHORI
                   MOVE    WK-JL-RAW   TO      WDE04-RESID-LEN
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 溜めた1行を返す
       S125-10.

           MOVE    WK-JL-LEN   TO      WDE04-REC-LEN
           IF      WK-JL-OVER  =       "Y"
                   MOVE    "Y"         TO      WK-BAD-SW
                   DISPLAY WK-PGM-NAME " JSON行 長さ超過 長さ="
                           WK-JL-RAW
           END-IF
           MOVE    ZERO        TO      WK-JL-LEN
           MOVE    ZERO        TO      WK-JL-RAW
           MOVE    "N"         TO      WK-JL-OVER
           MOVE    ZERO        TO      WDE04-RESID-LEN
           MOVE    "COND "     TO      WDE04-SHORI
           .
       S125-EX.
           EXIT.

      *    *** 1レコードの変換と振り分け
       S200-10.

                   GO      TO      S200-EX
           END-IF

      *    *** JSON Lines はDECODE12で固定位置レコードへ組み替える
      *    *** (以降の見出し・後尾の検査と出力は組み替え後で行う)
           IF      WK-JSON-SW  =       "Y"
                   PERFORM S450-10     THRU    S450-EX
                   IF      WDE12-REASON NOT =  SPACE
                           MOVE    WDE12-REASON TO     WK-REJ-REASON
                           PERFORM S300-10     THRU    S300-EX
                           GO      TO      S200-EX
                   END-IF
           ELSE
                   MOVE    WDE04-REC-LEN TO    WDE05-BUF1-LEN
                   IF      WDE05-BUF1-LEN <=   ZERO
                           MOVE    1           TO      WDE05-BUF1-LEN
                           MOVE    SPACE       TO      WK-BUF2 (1:1)
                   END-IF
                   MOVE    WK-REC-CNT  TO      WDE05-BUF1-CNT
                   MOVE    "CHANGE"    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               WK-BUF2
                                                 (1:WDE05-BUF1-LEN)
                                               WK-CNV-BUF
           END-IF

      *    *** 見出し・後尾は検査用に控えて良品出力から外す
           IF      WK-HT-SW    =       "Y"
                   PERFORM S250-10     THRU    S250-EX
                   IF      WK-HT-KIND  NOT =   "D"
                           GO      TO      S200-EX
                   END-IF
           END-IF

      *    *** 変換結果に？置換(対応コード無)が残っていないか
      *    *** (JSONは文字列ごとにDECODE12が見ている。パック・2進の
      *    *** 項目を？と見誤らない様にここでは見ない)
           MOVE    SPACE       TO      WK-NG-SW
           IF      WK-JSON-SW  =       "Y"
                   CONTINUE
           ELSE
           IF      LI-HENKAN   =       "SU" OR "EU" OR "HU"
                   PERFORM VARYING L1 FROM 1 BY 1
                           UNTIL L1 > WDE05-BUF2-LEN - 2
                              OR WK-NG-SW = "Y"
                               MOVE    "Y"     TO  WK-NG-SW
                           END-IF
                   END-PERFORM
           ELSE
           IF      LI-HENKAN   =       "SH" OR "UH"
                   PERFORM VARYING L1 FROM 1 BY 1
                           UNTIL L1 > WDE05-BUF2-LEN - 1
                              OR WK-NG-SW = "Y"
                           IF  WK-CNV-BUF (L1:2) = WK-426F
                               MOVE    "Y"     TO  WK-NG-SW
                           END-IF
                   END-PERFORM
           ELSE
                   PERFORM VARYING L1 FROM 1 BY 1
                           UNTIL L1 > WDE05-BUF2-LEN - 1
                           END-IF
                   END-PERFORM
           END-IF
           END-IF
           END-IF

           IF      WK-NG-SW    =       "Y"
                   MOVE    "CNVBAD"    TO      WK-REJ-REASON
       S200-EX.
           EXIT.

      *    *** 見出し・明細・後尾の見分け(WK-HT-KIND)
      *    *** 見出し・後尾はここで控えて良品出力から外す。種別値の
      *    *** 分からないレコードは1件ずつリジェクト
       S250-10.

           MOVE    WK-HT-TYPE-POS TO   WK-HT-POS
           MOVE    1           TO      WK-HT-LEN
           PERFORM S255-10     THRU    S255-EX
           EVALUATE TRUE
               WHEN WK-HT-FLD (1:1) =  WK-HT-DTL-VAL
                   MOVE    "D"         TO      WK-HT-KIND
               WHEN WK-HT-FLD (1:1) =  WK-HT-HDR-VAL
                   MOVE    "H"         TO      WK-HT-KIND
               WHEN WK-HT-FLD (1:1) =  WK-HT-TRL-VAL
                   MOVE    "T"         TO      WK-HT-KIND
               WHEN OTHER
                   MOVE    "X"         TO      WK-HT-KIND
           END-EVALUATE

      *    *** 後尾の後ろにレコードが有る(最初の1件で記録する)
           IF      WK-HT-TRL-CNT =     1
              AND  WK-HT-TRL-SEQ <     WK-REC-CNT
                   MOVE    "TRLPOS"    TO      WK-REJ-REASON
                   PERFORM S296-10     THRU    S296-EX
                   ADD     1           TO      WK-HT-TRL-CNT
           END-IF

           EVALUATE WK-HT-KIND
               WHEN "D"
                   PERFORM S260-10     THRU    S260-EX
               WHEN "H"
                   PERFORM S265-10     THRU    S265-EX
               WHEN "T"
                   PERFORM S270-10     THRU    S270-EX
               WHEN OTHER
                   MOVE    "RECTYP"    TO      WK-REJ-REASON
                   PERFORM S300-10     THRU    S300-EX
           END-EVALUATE
           .
       S250-EX.
           EXIT.

      *    *** 変換後レコードの項目取出し(WK-HT-POS・WK-HT-LEN →
      *    *** WK-HT-FLD。レコードより外は空白)
       S255-10.

           MOVE    SPACE       TO      WK-HT-FLD
           IF      WK-HT-POS   >       ZERO
              AND  WK-HT-POS + WK-HT-LEN - 1 <= WDE05-BUF2-LEN
                   MOVE    WK-CNV-BUF (WK-HT-POS:WK-HT-LEN) TO
                           WK-HT-FLD
           END-IF
           .
       S255-EX.
           EXIT.

      *    *** 明細の件数・金額合計・ハッシュ合計
      *    *** (数字で読めない項目は足さない。後尾との突合せで出る)
       S260-10.

           ADD     1           TO      WK-HT-DTL-CNT

           IF      WK-HT-DAMT-POS >    ZERO
                   MOVE    WK-HT-DAMT-POS TO   WK-HT-POS
                   MOVE    WK-HT-DAMT-LEN TO   WK-HT-LEN
                   PERFORM S255-10     THRU    S255-EX
                   IF      WK-HT-FLD   NOT =   SPACE
                      AND  TEST-NUMVAL (WK-HT-FLD) = ZERO
                           COMPUTE WK-HT-AMT-SUM = WK-HT-AMT-SUM
                                                 + NUMVAL (WK-HT-FLD)
                   END-IF
           END-IF

           IF      WK-HT-DHSH-POS >    ZERO
              AND  WK-HT-HASH-MOD >    ZERO
                   MOVE    WK-HT-DHSH-POS TO   WK-HT-POS
                   MOVE    WK-HT-DHSH-LEN TO   WK-HT-LEN
                   PERFORM S255-10     THRU    S255-EX
                   IF      WK-HT-FLD (1:WK-HT-LEN) IS NUMERIC
                           MOVE    WK-HT-FLD (1:WK-HT-LEN) TO
                                   WK-HT-NUM
                           COMPUTE WK-HT-HASH-SUM =
                                   MOD (WK-HT-HASH-SUM + WK-HT-NUM,
                                        WK-HT-HASH-MOD)
                   END-IF
           END-IF
           .
       S260-EX.
           EXIT.

      *    *** 見出し(先頭に1件、日付は業務日付)
       S265-10.

           ADD     1           TO      WK-HT-HDR-CNT
                                       WK-HT-CTL-CNT
           IF      WK-HT-HDR-CNT >     1
              OR   WK-REC-CNT  NOT =   1
                   MOVE    "HDRPOS"    TO      WK-REJ-REASON
                   PERFORM S296-10     THRU    S296-EX
                   GO      TO      S265-EX
           END-IF

           IF      WK-HT-DATE-POS >    ZERO
                   MOVE    WK-HT-DATE-POS TO   WK-HT-POS
                   MOVE    8           TO      WK-HT-LEN
                   PERFORM S255-10     THRU    S255-EX
                   MOVE    ZERO        TO      WK-HT-DATE
                   IF      WK-HT-FLD (1:8) IS  NUMERIC
                           MOVE    WK-HT-FLD (1:8) TO  WK-HT-DATE
                   END-IF
                   IF      WK-HT-DATE  NOT =   WK-TODAY
                           DISPLAY WK-PGM-NAME " 見出し日付="
                                   WK-HT-FLD (1:8)
                                   " 業務日付=" WK-TODAY
                           MOVE    "HDRDAT"    TO      WK-REJ-REASON
                           PERFORM S296-10     THRU    S296-EX
                   END-IF
           END-IF
           .
       S265-EX.
           EXIT.

      *    *** 後尾(EOFでの突合せ用に原文・変換後を控える)
       S270-10.

           ADD     1           TO      WK-HT-TRL-CNT
                                       WK-HT-CTL-CNT
           IF      WK-HT-TRL-CNT >     1
                   GO      TO      S270-EX
           END-IF
           MOVE    WK-REC-CNT  TO      WK-HT-TRL-SEQ
           MOVE    WDE04-REC-LEN TO    WK-HT-TRL-LEN
           IF      WK-HT-TRL-LEN >     4000
                   MOVE    4000        TO      WK-HT-TRL-LEN
           END-IF
           MOVE    SPACE       TO      WK-HT-TRL-RAW
                                       WK-HT-TRL-CNV
           IF      WK-HT-TRL-LEN >     ZERO
                   MOVE    WK-BUF2 (1:WK-HT-TRL-LEN) TO
                           WK-HT-TRL-RAW (1:WK-HT-TRL-LEN)
           END-IF
           MOVE    WDE05-BUF2-LEN TO   WK-HT-TRL-CLEN
           IF      WK-HT-TRL-CLEN >    4000
                   MOVE    4000        TO      WK-HT-TRL-CLEN
           END-IF
           IF      WK-HT-TRL-CLEN >    ZERO
                   MOVE    WK-CNV-BUF (1:WK-HT-TRL-CLEN) TO
                           WK-HT-TRL-CNV (1:WK-HT-TRL-CLEN)
           END-IF
           .
       S270-EX.
           EXIT.

      *    *** EOFでの見出し・後尾の突合せ
       S280-10.

           IF      WK-HT-HDR-CNT =     ZERO
                   MOVE    "HDRMIS"    TO      WK-REJ-REASON
                   PERFORM S297-10     THRU    S297-EX
           END-IF
           IF      WK-HT-TRL-CNT =     ZERO
                   MOVE    "TRLMIS"    TO      WK-REJ-REASON
                   PERFORM S297-10     THRU    S297-EX
                   GO      TO      S280-EX
           END-IF

      *    *** 後尾の項目は控えた変換後レコードから取り出す
           MOVE    WK-HT-TRL-CNV (1:WK-HT-TRL-CLEN) TO
                   WK-CNV-BUF (1:WK-HT-TRL-CLEN)
           MOVE    WK-HT-TRL-CLEN TO   WDE05-BUF2-LEN

           IF      WK-HT-CNT-POS >     ZERO
                   MOVE    WK-HT-CNT-POS TO    WK-HT-POS
                   MOVE    WK-HT-CNT-LEN TO    WK-HT-LEN
                   PERFORM S255-10     THRU    S255-EX
                   MOVE    ZERO        TO      WK-HT-NUM
                   IF      WK-HT-FLD (1:WK-HT-LEN) IS NUMERIC
                           MOVE    WK-HT-FLD (1:WK-HT-LEN) TO
                                   WK-HT-NUM
                   END-IF
                   IF      WK-HT-FLD (1:WK-HT-LEN) IS NOT NUMERIC
                      OR   WK-HT-NUM   NOT =   WK-HT-DTL-CNT
                           DISPLAY WK-PGM-NAME " 後尾件数="
                                   WK-HT-FLD (1:WK-HT-LEN)
                                   " 明細=" WK-HT-DTL-CNT
                           MOVE    "TRLCNT"    TO      WK-REJ-REASON
                           PERFORM S298-10     THRU    S298-EX
                   END-IF
           END-IF

           IF      WK-HT-TAMT-POS >    ZERO
                   MOVE    WK-HT-TAMT-POS TO   WK-HT-POS
                   MOVE    WK-HT-TAMT-LEN TO   WK-HT-LEN
                   PERFORM S255-10     THRU    S255-EX
                   MOVE    ZERO        TO      WK-HT-AMT
                   IF      WK-HT-FLD   NOT =   SPACE
                      AND  TEST-NUMVAL (WK-HT-FLD) = ZERO
                           COMPUTE WK-HT-AMT = NUMVAL (WK-HT-FLD)
                   END-IF
                   IF      WK-HT-FLD   =       SPACE
                      OR   TEST-NUMVAL (WK-HT-FLD) NOT = ZERO
                      OR   WK-HT-AMT   NOT =   WK-HT-AMT-SUM
                           MOVE    WK-HT-AMT-SUM TO    WK-HT-AMT-D
                           DISPLAY WK-PGM-NAME " 後尾金額="
                                   TRIM (WK-HT-FLD)
                                   " 明細合計=" TRIM (WK-HT-AMT-D)
                           MOVE    "TRLAMT"    TO      WK-REJ-REASON
                           PERFORM S298-10     THRU    S298-EX
                   END-IF
           END-IF

           IF      WK-HT-THSH-POS >    ZERO
                   MOVE    WK-HT-THSH-POS TO   WK-HT-POS
                   MOVE    WK-HT-THSH-LEN TO   WK-HT-LEN
                   PERFORM S255-10     THRU    S255-EX
                   MOVE    ZERO        TO      WK-HT-NUM
                   IF      WK-HT-FLD (1:WK-HT-LEN) IS NUMERIC
                           MOVE    WK-HT-FLD (1:WK-HT-LEN) TO
                                   WK-HT-NUM
                   END-IF
                   IF      WK-HT-FLD (1:WK-HT-LEN) IS NOT NUMERIC
                      OR   WK-HT-NUM   NOT =   WK-HT-HASH-SUM
                           DISPLAY WK-PGM-NAME " 後尾ハッシュ="
                                   WK-HT-FLD (1:WK-HT-LEN)
                                   " 明細合計=" WK-HT-HASH-SUM
                           MOVE    "TRLHSH"    TO      WK-REJ-REASON
                           PERFORM S298-10     THRU    S298-EX
                   END-IF
           END-IF
           .
       S280-EX.
           EXIT.

      *    *** ファイル全体のリジェクト(良品出力を空にして LOGERR E)
      *    *** 良品に数えた明細は不良へ付け替える
       S290-10.

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS =    ZERO
                   CLOSE   POT1-F
           ELSE
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
           END-IF
           ADD     WK-GOOD-CNT TO      WK-NG-CNT
           MOVE    ZERO        TO      WK-GOOD-CNT

           DISPLAY WK-PGM-NAME " 見出し・後尾の食い違い"
                   " ファイル全体リジェクト 件数=" WK-HT-NG
           MOVE    WK-PGM-NAME TO      WK-LOGERR-PGM
           MOVE    SPACE       TO      WK-LOGERR-CONTEXT
           STRING  "FILE REJECT "  DELIMITED BY SIZE
                   WK-FEED-KEY DELIMITED BY SPACE
                   INTO    WK-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      WK-LOGERR-STATUS
           MOVE    "E"         TO      WK-LOGERR-SEVERITY
           CALL    "LOGERR"    USING   WK-LOGERR-PGM
                                       WK-LOGERR-CONTEXT
                                       WK-LOGERR-STATUS
                                       WK-LOGERR-SEVERITY
           .
       S290-EX.
           EXIT.

      *    *** ファイル全体のリジェクト理由1行(今のレコードの原文付き)
       S296-10.

           ADD     1           TO      WK-HT-NG
           MOVE    WK-REC-CNT  TO      REJ-SEQ
           MOVE    WK-REJ-REASON TO    REJ-REASON
           IF      WDE04-REC-LEN > ZERO AND WDE04-REC-LEN <= 4000
                   MOVE    WDE04-REC-LEN TO    REJ-DATA-LEN
           ELSE
                   IF      WDE04-REC-LEN >     4000
                           MOVE    4000        TO      REJ-DATA-LEN
                   ELSE
                           MOVE    1           TO      REJ-DATA-LEN
                           MOVE    SPACE       TO      WK-BUF2 (1:1)
                   END-IF
           END-IF
           MOVE    WK-BUF2 (1:REJ-DATA-LEN) TO
                   REJ-DATA (1:REJ-DATA-LEN)
           PERFORM S299-10     THRU    S299-EX
           .
       S296-EX.
           EXIT.

      *    *** ファイル全体のリジェクト理由1行(該当レコード無し)
       S297-10.

           ADD     1           TO      WK-HT-NG
           MOVE    ZERO        TO      REJ-SEQ
           MOVE    WK-REJ-REASON TO    REJ-REASON
           MOVE    1           TO      REJ-DATA-LEN
           MOVE    SPACE       TO      REJ-DATA (1:1)
           PERFORM S299-10     THRU    S299-EX
           .
       S297-EX.
           EXIT.

      *    *** ファイル全体のリジェクト理由1行(控えた後尾の原文付き)
       S298-10.

           ADD     1           TO      WK-HT-NG
           MOVE    WK-HT-TRL-SEQ TO    REJ-SEQ
           MOVE    WK-REJ-REASON TO    REJ-REASON
           IF      WK-HT-TRL-LEN >     ZERO
                   MOVE    WK-HT-TRL-LEN TO    REJ-DATA-LEN
           ELSE
                   MOVE    1           TO      REJ-DATA-LEN
           END-IF
           MOVE    WK-HT-TRL-RAW (1:REJ-DATA-LEN) TO
                   REJ-DATA (1:REJ-DATA-LEN)
           PERFORM S299-10     THRU    S299-EX
           .
       S298-EX.
           EXIT.

      *    *** リジェクト1行の書出し
       S299-10.

      *    *** 品質履歴では付け替えた明細を最初の全体理由に数える
           IF      WK-DQ-FILE-REASON = SPACE
                   MOVE    WK-REJ-REASON TO    WK-DQ-FILE-REASON
           END-IF

           COMPUTE WK-REJ-LEN = 23 + REJ-DATA-LEN
           WRITE   REJ-REC
           IF      WK-REJ-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " REJ-F WRITE ERROR STATUS="
                           WK-REJ-STATUS
                   STOP    RUN
           END-IF
           DISPLAY WK-PGM-NAME " 全体リジェクト理由="
                   REJ-REASON " 記録番号=" REJ-SEQ
           .
       S299-EX.
           EXIT.

      *    *** CSVレコードの分解と出力
      *    *** 引用内改行で割れたレコードは引用符の数が偶数に揃うまで
      *    *** 改行を戻しながら継ぎ足し、揃ったらDECODE10で分解する
       S400-EX.
           EXIT.

      *    *** JSON Lines 1行の組み替え(DECODE12)
      *    *** 組み替えた固定位置レコードをDECODE05の変換結果と同じ
      *    *** 所(WK-CNV-BUF・WDE05-BUF2-LEN)へ置き、以降を共通にする
       S450-10.

           MOVE    WDE04-REC-LEN TO    WDE12-BUF1-LEN
           IF      WDE12-BUF1-LEN <=   ZERO
                   MOVE    1           TO      WDE12-BUF1-LEN
                   MOVE    SPACE       TO      WK-BUF2 (1:1)
           END-IF
           MOVE    WK-REC-CNT  TO      WDE12-BUF1-CNT
           MOVE    "CHANGE"    TO      WDE12-ID
           CALL    "DECODE12"  USING   WDE12-DECODE12-AREA
                                       WK-BUF2 (1:WDE12-BUF1-LEN)
                                       WK-CNV-BUF
           MOVE    WDE12-BUF2-LEN TO   WDE05-BUF2-LEN
           .
       S450-EX.
           EXIT.

      *    *** リジェクトレコードを記録番号付きでHEXダンプへ回し、
      *    *** 修正・再投入用の構造化リジェクトへ原文のまま残す
       S300-10.

           ADD     1           TO      WK-NG-CNT
           MOVE    WK-REJ-REASON TO    WK-DQ-REASON
           PERFORM S810-10     THRU    S810-EX

      *    *** 記録番号は見出し・後尾を除いた位置(REPLAYが良品出力の
      *    *** 何件目へ差し込むかをこれで決めるため)
           COMPUTE REJ-SEQ = WK-REC-CNT - WK-HT-CTL-CNT
           MOVE    WK-REJ-REASON TO    REJ-REASON
           IF      WDE04-REC-LEN > ZERO AND WDE04-REC-LEN <= 4000
                   MOVE    WDE04-REC-LEN TO    REJ-DATA-LEN
       S300-EX.
           EXIT.

      *    *** 品質履歴の記録(合計と理由コード別)
      *    *** 理由の付いた件数で足りない不良は、ファイル全体の
      *    *** リジェクトなら最初の全体理由、それ以外は OTHER に数える
       S800-10.

           MOVE    ZERO        TO      WK-DQ-SUM
           PERFORM VARYING TBL-RS-IX FROM 1 BY 1
                   UNTIL TBL-RS-IX > TBL-RS-CNT
                   ADD     TBL-RS-NG (TBL-RS-IX) TO WK-DQ-SUM
           END-PERFORM
           IF      WK-NG-CNT   >       WK-DQ-SUM
                   COMPUTE WK-DQ-OTHER = WK-NG-CNT - WK-DQ-SUM
                   IF      WK-HT-NG    >       ZERO
                      AND  WK-DQ-FILE-REASON NOT = SPACE
                           MOVE    WK-DQ-FILE-REASON TO WK-DQ-REASON
                   ELSE
                           MOVE    "OTHER"     TO      WK-DQ-REASON
                   END-IF
                   PERFORM S810-10     THRU    S810-EX
                   SUBTRACT 1          FROM    WK-DQ-OTHER
                   ADD     WK-DQ-OTHER TO      TBL-RS-NG (TBL-RS-IX)
           END-IF

           MOVE    SPACE       TO      WDQ-DQHIST-AREA
           MOVE    WK-PGM-NAME TO      WDQ-STEP
           IF      NUMBER-OF-CALL-PARAMETERS >= 12
              AND  LI-FEED-ID  NOT =   SPACE
                   MOVE    LI-FEED-ID  TO      WDQ-FEED
           ELSE
                   MOVE    WK-FEED-KEY TO      WDQ-FEED
           END-IF
           MOVE    WK-BAL-IN   TO      WDQ-CHECKED

           MOVE    "T"         TO      WDQ-KIND
           MOVE    SPACE       TO      WDQ-KEY
           MOVE    WK-NG-CNT   TO      WDQ-NG
           CALL    "DQHIST"    USING   WDQ-DQHIST-AREA

           MOVE    "R"         TO      WDQ-KIND
           PERFORM VARYING TBL-RS-IX FROM 1 BY 1
                   UNTIL TBL-RS-IX > TBL-RS-CNT
                   MOVE    TBL-RS-REASON (TBL-RS-IX) TO WDQ-KEY
                   MOVE    TBL-RS-NG (TBL-RS-IX) TO WDQ-NG
                   CALL    "DQHIST"    USING   WDQ-DQHIST-AREA
           END-PERFORM
           .
       S800-EX.
           EXIT.

      *    *** 不良1件を理由コード別に数える(WK-DQ-REASON)
      *    *** (表が一杯なら OTHER へ。TBL-RS-IX は数えた行)
       S810-10.

           PERFORM VARYING TBL-RS-IX FROM 1 BY 1
                   UNTIL TBL-RS-IX > TBL-RS-CNT
                      OR TBL-RS-REASON (TBL-RS-IX) = WK-DQ-REASON
                   CONTINUE
           END-PERFORM
           IF      TBL-RS-IX   >       TBL-RS-CNT
                   IF      TBL-RS-CNT  >=      30
                           MOVE    "OTHER"     TO      WK-DQ-REASON
                           PERFORM VARYING TBL-RS-IX FROM 1 BY 1
                                   UNTIL TBL-RS-IX > TBL-RS-CNT
                                      OR TBL-RS-REASON (TBL-RS-IX) =
                                         WK-DQ-REASON
                                   CONTINUE
                           END-PERFORM
                           IF      TBL-RS-IX   >       TBL-RS-CNT
      *    *** 最後の行を OTHER に寄せる
                                   MOVE    TBL-RS-CNT  TO  TBL-RS-IX
                                   MOVE    "OTHER"     TO
                                           TBL-RS-REASON (TBL-RS-IX)
                           END-IF
                   ELSE
                           ADD     1           TO      TBL-RS-CNT
                           MOVE    WK-DQ-REASON TO
                                   TBL-RS-REASON (TBL-RS-IX)
                           MOVE    ZERO        TO
                                   TBL-RS-NG (TBL-RS-IX)
                   END-IF
           END-IF
           ADD     1           TO      TBL-RS-NG (TBL-RS-IX)
           .
       S810-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

                                       WK-BUF1
                                       WK-CNV-BUF

           IF      WK-JSON-SW  =       "Y"
                   MOVE    "CLOSE "    TO      WDE12-ID
                   CALL    "DECODE12"  USING   WDE12-DECODE12-AREA
                                               WK-BUF1
                                               WK-CNV-BUF
           END-IF

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       WK-BUF1 (1:100)
