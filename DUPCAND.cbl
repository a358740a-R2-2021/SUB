      *    *** 顧客の重複候補(表記ゆれ)検出
      *    *** 同じ人・同じ会社が半角カナと全角カナ、空白の有無、
      *    *** 「(株)」と「株式会社」の様に書き分けられて複数件になって
      *    *** いるものを拾い、確認用の候補対として書き出す。
      *    *** SORTUTIL の DEDUP(キー完全一致)では拾えない物が対象。
      *    *** 入力には一切手を触れない(削除・統合は人が確認して行う)。
      *    *** 入力をレイアウト(FILEDUMPの割付け定義と同じ形
      *    *** 1行= 項目名(16) 種別(1:X/9/P/B) 位置(5) 長さ(5)
      *    *** 小数(2))で読み、名前・カナ・電話・郵便番号を正規化する
      *    ***   名前・カナ DECODE05の正規化(MODE=NM、半角カナ=>全角・
      *    ***              全角英数=>半角)、ひらがな=>カタカナ、
      *    ***              表記ゆれ表の置換、空白(半角・全角)除去
      *    ***   電話・郵便 数字だけを残す(全角数字も半角に寄せてから)
      *    *** 突合せは全件総当りにせず、カナ(先頭6バイト)・電話・
      *    *** 名前(先頭8バイト)が同じものの組(ブロック)の中だけで行い、
      *    *** 一致した項目の重みを足して点数とする
      *    ***   名前 40(一方が他方を含む時は 20)、カナ 30、電話 20、
      *    ***   郵便 10
      *    *** 点数が SCORE 以上の対を候補とし、候補対でつながるものを
      *    *** 同じグループ番号にまとめる(AとB、BとCが候補ならA・B・Cは
      *    *** 同じグループ)。候補はグループ順・点数の高い順に出す。
      *    *** 入力・候補対・比較できなかった件数はCTLBALへ
      *    *** 制御カード:
      *    ***   IN      <入力ファイル名>
      *    ***   LAYOUT  <レイアウト>
      *    ***   OUT     <候補対ファイル名>
      *    ***   KEY     <項目>    顧客番号等(X・9、20桁まで) 必須
      *    ***   NAME    <項目>    名前      (NAME・KANAのどちらかは必須)
      *    ***   KANA    <項目>    カナ
      *    ***   TEL     <項目>    電話番号
      *    ***   POST    <項目>    郵便番号
      *    ***   VARIANT <表記ゆれ表>  1行= <元の表記> [<寄せる表記>]
      *    ***                     (寄せる表記が無い行は元の表記を消す。
      *    ***                      入力と同じ文字コードで書く)
      *    ***   CODE    S|U       入力の文字コード S=SJIS(既定)、U=UTF8
      *    ***   SCORE   <点数>    候補とする最低点 既定50
      *    *** 候補対 1行=
      *    ***   グループ(6) 点数(3) 一致(4) キー1(20) キー2(20)
      *    ***   名前1(40) 名前2(40)   (各欄の間は空白1桁)
      *    *** 一致の4桁は 名前・カナ・電話・郵便の順に
      *    ***   "="一致 "~"一方が他方を含む "x"不一致 " "比較無し
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DUPCAND.

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

      *    *** 表記ゆれ表
       SELECT VAR-F            ASSIGN   WK-VAR-F-NAME
                               STATUS   WK-VAR-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 入力(顧客ファイル)
       SELECT PIN1-F           ASSIGN   WK-PIN-F-NAME
                               STATUS   WK-PIN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 候補対
       SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
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

       FD  VAR-F
           LABEL RECORDS ARE STANDARD.
       01  VAR-REC             PIC  X(256).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN-LEN.
       01  PIN1-REC            PIC  X(032000).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  POT1-GROUP      PIC  9(006).
           03  FILLER          PIC  X(001).
           03  POT1-SCORE      PIC  9(003).
           03  FILLER          PIC  X(001).
           03  POT1-FLAG       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  POT1-KEY1       PIC  X(020).
           03  FILLER          PIC  X(001).
           03  POT1-KEY2       PIC  X(020).
           03  FILLER          PIC  X(001).
           03  POT1-NAME1      PIC  X(040).
           03  FILLER          PIC  X(001).
           03  POT1-NAME2      PIC  X(040).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DUPCAND".

           03  WK-CTL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CTL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CTL-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-LAY-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-LAY-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-LAY-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-VAR-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-VAR-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-VAR-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-PIN-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-PIN-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-POT1-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

      *    *** 入力の文字コード S=SJIS、U=UTF8
           03  WK-CODE         PIC  X(001) VALUE "S".
      *    *** 候補とする最低点
           03  WK-MIN-SCORE    BINARY-LONG SYNC VALUE 50.

      *    *** カード解析用
           03  WK-C-VERB       PIC  X(008) VALUE SPACE.
           03  WK-C-OP1        PIC  X(256) VALUE SPACE.
           03  WK-C-OP2        PIC  X(040) VALUE SPACE.
           03  WK-C-NAME       PIC  X(016) VALUE SPACE.
           03  WK-C-NG         PIC  X(001) VALUE "N".
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 使う項目(レイアウトの行番号、0=指定無し)
           03  WK-KEY-FLD      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NAME-FLD     BINARY-LONG SYNC VALUE ZERO.
           03  WK-KANA-FLD     BINARY-LONG SYNC VALUE ZERO.
           03  WK-TEL-FLD      BINARY-LONG SYNC VALUE ZERO.
           03  WK-POST-FLD     BINARY-LONG SYNC VALUE ZERO.

      *    *** 正規化の作業域
      *    *** (半角カナは全角になると2倍の長さになる)
           03  WK-NRM-IN       PIC  X(081) VALUE SPACE.
           03  WK-NRM-IN-LEN   BINARY-LONG SYNC VALUE ZERO.
           03  WK-NRM          PIC  X(160) VALUE SPACE.
           03  WK-NRM-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NRM2         PIC  X(160) VALUE SPACE.
           03  WK-NRM2-LEN     BINARY-LONG SYNC VALUE ZERO.
      *    *** 表記ゆれ表の置換を行う(Y)
           03  WK-VAR-APPLY    PIC  X(001) VALUE "N".
           03  WK-VAR-HIT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CH-LEN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PIC.
             05  FILLER        PIC  X(001) VALUE LOW-VALUE.
             05  WK-PIC-X      PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIC-HALF     REDEFINES WK-PIC
                               PIC  9(004) COMP-X.

      *    *** 突合せ
           03  WK-PASS         BINARY-LONG SYNC VALUE ZERO.
           03  WK-BLK-FROM     BINARY-LONG SYNC VALUE ZERO.
           03  WK-BLK-TO       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BLK-MAX      BINARY-LONG SYNC VALUE 500.
           03  WK-REC1         BINARY-LONG SYNC VALUE ZERO.
           03  WK-REC2         BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-SW      PIC  X(001) VALUE "N".
           03  WK-SCORE        BINARY-LONG SYNC VALUE ZERO.
           03  WK-FLAG         PIC  X(004) VALUE SPACE.
           03  WK-TALLY        BINARY-LONG SYNC VALUE ZERO.
           03  WK-ROOT1        BINARY-LONG SYNC VALUE ZERO.
           03  WK-ROOT2        BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIND         BINARY-LONG SYNC VALUE ZERO.
           03  WK-GRP-CNT      BINARY-LONG SYNC VALUE ZERO.

      *    *** 件数
           03  WK-IN-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NOCMP-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-CMP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BIGBLK-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-OUT-CNT      BINARY-LONG SYNC VALUE ZERO.

           03  WK-BAL-STEP     PIC  X(008) VALUE "DUPCAND".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-BAL-IN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-OUT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-SKIP     BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDECODE05  REPLACING ==:##:== BY ==WDE05==.

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

      *    *** レイアウト
       01  TBL-LAY-AREA.
           03  TBL-LAY-ENT     OCCURS 200.
             05  TBL-LAY-NAME  PIC  X(016).
             05  TBL-LAY-TYPE  PIC  X(001).
             05  TBL-LAY-POS   BINARY-LONG SYNC.
             05  TBL-LAY-LEN   BINARY-LONG SYNC.
       01  TBL-LAY-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 表記ゆれ表(正規化済の元の表記・寄せる表記)
       01  TBL-VAR-AREA.
           03  TBL-VAR-ENT     OCCURS 200.
             05  TBL-VAR-FROM  PIC  X(080).
             05  TBL-VAR-FROM-LEN BINARY-LONG SYNC.
             05  TBL-VAR-TO    PIC  X(080).
             05  TBL-VAR-TO-LEN BINARY-LONG SYNC.
       01  TBL-VAR-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 顧客テーブル(正規化済の比較値・元の名前・グループ用の親)
      *    *** REC-BK はブロックキー 1=カナ先頭、2=電話、3=名前先頭
       01  TBL-REC-AREA.
           03  TBL-REC-ENT     OCCURS 20000.
             05  TBL-REC-KEY   PIC  X(020).
             05  TBL-REC-NAME-O PIC X(040).
             05  TBL-REC-NAME  PIC  X(080).
             05  TBL-REC-NAME-LEN BINARY-LONG SYNC.
             05  TBL-REC-KANA  PIC  X(080).
             05  TBL-REC-KANA-LEN BINARY-LONG SYNC.
             05  TBL-REC-TEL   PIC  X(016).
             05  TBL-REC-POST  PIC  X(008).
             05  TBL-REC-BK    OCCURS 3
                               PIC  X(016).
             05  TBL-REC-PARENT BINARY-LONG SYNC.
             05  TBL-REC-GRP   BINARY-LONG SYNC.
       01  TBL-REC-CNT         BINARY-LONG SYNC VALUE ZERO.
       01  TBL-REC-MAX         BINARY-LONG SYNC VALUE 20000.

      *    *** ブロック表(ブロックキー順に並べて同じキーの組を取る)
       01  TBL-BLK-AREA.
           03  TBL-BLK-ENT     OCCURS 20000
                               ASCENDING KEY IS TBL-BLK-KEY.
             05  TBL-BLK-KEY   PIC  X(016) VALUE HIGH-VALUE.
             05  TBL-BLK-NO    BINARY-LONG SYNC VALUE ZERO.

      *    *** 候補対(グループ順・点数の高い順に並べて出す)
       01  TBL-PAIR-AREA.
           03  TBL-PAIR-ENT    OCCURS 20000
                               ASCENDING KEY IS TBL-PAIR-GRP
                               DESCENDING KEY IS TBL-PAIR-SCORE.
             05  TBL-PAIR-GRP  PIC  9(006) VALUE 999999.
             05  TBL-PAIR-SCORE PIC 9(003) VALUE ZERO.
             05  TBL-PAIR-FLAG PIC  X(004) VALUE SPACE.
             05  TBL-PAIR-REC1 BINARY-LONG SYNC VALUE ZERO.
             05  TBL-PAIR-REC2 BINARY-LONG SYNC VALUE ZERO.
       01  TBL-PAIR-CNT        BINARY-LONG SYNC VALUE ZERO.
       01  TBL-PAIR-MAX        BINARY-LONG SYNC VALUE 20000.

       LINKAGE                 SECTION.

      *    *** 制御カードファイル名
       01  LI-CTL-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-CTL-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    TRIM(LI-CTL-FILENAME) TO WK-CTL-F-NAME
           PERFORM S010-10     THRU    S010-EX

      *    *** ファイル名・指定
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > TBL-CARD-CNT
                   PERFORM S020-10     THRU    S020-EX
           END-PERFORM
           IF      WK-PIN-F-NAME =     SPACE
              OR   WK-POT1-F-NAME =    SPACE
              OR   WK-LAY-F-NAME =     SPACE
                   DISPLAY WK-PGM-NAME
                           " IN/OUT/LAYOUT カードが不足"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           CALL    "PATHSVC"   USING   WK-PIN-F-NAME
           CALL    "PATHSVC"   USING   WK-POT1-F-NAME

           PERFORM S030-10     THRU    S030-EX

      *    *** 使う項目(誤りが1件でも有れば止める)
           MOVE    "N"         TO      WK-C-NG
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > TBL-CARD-CNT
                   PERFORM S050-10     THRU    S050-EX
           END-PERFORM
           IF      WK-KEY-FLD  =       ZERO
              OR ( WK-NAME-FLD =       ZERO
               AND WK-KANA-FLD =       ZERO )
                   DISPLAY WK-PGM-NAME
                           " KEY と NAME/KANA カードが必要"
                   MOVE    "Y"         TO      WK-C-NG
           END-IF
           IF      WK-C-NG     =       "Y"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 正規化(DECODE05)の用意
           IF      WK-CODE     =       "U"
                   MOVE    "US"        TO      WDE05-HENKAN
           ELSE
                   MOVE    "NN"        TO      WDE05-HENKAN
           END-IF
           MOVE    "NM"        TO      WDE05-MODE
           MOVE    SPACE       TO      WDE05-LAYOUT
           MOVE    "OPEN  "    TO      WDE05-ID
           CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                       WK-NRM-IN
                                       WK-NRM

           IF      WK-VAR-F-NAME NOT = SPACE
                   PERFORM S060-10     THRU    S060-EX
           END-IF

      *    *** 顧客ファイル読込み・正規化
           PERFORM S100-10     THRU    S100-EX

      *    *** ブロックごとの突合せ(カナ・電話・名前の順)
           PERFORM VARYING WK-PASS FROM 1 BY 1
                   UNTIL WK-PASS > 3
                   PERFORM S200-10     THRU    S200-EX
           END-PERFORM

      *    *** グループ付けと候補対の出力
           PERFORM S300-10     THRU    S300-EX

           MOVE    "CLOSE "    TO      WDE05-ID
           CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                       WK-NRM-IN
                                       WK-NRM

      *    *** コントロールトータル記録
           MOVE    WK-POT1-F-NAME (1:32) TO WK-BAL-FILE
           MOVE    WK-IN-CNT   TO      WK-BAL-IN
           MOVE    WK-OUT-CNT  TO      WK-BAL-OUT
           MOVE    WK-NOCMP-CNT TO     WK-BAL-SKIP
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP

           DISPLAY WK-PGM-NAME " 入力=" WK-IN-CNT
                   " 比較=" WK-CMP-CNT
                   " 候補対=" WK-OUT-CNT
                   " グループ=" WK-GRP-CNT
           DISPLAY WK-PGM-NAME " 比較項目無し=" WK-NOCMP-CNT
                   " 大きすぎるブロック=" WK-BIGBLK-CNT
           DISPLAY WK-PGM-NAME " END"

      *    *** 比較できなかった顧客・見送ったブロックが有れば RC=4
           IF      WK-NOCMP-CNT >      ZERO
              OR   WK-BIGBLK-CNT >     ZERO
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

      *    *** カード1枚の解析(1回目:ファイル名・指定)
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
               WHEN "LAYOUT"
                   MOVE    WK-C-OP1    TO      WK-LAY-F-NAME
               WHEN "VARIANT"
                   MOVE    WK-C-OP1    TO      WK-VAR-F-NAME
               WHEN "CODE"
                   IF      WK-C-OP1    NOT =   "S" AND "U"
                           DISPLAY WK-PGM-NAME " CODE は S か U: "
                                   TRIM(TBL-CARD (N))
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    WK-C-OP1    TO      WK-CODE
               WHEN "SCORE"
                   IF      TEST-NUMVAL (WK-C-OP1) NOT = ZERO
                      OR   NUMVAL (WK-C-OP1) < 1
                      OR   NUMVAL (WK-C-OP1) > 100
                           DISPLAY WK-PGM-NAME " 点数は1〜100: "
                                   TRIM(TBL-CARD (N))
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    NUMVAL (WK-C-OP1) TO WK-MIN-SCORE
               WHEN "KEY"
               WHEN "NAME"
               WHEN "KANA"
               WHEN "TEL"
               WHEN "POST"
                   CONTINUE
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 未知のカード: "
                           TRIM(TBL-CARD (N))
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** レイアウト読込み(誤りは突合せが狂うので止める)
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
           .
       S030-EX.
           EXIT.

      *    *** レイアウト1行の登録
       S035-10.

           IF      LAY-POS IS NOT NUMERIC
              OR   LAY-LEN IS NOT NUMERIC
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

           IF      TBL-LAY-POS (M) =   ZERO
              OR   TBL-LAY-LEN (M) =   ZERO
              OR   TBL-LAY-POS (M) + TBL-LAY-LEN (M) - 1 > 32000
                   DISPLAY WK-PGM-NAME " レイアウト 桁誤り"
                   DISPLAY WK-PGM-NAME " " LAY-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S035-EX.
           EXIT.

      *    *** カード1枚の解析(2回目:使う項目)
      *    *** 比較する項目は文字(X・9)で80桁まで、キーは20桁まで
       S050-10.

           MOVE    SPACE       TO      WK-C-VERB
                                       WK-C-OP1
                                       WK-C-OP2
           UNSTRING TBL-CARD (N) DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                           WK-C-OP1
                           WK-C-OP2
           END-UNSTRING

           IF      WK-C-VERB NOT = "KEY" AND "NAME" AND "KANA"
                                 AND "TEL" AND "POST"
                   GO      TO      S050-EX
           END-IF

           PERFORM S055-10     THRU    S055-EX
           IF      WK-HIT      =       ZERO
                   GO      TO      S050-EX
           END-IF
           IF      TBL-LAY-TYPE (WK-HIT) NOT = "X" AND "9"
              OR   TBL-LAY-LEN (WK-HIT) > 80
              OR ( WK-C-VERB   =       "KEY"
               AND TBL-LAY-LEN (WK-HIT) > 20 )
                   DISPLAY WK-PGM-NAME
                           " 項目はX/9の80桁(KEYは20桁)まで: "
                           TRIM(TBL-CARD (N))
                   MOVE    "Y"         TO      WK-C-NG
                   GO      TO      S050-EX
           END-IF

           EVALUATE WK-C-VERB
               WHEN "KEY"
                   MOVE    WK-HIT      TO      WK-KEY-FLD
               WHEN "NAME"
                   MOVE    WK-HIT      TO      WK-NAME-FLD
               WHEN "KANA"
                   MOVE    WK-HIT      TO      WK-KANA-FLD
               WHEN "TEL"
                   MOVE    WK-HIT      TO      WK-TEL-FLD
               WHEN "POST"
                   MOVE    WK-HIT      TO      WK-POST-FLD
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

      *    *** 表記ゆれ表読込み(元の表記・寄せる表記とも正規化して持つ)
       S060-10.

           CALL    "PATHSVC"   USING   WK-VAR-F-NAME
           OPEN    INPUT       VAR-F
           IF      WK-VAR-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " VAR-F OPEN ERROR STATUS="
                           WK-VAR-STATUS " (" TRIM(WK-VAR-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    "N"         TO      WK-VAR-APPLY
           MOVE    ZERO        TO      TBL-VAR-CNT
           MOVE    LOW-VALUE   TO      WK-VAR-EOF
           PERFORM UNTIL WK-VAR-EOF    =       HIGH-VALUE
                   READ    VAR-F
                   IF      WK-VAR-STATUS =     ZERO
                           IF      VAR-REC NOT = SPACE
                              AND  VAR-REC (1:1) NOT = "#"
                              AND  VAR-REC (1:1) NOT = "*"
                                   PERFORM S065-10     THRU    S065-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-VAR-EOF
                   END-IF
           END-PERFORM
           CLOSE   VAR-F

           DISPLAY WK-PGM-NAME " 表記ゆれ表=" TBL-VAR-CNT
           .
       S060-EX.
           EXIT.

      *    *** 表記ゆれ表1行の登録
       S065-10.

           IF      TBL-VAR-CNT >=      200
                   DISPLAY WK-PGM-NAME " 表記ゆれ表 200行超過"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WK-C-OP1
                                       WK-C-OP2
           UNSTRING VAR-REC DELIMITED BY ALL " "
                   INTO    WK-C-OP1
                           WK-C-OP2
           END-UNSTRING

           ADD     1           TO      TBL-VAR-CNT
           MOVE    TBL-VAR-CNT TO      M

           MOVE    SPACE       TO      WK-NRM-IN
           MOVE    WK-C-OP1 (1:40) TO  WK-NRM-IN
           MOVE    40          TO      WK-NRM-IN-LEN
           PERFORM S150-10     THRU    S150-EX
           IF      WK-NRM-LEN  =       ZERO
              OR   WK-NRM-LEN  >       80
                   DISPLAY WK-PGM-NAME " 表記ゆれ表の誤り: "
                           TRIM(VAR-REC)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    WK-NRM (1:WK-NRM-LEN) TO TBL-VAR-FROM (M)
           MOVE    WK-NRM-LEN  TO      TBL-VAR-FROM-LEN (M)

           MOVE    SPACE       TO      WK-NRM-IN
           MOVE    WK-C-OP2    TO      WK-NRM-IN
           MOVE    40          TO      WK-NRM-IN-LEN
           PERFORM S150-10     THRU    S150-EX
           IF      WK-NRM-LEN  >       80
                   MOVE    80          TO      WK-NRM-LEN
           END-IF
           MOVE    SPACE       TO      TBL-VAR-TO (M)
           IF      WK-NRM-LEN  >       ZERO
                   MOVE    WK-NRM (1:WK-NRM-LEN) TO TBL-VAR-TO (M)
           END-IF
           MOVE    WK-NRM-LEN  TO      TBL-VAR-TO-LEN (M)
           .
       S065-EX.
           EXIT.

      *    *** 顧客ファイル読込み(1件ずつ正規化してテーブルへ)
       S100-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN-STATUS " (" TRIM(WK-PIN-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-PIN-EOF
           PERFORM UNTIL WK-PIN-EOF    =       HIGH-VALUE
                   READ    PIN1-F
                   IF      WK-PIN-STATUS =     ZERO
                           ADD     1           TO      WK-IN-CNT
                           PERFORM S110-10     THRU    S110-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-PIN-EOF
                   END-IF
           END-PERFORM
           CLOSE   PIN1-F
           .
       S100-EX.
           EXIT.

      *    *** 顧客1件の正規化
       S110-10.

           IF      TBL-REC-CNT >=      TBL-REC-MAX
                   DISPLAY WK-PGM-NAME " 顧客 " TBL-REC-MAX
                           " 件超過"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      TBL-REC-CNT
           MOVE    TBL-REC-CNT TO      I
           INITIALIZE TBL-REC-ENT (I)
           MOVE    I           TO      TBL-REC-PARENT (I)

      *    *** レコードの外は空白
           IF      WK-PIN-LEN  <       32000
                   MOVE    SPACE       TO
                           PIN1-REC (WK-PIN-LEN + 1:)
           END-IF

           MOVE    WK-KEY-FLD  TO      M
           MOVE    PIN1-REC (TBL-LAY-POS (M):TBL-LAY-LEN (M)) TO
                   TBL-REC-KEY (I)

      *    *** 名前(表記ゆれ表も当てる)
           IF      WK-NAME-FLD >       ZERO
                   MOVE    WK-NAME-FLD TO      M
                   MOVE    PIN1-REC (TBL-LAY-POS (M):TBL-LAY-LEN (M))
                           TO      TBL-REC-NAME-O (I)
                   PERFORM S120-10     THRU    S120-EX
                   MOVE    "Y"         TO      WK-VAR-APPLY
                   PERFORM S150-10     THRU    S150-EX
                   IF      WK-NRM-LEN  >       80
                           MOVE    80          TO      WK-NRM-LEN
                   END-IF
                   IF      WK-NRM-LEN  >       ZERO
                           MOVE    WK-NRM (1:WK-NRM-LEN) TO
                                   TBL-REC-NAME (I)
                   END-IF
                   MOVE    WK-NRM-LEN  TO      TBL-REC-NAME-LEN (I)
                   MOVE    TBL-REC-NAME (I) (1:8) TO TBL-REC-BK (I 3)
           END-IF

      *    *** カナ(表記ゆれ表も当てる)
           IF      WK-KANA-FLD >       ZERO
                   MOVE    WK-KANA-FLD TO      M
                   IF      WK-NAME-FLD =       ZERO
                           MOVE PIN1-REC (TBL-LAY-POS (M):
                                          TBL-LAY-LEN (M))
                             TO TBL-REC-NAME-O (I)
                   END-IF
                   PERFORM S120-10     THRU    S120-EX
                   MOVE    "Y"         TO      WK-VAR-APPLY
                   PERFORM S150-10     THRU    S150-EX
                   IF      WK-NRM-LEN  >       80
                           MOVE    80          TO      WK-NRM-LEN
                   END-IF
                   IF      WK-NRM-LEN  >       ZERO
                           MOVE    WK-NRM (1:WK-NRM-LEN) TO
                                   TBL-REC-KANA (I)
                   END-IF
                   MOVE    WK-NRM-LEN  TO      TBL-REC-KANA-LEN (I)
                   MOVE    TBL-REC-KANA (I) (1:6) TO TBL-REC-BK (I 1)
           END-IF

      *    *** 電話・郵便番号(数字だけ)
           IF      WK-TEL-FLD  >       ZERO
                   MOVE    WK-TEL-FLD  TO      M
                   PERFORM S120-10     THRU    S120-EX
                   MOVE    "N"         TO      WK-VAR-APPLY
                   PERFORM S150-10     THRU    S150-EX
                   PERFORM S160-10     THRU    S160-EX
                   MOVE    WK-NRM2 (1:16) TO   TBL-REC-TEL (I)
                   MOVE    TBL-REC-TEL (I) TO  TBL-REC-BK (I 2)
           END-IF
           IF      WK-POST-FLD >       ZERO
                   MOVE    WK-POST-FLD TO      M
                   PERFORM S120-10     THRU    S120-EX
                   MOVE    "N"         TO      WK-VAR-APPLY
                   PERFORM S150-10     THRU    S150-EX
                   PERFORM S160-10     THRU    S160-EX
                   MOVE    WK-NRM2 (1:8) TO    TBL-REC-POST (I)
           END-IF

      *    *** 名前・カナが両方空白の顧客は比較できない
           IF      TBL-REC-NAME (I) =  SPACE
              AND  TBL-REC-KANA (I) =  SPACE
                   ADD     1           TO      WK-NOCMP-CNT
                   DISPLAY WK-PGM-NAME " 名前・カナ無し KEY="
                           TBL-REC-KEY (I)
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 項目M番を正規化の入力へ写す
       S120-10.

           MOVE    SPACE       TO      WK-NRM-IN
           MOVE    PIN1-REC (TBL-LAY-POS (M):TBL-LAY-LEN (M)) TO
                   WK-NRM-IN (1:TBL-LAY-LEN (M))
           MOVE    TBL-LAY-LEN (M) TO  WK-NRM-IN-LEN
           .
       S120-EX.
           EXIT.

      *    *** 正規化(WK-NRM-IN => WK-NRM、SJIS)
      *    *** DECODE05(MODE=NM)・ひらがな=>カタカナ・
      *    *** 表記ゆれ表(WK-VAR-APPLY=Y の時)・空白除去の順に行う
       S150-10.

           MOVE    SPACE       TO      WK-NRM
           MOVE    ZERO        TO      WK-NRM-LEN
           IF      WK-NRM-IN (1:WK-NRM-IN-LEN) = SPACE
                   GO      TO      S150-EX
           END-IF

      *    *** 後ろに空白1バイトを足して渡す(変換後の後方空白は落ちる)
           MOVE    SPACE       TO      WK-NRM-IN (WK-NRM-IN-LEN + 1:1)
           COMPUTE WDE05-BUF1-LEN = WK-NRM-IN-LEN + 1
           MOVE    WK-IN-CNT   TO      WDE05-BUF1-CNT
           MOVE    "CHANGE"    TO      WDE05-ID
           CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                       WK-NRM-IN (1:WDE05-BUF1-LEN)
                                       WK-NRM
           MOVE    WDE05-BUF2-LEN TO   WK-NRM-LEN

      *    *** ひらがな(829F-82F1)=>カタカナ(8340-8393、837Fは欠番)
           MOVE    1           TO      K
           PERFORM UNTIL K > WK-NRM-LEN
                   PERFORM S155-10     THRU    S155-EX
                   IF      WK-CH-LEN   =       2
                      AND  WK-NRM (K:1) =      X"82"
                      AND  WK-NRM (K + 1:1) >= X"9F"
                      AND  WK-NRM (K + 1:1) <= X"F1"
                           MOVE    WK-NRM (K + 1:1) TO WK-PIC-X
                           SUBTRACT 95         FROM    WK-PIC-HALF
                           IF      WK-PIC-HALF >=      127
                                   ADD     1           TO  WK-PIC-HALF
                           END-IF
                           MOVE    X"83"       TO      WK-NRM (K:1)
                           MOVE    WK-PIC-X    TO      WK-NRM (K + 1:1)
                   END-IF
                   ADD     WK-CH-LEN   TO      K
           END-PERFORM

      *    *** 表記ゆれ表の置換
           IF      WK-VAR-APPLY =      "Y"
              AND  TBL-VAR-CNT >       ZERO
                   PERFORM S170-10     THRU    S170-EX
           END-IF

      *    *** 空白(半角・全角)除去
           MOVE    SPACE       TO      WK-NRM2
           MOVE    ZERO        TO      WK-NRM2-LEN
           MOVE    1           TO      K
           PERFORM UNTIL K > WK-NRM-LEN
                   PERFORM S155-10     THRU    S155-EX
                   IF      WK-NRM (K:1) =      SPACE
                      OR ( WK-CH-LEN   =       2
                       AND WK-NRM (K:2) =      X"8140" )
                           CONTINUE
                   ELSE
                           MOVE    WK-NRM (K:WK-CH-LEN) TO
                                   WK-NRM2 (WK-NRM2-LEN + 1:WK-CH-LEN)
                           ADD     WK-CH-LEN   TO      WK-NRM2-LEN
                   END-IF
                   ADD     WK-CH-LEN   TO      K
           END-PERFORM
           MOVE    WK-NRM2     TO      WK-NRM
           MOVE    WK-NRM2-LEN TO      WK-NRM-LEN
           .
       S150-EX.
           EXIT.

      *    *** WK-NRM の K 桁目の文字の長さ(SJIS 2バイト文字は 2)
       S155-10.

           IF    ( ( WK-NRM (K:1) >= X"81" AND WK-NRM (K:1) <= X"9F" )
              OR   ( WK-NRM (K:1) >= X"E0" AND WK-NRM (K:1) <= X"FC" ) )
              AND  K           <       WK-NRM-LEN
                   MOVE    2           TO      WK-CH-LEN
           ELSE
                   MOVE    1           TO      WK-CH-LEN
           END-IF
           .
       S155-EX.
           EXIT.

      *    *** 数字だけを残す(WK-NRM => WK-NRM2)
       S160-10.

           MOVE    SPACE       TO      WK-NRM2
           MOVE    ZERO        TO      WK-NRM2-LEN
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-NRM-LEN
                   IF      WK-NRM (K:1) IS NUMERIC
                      AND  WK-NRM2-LEN <       16
                           ADD     1           TO      WK-NRM2-LEN
                           MOVE    WK-NRM (K:1) TO
                                   WK-NRM2 (WK-NRM2-LEN:1)
                   END-IF
           END-PERFORM
           .
       S160-EX.
           EXIT.

      *    *** 表記ゆれ表の置換(表の上の行から先に当てる。文字の
      *    *** 切れ目ごとに試し、当たった所は寄せる表記に置き換える)
       S170-10.

           MOVE    SPACE       TO      WK-NRM2
           MOVE    ZERO        TO      WK-NRM2-LEN
           MOVE    1           TO      K
           PERFORM UNTIL K > WK-NRM-LEN
                   MOVE    ZERO        TO      WK-VAR-HIT
                   PERFORM VARYING L FROM 1 BY 1
                           UNTIL L > TBL-VAR-CNT OR WK-VAR-HIT > ZERO
                           IF      K + TBL-VAR-FROM-LEN (L) - 1
                                               <=      WK-NRM-LEN
                              AND  WK-NRM (K:TBL-VAR-FROM-LEN (L)) =
                                   TBL-VAR-FROM (L)
                                   (1:TBL-VAR-FROM-LEN (L))
                                   MOVE    L           TO  WK-VAR-HIT
                           END-IF
                   END-PERFORM
                   IF      WK-VAR-HIT  >       ZERO
                           MOVE    WK-VAR-HIT  TO      L
                           IF      TBL-VAR-TO-LEN (L) > ZERO
                              AND  WK-NRM2-LEN + TBL-VAR-TO-LEN (L)
                                               <=      160
                                   MOVE    TBL-VAR-TO (L)
                                           (1:TBL-VAR-TO-LEN (L)) TO
                                           WK-NRM2 (WK-NRM2-LEN + 1:
                                                   TBL-VAR-TO-LEN (L))
                                   ADD     TBL-VAR-TO-LEN (L) TO
                                           WK-NRM2-LEN
                           END-IF
                           ADD     TBL-VAR-FROM-LEN (L) TO K
                   ELSE
                           PERFORM S155-10     THRU    S155-EX
                           MOVE    WK-NRM (K:WK-CH-LEN) TO
                                   WK-NRM2 (WK-NRM2-LEN + 1:WK-CH-LEN)
                           ADD     WK-CH-LEN   TO      WK-NRM2-LEN
                           ADD     WK-CH-LEN   TO      K
                   END-IF
           END-PERFORM
           MOVE    WK-NRM2     TO      WK-NRM
           MOVE    WK-NRM2-LEN TO      WK-NRM-LEN
           .
       S170-EX.
           EXIT.

      *    *** ブロック1回分(WK-PASS 1=カナ先頭、2=電話、3=名前先頭)
      *    *** ブロックキー順に並べ、同じキーの組の中だけ総当りで比べる
       S200-10.

           EVALUATE WK-PASS
               WHEN 1
                   IF      WK-KANA-FLD =       ZERO
                           GO      TO      S200-EX
                   END-IF
               WHEN 2
                   IF      WK-TEL-FLD  =       ZERO
                           GO      TO      S200-EX
                   END-IF
               WHEN 3
                   IF      WK-NAME-FLD =       ZERO
                           GO      TO      S200-EX
                   END-IF
           END-EVALUATE

      *    *** 空白のキーは組にしない(HIGH-VALUEのまま末尾へ)
           MOVE    HIGH-VALUE  TO      TBL-BLK-AREA
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-REC-CNT
                   IF      TBL-REC-BK (I WK-PASS) NOT = SPACE
                           MOVE    TBL-REC-BK (I WK-PASS) TO
                                   TBL-BLK-KEY (I)
                   END-IF
                   MOVE    I           TO      TBL-BLK-NO (I)
           END-PERFORM
           SORT    TBL-BLK-ENT ASCENDING KEY TBL-BLK-KEY

           MOVE    1           TO      WK-BLK-FROM
           PERFORM UNTIL WK-BLK-FROM > TBL-REC-CNT
                      OR TBL-BLK-KEY (WK-BLK-FROM) = HIGH-VALUE
                   MOVE    WK-BLK-FROM TO      WK-BLK-TO
                   PERFORM UNTIL WK-BLK-TO >= TBL-REC-CNT
                              OR TBL-BLK-KEY (WK-BLK-TO + 1) NOT =
                                 TBL-BLK-KEY (WK-BLK-FROM)
                           ADD     1           TO      WK-BLK-TO
                   END-PERFORM
                   IF      WK-BLK-TO   >       WK-BLK-FROM
                           PERFORM S210-10     THRU    S210-EX
                   END-IF
                   COMPUTE WK-BLK-FROM = WK-BLK-TO + 1
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 1ブロック(WK-BLK-FROM〜WK-BLK-TO)の総当り
      *    *** 大きすぎるブロックは比較回数が膨らむので見送る
       S210-10.

           IF      WK-BLK-TO - WK-BLK-FROM + 1 > WK-BLK-MAX
                   ADD     1           TO      WK-BIGBLK-CNT
                   DISPLAY WK-PGM-NAME
                           " 大きすぎるブロックを見送り"
                           " PASS=" WK-PASS
                           " 位置=" WK-BLK-FROM " - " WK-BLK-TO
                   GO      TO      S210-EX
           END-IF

           PERFORM VARYING I FROM WK-BLK-FROM BY 1
                   UNTIL I >= WK-BLK-TO
                   PERFORM VARYING J FROM I BY 1
                           UNTIL J >= WK-BLK-TO
                           MOVE    TBL-BLK-NO (I) TO   WK-REC1
                           MOVE    TBL-BLK-NO (J + 1) TO WK-REC2
                           PERFORM S220-10     THRU    S220-EX
                   END-PERFORM
           END-PERFORM
           .
       S210-EX.
           EXIT.

      *    *** 1対の比較
      *    *** 前のブロックで同じ組だった対は比較済なので飛ばす
       S220-10.

           MOVE    "N"         TO      WK-SKIP-SW
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K >= WK-PASS
                   IF      TBL-REC-BK (WK-REC1 K) NOT = SPACE
                      AND  TBL-REC-BK (WK-REC1 K) =
                           TBL-REC-BK (WK-REC2 K)
                      AND  ( K = 1 AND WK-KANA-FLD > ZERO
                          OR K = 2 AND WK-TEL-FLD  > ZERO )
                           MOVE    "Y"         TO      WK-SKIP-SW
                   END-IF
           END-PERFORM
           IF      WK-SKIP-SW  =       "Y"
                   GO      TO      S220-EX
           END-IF

           ADD     1           TO      WK-CMP-CNT
           PERFORM S230-10     THRU    S230-EX
           IF      WK-SCORE    <       WK-MIN-SCORE
                   GO      TO      S220-EX
           END-IF

           IF      TBL-PAIR-CNT >=     TBL-PAIR-MAX
                   DISPLAY WK-PGM-NAME " 候補対 " TBL-PAIR-MAX
                           " 件超過(SCORE を上げて再実行)"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      TBL-PAIR-CNT
           MOVE    TBL-PAIR-CNT TO     L
           MOVE    WK-SCORE    TO      TBL-PAIR-SCORE (L)
           MOVE    WK-FLAG     TO      TBL-PAIR-FLAG (L)
      *    *** 入力の順(若い方を先)に持つ
           IF      WK-REC1     <       WK-REC2
                   MOVE    WK-REC1     TO      TBL-PAIR-REC1 (L)
                   MOVE    WK-REC2     TO      TBL-PAIR-REC2 (L)
           ELSE
                   MOVE    WK-REC2     TO      TBL-PAIR-REC1 (L)
                   MOVE    WK-REC1     TO      TBL-PAIR-REC2 (L)
           END-IF

      *    *** 同じグループへ(親の若い方へつなぐ)
           MOVE    WK-REC1     TO      WK-FIND
           PERFORM S240-10     THRU    S240-EX
           MOVE    WK-FIND     TO      WK-ROOT1
           MOVE    WK-REC2     TO      WK-FIND
           PERFORM S240-10     THRU    S240-EX
           MOVE    WK-FIND     TO      WK-ROOT2
           IF      WK-ROOT1    <       WK-ROOT2
                   MOVE    WK-ROOT1    TO      TBL-REC-PARENT (WK-ROOT2)
           ELSE
                   MOVE    WK-ROOT2    TO      TBL-REC-PARENT (WK-ROOT1)
           END-IF
           .
       S220-EX.
           EXIT.

      *    *** 点数と一致の印(WK-REC1 と WK-REC2)
       S230-10.

           MOVE    ZERO        TO      WK-SCORE
           MOVE    SPACE       TO      WK-FLAG

      *    *** 名前 一致40、一方が他方を含む(短い方4バイト以上)20
           IF      TBL-REC-NAME (WK-REC1) NOT = SPACE
              AND  TBL-REC-NAME (WK-REC2) NOT = SPACE
                   IF      TBL-REC-NAME (WK-REC1) =
                           TBL-REC-NAME (WK-REC2)
                           ADD     40          TO      WK-SCORE
                           MOVE    "="         TO      WK-FLAG (1:1)
                   ELSE
                           MOVE    "x"         TO      WK-FLAG (1:1)
                           MOVE    ZERO        TO      WK-TALLY
                           IF      TBL-REC-NAME-LEN (WK-REC1) >
                                   TBL-REC-NAME-LEN (WK-REC2)
                              AND  TBL-REC-NAME-LEN (WK-REC2) >= 4
                                   INSPECT TBL-REC-NAME (WK-REC1)
                                       (1:TBL-REC-NAME-LEN (WK-REC1))
                                       TALLYING WK-TALLY FOR ALL
                                       TBL-REC-NAME (WK-REC2)
                                       (1:TBL-REC-NAME-LEN (WK-REC2))
                           END-IF
                           IF      TBL-REC-NAME-LEN (WK-REC2) >
                                   TBL-REC-NAME-LEN (WK-REC1)
                              AND  TBL-REC-NAME-LEN (WK-REC1) >= 4
                                   INSPECT TBL-REC-NAME (WK-REC2)
                                       (1:TBL-REC-NAME-LEN (WK-REC2))
                                       TALLYING WK-TALLY FOR ALL
                                       TBL-REC-NAME (WK-REC1)
                                       (1:TBL-REC-NAME-LEN (WK-REC1))
                           END-IF
                           IF      WK-TALLY    >       ZERO
                                   ADD     20          TO  WK-SCORE
                                   MOVE    "~"         TO
                                           WK-FLAG (1:1)
                           END-IF
                   END-IF
           END-IF

      *    *** カナ 一致30
           IF      TBL-REC-KANA (WK-REC1) NOT = SPACE
              AND  TBL-REC-KANA (WK-REC2) NOT = SPACE
                   IF      TBL-REC-KANA (WK-REC1) =
                           TBL-REC-KANA (WK-REC2)
                           ADD     30          TO      WK-SCORE
                           MOVE    "="         TO      WK-FLAG (2:1)
                   ELSE
                           MOVE    "x"         TO      WK-FLAG (2:1)
                   END-IF
           END-IF

      *    *** 電話 一致20
           IF      TBL-REC-TEL (WK-REC1) NOT = SPACE
              AND  TBL-REC-TEL (WK-REC2) NOT = SPACE
                   IF      TBL-REC-TEL (WK-REC1) =
                           TBL-REC-TEL (WK-REC2)
                           ADD     20          TO      WK-SCORE
                           MOVE    "="         TO      WK-FLAG (3:1)
                   ELSE
                           MOVE    "x"         TO      WK-FLAG (3:1)
                   END-IF
           END-IF

      *    *** 郵便番号 一致10
           IF      TBL-REC-POST (WK-REC1) NOT = SPACE
              AND  TBL-REC-POST (WK-REC2) NOT = SPACE
                   IF      TBL-REC-POST (WK-REC1) =
                           TBL-REC-POST (WK-REC2)
                           ADD     10          TO      WK-SCORE
                           MOVE    "="         TO      WK-FLAG (4:1)
                   ELSE
                           MOVE    "x"         TO      WK-FLAG (4:1)
                   END-IF
           END-IF
           .
       S230-EX.
           EXIT.

      *    *** グループの親をたどる(WK-FIND => 一番上の親)
       S240-10.

           PERFORM UNTIL TBL-REC-PARENT (WK-FIND) = WK-FIND
                   MOVE    TBL-REC-PARENT (WK-FIND) TO WK-FIND
           END-PERFORM
           .
       S240-EX.
           EXIT.

      *    *** グループ番号付け(候補対の見つかった順)・並べ替え・出力
       S300-10.

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS " (" TRIM(WK-POT1-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    ZERO        TO      WK-GRP-CNT
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > TBL-PAIR-CNT
                   MOVE    TBL-PAIR-REC1 (L) TO WK-FIND
                   PERFORM S240-10     THRU    S240-EX
                   IF      TBL-REC-GRP (WK-FIND) = ZERO
                           ADD     1           TO      WK-GRP-CNT
                           MOVE    WK-GRP-CNT  TO
                                   TBL-REC-GRP (WK-FIND)
                   END-IF
                   MOVE    TBL-REC-GRP (WK-FIND) TO TBL-PAIR-GRP (L)
           END-PERFORM
           IF      TBL-PAIR-CNT >      1
                   SORT    TBL-PAIR-ENT
                           ASCENDING  KEY TBL-PAIR-GRP
                           DESCENDING KEY TBL-PAIR-SCORE
           END-IF

           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > TBL-PAIR-CNT
                   MOVE    SPACE       TO      POT1-REC
                   MOVE    TBL-PAIR-GRP (L) TO POT1-GROUP
                   MOVE    TBL-PAIR-SCORE (L) TO POT1-SCORE
                   MOVE    TBL-PAIR-FLAG (L) TO POT1-FLAG
                   MOVE    TBL-PAIR-REC1 (L) TO WK-REC1
                   MOVE    TBL-PAIR-REC2 (L) TO WK-REC2
                   MOVE    TBL-REC-KEY (WK-REC1) TO POT1-KEY1
                   MOVE    TBL-REC-KEY (WK-REC2) TO POT1-KEY2
                   MOVE    TBL-REC-NAME-O (WK-REC1) TO POT1-NAME1
                   MOVE    TBL-REC-NAME-O (WK-REC2) TO POT1-NAME2
                   WRITE   POT1-REC
                   ADD     1           TO      WK-OUT-CNT
           END-PERFORM

           CLOSE   POT1-F
           .
       S300-EX.
           EXIT.
