      *    *** 参照整合性を保った部分抽出(開発用の小さな一揃い)
      *    *** 本番ファイルの先頭N件ずつでは親子のつながりが切れるため、
      *    *** 親ファイルを選択指定で絞り、選んだ親のキーを参照する子
      *    *** (さらにその子を参照する孫…)を漏れなく抜き出す。
      *    *** 出力は入力と同じ形のまま書くので、そのまま COBRND MASK
      *    *** の入力にできる(抽出→MASK の順で流す)。
      *    *** 入力の並び順は問わない(選んだキーは表に持って引く)。
      *    *** ファイル毎の件数(入力=抽出+対象外)はCTLBALへ記録し、
      *    *** 件数の要約を表示(RPT指定時は報告ファイルにも)する
      *    *** 制御カード:
      *    ***   PARENT <入力> <出力> <位置> <桁数> [F|C]
      *    ***     親のキー
      *    ***   CHILD  <入力> <出力> <位置> <桁数> [F|C]
      *    ***          [OF <番号>] [KEY <位置> <桁数>]
      *    ***     位置・桁数=参照先のキーを指す項目。OF=参照先の
      *    ***     ファイル番号(PARENT=1、CHILDはカード順に2,3…、
      *    ***     省略時は1)。参照先は自分より前のファイルで、PARENT
      *    ***     か KEY を持つ CHILD に限る。KEY=そのCHILD自身のキー
      *    ***     (孫が OF で参照する時に指定、例 取引→口座→顧客)。
      *    ***     桁数は参照先のキーと同じにする(1〜55)。子は最大8本
      *    ***     F=固定位置(既定)。C=CSVで、位置を列番号、桁数を
      *    ***     キーの最大桁として使い、数字だけのキーは桁数まで
      *    ***     前ゼロで揃える(REFCHK の C と同じ)
      *    ***   親の選び方(RANGE・SEL は絞り込み、COUNT・SAMPLE は
      *    ***   絞り込んだ中から件数で選ぶ。どれか1枚は必須):
      *    ***   COUNT  <件数>          先頭から件数分
      *    ***   SAMPLE <件数> [<種>]   無作為に件数分(種を同じにすれば
      *    ***                          同じ抽出になる。省略時は時刻)
      *    ***   RANGE  <下限> <上限>   親キーが範囲内(数字は桁数まで
      *    ***                          前ゼロで揃えて比べる)
      *    ***   SEL    <選択カード>    FILEDUMP の選択カードと同じ形
      *    ***     1行= 連結(AND/OR) 位置 長さ 比較 種別 値
      *    ***   RPT    <要約報告ファイル名>   (省略可)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SUBSET.

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

      *    *** 選択カード(FILEDUMP と同じ形)
       SELECT SEL-F            ASSIGN   WK-SEL-F-NAME
                               STATUS   WK-SEL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 入力(親・子を順に)
       SELECT IN-F             ASSIGN   WK-IN-F-NAME
                               STATUS   WK-IN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 抽出結果
       SELECT OUT-F            ASSIGN   WK-OUT-F-NAME
                               STATUS   WK-OUT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CTL-F
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC             PIC  X(256).

       FD  SEL-F
           LABEL RECORDS ARE STANDARD.
       01  SEL-REC             PIC  X(080).

       FD  IN-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-IN-LEN.
       01  IN-REC              PIC  X(032000).

       FD  OUT-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-OUT-LEN.
       01  OUT-REC             PIC  X(032000).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(200).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "SUBSET".

           03  WK-CTL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CTL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CTL-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-SEL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-SEL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-SEL-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-IN-F-NAME    PIC  X(256) VALUE SPACE.
           03  WK-IN-STATUS    PIC  9(002) VALUE ZERO.
           03  WK-IN-EOF       PIC  X(001) VALUE LOW-VALUE.
           03  WK-IN-LEN       BINARY-LONG SYNC VALUE ZERO.

           03  WK-OUT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-OUT-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-OUT-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** カード解析用(OP3以降は指定語を順に見るため表でも持つ)
           03  WK-C-VERB       PIC  X(008) VALUE SPACE.
           03  WK-C-OP1        PIC  X(256) VALUE SPACE.
           03  WK-C-OP2        PIC  X(256) VALUE SPACE.
           03  WK-C-OPS.
             05  WK-C-OP3      PIC  X(016) VALUE SPACE.
             05  WK-C-OP4      PIC  X(016) VALUE SPACE.
             05  WK-C-OP5      PIC  X(016) VALUE SPACE.
             05  WK-C-OP6      PIC  X(016) VALUE SPACE.
             05  WK-C-OP7      PIC  X(016) VALUE SPACE.
             05  WK-C-OP8      PIC  X(016) VALUE SPACE.
             05  WK-C-OP9      PIC  X(016) VALUE SPACE.
             05  WK-C-OP10     PIC  X(016) VALUE SPACE.
           03  WK-C-OPS-R      REDEFINES WK-C-OPS.
             05  WK-C-OPT      PIC  X(016) OCCURS 8.

      *    *** 親の選び方
           03  WK-COUNT-SW     PIC  X(001) VALUE "N".
           03  WK-SAMPLE-SW    PIC  X(001) VALUE "N".
           03  WK-RANGE-SW     PIC  X(001) VALUE "N".
           03  WK-WANT         BINARY-LONG SYNC VALUE ZERO.
           03  WK-RANGE-LO-X   PIC  X(064) VALUE SPACE.
           03  WK-RANGE-HI-X   PIC  X(064) VALUE SPACE.
           03  WK-RANGE-LO     PIC  X(064) VALUE SPACE.
           03  WK-RANGE-HI     PIC  X(064) VALUE SPACE.
           03  WK-CAND-SW      PIC  X(001) VALUE "N".
           03  WK-CAND-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-CAND-NO      BINARY-LONG SYNC VALUE ZERO.

      *    *** 無作為抽出の乱数(COBRND と同じ生成式、種から始める)
           03  WK-RND-SEED-X   PIC  X(016) VALUE SPACE.
           03  WK-RND-NO       PIC  9(009) VALUE ZERO.
           03  WK-RND-SEED     BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-RND-DATA     BINARY PIC V9(9) VALUE ZERO.
           03  WK-TIME8        PIC  9(008) VALUE ZERO.

      *    *** 選択カード解析用(FILEDUMP と同じ)
           03  WK-SEL-OK       PIC  X(001) VALUE "Y".
           03  WK-SEL-HIT      PIC  X(001) VALUE SPACE.
           03  WK-SEL-CONJ-X   PIC  X(003) VALUE SPACE.
           03  WK-SEL-POS-X    PIC  X(005) VALUE SPACE.
           03  WK-SEL-LEN-X    PIC  X(002) VALUE SPACE.
           03  WK-SEL-OP-X     PIC  X(002) VALUE SPACE.
           03  WK-SEL-TYP-X    PIC  X(001) VALUE SPACE.
           03  WK-SEL-VAL-X    PIC  X(032) VALUE SPACE.
           03  WK-SEL-NIB      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SEL-BYTE     BINARY-LONG SYNC VALUE ZERO.

      *    *** キーの取り出し(位置・桁数を渡し WK-KEY で受ける)
           03  WK-KX-POS       BINARY-LONG SYNC VALUE ZERO.
           03  WK-KX-LEN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY          PIC  X(064) VALUE SPACE.
           03  WK-VAL          PIC  X(064) VALUE SPACE.

      *    *** 選んだキーの表の1件(ファイル番号+キー)
           03  WK-SK-KEY.
             05  WK-SK-FNO     PIC  9(001) VALUE ZERO.
             05  WK-SK-VAL     PIC  X(055) VALUE SPACE.
           03  WK-SK-ADD       BINARY-LONG SYNC VALUE ZERO.

      *    *** キー取り出し用の1件
           03  WK-REC          PIC  X(032000) VALUE SPACE.
           03  WK-REC-LEN      BINARY-LONG SYNC VALUE ZERO.

      *    *** CSVの分解(DECODE10、区切りはX"00"で受ける)
           03  WK-CSV-DELIM    PIC  X(001) VALUE LOW-VALUE.
           03  WK-CSV-OUT      PIC  X(032000) VALUE SPACE.
           03  WK-CSV-OUT-LEN  BINARY-LONG SYNC VALUE ZERO.
           03  WK-CSV-FLD-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-CR           PIC  X(001) VALUE X"0D".

      *    *** 要約報告用
           03  WK-FNO-D        PIC  9(001) VALUE ZERO.
           03  WK-OF-D         PIC  9(001) VALUE ZERO.
           03  WK-IN-D         PIC  ZZZ,ZZZ,ZZ9.
           03  WK-OUTC-D       PIC  ZZZ,ZZZ,ZZ9.
           03  WK-SKIP-D       PIC  ZZZ,ZZZ,ZZ9.

           03  WK-BAL-STEP     PIC  X(008) VALUE "SUBSET".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-BAL-IN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-OUT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-SKIP     BINARY-LONG SYNC VALUE ZERO.

      *    *** ファイル定義テーブル(1=親、2〜9=子)
      *    *** RPOS・RLEN=参照先を指す項目、OF=参照先の番号
      *    *** KPOS・KLEN=自分のキー、USED=Y 後のファイルが参照する
       01  TBL-FIL-AREA.
           03  TBL-FIL-ENT     OCCURS 9.
             05  TBL-FIL-IN    PIC  X(256).
             05  TBL-FIL-OUT   PIC  X(256).
             05  TBL-FIL-FORM  PIC  X(001).
             05  TBL-FIL-RPOS  BINARY-LONG SYNC.
             05  TBL-FIL-RLEN  BINARY-LONG SYNC.
             05  TBL-FIL-OF    BINARY-LONG SYNC.
             05  TBL-FIL-KPOS  BINARY-LONG SYNC.
             05  TBL-FIL-KLEN  BINARY-LONG SYNC.
             05  TBL-FIL-USED  PIC  X(001).
             05  TBL-FIL-ICNT  BINARY-LONG SYNC.
             05  TBL-FIL-OCNT  BINARY-LONG SYNC.
       01  TBL-FIL-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 選択条件(FILEDUMP と同じ、最大20件)
       01  TBL-SEL-AREA.
           03  TBL-SEL-ENT     OCCURS 20.
             05  TBL-SEL-CONJ  PIC  X(003).
             05  TBL-SEL-POS   BINARY-LONG SYNC.
             05  TBL-SEL-LEN   BINARY-LONG SYNC.
             05  TBL-SEL-OP    PIC  X(002).
             05  TBL-SEL-VAL   PIC  X(016).
       01  TBL-SEL-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 16進表記の復号表
       01  WK-SEL-HEXTBL       PIC  X(016) VALUE "0123456789ABCDEF".
       01  WK-SEL-HEXTBL-R     REDEFINES WK-SEL-HEXTBL.
           03  WK-SEL-HEXC     OCCURS 16
                               PIC  X(001).

      *    *** 選んだキーの表(ファイル番号+キーの昇順、空きはHIGH-VALUE)
      *    *** ファイル1本を抽出し終える度に並べ直し、以後は SEARCH ALL
      *    *** で引く
       01  TBL-SK-AREA.
           03  TBL-SK-ENT      OCCURS 100000
                               ASCENDING KEY IS TBL-SK-KEY
                               INDEXED BY TBL-SK-IDX.
             05  TBL-SK-KEY    PIC  X(056).
       01  TBL-SK-CNT          BINARY-LONG SYNC VALUE ZERO.
       01  TBL-SK-MAX          BINARY-LONG SYNC VALUE 100000.

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
           MOVE    HIGH-VALUE  TO      TBL-SK-AREA
           MOVE    TRIM(LI-CTL-FILENAME) TO WK-CTL-F-NAME
           PERFORM S010-10     THRU    S010-EX

           PERFORM S040-10     THRU    S040-EX

           PERFORM VARYING F FROM 1 BY 1
                   UNTIL F > TBL-FIL-CNT
                   CALL    "PATHSVC"   USING   TBL-FIL-IN (F)
                   CALL    "PATHSVC"   USING   TBL-FIL-OUT (F)
                   IF      TBL-FIL-IN (F) =    TBL-FIL-OUT (F)
                           DISPLAY WK-PGM-NAME
                                   " 入力と出力が同じ: "
                                   TRIM(TBL-FIL-IN (F))
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
           END-PERFORM
           IF      WK-SEL-F-NAME NOT = SPACE
                   CALL    "PATHSVC"   USING   WK-SEL-F-NAME
                   PERFORM S050-10     THRU    S050-EX
           END-IF
           IF      WK-RPT-F-NAME NOT = SPACE
                   CALL    "PATHSVC"   USING   WK-RPT-F-NAME
           END-IF

      *    *** 親を選び、子は定義の順に(参照先は必ず前にある)
           MOVE    1           TO      F
           PERFORM S100-10     THRU    S100-EX
           PERFORM VARYING F FROM 2 BY 1
                   UNTIL F > TBL-FIL-CNT
                   PERFORM S200-10     THRU    S200-EX
           END-PERFORM

           PERFORM S800-10     THRU    S800-EX

           DISPLAY WK-PGM-NAME " END"

      *    *** 親が1件も選ばれなければ RC=4(選び方の見直し)
           IF      TBL-FIL-OCNT (1) =  ZERO
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

      *    *** 親は1番に固定し、子は2番から
           MOVE    1           TO      TBL-FIL-CNT
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
                                       WK-C-OPS
           UNSTRING CTL-REC DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                           WK-C-OP1
                           WK-C-OP2
                           WK-C-OP3
                           WK-C-OP4
                           WK-C-OP5
                           WK-C-OP6
                           WK-C-OP7
                           WK-C-OP8
                           WK-C-OP9
                           WK-C-OP10
           END-UNSTRING

           EVALUATE WK-C-VERB
               WHEN "PARENT"
                   MOVE    1           TO      F
                   PERFORM S030-10     THRU    S030-EX
               WHEN "CHILD"
                   IF      TBL-FIL-CNT >=      9
                           DISPLAY WK-PGM-NAME " CHILD 8 本超過"
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   ADD     1           TO      TBL-FIL-CNT
                   MOVE    TBL-FIL-CNT TO      F
                   PERFORM S030-10     THRU    S030-EX
               WHEN "COUNT"
               WHEN "SAMPLE"
                   IF      TEST-NUMVAL (WK-C-OP1) NOT = ZERO
                      OR   NUMVAL (WK-C-OP1) < 1
                           DISPLAY WK-PGM-NAME " 件数不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    NUMVAL (WK-C-OP1) TO WK-WANT
                   IF      WK-C-VERB   =       "COUNT"
                           MOVE    "Y"         TO      WK-COUNT-SW
                   ELSE
                           MOVE    "Y"         TO      WK-SAMPLE-SW
                           MOVE    WK-C-OP2 (1:16) TO WK-RND-SEED-X
                   END-IF
               WHEN "RANGE"
                   IF      WK-C-OP1    =       SPACE
                      OR   WK-C-OP2    =       SPACE
                           DISPLAY WK-PGM-NAME " 範囲不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    "Y"         TO      WK-RANGE-SW
                   MOVE    WK-C-OP1 (1:64) TO  WK-RANGE-LO-X
                   MOVE    WK-C-OP2 (1:64) TO  WK-RANGE-HI-X
               WHEN "SEL"
                   MOVE    WK-C-OP1    TO      WK-SEL-F-NAME
               WHEN "RPT"
                   MOVE    WK-C-OP1    TO      WK-RPT-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 未知のカード: "
                           TRIM(CTL-REC)
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** PARENT・CHILD カード(入力・出力・位置・桁数・指定語)
       S030-10.

           IF      WK-C-OP1    =       SPACE
              OR   WK-C-OP2    =       SPACE
              OR   TEST-NUMVAL (WK-C-OP3) NOT = ZERO
              OR   TEST-NUMVAL (WK-C-OP4) NOT = ZERO
                   DISPLAY WK-PGM-NAME " カード不正: "
                           TRIM(CTL-REC)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    WK-C-OP1    TO      TBL-FIL-IN (F)
           MOVE    WK-C-OP2    TO      TBL-FIL-OUT (F)
           MOVE    "F"         TO      TBL-FIL-FORM (F)
           MOVE    "N"         TO      TBL-FIL-USED (F)
           IF      F           =       1
                   MOVE    NUMVAL (WK-C-OP3) TO TBL-FIL-KPOS (F)
                   MOVE    NUMVAL (WK-C-OP4) TO TBL-FIL-KLEN (F)
                   MOVE    TBL-FIL-KPOS (F) TO WK-KX-POS
                   MOVE    TBL-FIL-KLEN (F) TO WK-KX-LEN
           ELSE
                   MOVE    NUMVAL (WK-C-OP3) TO TBL-FIL-RPOS (F)
                   MOVE    NUMVAL (WK-C-OP4) TO TBL-FIL-RLEN (F)
                   MOVE    1           TO      TBL-FIL-OF (F)
                   MOVE    TBL-FIL-RPOS (F) TO WK-KX-POS
                   MOVE    TBL-FIL-RLEN (F) TO WK-KX-LEN
           END-IF
           PERFORM S038-10     THRU    S038-EX

      *    *** 指定語は OP5 から(OF・KEY は後ろの語も使う)
           MOVE    3           TO      I
           PERFORM UNTIL I > 8
                   PERFORM S035-10     THRU    S035-EX
           END-PERFORM
           .
       S030-EX.
           EXIT.

      *    *** PARENT・CHILD カードの指定語(F・C・OF・KEY)
      *    *** I=見る語の番号(使った分だけ進める)
       S035-10.

           EVALUATE WK-C-OPT (I)
               WHEN SPACE
                   MOVE    9           TO      I
               WHEN "F"
               WHEN "C"
                   MOVE    WK-C-OPT (I) TO     TBL-FIL-FORM (F)
                   ADD     1           TO      I
               WHEN "OF"
                   IF      F           =       1
                      OR   I           >       7
                      OR   TEST-NUMVAL (WK-C-OPT (I + 1)) NOT = ZERO
                           DISPLAY WK-PGM-NAME " OF 不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    NUMVAL (WK-C-OPT (I + 1)) TO TBL-FIL-OF (F)
                   ADD     2           TO      I
               WHEN "KEY"
                   IF      F           =       1
                      OR   I           >       6
                      OR   TEST-NUMVAL (WK-C-OPT (I + 1)) NOT = ZERO
                      OR   TEST-NUMVAL (WK-C-OPT (I + 2)) NOT = ZERO
                           DISPLAY WK-PGM-NAME " KEY 不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    NUMVAL (WK-C-OPT (I + 1)) TO
                           TBL-FIL-KPOS (F)
                   MOVE    NUMVAL (WK-C-OPT (I + 2)) TO
                           TBL-FIL-KLEN (F)
                   MOVE    TBL-FIL-KPOS (F) TO WK-KX-POS
                   MOVE    TBL-FIL-KLEN (F) TO WK-KX-LEN
                   PERFORM S038-10     THRU    S038-EX
                   ADD     3           TO      I
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 指定語不正: "
                           TRIM(CTL-REC)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-EVALUATE
           .
       S035-EX.
           EXIT.

      *    *** 位置・桁数の範囲確認
       S038-10.

           IF      WK-KX-POS   <       1
              OR   WK-KX-LEN   <       1
              OR   WK-KX-LEN   >       55
                   DISPLAY WK-PGM-NAME " 位置・桁数不正: "
                           TRIM(CTL-REC)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S038-EX.
           EXIT.

      *    *** カードの組合せ確認(参照先・桁数・選び方)
       S040-10.

           IF      TBL-FIL-IN (1) =    SPACE
              OR   TBL-FIL-CNT <       2
                   DISPLAY WK-PGM-NAME
                           " PARENT/CHILD カードが不足"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           IF      WK-COUNT-SW =       "N"
              AND  WK-SAMPLE-SW =      "N"
              AND  WK-RANGE-SW =       "N"
              AND  WK-SEL-F-NAME =     SPACE
                   DISPLAY WK-PGM-NAME
                           " COUNT/SAMPLE/RANGE/SEL"
                           " のどれかを指定"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WK-COUNT-SW =       "Y"
              AND  WK-SAMPLE-SW =      "Y"
                   DISPLAY WK-PGM-NAME
                           " COUNT と SAMPLE は"
                           "同時に指定できない"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM VARYING F FROM 2 BY 1
                   UNTIL F > TBL-FIL-CNT
                   MOVE    TBL-FIL-OF (F) TO   K
                   IF      K           <       1
                      OR   K           >=      F
                           DISPLAY WK-PGM-NAME
                                   " OF は前のファイルを指す"
                                   ": "
                                   TRIM(TBL-FIL-IN (F))
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   IF      TBL-FIL-KLEN (K) =  ZERO
                           DISPLAY WK-PGM-NAME
                                   " 参照先に KEY が無い: "
                                   TRIM(TBL-FIL-IN (F))
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   IF      TBL-FIL-RLEN (F) NOT = TBL-FIL-KLEN (K)
                           DISPLAY WK-PGM-NAME
                                   " キー桁数が参照先と違う"
                                   ": "
                                   TRIM(TBL-FIL-IN (F))
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    "Y"         TO      TBL-FIL-USED (K)
           END-PERFORM

      *    *** 範囲の両端は親キーと同じ揃え方にする
           IF      WK-RANGE-SW =       "Y"
                   MOVE    WK-RANGE-LO-X TO    WK-VAL
                   PERFORM S045-10     THRU    S045-EX
                   MOVE    WK-KEY      TO      WK-RANGE-LO
                   MOVE    WK-RANGE-HI-X TO    WK-VAL
                   PERFORM S045-10     THRU    S045-EX
                   MOVE    WK-KEY      TO      WK-RANGE-HI
           END-IF
           .
       S040-EX.
           EXIT.

      *    *** 範囲の端(WK-VAL)を親キーの桁数に揃えて WK-KEY へ
       S045-10.

           MOVE    SPACE       TO      WK-KEY
           MOVE    TBL-FIL-KLEN (1) TO L
           MOVE    LENGTH(TRIM(WK-VAL)) TO N
           IF      N           >       L
                   MOVE    L           TO      N
           END-IF
           IF      WK-VAL (1:N) IS NUMERIC
              AND  N           <       L
                   MOVE    ALL ZERO    TO      WK-KEY (1:L)
                   MOVE    WK-VAL (1:N) TO     WK-KEY (L - N + 1:N)
           ELSE
                   MOVE    WK-VAL (1:N) TO     WK-KEY (1:N)
           END-IF
           .
       S045-EX.
           EXIT.

      *    *** 選択カード読込み
      *    *** 1行= 連結(AND/OR、先頭行は無視) 位置 長さ 比較 種別 値
      *    *** 種別H(16進)の値はバイト列へ復号して保持する
       S050-10.

           OPEN    INPUT       SEL-F
           IF      WK-SEL-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " SEL-F OPEN ERROR STATUS="
                           WK-SEL-STATUS " (" TRIM(WK-SEL-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-SEL-EOF
           PERFORM UNTIL WK-SEL-EOF    =       HIGH-VALUE
                   READ    SEL-F
                   IF      WK-SEL-STATUS =     ZERO
                           IF      SEL-REC NOT = SPACE
                              AND  SEL-REC (1:1) NOT = "#"
                              AND  TBL-SEL-CNT < 20
                                   PERFORM S051-10 THRU S051-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-SEL-EOF
                   END-IF
           END-PERFORM
           CLOSE   SEL-F

           DISPLAY WK-PGM-NAME " 選択条件 " TBL-SEL-CNT "件"
           IF      TBL-SEL-CNT =       ZERO
                   DISPLAY WK-PGM-NAME " 選択条件が無い: "
                           TRIM(WK-SEL-F-NAME)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S050-EX.
           EXIT.

      *    *** 選択カード1行の解析
       S051-10.

           MOVE    SPACE       TO      WK-SEL-CONJ-X
                                       WK-SEL-POS-X
                                       WK-SEL-LEN-X
                                       WK-SEL-OP-X
                                       WK-SEL-TYP-X
                                       WK-SEL-VAL-X
           UNSTRING SEL-REC DELIMITED BY ALL " "
                   INTO    WK-SEL-CONJ-X
                           WK-SEL-POS-X
                           WK-SEL-LEN-X
                           WK-SEL-OP-X
                           WK-SEL-TYP-X
                           WK-SEL-VAL-X
           END-UNSTRING

           IF      TEST-NUMVAL (WK-SEL-POS-X) NOT = ZERO
              OR   TEST-NUMVAL (WK-SEL-LEN-X) NOT = ZERO
                   DISPLAY WK-PGM-NAME " 選択カード不正: "
                           TRIM(SEL-REC)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           ADD     1           TO      TBL-SEL-CNT
           MOVE    WK-SEL-CONJ-X TO    TBL-SEL-CONJ (TBL-SEL-CNT)
           MOVE    NUMVAL (WK-SEL-POS-X) TO
                   TBL-SEL-POS (TBL-SEL-CNT)
           MOVE    NUMVAL (WK-SEL-LEN-X) TO
                   TBL-SEL-LEN (TBL-SEL-CNT)
           IF      TBL-SEL-LEN (TBL-SEL-CNT) < 1
              OR   TBL-SEL-LEN (TBL-SEL-CNT) > 16
                   MOVE    1           TO  TBL-SEL-LEN (TBL-SEL-CNT)
           END-IF
           MOVE    WK-SEL-OP-X TO      TBL-SEL-OP (TBL-SEL-CNT)
           IF      TBL-SEL-OP (TBL-SEL-CNT) NOT = "EQ" AND "NE"
                   AND "GT" AND "GE" AND "LT" AND "LE"
                   MOVE    "EQ"        TO  TBL-SEL-OP (TBL-SEL-CNT)
           END-IF

           IF      WK-SEL-TYP-X =      "H"
                   MOVE    SPACE       TO  TBL-SEL-VAL (TBL-SEL-CNT)
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-SEL-LEN (TBL-SEL-CNT)
                           PERFORM S052-10     THRU    S052-EX
                   END-PERFORM
           ELSE
                   MOVE    WK-SEL-VAL-X (1:16) TO
                           TBL-SEL-VAL (TBL-SEL-CNT)
           END-IF
           .
       S051-EX.
           EXIT.

      *    *** 16進2桁(I桁目のバイト)をバイトへ復号する
       S052-10.

           MOVE    ZERO        TO      WK-SEL-BYTE
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 16
                   IF  WK-SEL-VAL-X (I * 2 - 1:1) = WK-SEL-HEXC (J)
                       COMPUTE WK-SEL-BYTE = ( J - 1 ) * 16
                   END-IF
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 16
                   IF  WK-SEL-VAL-X (I * 2:1) = WK-SEL-HEXC (J)
                       ADD     J           TO      WK-SEL-BYTE
                       SUBTRACT 1          FROM    WK-SEL-BYTE
                   END-IF
           END-PERFORM
           MOVE    WK-SEL-BYTE TO      WK-SEL-NIB
           MOVE    CHAR (WK-SEL-NIB + 1) TO
                   TBL-SEL-VAL (TBL-SEL-CNT) (I:1)
           .
       S052-EX.
           EXIT.

      *    *** 親の抽出
      *    *** RANGE・SEL で候補に絞り、COUNT は先頭から、SAMPLE は
      *    *** 候補数を先に数えてから無作為に件数分を選ぶ
       S100-10.

           IF      WK-SAMPLE-SW =      "Y"
                   PERFORM S110-10     THRU    S110-EX
           END-IF

           PERFORM S150-10     THRU    S150-EX

           MOVE    ZERO        TO      WK-CAND-NO
           MOVE    LOW-VALUE   TO      WK-IN-EOF
           PERFORM UNTIL WK-IN-EOF     =       HIGH-VALUE
                   READ    IN-F
                   IF      WK-IN-STATUS =      ZERO
                           ADD     1           TO  TBL-FIL-ICNT (F)
                           PERFORM S120-10     THRU    S120-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-IN-EOF
                   END-IF
           END-PERFORM

           PERFORM S160-10     THRU    S160-EX
           .
       S100-EX.
           EXIT.

      *    *** 無作為抽出の下準備(候補数を数え、乱数の種を決める)
       S110-10.

           MOVE    TBL-FIL-IN (F) TO   WK-IN-F-NAME
           OPEN    INPUT       IN-F
           IF      WK-IN-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " IN-F OPEN ERROR STATUS="
                           WK-IN-STATUS " (" TRIM(WK-IN-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    ZERO        TO      WK-CAND-CNT
           MOVE    LOW-VALUE   TO      WK-IN-EOF
           PERFORM UNTIL WK-IN-EOF     =       HIGH-VALUE
                   READ    IN-F
                   IF      WK-IN-STATUS =      ZERO
                           PERFORM S130-10     THRU    S130-EX
                           IF      WK-CAND-SW  =       "Y"
                                   ADD     1       TO  WK-CAND-CNT
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-IN-EOF
                   END-IF
           END-PERFORM
           CLOSE   IN-F

      *    *** 種の指定が無ければ時刻から(再現できる様に表示する)
           IF      WK-RND-SEED-X NOT = SPACE
              AND  TEST-NUMVAL (WK-RND-SEED-X) = ZERO
                   MOVE    NUMVAL (WK-RND-SEED-X) TO WK-RND-NO
           ELSE
                   ACCEPT  WK-TIME8    FROM    TIME
                   MOVE    WK-TIME8    TO      WK-RND-NO
           END-IF
           IF      WK-RND-NO   =       ZERO
                   MOVE    1           TO      WK-RND-NO
           END-IF
           DISPLAY WK-PGM-NAME " SAMPLE 候補=" WK-CAND-CNT
                   " 種=" WK-RND-NO

           COMPUTE WK-RND-DATA = WK-RND-NO / 1000000000
           MOVE    99991       TO      WK-RND-SEED
           PERFORM 20 TIMES
                   PERFORM S400-10     THRU    S400-EX
           END-PERFORM
           .
       S110-EX.
           EXIT.

      *    *** 親1件(候補なら件数指定に従って選ぶ)
       S120-10.

           PERFORM S130-10     THRU    S130-EX
           IF      WK-CAND-SW  NOT =   "Y"
                   GO      TO      S120-EX
           END-IF
           ADD     1           TO      WK-CAND-NO

           EVALUATE TRUE
               WHEN WK-COUNT-SW =      "Y"
                   IF      TBL-FIL-OCNT (F) >= WK-WANT
                           GO      TO      S120-EX
                   END-IF
      *    *** 残り候補数に対する残り件数の割合で選ぶ(ちょうど件数分
      *    *** 選ばれ、どの候補も同じ確率になる)
               WHEN WK-SAMPLE-SW =     "Y"
                   IF      TBL-FIL-OCNT (F) >= WK-WANT
                           GO      TO      S120-EX
                   END-IF
                   PERFORM S400-10     THRU    S400-EX
                   IF      WK-RND-DATA
                           * ( WK-CAND-CNT - WK-CAND-NO + 1 )
                           >= WK-WANT - TBL-FIL-OCNT (F)
                           GO      TO      S120-EX
                   END-IF
           END-EVALUATE

           PERFORM S170-10     THRU    S170-EX
           .
       S120-EX.
           EXIT.

      *    *** 親の候補判定(RANGE・SEL、WK-CAND-SW = Y/N)
       S130-10.

           MOVE    "Y"         TO      WK-CAND-SW
           MOVE    WK-IN-LEN   TO      WK-REC-LEN
           IF      WK-IN-LEN   >       ZERO
                   MOVE    IN-REC (1:WK-IN-LEN) TO WK-REC
           END-IF

           IF      WK-RANGE-SW =       "Y"
                   MOVE    1           TO      K
                   MOVE    TBL-FIL-KPOS (1) TO WK-KX-POS
                   MOVE    TBL-FIL-KLEN (1) TO WK-KX-LEN
                   PERFORM S300-10     THRU    S300-EX
                   MOVE    TBL-FIL-KLEN (1) TO L
                   IF      WK-KEY (1:L) <      WK-RANGE-LO (1:L)
                      OR   WK-KEY (1:L) >      WK-RANGE-HI (1:L)
                           MOVE    "N"         TO      WK-CAND-SW
                           GO      TO      S130-EX
                   END-IF
           END-IF

           IF      TBL-SEL-CNT >       ZERO
                   PERFORM S360-10     THRU    S360-EX
                   MOVE    WK-SEL-OK   TO      WK-CAND-SW
           END-IF
           .
       S130-EX.
           EXIT.

      *    *** 入出力のOPEN(F=ファイル定義)
       S150-10.

           MOVE    TBL-FIL-IN (F) TO   WK-IN-F-NAME
           OPEN    INPUT       IN-F
           IF      WK-IN-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " IN-F OPEN ERROR STATUS="
                           WK-IN-STATUS " (" TRIM(WK-IN-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    TBL-FIL-OUT (F) TO  WK-OUT-F-NAME
           OPEN    OUTPUT      OUT-F
           IF      WK-OUT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " OUT-F OPEN ERROR STATUS="
                           WK-OUT-STATUS " (" TRIM(WK-OUT-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    ZERO        TO      WK-SK-ADD
           .
       S150-EX.
           EXIT.

      *    *** 入出力のCLOSE、キーを足したら表を並べ直す
       S160-10.

           CLOSE   IN-F
           CLOSE   OUT-F

           IF      WK-SK-ADD   >       ZERO
                   SORT    TBL-SK-ENT ASCENDING KEY TBL-SK-KEY
           END-IF

           DISPLAY WK-PGM-NAME " " TRIM(TBL-FIL-IN (F))
                   " 入力=" TBL-FIL-ICNT (F)
                   " 抽出=" TBL-FIL-OCNT (F)
           .
       S160-EX.
           EXIT.

      *    *** 1件抽出(原文のまま書き、後で参照されるならキーを控える)
       S170-10.

           IF      WK-IN-LEN   >       ZERO
                   MOVE    WK-IN-LEN   TO      WK-OUT-LEN
                   MOVE    IN-REC (1:WK-IN-LEN) TO OUT-REC
           ELSE
                   MOVE    1           TO      WK-OUT-LEN
                   MOVE    SPACE       TO      OUT-REC
           END-IF
           WRITE   OUT-REC
           ADD     1           TO      TBL-FIL-OCNT (F)

           IF      TBL-FIL-USED (F) NOT = "Y"
                   GO      TO      S170-EX
           END-IF
           MOVE    F           TO      K
           MOVE    TBL-FIL-KPOS (F) TO WK-KX-POS
           MOVE    TBL-FIL-KLEN (F) TO WK-KX-LEN
           IF      F           >       1
                   MOVE    WK-IN-LEN   TO      WK-REC-LEN
                   IF      WK-IN-LEN   >       ZERO
                           MOVE    IN-REC (1:WK-IN-LEN) TO WK-REC
                   END-IF
           END-IF
           PERFORM S300-10     THRU    S300-EX
           IF      WK-KEY      =       SPACE
                   GO      TO      S170-EX
           END-IF

           IF      TBL-SK-CNT  >=      TBL-SK-MAX
                   DISPLAY WK-PGM-NAME " キー表あふれ(" TBL-SK-MAX
                           "件) 抽出件数を減らして下さい"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      TBL-SK-CNT
                                       WK-SK-ADD
           MOVE    F           TO      WK-SK-FNO
           MOVE    WK-KEY (1:55) TO    WK-SK-VAL
           MOVE    WK-SK-KEY   TO      TBL-SK-KEY (TBL-SK-CNT)
           .
       S170-EX.
           EXIT.

      *    *** 子の抽出(参照先で選ばれたキーを持つものを全て)
       S200-10.

           PERFORM S150-10     THRU    S150-EX

           MOVE    LOW-VALUE   TO      WK-IN-EOF
           PERFORM UNTIL WK-IN-EOF     =       HIGH-VALUE
                   READ    IN-F
                   IF      WK-IN-STATUS =      ZERO
                           ADD     1           TO  TBL-FIL-ICNT (F)
                           PERFORM S210-10     THRU    S210-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-IN-EOF
                   END-IF
           END-PERFORM

           PERFORM S160-10     THRU    S160-EX
           .
       S200-EX.
           EXIT.

      *    *** 子1件(参照キーを表で引き、有れば抽出)
       S210-10.

           MOVE    WK-IN-LEN   TO      WK-REC-LEN
           IF      WK-IN-LEN   >       ZERO
                   MOVE    IN-REC (1:WK-IN-LEN) TO WK-REC
           END-IF
           MOVE    F           TO      K
           MOVE    TBL-FIL-RPOS (F) TO WK-KX-POS
           MOVE    TBL-FIL-RLEN (F) TO WK-KX-LEN
           PERFORM S300-10     THRU    S300-EX
           IF      WK-KEY      =       SPACE
                   GO      TO      S210-EX
           END-IF

           MOVE    TBL-FIL-OF (F) TO   WK-SK-FNO
           MOVE    WK-KEY (1:55) TO    WK-SK-VAL
           SEARCH  ALL TBL-SK-ENT
               AT END
                   GO      TO      S210-EX
               WHEN TBL-SK-KEY (TBL-SK-IDX) = WK-SK-KEY
                   PERFORM S170-10     THRU    S170-EX
           END-SEARCH
           .
       S210-EX.
           EXIT.

      *    *** キーの取り出し(WK-REC → WK-KEY)
      *    *** K=ファイル定義(形式)、WK-KX-POS・WK-KX-LEN=位置・桁数
       S300-10.

           MOVE    SPACE       TO      WK-KEY
           IF      TBL-FIL-FORM (K) =  "C"
                   PERFORM S310-10     THRU    S310-EX
                   GO      TO      S300-EX
           END-IF

      *    *** 固定位置(レコードが短ければ有る分だけ)
           MOVE    WK-KX-POS   TO      I
           MOVE    WK-KX-LEN   TO      L
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
                      OR J > WK-KX-POS
                   IF      WK-CSV-OUT (L:1) =  WK-CSV-DELIM
                           ADD     1           TO      J
                           IF      J   =       WK-KX-POS
                                   COMPUTE I = L + 1
                           END-IF
                   ELSE
                           IF      J   =       WK-KX-POS
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
           MOVE    WK-KX-LEN   TO      L
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

      *    *** レコード選択判定(WK-REC に対して WK-SEL-OK = Y/N)
      *    *** 先頭条件の結果から始め、AND/ORで順に畳み込む
       S360-10.

           MOVE    "Y"         TO      WK-SEL-OK
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > TBL-SEL-CNT
                   PERFORM S361-10     THRU    S361-EX
                   IF      L           =       1
                           MOVE    WK-SEL-HIT  TO      WK-SEL-OK
                   ELSE
                       IF      TBL-SEL-CONJ (L) =  "OR "
                           IF      WK-SEL-HIT  =       "Y"
                                   MOVE    "Y" TO      WK-SEL-OK
                           END-IF
                       ELSE
                           IF      WK-SEL-HIT NOT =    "Y"
                                   MOVE    "N" TO      WK-SEL-OK
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           .
       S360-EX.
           EXIT.

      *    *** 選択条件1件の判定(WK-SEL-HIT = Y/N)
       S361-10.

           MOVE    "N"         TO      WK-SEL-HIT
           IF      TBL-SEL-POS (L) < 1
              OR   TBL-SEL-POS (L) + TBL-SEL-LEN (L) - 1
                   > WK-REC-LEN
                   GO      TO      S361-EX
           END-IF

           EVALUATE TBL-SEL-OP (L)
               WHEN "EQ"
                   IF  WK-REC (TBL-SEL-POS (L):TBL-SEL-LEN (L)) =
                       TBL-SEL-VAL (L) (1:TBL-SEL-LEN (L))
                       MOVE    "Y"         TO      WK-SEL-HIT
                   END-IF
               WHEN "NE"
                   IF  WK-REC (TBL-SEL-POS (L):TBL-SEL-LEN (L))
                       NOT = TBL-SEL-VAL (L) (1:TBL-SEL-LEN (L))
                       MOVE    "Y"         TO      WK-SEL-HIT
                   END-IF
               WHEN "GT"
                   IF  WK-REC (TBL-SEL-POS (L):TBL-SEL-LEN (L)) >
                       TBL-SEL-VAL (L) (1:TBL-SEL-LEN (L))
                       MOVE    "Y"         TO      WK-SEL-HIT
                   END-IF
               WHEN "GE"
                   IF  WK-REC (TBL-SEL-POS (L):TBL-SEL-LEN (L)) >=
                       TBL-SEL-VAL (L) (1:TBL-SEL-LEN (L))
                       MOVE    "Y"         TO      WK-SEL-HIT
                   END-IF
               WHEN "LT"
                   IF  WK-REC (TBL-SEL-POS (L):TBL-SEL-LEN (L)) <
                       TBL-SEL-VAL (L) (1:TBL-SEL-LEN (L))
                       MOVE    "Y"         TO      WK-SEL-HIT
                   END-IF
               WHEN "LE"
                   IF  WK-REC (TBL-SEL-POS (L):TBL-SEL-LEN (L)) <=
                       TBL-SEL-VAL (L) (1:TBL-SEL-LEN (L))
                       MOVE    "Y"         TO      WK-SEL-HIT
                   END-IF
           END-EVALUATE
           .
       S361-EX.
           EXIT.

      *    *** 次の乱数(WK-RND-DATA、0以上1未満)
       S400-10.

           COMPUTE WK-RND-DATA =
                 ( WK-RND-SEED * WK-RND-DATA )
                 + ( ( 1 / 11.11 )  + 1 ) * .123456
           COMPUTE WK-RND-SEED = WK-RND-DATA * 100000
           .
       S400-EX.
           EXIT.

      *    *** 件数の要約(ファイル毎に CTLBAL・表示・報告)
       S800-10.

           IF      WK-RPT-F-NAME NOT = SPACE
                   MOVE    SPACE       TO      WPG-RPTPAGE-AREA
                   MOVE    WK-PGM-NAME TO      WPG-PGM
                   MOVE    "SUBSET EXTRACT SUMMARY"
                                       TO      WPG-TITLE
                   MOVE    WK-RPT-F-NAME TO    WPG-FILE
                   MOVE    "OPEN  "    TO      WPG-ID
                   CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
                   MOVE    WPG-STATUS  TO      WK-RPT-STATUS
                   IF      WK-RPT-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " RPT-F OPEN ERROR STATUS="
                                   WK-RPT-STATUS
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    SPACE       TO      RPT-REC
                   MOVE    "*** SUBSET SUMMARY" TO RPT-REC
                   PERFORM S991-10     THRU    S991-EX
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "NO OF         IN    SELECTED"
                                       DELIMITED BY SIZE
                           "     SKIPPED  INPUT -> OUTPUT"
                                       DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S991-10     THRU    S991-EX
           END-IF

           PERFORM VARYING F FROM 1 BY 1
                   UNTIL F > TBL-FIL-CNT
                   PERFORM S810-10     THRU    S810-EX
           END-PERFORM

           IF      WK-RPT-F-NAME NOT = SPACE
                   MOVE    "CLOSE "    TO      WPG-ID
                   CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           END-IF
           .
       S800-EX.
           EXIT.

      *    *** ファイル1本の件数(入力=抽出+対象外)
       S810-10.

           MOVE    TBL-FIL-IN (F) (1:32) TO WK-BAL-FILE
           MOVE    TBL-FIL-ICNT (F) TO WK-BAL-IN
           MOVE    TBL-FIL-OCNT (F) TO WK-BAL-OUT
           COMPUTE WK-BAL-SKIP = TBL-FIL-ICNT (F) - TBL-FIL-OCNT (F)
           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP

           MOVE    F           TO      WK-FNO-D
           MOVE    TBL-FIL-OF (F) TO   WK-OF-D
           MOVE    WK-BAL-IN   TO      WK-IN-D
           MOVE    WK-BAL-OUT  TO      WK-OUTC-D
           MOVE    WK-BAL-SKIP TO      WK-SKIP-D
           DISPLAY WK-PGM-NAME " " WK-FNO-D
                   " OF=" WK-OF-D
                   " 入力=" WK-IN-D
                   " 抽出=" WK-OUTC-D
                   " 対象外=" WK-SKIP-D
                   " " TRIM(TBL-FIL-OUT (F))

           IF      WK-RPT-F-NAME =     SPACE
                   GO      TO      S810-EX
           END-IF
           MOVE    SPACE       TO      RPT-REC
           STRING  WK-FNO-D    DELIMITED BY SIZE
                   "  "        DELIMITED BY SIZE
                   WK-OF-D     DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-IN-D     DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-OUTC-D   DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-SKIP-D   DELIMITED BY SIZE
                   "  "        DELIMITED BY SIZE
                   TBL-FIL-IN (F) DELIMITED BY SPACE
                   " -> "      DELIMITED BY SIZE
                   TBL-FIL-OUT (F) DELIMITED BY SPACE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           .
       S810-EX.
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
