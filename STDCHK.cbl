      *    *** コーディング規約点検プログラム
      *    *** 対象ソース一覧(CTLファイル、LINTCF・SRCMETRと同じ1行1
      *    *** ファイル名)の各プログラムを、障害の元になってきた次の
      *    *** 規約で点検し、プログラム・行・規約IDで報告する。
      *    ***   STD001 SELECT に FILE STATUS が無い
      *    ***   STD002 OPEN・READ・WRITE・REWRITE の後(10行以内)に
      *    ***          そのファイルの状態を見ていない(READ の AT END、
      *    ***          INVALID KEY も判定とみなす)
      *    ***   STD003 DISPLAY して STOP RUN するだけで LOGERR を
      *    ***          通していない(同じ段落の中で判定)
      *    ***   STD004 ファイル名を直に書いている(ASSIGN の定数、
      *    ***          ASSIGN する項目の VALUE の定数)。CPCONFIG へ
      *    ***   STD005 共用ファイルを EXTEND・I-O で開くのに ENQDEQ で
      *    ***          排他していない
      *    *** 点検は各ソースの本文のみ(COPY の中身は見ない)。
      *    *** 適用除外表(CFG-STDCHK-WAIVE-NAME)で認めた例外は報告に
      *    *** 出さず、除外件数として数える。
      *    ***   1行= プログラム(8) 規約ID(6) 行(6) 理由
      *    ***   (各項目の間は空白1桁。行の空白・"*" はそのプログラム
      *    ***    のその規約すべて。先頭 "#" は注釈行)
      *    *** 最後にプログラム別・規約別の件数一覧と、使われなかった
      *    *** 除外(直した後の消し忘れ)を出す。
      *    *** RETURN-CODE 0=違反無し, 4=違反有り
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             STDCHK.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 対象ソース名一覧(1行1ファイル名)
       SELECT CTL-F            ASSIGN   WK-CTL-F-NAME
                               STATUS   WK-CTL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 点検対象ソース
       SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 適用除外表
       SELECT WV-F             ASSIGN   WK-WV-F-NAME
                               STATUS   WK-WV-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CTL-F
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC             PIC  X(256).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  PIN1-REC            PIC  X(256).

       FD  WV-F
           LABEL RECORDS ARE STANDARD.
       01  WV-REC.
           03  WV-PGM          PIC  X(008).
           03  FILLER          PIC  X(001).
           03  WV-RULE         PIC  X(006).
           03  FILLER          PIC  X(001).
           03  WV-LINE         PIC  X(006).
           03  FILLER          PIC  X(001).
           03  WV-REASON       PIC  X(080).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(120).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "STDCHK".

           03  WK-CTL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CTL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CTL-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-LINE-NO      BINARY-LONG SYNC VALUE ZERO.

           03  WK-WV-F-NAME    PIC  X(256) VALUE SPACE.
           03  WK-WV-STATUS    PIC  9(002) VALUE ZERO.
           03  WK-WV-EOF       PIC  X(001) VALUE LOW-VALUE.

           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 点検中のプログラム名(PROGRAM-ID)
           03  WK-CUR-PGM      PIC  X(008) VALUE SPACE.

      *    *** 字句分解作業域
           03  WK-LINE         PIC  X(256) VALUE SPACE.
           03  WK-TOKEN        PIC  X(032) VALUE SPACE.
           03  WK-PREV-TOK     PIC  X(032) VALUE SPACE.
           03  WK-TOK-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-TOK-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TOK-NO       BINARY-LONG SYNC VALUE ZERO.
      *    *** 字句の直後が終止符(文・記述項の終わり)
           03  WK-PERIOD-SW    PIC  X(001) VALUE "N".

      *    *** 今どの部・節か
      *    *** E=環境部 F=ファイル節 W=作業場所・連絡節等 P=手続き部
           03  WK-DIV          PIC  X(001) VALUE SPACE.

      *    *** 次の字句に期待する物(SELECT句・FD・データ名等)
           03  WK-EXPECT       PIC  X(008) VALUE SPACE.
           03  WK-CONSUMED     PIC  X(001) VALUE "N".

      *    *** 解析中の SELECT・FD・データ記述の相手(ファイル番号)
           03  WK-SEL-FIL      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FD-FIL       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEF-FIL      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEF-LINE     BINARY-LONG SYNC VALUE ZERO.

      *    *** OPEN のモード(I=INPUT O=OUTPUT U=I-O E=EXTEND)
           03  WK-OPEN-MODE    PIC  X(001) VALUE SPACE.

      *    *** 段落の中で DISPLAY・LOGERR を見たか、ENQDEQ を呼ぶか
           03  WK-DISP-SW      PIC  X(001) VALUE "N".
           03  WK-LOGERR-SW    PIC  X(001) VALUE "N".
           03  WK-ENQ-SW       PIC  X(001) VALUE "N".

      *    *** 違反1件(規約ID・行・説明)
           03  WK-V-RULE       PIC  X(006) VALUE SPACE.
           03  WK-V-LINE       BINARY-LONG SYNC VALUE ZERO.
           03  WK-V-TEXT       PIC  X(080) VALUE SPACE.
           03  WK-V-WAIVED     PIC  X(001) VALUE "N".

           03  WK-RULE-NO      BINARY-LONG SYNC VALUE ZERO.
           03  WK-VIO-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-WAIVE-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-STALE-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-LINE-D       PIC  ZZZZZ9.
           03  WK-N-D          PIC  ZZZZ9.

      *    *** ファイル(SELECT)一覧
       01  TBL-FIL-AREA.
           03  TBL-FIL-ENT     OCCURS 50.
             05  TBL-FIL-NAME  PIC  X(032).
             05  TBL-FIL-ASGN  PIC  X(032).
             05  TBL-FIL-STAT  PIC  X(032).
             05  TBL-FIL-LINE  BINARY-LONG SYNC.
             05  TBL-FIL-LIT   PIC  X(001).
       01  TBL-FIL-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** レコード名(FD 直下の01)とファイル番号
       01  TBL-REC-AREA.
           03  TBL-REC-ENT     OCCURS 100.
             05  TBL-REC-NAME  PIC  X(032).
             05  TBL-REC-FIL   BINARY-LONG SYNC.
       01  TBL-REC-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 状態の判定待ち(入出力文の後、残り行数)
       01  TBL-PND-AREA.
           03  TBL-PND-ENT     OCCURS 50.
             05  TBL-PND-FIL   BINARY-LONG SYNC.
             05  TBL-PND-LINE  BINARY-LONG SYNC.
             05  TBL-PND-VERB  PIC  X(008).
             05  TBL-PND-LEFT  BINARY-LONG SYNC.

      *    *** EXTEND・I-O で開いた所(ENQDEQ の有無は最後に判定)
       01  TBL-SHR-AREA.
           03  TBL-SHR-ENT     OCCURS 20.
             05  TBL-SHR-FIL   BINARY-LONG SYNC.
             05  TBL-SHR-LINE  BINARY-LONG SYNC.
       01  TBL-SHR-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 適用除外表
       01  TBL-WV-AREA.
           03  TBL-WV-ENT      OCCURS 200.
             05  TBL-WV-PGM    PIC  X(008).
             05  TBL-WV-RULE   PIC  X(006).
             05  TBL-WV-LINE   BINARY-LONG SYNC.
             05  TBL-WV-USED   PIC  X(001).
       01  TBL-WV-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** プログラム別・規約別の件数
       01  TBL-SUM-AREA.
           03  TBL-SUM-ENT     OCCURS 200.
             05  TBL-SUM-PGM   PIC  X(008).
             05  TBL-SUM-RULE  BINARY-LONG SYNC OCCURS 5.
             05  TBL-SUM-TOTAL BINARY-LONG SYNC.
             05  TBL-SUM-WAIVE BINARY-LONG SYNC.
       01  TBL-SUM-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  S               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** 対象ソース名一覧ファイル
       01  LI-CTL-FILENAME     PIC  X(256).

      *    *** 点検報告ファイル名
       01  LI-RPT-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-CTL-FILENAME
                                       LI-RPT-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    TRIM(LI-CTL-FILENAME) TO WK-CTL-F-NAME
           MOVE    TRIM(LI-RPT-FILENAME) TO WK-RPT-F-NAME
           MOVE    ZERO        TO      TBL-SUM-CNT
                                       WK-VIO-CNT
                                       WK-WAIVE-CNT
                                       WK-STALE-CNT

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-STDCHK-WAIVE-NAME TO WK-WV-F-NAME
           CALL    "PATHSVC"   USING   WK-WV-F-NAME

           PERFORM S010-10     THRU    S010-EX
           PERFORM S030-10     THRU    S030-EX

           MOVE    LOW-VALUE   TO      WK-CTL-EOF
           PERFORM S020-10     THRU    S020-EX
           PERFORM UNTIL WK-CTL-EOF    =       HIGH-VALUE
                   IF      CTL-REC     NOT =   SPACES
                      AND  CTL-REC (1:1) NOT = "#"
                           PERFORM S100-10     THRU    S100-EX
                   END-IF
                   PERFORM S020-10     THRU    S020-EX
           END-PERFORM

      *    *** プログラム別件数・使われなかった除外
           PERFORM S700-10     THRU    S700-EX
           PERFORM S750-10     THRU    S750-EX

           PERFORM S900-10     THRU    S900-EX

           DISPLAY WK-PGM-NAME " 対象=" TBL-SUM-CNT
                   " 違反=" WK-VIO-CNT
                   " 除外=" WK-WAIVE-CNT
                   " 未使用除外=" WK-STALE-CNT
           DISPLAY WK-PGM-NAME " END"

           IF      WK-VIO-CNT  >       ZERO
                   MOVE    4           TO      RETURN-CODE
           END-IF
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** OPEN
       S010-10.

           OPEN    INPUT       CTL-F
           IF      WK-CTL-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " CTL-F OPEN ERROR STATUS="
                           WK-CTL-STATUS
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "CODING STANDARD CHECK"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   STOP    RUN
           END-IF

           MOVE    "PROGRAM     LINE  RULE    DESCRIPTION"
                               TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX
           .
       S010-EX.
           EXIT.

      *    *** READ CTL
       S020-10.
           READ    CTL-F
           IF      WK-CTL-STATUS NOT = ZERO
                   MOVE    HIGH-VALUE  TO      WK-CTL-EOF
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** 適用除外表読込み(ファイル無しは除外無しとして続行)
       S030-10.

           MOVE    ZERO        TO      TBL-WV-CNT
           OPEN    INPUT       WV-F
           IF      WK-WV-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " 適用除外表無し "
                           TRIM(WK-WV-F-NAME)
                   GO      TO      S030-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-WV-EOF
           PERFORM UNTIL WK-WV-EOF     =       HIGH-VALUE
                   READ    WV-F
                   IF      WK-WV-STATUS =      ZERO
                           IF      WV-PGM  NOT =   SPACE
                              AND  WV-PGM (1:1) NOT = "#"
                              AND  TBL-WV-CNT < 200
                                   PERFORM S040-10 THRU S040-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-WV-EOF
                   END-IF
           END-PERFORM
           CLOSE   WV-F
           .
       S030-EX.
           EXIT.

      *    *** 適用除外1行の登録
       S040-10.

           IF      WV-LINE     NOT =   SPACE
              AND  WV-LINE     NOT =   "*"
              AND  TEST-NUMVAL (WV-LINE) NOT = ZERO
                   DISPLAY WK-PGM-NAME " 適用除外表の誤り: "
                           TRIM(WV-REC)
                   GO      TO      S040-EX
           END-IF

           ADD     1           TO      TBL-WV-CNT
           MOVE    UPPER-CASE (WV-PGM) TO TBL-WV-PGM (TBL-WV-CNT)
           MOVE    UPPER-CASE (WV-RULE) TO TBL-WV-RULE (TBL-WV-CNT)
           MOVE    ZERO        TO      TBL-WV-LINE (TBL-WV-CNT)
           IF      WV-LINE     NOT =   SPACE
              AND  WV-LINE     NOT =   "*"
                   MOVE    NUMVAL (WV-LINE) TO TBL-WV-LINE (TBL-WV-CNT)
           END-IF
           MOVE    "N"         TO      TBL-WV-USED (TBL-WV-CNT)
           .
       S040-EX.
           EXIT.

      *    *** 1ソース分の点検
       S100-10.

           MOVE    CTL-REC     TO      WK-PIN1-F-NAME
           MOVE    TRIM(WK-PIN1-F-NAME) TO WK-PIN1-F-NAME
           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS " (" WK-PIN1-F-NAME ")"
                   GO      TO      S100-EX
           END-IF

           INITIALIZE  TBL-FIL-AREA
                       TBL-REC-AREA
                       TBL-PND-AREA
                       TBL-SHR-AREA
           MOVE    ZERO        TO      TBL-FIL-CNT
                                       TBL-REC-CNT
                                       TBL-SHR-CNT
                                       WK-LINE-NO
                                       WK-SEL-FIL
                                       WK-FD-FIL
                                       WK-DEF-FIL
           MOVE    SPACE       TO      WK-DIV
                                       WK-EXPECT
                                       WK-PREV-TOK
           MOVE    "N"         TO      WK-DISP-SW
                                       WK-LOGERR-SW
                                       WK-ENQ-SW

      *    *** PROGRAM-ID が読めるまではファイル名の頭8桁で数える
           MOVE    SPACE       TO      WK-CUR-PGM
           MOVE    ZERO        TO      J
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 256
                      OR WK-PIN1-F-NAME (I:1) = SPACE
                   IF      WK-PIN1-F-NAME (I:1) = "/" OR "\"
                           MOVE    I           TO      J
                   END-IF
           END-PERFORM
           UNSTRING WK-PIN1-F-NAME (J + 1:) DELIMITED BY "." OR " "
                   INTO    WK-CUR-PGM
           END-UNSTRING
           MOVE    UPPER-CASE (WK-CUR-PGM) TO WK-CUR-PGM
           PERFORM S120-10     THRU    S120-EX

           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           PERFORM UNTIL WK-PIN1-EOF   =       HIGH-VALUE
                   READ    PIN1-F
                   IF      WK-PIN1-STATUS =    ZERO
                           ADD     1           TO      WK-LINE-NO
                           PERFORM S200-10     THRU    S200-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-PIN1-EOF
                   END-IF
           END-PERFORM

           CLOSE   PIN1-F

      *    *** 判定されないまま終わった入出力文
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 50
                   IF      TBL-PND-LEFT (K) >  ZERO
                           PERFORM S410-10     THRU    S410-EX
                   END-IF
           END-PERFORM

      *    *** 共用ファイルの排他
           IF      WK-ENQ-SW   =       "N"
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > TBL-SHR-CNT
                           PERFORM S420-10     THRU    S420-EX
                   END-PERFORM
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 件数表の行を決める(無ければ足す)
       S120-10.

           MOVE    ZERO        TO      S
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-SUM-CNT
                   IF      TBL-SUM-PGM (I) =   WK-CUR-PGM
                           MOVE    I           TO      S
                           MOVE    TBL-SUM-CNT TO      I
                   END-IF
           END-PERFORM
           IF      S           =       ZERO
              AND  TBL-SUM-CNT <       200
                   ADD     1           TO      TBL-SUM-CNT
                   MOVE    TBL-SUM-CNT TO      S
                   INITIALIZE  TBL-SUM-ENT (S)
                   MOVE    WK-CUR-PGM  TO      TBL-SUM-PGM (S)
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 1行の字句分解(固定形式。注釈行は読み飛ばす)
       S200-10.

           IF      WK-PIN1-LEN <       8
                   GO      TO      S200-EX
           END-IF
           IF      PIN1-REC (7:1) =    "*" OR "/"
                   GO      TO      S200-EX
           END-IF

           MOVE    SPACE       TO      WK-LINE
           MOVE    UPPER-CASE (PIN1-REC (8:WK-PIN1-LEN - 7))
                               TO      WK-LINE
           MOVE    SPACE       TO      WK-LINE (66:)

           IF      WK-DIV      =       "P"
      *    *** 判定待ちの残り行数を減らす
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > 50
                           IF      TBL-PND-LEFT (K) >  ZERO
                                   ADD     -1  TO  TBL-PND-LEFT (K)
                                   IF      TBL-PND-LEFT (K) = ZERO
                                           PERFORM S410-10 THRU S410-EX
                                   END-IF
                           END-IF
                   END-PERFORM
      *    *** A領域に字が有れば段落の始まり
                   IF      WK-LINE (1:4) NOT = SPACE
                           MOVE    "N"         TO      WK-DISP-SW
                                                       WK-LOGERR-SW
                   END-IF
           END-IF

           MOVE    1           TO      WK-TOK-P
           MOVE    ZERO        TO      WK-TOK-NO
           PERFORM UNTIL WK-TOK-P > 65
                   PERFORM S210-10     THRU    S210-EX
                   IF      WK-TOKEN    NOT =   SPACE
                           ADD     1           TO      WK-TOK-NO
                           PERFORM S300-10     THRU    S300-EX
                   END-IF
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 次の字句を切り出す(空白・"."・","区切り)
      *    *** 字句の直後の "." が空白・行末の前なら終止符とみなす
       S210-10.

           MOVE    SPACE       TO      WK-TOKEN
           MOVE    "N"         TO      WK-PERIOD-SW
           PERFORM UNTIL WK-TOK-P > 65
                      OR ( WK-LINE (WK-TOK-P:1) NOT = SPACE
                       AND WK-LINE (WK-TOK-P:1) NOT = "."
                       AND WK-LINE (WK-TOK-P:1) NOT = "," )
                   ADD     1           TO      WK-TOK-P
           END-PERFORM

           MOVE    ZERO        TO      WK-TOK-LEN
           PERFORM UNTIL WK-TOK-P > 65
                      OR WK-LINE (WK-TOK-P:1) = SPACE OR ","
                      OR ( WK-LINE (WK-TOK-P:1) = "."
                       AND WK-LINE (WK-TOK-P + 1:1) = SPACE )
                   IF      WK-TOK-LEN  <       32
                           ADD     1           TO      WK-TOK-LEN
                           MOVE    WK-LINE (WK-TOK-P:1) TO
                                   WK-TOKEN (WK-TOK-LEN:1)
                   END-IF
                   ADD     1           TO      WK-TOK-P
           END-PERFORM
           IF      WK-TOK-P    <=      65
              AND  WK-LINE (WK-TOK-P:1) = "."
                   MOVE    "Y"         TO      WK-PERIOD-SW
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** 字句1個の処理
       S300-10.

           MOVE    "N"         TO      WK-CONSUMED
           IF      WK-EXPECT   NOT =   SPACE
                   PERFORM S310-10     THRU    S310-EX
           END-IF

           IF      WK-CONSUMED =       "N"
                   PERFORM S320-10     THRU    S320-EX
           END-IF

      *    *** SELECT 記述項の終わり
           IF      WK-PERIOD-SW =      "Y"
              AND  WK-SEL-FIL  >       ZERO
                   PERFORM S330-10     THRU    S330-EX
           END-IF

           MOVE    WK-TOKEN    TO      WK-PREV-TOK
           .
       S300-EX.
           EXIT.

      *    *** 前の字句の続き(名前待ち等)
       S310-10.

           MOVE    "Y"         TO      WK-CONSUMED
           EVALUATE WK-EXPECT
               WHEN "PGMID"
                   MOVE    SPACE       TO      WK-CUR-PGM
                   IF      WK-TOKEN (1:1) = QUOTE OR "'"
                           MOVE    WK-TOKEN (2:8) TO   WK-CUR-PGM
                           INSPECT WK-CUR-PGM REPLACING
                                   ALL QUOTE BY SPACE
                                   ALL "'"   BY SPACE
                   ELSE
                           MOVE    WK-TOKEN (1:8) TO   WK-CUR-PGM
                   END-IF
                   PERFORM S120-10     THRU    S120-EX
                   MOVE    SPACE       TO      WK-EXPECT

               WHEN "SELNAME"
                   IF      WK-TOKEN    =       "OPTIONAL"
                           CONTINUE
                   ELSE
                           IF      TBL-FIL-CNT <       50
                                   ADD     1           TO  TBL-FIL-CNT
                                   MOVE    TBL-FIL-CNT TO  WK-SEL-FIL
                                   MOVE    WK-TOKEN    TO
                                           TBL-FIL-NAME (WK-SEL-FIL)
                                   MOVE    WK-LINE-NO  TO
                                           TBL-FIL-LINE (WK-SEL-FIL)
                           END-IF
                           MOVE    SPACE       TO      WK-EXPECT
                   END-IF

               WHEN "ASSIGN"
                   IF      WK-TOKEN    =       "TO" OR "USING"
                           CONTINUE
                   ELSE
                           IF      WK-TOKEN (1:1) = QUOTE OR "'"
                                   PERFORM S340-10     THRU    S340-EX
                           ELSE
                                   MOVE    WK-TOKEN    TO
                                           TBL-FIL-ASGN (WK-SEL-FIL)
                           END-IF
                           MOVE    SPACE       TO      WK-EXPECT
                   END-IF

               WHEN "STATUS"
                   IF      WK-TOKEN    =       "IS"
                           CONTINUE
                   ELSE
                           MOVE    WK-TOKEN    TO
                                   TBL-FIL-STAT (WK-SEL-FIL)
                           MOVE    SPACE       TO      WK-EXPECT
                   END-IF

               WHEN "FDNAME"
                   MOVE    ZERO        TO      WK-FD-FIL
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-FIL-CNT
                           IF      TBL-FIL-NAME (I) =  WK-TOKEN
                                   MOVE    I           TO  WK-FD-FIL
                           END-IF
                   END-PERFORM
                   MOVE    SPACE       TO      WK-EXPECT

               WHEN "DEFNAME"
                   PERFORM S350-10     THRU    S350-EX
                   MOVE    SPACE       TO      WK-EXPECT

               WHEN "VALUE"
                   IF      WK-TOKEN    =       "IS"
                           CONTINUE
                   ELSE
                           IF      WK-TOKEN (1:1) = QUOTE OR "'"
                                   PERFORM S345-10     THRU    S345-EX
                           END-IF
                           MOVE    ZERO        TO      WK-DEF-FIL
                           MOVE    SPACE       TO      WK-EXPECT
                   END-IF

               WHEN "OPEN"
                   EVALUATE WK-TOKEN
                       WHEN "INPUT"
                           MOVE    "I"         TO      WK-OPEN-MODE
                       WHEN "OUTPUT"
                           MOVE    "O"         TO      WK-OPEN-MODE
                       WHEN "I-O"
                           MOVE    "U"         TO      WK-OPEN-MODE
                       WHEN "EXTEND"
                           MOVE    "E"         TO      WK-OPEN-MODE
                       WHEN OTHER
                           PERFORM S360-10     THRU    S360-EX
                           IF      I           >       TBL-FIL-CNT
                                   MOVE    SPACE       TO  WK-EXPECT
                                   MOVE    "N"         TO  WK-CONSUMED
                           ELSE
                                   PERFORM S400-10     THRU    S400-EX
                                   IF      WK-OPEN-MODE = "U" OR "E"
                                      AND  TBL-SHR-CNT < 20
                                       ADD     1       TO  TBL-SHR-CNT
                                       MOVE    I       TO
                                               TBL-SHR-FIL (TBL-SHR-CNT)
                                       MOVE    WK-LINE-NO  TO
                                               TBL-SHR-LINE
                                               (TBL-SHR-CNT)
                                   END-IF
                           END-IF
                   END-EVALUATE

               WHEN "READ"
                   PERFORM S360-10     THRU    S360-EX
                   IF      I           <=      TBL-FIL-CNT
                           PERFORM S400-10     THRU    S400-EX
                   END-IF
                   MOVE    SPACE       TO      WK-EXPECT

               WHEN "WRITE"
      *    *** WRITE・REWRITE はレコード名からファイルを引く
                   MOVE    TBL-FIL-CNT TO      I
                   ADD     1           TO      I
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > TBL-REC-CNT
                           IF      TBL-REC-NAME (J) =  WK-TOKEN
                                   MOVE    TBL-REC-FIL (J) TO  I
                                   MOVE    TBL-REC-CNT TO      J
                           END-IF
                   END-PERFORM
                   IF      I           <=      TBL-FIL-CNT
                      AND  I           >       ZERO
                           PERFORM S400-10     THRU    S400-EX
                   END-IF
                   MOVE    SPACE       TO      WK-EXPECT

               WHEN "CALL"
                   EVALUATE WK-TOKEN
                       WHEN """LOGERR"""
                           MOVE    "Y"         TO      WK-LOGERR-SW
                       WHEN """ENQDEQ"""
                           MOVE    "Y"         TO      WK-ENQ-SW
                   END-EVALUATE
                   MOVE    SPACE       TO      WK-EXPECT

               WHEN OTHER
                   MOVE    SPACE       TO      WK-EXPECT
                   MOVE    "N"         TO      WK-CONSUMED
           END-EVALUATE
           .
       S310-EX.
           EXIT.

      *    *** 字句の種類による処理
       S320-10.

      *    *** 部・節の切替え
           EVALUATE TRUE
               WHEN WK-TOKEN = "DIVISION"
                   EVALUATE WK-PREV-TOK
                       WHEN "ENVIRONMENT"
                           MOVE    "E"         TO      WK-DIV
                       WHEN "DATA"
                           MOVE    "W"         TO      WK-DIV
                       WHEN "PROCEDURE"
                           MOVE    "P"         TO      WK-DIV
                           MOVE    "N"         TO      WK-DISP-SW
                                                       WK-LOGERR-SW
                   END-EVALUATE
                   GO      TO      S320-EX
               WHEN WK-TOKEN = "SECTION"
                AND WK-DIV   NOT = "P"
                   IF      WK-PREV-TOK =       "FILE"
                           MOVE    "F"         TO      WK-DIV
                   ELSE
                       IF  WK-DIV      =       "F"
                           MOVE    "W"         TO      WK-DIV
                       END-IF
                   END-IF
                   GO      TO      S320-EX
               WHEN WK-TOKEN = "PROGRAM-ID"
                   MOVE    "PGMID"     TO      WK-EXPECT
                   GO      TO      S320-EX
           END-EVALUATE

           EVALUATE WK-DIV
      *    *** 環境部: SELECT 句
               WHEN "E"
                   EVALUATE WK-TOKEN
                       WHEN "SELECT"
                           IF      WK-SEL-FIL  >       ZERO
                                   PERFORM S330-10     THRU    S330-EX
                           END-IF
                           MOVE    "SELNAME"   TO      WK-EXPECT
                       WHEN "ASSIGN"
                           IF      WK-SEL-FIL  >       ZERO
                                   MOVE    "ASSIGN"    TO  WK-EXPECT
                           END-IF
                       WHEN "STATUS"
                           IF      WK-SEL-FIL  >       ZERO
                                   MOVE    "STATUS"    TO  WK-EXPECT
                           END-IF
                   END-EVALUATE

      *    *** データ部: FD・レコード名・ASSIGN 項目の VALUE
               WHEN "F"
               WHEN "W"
                   EVALUATE TRUE
                       WHEN WK-TOKEN = "FD" OR "SD"
                           MOVE    "FDNAME"    TO      WK-EXPECT
                       WHEN WK-TOK-NO = 1
                        AND WK-TOKEN (1:2) IS NUMERIC
                        AND WK-TOKEN (3:1) = SPACE
                           MOVE    ZERO        TO      WK-DEF-FIL
                           IF      WK-DIV      =       "F"
                              AND  WK-TOKEN (1:2) =    "01"
                              AND  WK-FD-FIL   >       ZERO
                              AND  TBL-REC-CNT <       100
                                   ADD     1           TO  TBL-REC-CNT
                                   MOVE    WK-FD-FIL   TO
                                           TBL-REC-FIL (TBL-REC-CNT)
                           END-IF
                           MOVE    "DEFNAME"   TO      WK-EXPECT
                       WHEN WK-TOKEN = "VALUE"
                        AND WK-DEF-FIL > ZERO
                           MOVE    "VALUE"     TO      WK-EXPECT
                   END-EVALUATE

      *    *** 手続き部
               WHEN "P"
                   PERFORM S370-10     THRU    S370-EX
           END-EVALUATE
           .
       S320-EX.
           EXIT.

      *    *** SELECT 記述項の終わり(STATUS の有無)
       S330-10.

           IF      TBL-FIL-STAT (WK-SEL-FIL) = SPACE
                   MOVE    "STD001"    TO      WK-V-RULE
                   MOVE    TBL-FIL-LINE (WK-SEL-FIL) TO WK-V-LINE
                   MOVE    SPACE       TO      WK-V-TEXT
                   STRING  "SELECT に FILE STATUS が無い: "
                                       DELIMITED BY SIZE
                           TBL-FIL-NAME (WK-SEL-FIL) DELIMITED BY SPACE
                           INTO    WK-V-TEXT
                   END-STRING
                   PERFORM S600-10     THRU    S600-EX
           END-IF
           MOVE    ZERO        TO      WK-SEL-FIL
           MOVE    SPACE       TO      WK-EXPECT
           .
       S330-EX.
           EXIT.

      *    *** ASSIGN の定数(ファイル名を直に記述)
       S340-10.

           MOVE    "Y"         TO      TBL-FIL-LIT (WK-SEL-FIL)
           MOVE    "STD004"    TO      WK-V-RULE
           MOVE    WK-LINE-NO  TO      WK-V-LINE
           MOVE    SPACE       TO      WK-V-TEXT
           STRING  "ファイル名を直に記述: " DELIMITED BY SIZE
                   TBL-FIL-NAME (WK-SEL-FIL) DELIMITED BY SPACE
                   " ASSIGN "  DELIMITED BY SIZE
                   WK-TOKEN    DELIMITED BY SPACE
                   INTO    WK-V-TEXT
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           .
       S340-EX.
           EXIT.

      *    *** ASSIGN 項目の VALUE の定数(ファイル名を直に記述)
       S345-10.

           IF      TBL-FIL-LIT (WK-DEF-FIL) =  "Y"
                   GO      TO      S345-EX
           END-IF
           MOVE    "Y"         TO      TBL-FIL-LIT (WK-DEF-FIL)
           MOVE    "STD004"    TO      WK-V-RULE
           MOVE    WK-DEF-LINE TO      WK-V-LINE
           MOVE    SPACE       TO      WK-V-TEXT
           STRING  "ファイル名を直に記述: " DELIMITED BY SIZE
                   TBL-FIL-NAME (WK-DEF-FIL) DELIMITED BY SPACE
                   " の "      DELIMITED BY SIZE
                   TBL-FIL-ASGN (WK-DEF-FIL) DELIMITED BY SPACE
                   INTO    WK-V-TEXT
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           .
       S345-EX.
           EXIT.

      *    *** データ名の記述(ASSIGN 項目なら VALUE を見張る)
      *    *** FD 直下の01はレコード名として登録済の行へ名前を入れる
       S350-10.

           IF      WK-DIV      =       "F"
              AND  WK-PREV-TOK (1:2) = "01"
              AND  TBL-REC-CNT >       ZERO
              AND  TBL-REC-NAME (TBL-REC-CNT) = SPACE
                   MOVE    WK-TOKEN    TO
                           TBL-REC-NAME (TBL-REC-CNT)
           END-IF

           MOVE    ZERO        TO      WK-DEF-FIL
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-FIL-CNT
                   IF      TBL-FIL-ASGN (I) =  WK-TOKEN
                      AND  TBL-FIL-LIT (I) NOT = "Y"
                           MOVE    I           TO      WK-DEF-FIL
                           MOVE    WK-LINE-NO  TO      WK-DEF-LINE
                   END-IF
           END-PERFORM
           .
       S350-EX.
           EXIT.

      *    *** ファイル名の検索(見つからない時 I > TBL-FIL-CNT)
       S360-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-FIL-CNT
                      OR TBL-FIL-NAME (I) = WK-TOKEN
                   CONTINUE
           END-PERFORM
           .
       S360-EX.
           EXIT.

      *    *** 手続き部の字句
       S370-10.

           EVALUATE TRUE
               WHEN WK-TOKEN = "OPEN"
                   MOVE    SPACE       TO      WK-OPEN-MODE
                   MOVE    "OPEN"      TO      WK-EXPECT
               WHEN WK-TOKEN = "READ"
                   MOVE    "READ"      TO      WK-EXPECT
               WHEN WK-TOKEN = "WRITE" OR "REWRITE"
                   MOVE    "WRITE"     TO      WK-EXPECT
               WHEN WK-TOKEN = "CALL"
                   MOVE    "CALL"      TO      WK-EXPECT
               WHEN WK-TOKEN = "DISPLAY"
                   MOVE    "Y"         TO      WK-DISP-SW
               WHEN WK-TOKEN = "RUN"
                AND WK-PREV-TOK = "STOP"
                   IF      WK-DISP-SW  =       "Y"
                      AND  WK-LOGERR-SW =      "N"
                           MOVE    "STD003"    TO      WK-V-RULE
                           MOVE    WK-LINE-NO  TO      WK-V-LINE
                           MOVE
                             "DISPLAY + STOP RUN で LOGERR 無し"
                                               TO      WK-V-TEXT
                           PERFORM S600-10     THRU    S600-EX
                   END-IF
                   MOVE    "N"         TO      WK-DISP-SW
      *    *** READ の AT END・INVALID KEY は判定とみなす
               WHEN WK-TOKEN = "AT"
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > 50
                           IF      TBL-PND-LEFT (K) >  ZERO
                              AND  TBL-PND-VERB (K) =  "READ"
                                   MOVE    ZERO TO TBL-PND-LEFT (K)
                           END-IF
                   END-PERFORM
               WHEN WK-TOKEN = "INVALID"
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > 50
                           IF      TBL-PND-LEFT (K) >  ZERO
                              AND  TBL-PND-VERB (K) NOT = "OPEN"
                                   MOVE    ZERO TO TBL-PND-LEFT (K)
                           END-IF
                   END-PERFORM
      *    *** 状態項目が出てきたらそのファイルの判定待ちを消す
               WHEN OTHER
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > 50
                           IF      TBL-PND-LEFT (K) >  ZERO
                              AND  TBL-FIL-STAT (TBL-PND-FIL (K))
                                   =       WK-TOKEN
                                   MOVE    ZERO TO TBL-PND-LEFT (K)
                           END-IF
                   END-PERFORM
           END-EVALUATE
           .
       S370-EX.
           EXIT.

      *    *** 判定待ちへ登録(STATUS の無いファイルは STD001 で報告済)
       S400-10.

           IF      TBL-FIL-STAT (I) =  SPACE
                   GO      TO      S400-EX
           END-IF
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 50
                   IF      TBL-PND-LEFT (K) =  ZERO
                           MOVE    I           TO      TBL-PND-FIL (K)
                           MOVE    WK-LINE-NO  TO      TBL-PND-LINE (K)
                           MOVE    WK-EXPECT   TO      TBL-PND-VERB (K)
                           MOVE    10          TO      TBL-PND-LEFT (K)
                           MOVE    50          TO      K
                   END-IF
           END-PERFORM
           .
       S400-EX.
           EXIT.

      *    *** 状態を見ていない入出力文の報告
       S410-10.

           MOVE    "STD002"    TO      WK-V-RULE
           MOVE    TBL-PND-LINE (K) TO WK-V-LINE
           MOVE    SPACE       TO      WK-V-TEXT
           STRING  TBL-PND-VERB (K) DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   TBL-FIL-NAME (TBL-PND-FIL (K)) DELIMITED BY SPACE
                   " の後に "  DELIMITED BY SIZE
                   TBL-FIL-STAT (TBL-PND-FIL (K)) DELIMITED BY SPACE
                   " の判定無し" DELIMITED BY SIZE
                   INTO    WK-V-TEXT
           END-STRING
           MOVE    ZERO        TO      TBL-PND-LEFT (K)
           PERFORM S600-10     THRU    S600-EX
           .
       S410-EX.
           EXIT.

      *    *** ENQDEQ 無しで共用ファイルを EXTEND・I-O で開いた報告
       S420-10.

           MOVE    "STD005"    TO      WK-V-RULE
           MOVE    TBL-SHR-LINE (K) TO WK-V-LINE
           MOVE    SPACE       TO      WK-V-TEXT
           STRING  TBL-FIL-NAME (TBL-SHR-FIL (K)) DELIMITED BY SPACE
                   " を追記・更新で開くが ENQDEQ 無し"
                               DELIMITED BY SIZE
                   INTO    WK-V-TEXT
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           .
       S420-EX.
           EXIT.

      *    *** 違反1件(適用除外に当たれば数えるだけ)
       S600-10.

           MOVE    "N"         TO      WK-V-WAIVED
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-WV-CNT
                   IF      TBL-WV-PGM (J) =    WK-CUR-PGM
                      AND  TBL-WV-RULE (J) =   WK-V-RULE
                      AND ( TBL-WV-LINE (J) =  ZERO
                         OR TBL-WV-LINE (J) =  WK-V-LINE )
                           MOVE    "Y"         TO      WK-V-WAIVED
                           MOVE    "Y"         TO      TBL-WV-USED (J)
                   END-IF
           END-PERFORM

           IF      WK-V-WAIVED =       "Y"
                   ADD     1           TO      WK-WAIVE-CNT
                   IF      S           >       ZERO
                           ADD     1           TO  TBL-SUM-WAIVE (S)
                   END-IF
                   GO      TO      S600-EX
           END-IF

           ADD     1           TO      WK-VIO-CNT
           MOVE    WK-V-RULE (4:3) TO  WK-RULE-NO
           IF      S           >       ZERO
                   ADD     1           TO  TBL-SUM-RULE (S WK-RULE-NO)
                   ADD     1           TO  TBL-SUM-TOTAL (S)
           END-IF

           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-V-LINE   TO      WK-LINE-D
           MOVE    WK-CUR-PGM  TO      RPT-REC (1:8)
           MOVE    WK-LINE-D   TO      RPT-REC (10:6)
           MOVE    WK-V-RULE   TO      RPT-REC (18:6)
           MOVE    WK-V-TEXT   TO      RPT-REC (26:80)
           PERFORM S990-10     THRU    S990-EX
           .
       S600-EX.
           EXIT.

      *    *** プログラム別・規約別の件数一覧
       S700-10.

           MOVE    "PAGE  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    "SUMMARY BY PROGRAM" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX
           MOVE    "PROGRAM  STD001 STD002 STD003 STD004 STD005"
                               TO      RPT-REC
           MOVE    "  TOTAL WAIVED" TO RPT-REC (44:)
           PERFORM S991-10     THRU    S991-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-SUM-CNT
                   MOVE    SPACES      TO      RPT-REC
                   MOVE    TBL-SUM-PGM (I) TO  RPT-REC (1:8)
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > 5
                           MOVE    TBL-SUM-RULE (I J) TO WK-N-D
                           MOVE    WK-N-D      TO
                                   RPT-REC (J * 7 + 4:5)
                   END-PERFORM
                   MOVE    TBL-SUM-TOTAL (I) TO WK-N-D
                   MOVE    WK-N-D      TO      RPT-REC (46:5)
                   MOVE    TBL-SUM-WAIVE (I) TO WK-N-D
                   MOVE    WK-N-D      TO      RPT-REC (53:5)
                   PERFORM S990-10     THRU    S990-EX
           END-PERFORM

           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-VIO-CNT  TO      WK-N-D
           MOVE    "TOTAL"     TO      RPT-REC (1:8)
           MOVE    WK-N-D      TO      RPT-REC (46:5)
           MOVE    WK-WAIVE-CNT TO     WK-N-D
           MOVE    WK-N-D      TO      RPT-REC (53:5)
           PERFORM S990-10     THRU    S990-EX
           .
       S700-EX.
           EXIT.

      *    *** 使われなかった適用除外(直した後の消し忘れ)
       S750-10.

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-WV-CNT
                   IF      TBL-WV-USED (J) =   "N"
                           ADD     1           TO      WK-STALE-CNT
                           IF      WK-STALE-CNT =      1
                                   MOVE    SPACES      TO  RPT-REC
                                   PERFORM S990-10 THRU S990-EX
                                   MOVE    "UNUSED WAIVERS" TO RPT-REC
                                   PERFORM S990-10 THRU S990-EX
                           END-IF
                           MOVE    SPACES      TO      RPT-REC
                           MOVE    TBL-WV-PGM (J) TO   RPT-REC (1:8)
                           IF      TBL-WV-LINE (J) =   ZERO
                                   MOVE    "     *" TO RPT-REC (10:6)
                           ELSE
                                   MOVE    TBL-WV-LINE (J) TO WK-LINE-D
                                   MOVE    WK-LINE-D   TO
                                           RPT-REC (10:6)
                           END-IF
                           MOVE    TBL-WV-RULE (J) TO  RPT-REC (18:6)
                           MOVE    "該当の違反無し"
                                               TO      RPT-REC (26:)
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM
           .
       S750-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   CTL-F
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
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
