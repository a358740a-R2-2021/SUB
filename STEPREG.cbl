      *    *** ステップ登録簿(プログラム登録) サブルーチン
      *    *** MAINJOB/STEPRUN の組込みステップ(S001〜S090)以外の
      *    *** ステップIDを、登録簿(MAINJOB.PGMREG)でプログラム名と
      *    *** 引数の並びへ対応付けて呼び出す。INTAKE/VALCHK等を
      *    *** 制御カード1枚で夜間の網(履歴・再試行・実行窓・再開)へ
      *    *** 載せるためのもの。
      *    *** 登録簿1行= ステップ(4) プログラム(8) 件数名(8) 引数型(8個)
      *    ***   件数名 = CTLBALへ書く時のステップ名(空白=プログラム名)。
      *    ***            MAINJOBが実行履歴の件数欄を引くのに使う
      *    ***   引数型 = 4桁ずつ空白区切りで最大8個。先頭1桁が型、
      *    ***            後3桁が桁数(X256=英数256桁、9009=数字9桁)
      *    *** 制御カードのCTL-PARMは空白区切りで引数型の順に対応させる。
      *    *** "-" は省略(英数=空白、数字=零)、不足分も省略扱い
      *    *** ID=L: 照会(プログラム名・件数名を返す。未登録はRC=4)
      *    *** ID=X: 実行(照会の上で呼び出し、呼出し先のRCを返す)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             STEPREG.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** ステップ登録簿
       SELECT REG-F            ASSIGN   WK-REG-F-NAME
                               STATUS   WK-REG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  REG-F
           LABEL RECORDS ARE STANDARD.
       01  REG-REC.
           03  REG-STEP        PIC  X(004).
           03  FILLER          PIC  X(001).
           03  REG-PGM         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  REG-BAL         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  REG-ARGS.
             05  REG-ARG-ENT   OCCURS 8.
               07  REG-ARG-TYPE PIC X(001).
               07  REG-ARG-LEN PIC  X(003).
               07  FILLER      PIC  X(001).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "STEPREG".

           03  WK-REG-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-REG-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-REG-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-REG-LOADED   PIC  X(001) VALUE "N".

      *    *** 照会結果の登録簿行位置(0=未登録)
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.

      *    *** CTL-PARM の分解用
           03  WK-PARM-P       BINARY-LONG SYNC VALUE ZERO.
           03  WK-TOKEN        PIC  X(246) VALUE SPACE.
           03  WK-TOK-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ARG-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NUM-W        PIC  9(018) VALUE ZERO.
           03  WK-CALL-PGM     PIC  X(008) VALUE SPACE.
           03  WK-CALL-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-X         PIC  9(004) VALUE ZERO.

      *    *** 登録簿読込みテーブル
       01  TBL-REG-AREA.
           03  TBL-REG-ENT     OCCURS 50.
             05  TBL-REG-STEP  PIC  X(004).
             05  TBL-REG-PGM   PIC  X(008).
             05  TBL-REG-BAL   PIC  X(008).
             05  TBL-REG-ARGN  BINARY-LONG SYNC.
             05  TBL-REG-ARG   OCCURS 8.
               07  TBL-REG-ATYPE PIC X(001).
               07  TBL-REG-ALEN BINARY-LONG SYNC.
       01  TBL-REG-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 呼出し引数の受け渡し域(1引数=最大256桁)。数字型は
      *    *** 先頭から桁数分のゼロ詰め表示数字で渡す
       01  LI-REG-ARG-AREA.
           03  LI-REG-ARG1     PIC  X(256).
           03  LI-REG-ARG2     PIC  X(256).
           03  LI-REG-ARG3     PIC  X(256).
           03  LI-REG-ARG4     PIC  X(256).
           03  LI-REG-ARG5     PIC  X(256).
           03  LI-REG-ARG6     PIC  X(256).
           03  LI-REG-ARG7     PIC  X(256).
           03  LI-REG-ARG8     PIC  X(256).
       01  TBL-ARG-AREA        REDEFINES LI-REG-ARG-AREA.
           03  TBL-ARG         OCCURS 8
                               PIC  X(256).

           COPY    CPCONFIG.

       01  LI-LOGERR-PGM       PIC  X(008).
       01  LI-LOGERR-CONTEXT   PIC  X(040).
       01  LI-LOGERR-STATUS    PIC  X(004).
       01  LI-LOGERR-SEVERITY  PIC  X(001).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** L=照会, X=実行
       01  LI-ID               PIC  X(001).

      *    *** ステップID(制御カードのCTL-STEP)
       01  LI-STEP             PIC  X(004).

      *    *** 記号解決済のステップパラメータ(X時のみ使う)
       01  LI-PARM             PIC  X(246).

      *    *** 登録プログラム名(未登録はSPACE)
       01  LO-PGM              PIC  X(008).

      *    *** 共通バランス記録の件数名(未登録はSPACE)
       01  LO-BAL              PIC  X(008).

      *    *** L: 0=登録有り 4=未登録、X: 呼出し先のRC(未登録は8)
       01  LO-RC               BINARY-LONG SYNC.

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-STEP
                                       LI-PARM
                                       LO-PGM
                                       LO-BAL
                                       LO-RC
           .
       M100-10.

           IF      WK-REG-LOADED =     "N"
                   PERFORM S010-10     THRU    S010-EX
           END-IF

           MOVE    SPACE       TO      LO-PGM
                                       LO-BAL
           MOVE    ZERO        TO      LO-RC
                                       WK-HIT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-REG-CNT OR WK-HIT > ZERO
                   IF      TBL-REG-STEP (I) =  LI-STEP
                           MOVE    I           TO      WK-HIT
                   END-IF
           END-PERFORM

           IF      WK-HIT      =       ZERO
                   IF      LI-ID       =       "X"
                           DISPLAY WK-PGM-NAME " 未登録ステップ="
                                   LI-STEP
                           MOVE    8           TO      LO-RC
                   ELSE
                           MOVE    4           TO      LO-RC
                   END-IF
                   GO      TO      M100-EX
           END-IF

           MOVE    TBL-REG-PGM (WK-HIT) TO LO-PGM
           MOVE    TBL-REG-BAL (WK-HIT) TO LO-BAL

           EVALUATE LI-ID
               WHEN "L"
                   CONTINUE
               WHEN "X"
                   PERFORM S100-10     THRU    S100-EX
                   PERFORM S200-10     THRU    S200-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID L,X 指定"
                   MOVE    8           TO      LO-RC
           END-EVALUATE
           .
       M100-EX.
           MOVE    LO-RC       TO      RETURN-CODE
           EXIT    PROGRAM.

      *    *** 登録簿読込み(初回のみ。ファイル無しは登録0件で続行し、
      *    *** 組込みステップ以外は全て未登録として扱う)
       S010-10.

           MOVE    "Y"         TO      WK-REG-LOADED
           MOVE    ZERO        TO      TBL-REG-CNT

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-MAINJOB-PGMREG-NAME TO WK-REG-F-NAME

           OPEN    INPUT       REG-F
           IF      WK-REG-STATUS NOT = ZERO
                   GO      TO      S010-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-REG-EOF
           PERFORM UNTIL WK-REG-EOF    =       HIGH-VALUE
                   READ    REG-F
                   IF      WK-REG-STATUS =     ZERO
                           IF      REG-STEP NOT = SPACE
                              AND  REG-STEP (1:1) NOT = "*"
                              AND  REG-PGM NOT = SPACE
                              AND  TBL-REG-CNT < 50
                                   PERFORM S020-10     THRU    S020-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-REG-EOF
                   END-IF
           END-PERFORM
           CLOSE   REG-F
           .
       S010-EX.
           EXIT.

      *    *** 登録簿1行をテーブルへ載せる(引数型の書式誤りは
      *    *** その場で警告し、誤った型以降は引数無しとみなす)
       S020-10.

           ADD     1           TO      TBL-REG-CNT
           MOVE    REG-STEP    TO      TBL-REG-STEP (TBL-REG-CNT)
           MOVE    REG-PGM     TO      TBL-REG-PGM (TBL-REG-CNT)
           IF      REG-BAL     =       SPACE
                   MOVE    REG-PGM     TO      TBL-REG-BAL (TBL-REG-CNT)
           ELSE
                   MOVE    REG-BAL     TO      TBL-REG-BAL (TBL-REG-CNT)
           END-IF

           MOVE    ZERO        TO      TBL-REG-ARGN (TBL-REG-CNT)
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 8
                      OR REG-ARG-TYPE (J) = SPACE
                   IF      ( REG-ARG-TYPE (J) = "X" OR "9" )
                      AND  REG-ARG-LEN (J) IS NUMERIC
                      AND  REG-ARG-LEN (J) > "000"
                      AND  REG-ARG-LEN (J) <= "256"
                           ADD     1   TO  TBL-REG-ARGN (TBL-REG-CNT)
                           MOVE    REG-ARG-TYPE (J) TO
                                   TBL-REG-ATYPE (TBL-REG-CNT J)
                           MOVE    REG-ARG-LEN (J) TO
                                   TBL-REG-ALEN (TBL-REG-CNT J)
                   ELSE
                           MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
                           MOVE    SPACE       TO      LI-LOGERR-CONTEXT
                           STRING  "PGMREG HIKISU KATA NG "
                                               DELIMITED BY SIZE
                                   REG-STEP    DELIMITED BY SPACE
                                   INTO    LI-LOGERR-CONTEXT
                           END-STRING
                           MOVE    SPACE       TO      LI-LOGERR-STATUS
                           MOVE    "W"         TO   LI-LOGERR-SEVERITY
                           CALL    "LOGERR"    USING   LI-LOGERR-PGM
                                                       LI-LOGERR-CONTEXT
                                                       LI-LOGERR-STATUS
                                                     LI-LOGERR-SEVERITY
                           MOVE    9           TO      J
                   END-IF
           END-PERFORM
           .
       S020-EX.
           EXIT.

      *    *** CTL-PARM を空白区切りで引数型の順に受け渡し域へ詰める
       S100-10.

           MOVE    SPACE       TO      TBL-ARG-AREA
           MOVE    1           TO      WK-PARM-P

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-REG-ARGN (WK-HIT)
      *    *** 次の語を切り出す(連続空白は1区切り)
                   MOVE    SPACE       TO      WK-TOKEN
                   MOVE    ZERO        TO      WK-TOK-LEN
                   PERFORM UNTIL WK-PARM-P > 246
                              OR LI-PARM (WK-PARM-P:1) NOT = SPACE
                           ADD     1           TO      WK-PARM-P
                   END-PERFORM
                   PERFORM UNTIL WK-PARM-P > 246
                              OR LI-PARM (WK-PARM-P:1) = SPACE
                           ADD     1           TO      WK-TOK-LEN
                           MOVE    LI-PARM (WK-PARM-P:1) TO
                                   WK-TOKEN (WK-TOK-LEN:1)
                           ADD     1           TO      WK-PARM-P
                   END-PERFORM
                   IF      WK-TOKEN    =       "-"
                           MOVE    SPACE       TO      WK-TOKEN
                   END-IF

                   MOVE    TBL-REG-ALEN (WK-HIT J) TO WK-ARG-LEN
                   IF      TBL-REG-ATYPE (WK-HIT J) = "9"
      *    *** 数字型は桁数分の右寄せゼロ詰め(数字以外の語は零)
                           MOVE    ZERO        TO      WK-NUM-W
                           IF      WK-TOKEN NOT = SPACE
                              AND  TEST-NUMVAL (WK-TOKEN) = ZERO
                                   COMPUTE WK-NUM-W = NUMVAL (WK-TOKEN)
                           END-IF
                           IF      WK-ARG-LEN >        18
                                   MOVE    18          TO  WK-ARG-LEN
                           END-IF
                           MOVE    WK-NUM-W (19 - WK-ARG-LEN:WK-ARG-LEN)
                                   TO      TBL-ARG (J) (1:WK-ARG-LEN)
                   ELSE
                           MOVE    WK-TOKEN    TO
                                   TBL-ARG (J) (1:WK-ARG-LEN)
                   END-IF
           END-PERFORM
           .
       S100-EX.
           EXIT.

      *    *** 登録プログラムの呼出し(引数個数ごとに並べて呼ぶ)
       S200-10.

           MOVE    TBL-REG-PGM (WK-HIT) TO WK-CALL-PGM
           MOVE    TBL-REG-ARGN (WK-HIT) TO WK-CALL-CNT
           MOVE    ZERO        TO      RETURN-CODE

           DISPLAY WK-PGM-NAME " " LI-STEP " => " WK-CALL-PGM
                   " 引数=" WK-CALL-CNT

           EVALUATE WK-CALL-CNT
               WHEN 0
                   CALL    WK-CALL-PGM
                       ON EXCEPTION
                           PERFORM S900-10     THRU    S900-EX
                   END-CALL
               WHEN 1
                   CALL    WK-CALL-PGM USING LI-REG-ARG1
                       ON EXCEPTION
                           PERFORM S900-10     THRU    S900-EX
                   END-CALL
               WHEN 2
                   CALL    WK-CALL-PGM USING LI-REG-ARG1 LI-REG-ARG2
                       ON EXCEPTION
                           PERFORM S900-10     THRU    S900-EX
                   END-CALL
               WHEN 3
                   CALL    WK-CALL-PGM USING LI-REG-ARG1 LI-REG-ARG2
                                             LI-REG-ARG3
                       ON EXCEPTION
                           PERFORM S900-10     THRU    S900-EX
                   END-CALL
               WHEN 4
                   CALL    WK-CALL-PGM USING LI-REG-ARG1 LI-REG-ARG2
                                             LI-REG-ARG3 LI-REG-ARG4
                       ON EXCEPTION
                           PERFORM S900-10     THRU    S900-EX
                   END-CALL
               WHEN 5
                   CALL    WK-CALL-PGM USING LI-REG-ARG1 LI-REG-ARG2
                                             LI-REG-ARG3 LI-REG-ARG4
                                             LI-REG-ARG5
                       ON EXCEPTION
                           PERFORM S900-10     THRU    S900-EX
                   END-CALL
               WHEN 6
                   CALL    WK-CALL-PGM USING LI-REG-ARG1 LI-REG-ARG2
                                             LI-REG-ARG3 LI-REG-ARG4
                                             LI-REG-ARG5 LI-REG-ARG6
                       ON EXCEPTION
                           PERFORM S900-10     THRU    S900-EX
                   END-CALL
               WHEN 7
                   CALL    WK-CALL-PGM USING LI-REG-ARG1 LI-REG-ARG2
                                             LI-REG-ARG3 LI-REG-ARG4
                                             LI-REG-ARG5 LI-REG-ARG6
                                             LI-REG-ARG7
                       ON EXCEPTION
                           PERFORM S900-10     THRU    S900-EX
                   END-CALL
               WHEN OTHER
                   CALL    WK-CALL-PGM USING LI-REG-ARG1 LI-REG-ARG2
                                             LI-REG-ARG3 LI-REG-ARG4
                                             LI-REG-ARG5 LI-REG-ARG6
                                             LI-REG-ARG7 LI-REG-ARG8
                       ON EXCEPTION
                           PERFORM S900-10     THRU    S900-EX
                   END-CALL
           END-EVALUATE

           MOVE    RETURN-CODE TO      LO-RC
           .
       S200-EX.
           EXIT.

      *    *** 呼出し失敗(モジュール無し)。RC=12で返し、呼出し元の
      *    *** 許容RC判定でステップ失敗にさせる
       S900-10.

           MOVE    WK-CALL-PGM TO      LI-LOGERR-PGM
           MOVE    SPACE       TO      LI-LOGERR-CONTEXT
           STRING  LI-STEP     DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WK-CALL-PGM DELIMITED BY SPACE
                   " CALL 失敗" DELIMITED BY SIZE
                   INTO    LI-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      LI-LOGERR-STATUS
           MOVE    "W"         TO      LI-LOGERR-SEVERITY
           CALL    "LOGERR"    USING   LI-LOGERR-PGM
                                       LI-LOGERR-CONTEXT
                                       LI-LOGERR-STATUS
                                       LI-LOGERR-SEVERITY
           MOVE    12          TO      RETURN-CODE
           .
       S900-EX.
           EXIT.
