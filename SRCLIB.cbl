      *    *** ソースライブラリー管理 サブルーチン
      *    *** .cbl・.cpy はその場で書き換えられ、どの夜にどの版の
      *    *** MAINJOB が動いたか、誰が先週 COBRND を変えたかが
      *    *** 分からない。本ルーチンはライブラリアン流に、メンバー
      *    *** (ソースのファイル名)を貸出(チェックアウト)・登録
      *    *** (チェックイン)させ、登録の度に通し番号の版として本文を
      *    *** ライブラリー(CFG-SRCLIB-LIB-NAME)へ積み、利用者・理由・
      *    *** DECODE09 チェックサムを版の見出しに残す。登録簿
      *    *** (CFG-SRCLIB-DIR-NAME)はメンバー別の最新版と貸出状態。
      *    *** 更新(O・U・I)は ENQDEQ の排他(資源 SRCLIB)で囲む。
      *    *** ライブラリー1行= 種別(1) 空白 メンバー(32) 空白 版(4)
      *    ***   空白 以下種別ごと
      *    ***   V(版の見出し)= 日付 時刻 利用者(8) チェックサム(8)
      *    ***     バイト数(9) 行数(6) 理由(60)(各項目の間は空白1桁)
      *    ***   L(本文1行)= 行番号(6) 空白 長さ(3) 空白 本文(256)
      *    *** 登録簿1行= メンバー(32) 最新版(4) 状態(1) 利用者(8)
      *    ***   日付 時刻 理由(60)(各項目の間は空白1桁)
      *    ***   状態 O=貸出中(利用者・日時・理由は貸出のもの)、
      *    ***        空白=貸出無し(利用者・日時・理由は最後の登録)
      *    *** ID=O: 貸出。LI-MEMBER・LI-USER・LI-REASON。LI-VER1 が
      *    ***       零でなければその版の本文を作業ファイルへ取り出す
      *    ***       (作業ファイルに未登録の変更が有れば取り出さない)。
      *    ***       LI-VER1 へ貸し出した版を返す
      *    *** ID=U: 貸出の取消。LI-MEMBER・LI-USER
      *    *** ID=I: 登録。LI-MEMBER・LI-USER・LI-REASON。貸出中の本人
      *    ***       だけが登録できる(未登録のメンバーは貸出無しで初版
      *    ***       を登録)。LI-VER1 へ新しい版を返す。最新版と同じ
      *    ***       内容なら版を作らず貸出だけを解く(RC=4)
      *    *** ID=H: 版の履歴表(CFG-SRCLIB-RPT-NAME)。LI-MEMBER が
      *    ***       空白か "*" で全メンバー。作業ファイルがどの版と
      *    ***       同じか(未登録の変更の有無)も出す
      *    *** ID=C: 版比較表(CFG-SRCLIB-RPT-NAME)。LI-MEMBER の
      *    ***       LI-VER1(旧)と LI-VER2(新)を行単位で比べ、挿入・
      *    ***       削除を出す。版0は作業ファイル(両方0なら最新版と
      *    ***       作業ファイル)。相違が有れば RC=4
      *    *** ID=N: 次のメンバー。LI-MEMBER の次に登録簿に有る
      *    ***       メンバー名を LI-MEMBER へ返す(空白から始めて、
      *    ***       空白が返れば終わり)
      *    *** ID=V: 照合。LI-MEMBER の作業ファイルのチェックサムを
      *    ***       LO-SUM へ、同じ内容の版を LI-VER1 へ返す(0=どの版
      *    ***       とも違う。マニフェストに本番の版を残すため)
      *    *** RETURN-CODE 0=正常 4=警告(変更無し・相違有り・未登録の
      *    ***   変更有り) 8=不可(未登録・貸出中・利用者不明・ファイル
      *    ***   の誤り・排他の待ち切れ)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SRCLIB.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** ライブラリー(全版の見出しと本文、追記)
       SELECT LIB-F            ASSIGN   WK-LIB-F-NAME
                               STATUS   WK-LIB-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 登録簿(メンバー別の最新版と貸出状態)
       SELECT DIR-F            ASSIGN   WK-DIR-F-NAME
                               STATUS   WK-DIR-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 作業ファイル(メンバーのソースそのもの)
       SELECT SRC-F            ASSIGN   WK-SRC-F-NAME
                               STATUS   WK-SRC-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  LIB-F
           LABEL RECORDS ARE STANDARD.
       01  LIB-REC.
           03  LIB-KIND        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LIB-MEMBER      PIC  X(032).
           03  FILLER          PIC  X(001).
           03  LIB-VER         PIC  9(004).
           03  FILLER          PIC  X(001).
           03  LIB-BODY        PIC  X(267).
           03  LIB-HDR         REDEFINES LIB-BODY.
             05  LIBH-DATE     PIC  9(008).
             05  FILLER        PIC  X(001).
             05  LIBH-TIME     PIC  9(006).
             05  FILLER        PIC  X(001).
             05  LIBH-USER     PIC  X(008).
             05  FILLER        PIC  X(001).
             05  LIBH-SUM      PIC  X(008).
             05  FILLER        PIC  X(001).
             05  LIBH-BYTES    PIC  9(009).
             05  FILLER        PIC  X(001).
             05  LIBH-LINES    PIC  9(006).
             05  FILLER        PIC  X(001).
             05  LIBH-REASON   PIC  X(060).
             05  FILLER        PIC  X(156).
           03  LIB-LINE        REDEFINES LIB-BODY.
             05  LIBL-SEQ      PIC  9(006).
             05  FILLER        PIC  X(001).
             05  LIBL-LEN      PIC  9(003).
             05  FILLER        PIC  X(001).
             05  LIBL-TEXT     PIC  X(256).

       FD  DIR-F
           LABEL RECORDS ARE STANDARD.
       01  DIR-REC             PIC  X(125).

       FD  SRC-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-SRC-LEN.
       01  SRC-REC             PIC  X(256).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "SRCLIB".

           03  WK-LIB-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-LIB-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-LIB-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-DIR-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-DIR-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-DIR-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-SRC-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-SRC-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-SRC-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-SRC-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

           03  SW-FIRST        PIC  X(001) VALUE "Y".
           03  WK-RC           BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 利用者(LI-USER、空白は環境変数BATCHUSER)
           03  WK-USER         PIC  X(008) VALUE SPACE.
           03  WK-NOW          PIC  X(021) VALUE SPACE.

      *    *** 対象のメンバーと版
           03  WK-MEMBER       PIC  X(032) VALUE SPACE.
           03  WK-ALL-SW       PIC  X(001) VALUE "N".
           03  WK-VER          PIC  9(004) VALUE ZERO.
           03  WK-NEW-VER      PIC  9(004) VALUE ZERO.
           03  WK-VER-D        PIC  9(004) VALUE ZERO.

      *    *** 作業ファイルのチェックサム(DECODE09 ストリーム5)
      *    *** WK-SRC-OK Y=読めた N=作業ファイル無し
           03  WK-SUM-ID       PIC  X(001) VALUE SPACE.
           03  WK-SUM-STREAM   PIC  9(001) VALUE 5.
           03  WK-SUM-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SUM-HEX      PIC  X(008) VALUE SPACE.
           03  WK-SUM-BYTES    PIC  9(012) COMP VALUE ZERO.
           03  WK-SRC-LINES    BINARY-LONG SYNC VALUE ZERO.
           03  WK-SRC-OK       PIC  X(001) VALUE "N".

      *    *** 作業ファイルと同じ内容の版(0=無し)、最新版のチェックサム
           03  WK-MATCH-VER    PIC  9(004) VALUE ZERO.
           03  WK-LATEST-SUM   PIC  X(008) VALUE SPACE.

      *    *** 版比較(旧・新の版、同期点、件数)
           03  WK-OLD-VER      PIC  9(004) VALUE ZERO.
           03  WK-NEW-VER-C    PIC  9(004) VALUE ZERO.
           03  WK-OLD-TXT      PIC  X(007) VALUE SPACE.
           03  WK-NEW-TXT      PIC  X(007) VALUE SPACE.
           03  WK-RI           BINARY-LONG SYNC VALUE ZERO.
           03  WK-RJ           BINARY-LONG SYNC VALUE ZERO.
           03  WK-MA           BINARY-LONG SYNC VALUE ZERO.
           03  WK-MB           BINARY-LONG SYNC VALUE ZERO.
           03  WK-MATCH-SW     PIC  X(001) VALUE "N".
           03  WK-WINDOW       BINARY-LONG SYNC VALUE 200.
           03  WK-INS-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BLK-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-N-D          PIC  ZZZZZ9.
           03  WK-N2-D         PIC  ZZZZZ9.
           03  WK-BYTES-D      PIC  ZZZZZZZZ9.

      *    *** 共有資源直列化(ENQDEQ)用。登録簿の読み直し・書き戻しと
      *    *** ライブラリーの追記を1つの排他で囲む
           03  WK-ENQ-ID       PIC  X(001) VALUE SPACE.
           03  WK-ENQ-RES      PIC  X(016) VALUE "SRCLIB".
           03  WK-ENQ-MODE     PIC  X(001) VALUE "X".
           03  WK-ENQ-HOLDER   PIC  X(008) VALUE SPACE.
           03  WK-ENQ-WAIT     PIC  9(004) VALUE 30.
           03  WK-ENQ-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ENQ-CAP      PIC  9(004) VALUE ZERO.

      *    *** LOGERR(貸出・登録は統制記録のため W で残す)
           03  WK-LOG-PGM      PIC  X(008) VALUE SPACE.
           03  WK-LOG-CONTEXT  PIC  X(040) VALUE SPACE.
           03  WK-LOG-STATUS   PIC  X(004) VALUE SPACE.
           03  WK-LOG-SEVERITY PIC  X(001) VALUE SPACE.

      *    *** 登録簿(メンバー別)
       01  TBL-DIR-AREA.
           03  TBL-DIR-ENT     OCCURS 500.
             05  TBL-DIR-MEMBER PIC X(032).
             05  FILLER        PIC  X(001).
             05  TBL-DIR-VER   PIC  9(004).
             05  FILLER        PIC  X(001).
             05  TBL-DIR-STAT  PIC  X(001).
             05  FILLER        PIC  X(001).
             05  TBL-DIR-USER  PIC  X(008).
             05  FILLER        PIC  X(001).
             05  TBL-DIR-DATE  PIC  9(008).
             05  FILLER        PIC  X(001).
             05  TBL-DIR-TIME  PIC  9(006).
             05  FILLER        PIC  X(001).
             05  TBL-DIR-REASON PIC X(060).
       01  TBL-DIR-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 版の見出し(履歴表用)
       01  TBL-HDR-AREA.
           03  TBL-HDR-ENT     OCCURS 2000.
             05  TBL-HDR-MEMBER PIC X(032).
             05  TBL-HDR-VER   PIC  9(004).
             05  TBL-HDR-DATE  PIC  9(008).
             05  TBL-HDR-TIME  PIC  9(006).
             05  TBL-HDR-USER  PIC  X(008).
             05  TBL-HDR-SUM   PIC  X(008).
             05  TBL-HDR-BYTES PIC  9(009).
             05  TBL-HDR-LINES PIC  9(006).
             05  TBL-HDR-REASON PIC X(060).
       01  TBL-HDR-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 版の本文(1=旧・取り出す版 2=新)
       01  TBL-CMP-AREA.
           03  TBL-CMP-SIDE    OCCURS 2.
             05  TBL-CMP-ENT   OCCURS 6000.
               07  TBL-CMP-LEN PIC  9(003).
               07  TBL-CMP-LINE PIC X(256).
       01  TBL-CMP-CNT-AREA.
           03  TBL-CMP-CNT     BINARY-LONG SYNC OCCURS 2.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  D               BINARY-LONG SYNC VALUE ZERO.
           03  S               BINARY-LONG SYNC VALUE ZERO.

      *    *** 既定ファイル名(CPCONFIG に集約)
           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** O=貸出 U=貸出取消 I=登録 H=履歴表 C=版比較
      *    *** N=次のメンバー V=照合
       01  LI-ID               PIC  X(001).

      *    *** メンバー(ソースのファイル名。N では次のメンバーを返す)
       01  LI-MEMBER           PIC  X(032).

      *    *** 利用者(空白=環境変数BATCHUSER)
       01  LI-USER             PIC  X(008).

      *    *** 貸出・登録の理由(変更番号・内容)
       01  LI-REASON           PIC  X(060).

      *    *** 版(O: 取り出す版・貸し出した版、I: 新しい版、
      *    *** C: 旧の版、V: 同じ内容の版)
       01  LI-VER1             PIC  9(004).

      *    *** 版(C: 新の版)
       01  LI-VER2             PIC  9(004).

      *    *** 作業ファイルのチェックサム(V)
       01  LO-SUM              PIC  X(008).

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-MEMBER
                                       OPTIONAL LI-USER
                                       OPTIONAL LI-REASON
                                       OPTIONAL LI-VER1
                                       OPTIONAL LI-VER2
                                       OPTIONAL LO-SUM
           .
       M100-10.

           IF      SW-FIRST    =       "Y"
                   PERFORM S010-10     THRU    S010-EX
           END-IF

           MOVE    ZERO        TO      WK-RC
           MOVE    LI-MEMBER   TO      WK-MEMBER
           MOVE    WK-MEMBER   TO      WK-SRC-F-NAME

           EVALUATE LI-ID
               WHEN "O"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "U"
                   PERFORM S150-10     THRU    S150-EX
               WHEN "I"
                   PERFORM S200-10     THRU    S200-EX
               WHEN "H"
                   PERFORM S300-10     THRU    S300-EX
               WHEN "C"
                   PERFORM S400-10     THRU    S400-EX
               WHEN "N"
                   PERFORM S500-10     THRU    S500-EX
               WHEN "V"
                   PERFORM S550-10     THRU    S550-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID O,U,I,H,C,N,V 指定"
                   MOVE    8           TO      WK-RC
           END-EVALUATE
           .
       M100-EX.
           MOVE    WK-RC       TO      RETURN-CODE
           EXIT    PROGRAM.

      *    *** 初回のみ(構成上書き・ファイル名)
       S010-10.

           MOVE    "N"         TO      SW-FIRST
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-SRCLIB-LIB-NAME TO WK-LIB-F-NAME
           MOVE    CFG-SRCLIB-DIR-NAME TO WK-DIR-F-NAME
           MOVE    CFG-SRCLIB-RPT-NAME TO WK-RPT-F-NAME
           CALL    "PATHSVC"   USING   WK-LIB-F-NAME
           CALL    "PATHSVC"   USING   WK-DIR-F-NAME
           CALL    "PATHSVC"   USING   WK-RPT-F-NAME
           .
       S010-EX.
           EXIT.

      *    *** 利用者の特定(特定できない時は WK-RC=8)
       S020-10.

           MOVE    LI-USER     TO      WK-USER
           IF      WK-USER     =       SPACE
                   ACCEPT  WK-USER     FROM    ENVIRONMENT "BATCHUSER"
                       ON EXCEPTION
                           MOVE    SPACE       TO      WK-USER
                   END-ACCEPT
           END-IF
           IF      WK-USER     =       SPACE
              OR   WK-USER     =       "UNKNOWN"
                   DISPLAY WK-PGM-NAME
                           " 利用者不明(BATCHUSER未設定)"
                   MOVE    8           TO      WK-RC
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** 貸出
       S100-10.

           IF      WK-MEMBER   =       SPACE
              OR   NUMBER-OF-CALL-PARAMETERS < 5
                   DISPLAY WK-PGM-NAME
                           " 貸出はメンバー・利用者・"
                           "理由・版を指定"
                   MOVE    8           TO      WK-RC
                   GO      TO      S100-EX
           END-IF
           PERFORM S020-10     THRU    S020-EX
           IF      WK-RC       >=      8
                   GO      TO      S100-EX
           END-IF

           PERFORM S800-10     THRU    S800-EX
           IF      WK-ENQ-RC   NOT =   ZERO
                   DISPLAY WK-PGM-NAME
                           " 排他の待ち切れ 貸し出さない "
                           WK-MEMBER
                   MOVE    8           TO      WK-RC
                   GO      TO      S100-EX
           END-IF

           PERFORM S900-10     THRU    S900-EX
           PERFORM S910-10     THRU    S910-EX
           IF      WK-HIT      =       ZERO
                   DISPLAY WK-PGM-NAME " 未登録のメンバー "
                           TRIM (WK-MEMBER)
                           "(初版は貸出無しで登録する)"
                   MOVE    8           TO      WK-RC
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S100-EX
           END-IF
           IF      TBL-DIR-STAT (WK-HIT) =  "O"
              AND  TBL-DIR-USER (WK-HIT) NOT = WK-USER
                   DISPLAY WK-PGM-NAME " 貸出中 "
                           TRIM (WK-MEMBER) " BY "
                           TBL-DIR-USER (WK-HIT) " "
                           TBL-DIR-DATE (WK-HIT) " "
                           TBL-DIR-TIME (WK-HIT)
                   MOVE    8           TO      WK-RC
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S100-EX
           END-IF

      *    *** 版の取出し(作業ファイルが登録済のどれかの版と同じ時だけ)
           MOVE    TBL-DIR-VER (WK-HIT) TO WK-VER
           IF      LI-VER1     >       ZERO
                   IF      LI-VER1     >       TBL-DIR-VER (WK-HIT)
                           DISPLAY WK-PGM-NAME " 版が無い "
                                   TRIM (WK-MEMBER) " V" LI-VER1
                           MOVE    8           TO      WK-RC
                           PERFORM S810-10     THRU    S810-EX
                           GO      TO      S100-EX
                   END-IF
                   PERFORM S700-10     THRU    S700-EX
                   PERFORM S710-10     THRU    S710-EX
                   IF      WK-SRC-OK   =       "Y"
                      AND  WK-MATCH-VER =      ZERO
                           DISPLAY WK-PGM-NAME
                                   " 作業ファイルに"
                                   "未登録の変更有り"
                                   " 取り出さない "
                                   TRIM (WK-MEMBER)
                           MOVE    8           TO      WK-RC
                           PERFORM S810-10     THRU    S810-EX
                           GO      TO      S100-EX
                   END-IF
                   MOVE    LI-VER1     TO      WK-VER
                   MOVE    1           TO      S
                   PERFORM S410-10     THRU    S410-EX
                   IF      WK-RC       <       8
                           PERFORM S720-10     THRU    S720-EX
                   END-IF
                   IF      WK-RC       >=      8
                           PERFORM S810-10     THRU    S810-EX
                           GO      TO      S100-EX
                   END-IF
           END-IF

           MOVE    CURRENT-DATE TO     WK-NOW
           MOVE    "O"         TO      TBL-DIR-STAT (WK-HIT)
           MOVE    WK-USER     TO      TBL-DIR-USER (WK-HIT)
           MOVE    WK-NOW (1:8) TO     TBL-DIR-DATE (WK-HIT)
           MOVE    WK-NOW (9:6) TO     TBL-DIR-TIME (WK-HIT)
           MOVE    LI-REASON   TO      TBL-DIR-REASON (WK-HIT)
           PERFORM S920-10     THRU    S920-EX
           PERFORM S810-10     THRU    S810-EX
           IF      WK-RC       >=      8
                   GO      TO      S100-EX
           END-IF

           MOVE    WK-VER      TO      LI-VER1
           MOVE    "CKOT"      TO      WK-LOG-STATUS
           PERFORM S750-10     THRU    S750-EX
           DISPLAY WK-PGM-NAME " 貸出 " TRIM (WK-MEMBER)
                   " V" WK-VER " BY " WK-USER
           .
       S100-EX.
           EXIT.

      *    *** 貸出の取消(貸し出した本人だけ)
       S150-10.

           IF      WK-MEMBER   =       SPACE
              OR   NUMBER-OF-CALL-PARAMETERS < 3
                   DISPLAY WK-PGM-NAME
                           " 貸出取消はメンバー・"
                           "利用者を指定"
                   MOVE    8           TO      WK-RC
                   GO      TO      S150-EX
           END-IF
           PERFORM S020-10     THRU    S020-EX
           IF      WK-RC       >=      8
                   GO      TO      S150-EX
           END-IF

           PERFORM S800-10     THRU    S800-EX
           IF      WK-ENQ-RC   NOT =   ZERO
                   DISPLAY WK-PGM-NAME
                           " 排他の待ち切れ 取り消さない "
                           WK-MEMBER
                   MOVE    8           TO      WK-RC
                   GO      TO      S150-EX
           END-IF

           PERFORM S900-10     THRU    S900-EX
           PERFORM S910-10     THRU    S910-EX
           IF      WK-HIT      =       ZERO
                   DISPLAY WK-PGM-NAME " 未登録のメンバー "
                           TRIM (WK-MEMBER)
                   MOVE    8           TO      WK-RC
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S150-EX
           END-IF
           IF      TBL-DIR-STAT (WK-HIT) NOT = "O"
              OR   TBL-DIR-USER (WK-HIT) NOT = WK-USER
                   DISPLAY WK-PGM-NAME " 本人の貸出が無い "
                           TRIM (WK-MEMBER)
                   MOVE    8           TO      WK-RC
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S150-EX
           END-IF

           MOVE    SPACE       TO      TBL-DIR-STAT (WK-HIT)
           PERFORM S920-10     THRU    S920-EX
           PERFORM S810-10     THRU    S810-EX
           IF      WK-RC       >=      8
                   GO      TO      S150-EX
           END-IF

           MOVE    TBL-DIR-VER (WK-HIT) TO WK-VER
           MOVE    "CANC"      TO      WK-LOG-STATUS
           PERFORM S750-10     THRU    S750-EX
           DISPLAY WK-PGM-NAME " 貸出取消 " TRIM (WK-MEMBER)
                   " BY " WK-USER
           .
       S150-EX.
           EXIT.

      *    *** 登録(新しい版を積む)
       S200-10.

           IF      WK-MEMBER   =       SPACE
              OR   NUMBER-OF-CALL-PARAMETERS < 5
                   DISPLAY WK-PGM-NAME
                           " 登録はメンバー・利用者・"
                           "理由・版の"
                           "受け取り先を指定"
                   MOVE    8           TO      WK-RC
                   GO      TO      S200-EX
           END-IF
           IF      LI-REASON   =       SPACE
                   DISPLAY WK-PGM-NAME " 登録の理由が無い "
                           TRIM (WK-MEMBER)
                   MOVE    8           TO      WK-RC
                   GO      TO      S200-EX
           END-IF
           MOVE    ZERO        TO      LI-VER1
           PERFORM S020-10     THRU    S020-EX
           IF      WK-RC       >=      8
                   GO      TO      S200-EX
           END-IF

           PERFORM S800-10     THRU    S800-EX
           IF      WK-ENQ-RC   NOT =   ZERO
                   DISPLAY WK-PGM-NAME
                           " 排他の待ち切れ 登録しない "
                           WK-MEMBER
                   MOVE    8           TO      WK-RC
                   GO      TO      S200-EX
           END-IF

           PERFORM S900-10     THRU    S900-EX
           PERFORM S910-10     THRU    S910-EX
           IF      WK-HIT      >       ZERO
              AND ( TBL-DIR-STAT (WK-HIT) NOT = "O"
                 OR TBL-DIR-USER (WK-HIT) NOT = WK-USER )
                   IF      TBL-DIR-STAT (WK-HIT) = "O"
                           DISPLAY WK-PGM-NAME " 貸出中 "
                                   TRIM (WK-MEMBER) " BY "
                                   TBL-DIR-USER (WK-HIT)
                   ELSE
                           DISPLAY WK-PGM-NAME
                                   " 貸出されていない "
                                   TRIM (WK-MEMBER)
                   END-IF
                   MOVE    8           TO      WK-RC
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S200-EX
           END-IF

           PERFORM S700-10     THRU    S700-EX
           IF      WK-SRC-OK   NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 作業ファイル無し "
                           TRIM (WK-MEMBER)
                   MOVE    8           TO      WK-RC
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S200-EX
           END-IF

           MOVE    CURRENT-DATE TO     WK-NOW
           IF      WK-HIT      =       ZERO
                   IF      TBL-DIR-CNT >=      500
                           DISPLAY WK-PGM-NAME
                                   " 登録簿500メンバー超 "
                                   "登録しない"
                           MOVE    8           TO      WK-RC
                           PERFORM S810-10     THRU    S810-EX
                           GO      TO      S200-EX
                   END-IF
                   ADD     1           TO      TBL-DIR-CNT
                   MOVE    TBL-DIR-CNT TO      WK-HIT
                   MOVE    SPACE       TO      TBL-DIR-ENT (WK-HIT)
                   MOVE    WK-MEMBER   TO      TBL-DIR-MEMBER (WK-HIT)
                   MOVE    ZERO        TO      TBL-DIR-VER (WK-HIT)
                   MOVE    ZERO        TO      WK-NEW-VER
           ELSE
      *    *** 最新版と同じ内容なら版を作らず貸出だけを解く
                   PERFORM S710-10     THRU    S710-EX
                   IF      WK-LATEST-SUM =     WK-SUM-HEX
                           MOVE    SPACE   TO  TBL-DIR-STAT (WK-HIT)
                           MOVE    WK-NOW (1:8) TO TBL-DIR-DATE (WK-HIT)
                           MOVE    WK-NOW (9:6) TO TBL-DIR-TIME (WK-HIT)
                           PERFORM S920-10     THRU    S920-EX
                           PERFORM S810-10     THRU    S810-EX
                           MOVE    TBL-DIR-VER (WK-HIT) TO LI-VER1
                           DISPLAY WK-PGM-NAME " 変更無し "
                                   TRIM (WK-MEMBER) " V"
                                   TBL-DIR-VER (WK-HIT)
                                   " のまま貸出を解く"
                           IF      WK-RC       <       4
                                   MOVE    4           TO      WK-RC
                           END-IF
                           GO      TO      S200-EX
                   END-IF
           END-IF
           COMPUTE WK-NEW-VER = TBL-DIR-VER (WK-HIT) + 1

           PERFORM S730-10     THRU    S730-EX
           IF      WK-RC       >=      8
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S200-EX
           END-IF

           MOVE    WK-NEW-VER  TO      TBL-DIR-VER (WK-HIT)
           MOVE    SPACE       TO      TBL-DIR-STAT (WK-HIT)
           MOVE    WK-USER     TO      TBL-DIR-USER (WK-HIT)
           MOVE    WK-NOW (1:8) TO     TBL-DIR-DATE (WK-HIT)
           MOVE    WK-NOW (9:6) TO     TBL-DIR-TIME (WK-HIT)
           MOVE    LI-REASON   TO      TBL-DIR-REASON (WK-HIT)
           PERFORM S920-10     THRU    S920-EX
           PERFORM S810-10     THRU    S810-EX
           IF      WK-RC       >=      8
                   GO      TO      S200-EX
           END-IF

           MOVE    WK-NEW-VER  TO      LI-VER1
                                       WK-VER
           MOVE    "CKIN"      TO      WK-LOG-STATUS
           PERFORM S750-10     THRU    S750-EX
           DISPLAY WK-PGM-NAME " 登録 " TRIM (WK-MEMBER)
                   " V" WK-NEW-VER " SUM=" WK-SUM-HEX
                   " BY " WK-USER
           .
       S200-EX.
           EXIT.

      *    *** 版の履歴表
       S300-10.

           MOVE    "N"         TO      WK-ALL-SW
           IF      WK-MEMBER   =       SPACE
              OR   WK-MEMBER   =       "*"
                   MOVE    "Y"         TO      WK-ALL-SW
           END-IF

           PERFORM S900-10     THRU    S900-EX
           PERFORM S310-10     THRU    S310-EX

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "SOURCE LIBRARY VERSION HISTORY"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS " " TRIM (WK-RPT-F-NAME)
                   MOVE    8           TO      WK-RC
                   GO      TO      S300-EX
           END-IF
           MOVE    "   VER  DATE       TIME    USER      SUM       "
                               TO      RPT-REC
           MOVE    "    BYTES  LINES  REASON"
                               TO      RPT-REC (48:)
           PERFORM S991-10     THRU    S991-EX

           MOVE    ZERO        TO      WK-HIT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-DIR-CNT
                   IF      WK-ALL-SW   =       "Y"
                      OR   TBL-DIR-MEMBER (I) = WK-MEMBER
                           MOVE    I           TO      WK-HIT
                           PERFORM S320-10     THRU    S320-EX
                   END-IF
           END-PERFORM
           IF      WK-HIT      =       ZERO
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "未登録のメンバー " DELIMITED BY SIZE
                           WK-MEMBER   DELIMITED BY SPACE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
                   IF      WK-RC       <       4
                           MOVE    4           TO      WK-RC
                   END-IF
           END-IF

           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           DISPLAY WK-PGM-NAME " 履歴表 => " TRIM (WK-RPT-F-NAME)
           .
       S300-EX.
           EXIT.

      *    *** 版の見出しの読込み(履歴表の対象メンバー分)
       S310-10.

           MOVE    ZERO        TO      TBL-HDR-CNT
           OPEN    INPUT       LIB-F
           IF      WK-LIB-STATUS NOT = ZERO
                   GO      TO      S310-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-LIB-EOF
           PERFORM UNTIL WK-LIB-EOF    =       HIGH-VALUE
                   READ    LIB-F
                   IF      WK-LIB-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-LIB-EOF
                   ELSE
                       IF  LIB-KIND    =       "V"
                       AND ( WK-ALL-SW =       "Y"
                          OR LIB-MEMBER =      WK-MEMBER )
                           IF      TBL-HDR-CNT <       2000
                                   ADD     1           TO  TBL-HDR-CNT
                                   PERFORM S311-10     THRU    S311-EX
                           ELSE
                                   DISPLAY WK-PGM-NAME
                                           " 版2000件超は"
                                           "履歴表に出さない"
                                   MOVE    HIGH-VALUE  TO  WK-LIB-EOF
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE   LIB-F
           .
       S310-EX.
           EXIT.

      *    *** 版の見出し1件を表へ
       S311-10.

           MOVE    TBL-HDR-CNT TO      K
           MOVE    LIB-MEMBER  TO      TBL-HDR-MEMBER (K)
           MOVE    LIB-VER     TO      TBL-HDR-VER (K)
           MOVE    LIBH-DATE   TO      TBL-HDR-DATE (K)
           MOVE    LIBH-TIME   TO      TBL-HDR-TIME (K)
           MOVE    LIBH-USER   TO      TBL-HDR-USER (K)
           MOVE    LIBH-SUM    TO      TBL-HDR-SUM (K)
           MOVE    LIBH-BYTES  TO      TBL-HDR-BYTES (K)
           MOVE    LIBH-LINES  TO      TBL-HDR-LINES (K)
           MOVE    LIBH-REASON TO      TBL-HDR-REASON (K)
           .
       S311-EX.
           EXIT.

      *    *** 1メンバー分(貸出状態・版の一覧・作業ファイルの状態)
       S320-10.

           MOVE    SPACE       TO      RPT-REC
           STRING  "MEMBER "   DELIMITED BY SIZE
                   TBL-DIR-MEMBER (I) DELIMITED BY SPACE
                   "  LATEST=V" DELIMITED BY SIZE
                   TBL-DIR-VER (I) DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           IF      TBL-DIR-STAT (I) =  "O"
                   MOVE    SPACE       TO      RPT-REC (60:)
                   STRING  "CHECKED OUT BY " DELIMITED BY SIZE
                           TBL-DIR-USER (I) DELIMITED BY SPACE
                           " "         DELIMITED BY SIZE
                           TBL-DIR-DATE (I) DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           TBL-DIR-TIME (I) DELIMITED BY SIZE
                           INTO    RPT-REC (60:)
                   END-STRING
           ELSE
                   MOVE    "AVAILABLE" TO      RPT-REC (60:)
           END-IF
           PERFORM S990-10     THRU    S990-EX
           IF      TBL-DIR-STAT (I) =  "O"
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "  CHECK-OUT REASON: " DELIMITED BY SIZE
                           TBL-DIR-REASON (I) DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TBL-HDR-CNT
                   IF      TBL-HDR-MEMBER (K) = TBL-DIR-MEMBER (I)
                           PERFORM S321-10     THRU    S321-EX
                   END-IF
           END-PERFORM

      *    *** 作業ファイルがどの版と同じか
           MOVE    TBL-DIR-MEMBER (I) TO WK-SRC-F-NAME
           PERFORM S700-10     THRU    S700-EX
           MOVE    ZERO        TO      WK-MATCH-VER
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TBL-HDR-CNT
                   IF      TBL-HDR-MEMBER (K) = TBL-DIR-MEMBER (I)
                      AND  TBL-HDR-SUM (K) =   WK-SUM-HEX
                      AND  WK-SRC-OK   =       "Y"
                           MOVE    TBL-HDR-VER (K) TO WK-MATCH-VER
                   END-IF
           END-PERFORM
           MOVE    SPACE       TO      RPT-REC
           EVALUATE TRUE
               WHEN WK-SRC-OK  NOT =   "Y"
                   MOVE    "  WORKING FILE MISSING" TO RPT-REC
               WHEN WK-MATCH-VER =     ZERO
                   STRING  "  WORKING FILE SUM=" DELIMITED BY SIZE
                           WK-SUM-HEX  DELIMITED BY SIZE
                           " MODIFIED (NOT CHECKED IN)"
                                       DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   IF      WK-RC       <       4
                           MOVE    4           TO      WK-RC
                   END-IF
               WHEN OTHER
                   STRING  "  WORKING FILE SUM=" DELIMITED BY SIZE
                           WK-SUM-HEX  DELIMITED BY SIZE
                           " MATCHES V" DELIMITED BY SIZE
                           WK-MATCH-VER DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
           END-EVALUATE
           PERFORM S990-10     THRU    S990-EX
           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           .
       S320-EX.
           EXIT.

      *    *** 版1行
       S321-10.

           MOVE    SPACE       TO      RPT-REC
           MOVE    "V"         TO      RPT-REC (3:1)
           MOVE    TBL-HDR-VER (K) TO  RPT-REC (4:4)
           MOVE    TBL-HDR-DATE (K) TO RPT-REC (9:8)
           MOVE    TBL-HDR-TIME (K) TO RPT-REC (20:6)
           MOVE    TBL-HDR-USER (K) TO RPT-REC (28:8)
           MOVE    TBL-HDR-SUM (K) TO  RPT-REC (38:8)
           MOVE    TBL-HDR-BYTES (K) TO WK-BYTES-D
           MOVE    WK-BYTES-D  TO      RPT-REC (47:9)
           MOVE    TBL-HDR-LINES (K) TO WK-N-D
           MOVE    WK-N-D      TO      RPT-REC (57:6)
           MOVE    TBL-HDR-REASON (K) TO RPT-REC (65:60)
           PERFORM S990-10     THRU    S990-EX
           .
       S321-EX.
           EXIT.

      *    *** 版比較
       S400-10.

           IF      WK-MEMBER   =       SPACE
              OR   NUMBER-OF-CALL-PARAMETERS < 6
                   DISPLAY WK-PGM-NAME
                           " 版比較はメンバー・旧の版・"
                           "新の版を指定"
                   MOVE    8           TO      WK-RC
                   GO      TO      S400-EX
           END-IF

           PERFORM S900-10     THRU    S900-EX
           PERFORM S910-10     THRU    S910-EX
           MOVE    LI-VER1     TO      WK-OLD-VER
           MOVE    LI-VER2     TO      WK-NEW-VER-C
           IF      WK-OLD-VER  =       ZERO
              AND  WK-NEW-VER-C =      ZERO
              AND  WK-HIT      >       ZERO
                   MOVE    TBL-DIR-VER (WK-HIT) TO WK-OLD-VER
           END-IF
           IF      WK-HIT      =       ZERO
              AND ( WK-OLD-VER >       ZERO
                 OR WK-NEW-VER-C >     ZERO )
                   DISPLAY WK-PGM-NAME " 未登録のメンバー "
                           TRIM (WK-MEMBER)
                   MOVE    8           TO      WK-RC
                   GO      TO      S400-EX
           END-IF

           MOVE    1           TO      S
           MOVE    WK-OLD-VER  TO      WK-VER
           PERFORM S410-10     THRU    S410-EX
           IF      WK-RC       >=      8
                   GO      TO      S400-EX
           END-IF
           MOVE    2           TO      S
           MOVE    WK-NEW-VER-C TO     WK-VER
           PERFORM S410-10     THRU    S410-EX
           IF      WK-RC       >=      8
                   GO      TO      S400-EX
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "SOURCE VERSION COMPARE" TO WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS " " TRIM (WK-RPT-F-NAME)
                   MOVE    8           TO      WK-RC
                   GO      TO      S400-EX
           END-IF

           MOVE    "WORKING"   TO      WK-OLD-TXT
                                       WK-NEW-TXT
           IF      WK-OLD-VER  >       ZERO
                   MOVE    SPACE       TO      WK-OLD-TXT
                   STRING  "V"  WK-OLD-VER DELIMITED BY SIZE
                           INTO    WK-OLD-TXT
                   END-STRING
           END-IF
           IF      WK-NEW-VER-C >      ZERO
                   MOVE    SPACE       TO      WK-NEW-TXT
                   STRING  "V"  WK-NEW-VER-C DELIMITED BY SIZE
                           INTO    WK-NEW-TXT
                   END-STRING
           END-IF
           MOVE    SPACE       TO      RPT-REC
           STRING  "MEMBER "   DELIMITED BY SIZE
                   WK-MEMBER   DELIMITED BY SPACE
                   "  OLD="    DELIMITED BY SIZE
                   WK-OLD-TXT  DELIMITED BY SPACE
                   "  NEW="    DELIMITED BY SIZE
                   WK-NEW-TXT  DELIMITED BY SPACE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           MOVE    "       OLD    NEW  TEXT" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX

           MOVE    ZERO        TO      WK-INS-CNT
                                       WK-DEL-CNT
                                       WK-BLK-CNT
           MOVE    1           TO      I
                                       J
           PERFORM UNTIL I > TBL-CMP-CNT (1)
                     AND J > TBL-CMP-CNT (2)
                   IF      I           <=      TBL-CMP-CNT (1)
                      AND  J           <=      TBL-CMP-CNT (2)
                      AND  TBL-CMP-LINE (1 I) = TBL-CMP-LINE (2 J)
                           ADD     1           TO      I
                                                       J
                   ELSE
                           PERFORM S420-10     THRU    S420-EX
                   END-IF
           END-PERFORM

           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-INS-CNT  TO      WK-N-D
           MOVE    WK-DEL-CNT  TO      WK-N2-D
           STRING  "INSERTED=" DELIMITED BY SIZE
                   TRIM (WK-N-D) DELIMITED BY SIZE
                   "  DELETED=" DELIMITED BY SIZE
                   TRIM (WK-N2-D) DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           MOVE    WK-BLK-CNT  TO      WK-N-D
           STRING  "  BLOCKS=" DELIMITED BY SIZE
                   TRIM (WK-N-D) DELIMITED BY SIZE
                   INTO    RPT-REC (40:)
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           DISPLAY WK-PGM-NAME " 版比較 " TRIM (WK-MEMBER)
                   " 挿入=" WK-INS-CNT " 削除=" WK-DEL-CNT
                   " => " TRIM (WK-RPT-F-NAME)
           IF      WK-INS-CNT  >       ZERO
              OR   WK-DEL-CNT  >       ZERO
                   IF      WK-RC       <       4
                           MOVE    4           TO      WK-RC
                   END-IF
           END-IF
           .
       S400-EX.
           EXIT.

      *    *** 版の本文を表へ(S=1・2、WK-VER=0 は作業ファイル)
       S410-10.

           MOVE    ZERO        TO      TBL-CMP-CNT (S)
           IF      WK-VER      =       ZERO
                   OPEN    INPUT       SRC-F
                   IF      WK-SRC-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " 作業ファイル無し "
                                   TRIM (WK-SRC-F-NAME)
                           MOVE    8           TO      WK-RC
                           GO      TO      S410-EX
                   END-IF
                   MOVE    LOW-VALUE   TO      WK-SRC-EOF
                   PERFORM UNTIL WK-SRC-EOF =  HIGH-VALUE
                           MOVE    SPACE       TO      SRC-REC
                           READ    SRC-F
                           IF      WK-SRC-STATUS NOT = ZERO
                                   MOVE    HIGH-VALUE  TO  WK-SRC-EOF
                           ELSE
                                   PERFORM S411-10     THRU    S411-EX
                           END-IF
                   END-PERFORM
                   CLOSE   SRC-F
                   GO      TO      S410-EX
           END-IF

           OPEN    INPUT       LIB-F
           IF      WK-LIB-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " LIB-F OPEN ERROR STATUS="
                           WK-LIB-STATUS " " TRIM (WK-LIB-F-NAME)
                   MOVE    8           TO      WK-RC
                   GO      TO      S410-EX
           END-IF
           MOVE    "N"         TO      WK-MATCH-SW
           MOVE    LOW-VALUE   TO      WK-LIB-EOF
           PERFORM UNTIL WK-LIB-EOF    =       HIGH-VALUE
                   READ    LIB-F
                   IF      WK-LIB-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-LIB-EOF
                   ELSE
                       IF  LIB-MEMBER  =       WK-MEMBER
                       AND LIB-VER     =       WK-VER
                           IF      LIB-KIND    =       "V"
                                   MOVE    "Y"         TO  WK-MATCH-SW
                           ELSE
                                   MOVE    LIBL-TEXT   TO  SRC-REC
                                   MOVE    LIBL-LEN    TO  WK-SRC-LEN
                                   PERFORM S411-10     THRU    S411-EX
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE   LIB-F
           IF      WK-MATCH-SW =       "N"
                   DISPLAY WK-PGM-NAME " 版が無い "
                           TRIM (WK-MEMBER) " V" WK-VER
                   MOVE    8           TO      WK-RC
           END-IF
           .
       S410-EX.
           EXIT.

      *    *** 本文1行を表へ
       S411-10.

           IF      TBL-CMP-CNT (S) >=  6000
                   DISPLAY WK-PGM-NAME
                           " 6000行超は比較・取出し不可 "
                           TRIM (WK-MEMBER)
                   MOVE    8           TO      WK-RC
                   MOVE    HIGH-VALUE  TO      WK-SRC-EOF
                                               WK-LIB-EOF
                   GO      TO      S411-EX
           END-IF
           ADD     1           TO      TBL-CMP-CNT (S)
           MOVE    TBL-CMP-CNT (S) TO  K
           MOVE    WK-SRC-LEN  TO      TBL-CMP-LEN (S K)
           MOVE    SPACE       TO      TBL-CMP-LINE (S K)
           IF      WK-SRC-LEN  >       ZERO
                   MOVE    SRC-REC (1:WK-SRC-LEN)
                                       TO      TBL-CMP-LINE (S K)
           END-IF
           .
       S411-EX.
           EXIT.

      *    *** 相違1か所(次に揃う所を探し、その手前を削除・挿入で出す)
       S420-10.

           PERFORM S430-10     THRU    S430-EX

           ADD     1           TO      WK-BLK-CNT
           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           PERFORM UNTIL I >= WK-RI
                   MOVE    SPACE       TO      RPT-REC
                   MOVE    "DEL"       TO      RPT-REC (1:3)
                   MOVE    I           TO      WK-N-D
                   MOVE    WK-N-D      TO      RPT-REC (6:6)
                   MOVE    TBL-CMP-LINE (1 I) (1:100)
                                       TO      RPT-REC (21:100)
                   PERFORM S990-10     THRU    S990-EX
                   ADD     1           TO      WK-DEL-CNT
                                               I
           END-PERFORM
           PERFORM UNTIL J >= WK-RJ
                   MOVE    SPACE       TO      RPT-REC
                   MOVE    "INS"       TO      RPT-REC (1:3)
                   MOVE    J           TO      WK-N-D
                   MOVE    WK-N-D      TO      RPT-REC (13:6)
                   MOVE    TBL-CMP-LINE (2 J) (1:100)
                                       TO      RPT-REC (21:100)
                   PERFORM S990-10     THRU    S990-EX
                   ADD     1           TO      WK-INS-CNT
                                               J
           END-PERFORM
           .
       S420-EX.
           EXIT.

      *    *** 次に揃う所(WK-RI・WK-RJ)を、ずれの小さい順に探す。
      *    *** 揃ったとみなすのは2行続けて同じ時(空行等の偶然の一致を
      *    *** 避ける)。窓の中に無ければ残り全部を相違とする
       S430-10.

           COMPUTE WK-RI = TBL-CMP-CNT (1) + 1
           COMPUTE WK-RJ = TBL-CMP-CNT (2) + 1
           PERFORM VARYING D FROM 1 BY 1
                   UNTIL D > WK-WINDOW
                   PERFORM VARYING K FROM 0 BY 1
                           UNTIL K > D
                           COMPUTE WK-MA = I + K
                           COMPUTE WK-MB = J + D
                           PERFORM S440-10     THRU    S440-EX
                           IF      WK-MATCH-SW =       "N"
                                   COMPUTE WK-MA = I + D
                                   COMPUTE WK-MB = J + K
                                   PERFORM S440-10     THRU    S440-EX
                           END-IF
                           IF      WK-MATCH-SW =       "Y"
                                   MOVE    WK-MA       TO  WK-RI
                                   MOVE    WK-MB       TO  WK-RJ
                                   MOVE    WK-WINDOW   TO  D
                                   MOVE    D           TO  K
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       S430-EX.
           EXIT.

      *    *** WK-MA 行目(旧)と WK-MB 行目(新)で揃うか
       S440-10.

           MOVE    "N"         TO      WK-MATCH-SW
           IF      WK-MA       >       TBL-CMP-CNT (1)
              OR   WK-MB       >       TBL-CMP-CNT (2)
                   GO      TO      S440-EX
           END-IF
           IF      TBL-CMP-LINE (1 WK-MA) NOT = TBL-CMP-LINE (2 WK-MB)
                   GO      TO      S440-EX
           END-IF
           IF      WK-MA       =       TBL-CMP-CNT (1)
              OR   WK-MB       =       TBL-CMP-CNT (2)
                   MOVE    "Y"         TO      WK-MATCH-SW
                   GO      TO      S440-EX
           END-IF
           IF      TBL-CMP-LINE (1 WK-MA + 1) =
                   TBL-CMP-LINE (2 WK-MB + 1)
                   MOVE    "Y"         TO      WK-MATCH-SW
           END-IF
           .
       S440-EX.
           EXIT.

      *    *** 次のメンバー
       S500-10.

           PERFORM S900-10     THRU    S900-EX
           MOVE    ZERO        TO      WK-HIT
           IF      WK-MEMBER   NOT =   SPACE
                   PERFORM S910-10     THRU    S910-EX
                   IF      WK-HIT      =       ZERO
                           MOVE    TBL-DIR-CNT TO      WK-HIT
                   END-IF
           END-IF
           ADD     1           TO      WK-HIT
           IF      WK-HIT      >       TBL-DIR-CNT
                   MOVE    SPACE       TO      LI-MEMBER
           ELSE
                   MOVE    TBL-DIR-MEMBER (WK-HIT) TO LI-MEMBER
           END-IF
           .
       S500-EX.
           EXIT.

      *    *** 照合(作業ファイルと同じ内容の版)
       S550-10.

           IF      WK-MEMBER   =       SPACE
              OR   NUMBER-OF-CALL-PARAMETERS < 7
                   DISPLAY WK-PGM-NAME
                           " 照合はメンバー・版と"
                           "チェックサムの"
                           "受け取り先を指定"
                   MOVE    8           TO      WK-RC
                   GO      TO      S550-EX
           END-IF
           MOVE    ZERO        TO      LI-VER1
           MOVE    SPACE       TO      LO-SUM

           PERFORM S700-10     THRU    S700-EX
           IF      WK-SRC-OK   NOT =   "Y"
                   MOVE    8           TO      WK-RC
                   GO      TO      S550-EX
           END-IF
           PERFORM S710-10     THRU    S710-EX
           MOVE    WK-SUM-HEX  TO      LO-SUM
           MOVE    WK-MATCH-VER TO     LI-VER1
           IF      WK-MATCH-VER =      ZERO
                   MOVE    4           TO      WK-RC
           END-IF
           .
       S550-EX.
           EXIT.

      *    *** 作業ファイルのチェックサム(WK-SUM-HEX・WK-SUM-BYTES・
      *    *** WK-SRC-LINES、無ければ WK-SRC-OK=N)
       S700-10.

           MOVE    "N"         TO      WK-SRC-OK
           MOVE    SPACE       TO      WK-SUM-HEX
           MOVE    ZERO        TO      WK-SRC-LINES
                                       WK-SUM-BYTES
           OPEN    INPUT       SRC-F
           IF      WK-SRC-STATUS NOT = ZERO
                   GO      TO      S700-EX
           END-IF
           MOVE    "Y"         TO      WK-SRC-OK

           MOVE    "S"         TO      WK-SUM-ID
           MOVE    ZERO        TO      WK-SUM-LEN
           CALL    "DECODE09"  USING   WK-SUM-ID
                                       WK-SUM-STREAM
                                       SRC-REC
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES
           MOVE    LOW-VALUE   TO      WK-SRC-EOF
           PERFORM UNTIL WK-SRC-EOF    =       HIGH-VALUE
                   READ    SRC-F
                   IF      WK-SRC-STATUS =     ZERO
                           ADD     1           TO      WK-SRC-LINES
                           IF      WK-SRC-LEN  >       ZERO
                               MOVE    "A"     TO      WK-SUM-ID
                               MOVE    WK-SRC-LEN TO   WK-SUM-LEN
                               CALL    "DECODE09" USING WK-SUM-ID
                                       WK-SUM-STREAM
                                       SRC-REC (1:WK-SRC-LEN)
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-SRC-EOF
                   END-IF
           END-PERFORM
           CLOSE   SRC-F

           MOVE    "E"         TO      WK-SUM-ID
           MOVE    ZERO        TO      WK-SUM-LEN
           CALL    "DECODE09"  USING   WK-SUM-ID
                                       WK-SUM-STREAM
                                       SRC-REC
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES
           .
       S700-EX.
           EXIT.

      *    *** ライブラリーの版の見出しから、作業ファイルと同じ内容の
      *    *** 版(WK-MATCH-VER、新しい方)と最新版のチェックサムを得る
       S710-10.

           MOVE    ZERO        TO      WK-MATCH-VER
                                       WK-VER-D
           MOVE    SPACE       TO      WK-LATEST-SUM
           OPEN    INPUT       LIB-F
           IF      WK-LIB-STATUS NOT = ZERO
                   GO      TO      S710-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-LIB-EOF
           PERFORM UNTIL WK-LIB-EOF    =       HIGH-VALUE
                   READ    LIB-F
                   IF      WK-LIB-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-LIB-EOF
                   ELSE
                       IF  LIB-KIND    =       "V"
                       AND LIB-MEMBER  =       WK-MEMBER
                           IF      LIBH-SUM    =       WK-SUM-HEX
                              AND  WK-SRC-OK   =       "Y"
                              AND  LIB-VER     >       WK-MATCH-VER
                                   MOVE    LIB-VER     TO  WK-MATCH-VER
                           END-IF
                           IF      LIB-VER     >       WK-VER-D
                                   MOVE    LIB-VER     TO  WK-VER-D
                                   MOVE    LIBH-SUM    TO
                                           WK-LATEST-SUM
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE   LIB-F
           .
       S710-EX.
           EXIT.

      *    *** 表(S=1)の版を作業ファイルへ書き出す
       S720-10.

           OPEN    OUTPUT      SRC-F
           IF      WK-SRC-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " SRC-F OPEN ERROR STATUS="
                           WK-SRC-STATUS " " TRIM (WK-SRC-F-NAME)
                   MOVE    8           TO      WK-RC
                   GO      TO      S720-EX
           END-IF
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TBL-CMP-CNT (1)
                   MOVE    TBL-CMP-LEN (1 K) TO WK-SRC-LEN
                   MOVE    TBL-CMP-LINE (1 K) TO SRC-REC
                   WRITE   SRC-REC
                   IF      WK-SRC-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " SRC-F WRITE ERROR STATUS="
                                   WK-SRC-STATUS " "
                                   TRIM (WK-SRC-F-NAME)
                           MOVE    8           TO      WK-RC
                           MOVE    TBL-CMP-CNT (1) TO  K
                   END-IF
           END-PERFORM
           CLOSE   SRC-F
           DISPLAY WK-PGM-NAME " 取出し " TRIM (WK-MEMBER)
                   " V" WK-VER " => " TRIM (WK-SRC-F-NAME)
           .
       S720-EX.
           EXIT.

      *    *** ライブラリーへ新しい版を追記(見出し・本文)
       S730-10.

           OPEN    EXTEND      LIB-F
           IF      WK-LIB-STATUS NOT = ZERO
                   OPEN    OUTPUT      LIB-F
           END-IF
           IF      WK-LIB-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " LIB-F OPEN ERROR STATUS="
                           WK-LIB-STATUS " " TRIM (WK-LIB-F-NAME)
                   MOVE    8           TO      WK-RC
                   GO      TO      S730-EX
           END-IF
           OPEN    INPUT       SRC-F
           IF      WK-SRC-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " SRC-F OPEN ERROR STATUS="
                           WK-SRC-STATUS " " TRIM (WK-SRC-F-NAME)
                   MOVE    8           TO      WK-RC
                   CLOSE   LIB-F
                   GO      TO      S730-EX
           END-IF

           MOVE    SPACE       TO      LIB-REC
           MOVE    "V"         TO      LIB-KIND
           MOVE    WK-MEMBER   TO      LIB-MEMBER
           MOVE    WK-NEW-VER  TO      LIB-VER
           MOVE    WK-NOW (1:8) TO     LIBH-DATE
           MOVE    WK-NOW (9:6) TO     LIBH-TIME
           MOVE    WK-USER     TO      LIBH-USER
           MOVE    WK-SUM-HEX  TO      LIBH-SUM
           MOVE    WK-SUM-BYTES TO     LIBH-BYTES
           MOVE    WK-SRC-LINES TO     LIBH-LINES
           MOVE    LI-REASON   TO      LIBH-REASON
           WRITE   LIB-REC
           IF      WK-LIB-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " LIB-F WRITE ERROR STATUS="
                           WK-LIB-STATUS
                   MOVE    8           TO      WK-RC
                   MOVE    HIGH-VALUE  TO      WK-SRC-EOF
           ELSE
                   MOVE    LOW-VALUE   TO      WK-SRC-EOF
           END-IF

           MOVE    ZERO        TO      K
           PERFORM UNTIL WK-SRC-EOF    =       HIGH-VALUE
                   MOVE    SPACE       TO      SRC-REC
                   READ    SRC-F
                   IF      WK-SRC-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-SRC-EOF
                   ELSE
                           ADD     1           TO      K
                           MOVE    SPACE       TO      LIB-REC
                           MOVE    "L"         TO      LIB-KIND
                           MOVE    WK-MEMBER   TO      LIB-MEMBER
                           MOVE    WK-NEW-VER  TO      LIB-VER
                           MOVE    K           TO      LIBL-SEQ
                           MOVE    WK-SRC-LEN  TO      LIBL-LEN
                           MOVE    SRC-REC     TO      LIBL-TEXT
                           WRITE   LIB-REC
                           IF      WK-LIB-STATUS NOT = ZERO
                                   DISPLAY WK-PGM-NAME
                                           " LIB-F WRITE ERROR STATUS="
                                           WK-LIB-STATUS
                                   MOVE    8           TO      WK-RC
                                   MOVE    HIGH-VALUE  TO  WK-SRC-EOF
                           END-IF
                   END-IF
           END-PERFORM
           CLOSE   SRC-F
           CLOSE   LIB-F
           .
       S730-EX.
           EXIT.

      *    *** 貸出・登録の統制記録(LOGERR W。状態欄に操作を入れて呼ぶ)
       S750-10.

           MOVE    SPACE       TO      WK-LOG-CONTEXT
           STRING  WK-MEMBER   DELIMITED BY SPACE
                   " V"        DELIMITED BY SIZE
                   WK-VER      DELIMITED BY SIZE
                   " BY "      DELIMITED BY SIZE
                   WK-USER     DELIMITED BY SPACE
                   INTO    WK-LOG-CONTEXT
           END-STRING
           MOVE    WK-PGM-NAME TO      WK-LOG-PGM
           MOVE    "W"         TO      WK-LOG-SEVERITY
           CALL    "LOGERR"    USING   WK-LOG-PGM
                                       WK-LOG-CONTEXT
                                       WK-LOG-STATUS
                                       WK-LOG-SEVERITY
           .
       S750-EX.
           EXIT.

      *    *** 排他の獲得(登録簿・ライブラリーを1つの資源で囲む)
       S800-10.

           MOVE    "E"         TO      WK-ENQ-ID
           MOVE    WK-PGM-NAME TO      WK-ENQ-HOLDER
           CALL    "ENQDEQ"    USING   WK-ENQ-ID
                                       WK-ENQ-RES
                                       WK-ENQ-MODE
                                       WK-ENQ-HOLDER
                                       WK-ENQ-WAIT
                                       WK-ENQ-RC
                                       WK-ENQ-CAP
           .
       S800-EX.
           EXIT.

      *    *** 排他の解放
       S810-10.

           MOVE    "D"         TO      WK-ENQ-ID
           CALL    "ENQDEQ"    USING   WK-ENQ-ID
                                       WK-ENQ-RES
                                       WK-ENQ-MODE
                                       WK-ENQ-HOLDER
                                       WK-ENQ-WAIT
                                       WK-ENQ-RC
                                       WK-ENQ-CAP
           .
       S810-EX.
           EXIT.

      *    *** 登録簿の読込み(無ければ空)
       S900-10.

           MOVE    ZERO        TO      TBL-DIR-CNT
           OPEN    INPUT       DIR-F
           IF      WK-DIR-STATUS NOT = ZERO
                   GO      TO      S900-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-DIR-EOF
           PERFORM UNTIL WK-DIR-EOF    =       HIGH-VALUE
                   MOVE    SPACE       TO      DIR-REC
                   READ    DIR-F
                   IF      WK-DIR-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-DIR-EOF
                   ELSE
                       IF  DIR-REC     NOT =   SPACE
                           IF      TBL-DIR-CNT <       500
                                   ADD     1           TO  TBL-DIR-CNT
                                   MOVE    DIR-REC     TO
                                           TBL-DIR-ENT (TBL-DIR-CNT)
                           ELSE
                                   DISPLAY WK-PGM-NAME
                                           " 登録簿500行超"
                                           "は無視"
                                   MOVE    HIGH-VALUE  TO  WK-DIR-EOF
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE   DIR-F
           .
       S900-EX.
           EXIT.

      *    *** 登録簿のメンバー検索(WK-HIT、無ければ0)
       S910-10.

           MOVE    ZERO        TO      WK-HIT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-DIR-CNT
                      OR WK-HIT > ZERO
                   IF      TBL-DIR-MEMBER (I) = WK-MEMBER
                           MOVE    I           TO      WK-HIT
                   END-IF
           END-PERFORM
           .
       S910-EX.
           EXIT.

      *    *** 登録簿の書き戻し(全行)
       S920-10.

           OPEN    OUTPUT      DIR-F
           IF      WK-DIR-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " DIR-F OPEN ERROR STATUS="
                           WK-DIR-STATUS " " TRIM (WK-DIR-F-NAME)
                   MOVE    8           TO      WK-RC
                   GO      TO      S920-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-DIR-CNT
                   MOVE    TBL-DIR-ENT (I) TO  DIR-REC
                   WRITE   DIR-REC
                   IF      WK-DIR-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " DIR-F WRITE ERROR STATUS="
                                   WK-DIR-STATUS
                           MOVE    8           TO      WK-RC
                           MOVE    TBL-DIR-CNT TO      I
                   END-IF
           END-PERFORM
           CLOSE   DIR-F
           .
       S920-EX.
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
