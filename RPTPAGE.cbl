      *    *** 帳票ページ編集 サブルーチン(バッチ帳票共通)
      *    *** 各帳票プログラムは行を組み立てて渡すだけにし、行数の
      *    *** 数え方・改ページ・見出しの繰り返し・表題部・終了行を
      *    *** ここにまとめる。
      *    *** 表題部(各ページの頭):
      *    ***   1行目 プログラムID・表題・"PAGE x OF y"
      *    ***         (2ページ目からは改ページしてから書く)
      *    ***   2行目 実行ID(RUNID)・業務日付(BIZDATE)・作成日時
      *    ***   3行目 空白
      *    ***   続けて項目見出し(HEADで渡した行)と罫線
      *    *** 終了行: "*** END OF REPORT ***" と明細行数・総ページ数
      *    *** 総ページ数を各ページに出すため、CLOSEまでは行を作業
      *    *** ファイル(帳票ファイル名+".PGWK")へ溜め、CLOSE時に
      *    *** ページを組んで帳票ファイルへ書き出す(作業ファイルは消す)。
      *    *** 作業ファイルの1行目は種別(H=見出し L=明細 P=改ページ)。
      *    *** 異常終了(ABEND)時は開いている帳票をすべて、それまでの
      *    *** 行に "*** REPORT INCOMPLETE ***" の終了行を付けて書き出す
      *    *** (LOGERR が致命エラーで止める前に呼ぶ)。
      *    *** 同時に開ける帳票は4つまで(サブルーチンの帳票を開いた
      *    *** ままでも呼び出し元の帳票を書ける)。
      *    *** 1ページの行数は OPEN時の指定、無ければ構成の
      *    *** CFG-RPT-PAGE-LINES(既定60)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             RPTPAGE.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 作業ファイル(帳票番号1-4)
       SELECT WK1-F            ASSIGN   WK-WK1-F-NAME
                               STATUS   WK-WK1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       SELECT WK2-F            ASSIGN   WK-WK2-F-NAME
                               STATUS   WK-WK2-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       SELECT WK3-F            ASSIGN   WK-WK3-F-NAME
                               STATUS   WK-WK3-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       SELECT WK4-F            ASSIGN   WK-WK4-F-NAME
                               STATUS   WK-WK4-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 作業ファイルの読み戻し(CLOSE時)
       SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 帳票
       SELECT RPT-F            ASSIGN   WK-RPT-F-NAME
                               STATUS   WK-RPT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  WK1-F
           LABEL RECORDS ARE STANDARD.
       01  WK1-REC             PIC  X(257).

       FD  WK2-F
           LABEL RECORDS ARE STANDARD.
       01  WK2-REC             PIC  X(257).

       FD  WK3-F
           LABEL RECORDS ARE STANDARD.
       01  WK3-REC             PIC  X(257).

       FD  WK4-F
           LABEL RECORDS ARE STANDARD.
       01  WK4-REC             PIC  X(257).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC.
           03  PIN1-TYPE       PIC  X(001).
           03  PIN1-TEXT       PIC  X(256).

       FD  RPT-F
           LABEL RECORDS ARE STANDARD.
       01  RPT-REC             PIC  X(256).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "RPTPAGE".

           03  WK-WK1-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-WK1-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-WK2-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-WK2-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-WK3-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-WK3-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-WK4-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-WK4-STATUS   PIC  9(002) VALUE ZERO.

           03  WK-PIN1-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 作業ファイル 1行(種別+印字行)
           03  WK-WK-REC.
             05  WK-WK-TYPE    PIC  X(001).
             05  WK-WK-TEXT    PIC  X(256).
           03  WK-WK-STATUS    PIC  9(002) VALUE ZERO.

      *    *** 帳票番号
           03  S               BINARY-LONG SYNC VALUE ZERO.

      *    *** 1=行数だけ数える(HEAD・LINE・PAGE 呼出し時)
      *    *** 2=CLOSE時に帳票を書く
           03  WK-PASS         PIC  X(001) VALUE "1".
      *    *** Y=異常終了の書き出し(終了行を REPORT INCOMPLETE にする)
           03  WK-ABEND-SW     PIC  X(001) VALUE "N".

           03  WK-PAGE-D       PIC  ZZZ9.
           03  WK-TOTAL-D      PIC  ZZZ9.
           03  WK-LINES-D      PIC  ZZZ,ZZZ,ZZ9.
           03  WK-NEED         BINARY-LONG SYNC VALUE ZERO.
           03  WK-RULE-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-LEN          BINARY-LONG SYNC VALUE ZERO.
           03  WK-POS          BINARY-LONG SYNC VALUE ZERO.
           03  WK-DELETE-STATUS BINARY-LONG SYNC VALUE ZERO.

      *    *** 業務日付・実行ID照会用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-DATE     PIC  9(008) VALUE ZERO.
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-RUNID-ID     PIC  X(001) VALUE "G".
           03  WK-RUNID        PIC  X(014) VALUE SPACE.
           03  WK-NOW          PIC  X(021) VALUE SPACE.

           03  SW-FIRST        PIC  X(001) VALUE "Y".

      *    *** 既定値(CPCONFIG に集約)
           COPY    CPCONFIG.

      *    *** ページ組みの状態(帳票ごとに TBL-SLT-STATE へ退避する)
       01  WK-STATE.
      *    *** 1ページの行数
           03  WK-LINES      BINARY-LONG SYNC.
      *    *** ページ番号・現ページの使用行数・現ページの明細行数
           03  WK-PAGE       BINARY-LONG SYNC.
           03  WK-LINE-CNT   BINARY-LONG SYNC.
           03  WK-PAGE-BODY  BINARY-LONG SYNC.
      *    *** 明細行数(終了行に出す)
           03  WK-BODY-CNT   BINARY-LONG SYNC.
      *    *** 項目見出しの行数
           03  WK-HEAD-CNT   BINARY-LONG SYNC.
      *    *** Y=ページを開いている(N=次の明細で新しいページ)
           03  WK-PAGE-SW    PIC  X(001).
      *    *** Y=見出しを差し替えた(次の明細の前に見出しを出す)
           03  WK-HEAD-SW    PIC  X(001).
      *    *** 直前の種別
           03  WK-LAST-TYPE  PIC  X(001).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

      *    *** 帳票ごとの管理(帳票番号1-4)
       01  TBL-AREA.
           03  TBL-SLT         OCCURS 4.
             05  TBL-SLT-USE   PIC  X(001) VALUE "N".
             05  TBL-SLT-WK-NAME PIC X(256) VALUE SPACE.
             05  TBL-SLT-RPT-NAME PIC X(256) VALUE SPACE.
             05  TBL-SLT-PGM   PIC  X(008) VALUE SPACE.
             05  TBL-SLT-TITLE PIC  X(100) VALUE SPACE.
             05  TBL-SLT-RUNID PIC  X(014) VALUE SPACE.
             05  TBL-SLT-BIZ   PIC  9(008) VALUE ZERO.
             05  TBL-SLT-NOW   PIC  X(014) VALUE SPACE.
      *    *** 1回目(行数だけ数える)で決まった総ページ数
             05  TBL-SLT-PAGES BINARY-LONG SYNC VALUE ZERO.
      *    *** 1ページの行数
             05  TBL-SLT-LINES BINARY-LONG SYNC VALUE ZERO.
             05  TBL-SLT-STATE PIC  X(027) VALUE LOW-VALUE.

      *    *** 項目見出し(CLOSE時の書き出し用)
       01  TBL-HEAD-AREA.
           03  TBL-HEAD        OCCURS 10
                               PIC  X(256) VALUE SPACE.

       LINKAGE                 SECTION.
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==LRP==.

      *    *** 印字行(HEAD・LINE時)
       01  LI-TEXT             PIC  X(001) ANY LENGTH.

       PROCEDURE   DIVISION    USING   LRP-RPTPAGE-AREA
                                       OPTIONAL LI-TEXT
           .
       M100-10.

           IF      SW-FIRST    =       "Y"
                   PERFORM S010-10     THRU    S010-EX
           END-IF

           MOVE    ZERO        TO      LRP-STATUS

           IF      LRP-ID      NOT =   "OPEN  "
              AND  LRP-ID      NOT =   "ABEND "
                   MOVE    LRP-SLOT    TO      S
                   IF      S           <       1
                      OR   S           >       4
                      OR   TBL-SLT-USE (S) NOT = "Y"
                           DISPLAY WK-PGM-NAME " 未OPENの帳票 ID="
                                   LRP-ID " FILE="
                                   TRIM(LRP-FILE)
                           MOVE    99          TO      LRP-STATUS
                           GO      TO      M100-EX
                   END-IF
           END-IF

           EVALUATE LRP-ID
               WHEN "OPEN  "
                   PERFORM S100-10     THRU    S100-EX
               WHEN "HEAD  "
                   MOVE    "H"         TO      WK-WK-TYPE
                   PERFORM S200-10     THRU    S200-EX
               WHEN "LINE  "
                   MOVE    "L"         TO      WK-WK-TYPE
                   PERFORM S200-10     THRU    S200-EX
               WHEN "PAGE  "
                   MOVE    "P"         TO      WK-WK-TYPE
                   PERFORM S200-10     THRU    S200-EX
               WHEN "CLOSE "
                   PERFORM S300-10     THRU    S300-EX
               WHEN "ABEND "
                   PERFORM S350-10     THRU    S350-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LRP-ID PARA ERROR=" LRP-ID
                   DISPLAY WK-PGM-NAME
                           " LRP-ID OPEN,HEAD,LINE,PAGE,CLOSE,ABEND"
                           " 指定"
                   MOVE    99          TO      LRP-STATUS
           END-EVALUATE
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 初回のみ(構成上書き)
       S010-10.

           MOVE    "N"         TO      SW-FIRST
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           .
       S010-EX.
           EXIT.

      *    *** OPEN(空き帳票番号を採り、帳票ファイルの作成を確かめて
      *    *** 作業ファイルを開く)
       S100-10.

           MOVE    ZERO        TO      S
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 4 OR S > ZERO
                   IF      TBL-SLT-USE (I) NOT = "Y"
                           MOVE    I           TO      S
                   END-IF
           END-PERFORM
           IF      S           =       ZERO
                   DISPLAY WK-PGM-NAME
                           " 同時に開ける帳票(4)を超えた"
                           " FILE=" TRIM(LRP-FILE)
                   MOVE    99          TO      LRP-STATUS
                   GO      TO      S100-EX
           END-IF

           MOVE    LRP-FILE    TO      WK-RPT-F-NAME
           OPEN    OUTPUT      RPT-F
           IF      WK-RPT-STATUS NOT = ZERO
                   MOVE    WK-RPT-STATUS TO    LRP-STATUS
                   GO      TO      S100-EX
           END-IF
           CLOSE   RPT-F

           MOVE    SPACE       TO      TBL-SLT-WK-NAME (S)
           STRING  TRIM(LRP-FILE) DELIMITED BY SIZE
                   ".PGWK"     DELIMITED BY SIZE
                   INTO    TBL-SLT-WK-NAME (S)
           END-STRING
           PERFORM S800-10     THRU    S800-EX
           IF      WK-WK-STATUS NOT =  ZERO
                   MOVE    WK-WK-STATUS TO     LRP-STATUS
                   GO      TO      S100-EX
           END-IF

           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-BIZ-DATE
                                       WK-BIZ-STAT
           CALL    "RUNID"     USING   WK-RUNID-ID
                                       WK-RUNID
           MOVE    CURRENT-DATE TO     WK-NOW

           MOVE    "Y"         TO      TBL-SLT-USE (S)
           MOVE    LRP-FILE    TO      TBL-SLT-RPT-NAME (S)
           MOVE    LRP-PGM     TO      TBL-SLT-PGM (S)
           MOVE    LRP-TITLE   TO      TBL-SLT-TITLE (S)
           MOVE    WK-RUNID    TO      TBL-SLT-RUNID (S)
           MOVE    WK-BIZ-DATE TO      TBL-SLT-BIZ (S)
           MOVE    WK-NOW (1:14) TO    TBL-SLT-NOW (S)
           MOVE    ZERO        TO      TBL-SLT-PAGES (S)

           PERFORM S400-10     THRU    S400-EX
           IF      LRP-PAGE-LINES >    ZERO
                   MOVE    LRP-PAGE-LINES TO   WK-LINES
           END-IF
           MOVE    WK-LINES    TO      TBL-SLT-LINES (S)
           MOVE    WK-STATE    TO      TBL-SLT-STATE (S)

           MOVE    S           TO      LRP-SLOT
           MOVE    ZERO        TO      LRP-LINE-CNT
                                       LRP-PAGE-CNT
           .
       S100-EX.
           EXIT.

      *    *** HEAD・LINE・PAGE(作業ファイルへ溜めて行数を数える)
       S200-10.

           MOVE    SPACE       TO      WK-WK-TEXT
           IF      WK-WK-TYPE  NOT =   "P"
              AND  NUMBER-OF-CALL-PARAMETERS >= 2
                   MOVE    LI-TEXT     TO      WK-WK-TEXT
           END-IF
           PERFORM S810-10     THRU    S810-EX
           IF      WK-WK-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " 作業ファイル WRITE ERROR"
                           " STATUS=" WK-WK-STATUS
                           " FILE=" TRIM(TBL-SLT-WK-NAME (S))
                   MOVE    WK-WK-STATUS TO     LRP-STATUS
                   GO      TO      S200-EX
           END-IF

           MOVE    "1"         TO      WK-PASS
           MOVE    TBL-SLT-STATE (S) TO WK-STATE
           PERFORM S500-10     THRU    S500-EX
           MOVE    WK-STATE    TO      TBL-SLT-STATE (S)
           .
       S200-EX.
           EXIT.

      *    *** CLOSE(総ページ数を決め、作業ファイルを読み戻して帳票を
      *    *** 書き出す)
       S300-10.

           PERFORM S820-10     THRU    S820-EX

      *    *** 終了行の分を数えて総ページ数を決める
           MOVE    "1"         TO      WK-PASS
           MOVE    TBL-SLT-STATE (S) TO WK-STATE
           MOVE    "E"         TO      WK-WK-TYPE
           PERFORM S500-10     THRU    S500-EX
           MOVE    WK-PAGE     TO      TBL-SLT-PAGES (S)

           MOVE    TBL-SLT-WK-NAME (S) TO WK-PIN1-F-NAME
           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                           " FILE=" TRIM(WK-PIN1-F-NAME)
                   MOVE    WK-PIN1-STATUS TO   LRP-STATUS
                   MOVE    "N"         TO      TBL-SLT-USE (S)
                   GO      TO      S300-EX
           END-IF
           MOVE    TBL-SLT-RPT-NAME (S) TO WK-RPT-F-NAME
           OPEN    OUTPUT      RPT-F
           IF      WK-RPT-STATUS NOT = ZERO
                   CLOSE   PIN1-F
                   MOVE    WK-RPT-STATUS TO    LRP-STATUS
                   MOVE    "N"         TO      TBL-SLT-USE (S)
                   GO      TO      S300-EX
           END-IF

           MOVE    "2"         TO      WK-PASS
           PERFORM S400-10     THRU    S400-EX
           MOVE    TBL-SLT-LINES (S) TO WK-LINES
           MOVE    SPACE       TO      TBL-HEAD-AREA

           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           PERFORM S310-10     THRU    S310-EX
           PERFORM UNTIL WK-PIN1-EOF   =       HIGH-VALUE
                   MOVE    PIN1-TYPE   TO      WK-WK-TYPE
                   MOVE    PIN1-TEXT   TO      WK-WK-TEXT
                   PERFORM S500-10     THRU    S500-EX
                   PERFORM S310-10     THRU    S310-EX
           END-PERFORM

           MOVE    "E"         TO      WK-WK-TYPE
           MOVE    SPACE       TO      WK-WK-TEXT
           PERFORM S500-10     THRU    S500-EX

           CLOSE   PIN1-F
           CLOSE   RPT-F
           CALL    "CBL_DELETE_FILE" USING WK-PIN1-F-NAME
                   RETURNING WK-DELETE-STATUS

           MOVE    WK-BODY-CNT TO      LRP-LINE-CNT
           MOVE    WK-PAGE     TO      LRP-PAGE-CNT
           MOVE    "N"         TO      TBL-SLT-USE (S)
           .
       S300-EX.
           EXIT.

      *    *** ABEND(開いている帳票をすべて、未完の終了行を付けて
      *    *** 書き出す。作業ファイルは CLOSE と同じく消す)
       S350-10.

           MOVE    "Y"         TO      WK-ABEND-SW
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 4
                   IF      TBL-SLT-USE (J) =   "Y"
                           MOVE    J           TO      S
                           PERFORM S300-10     THRU    S300-EX
                   END-IF
           END-PERFORM
           MOVE    "N"         TO      WK-ABEND-SW
           .
       S350-EX.
           EXIT.

      *    *** READ 作業ファイル
       S310-10.
           READ    PIN1-F

           IF      WK-PIN1-STATUS NOT = ZERO
               IF  WK-PIN1-STATUS =    10
                   MOVE    HIGH-VALUE  TO      WK-PIN1-EOF
               ELSE
                   DISPLAY WK-PGM-NAME " PIN1-F READ ERROR STATUS="
                           WK-PIN1-STATUS
                           " FILE=" TRIM(WK-PIN1-F-NAME)
                   MOVE    HIGH-VALUE  TO      WK-PIN1-EOF
                   MOVE    WK-PIN1-STATUS TO   LRP-STATUS
               END-IF
           END-IF
           .
       S310-EX.
           EXIT.

      *    *** ページ組みの状態を初期化
       S400-10.

           MOVE    CFG-RPT-PAGE-LINES TO WK-LINES
           MOVE    ZERO        TO      WK-PAGE
                                       WK-LINE-CNT
                                       WK-PAGE-BODY
                                       WK-BODY-CNT
                                       WK-HEAD-CNT
           MOVE    "N"         TO      WK-PAGE-SW
                                       WK-HEAD-SW
           MOVE    SPACE       TO      WK-LAST-TYPE
           .
       S400-EX.
           EXIT.

      *    *** 1件のページ組み(1回目は数えるだけ、2回目は書く)
      *    *** 行数の判定は両方とも同じ処理を通すので総ページ数が合う
       S500-10.

           EVALUATE WK-WK-TYPE
               WHEN "H"
      *    *** 明細の後の見出しは差し替え(次の明細の前に出す)
                   IF      WK-LAST-TYPE NOT =  "H"
                           MOVE    ZERO        TO      WK-HEAD-CNT
                           MOVE    "Y"         TO      WK-HEAD-SW
                           IF      WK-PASS     =       "2"
                                   MOVE    SPACE       TO
                                           TBL-HEAD-AREA
                           END-IF
                   END-IF
                   IF      WK-HEAD-CNT <       10
                           ADD     1           TO      WK-HEAD-CNT
                           IF      WK-PASS     =       "2"
                                   MOVE    WK-WK-TEXT  TO
                                           TBL-HEAD (WK-HEAD-CNT)
                           END-IF
                   END-IF
               WHEN "L"
                   MOVE    1           TO      WK-NEED
                   PERFORM S510-10     THRU    S510-EX
                   IF      WK-PASS     =       "2"
                           MOVE    WK-WK-TEXT  TO      RPT-REC
                           PERFORM S700-10     THRU    S700-EX
                   END-IF
                   ADD     1           TO      WK-LINE-CNT
                                               WK-PAGE-BODY
                                               WK-BODY-CNT
               WHEN "P"
      *    *** 明細の無いページでは改ページしない
                   IF      WK-PAGE-SW  =       "Y"
                      AND  WK-PAGE-BODY >      ZERO
                           MOVE    "N"         TO      WK-PAGE-SW
                   END-IF
               WHEN "E"
      *    *** 終了行(空白行+終了行)
                   MOVE    2           TO      WK-NEED
                   MOVE    "N"         TO      WK-HEAD-SW
                   PERFORM S510-10     THRU    S510-EX
                   IF      WK-PASS     =       "2"
                           MOVE    SPACE       TO      RPT-REC
                           PERFORM S700-10     THRU    S700-EX
                           PERFORM S530-10     THRU    S530-EX
                   END-IF
                   ADD     2           TO      WK-LINE-CNT
           END-EVALUATE
           MOVE    WK-WK-TYPE  TO      WK-LAST-TYPE
           .
       S500-EX.
           EXIT.

      *    *** WK-NEED 行を書く余地を作る(無ければ新しいページ)
      *    *** 明細の無いページは行数を超えても次へ送らない
       S510-10.

           IF      WK-PAGE-SW  NOT =   "Y"
                   PERFORM S520-10     THRU    S520-EX
                   GO      TO      S510-EX
           END-IF

           IF      WK-HEAD-SW  =       "Y"
                   IF      WK-PAGE-BODY >      ZERO
                      AND  WK-LINE-CNT + WK-HEAD-CNT + 1 + WK-NEED
                                       >       WK-LINES
                           PERFORM S520-10     THRU    S520-EX
                   ELSE
                           PERFORM S540-10     THRU    S540-EX
                   END-IF
                   GO      TO      S510-EX
           END-IF

           IF      WK-PAGE-BODY >      ZERO
              AND  WK-LINE-CNT + WK-NEED >  WK-LINES
                   PERFORM S520-10     THRU    S520-EX
           END-IF
           .
       S510-EX.
           EXIT.

      *    *** 新しいページ(表題部・項目見出し)
       S520-10.

           ADD     1           TO      WK-PAGE
           MOVE    "Y"         TO      WK-PAGE-SW
           MOVE    ZERO        TO      WK-PAGE-BODY
                                       WK-LINE-CNT

           IF      WK-PASS     =       "2"
                   PERFORM S600-10     THRU    S600-EX
           END-IF
           ADD     3           TO      WK-LINE-CNT

           PERFORM S540-10     THRU    S540-EX
           .
       S520-EX.
           EXIT.

      *    *** 終了行
       S530-10.

           MOVE    WK-BODY-CNT TO      WK-LINES-D
           MOVE    WK-PAGE     TO      WK-PAGE-D
           MOVE    SPACE       TO      RPT-REC
           IF      WK-ABEND-SW =       "Y"
                   MOVE    "*** REPORT INCOMPLETE ***" TO RPT-REC
           ELSE
                   MOVE    "*** END OF REPORT ***" TO  RPT-REC
           END-IF
           MOVE    LENGTH(TRIM(RPT-REC TRAILING)) TO WK-POS
           ADD     1           TO      WK-POS
           STRING  "  PGM="    DELIMITED BY SIZE
                   TBL-SLT-PGM (S) DELIMITED BY SPACE
                   "  LINES="  DELIMITED BY SIZE
                   TRIM(WK-LINES-D) DELIMITED BY SIZE
                   "  PAGES="  DELIMITED BY SIZE
                   TRIM(WK-PAGE-D) DELIMITED BY SIZE
                   INTO    RPT-REC
                   WITH POINTER WK-POS
           END-STRING
           PERFORM S700-10     THRU    S700-EX
           .
       S530-EX.
           EXIT.

      *    *** 項目見出しと罫線(見出しが無ければ何もしない)
       S540-10.

           MOVE    "N"         TO      WK-HEAD-SW
           IF      WK-HEAD-CNT =       ZERO
                   GO      TO      S540-EX
           END-IF

           IF      WK-PASS     =       "2"
                   MOVE    1           TO      WK-RULE-LEN
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WK-HEAD-CNT
                           MOVE    TBL-HEAD (I) TO     RPT-REC
                           PERFORM S700-10     THRU    S700-EX
                           IF      TBL-HEAD (I) NOT =  SPACE
                                   MOVE    LENGTH(TRIM(TBL-HEAD (I)
                                           TRAILING)) TO WK-LEN
                                   IF      WK-LEN      >  WK-RULE-LEN
                                           MOVE    WK-LEN TO
                                                   WK-RULE-LEN
                                   END-IF
                           END-IF
                   END-PERFORM
                   MOVE    SPACE       TO      RPT-REC
                   MOVE    ALL "-"     TO      RPT-REC (1:WK-RULE-LEN)
                   PERFORM S700-10     THRU    S700-EX
           END-IF
           COMPUTE WK-LINE-CNT = WK-LINE-CNT + WK-HEAD-CNT + 1
           .
       S540-EX.
           EXIT.

      *    *** 表題部(表題行・実行ID/業務日付行・空白行)
      *    *** 2ページ目からは表題行を改ページして書く
       S600-10.

           IF      WK-PAGE     >       1
                   MOVE    SPACE       TO      RPT-REC
                   WRITE   RPT-REC     BEFORE  ADVANCING PAGE
           END-IF
           MOVE    WK-PAGE     TO      WK-PAGE-D
           MOVE    TBL-SLT-PAGES (S) TO WK-TOTAL-D
           MOVE    SPACE       TO      RPT-REC
           MOVE    1           TO      WK-POS
           STRING  TBL-SLT-PGM (S) DELIMITED BY SIZE
                   "  "        DELIMITED BY SIZE
                   TBL-SLT-TITLE (S) DELIMITED BY SIZE
                   INTO    RPT-REC
                   WITH POINTER WK-POS
           END-STRING
      *    *** ページは63桁目から(表題が長ければ表題の後ろ)
           IF      TBL-SLT-TITLE (S) =  SPACE
                   MOVE    63          TO      WK-POS
           ELSE
                   COMPUTE WK-POS = LENGTH(TRIM(TBL-SLT-TITLE (S)
                                    TRAILING)) + 14
                   IF      WK-POS      <       63
                           MOVE    63          TO      WK-POS
                   END-IF
           END-IF
           STRING  "PAGE "     DELIMITED BY SIZE
                   WK-PAGE-D   DELIMITED BY SIZE
                   " OF "      DELIMITED BY SIZE
                   WK-TOTAL-D  DELIMITED BY SIZE
                   INTO    RPT-REC
                   WITH POINTER WK-POS
           END-STRING
           PERFORM S700-10     THRU    S700-EX

           MOVE    SPACE       TO      RPT-REC
           STRING  "RUNID="    DELIMITED BY SIZE
                   TBL-SLT-RUNID (S) DELIMITED BY SIZE
                   "  BIZDATE=" DELIMITED BY SIZE
                   TBL-SLT-BIZ (S) (1:4) "/"
                   TBL-SLT-BIZ (S) (5:2) "/"
                   TBL-SLT-BIZ (S) (7:2)
                               DELIMITED BY SIZE
                   "  PRINTED=" DELIMITED BY SIZE
                   TBL-SLT-NOW (S) (1:4) "/"
                   TBL-SLT-NOW (S) (5:2) "/"
                   TBL-SLT-NOW (S) (7:2) " "
                   TBL-SLT-NOW (S) (9:2) ":"
                   TBL-SLT-NOW (S) (11:2) ":"
                   TBL-SLT-NOW (S) (13:2)
                               DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S700-10     THRU    S700-EX

           MOVE    SPACE       TO      RPT-REC
           PERFORM S700-10     THRU    S700-EX
           .
       S600-EX.
           EXIT.

      *    *** WRITE 帳票
       S700-10.

           WRITE   RPT-REC
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F WRITE ERROR STATUS="
                           WK-RPT-STATUS
                           " FILE=" TRIM(WK-RPT-F-NAME)
                   MOVE    WK-RPT-STATUS TO    LRP-STATUS
           END-IF
           .
       S700-EX.
           EXIT.

      *    *** OPEN 作業ファイル(帳票番号 S)
       S800-10.

           EVALUATE S
               WHEN 1
                   MOVE    TBL-SLT-WK-NAME (S) TO WK-WK1-F-NAME
                   OPEN    OUTPUT      WK1-F
                   MOVE    WK-WK1-STATUS TO    WK-WK-STATUS
               WHEN 2
                   MOVE    TBL-SLT-WK-NAME (S) TO WK-WK2-F-NAME
                   OPEN    OUTPUT      WK2-F
                   MOVE    WK-WK2-STATUS TO    WK-WK-STATUS
               WHEN 3
                   MOVE    TBL-SLT-WK-NAME (S) TO WK-WK3-F-NAME
                   OPEN    OUTPUT      WK3-F
                   MOVE    WK-WK3-STATUS TO    WK-WK-STATUS
               WHEN OTHER
                   MOVE    TBL-SLT-WK-NAME (S) TO WK-WK4-F-NAME
                   OPEN    OUTPUT      WK4-F
                   MOVE    WK-WK4-STATUS TO    WK-WK-STATUS
           END-EVALUATE
           .
       S800-EX.
           EXIT.

      *    *** WRITE 作業ファイル(帳票番号 S)
       S810-10.

           EVALUATE S
               WHEN 1
                   WRITE   WK1-REC     FROM    WK-WK-REC
                   MOVE    WK-WK1-STATUS TO    WK-WK-STATUS
               WHEN 2
                   WRITE   WK2-REC     FROM    WK-WK-REC
                   MOVE    WK-WK2-STATUS TO    WK-WK-STATUS
               WHEN 3
                   WRITE   WK3-REC     FROM    WK-WK-REC
                   MOVE    WK-WK3-STATUS TO    WK-WK-STATUS
               WHEN OTHER
                   WRITE   WK4-REC     FROM    WK-WK-REC
                   MOVE    WK-WK4-STATUS TO    WK-WK-STATUS
           END-EVALUATE
           .
       S810-EX.
           EXIT.

      *    *** CLOSE 作業ファイル(帳票番号 S)
       S820-10.

           EVALUATE S
               WHEN 1
                   CLOSE   WK1-F
               WHEN 2
                   CLOSE   WK2-F
               WHEN 3
                   CLOSE   WK3-F
               WHEN OTHER
                   CLOSE   WK4-F
           END-EVALUATE
           .
       S820-EX.
           EXIT.
