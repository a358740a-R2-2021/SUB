      *    *** 障害通知メール作成(メールゲートウェイ受取り) サブルーチン
      *    *** 致命エラーは LOGERR.LOG・アラートキュー・コンソールにしか
      *    *** 出ず、当番は次に画面を見るまで気付かない。本ルーチンは
      *    *** 送信可能なMIMEメールを1通1ファイルでゲートウェイの受取り
      *    *** ディレクトリー(CFG-MAILSPL-PICKUP)へ置く。
      *    *** 書きかけを拾わせない様に .tmp で書き、閉じてから .eml へ
      *    *** 名前を変える。添付は DECODE08 でBASE64に包む。
      *    *** ID=A: アラートキューの新着(前回通知済の控え MAILSPL.LAST
      *    ***       より後のキー)を1件1通で通知する。本文にカタログの
      *    ***       説明・対処と対処コード、添付に LOGERR.SNAP。
      *    ***       控えが無い初回は前日分以降を対象とする。
      *    ***       (MAINJOB.PGMREG へ登録して夜間ステップで流す)
      *    *** ID=H: HANDOVERの判定が RED/AMBER の時の通知。本文は
      *    ***       LI-TEXTの要約行、添付は引き継ぎ文書(LI-ATT-FILENAME)
      *    *** 宛先は振分け表(MAILSPL.ROUTE)をプログラム名と重大度で引く。
      *    *** 振分け表1行= プログラム(8) 重大度(1) 宛先アドレス(64)
      *    ***   重大度はLOGERRのE/F、HANDOVERは判定の頭文字R/A。
      *    ***   プログラム・重大度の "*" は全て共通。1キーに複数行で
      *    ***   複数宛先(最大10)。完全一致→重大度"*"→プログラム"*"→
      *    ***   両方"*"の順に、最初に行の有った段の宛先だけを使う。
      *    ***   先頭 "#" は注釈行
      *    *** RETURN-CODE 0=正常, 4=宛先の無い通知が有った(書かない),
      *    ***             8=ファイル異常
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             MAILSPL.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** アラートキュー(LOGERRが書く)
       SELECT ALERT-F          ASSIGN   WK-ALERT-F-NAME
                               STATUS   WK-ALERT-STATUS
           ORGANIZATION        INDEXED
           ACCESS MODE         DYNAMIC
           RECORD KEY          AL-KEY.

      *    *** メッセージカタログ(LOGERRと共用)
       SELECT CAT-F            ASSIGN   WK-CAT-F-NAME
                               STATUS   WK-CAT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 宛先振分け表
       SELECT RTE-F            ASSIGN   WK-RTE-F-NAME
                               STATUS   WK-RTE-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 通知済アラートの控え(最後に通知したキー1行)
       SELECT LAST-F           ASSIGN   WK-LAST-F-NAME
                               STATUS   WK-LAST-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** LOGERR の ALERT-REC と同一レイアウト
       FD  ALERT-F
           LABEL RECORDS ARE STANDARD.
       01  ALERT-REC.
           03  AL-KEY.
             05  AL-DATE       PIC  9(008).
             05  AL-TIME       PIC  9(006).
             05  AL-SEQ        PIC  9(003).
           03  FILLER          PIC  X(001).
           03  AL-PGM          PIC  X(008).
           03  FILLER          PIC  X(001).
           03  AL-CONTEXT      PIC  X(040).
           03  FILLER          PIC  X(001).
           03  AL-STATUS       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  AL-ACTION      PIC  X(008).
           03  FILLER          PIC  X(001).
           03  AL-SEV          PIC  X(001).

      *    *** LOGERR の CAT-REC と同一レイアウト
       FD  CAT-F
           LABEL RECORDS ARE STANDARD.
       01  CAT-REC.
           03  CAT-PGM         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  CAT-STATUS      PIC  X(004).
           03  FILLER          PIC  X(001).
           03  CAT-ACTION      PIC  X(008).
           03  FILLER          PIC  X(001).
           03  CAT-TEXT        PIC  X(040).
           03  FILLER          PIC  X(001).
           03  CAT-TAIOU       PIC  X(040).

       FD  RTE-F
           LABEL RECORDS ARE STANDARD.
       01  RTE-REC.
           03  RTE-PGM         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  RTE-SEV         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  RTE-ADDR        PIC  X(064).

       FD  LAST-F
           LABEL RECORDS ARE STANDARD.
       01  LAST-REC.
           03  LAST-KEY        PIC  X(017).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "MAILSPL".

           03  WK-ALERT-F-NAME PIC  X(032) VALUE
               "LOGERR.ALERT".
           03  WK-ALERT-STATUS PIC  9(002) VALUE ZERO.
           03  WK-ALERT-EOF    PIC  X(001) VALUE LOW-VALUE.

           03  WK-CAT-F-NAME   PIC  X(032) VALUE
               "LOGERR.CAT".
           03  WK-CAT-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CAT-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-RTE-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-RTE-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-RTE-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-LAST-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-LAST-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-SNAP-F-NAME  PIC  X(256) VALUE
               "LOGERR.SNAP".

      *    *** 戻り値(大きい方を残す)
           03  WK-RC           BINARY-LONG SYNC VALUE ZERO.

      *    *** 通知済の控え(前回分と今回の到達点)
           03  WK-LAST-KEY     PIC  X(017) VALUE SPACE.
           03  WK-NEW-LAST     PIC  X(017) VALUE SPACE.
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-TODAY        PIC  9(008) VALUE ZERO.
           03  WK-YESTERDAY    PIC  9(008) VALUE ZERO.
           03  WK-MAIL-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-NOROUTE-CNT  BINARY-LONG SYNC VALUE ZERO.

      *    *** カタログ検索結果
           03  WK-HIT-TEXT     PIC  X(040) VALUE SPACE.
           03  WK-HIT-TAIOU    PIC  X(040) VALUE SPACE.

      *    *** 宛先検索(キーと結果の宛先並び)
           03  WK-R-PGM        PIC  X(008) VALUE SPACE.
           03  WK-R-SEV        PIC  X(001) VALUE SPACE.
           03  WK-R-MATCH      PIC  X(001) VALUE "N".
           03  WK-TO           PIC  X(800) VALUE SPACE.
           03  WK-TO-PTR       BINARY-LONG SYNC VALUE 1.
           03  WK-TO-CNT       BINARY-LONG SYNC VALUE ZERO.

      *    *** 現在日時とメールのDate見出し
           03  WK-NOW          PIC  X(021) VALUE SPACE.
           03  WK-NOW-DATE     PIC  9(008) VALUE ZERO.
           03  WK-NOW-MM       PIC  9(002) VALUE ZERO.
           03  WK-DOW          BINARY-LONG SYNC VALUE ZERO.
           03  WK-DATE-HDR     PIC  X(040) VALUE SPACE.
           03  WK-DOW-NAMES    PIC  X(021) VALUE
               "MonTueWedThuFriSatSun".
           03  WK-DOW-NAMES-R  REDEFINES WK-DOW-NAMES.
             05  WK-DOW-NM     OCCURS 7
                               PIC  X(003).
           03  WK-MON-NAMES    PIC  X(036) VALUE
               "JanFebMarAprMayJunJulAugSepOctNovDec".
           03  WK-MON-NAMES-R  REDEFINES WK-MON-NAMES.
             05  WK-MON-NM     OCCURS 12
                               PIC  X(003).

      *    *** メール1通(ファイル名・境界・件名・成否)
           03  WK-MAIL-BASE    PIC  X(032) VALUE SPACE.
           03  WK-MAIL-TMP     PIC  X(256) VALUE SPACE.
           03  WK-MAIL-NAME    PIC  X(256) VALUE SPACE.
           03  WK-BOUNDARY     PIC  X(048) VALUE SPACE.
           03  WK-SUBJ         PIC  X(128) VALUE SPACE.
           03  WK-MAIL-NG      PIC  X(001) VALUE "N".
           03  WK-RENAME-STATUS BINARY-LONG SYNC VALUE ZERO.

      *    *** メール側(CBLルーチンの生バイト書込み、行末CRLF)
           03  WK-MFH          PIC  X(004) VALUE LOW-VALUE.
           03  WK-W-ACCESS     PIC  X(001) COMP-X VALUE 2.
           03  WK-R-ACCESS     PIC  X(001) COMP-X VALUE 1.
           03  WK-DENY         PIC  X(001) COMP-X VALUE 3.
           03  WK-DEVICE       PIC  X(001) COMP-X VALUE 0.
           03  WK-M-OFFSET     PIC  X(008) COMP-X VALUE ZERO.
           03  WK-M-NBYTES     PIC  X(004) COMP-X VALUE ZERO.
           03  WK-M-FLAGS      PIC  X(001) COMP-X VALUE ZERO.
           03  WK-LINE         PIC  X(1024) VALUE SPACE.
           03  WK-LINE-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-CRLF         PIC  X(002) VALUE X"0D0A".

      *    *** 添付側(57バイト×72行ずつ読んでBASE64の76桁行に揃える)
           03  WK-ATT-NAME     PIC  X(256) VALUE SPACE.
           03  WK-ATT-LABEL    PIC  X(064) VALUE SPACE.
           03  WK-ATT-SKIP-SW  PIC  X(001) VALUE "Y".
           03  WK-AFH          PIC  X(004) VALUE LOW-VALUE.
           03  WK-A-OFFSET     PIC  X(008) COMP-X VALUE ZERO.
           03  WK-A-NBYTES     PIC  X(004) COMP-X VALUE ZERO.
           03  WK-A-FLAGS      PIC  X(001) COMP-X VALUE ZERO.
           03  WK-ATT-SIZE     BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-ATT-MAX      BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-REMAIN       BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-CHUNK        BINARY-LONG SYNC VALUE ZERO.
           03  WK-ATT-NG       PIC  X(001) VALUE "N".
           03  WK-ATT-BUF      PIC  X(4104) VALUE SPACE.
           03  WK-B64-OUT      PIC  X(6000) VALUE SPACE.
           03  WK-B64-OUT-LEN  BINARY-LONG SYNC VALUE ZERO.
           03  WK-B64-MODE     PIC  X(001) VALUE "E".

      *    *** 編集
           03  WK-CNT-D        PIC  ZZZ,ZZ9.
           03  WK-SIZE-D       PIC  ZZZ,ZZZ,ZZ9.

      *    *** 宛先振分け表(最大100行)
       01  TBL-RTE-AREA.
           03  TBL-RTE-ENT     OCCURS 100.
             05  TBL-RTE-PGM   PIC  X(008).
             05  TBL-RTE-SEV   PIC  X(001).
             05  TBL-RTE-ADDR  PIC  X(064).
       01  TBL-RTE-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** メッセージカタログ(LOGERRと同じ最大200件)
       01  TBL-CAT-AREA.
           03  TBL-CAT-ENT     OCCURS 200.
             05  TBL-CAT-PGM   PIC  X(008).
             05  TBL-CAT-STATUS PIC X(004).
             05  TBL-CAT-TEXT  PIC  X(040).
             05  TBL-CAT-TAIOU PIC  X(040).
       01  TBL-CAT-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** A=アラート新着通知, H=引き継ぎ判定通知
       01  LI-ID               PIC  X(001).

      *    *** 引き継ぎ判定(H。RED/AMBER、それ以外は通知しない)
       01  LI-RAG              PIC  X(005).

      *    *** 添付する引き継ぎ文書(H)
       01  LI-ATT-FILENAME     PIC  X(256).

      *    *** 本文の要約行(H)
       01  LI-TEXT             PIC  X(080).

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-RAG
                                       LI-ATT-FILENAME
                                       LI-TEXT
           .
       M100-10.

           MOVE    ZERO        TO      WK-RC
                                       WK-MAIL-CNT
                                       WK-NOROUTE-CNT

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-MAILSPL-ROUTE-NAME TO WK-RTE-F-NAME
           MOVE    CFG-MAILSPL-LAST-NAME TO WK-LAST-F-NAME
           COMPUTE WK-ATT-MAX = CFG-MAILSPL-ATTMAX * 1024

           MOVE    CURRENT-DATE TO     WK-NOW
           PERFORM S900-10     THRU    S900-EX

           PERFORM S010-10     THRU    S010-EX

           EVALUATE LI-ID
               WHEN "A"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "H"
                   PERFORM S200-10     THRU    S200-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID A,H 指定"
                   MOVE    8           TO      WK-RC
           END-EVALUATE

           MOVE    WK-RC       TO      RETURN-CODE
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 宛先振分け表読込み(ファイル無しは宛先無しとして続行)
       S010-10.

           MOVE    ZERO        TO      TBL-RTE-CNT
           OPEN    INPUT       RTE-F
           IF      WK-RTE-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " 振分け表無し "
                           TRIM(WK-RTE-F-NAME)
                   GO      TO      S010-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-RTE-EOF
           PERFORM UNTIL WK-RTE-EOF    =       HIGH-VALUE
                   READ    RTE-F
                   IF      WK-RTE-STATUS =     ZERO
                           IF      RTE-PGM NOT = SPACE
                              AND  RTE-PGM (1:1) NOT = "#"
                              AND  RTE-ADDR NOT = SPACE
                              AND  TBL-RTE-CNT < 100
                                   ADD     1   TO      TBL-RTE-CNT
                                   MOVE    RTE-PGM     TO
                                           TBL-RTE-PGM (TBL-RTE-CNT)
                                   MOVE    RTE-SEV     TO
                                           TBL-RTE-SEV (TBL-RTE-CNT)
                                   MOVE    RTE-ADDR    TO
                                           TBL-RTE-ADDR (TBL-RTE-CNT)
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-RTE-EOF
                   END-IF
           END-PERFORM
           CLOSE   RTE-F
           .
       S010-EX.
           EXIT.

      *    *** メッセージカタログ読込み(ファイル無しは未登録として続行)
       S020-10.

           MOVE    ZERO        TO      TBL-CAT-CNT
           OPEN    INPUT       CAT-F
           IF      WK-CAT-STATUS NOT = ZERO
                   GO      TO      S020-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-CAT-EOF
           PERFORM UNTIL WK-CAT-EOF    =       HIGH-VALUE
                   READ    CAT-F
                   IF      WK-CAT-STATUS =     ZERO
                           IF      CAT-PGM NOT = SPACE
                              AND  CAT-PGM (1:1) NOT = "#"
                              AND  TBL-CAT-CNT < 200
                                   ADD     1   TO      TBL-CAT-CNT
                                   MOVE    CAT-PGM     TO
                                           TBL-CAT-PGM (TBL-CAT-CNT)
                                   MOVE    CAT-STATUS  TO
                                           TBL-CAT-STATUS (TBL-CAT-CNT)
                                   MOVE    CAT-TEXT    TO
                                           TBL-CAT-TEXT (TBL-CAT-CNT)
                                   MOVE    CAT-TAIOU   TO
                                           TBL-CAT-TAIOU (TBL-CAT-CNT)
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CAT-EOF
                   END-IF
           END-PERFORM
           CLOSE   CAT-F
           .
       S020-EX.
           EXIT.

      *    *** カタログ検索(LOGERRと同じ。完全一致優先、"*"は共通)
       S030-10.

           MOVE    SPACE       TO      WK-HIT-TEXT
                                       WK-HIT-TAIOU

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-CAT-CNT
                   IF      TBL-CAT-PGM (I)    = AL-PGM
                      AND  TBL-CAT-STATUS (I) = AL-STATUS
                           MOVE    TBL-CAT-TEXT (I)  TO WK-HIT-TEXT
                           MOVE    TBL-CAT-TAIOU (I) TO WK-HIT-TAIOU
                           GO      TO      S030-EX
                   END-IF
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-CAT-CNT
                   IF      TBL-CAT-PGM (I) (1:1) = "*"
                      AND  TBL-CAT-STATUS (I) = AL-STATUS
                           MOVE    TBL-CAT-TEXT (I)  TO WK-HIT-TEXT
                           MOVE    TBL-CAT-TAIOU (I) TO WK-HIT-TAIOU
                           GO      TO      S030-EX
                   END-IF
           END-PERFORM
           .
       S030-EX.
           EXIT.

      *    *** 宛先検索(WK-R-PGM/WK-R-SEV => WK-TO、WK-TO-CNT=宛先数)
      *    *** 完全一致→重大度"*"→プログラム"*"→両方"*"の段の順に見て、
      *    *** 最初に当たった段の行だけを宛先にする
       S040-10.

           MOVE    SPACE       TO      WK-TO
           MOVE    1           TO      WK-TO-PTR
           MOVE    ZERO        TO      WK-TO-CNT

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 4
                      OR WK-TO-CNT > ZERO
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-RTE-CNT
                           MOVE    "N"         TO      WK-R-MATCH
                           EVALUATE K
                               WHEN 1
                                   IF  TBL-RTE-PGM (I) = WK-R-PGM
                                   AND TBL-RTE-SEV (I) = WK-R-SEV
                                       MOVE "Y"    TO  WK-R-MATCH
                                   END-IF
                               WHEN 2
                                   IF  TBL-RTE-PGM (I) = WK-R-PGM
                                   AND TBL-RTE-SEV (I) = "*"
                                       MOVE "Y"    TO  WK-R-MATCH
                                   END-IF
                               WHEN 3
                                   IF  TBL-RTE-PGM (I) = "*"
                                   AND TBL-RTE-SEV (I) = WK-R-SEV
                                       MOVE "Y"    TO  WK-R-MATCH
                                   END-IF
                               WHEN 4
                                   IF  TBL-RTE-PGM (I) = "*"
                                   AND TBL-RTE-SEV (I) = "*"
                                       MOVE "Y"    TO  WK-R-MATCH
                                   END-IF
                           END-EVALUATE
                           IF      WK-R-MATCH  =       "Y"
                                   PERFORM S041-10     THRU    S041-EX
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       S040-EX.
           EXIT.

      *    *** 宛先1件を並びへ足す(", "区切り、最大10件)
       S041-10.

           IF      WK-TO-CNT   >=      10
                   GO      TO      S041-EX
           END-IF
           IF      WK-TO-CNT   >       ZERO
                   STRING  ", "        DELIMITED BY SIZE
                           INTO    WK-TO
                           WITH POINTER WK-TO-PTR
                   END-STRING
           END-IF
           STRING  TRIM(TBL-RTE-ADDR (I)) DELIMITED BY SIZE
                   INTO    WK-TO
                   WITH POINTER WK-TO-PTR
           END-STRING
           ADD     1           TO      WK-TO-CNT
           .
       S041-EX.
           EXIT.

      *    *** アラート新着通知(ID=A)
       S100-10.

           PERFORM S020-10     THRU    S020-EX

      *    *** 前回の控え(無い初回は前日分以降)
           MOVE    SPACE       TO      WK-LAST-KEY
           OPEN    INPUT       LAST-F
           IF      WK-LAST-STATUS =    ZERO
                   READ    LAST-F
                   IF      WK-LAST-STATUS =    ZERO
                           MOVE    LAST-KEY    TO      WK-LAST-KEY
                   END-IF
                   CLOSE   LAST-F
           END-IF
           IF      WK-LAST-KEY =       SPACE
              OR   WK-LAST-KEY IS NOT NUMERIC
                   MOVE    "G"         TO      WK-BIZ-ID
                   CALL    "BIZDATE"   USING   WK-BIZ-ID
                                               WK-TODAY
                                               WK-BIZ-STAT
                   COMPUTE WK-YESTERDAY = DATE-OF-INTEGER
                                     ( INTEGER-OF-DATE (WK-TODAY) - 1 )
                   MOVE    WK-YESTERDAY TO     WK-LAST-KEY (1:8)
                   MOVE    ZERO        TO      WK-LAST-KEY (9:9)
           END-IF
           MOVE    WK-LAST-KEY TO      WK-NEW-LAST

           OPEN    INPUT       ALERT-F
           IF      WK-ALERT-STATUS =   35
                   DISPLAY WK-PGM-NAME " アラート無し"
                   GO      TO      S100-EX
           END-IF
           IF      WK-ALERT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " ALERT-F OPEN ERROR STATUS="
                           WK-ALERT-STATUS
                   MOVE    8           TO      WK-RC
                   GO      TO      S100-EX
           END-IF

           MOVE    WK-LAST-KEY TO      AL-KEY
           MOVE    LOW-VALUE   TO      WK-ALERT-EOF
           START   ALERT-F     KEY     >       AL-KEY
               INVALID KEY
                   MOVE    HIGH-VALUE  TO      WK-ALERT-EOF
           END-START
           PERFORM UNTIL WK-ALERT-EOF  =       HIGH-VALUE
                   READ    ALERT-F NEXT
                   IF      WK-ALERT-STATUS =   ZERO
                           PERFORM S110-10     THRU    S110-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-ALERT-EOF
                   END-IF
           END-PERFORM
           CLOSE   ALERT-F

      *    *** 控えを進める(書けなかった通知の手前まで)
           IF      WK-NEW-LAST NOT =   WK-LAST-KEY
                   OPEN    OUTPUT      LAST-F
                   IF      WK-LAST-STATUS =    ZERO
                           MOVE    WK-NEW-LAST TO      LAST-KEY
                           WRITE   LAST-REC
                           CLOSE   LAST-F
                   ELSE
                           DISPLAY WK-PGM-NAME
                                   " LAST-F OPEN ERROR STATUS="
                                   WK-LAST-STATUS
                           MOVE    8           TO      WK-RC
                   END-IF
           END-IF

           MOVE    WK-MAIL-CNT TO      WK-CNT-D
           DISPLAY WK-PGM-NAME " アラート通知=" WK-CNT-D
                   " 宛先無し=" WK-NOROUTE-CNT
           .
       S100-EX.
           EXIT.

      *    *** アラート1件の通知(書けなければ以降を止めて次回へ回す)
       S110-10.

           MOVE    AL-PGM      TO      WK-R-PGM
           MOVE    AL-SEV      TO      WK-R-SEV
           PERFORM S040-10     THRU    S040-EX
           IF      WK-TO-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME " 宛先無し " AL-PGM " "
                           AL-SEV " KEY=" AL-KEY
                   ADD     1           TO      WK-NOROUTE-CNT
                   IF      WK-RC       <       4
                           MOVE    4           TO      WK-RC
                   END-IF
                   MOVE    AL-KEY      TO      WK-NEW-LAST
                   GO      TO      S110-EX
           END-IF

           PERFORM S030-10     THRU    S030-EX

           MOVE    SPACE       TO      WK-MAIL-BASE
                                       WK-SUBJ
           STRING  "AL"        DELIMITED BY SIZE
                   AL-KEY      DELIMITED BY SIZE
                   INTO    WK-MAIL-BASE
           END-STRING
           IF      AL-SEV      =       "F"
                   MOVE    "[FATAL] "  TO      WK-SUBJ
           ELSE
                   MOVE    "[ERROR] "  TO      WK-SUBJ
           END-IF
           STRING  AL-PGM      DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   AL-STATUS   DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   TRIM(AL-CONTEXT) DELIMITED BY SIZE
                   INTO    WK-SUBJ (9:)
           END-STRING

           PERFORM S500-10     THRU    S500-EX
           IF      WK-MAIL-NG  =       "Y"
                   MOVE    8           TO      WK-RC
                   MOVE    HIGH-VALUE  TO      WK-ALERT-EOF
                   GO      TO      S110-EX
           END-IF

      *    *** 本文
           MOVE
               "致命エラーのアラートが入りました。"
                               TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX
           MOVE    SPACE       TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX
           STRING  "KEY      : " DELIMITED BY SIZE
                   AL-KEY      DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           STRING  "PROGRAM  : " DELIMITED BY SIZE
                   AL-PGM      DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           STRING  "STATUS   : " DELIMITED BY SIZE
                   AL-STATUS   DELIMITED BY SIZE
                   "   SEVERITY: " DELIMITED BY SIZE
                   AL-SEV      DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           STRING  "CONTEXT  : " DELIMITED BY SIZE
                   AL-CONTEXT  DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           STRING  "ACTION   : " DELIMITED BY SIZE
                   AL-ACTION   DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           IF      WK-HIT-TEXT =       SPACE
                   MOVE    "説明     : (カタログ未登録)"
                                       TO      WK-LINE
           ELSE
                   STRING  "説明     : " DELIMITED BY SIZE
                           WK-HIT-TEXT DELIMITED BY SIZE
                           INTO    WK-LINE
                   END-STRING
           END-IF
           PERFORM S600-10     THRU    S600-EX
           IF      WK-HIT-TAIOU NOT =  SPACE
                   STRING  "対処     : " DELIMITED BY SIZE
                           WK-HIT-TAIOU DELIMITED BY SIZE
                           INTO    WK-LINE
                   END-STRING
                   PERFORM S600-10     THRU    S600-EX
           END-IF
           MOVE    SPACE       TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX
           MOVE
               "受付・完了は ALERTWF で記録して下さい。"
                               TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX

      *    *** 添付(記憶域スナップショット。無ければ付けない)
           MOVE    WK-SNAP-F-NAME TO   WK-ATT-NAME
           MOVE    "LOGERR.SNAP" TO    WK-ATT-LABEL
           PERFORM S550-10     THRU    S550-EX

           PERFORM S590-10     THRU    S590-EX
           IF      WK-MAIL-NG  =       "Y"
                   MOVE    8           TO      WK-RC
                   MOVE    HIGH-VALUE  TO      WK-ALERT-EOF
                   GO      TO      S110-EX
           END-IF
           MOVE    AL-KEY      TO      WK-NEW-LAST
           .
       S110-EX.
           EXIT.

      *    *** 引き継ぎ判定通知(ID=H。RED/AMBERの時だけ)
       S200-10.

           IF      LI-RAG      NOT =   "RED" AND "AMBER"
                   GO      TO      S200-EX
           END-IF

           MOVE    "HANDOVER"  TO      WK-R-PGM
           MOVE    LI-RAG (1:1) TO     WK-R-SEV
           PERFORM S040-10     THRU    S040-EX
           IF      WK-TO-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME " 宛先無し HANDOVER "
                           WK-R-SEV
                   ADD     1           TO      WK-NOROUTE-CNT
                   MOVE    4           TO      WK-RC
                   GO      TO      S200-EX
           END-IF

           MOVE    SPACE       TO      WK-MAIL-BASE
                                       WK-SUBJ
           STRING  "HO"        DELIMITED BY SIZE
                   WK-NOW (1:14) DELIMITED BY SIZE
                   INTO    WK-MAIL-BASE
           END-STRING
           STRING  "[HANDOVER " DELIMITED BY SIZE
                   LI-RAG      DELIMITED BY SPACE
                   "] "        DELIMITED BY SIZE
                   TRIM(LI-TEXT) DELIMITED BY SIZE
                   INTO    WK-SUBJ
           END-STRING

           PERFORM S500-10     THRU    S500-EX
           IF      WK-MAIL-NG  =       "Y"
                   MOVE    8           TO      WK-RC
                   GO      TO      S200-EX
           END-IF

      *    *** 本文
           STRING  "引き継ぎの判定は " DELIMITED BY SIZE
                   LI-RAG      DELIMITED BY SPACE
                   " です。"   DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           MOVE    SPACE       TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX
           MOVE    LI-TEXT     TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX
           MOVE    SPACE       TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX
           MOVE
               "詳細は添付の引き継ぎ文書を参照。"
                               TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX

      *    *** 添付(引き継ぎ文書)
           IF      LI-ATT-FILENAME NOT = SPACE
                   MOVE    LI-ATT-FILENAME TO  WK-ATT-NAME
                   PERFORM S540-10     THRU    S540-EX
                   PERFORM S550-10     THRU    S550-EX
           END-IF

           PERFORM S590-10     THRU    S590-EX
           IF      WK-MAIL-NG  =       "Y"
                   MOVE    8           TO      WK-RC
                   GO      TO      S200-EX
           END-IF
           DISPLAY WK-PGM-NAME " 引き継ぎ通知 " LI-RAG " => "
                   TRIM(WK-MAIL-NAME)
           .
       S200-EX.
           EXIT.

      *    *** メール1通の開始(.tmpで作成し、見出しと本文パートの頭)
       S500-10.

           MOVE    "N"         TO      WK-MAIL-NG
           MOVE    SPACE       TO      WK-MAIL-TMP
                                       WK-MAIL-NAME
                                       WK-BOUNDARY
           STRING  TRIM(CFG-MAILSPL-PICKUP) DELIMITED BY SIZE
                   "/"         DELIMITED BY SIZE
                   WK-MAIL-BASE DELIMITED BY SPACE
                   ".tmp"      DELIMITED BY SIZE
                   INTO    WK-MAIL-TMP
           END-STRING
           STRING  TRIM(CFG-MAILSPL-PICKUP) DELIMITED BY SIZE
                   "/"         DELIMITED BY SIZE
                   WK-MAIL-BASE DELIMITED BY SPACE
                   ".eml"      DELIMITED BY SIZE
                   INTO    WK-MAIL-NAME
           END-STRING
           CALL    "PATHSVC"   USING   WK-MAIL-TMP
           CALL    "PATHSVC"   USING   WK-MAIL-NAME
           STRING  "=_MAILSPL_" DELIMITED BY SIZE
                   WK-MAIL-BASE DELIMITED BY SPACE
                   INTO    WK-BOUNDARY
           END-STRING

           CALL    "CBL_CREATE_FILE" USING WK-MAIL-TMP
                                           WK-W-ACCESS
                                           WK-DENY
                                           WK-DEVICE
                                           WK-MFH
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " メール OPEN ERROR RC="
                           RETURN-CODE " " TRIM(WK-MAIL-TMP)
                   MOVE    ZERO        TO      RETURN-CODE
                   MOVE    "Y"         TO      WK-MAIL-NG
                   GO      TO      S500-EX
           END-IF
           MOVE    ZERO        TO      WK-M-OFFSET

      *    *** 見出し
           STRING  "From: "    DELIMITED BY SIZE
                   TRIM(CFG-MAILSPL-FROM) DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           STRING  "To: "      DELIMITED BY SIZE
                   WK-TO (1:WK-TO-PTR - 1) DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           STRING  "Subject: " DELIMITED BY SIZE
                   TRIM(WK-SUBJ) DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           STRING  "Date: "    DELIMITED BY SIZE
                   WK-DATE-HDR DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           MOVE    "MIME-Version: 1.0" TO WK-LINE
           PERFORM S600-10     THRU    S600-EX
           STRING  "Content-Type: multipart/mixed; boundary="""
                               DELIMITED BY SIZE
                   WK-BOUNDARY DELIMITED BY SPACE
                   """"        DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           MOVE    SPACE       TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX
           MOVE    "This is a multi-part message in MIME format."
                               TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX

      *    *** 本文パート
           PERFORM S520-10     THRU    S520-EX
           MOVE    "Content-Type: text/plain; charset=UTF-8"
                               TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX
           MOVE    "Content-Transfer-Encoding: 8bit" TO WK-LINE
           PERFORM S600-10     THRU    S600-EX
           MOVE    SPACE       TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX
           .
       S500-EX.
           EXIT.

      *    *** パート区切り行
       S520-10.

           STRING  "--"        DELIMITED BY SIZE
                   WK-BOUNDARY DELIMITED BY SPACE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           .
       S520-EX.
           EXIT.

      *    *** 添付の見出し名(WK-ATT-NAMEのディレクトリーを除いた名前)
       S540-10.

           MOVE    TRIM(WK-ATT-NAME) TO WK-ATT-LABEL
           PERFORM VARYING I FROM LENGTH(TRIM(WK-ATT-NAME TRAILING))
                   BY -1
                   UNTIL I < 1
                   IF      WK-ATT-NAME (I:1) = "/" OR "\"
                           MOVE    WK-ATT-NAME (I + 1:) TO WK-ATT-LABEL
                           MOVE    ZERO        TO      I
                   END-IF
           END-PERFORM
           .
       S540-EX.
           EXIT.

      *    *** 添付1本(WK-ATT-NAME を WK-ATT-LABEL の名前でBASE64添付)
      *    *** 開けない物は付けない。上限超過は省いた旨のパートにする
       S550-10.

           MOVE    "N"         TO      WK-ATT-NG
           CALL    "PATHSVC"   USING   WK-ATT-NAME
           CALL    "CBL_OPEN_FILE" USING WK-ATT-NAME
                                         WK-R-ACCESS
                                         WK-DENY
                                         WK-DEVICE
                                         WK-AFH
           IF      RETURN-CODE NOT =   ZERO
                   MOVE    ZERO        TO      RETURN-CODE
                   GO      TO      S550-EX
           END-IF

      *    *** 大きさ(FLAGS=128)
           MOVE    128         TO      WK-A-FLAGS
           MOVE    ZERO        TO      WK-A-OFFSET
                                       WK-A-NBYTES
           CALL    "CBL_READ_FILE" USING WK-AFH
                                         WK-A-OFFSET
                                         WK-A-NBYTES
                                         WK-A-FLAGS
                                         WK-ATT-BUF
           MOVE    WK-A-OFFSET TO      WK-ATT-SIZE
           MOVE    ZERO        TO      WK-A-OFFSET
                                       WK-A-FLAGS

           PERFORM S520-10     THRU    S520-EX
           IF      WK-ATT-SIZE >       WK-ATT-MAX
                   MOVE    "Content-Type: text/plain; charset=UTF-8"
                                       TO      WK-LINE
                   PERFORM S600-10     THRU    S600-EX
                   MOVE    SPACE       TO      WK-LINE
                   PERFORM S600-10     THRU    S600-EX
                   MOVE    WK-ATT-SIZE TO      WK-SIZE-D
                   STRING  "添付省略(上限超過) "
                                       DELIMITED BY SIZE
                           TRIM(WK-ATT-LABEL) DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           TRIM(WK-SIZE-D) DELIMITED BY SIZE
                           " BYTES"    DELIMITED BY SIZE
                           INTO    WK-LINE
                   END-STRING
                   PERFORM S600-10     THRU    S600-EX
                   CALL    "CBL_CLOSE_FILE" USING WK-AFH
                   GO      TO      S550-EX
           END-IF

           STRING  "Content-Type: application/octet-stream; name="""
                               DELIMITED BY SIZE
                   TRIM(WK-ATT-LABEL) DELIMITED BY SIZE
                   """"        DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           MOVE    "Content-Transfer-Encoding: base64" TO WK-LINE
           PERFORM S600-10     THRU    S600-EX
           STRING  "Content-Disposition: attachment; filename="""
                               DELIMITED BY SIZE
                   TRIM(WK-ATT-LABEL) DELIMITED BY SIZE
                   """"        DELIMITED BY SIZE
                   INTO    WK-LINE
           END-STRING
           PERFORM S600-10     THRU    S600-EX
           MOVE    SPACE       TO      WK-LINE
           PERFORM S600-10     THRU    S600-EX

           MOVE    WK-ATT-SIZE TO      WK-REMAIN
           PERFORM UNTIL WK-REMAIN <=  ZERO
                      OR WK-ATT-NG =   "Y"
                      OR WK-MAIL-NG =  "Y"
                   PERFORM S551-10     THRU    S551-EX
           END-PERFORM
           CALL    "CBL_CLOSE_FILE" USING WK-AFH
           IF      WK-ATT-NG   =       "Y"
                   DISPLAY WK-PGM-NAME " 添付 READ ERROR "
                           TRIM(WK-ATT-NAME)
           END-IF
           .
       S550-EX.
           EXIT.

      *    *** 添付の1塊(4104バイト=BASE64で76桁×72行)を符号化して書く
       S551-10.

           IF      WK-REMAIN   >       4104
                   MOVE    4104        TO      WK-CHUNK
           ELSE
                   MOVE    WK-REMAIN   TO      WK-CHUNK
           END-IF
           MOVE    WK-CHUNK    TO      WK-A-NBYTES
           CALL    "CBL_READ_FILE" USING WK-AFH
                                         WK-A-OFFSET
                                         WK-A-NBYTES
                                         WK-A-FLAGS
                                         WK-ATT-BUF
           IF      RETURN-CODE NOT =   ZERO
                   MOVE    ZERO        TO      RETURN-CODE
                   MOVE    "Y"         TO      WK-ATT-NG
                   GO      TO      S551-EX
           END-IF

           CALL    "DECODE08"  USING   WK-ATT-BUF (1:WK-CHUNK)
                                       WK-CHUNK
                                       WK-B64-OUT
                                       WK-B64-OUT-LEN
                                       WK-B64-MODE
           MOVE    WK-CRLF     TO
                   WK-B64-OUT (WK-B64-OUT-LEN + 1:2)
           ADD     2           TO      WK-B64-OUT-LEN
           MOVE    WK-B64-OUT-LEN TO   WK-M-NBYTES
           CALL    "CBL_WRITE_FILE" USING WK-MFH
                                          WK-M-OFFSET
                                          WK-M-NBYTES
                                          WK-M-FLAGS
                                          WK-B64-OUT
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " メール WRITE ERROR RC="
                           RETURN-CODE
                   MOVE    ZERO        TO      RETURN-CODE
                   MOVE    "Y"         TO      WK-MAIL-NG
                   GO      TO      S551-EX
           END-IF
           ADD     WK-B64-OUT-LEN TO   WK-M-OFFSET
           ADD     WK-CHUNK    TO      WK-A-OFFSET
           SUBTRACT WK-CHUNK   FROM    WK-REMAIN
           .
       S551-EX.
           EXIT.

      *    *** メール1通の締め(終端区切り、CLOSE、.tmp => .eml)
       S590-10.

           IF      WK-MAIL-NG  NOT =   "Y"
                   STRING  "--"        DELIMITED BY SIZE
                           WK-BOUNDARY DELIMITED BY SPACE
                           "--"        DELIMITED BY SIZE
                           INTO    WK-LINE
                   END-STRING
                   PERFORM S600-10     THRU    S600-EX
           END-IF
           CALL    "CBL_CLOSE_FILE" USING WK-MFH
           IF      WK-MAIL-NG  =       "Y"
                   CALL    "CBL_DELETE_FILE" USING WK-MAIL-TMP
                   MOVE    ZERO        TO      RETURN-CODE
                   GO      TO      S590-EX
           END-IF

           CALL    "CBL_RENAME_FILE" USING WK-MAIL-TMP
                                           WK-MAIL-NAME
                   RETURNING WK-RENAME-STATUS
           IF      WK-RENAME-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " メール RENAME ERROR STATUS="
                           WK-RENAME-STATUS
                   MOVE    "Y"         TO      WK-MAIL-NG
                   GO      TO      S590-EX
           END-IF
           ADD     1           TO      WK-MAIL-CNT
           .
       S590-EX.
           EXIT.

      *    *** 1行書出し(WK-LINEの後続空白を除いてCRLFを付ける)
      *    *** 書いた後は WK-LINE を空白に戻す
       S600-10.

           IF      WK-MAIL-NG  =       "Y"
                   MOVE    SPACE       TO      WK-LINE
                   GO      TO      S600-EX
           END-IF
           IF      WK-LINE     =       SPACE
                   MOVE    ZERO        TO      WK-LINE-LEN
           ELSE
                   COMPUTE WK-LINE-LEN =
                           LENGTH(TRIM(WK-LINE TRAILING))
           END-IF
           MOVE    WK-CRLF     TO      WK-LINE (WK-LINE-LEN + 1:2)
           ADD     2           TO      WK-LINE-LEN
           MOVE    WK-LINE-LEN TO      WK-M-NBYTES
           CALL    "CBL_WRITE_FILE" USING WK-MFH
                                          WK-M-OFFSET
                                          WK-M-NBYTES
                                          WK-M-FLAGS
                                          WK-LINE
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " メール WRITE ERROR RC="
                           RETURN-CODE
                   MOVE    ZERO        TO      RETURN-CODE
                   MOVE    "Y"         TO      WK-MAIL-NG
           ELSE
                   ADD     WK-LINE-LEN TO      WK-M-OFFSET
           END-IF
           MOVE    SPACE       TO      WK-LINE
           .
       S600-EX.
           EXIT.

      *    *** Date見出し(例 Thu, 15 Oct 2026 09:12:33 +0900)
      *    *** 1601/01/01(INTEGER-OF-DATE=1)は月曜
       S900-10.

           MOVE    WK-NOW (1:8) TO     WK-NOW-DATE
           MOVE    WK-NOW (5:2) TO     WK-NOW-MM
           COMPUTE WK-DOW = MOD ( INTEGER-OF-DATE (WK-NOW-DATE) - 1,
                                  7 ) + 1
           MOVE    SPACE       TO      WK-DATE-HDR
           STRING  WK-DOW-NM (WK-DOW) DELIMITED BY SIZE
                   ", "        DELIMITED BY SIZE
                   WK-NOW (7:2) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-MON-NM (WK-NOW-MM) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-NOW (1:4) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-NOW (9:2) DELIMITED BY SIZE
                   ":"         DELIMITED BY SIZE
                   WK-NOW (11:2) DELIMITED BY SIZE
                   ":"         DELIMITED BY SIZE
                   WK-NOW (13:2) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-NOW (17:5) DELIMITED BY SIZE
                   INTO    WK-DATE-HDR
           END-STRING
           .
       S900-EX.
           EXIT.
