      *    *** 操作者認可・アクセス監査 サブルーチン
      *    *** STEPRUN・FILEPATCH・REPLAY・VAULTLKP・IDXMIGR・GENCLEAN・
      *    *** PATCHQ・LEGHOLD・ARCNITE(PURG)・CTLMAINT と
      *    *** MAINJOB の指令ファイル(MAINJOB.CMD)の指令は本番データを
      *    *** 変え、または実値を見せるため、起動時に本ルーチンで
      *    *** 「この利用者がこのプログラムのこの機能を使ってよいか」を
      *    *** 認可表(CFG-OPAUTH-NAME)に照らす。
      *    *** 認可表1行= 利用者ID(16) 空白 プログラム(8) 空白 機能(8)
      *    ***   各欄 "*" は全て。"#" 始まりと空行は注記。許可する組だけを
      *    ***   書く(載っていない組は拒否)。利用者IDは大文字小文字を
      *    ***   区別しない
      *    *** 利用者は LI-USER が空白ならOSの利用者(環境変数 USER、
      *    *** 無ければ LOGNAME、USERNAME)を取り、LI-USER へ返す。
      *    *** 許可・拒否とも1件ずつ監査記録(CFG-OPAUTH-AUDIT-NAME)へ
      *    *** 追記し、拒否はLOGERRへも W で残す。監査記録が書けない時は
      *    *** 記録の無い操作を許さないため拒否とする。
      *    *** CFG-OPAUTH-SW=N は導入期の試行用で、拒否すべき判定も
      *    *** 理由 AUDIT-ONLY として記録した上で通す
      *    *** プログラム欄は各プログラムの8桁の名前(FILEPATCH は
      *    *** FILEPATC)。MAINJOB の指令は MAINJOB と指令名(STOPAFT・
      *    *** SKIPNEXT は短縮形)で引く
      *    *** LI-RESULT: Y=許可 N=拒否
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             OPAUTH.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 認可表
       SELECT AUTH-F           ASSIGN   WK-AUTH-F-NAME
                               STATUS   WK-AUTH-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** アクセス監査記録(追記)
       SELECT AUD-F            ASSIGN   WK-AUD-F-NAME
                               STATUS   WK-AUD-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  AUTH-F
           LABEL RECORDS ARE STANDARD.
       01  AUTH-REC.
           03  AUTH-USER       PIC  X(016).
           03  FILLER          PIC  X(001).
           03  AUTH-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  AUTH-FUNC       PIC  X(008).

       FD  AUD-F
           LABEL RECORDS ARE STANDARD.
       01  AUD-REC.
           03  AUD-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  AUD-TIME        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  AUD-USER        PIC  X(016).
           03  FILLER          PIC  X(001).
           03  AUD-PGM         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  AUD-FUNC        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  AUD-RESULT      PIC  X(005).
           03  FILLER          PIC  X(001).
           03  AUD-REASON      PIC  X(010).
           03  FILLER          PIC  X(001).
           03  AUD-HOST        PIC  X(016).
           03  FILLER          PIC  X(001).
           03  AUD-RUNID       PIC  X(014).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "OPAUTH".

           03  WK-AUTH-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-AUTH-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-AUTH-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-AUD-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-AUD-STATUS   PIC  9(002) VALUE ZERO.

           03  SW-FIRST        PIC  X(001) VALUE "Y".

      *    *** 判定(WK-HIT=Y 認可表に該当の組が有る)
           03  WK-USER         PIC  X(016) VALUE SPACE.
           03  WK-USER-U       PIC  X(016) VALUE SPACE.
           03  WK-TBL-USER-U   PIC  X(016) VALUE SPACE.
           03  WK-HIT          PIC  X(001) VALUE "N".
           03  WK-RESULT       PIC  X(001) VALUE "N".
           03  WK-REASON       PIC  X(010) VALUE SPACE.

      *    *** 監査記録の付記
           03  WK-NOW          PIC  X(021) VALUE SPACE.
           03  WK-HOST         PIC  X(016) VALUE SPACE.
           03  WK-RUNID-ID     PIC  X(001) VALUE "G".
           03  WK-RUNID        PIC  X(014) VALUE SPACE.

           03  WK-LOGERR-PGM   PIC  X(008) VALUE SPACE.
           03  WK-LOGERR-CONTEXT PIC X(040) VALUE SPACE.
           03  WK-LOGERR-STATUS PIC X(004) VALUE SPACE.
           03  WK-LOGERR-SEVERITY PIC X(001) VALUE SPACE.

           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** 対象プログラム
       01  LI-PGM              PIC  X(008).

      *    *** 機能(LOOKUP・APPLY・RERUN・指令名 等)
       01  LI-FUNC             PIC  X(008).

      *    *** 利用者ID(空白=OSの利用者。判定に使ったIDを返す)
       01  LI-USER             PIC  X(016).

      *    *** 結果(Y=許可 N=拒否)
       01  LI-RESULT           PIC  X(001).

       PROCEDURE   DIVISION    USING   LI-PGM
                                       LI-FUNC
                                       LI-USER
                                       LI-RESULT
           .
       M100-10.

           IF      SW-FIRST    =       "Y"
                   PERFORM S010-10     THRU    S010-EX
           END-IF

      *    *** 利用者
           MOVE    LI-USER     TO      WK-USER
           IF      WK-USER     =       SPACE
                   PERFORM S020-10     THRU    S020-EX
           END-IF
           MOVE    WK-USER     TO      LI-USER

      *    *** 認可表との照合
           MOVE    "N"         TO      WK-HIT
           EVALUATE TRUE
               WHEN WK-USER    =       SPACE
                   MOVE    "NO-USER"   TO      WK-REASON
               WHEN OTHER
                   PERFORM S100-10     THRU    S100-EX
           END-EVALUATE

           IF      WK-HIT      =       "Y"
                   MOVE    "Y"         TO      WK-RESULT
                   MOVE    "TABLE"     TO      WK-REASON
           ELSE
                   MOVE    "N"         TO      WK-RESULT
                   IF      CFG-OPAUTH-SW NOT = "Y"
                           MOVE    "Y"         TO      WK-RESULT
                           MOVE    "AUDIT-ONLY" TO     WK-REASON
                   END-IF
           END-IF

      *    *** 監査記録(書けなければ拒否)
           PERFORM S200-10     THRU    S200-EX

           IF      WK-RESULT   =       "N"
                   PERFORM S300-10     THRU    S300-EX
           END-IF
           MOVE    WK-RESULT   TO      LI-RESULT
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 初回のみ(構成上書きとホスト名)
       S010-10.

           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-OPAUTH-NAME TO  WK-AUTH-F-NAME
           MOVE    CFG-OPAUTH-AUDIT-NAME TO WK-AUD-F-NAME

           ACCEPT  WK-HOST     FROM    ENVIRONMENT "HOSTNAME"
               ON EXCEPTION
                   MOVE    SPACE       TO      WK-HOST
           END-ACCEPT
           IF      WK-HOST     =       SPACE
                   ACCEPT  WK-HOST     FROM    ENVIRONMENT
                                               "COMPUTERNAME"
                       ON EXCEPTION
                           MOVE    SPACE       TO      WK-HOST
                   END-ACCEPT
           END-IF

           MOVE    "N"         TO      SW-FIRST
           .
       S010-EX.
           EXIT.

      *    *** OSの利用者(USER→LOGNAME→USERNAME の順)
       S020-10.

           ACCEPT  WK-USER     FROM    ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE    SPACE       TO      WK-USER
           END-ACCEPT
           IF      WK-USER     =       SPACE
                   ACCEPT  WK-USER     FROM    ENVIRONMENT "LOGNAME"
                       ON EXCEPTION
                           MOVE    SPACE       TO      WK-USER
                   END-ACCEPT
           END-IF
           IF      WK-USER     =       SPACE
                   ACCEPT  WK-USER     FROM    ENVIRONMENT "USERNAME"
                       ON EXCEPTION
                           MOVE    SPACE       TO      WK-USER
                   END-ACCEPT
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** 認可表を頭から引く(該当の組が1行でも有れば許可)
       S100-10.

           MOVE    UPPER-CASE (WK-USER) TO WK-USER-U

           OPEN    INPUT       AUTH-F
           IF      WK-AUTH-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " AUTH-F OPEN ERROR STATUS="
                           WK-AUTH-STATUS
                   MOVE    "NO-TABLE"  TO      WK-REASON
                   GO      TO      S100-EX
           END-IF

           MOVE    "NO-ENTRY"  TO      WK-REASON
           MOVE    LOW-VALUE   TO      WK-AUTH-EOF
           PERFORM UNTIL WK-AUTH-EOF   =       HIGH-VALUE
                      OR WK-HIT        =       "Y"
                   MOVE    SPACE       TO      AUTH-REC
                   READ    AUTH-F
                   IF      WK-AUTH-STATUS =    ZERO
                           IF      AUTH-REC    NOT =   SPACE
                              AND  AUTH-REC (1:1) NOT = "#"
                                   MOVE UPPER-CASE (AUTH-USER) TO
                                        WK-TBL-USER-U
                                   IF  ( WK-TBL-USER-U = "*"
                                      OR WK-TBL-USER-U = WK-USER-U )
                                   AND ( AUTH-PGM = "*"
                                      OR AUTH-PGM = LI-PGM )
                                   AND ( AUTH-FUNC = "*"
                                      OR AUTH-FUNC = LI-FUNC )
                                       MOVE    "Y"     TO  WK-HIT
                                   END-IF
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-AUTH-EOF
                   END-IF
           END-PERFORM
           CLOSE   AUTH-F
           .
       S100-EX.
           EXIT.

      *    *** 監査記録へ1件追記
       S200-10.

           MOVE    CURRENT-DATE TO     WK-NOW
           CALL    "RUNID"     USING   WK-RUNID-ID
                                       WK-RUNID

           OPEN    EXTEND      AUD-F
           IF      WK-AUD-STATUS NOT = ZERO
                   OPEN    OUTPUT      AUD-F
           END-IF
           IF      WK-AUD-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " AUD-F OPEN ERROR STATUS="
                           WK-AUD-STATUS
                   MOVE    "N"         TO      WK-RESULT
                   MOVE    "NO-AUDIT"  TO      WK-REASON
                   GO      TO      S200-EX
           END-IF

           MOVE    SPACE       TO      AUD-REC
           MOVE    WK-NOW (1:8) TO     AUD-DATE
           MOVE    WK-NOW (9:6) TO     AUD-TIME
           MOVE    WK-USER     TO      AUD-USER
           MOVE    LI-PGM      TO      AUD-PGM
           MOVE    LI-FUNC     TO      AUD-FUNC
           IF      WK-RESULT   =       "Y"
                   MOVE    "ALLOW"     TO      AUD-RESULT
           ELSE
                   MOVE    "DENY"      TO      AUD-RESULT
           END-IF
           MOVE    WK-REASON   TO      AUD-REASON
           MOVE    WK-HOST     TO      AUD-HOST
           MOVE    WK-RUNID    TO      AUD-RUNID
           WRITE   AUD-REC
           CLOSE   AUD-F
           .
       S200-EX.
           EXIT.

      *    *** 拒否をLOGERRへ(W。級の閾値で黙らせられない統制記録)
       S300-10.

           DISPLAY WK-PGM-NAME " 拒否 " WK-USER " " LI-PGM " "
                   LI-FUNC " " WK-REASON

           MOVE    LI-PGM      TO      WK-LOGERR-PGM
           MOVE    SPACE       TO      WK-LOGERR-CONTEXT
           STRING  "ACCESS DENIED " DELIMITED BY SIZE
                   WK-USER     DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   LI-FUNC     DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WK-REASON   DELIMITED BY SPACE
                   INTO    WK-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      WK-LOGERR-STATUS
           MOVE    "W"         TO      WK-LOGERR-SEVERITY
           CALL    "LOGERR"    USING   WK-LOGERR-PGM
                                       WK-LOGERR-CONTEXT
                                       WK-LOGERR-STATUS
                                       WK-LOGERR-SEVERITY
           .
       S300-EX.
           EXIT.
