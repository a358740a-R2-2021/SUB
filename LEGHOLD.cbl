      *    *** 法的保全(リーガルホールド)照会・解除 サブルーチン
      *    *** 法務・監査から「3月3日から10日までの物は全部残せ」と
      *    *** 言われた時に整理ジョブ自体を止めずに済む様、保全台帳
      *    *** (CFG-LEGHOLD-NAME)に載った物だけを削除対象から外す。
      *    *** GENCLEAN・LOGMAINT・ARCNITE(PURG)は消す前に1件ずつ
      *    *** 本ルーチン(ID=C)へ問い合わせ、保全中なら残して報告する。
      *    *** 台帳1行= 保全ID(8) 空白 開始日(8) 空白 終了日(8) 空白
      *    ***   期限(8) 空白 状態(1) 空白 名前型(64) 空白 理由(40)
      *    ***   開始日・終了日はその物の日付(世代・ログ世代・夜間
      *    ***   カプセルの日付)の範囲。0はその側を限らない。
      *    ***   期限は保全そのものの有効期限(0=無期限)。期限を過ぎた
      *    ***   保全は効かない。状態 A=有効 R=解除済。
      *    ***   名前型は基本名かファイル名で "*"(任意の並び)と
      *    ***   "?"(任意の1字)が使える。基本名に "." 以下が続く名前
      *    ***   (SALES なら SALES.20260303.G0001 等)も該当とする。
      *    ***   "#" 始まりと空行は注記(解除時の書直しでも残す)
      *    *** 日付の分からない物(LI-DATE=0)は名前が合えば保全とする
      *    *** (消してしまう方を避ける安全寄りの判定)。
      *    *** 追加は台帳の編集(CHGCTL の変更管理下)で行い、解除は
      *    *** 本ルーチン(ID=R)で行う。解除はOPAUTH(LEGHOLD/RELEASE)
      *    *** の認可を通し、利用者・理由を保全記録
      *    *** (CFG-LEGHOLD-LOG-NAME)へ残す
      *    *** ID=C: 照会  LI-NAME・LI-DATE → LO-RESULT(Y=保全中)、
      *    ***       該当の保全ID・理由を LI-HOLD-ID・LI-REASON へ返す
      *    *** ID=R: 解除  LI-HOLD-ID・LI-REASON(解除理由)→ LO-RESULT
      *    *** ID=L: 一覧表示
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             LEGHOLD.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 保全台帳
       SELECT HLD-F            ASSIGN   WK-HLD-F-NAME
                               STATUS   WK-HLD-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 保全記録(追記)
       SELECT HLOG-F           ASSIGN   WK-HLOG-F-NAME
                               STATUS   WK-HLOG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  HLD-F
           LABEL RECORDS ARE STANDARD.
       01  HLD-REC             PIC  X(148).

       FD  HLOG-F
           LABEL RECORDS ARE STANDARD.
       01  HLOG-REC.
           03  HLOG-DATE       PIC  9(008).
           03  FILLER          PIC  X(001).
           03  HLOG-TIME       PIC  9(006).
           03  FILLER          PIC  X(001).
           03  HLOG-USER       PIC  X(016).
           03  FILLER          PIC  X(001).
           03  HLOG-ACTION     PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HLOG-HOLD-ID    PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HLOG-PATTERN    PIC  X(064).
           03  FILLER          PIC  X(001).
           03  HLOG-REASON     PIC  X(040).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "LEGHOLD".

           03  WK-HLD-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-HLD-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-HLD-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-HLOG-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-HLOG-STATUS  PIC  9(002) VALUE ZERO.

           03  SW-FIRST        PIC  X(001) VALUE "Y".

      *    *** 操作者認可(OPAUTH)
           03  WK-AUTH-FUNC    PIC  X(008) VALUE SPACE.
           03  WK-AUTH-USER    PIC  X(016) VALUE SPACE.
           03  WK-AUTH-RESULT  PIC  X(001) VALUE SPACE.

      *    *** 今日(保全の期限判定。暦日)
           03  WK-NOW          PIC  X(021) VALUE SPACE.
           03  WK-TODAY        PIC  9(008) VALUE ZERO.

      *    *** 名前型の照合(WK-MATCH=Y 該当)
           03  WK-PAT          PIC  X(064) VALUE SPACE.
           03  WK-PAT-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NAME         PIC  X(256) VALUE SPACE.
           03  WK-NAME-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PI           BINARY-LONG SYNC VALUE ZERO.
           03  WK-NI           BINARY-LONG SYNC VALUE ZERO.
           03  WK-STAR         BINARY-LONG SYNC VALUE ZERO.
           03  WK-MARK         BINARY-LONG SYNC VALUE ZERO.
           03  WK-MATCH        PIC  X(001) VALUE "N".
           03  WK-FAIL         PIC  X(001) VALUE "N".

           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-D        PIC  ZZZ9.

      *    *** 台帳1行(解析用)
       01  WK-HLD-LINE.
           03  WK-H-ID         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  WK-H-FROM       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  WK-H-TO         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  WK-H-EXPIRY     PIC  X(008).
           03  FILLER          PIC  X(001).
           03  WK-H-STAT       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  WK-H-PATTERN    PIC  X(064).
           03  FILLER          PIC  X(001).
           03  WK-H-REASON     PIC  X(040).
           03  FILLER          PIC  X(005).

      *    *** 台帳(注記行も含め全行。TBL-HLD-VALID=Y が保全の行)
       01  TBL-HLD-AREA.
           03  TBL-HLD-ENT     OCCURS 300.
             05  TBL-HLD-LINE  PIC  X(148).
             05  TBL-HLD-VALID PIC  X(001).
             05  TBL-HLD-FROM  PIC  9(008).
             05  TBL-HLD-TO    PIC  9(008).
             05  TBL-HLD-EXPIRY PIC 9(008).
       01  TBL-HLD-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** C=照会 R=解除 L=一覧
       01  LI-ID               PIC  X(001).

      *    *** 照会する名前(基本名またはファイル名)
       01  LI-NAME             PIC  X(256).

      *    *** 照会する物の日付(YYYYMMDD。0=不明)
       01  LI-DATE             PIC  9(008).

      *    *** 保全ID(C: 該当を返す、R: 解除する保全)
       01  LI-HOLD-ID          PIC  X(008).

      *    *** 理由(C: 該当の保全理由を返す、R: 解除理由)
       01  LI-REASON           PIC  X(040).

      *    *** 結果(C: Y=保全中 N=対象外、R: Y=解除した N=不可)
       01  LO-RESULT           PIC  X(001).

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-NAME
                                       LI-DATE
                                       LI-HOLD-ID
                                       LI-REASON
                                       LO-RESULT
           .
       M100-10.

           MOVE    "N"         TO      LO-RESULT
           IF      SW-FIRST    =       "Y"
                   PERFORM S010-10     THRU    S010-EX
           END-IF

           EVALUATE LI-ID
               WHEN "C"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "R"
                   PERFORM S200-10     THRU    S200-EX
               WHEN "L"
                   PERFORM S300-10     THRU    S300-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID C,R,L 指定"
           END-EVALUATE
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 初回のみ(構成上書き、今日、台帳読込み)
       S010-10.

           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-LEGHOLD-NAME TO WK-HLD-F-NAME
           MOVE    CFG-LEGHOLD-LOG-NAME TO WK-HLOG-F-NAME

           MOVE    CURRENT-DATE TO     WK-NOW
           MOVE    WK-NOW (1:8) TO     WK-TODAY

           PERFORM S900-10     THRU    S900-EX
           MOVE    "N"         TO      SW-FIRST
           .
       S010-EX.
           EXIT.

      *    *** 照会(有効で期限内の保全を頭から引き、最初の該当を返す)
       S100-10.

           MOVE    SPACE       TO      LI-HOLD-ID
                                       LI-REASON
           MOVE    LI-NAME     TO      WK-NAME
           MOVE    ZERO        TO      WK-HIT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-HLD-CNT
                      OR WK-HIT > ZERO
                   IF      TBL-HLD-VALID (I) = "Y"
                           PERFORM S110-10     THRU    S110-EX
                   END-IF
           END-PERFORM

           IF      WK-HIT      >       ZERO
                   MOVE    TBL-HLD-LINE (WK-HIT) TO WK-HLD-LINE
                   MOVE    WK-H-ID     TO      LI-HOLD-ID
                   MOVE    WK-H-REASON TO      LI-REASON
                   MOVE    "Y"         TO      LO-RESULT
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 保全1行の判定(状態・期限・日付範囲・名前型)
       S110-10.

           MOVE    TBL-HLD-LINE (I) TO WK-HLD-LINE
           IF      WK-H-STAT   NOT =   "A"
                   GO      TO      S110-EX
           END-IF
           IF      TBL-HLD-EXPIRY (I) > ZERO
              AND  TBL-HLD-EXPIRY (I) < WK-TODAY
                   GO      TO      S110-EX
           END-IF
           IF      LI-DATE     >       ZERO
                   IF      TBL-HLD-FROM (I) > ZERO
                      AND  LI-DATE     <       TBL-HLD-FROM (I)
                           GO      TO      S110-EX
                   END-IF
                   IF      TBL-HLD-TO (I) > ZERO
                      AND  LI-DATE     >       TBL-HLD-TO (I)
                           GO      TO      S110-EX
                   END-IF
           END-IF

           MOVE    WK-H-PATTERN TO     WK-PAT
           PERFORM S120-10     THRU    S120-EX
           IF      WK-MATCH    =       "Y"
                   MOVE    I           TO      WK-HIT
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 名前型(WK-PAT)と名前(WK-NAME)の照合
      *    *** "*" は任意の並び、"?" は任意の1字。名前型に "." 以下を
      *    *** 足した物が合っても該当(基本名で世代全部を指せる様に)
       S120-10.

           MOVE    "N"         TO      WK-MATCH
           MOVE    ZERO        TO      WK-PAT-LEN
                                       WK-NAME-LEN
           IF      WK-PAT      =       SPACE
              OR   WK-NAME     =       SPACE
                   GO      TO      S120-EX
           END-IF
           COMPUTE WK-PAT-LEN  = LENGTH (TRIM (WK-PAT TRAILING))
           COMPUTE WK-NAME-LEN = LENGTH (TRIM (WK-NAME TRAILING))

           PERFORM S130-10     THRU    S130-EX
           IF      WK-MATCH    =       "Y"
                   GO      TO      S120-EX
           END-IF

      *    *** 基本名として(名前型 + ".*")
           IF      WK-PAT-LEN  <       63
                   MOVE    ".*"        TO      WK-PAT (WK-PAT-LEN + 1:2)
                   ADD     2           TO      WK-PAT-LEN
                   PERFORM S130-10     THRU    S130-EX
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 照合本体(最後の "*" の位置へ戻りながら進める)
       S130-10.

           MOVE    1           TO      WK-PI
                                       WK-NI
           MOVE    ZERO        TO      WK-STAR
                                       WK-MARK
           MOVE    "N"         TO      WK-FAIL
           PERFORM UNTIL WK-NI > WK-NAME-LEN
                      OR WK-FAIL = "Y"
                   EVALUATE TRUE
                       WHEN WK-PI <= WK-PAT-LEN
                        AND WK-PAT (WK-PI:1) = "*"
                           MOVE    WK-PI       TO      WK-STAR
                           MOVE    WK-NI       TO      WK-MARK
                           ADD     1           TO      WK-PI
                       WHEN WK-PI <= WK-PAT-LEN
                        AND ( WK-PAT (WK-PI:1) = "?"
                           OR WK-PAT (WK-PI:1) = WK-NAME (WK-NI:1) )
                           ADD     1           TO      WK-PI
                                                       WK-NI
                       WHEN WK-STAR    >       ZERO
                           COMPUTE WK-PI = WK-STAR + 1
                           ADD     1           TO      WK-MARK
                           MOVE    WK-MARK     TO      WK-NI
                       WHEN OTHER
                           MOVE    "Y"         TO      WK-FAIL
                   END-EVALUATE
           END-PERFORM
           PERFORM UNTIL WK-PI > WK-PAT-LEN
                      OR WK-PAT (WK-PI:1) NOT = "*"
                   ADD     1           TO      WK-PI
           END-PERFORM
           IF      WK-FAIL     =       "N"
              AND  WK-PI       >       WK-PAT-LEN
                   MOVE    "Y"         TO      WK-MATCH
           END-IF
           .
       S130-EX.
           EXIT.

      *    *** 解除(有効な保全を R にして台帳を書き直し、記録を残す)
       S200-10.

           MOVE    "RELEASE"   TO      WK-AUTH-FUNC
           MOVE    SPACE       TO      WK-AUTH-USER
           CALL    "OPAUTH"    USING   WK-PGM-NAME
                                       WK-AUTH-FUNC
                                       WK-AUTH-USER
                                       WK-AUTH-RESULT
           IF      WK-AUTH-RESULT NOT = "Y"
                   DISPLAY WK-PGM-NAME " 操作権限なし "
                           WK-AUTH-USER
                   GO      TO      S200-EX
           END-IF
           IF      LI-REASON   =       SPACE
                   DISPLAY WK-PGM-NAME " 解除理由を指定"
                   GO      TO      S200-EX
           END-IF

      *    *** 他の者の解除・追加を取りこぼさない様に読み直す
           PERFORM S900-10     THRU    S900-EX
           MOVE    ZERO        TO      WK-HIT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-HLD-CNT
                      OR WK-HIT > ZERO
                   IF      TBL-HLD-VALID (I) = "Y"
                      AND  TBL-HLD-LINE (I) (1:8) = LI-HOLD-ID
                           MOVE    I           TO      WK-HIT
                   END-IF
           END-PERFORM
           IF      WK-HIT      =       ZERO
                   DISPLAY WK-PGM-NAME " 保全IDなし " LI-HOLD-ID
                   GO      TO      S200-EX
           END-IF
           MOVE    TBL-HLD-LINE (WK-HIT) TO WK-HLD-LINE
           IF      WK-H-STAT   NOT =   "A"
                   DISPLAY WK-PGM-NAME " 解除済 " LI-HOLD-ID
                   GO      TO      S200-EX
           END-IF

           MOVE    "R"         TO      WK-H-STAT
           MOVE    WK-HLD-LINE TO      TBL-HLD-LINE (WK-HIT)

           OPEN    OUTPUT      HLD-F
           IF      WK-HLD-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " HLD-F OPEN ERROR STATUS="
                           WK-HLD-STATUS
                   GO      TO      S200-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-HLD-CNT
                   MOVE    TBL-HLD-LINE (I) TO HLD-REC
                   WRITE   HLD-REC
           END-PERFORM
           CLOSE   HLD-F

      *    *** 保全記録(解除者・解除理由)
           OPEN    EXTEND      HLOG-F
           IF      WK-HLOG-STATUS NOT = ZERO
                   OPEN    OUTPUT      HLOG-F
           END-IF
           IF      WK-HLOG-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " HLOG-F OPEN ERROR STATUS="
                           WK-HLOG-STATUS
           ELSE
                   MOVE    CURRENT-DATE TO     WK-NOW
                   MOVE    SPACE       TO      HLOG-REC
                   MOVE    WK-NOW (1:8) TO     HLOG-DATE
                   MOVE    WK-NOW (9:6) TO     HLOG-TIME
                   MOVE    WK-AUTH-USER TO     HLOG-USER
                   MOVE    "RELEASE"   TO      HLOG-ACTION
                   MOVE    WK-H-ID     TO      HLOG-HOLD-ID
                   MOVE    WK-H-PATTERN TO     HLOG-PATTERN
                   MOVE    LI-REASON   TO      HLOG-REASON
                   WRITE   HLOG-REC
                   CLOSE   HLOG-F
           END-IF

           MOVE    "Y"         TO      LO-RESULT
           DISPLAY WK-PGM-NAME " 解除 " WK-H-ID " "
                   TRIM (WK-H-PATTERN)
           .
       S200-EX.
           EXIT.

      *    *** 一覧(有効・期限切れ・解除済の別を付ける)
       S300-10.

           MOVE    ZERO        TO      K
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-HLD-CNT
                   IF      TBL-HLD-VALID (I) = "Y"
                           ADD     1           TO      K
                           MOVE    TBL-HLD-LINE (I) TO WK-HLD-LINE
                           IF      WK-H-STAT   =       "A"
                              AND  TBL-HLD-EXPIRY (I) > ZERO
                              AND  TBL-HLD-EXPIRY (I) < WK-TODAY
                                   MOVE    "E"         TO  WK-H-STAT
                           END-IF
                           DISPLAY WK-PGM-NAME " " WK-H-ID
                                   " " WK-H-STAT
                                   " " WK-H-FROM "-" WK-H-TO
                                   " " WK-H-EXPIRY
                                   " " TRIM (WK-H-PATTERN)
                                   " " TRIM (WK-H-REASON)
                   END-IF
           END-PERFORM
           MOVE    K           TO      WK-CNT-D
           DISPLAY WK-PGM-NAME " 保全=" WK-CNT-D
           .
       S300-EX.
           EXIT.

      *    *** 台帳読込み(無ければ保全無し。書式の崩れた行は注記扱い)
       S900-10.

           MOVE    ZERO        TO      TBL-HLD-CNT
           OPEN    INPUT       HLD-F
           IF      WK-HLD-STATUS NOT = ZERO
                   GO      TO      S900-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-HLD-EOF
           PERFORM UNTIL WK-HLD-EOF    =       HIGH-VALUE
                   MOVE    SPACE       TO      HLD-REC
                   READ    HLD-F
                   IF      WK-HLD-STATUS =     ZERO
                      AND  TBL-HLD-CNT <       300
                           ADD     1           TO      TBL-HLD-CNT
                           MOVE    HLD-REC     TO
                                   TBL-HLD-LINE (TBL-HLD-CNT)
                           MOVE    "N"         TO
                                   TBL-HLD-VALID (TBL-HLD-CNT)
                           MOVE    ZERO        TO
                                   TBL-HLD-FROM (TBL-HLD-CNT)
                                   TBL-HLD-TO (TBL-HLD-CNT)
                                   TBL-HLD-EXPIRY (TBL-HLD-CNT)
                           MOVE    HLD-REC     TO      WK-HLD-LINE
                           IF      WK-H-ID     NOT =   SPACE
                              AND  WK-H-ID (1:1) NOT = "#"
                              AND  WK-H-FROM   IS      NUMERIC
                              AND  WK-H-TO     IS      NUMERIC
                              AND  WK-H-EXPIRY IS      NUMERIC
                              AND  WK-H-PATTERN NOT =  SPACE
                                   MOVE    "Y"         TO
                                           TBL-HLD-VALID (TBL-HLD-CNT)
                                   MOVE    WK-H-FROM   TO
                                           TBL-HLD-FROM (TBL-HLD-CNT)
                                   MOVE    WK-H-TO     TO
                                           TBL-HLD-TO (TBL-HLD-CNT)
                                   MOVE    WK-H-EXPIRY TO
                                           TBL-HLD-EXPIRY (TBL-HLD-CNT)
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-HLD-EOF
                   END-IF
           END-PERFORM
           CLOSE   HLD-F
           .
       S900-EX.
           EXIT.
