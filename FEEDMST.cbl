      *    *** 相手先フィード登録簿 サブルーチン
      *    *** 相手先フィードごとの設定(INTAKEの取込み元・変換方向・
      *    *** CSV指定、VALCHKのレイアウト定義、MANRECONのマニフェスト
      *    *** 有無、OUTTAKEのレコード形式・BASE64包み)を、ステップ
      *    *** パラメータの並びと手持ちのファイルに散らさず、登録簿
      *    *** (CFG-FEEDMST-NAME)1行1フィードにまとめる。相手先の連絡先
      *    *** と1回の想定件数も同じ行に持つ。新しい相手先の追加は
      *    *** 登録簿1行の追加で済む。
      *    *** 登録簿1行の形は CPFEEDMST(固定桁、"*" "#" 始まりと
      *    *** 空行は注記)。ファイル名の項目には &DATE(業務日付)・
      *    *** &FEED(フィードID)が書ける。
      *    *** ID=L: 照会(LI-FEED-ID の行を LO-FEED-AREA へ返す。
      *    ***       未登録は RC=4)
      *    *** ID=I: INTAKE  を登録簿の取込み元・出力・変換方向・CSV・
      *    ***       見出し・後尾定義(ホストフィードはレコード形式・長さ・
      *    ***       素通し項目のレイアウト定義も、JSON Lines 取込みは
      *    ***       キー割付け定義も)で呼ぶ。
      *    ***       LI-OPT-SW F=二重送付でも取り込む、
      *    ***       R=チェックポイントから再開。想定件数が有れば良品の
      *    ***       件数(共通バランス)を許容幅(CFG-FEEDMST-VOL-PCT)と比べ、外れは
      *    ***       LOGERR W・RC=4
      *    *** ID=V: VALCHK  をINTAKE出力・レイアウト定義で呼ぶ
      *    ***       (報告 = フィードID.VALCHK.RPT)
      *    ***   I・V はフィードIDを渡し、品質履歴(DQHIST)はフィードID
      *    ***   ごとに残る
      *    *** ID=M: MANRECON をマニフェスト・スナップショット・
      *    ***       チェックサム・SHA-256要否で呼ぶ
      *    ***       (報告 = フィードID.MANRECON.RPT)
      *    *** ID=O: OUTTAKE をOUTTAKE送り元・転送先・変換方向・
      *    ***       レコード形式・BASE64包み(形式Fは長さ・レイアウト
      *    ***       定義も、JSON Lines 送出は割付け定義も)・
      *    ***       SHA-256要否で呼ぶ
      *    ***   I/V/M/O は登録簿に設定の無いフィードでは何もせず RC=0、
      *    ***   未登録のフィードIDは LOGERR E・RC=8。それ以外は呼出し
      *    ***   先のRC。ステップ登録簿(MAINJOB.PGMREG)へ
      *    ***     FDIN FEEDMST INTAKE   X001 X008 X001
      *    ***   の様に載せ、制御カードの CTL-PARM を "I PARTNR01" と
      *    ***   書いて夜間ステップで流す
      *    *** ID=R: 登録簿一覧表(CFG-FEEDMST-RPT-NAME)を作る。
      *    ***       LI-FEED-ID 空白か "*" で全件。設定の矛盾(ID重複・
      *    ***       区分値の誤り・対になる名前の欠け)は行の下に "!" で
      *    ***       示し、1件でも有れば RC=4
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             FEEDMST.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** フィード登録簿
       SELECT FMS-F            ASSIGN   WK-FMS-F-NAME
                               STATUS   WK-FMS-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 共通バランスファイル(取込み件数の確認用、CTLBALが書く)
       SELECT BAL-F            ASSIGN   WK-BAL-F-NAME
                               STATUS   WK-BAL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  FMS-F
           LABEL RECORDS ARE STANDARD.
       01  FMS-REC             PIC  X(965).

      *    *** CTLBAL の BAL-REC と同一レイアウト
       FD  BAL-F
           LABEL RECORDS ARE STANDARD.
       01  BAL-REC.
           03  BAL-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  BAL-TIME        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  BAL-STEP        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  BAL-FILE        PIC  X(032).
           03  FILLER          PIC  X(001).
           03  BAL-IN          PIC  9(009).
           03  FILLER          PIC  X(001).
           03  BAL-OUT         PIC  9(009).
           03  FILLER          PIC  X(001).
           03  BAL-SKIP        PIC  9(009).
           03  FILLER          PIC  X(001).
           03  BAL-RUNID       PIC  X(014).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(256).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "FEEDMST".

           03  WK-FMS-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-FMS-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-FMS-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-RPT-F-NAME   PIC  X(032) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-BAL-F-NAME   PIC  X(032) VALUE
               "BALANCE.CTL".
           03  WK-BAL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-BAL-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-BAL-KEY      PIC  X(256) VALUE SPACE.
           03  WK-BAL-HIT      PIC  X(001) VALUE "N".

           03  SW-FIRST        PIC  X(001) VALUE "Y".

      *    *** 業務日付(&DATE の解決)
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-DATE     PIC  9(008) VALUE ZERO.
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.

           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC           BINARY-LONG SYNC VALUE ZERO.
           03  WK-OPT-SW       PIC  X(001) VALUE SPACE.

      *    *** 名前の記号解決(&DATE・&FEED)
           03  WK-RES-IN       PIC  X(064) VALUE SPACE.
           03  WK-RES-OUT      PIC  X(256) VALUE SPACE.
           03  WK-RES-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-RES-Q        BINARY-LONG SYNC VALUE ZERO.

      *    *** 呼出し先へ渡す引数
           03  WK-ARG-SRC      PIC  X(256) VALUE SPACE.
           03  WK-ARG-TGT      PIC  X(256) VALUE SPACE.
           03  WK-ARG-DEF      PIC  X(256) VALUE SPACE.
           03  WK-ARG-SNAP     PIC  X(256) VALUE SPACE.
           03  WK-ARG-SUM      PIC  X(256) VALUE SPACE.
           03  WK-ARG-RPT      PIC  X(256) VALUE SPACE.
           03  WK-ARG-HENKAN   PIC  X(002) VALUE SPACE.
           03  WK-ARG-CSV      PIC  X(001) VALUE SPACE.
           03  WK-ARG-FORCE    PIC  X(001) VALUE SPACE.
           03  WK-ARG-RESUME   PIC  X(001) VALUE SPACE.
           03  WK-ARG-RECFORM  PIC  X(001) VALUE SPACE.
           03  WK-ARG-B64      PIC  X(001) VALUE SPACE.
           03  WK-ARG-HTDEF    PIC  X(256) VALUE SPACE.
           03  WK-ARG-RECFORM-IN PIC X(001) VALUE SPACE.
           03  WK-ARG-FIX-LEN  PIC  9(005) VALUE ZERO.
           03  WK-ARG-LAYOUT   PIC  X(256) VALUE SPACE.
           03  WK-ARG-JSON     PIC  X(256) VALUE SPACE.
           03  WK-ARG-IN-JSON  PIC  X(256) VALUE SPACE.
           03  WK-ARG-SHA      PIC  X(001) VALUE SPACE.

      *    *** 想定件数の確認
           03  WK-EXP-VOL      PIC  9(009) VALUE ZERO.
           03  WK-VOL-CNT      PIC  9(009) VALUE ZERO.
           03  WK-VOL-LO       PIC  9(011) VALUE ZERO.
           03  WK-VOL-HI       PIC  9(011) VALUE ZERO.

      *    *** 一覧表
           03  WK-RPT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-LINE      PIC  X(080) VALUE SPACE.
           03  WK-CNT-D        PIC  ZZZ9.
           03  WK-VOL-D        PIC  ZZZ,ZZZ,ZZ9.
           03  WK-EXP-D        PIC  ZZZ,ZZZ,ZZ9.

      *    *** 照会・実行中のフィード(登録簿1行)
           COPY    CPFEEDMST   REPLACING ==:##:== BY ==WFM==.

      *    *** 登録簿(注記行を除く)
       01  TBL-FMS-AREA.
           03  TBL-FMS-LINE    OCCURS 200
                               PIC  X(965).
       01  TBL-FMS-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPCONFIG.

       01  LI-LOGERR-PGM       PIC  X(008).
       01  LI-LOGERR-CONTEXT   PIC  X(040).
       01  LI-LOGERR-STATUS    PIC  X(004).
       01  LI-LOGERR-SEVERITY  PIC  X(001).

       LINKAGE                 SECTION.

      *    *** L=照会, I=INTAKE, V=VALCHK, M=MANRECON, O=OUTTAKE,
      *    *** R=一覧表
       01  LI-ID               PIC  X(001).

      *    *** フィードID
       01  LI-FEED-ID          PIC  X(008).

      *    *** I の指定(F=二重送付でも取込む、R=再開、省略可)
       01  LI-OPT-SW           PIC  X(001).

      *    *** L の照会結果(登録簿1行)
           COPY    CPFEEDMST   REPLACING ==:##:== BY ==LFM==.

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-FEED-ID
                                       OPTIONAL LI-OPT-SW
                                       OPTIONAL LFM-FEEDMST-AREA
           .
       M100-10.

           IF      SW-FIRST    =       "Y"
                   PERFORM S010-10     THRU    S010-EX
           END-IF

           MOVE    ZERO        TO      WK-RC
           MOVE    SPACE       TO      WK-OPT-SW
           IF      NUMBER-OF-CALL-PARAMETERS >= 3
                   MOVE    LI-OPT-SW   TO      WK-OPT-SW
           END-IF

           IF      LI-ID       =       "L" OR "I" OR "V" OR "M" OR "O"
                   PERFORM S020-10     THRU    S020-EX
                   IF      WK-HIT      =       ZERO
                           PERFORM S030-10     THRU    S030-EX
                           GO      TO      M100-EX
                   END-IF
           END-IF

           EVALUATE LI-ID
               WHEN "L"
                   IF      NUMBER-OF-CALL-PARAMETERS >= 4
                           MOVE    WFM-FEEDMST-AREA TO LFM-FEEDMST-AREA
                   END-IF
               WHEN "I"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "V"
                   PERFORM S200-10     THRU    S200-EX
               WHEN "M"
                   PERFORM S300-10     THRU    S300-EX
               WHEN "O"
                   PERFORM S400-10     THRU    S400-EX
               WHEN "R"
                   PERFORM S500-10     THRU    S500-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID L,I,V,M,O,R 指定"
                   MOVE    8           TO      WK-RC
           END-EVALUATE
           .
       M100-EX.
           MOVE    WK-RC       TO      RETURN-CODE
           EXIT    PROGRAM.

      *    *** 初回のみ(構成上書き、業務日付、登録簿読込み)
       S010-10.

           MOVE    "N"         TO      SW-FIRST

           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-FEEDMST-NAME TO WK-FMS-F-NAME
           MOVE    CFG-FEEDMST-RPT-NAME TO WK-RPT-F-NAME

           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-BIZ-DATE
                                       WK-BIZ-STAT

           MOVE    ZERO        TO      TBL-FMS-CNT
           OPEN    INPUT       FMS-F
           IF      WK-FMS-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " FMS-F OPEN ERROR STATUS="
                           WK-FMS-STATUS " " WK-FMS-F-NAME
                   GO      TO      S010-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-FMS-EOF
           PERFORM UNTIL WK-FMS-EOF    =       HIGH-VALUE
                   READ    FMS-F
                   IF      WK-FMS-STATUS =     ZERO
                           IF      FMS-REC     NOT =   SPACE
                              AND  FMS-REC (1:1) NOT = "*" AND "#"
                                   IF      TBL-FMS-CNT <       200
                                           ADD     1   TO  TBL-FMS-CNT
                                           MOVE    FMS-REC     TO
                                           TBL-FMS-LINE (TBL-FMS-CNT)
                                   ELSE
                                           DISPLAY WK-PGM-NAME
                                                   " 200件超は無視"
                                           MOVE    HIGH-VALUE  TO
                                                   WK-FMS-EOF
                                   END-IF
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-FMS-EOF
                   END-IF
           END-PERFORM
           CLOSE   FMS-F
           .
       S010-EX.
           EXIT.

      *    *** フィードIDの照会(最初に出てきた行を使う)
       S020-10.

           MOVE    ZERO        TO      WK-HIT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-FMS-CNT OR WK-HIT > ZERO
                   IF      TBL-FMS-LINE (I) (1:8) = LI-FEED-ID
                           MOVE    I           TO      WK-HIT
                   END-IF
           END-PERFORM

           IF      WK-HIT      >       ZERO
                   MOVE    TBL-FMS-LINE (WK-HIT) TO WFM-FEEDMST-AREA
                   MOVE    ZERO        TO      WK-EXP-VOL
                   IF      WFM-EXP-VOL IS      NUMERIC
                           MOVE    WFM-EXP-VOL TO      WK-EXP-VOL
                   END-IF
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** 未登録のフィードID(照会は RC=4、実行はステップ失敗)
       S030-10.

           IF      LI-ID       =       "L"
                   MOVE    4           TO      WK-RC
                   GO      TO      S030-EX
           END-IF

           DISPLAY WK-PGM-NAME " 未登録フィード=" LI-FEED-ID
           MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
           MOVE    SPACE       TO      LI-LOGERR-CONTEXT
           STRING  "FEED MIHOUROKU "   DELIMITED BY SIZE
                   LI-FEED-ID  DELIMITED BY SPACE
                   " ID="      DELIMITED BY SIZE
                   LI-ID       DELIMITED BY SIZE
                   INTO    LI-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      LI-LOGERR-STATUS
           MOVE    "E"         TO      LI-LOGERR-SEVERITY
           CALL    "LOGERR"    USING   LI-LOGERR-PGM
                                       LI-LOGERR-CONTEXT
                                       LI-LOGERR-STATUS
                                       LI-LOGERR-SEVERITY
           MOVE    8           TO      WK-RC
           .
       S030-EX.
           EXIT.

      *    *** 名前の記号解決 WK-RES-IN → WK-RES-OUT
      *    *** &DATE 業務日付(YYYYMMDD)、&FEED フィードID
       S050-10.

           MOVE    SPACE       TO      WK-RES-OUT
           MOVE    1           TO      WK-RES-P
                                       WK-RES-Q

           PERFORM UNTIL WK-RES-P > 64
                      OR WK-RES-IN (WK-RES-P:) = SPACE
               EVALUATE TRUE
                   WHEN WK-RES-P <= 60
                    AND WK-RES-IN (WK-RES-P:5) = "&DATE"
                       STRING  WK-BIZ-DATE DELIMITED BY SIZE
                               INTO    WK-RES-OUT
                               WITH POINTER WK-RES-Q
                       END-STRING
                       ADD     5           TO      WK-RES-P
                   WHEN WK-RES-P <= 60
                    AND WK-RES-IN (WK-RES-P:5) = "&FEED"
                       STRING  WFM-FEED-ID DELIMITED BY SPACE
                               INTO    WK-RES-OUT
                               WITH POINTER WK-RES-Q
                       END-STRING
                       ADD     5           TO      WK-RES-P
                   WHEN OTHER
                       STRING  WK-RES-IN (WK-RES-P:1)
                               DELIMITED BY SIZE
                               INTO    WK-RES-OUT
                               WITH POINTER WK-RES-Q
                       END-STRING
                       ADD     1           TO      WK-RES-P
               END-EVALUATE
           END-PERFORM
           .
       S050-EX.
           EXIT.

      *    *** ID=I INTAKE(取込み)
       S100-10.

           IF      WFM-IN-SRC  =       SPACE
                   DISPLAY WK-PGM-NAME " " WFM-FEED-ID
                           " INTAKE 設定無し(何もしない)"
                   GO      TO      S100-EX
           END-IF

           MOVE    WFM-IN-SRC  TO      WK-RES-IN
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-RES-OUT  TO      WK-ARG-SRC
           MOVE    WFM-IN-TGT  TO      WK-RES-IN
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-RES-OUT  TO      WK-ARG-TGT
           MOVE    SPACE       TO      WK-ARG-HTDEF
           IF      WFM-IN-HTDEF NOT =  SPACE
                   MOVE    WFM-IN-HTDEF TO     WK-RES-IN
                   PERFORM S050-10     THRU    S050-EX
                   MOVE    WK-RES-OUT  TO      WK-ARG-HTDEF
           END-IF
           MOVE    WFM-IN-RECFORM TO   WK-ARG-RECFORM-IN
           MOVE    ZERO        TO      WK-ARG-FIX-LEN
           IF      WFM-IN-FIX-LEN IS   NUMERIC
                   MOVE    WFM-IN-FIX-LEN TO   WK-ARG-FIX-LEN
           END-IF
           MOVE    SPACE       TO      WK-ARG-LAYOUT
           IF      WFM-IN-LAYOUT NOT = SPACE
                   MOVE    WFM-IN-LAYOUT TO    WK-RES-IN
                   PERFORM S050-10     THRU    S050-EX
                   MOVE    WK-RES-OUT  TO      WK-ARG-LAYOUT
           END-IF
           MOVE    SPACE       TO      WK-ARG-IN-JSON
           IF      WFM-IN-JSON NOT =   SPACE
                   MOVE    WFM-IN-JSON TO      WK-RES-IN
                   PERFORM S050-10     THRU    S050-EX
                   MOVE    WK-RES-OUT  TO      WK-ARG-IN-JSON
           END-IF

           MOVE    WFM-IN-HENKAN TO    WK-ARG-HENKAN
           MOVE    "N"         TO      WK-ARG-CSV
                                       WK-ARG-FORCE
                                       WK-ARG-RESUME
           IF      WFM-IN-CSV  =       "Y"
                   MOVE    "Y"         TO      WK-ARG-CSV
           END-IF
           IF      WK-OPT-SW   =       "F"
                   MOVE    "Y"         TO      WK-ARG-FORCE
           END-IF
           IF      WK-OPT-SW   =       "R"
                   MOVE    "Y"         TO      WK-ARG-RESUME
           END-IF

           DISPLAY WK-PGM-NAME " " WFM-FEED-ID " INTAKE "
                   TRIM (WK-ARG-SRC) " -> " TRIM (WK-ARG-TGT)
           CALL    "INTAKE"    USING   WK-ARG-SRC
                                       WK-ARG-TGT
                                       WK-ARG-HENKAN
                                       WK-ARG-CSV
                                       WK-ARG-FORCE
                                       WK-ARG-RESUME
                                       WK-ARG-HTDEF
                                       WK-ARG-RECFORM-IN
                                       WK-ARG-FIX-LEN
                                       WK-ARG-LAYOUT
                                       WK-ARG-IN-JSON
                                       WFM-FEED-ID
           MOVE    RETURN-CODE TO      WK-RC

           IF      WK-RC       <       8
              AND  WK-EXP-VOL  >       ZERO
                   PERFORM S110-10     THRU    S110-EX
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 取込み件数(共通バランスに今INTAKEが書いた良品件数)を
      *    *** 想定件数の許容幅と比べる
       S110-10.

      *    *** INTAKEと同じく正規化後の出力名(先頭32桁)で引く
           MOVE    WK-ARG-TGT  TO      WK-BAL-KEY
           CALL    "PATHSVC"   USING   WK-BAL-KEY

           OPEN    INPUT       BAL-F
           IF      WK-BAL-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " BAL-F OPEN ERROR STATUS="
                           WK-BAL-STATUS " 件数確認せず"
                   GO      TO      S110-EX
           END-IF

           MOVE    "N"         TO      WK-BAL-HIT
           MOVE    ZERO        TO      WK-VOL-CNT
           MOVE    LOW-VALUE   TO      WK-BAL-EOF
           PERFORM UNTIL WK-BAL-EOF    =       HIGH-VALUE
                   READ    BAL-F
                   IF      WK-BAL-STATUS =     ZERO
                           IF      BAL-STEP    =       "INTAKE"
                              AND  BAL-FILE    =   WK-BAL-KEY (1:32)
                                   MOVE    "Y"         TO  WK-BAL-HIT
                                   MOVE    BAL-OUT     TO  WK-VOL-CNT
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-BAL-EOF
                   END-IF
           END-PERFORM
           CLOSE   BAL-F

           IF      WK-BAL-HIT  =       "N"
                   DISPLAY WK-PGM-NAME " " WFM-FEED-ID
                           " BAL記録無し 件数確認せず"
                   GO      TO      S110-EX
           END-IF

           IF      CFG-FEEDMST-VOL-PCT >=      100
                   MOVE    ZERO        TO      WK-VOL-LO
           ELSE
                   COMPUTE WK-VOL-LO = WK-EXP-VOL
                                     * (100 - CFG-FEEDMST-VOL-PCT)
                                     / 100
           END-IF
           COMPUTE WK-VOL-HI = WK-EXP-VOL
                             * (100 + CFG-FEEDMST-VOL-PCT) / 100

           IF      WK-VOL-CNT  >=      WK-VOL-LO
              AND  WK-VOL-CNT  <=      WK-VOL-HI
                   GO      TO      S110-EX
           END-IF

           MOVE    WK-VOL-CNT  TO      WK-VOL-D
           MOVE    WK-EXP-VOL  TO      WK-EXP-D
           DISPLAY WK-PGM-NAME " " WFM-FEED-ID " 取込み件数="
                   TRIM (WK-VOL-D) " 想定件数=" TRIM (WK-EXP-D)
                   " 許容幅外"

           MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
           MOVE    SPACE       TO      LI-LOGERR-CONTEXT
           STRING  "FEED "     DELIMITED BY SIZE
                   WFM-FEED-ID DELIMITED BY SPACE
                   " VOL "     DELIMITED BY SIZE
                   TRIM (WK-VOL-D) DELIMITED BY SIZE
                   " EXP "     DELIMITED BY SIZE
                   TRIM (WK-EXP-D) DELIMITED BY SIZE
                   INTO    LI-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      LI-LOGERR-STATUS
           MOVE    "W"         TO      LI-LOGERR-SEVERITY
           CALL    "LOGERR"    USING   LI-LOGERR-PGM
                                       LI-LOGERR-CONTEXT
                                       LI-LOGERR-STATUS
                                       LI-LOGERR-SEVERITY
           IF      WK-RC       <       4
                   MOVE    4           TO      WK-RC
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** ID=V VALCHK(項目単位検証。対象はINTAKEの出力)
       S200-10.

           IF      WFM-VAL-DEF =       SPACE
                   DISPLAY WK-PGM-NAME " " WFM-FEED-ID
                           " VALCHK 設定無し(何もしない)"
                   GO      TO      S200-EX
           END-IF

           MOVE    WFM-IN-TGT  TO      WK-RES-IN
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-RES-OUT  TO      WK-ARG-SRC
           MOVE    WFM-VAL-DEF TO      WK-RES-IN
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-RES-OUT  TO      WK-ARG-DEF
           MOVE    "&FEED.VALCHK.RPT" TO WK-RES-IN
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-RES-OUT  TO      WK-ARG-RPT

           DISPLAY WK-PGM-NAME " " WFM-FEED-ID " VALCHK "
                   TRIM (WK-ARG-SRC) " 定義=" TRIM (WK-ARG-DEF)
           CALL    "VALCHK"    USING   WK-ARG-SRC
                                       WK-ARG-DEF
                                       WK-ARG-RPT
                                       WFM-FEED-ID
           MOVE    RETURN-CODE TO      WK-RC
           .
       S200-EX.
           EXIT.

      *    *** ID=M MANRECON(相手先マニフェスト突合せ)
       S300-10.

           IF      WFM-MAN-SW  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " " WFM-FEED-ID
                           " マニフェスト無し(何もしない)"
                   GO      TO      S300-EX
           END-IF

           MOVE    WFM-MAN-NAME TO     WK-RES-IN
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-RES-OUT  TO      WK-ARG-SRC
           MOVE    WFM-MAN-SNAP TO     WK-RES-IN
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-RES-OUT  TO      WK-ARG-SNAP
           MOVE    WFM-MAN-SUM TO      WK-RES-IN
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-RES-OUT  TO      WK-ARG-SUM
           MOVE    "&FEED.MANRECON.RPT" TO WK-RES-IN
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-RES-OUT  TO      WK-ARG-RPT
           MOVE    "N"         TO      WK-ARG-SHA
           IF      WFM-SHA-SW  =       "Y"
                   MOVE    "Y"         TO      WK-ARG-SHA
           END-IF

           DISPLAY WK-PGM-NAME " " WFM-FEED-ID " MANRECON "
                   TRIM (WK-ARG-SRC)
           CALL    "MANRECON"  USING   WK-ARG-SRC
                                       WK-ARG-SNAP
                                       WK-ARG-SUM
                                       WK-ARG-RPT
                                       WK-ARG-SHA
           MOVE    RETURN-CODE TO      WK-RC
           .
       S300-EX.
           EXIT.

      *    *** ID=O OUTTAKE(転送ファイル作成)
       S400-10.

           IF      WFM-OUT-SRC =       SPACE
                   DISPLAY WK-PGM-NAME " " WFM-FEED-ID
                           " OUTTAKE 設定無し(何もしない)"
                   GO      TO      S400-EX
           END-IF

           MOVE    WFM-OUT-SRC TO      WK-RES-IN
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-RES-OUT  TO      WK-ARG-SRC
           MOVE    WFM-OUT-TGT TO      WK-RES-IN
           PERFORM S050-10     THRU    S050-EX
           MOVE    WK-RES-OUT  TO      WK-ARG-TGT

           MOVE    WFM-OUT-HENKAN TO   WK-ARG-HENKAN
           MOVE    WFM-OUT-RECFORM TO  WK-ARG-RECFORM
           MOVE    "N"         TO      WK-ARG-B64
           IF      WFM-OUT-B64 =       "Y"
                   MOVE    "Y"         TO      WK-ARG-B64
           END-IF
           MOVE    ZERO        TO      WK-ARG-FIX-LEN
           IF      WFM-OUT-FIX-LEN IS  NUMERIC
                   MOVE    WFM-OUT-FIX-LEN TO  WK-ARG-FIX-LEN
           END-IF
           MOVE    SPACE       TO      WK-ARG-LAYOUT
           IF      WFM-OUT-LAYOUT NOT = SPACE
                   MOVE    WFM-OUT-LAYOUT TO   WK-RES-IN
                   PERFORM S050-10     THRU    S050-EX
                   MOVE    WK-RES-OUT  TO      WK-ARG-LAYOUT
           END-IF
           MOVE    SPACE       TO      WK-ARG-JSON
           IF      WFM-OUT-JSON NOT =  SPACE
                   MOVE    WFM-OUT-JSON TO     WK-RES-IN
                   PERFORM S050-10     THRU    S050-EX
                   MOVE    WK-RES-OUT  TO      WK-ARG-JSON
           END-IF
           MOVE    "N"         TO      WK-ARG-SHA
           IF      WFM-SHA-SW  =       "Y"
                   MOVE    "Y"         TO      WK-ARG-SHA
           END-IF

           DISPLAY WK-PGM-NAME " " WFM-FEED-ID " OUTTAKE "
                   TRIM (WK-ARG-SRC) " -> " TRIM (WK-ARG-TGT)
           CALL    "OUTTAKE"   USING   WK-ARG-SRC
                                       WK-ARG-TGT
                                       WK-ARG-HENKAN
                                       WK-ARG-RECFORM
                                       WK-ARG-B64
                                       WK-ARG-FIX-LEN
                                       WK-ARG-LAYOUT
                                       WK-ARG-JSON
                                       WK-ARG-SHA
           MOVE    RETURN-CODE TO      WK-RC
           .
       S400-EX.
           EXIT.

      *    *** ID=R 登録簿一覧表
       S500-10.

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "PARTNER FEED REGISTER"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS " " WK-RPT-F-NAME
                   MOVE    8           TO      WK-RC
                   GO      TO      S500-EX
           END-IF

           MOVE    ZERO        TO      WK-RPT-CNT
                                       WK-NG-CNT
           MOVE    TBL-FMS-CNT TO      WK-CNT-D
           MOVE    SPACE       TO      RPT-REC
           STRING  "*** フィード登録簿 一覧 *** "
                               DELIMITED BY SIZE
                   "業務日付=" DELIMITED BY SIZE
                   WK-BIZ-DATE DELIMITED BY SIZE
                   " 登録="    DELIMITED BY SIZE
                   TRIM (WK-CNT-D) DELIMITED BY SIZE
                   " 件 ("     DELIMITED BY SIZE
                   TRIM (WK-FMS-F-NAME) DELIMITED BY SIZE
                   ")"         DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-FMS-CNT
                   MOVE    TBL-FMS-LINE (I) TO WFM-FEEDMST-AREA
                   IF      LI-FEED-ID  =       SPACE OR "*"
                      OR   WFM-FEED-ID =       LI-FEED-ID
                           ADD     1           TO      WK-RPT-CNT
                           PERFORM S510-10     THRU    S510-EX
                           PERFORM S520-10     THRU    S520-EX
                   END-IF
           END-PERFORM

           MOVE    WK-RPT-CNT  TO      WK-CNT-D
           MOVE    SPACE       TO      RPT-REC
           STRING  "*** 表示="  DELIMITED BY SIZE
                   TRIM (WK-CNT-D) DELIMITED BY SIZE
                   " 件"       DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           MOVE    WK-NG-CNT   TO      WK-CNT-D
           STRING  RPT-REC     DELIMITED BY "  "
                   " 設定の矛盾=" DELIMITED BY SIZE
                   TRIM (WK-CNT-D) DELIMITED BY SIZE
                   " 件 ***"   DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA

           MOVE    WK-RPT-CNT  TO      WK-CNT-D
           DISPLAY WK-PGM-NAME " 一覧表 " TRIM (WK-RPT-F-NAME)
                   " 表示=" TRIM (WK-CNT-D)
           MOVE    WK-NG-CNT   TO      WK-CNT-D
           DISPLAY WK-PGM-NAME " 設定の矛盾=" TRIM (WK-CNT-D)
           IF      WK-NG-CNT   >       ZERO
                   MOVE    4           TO      WK-RC
           END-IF
           .
       S500-EX.
           EXIT.

      *    *** 1フィード分の明細(相手先・INTAKE・VALCHK・MANRECON・
      *    *** OUTTAKE の5行と空行)
       S510-10.

           MOVE    ZERO        TO      WK-EXP-VOL
           IF      WFM-EXP-VOL IS      NUMERIC
                   MOVE    WFM-EXP-VOL TO      WK-EXP-VOL
           END-IF
           MOVE    WK-EXP-VOL  TO      WK-VOL-D

           MOVE    SPACE       TO      RPT-REC
           STRING  WFM-FEED-ID DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WFM-PARTNER DELIMITED BY SIZE
                   " 連絡先="  DELIMITED BY SIZE
                   TRIM (WFM-CONTACT) DELIMITED BY SIZE
                   " 想定件数=" DELIMITED BY SIZE
                   TRIM (WK-VOL-D) DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACE       TO      RPT-REC
           IF      WFM-IN-SRC  =       SPACE
                   MOVE    "  INTAKE  : (無し)" TO RPT-REC
           ELSE
                   STRING  "  INTAKE  : " DELIMITED BY SIZE
                           TRIM (WFM-IN-SRC) DELIMITED BY SIZE
                           " -> "      DELIMITED BY SIZE
                           TRIM (WFM-IN-TGT) DELIMITED BY SIZE
                           " 変換="    DELIMITED BY SIZE
                           WFM-IN-HENKAN DELIMITED BY SIZE
                           " CSV="     DELIMITED BY SIZE
                           WFM-IN-CSV  DELIMITED BY SIZE
                           " 見出後尾=" DELIMITED BY SIZE
                           TRIM (WFM-IN-HTDEF) DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
           END-IF
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACE       TO      RPT-REC
           IF      WFM-VAL-DEF =       SPACE
                   MOVE    "  VALCHK  : (無し)" TO RPT-REC
           ELSE
                   STRING  "  VALCHK  : 定義=" DELIMITED BY SIZE
                           TRIM (WFM-VAL-DEF) DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
           END-IF
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACE       TO      RPT-REC
           IF      WFM-MAN-SW  NOT =   "Y"
                   MOVE    "  MANRECON: (無し)" TO RPT-REC
           ELSE
                   STRING  "  MANRECON: " DELIMITED BY SIZE
                           TRIM (WFM-MAN-NAME) DELIMITED BY SIZE
                           " SNAP="    DELIMITED BY SIZE
                           TRIM (WFM-MAN-SNAP) DELIMITED BY SIZE
                           " SUM="     DELIMITED BY SIZE
                           TRIM (WFM-MAN-SUM) DELIMITED BY SIZE
                           " SHA="     DELIMITED BY SIZE
                           WFM-SHA-SW  DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
           END-IF
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACE       TO      RPT-REC
           IF      WFM-OUT-SRC =       SPACE
                   MOVE    "  OUTTAKE : (無し)" TO RPT-REC
           ELSE
                   STRING  "  OUTTAKE : " DELIMITED BY SIZE
                           TRIM (WFM-OUT-SRC) DELIMITED BY SIZE
                           " -> "      DELIMITED BY SIZE
                           TRIM (WFM-OUT-TGT) DELIMITED BY SIZE
                           " 変換="    DELIMITED BY SIZE
                           WFM-OUT-HENKAN DELIMITED BY SIZE
                           " 形式="    DELIMITED BY SIZE
                           WFM-OUT-RECFORM DELIMITED BY SIZE
                           " B64="     DELIMITED BY SIZE
                           WFM-OUT-B64 DELIMITED BY SIZE
                           " SHA="     DELIMITED BY SIZE
                           WFM-SHA-SW  DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
           END-IF
           PERFORM S990-10     THRU    S990-EX

      *    *** ホストフィードの固定長・素通し定義(有る時だけ)
           IF      WFM-IN-RECFORM NOT = SPACE
              OR   WFM-IN-LAYOUT NOT = SPACE
              OR   WFM-OUT-RECFORM =   "F"
              OR   WFM-OUT-LAYOUT NOT = SPACE
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "  HOST    : 取込形式=" DELIMITED BY SIZE
                           WFM-IN-RECFORM DELIMITED BY SIZE
                           " 長="      DELIMITED BY SIZE
                           WFM-IN-FIX-LEN DELIMITED BY SIZE
                           " 素通し="  DELIMITED BY SIZE
                           TRIM (WFM-IN-LAYOUT) DELIMITED BY SIZE
                           " 送出長="  DELIMITED BY SIZE
                           WFM-OUT-FIX-LEN DELIMITED BY SIZE
                           " 素通し="  DELIMITED BY SIZE
                           TRIM (WFM-OUT-LAYOUT) DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** JSON Lines 送出の割付け定義(有る時だけ)
           IF      WFM-OUT-JSON NOT =  SPACE
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "  JSON    : 定義=" DELIMITED BY SIZE
                           TRIM (WFM-OUT-JSON) DELIMITED BY SIZE
                           " 元コード=" DELIMITED BY SIZE
                           WFM-OUT-HENKAN DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** JSON Lines 取込みのキー割付け定義(有る時だけ)
           IF      WFM-IN-JSON NOT =   SPACE
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "  JSON取込: 定義=" DELIMITED BY SIZE
                           TRIM (WFM-IN-JSON) DELIMITED BY SIZE
                           " 変換=" DELIMITED BY SIZE
                           WFM-IN-HENKAN DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S510-EX.
           EXIT.

      *    *** 設定の矛盾を "!" 行で示す
       S520-10.

      *    *** フィードIDの重複(照会は先の行を使う)
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J >= I
                   IF      TBL-FMS-LINE (J) (1:8) = WFM-FEED-ID
                           MOVE    "ID重複(先の行を使う)"
                                               TO      WK-NG-LINE
                           PERFORM S530-10     THRU    S530-EX
                           MOVE    I           TO      J
                   END-IF
           END-PERFORM

      *    *** 変換方向は DECODE05 の指定値(INTAKEは必須、OUTTAKEは
      *    *** 空白=変換しない)
           IF      WFM-IN-SRC  NOT =   SPACE
              AND  WFM-IN-HENKAN NOT = "SU" AND "US" AND "AU" AND "ES"
                                   AND "SE" AND "EU" AND "UE" AND "JS"
                                   AND "SJ" AND "NN" AND "HS" AND "HU"
              OR   WFM-OUT-HENKAN NOT = SPACE AND "SU" AND "US"
                                   AND "AU" AND "ES" AND "SE" AND "EU"
                                   AND "UE" AND "JS" AND "SJ" AND "NN"
                                   AND "SH" AND "UH"
                   MOVE    "変換方向の誤り(DECODE05の指定値)"
                                               TO      WK-NG-LINE
                   PERFORM S530-10     THRU    S530-EX
           END-IF
           IF      WFM-IN-CSV  NOT =   SPACE AND "Y" AND "N"
              OR   WFM-MAN-SW  NOT =   SPACE AND "Y" AND "N"
              OR   WFM-OUT-B64 NOT =   SPACE AND "Y" AND "N"
              OR   WFM-SHA-SW  NOT =   SPACE AND "Y" AND "N"
                   MOVE    "CSV・MAN有無・B64・SHA は Y/N"
                                               TO      WK-NG-LINE
                   PERFORM S530-10     THRU    S530-EX
           END-IF
           IF      WFM-IN-SRC  NOT =   SPACE AND WFM-IN-TGT = SPACE
              OR   WFM-VAL-DEF NOT =   SPACE AND WFM-IN-TGT = SPACE
                   MOVE    "INTAKE出力名が無い"
                                               TO      WK-NG-LINE
                   PERFORM S530-10     THRU    S530-EX
           END-IF
           IF      WFM-MAN-SW  =       "Y"
              AND  ( WFM-MAN-NAME = SPACE OR WFM-MAN-SNAP = SPACE )
                   MOVE    "MANRECONの名前が無い"
                                               TO      WK-NG-LINE
                   PERFORM S530-10     THRU    S530-EX
           END-IF
           IF      WFM-OUT-SRC NOT =   SPACE
              AND  ( WFM-OUT-TGT = SPACE
                OR   WFM-OUT-RECFORM NOT = "C" AND "L" AND "R"
                                         AND "F" )
                   MOVE    "OUTTAKE転送先・形式(C/L/R/F)"
                                               TO      WK-NG-LINE
                   PERFORM S530-10     THRU    S530-EX
           END-IF
           IF      WFM-IN-RECFORM NOT = SPACE AND "F" AND "R"
                   MOVE    "INTAKE形式は 空白/F/R"
                                               TO      WK-NG-LINE
                   PERFORM S530-10     THRU    S530-EX
           END-IF
           IF      WFM-IN-RECFORM =    "F"
              AND  ( WFM-IN-FIX-LEN IS NOT NUMERIC
                OR   WFM-IN-FIX-LEN =  ZERO )
              OR   WFM-OUT-SRC NOT =   SPACE
              AND  WFM-OUT-RECFORM =   "F"
              AND  ( WFM-OUT-FIX-LEN IS NOT NUMERIC
                OR   WFM-OUT-FIX-LEN = ZERO )
                   MOVE    "固定長(F)のレコード長が無い"
                                               TO      WK-NG-LINE
                   PERFORM S530-10     THRU    S530-EX
           END-IF
           IF      WFM-OUT-JSON NOT =  SPACE
              AND  WFM-OUT-HENKAN NOT = SPACE AND "NN" AND "SU"
                                        AND "EU"
                   MOVE    "JSONの変換方向は 空白/NN/SU/EU"
                                               TO      WK-NG-LINE
                   PERFORM S530-10     THRU    S530-EX
           END-IF
      *    *** JSON取込みは行で切り出し、CSV・ホスト形式とは併用不可
           IF      WFM-IN-JSON NOT =   SPACE
              AND  ( WFM-IN-HENKAN NOT = "NN" AND "US" AND "UE"
                OR   WFM-IN-CSV  =     "Y"
                OR   WFM-IN-RECFORM NOT = SPACE )
                   MOVE    "JSON取込は NN/US/UE・CSV/形式なし"
                                               TO      WK-NG-LINE
                   PERFORM S530-10     THRU    S530-EX
           END-IF
           IF      WFM-EXP-VOL NOT =   SPACE
              AND  WFM-EXP-VOL IS NOT  NUMERIC
                   MOVE    "想定件数が数字でない"
                                               TO      WK-NG-LINE
                   PERFORM S530-10     THRU    S530-EX
           END-IF

           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           .
       S520-EX.
           EXIT.

      *    *** 矛盾1行の書出し
       S530-10.

           ADD     1           TO      WK-NG-CNT
           MOVE    SPACE       TO      RPT-REC
           STRING  "  ! "      DELIMITED BY SIZE
                   WK-NG-LINE  DELIMITED BY "  "
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           .
       S530-EX.
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
