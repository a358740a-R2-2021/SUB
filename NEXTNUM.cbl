      *    *** 採番(次番号)サービス サブルーチン
      *    *** 請求書番号・バッチ番号・転送ファイルの通番(全銀・相手先
      *    *** ファイルの日次通番)を、手持ちのカウンターファイルや手入力
      *    *** に散らさず、カウンター台帳(CFG-NEXTNUM-NAME)1行1カウンター
      *    *** にまとめて採番する。採番は ENQDEQ の排他(資源 NEXTNUM)で
      *    *** 囲み、台帳を読み直して進めてから書き戻すため、並行ステップ
      *    *** や再実行でも同じ番号は二度出ない。
      *    *** 発行した番号は実行ID(RUNID)付きで採番記録
      *    *** (CFG-NEXTNUM-LOG-NAME)へ残し、使った・取り消した番号も
      *    *** 同じ記録へ残す。監査表(ID=R)で重複・欠番・発行したが
      *    *** 使われていない番号を洗い出す。
      *    *** 台帳1行= 名前(16) 空白 リセット(1) 空白 下限(9) 空白
      *    ***   上限(9) 空白 警告残数(9) 空白 超過時(1) 空白 桁数(2)
      *    ***   空白 接頭語(16) 空白 現在値(9) 空白 最終発行日(8)
      *    ***   空白 説明(30)
      *    ***   リセット D=業務日付が変われば下限へ戻す Y=年が変われば
      *    ***            N=戻さない
      *    ***   警告残数 上限までの残りがこの数以下になれば LOGERR W・
      *    ***            RC=4(0=警告しない)
      *    ***   超過時   E=上限を超える採番はしない(RC=8)
      *    ***            W=下限へ戻して続ける(LOGERR W・RC=4)
      *    ***   桁数     番号のゼロ埋め桁数(0=埋めない)
      *    ***   接頭語   番号の前に付ける文字。&YYYY・&YY・&MM・&DD は
      *    ***            業務日付に置き換える(INV&YY- 桁数6 なら
      *    ***            INV26-000123)
      *    ***   現在値・最終発行日は本ルーチンが書き換える(新しい
      *    ***   カウンターは 0 で登録する)。"#" 始まりと空行は注記
      *    ***   (書き戻しでも残す)
      *    *** 採番記録1行= 日付 時刻 実行ID 区分(5) 名前(16) 期間(8)
      *    ***   番号(9) 編集済番号(32) 参照(32)
      *    ***   区分 ISSUE=発行 USED=使用 VOID=取消、期間はリセットの
      *    ***   単位(D=業務日付 Y=年 N=空白)
      *    *** ID=N: 採番。LI-CTR-NAME の次の番号を LI-VALUE と
      *    ***       LO-NUMBER(編集済)へ返す。LI-REF は記録に残す
      *    ***       参照(ステップ名・ファイル名等)
      *    *** ID=U: 使用。LI-CTR-NAME・LI-VALUE・LI-REF(番号を実際に
      *    ***       帳票・ファイルへ載せた時に呼ぶ)
      *    *** ID=V: 取消。LI-CTR-NAME・LI-VALUE・LI-REF(発行したが
      *    ***       使わないと決めた番号。監査で未使用に挙げない)
      *    ***       U・V の期間・編集済番号はその番号の最後の発行記録
      *    ***       から取る(発行記録が無ければ記録せず RC=8)
      *    *** ID=R: 監査表(CFG-NEXTNUM-RPT-NAME)。LI-CTR-NAME が
      *    ***       空白か "*" で全カウンター。重複(同じ期間に同じ
      *    ***       番号を2回以上発行)・欠番(発行の飛び)・未使用(発行したが
      *    ***       使用も取消も無い)・未発行使用(発行記録の無い番号の
      *    ***       使用)を挙げ、1件でも有れば RC=4
      *    *** RETURN-CODE 0=正常 4=警告(残り僅か・下限へ戻した・
      *    ***   監査の指摘有り) 8=採番不可(未登録・定義の誤り・上限
      *    ***   超過・排他の待ち切れ・U V の発行記録無し)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             NEXTNUM.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** カウンター台帳
       SELECT NNC-F            ASSIGN   WK-NNC-F-NAME
                               STATUS   WK-NNC-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 採番記録(追記)
       SELECT NNL-F            ASSIGN   WK-NNL-F-NAME
                               STATUS   WK-NNL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  NNC-F
           LABEL RECORDS ARE STANDARD.
       01  NNC-REC             PIC  X(120).

       FD  NNL-F
           LABEL RECORDS ARE STANDARD.
       01  NNL-REC.
           03  NNL-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  NNL-TIME        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  NNL-RUNID       PIC  X(014).
           03  FILLER          PIC  X(001).
           03  NNL-ACTION      PIC  X(005).
           03  FILLER          PIC  X(001).
           03  NNL-NAME        PIC  X(016).
           03  FILLER          PIC  X(001).
           03  NNL-PERIOD      PIC  X(008).
           03  FILLER          PIC  X(001).
           03  NNL-VALUE       PIC  9(009).
           03  FILLER          PIC  X(001).
           03  NNL-NUMBER      PIC  X(032).
           03  FILLER          PIC  X(001).
           03  NNL-REF         PIC  X(032).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "NEXTNUM".

           03  WK-NNC-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-NNC-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-NNC-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-NNL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-NNL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-NNL-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

           03  SW-FIRST        PIC  X(001) VALUE "Y".
           03  WK-RC           BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT          BINARY-LONG SYNC VALUE ZERO.

      *    *** 業務日付(リセットの判定・接頭語の日付)
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-DATE     PIC  9(008) VALUE ZERO.
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-NOW          PIC  X(021) VALUE SPACE.

      *    *** 共有資源直列化(ENQDEQ)用。台帳の読み直し・書き戻しと
      *    *** 記録の追記を1つの排他で囲む
           03  WK-ENQ-ID       PIC  X(001) VALUE SPACE.
           03  WK-ENQ-RES      PIC  X(016) VALUE "NEXTNUM".
           03  WK-ENQ-MODE     PIC  X(001) VALUE "X".
           03  WK-ENQ-HOLDER   PIC  X(008) VALUE SPACE.
           03  WK-ENQ-WAIT     PIC  9(004) VALUE 30.
           03  WK-ENQ-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ENQ-CAP      PIC  9(004) VALUE ZERO.

      *    *** 実行ID(RUNID照会、記録の突合せ用)
           03  WK-RUNID-ID     PIC  X(001) VALUE SPACE.
           03  WK-RUNID        PIC  X(014) VALUE SPACE.

      *    *** 採番の作業域
           03  WK-LOW          PIC  9(009) VALUE ZERO.
           03  WK-HIGH         PIC  9(009) VALUE ZERO.
           03  WK-WARN         PIC  9(009) VALUE ZERO.
           03  WK-CUR          PIC  9(009) VALUE ZERO.
           03  WK-NEXT         PIC  9(009) VALUE ZERO.
           03  WK-REST         PIC  9(009) VALUE ZERO.
           03  WK-WIDTH        PIC  9(002) VALUE ZERO.
           03  WK-PERIOD       PIC  X(008) VALUE SPACE.
           03  WK-ACTION       PIC  X(005) VALUE SPACE.
           03  WK-VAL-D        PIC  Z(008)9.
           03  WK-REST-D       PIC  Z(008)9.

      *    *** 番号の編集(接頭語の日付置換+ゼロ埋め番号)
           03  WK-NUMBER       PIC  X(032) VALUE SPACE.
           03  WK-NUM9         PIC  9(009) VALUE ZERO.
           03  WK-PFX-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DIGITS       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P            BINARY-LONG SYNC VALUE ZERO.
           03  WK-Q            BINARY-LONG SYNC VALUE ZERO.

      *    *** 共通エラーログ(LOGERR)へ渡す
           03  WK-LOG-PGM      PIC  X(008) VALUE SPACE.
           03  WK-LOG-CONTEXT  PIC  X(040) VALUE SPACE.
           03  WK-LOG-STATUS   PIC  X(004) VALUE SPACE.
           03  WK-LOG-SEVERITY PIC  X(001) VALUE SPACE.

      *    *** 監査の集計
           03  WK-SEL-NAME     PIC  X(016) VALUE SPACE.
           03  WK-LOG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIND-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-OVER-SW      PIC  X(001) VALUE "N".
           03  WK-G-NAME       PIC  X(016) VALUE SPACE.
           03  WK-G-PERIOD     PIC  X(008) VALUE SPACE.
           03  WK-G-VALUE      PIC  9(009) VALUE ZERO.
           03  WK-G-ISSUE      BINARY-LONG SYNC VALUE ZERO.
           03  WK-G-USED       BINARY-LONG SYNC VALUE ZERO.
           03  WK-G-VOID       BINARY-LONG SYNC VALUE ZERO.
           03  WK-G-FIRST      BINARY-LONG SYNC VALUE ZERO.
           03  WK-PREV-SW      PIC  X(001) VALUE "N".
           03  WK-PREV-VALUE   PIC  9(009) VALUE ZERO.
           03  WK-GAP-FROM     PIC  9(009) VALUE ZERO.
           03  WK-GAP-TO       PIC  9(009) VALUE ZERO.
           03  WK-C-ISSUE      BINARY-LONG SYNC VALUE ZERO.
           03  WK-C-USED       BINARY-LONG SYNC VALUE ZERO.
           03  WK-C-VOID       BINARY-LONG SYNC VALUE ZERO.
           03  WK-C-FIND       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-D        PIC  ZZZ,ZZ9.
           03  WK-CNT-D2       PIC  ZZZ,ZZ9.
           03  WK-CNT-D3       PIC  ZZZ,ZZ9.
           03  WK-CNT-D4       PIC  ZZZ,ZZ9.
           03  WK-FROM-D       PIC  Z(008)9.
           03  WK-TO-D         PIC  Z(008)9.

      *    *** 台帳1行(解析用)
       01  WK-NNC-LINE.
           03  WK-C-NAME       PIC  X(016).
           03  FILLER          PIC  X(001).
           03  WK-C-RESET      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  WK-C-LOW        PIC  X(009).
           03  FILLER          PIC  X(001).
           03  WK-C-HIGH       PIC  X(009).
           03  FILLER          PIC  X(001).
           03  WK-C-WARN       PIC  X(009).
           03  FILLER          PIC  X(001).
           03  WK-C-OVER       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  WK-C-WIDTH      PIC  X(002).
           03  FILLER          PIC  X(001).
           03  WK-C-PREFIX     PIC  X(016).
           03  FILLER          PIC  X(001).
           03  WK-C-CUR        PIC  X(009).
           03  FILLER          PIC  X(001).
           03  WK-C-LAST       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  WK-C-DESC       PIC  X(030).

      *    *** 台帳(注記行も含め全行。TBL-NNC-VALID=Y がカウンターの行)
       01  TBL-NNC-AREA.
           03  TBL-NNC-ENT     OCCURS 500.
             05  TBL-NNC-LINE  PIC  X(120).
             05  TBL-NNC-VALID PIC  X(001).
       01  TBL-NNC-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 監査用の採番記録(名前・期間・番号・区分の順に並べる。
      *    *** 区分は I=発行 U=使用 V=取消)
       01  TBL-AU-AREA.
           03  TBL-AU-ENT      OCCURS 50000
                               ASCENDING KEY IS TBL-AU-KEY.
             05  TBL-AU-KEY.
               07  TBL-AU-NAME   PIC  X(016).
               07  TBL-AU-PERIOD PIC  X(008).
               07  TBL-AU-VALUE  PIC  9(009).
               07  TBL-AU-ACT    PIC  X(001).
             05  TBL-AU-RUNID  PIC  X(014).
             05  TBL-AU-NUMBER PIC  X(032).
             05  TBL-AU-REF    PIC  X(032).
       01  TBL-AU-CNT          BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

      *    *** 既定ファイル名(CPCONFIG に集約)
           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** N=採番 U=使用 V=取消 R=監査表
       01  LI-ID               PIC  X(001).

      *    *** カウンター名(R は空白か "*" で全カウンター)
       01  LI-CTR-NAME         PIC  X(016).

      *    *** 記録に残す参照(ステップ名・ファイル名等、省略可)
       01  LI-REF              PIC  X(032).

      *    *** 番号(N: 発行した番号を返す、U・V: 対象の番号を渡す)
       01  LI-VALUE            PIC  9(009).

      *    *** 編集済番号(N: 接頭語・ゼロ埋めを付けて返す)
       01  LO-NUMBER           PIC  X(032).

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-CTR-NAME
                                       OPTIONAL LI-REF
                                       OPTIONAL LI-VALUE
                                       OPTIONAL LO-NUMBER
           .
       M100-10.

           IF      SW-FIRST    =       "Y"
                   PERFORM S010-10     THRU    S010-EX
           END-IF

           MOVE    ZERO        TO      WK-RC
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-BIZ-DATE
                                       WK-BIZ-STAT

           EVALUATE LI-ID
               WHEN "N"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "U"
                   MOVE    "USED "     TO      WK-ACTION
                   PERFORM S200-10     THRU    S200-EX
               WHEN "V"
                   MOVE    "VOID "     TO      WK-ACTION
                   PERFORM S200-10     THRU    S200-EX
               WHEN "R"
                   PERFORM S300-10     THRU    S300-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID N,U,V,R 指定"
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
           MOVE    CFG-NEXTNUM-NAME TO WK-NNC-F-NAME
           MOVE    CFG-NEXTNUM-LOG-NAME TO WK-NNL-F-NAME
           MOVE    CFG-NEXTNUM-RPT-NAME TO WK-RPT-F-NAME
           CALL    "PATHSVC"   USING   WK-NNC-F-NAME
           CALL    "PATHSVC"   USING   WK-NNL-F-NAME
           CALL    "PATHSVC"   USING   WK-RPT-F-NAME
           .
       S010-EX.
           EXIT.

      *    *** 採番(排他の中で台帳を読み直し、進めて書き戻す)
       S100-10.

           IF      LI-CTR-NAME =       SPACE
              OR   NUMBER-OF-CALL-PARAMETERS < 5
                   DISPLAY WK-PGM-NAME
                           " 採番はカウンター名・番号・"
                           "編集済番号の受け取り先を指定"
                   MOVE    8           TO      WK-RC
                   GO      TO      S100-EX
           END-IF
           MOVE    ZERO        TO      LI-VALUE
           MOVE    SPACE       TO      LO-NUMBER

           PERFORM S800-10     THRU    S800-EX
           IF      WK-ENQ-RC   NOT =   ZERO
                   DISPLAY WK-PGM-NAME
                           " 排他の待ち切れ 採番しない "
                           LI-CTR-NAME
                   MOVE    8           TO      WK-RC
                   GO      TO      S100-EX
           END-IF

           PERFORM S900-10     THRU    S900-EX
           PERFORM S110-10     THRU    S110-EX
           IF      WK-RC       >=      8
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S100-EX
           END-IF

      *    *** リセット(業務日付・年が最終発行日と変わった)
           IF      WK-C-RESET  =       "D"
              AND  WK-C-LAST   NOT =   WK-BIZ-DATE
              OR   WK-C-RESET  =       "Y"
              AND  WK-C-LAST (1:4) NOT = WK-BIZ-DATE (1:4)
                   MOVE    ZERO        TO      WK-CUR
           END-IF

           IF      WK-CUR      <       WK-LOW
                   MOVE    WK-LOW      TO      WK-NEXT
           ELSE
                   COMPUTE WK-NEXT = WK-CUR + 1
                           ON SIZE ERROR
                           MOVE    999999999   TO      WK-NEXT
                   END-COMPUTE
           END-IF

      *    *** 上限超過(E=採番しない W=下限へ戻す)
           IF      WK-NEXT     >       WK-HIGH
              OR   WK-CUR      =       999999999
                   IF      WK-C-OVER   =       "W"
                           MOVE    WK-LOW      TO      WK-NEXT
                           MOVE    "WRAP TO LOW" TO    WK-LOG-CONTEXT
                           PERFORM S700-10     THRU    S700-EX
                   ELSE
                           DISPLAY WK-PGM-NAME
                                   " 上限超過 採番しない "
                                   LI-CTR-NAME " 上限=" WK-HIGH
                           MOVE    "RANGE EXHAUSTED" TO WK-LOG-CONTEXT
                           PERFORM S700-10     THRU    S700-EX
                           MOVE    8           TO      WK-RC
                           PERFORM S810-10     THRU    S810-EX
                           GO      TO      S100-EX
                   END-IF
           END-IF

      *    *** 残り僅かの警告
           COMPUTE WK-REST = WK-HIGH - WK-NEXT
           IF      WK-WARN     >       ZERO
              AND  WK-REST     <=      WK-WARN
                   MOVE    WK-REST     TO      WK-REST-D
                   MOVE    SPACE       TO      WK-LOG-CONTEXT
                   STRING  "REST "     DELIMITED BY SIZE
                           TRIM (WK-REST-D) DELIMITED BY SIZE
                           INTO    WK-LOG-CONTEXT
                   END-STRING
                   PERFORM S700-10     THRU    S700-EX
           END-IF

      *    *** 台帳の書き戻し(現在値・最終発行日)
           MOVE    WK-NEXT     TO      WK-C-CUR
           MOVE    WK-BIZ-DATE TO      WK-C-LAST
           MOVE    WK-NNC-LINE TO      TBL-NNC-LINE (WK-HIT)
           PERFORM S910-10     THRU    S910-EX
           IF      WK-RC       >=      8
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S100-EX
           END-IF

           PERFORM S400-10     THRU    S400-EX
           MOVE    WK-NEXT     TO      LI-VALUE
           MOVE    WK-NUMBER   TO      LO-NUMBER

           MOVE    "ISSUE"     TO      WK-ACTION
           PERFORM S920-10     THRU    S920-EX
           PERFORM S810-10     THRU    S810-EX

           DISPLAY WK-PGM-NAME " 採番 " LI-CTR-NAME " "
                   TRIM (WK-NUMBER)
           .
       S100-EX.
           EXIT.

      *    *** カウンターの検索と定義の確認(WK-HIT・WK-NNC-LINE と
      *    *** 数値の作業域を埋める。無い・誤りは RC=8)
       S110-10.

           MOVE    ZERO        TO      WK-HIT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-NNC-CNT
                      OR WK-HIT > ZERO
                   IF      TBL-NNC-VALID (I) = "Y"
                      AND  TBL-NNC-LINE (I) (1:16) = LI-CTR-NAME
                           MOVE    I           TO      WK-HIT
                   END-IF
           END-PERFORM
           IF      WK-HIT      =       ZERO
                   DISPLAY WK-PGM-NAME " カウンター未登録 "
                           LI-CTR-NAME
                   MOVE    8           TO      WK-RC
                   GO      TO      S110-EX
           END-IF

           MOVE    TBL-NNC-LINE (WK-HIT) TO WK-NNC-LINE
           IF      WK-C-RESET  NOT =   "D" AND "Y" AND "N"
              OR   WK-C-LOW    IS NOT  NUMERIC
              OR   WK-C-HIGH   IS NOT  NUMERIC
              OR   WK-C-WARN   IS NOT  NUMERIC
              OR   WK-C-OVER   NOT =   "E" AND "W"
              OR   WK-C-WIDTH  IS NOT  NUMERIC
                   DISPLAY WK-PGM-NAME
                           " カウンター定義の誤り "
                           LI-CTR-NAME
                   MOVE    8           TO      WK-RC
                   GO      TO      S110-EX
           END-IF
           MOVE    WK-C-LOW    TO      WK-LOW
           MOVE    WK-C-HIGH   TO      WK-HIGH
           MOVE    WK-C-WARN   TO      WK-WARN
           MOVE    WK-C-WIDTH  TO      WK-WIDTH
           IF      WK-LOW      >       WK-HIGH
              OR   WK-WIDTH    >       9
                   DISPLAY WK-PGM-NAME
                           " カウンター定義の誤り "
                           LI-CTR-NAME
                           " (下限>上限・桁数>9)"
                   MOVE    8           TO      WK-RC
                   GO      TO      S110-EX
           END-IF

      *    *** 現在値・最終発行日は新規登録時の空白も 0 とみなす
           MOVE    ZERO        TO      WK-CUR
           IF      WK-C-CUR    IS      NUMERIC
                   MOVE    WK-C-CUR    TO      WK-CUR
           END-IF
           IF      WK-C-LAST   IS NOT  NUMERIC
                   MOVE    ZERO        TO      WK-C-LAST
           END-IF

      *    *** 期間(リセットの単位)
           EVALUATE WK-C-RESET
               WHEN "D"
                   MOVE    WK-BIZ-DATE TO      WK-PERIOD
               WHEN "Y"
                   MOVE    SPACE       TO      WK-PERIOD
                   MOVE    WK-BIZ-DATE (1:4) TO WK-PERIOD (1:4)
               WHEN OTHER
                   MOVE    SPACE       TO      WK-PERIOD
           END-EVALUATE
           .
       S110-EX.
           EXIT.

      *    *** 使用・取消の記録(番号の範囲と発行の記録を確かめて
      *    *** 追記する。二重使用等は監査表で見る)
       S200-10.

           IF      LI-CTR-NAME =       SPACE
              OR   NUMBER-OF-CALL-PARAMETERS < 4
                   DISPLAY WK-PGM-NAME
                           " 使用・取消はカウンター名と"
                           "番号を指定"
                   MOVE    8           TO      WK-RC
                   GO      TO      S200-EX
           END-IF
           IF      LI-VALUE    IS NOT  NUMERIC
              OR   LI-VALUE    =       ZERO
                   DISPLAY WK-PGM-NAME " 番号の誤り " LI-CTR-NAME
                   MOVE    8           TO      WK-RC
                   GO      TO      S200-EX
           END-IF

           PERFORM S800-10     THRU    S800-EX
           IF      WK-ENQ-RC   NOT =   ZERO
                   DISPLAY WK-PGM-NAME
                           " 排他の待ち切れ 記録しない "
                           LI-CTR-NAME
                   MOVE    8           TO      WK-RC
                   GO      TO      S200-EX
           END-IF

           PERFORM S900-10     THRU    S900-EX
           PERFORM S110-10     THRU    S110-EX
           IF      WK-RC       >=      8
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S200-EX
           END-IF
           IF      LI-VALUE    <       WK-LOW
              OR   LI-VALUE    >       WK-HIGH
                   DISPLAY WK-PGM-NAME
                           " 番号が範囲外 "
                           LI-CTR-NAME " " LI-VALUE
                   MOVE    8           TO      WK-RC
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S200-EX
           END-IF


      *    *** 期間・編集済番号は発行時の記録から取る(業務日付が
      *    *** 変わった後の使用・取消でも発行と同じ期間へ付ける)
           MOVE    LI-VALUE    TO      WK-NEXT
           PERFORM S210-10     THRU    S210-EX
           IF      WK-FIND-CNT =       ZERO
                   DISPLAY WK-PGM-NAME
                           " 発行の記録が無い "
                           LI-CTR-NAME " " LI-VALUE
                   MOVE    8           TO      WK-RC
                   PERFORM S810-10     THRU    S810-EX
                   GO      TO      S200-EX
           END-IF
           PERFORM S920-10     THRU    S920-EX
           PERFORM S810-10     THRU    S810-EX

           DISPLAY WK-PGM-NAME " " WK-ACTION " " LI-CTR-NAME " "
                   TRIM (WK-NUMBER)
           .
       S200-EX.
           EXIT.

      *    *** 対象番号の最後の発行記録を探す(WK-PERIOD・WK-NUMBER を
      *    *** 埋める。見付からなければ WK-FIND-CNT=0)
       S210-10.

           MOVE    ZERO        TO      WK-FIND-CNT
           OPEN    INPUT       NNL-F
           IF      WK-NNL-STATUS NOT = ZERO
                   GO      TO      S210-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-NNL-EOF
           PERFORM UNTIL WK-NNL-EOF    =       HIGH-VALUE
                   READ    NNL-F
                   IF      WK-NNL-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-NNL-EOF
                   ELSE
                      IF   NNL-NAME    =       LI-CTR-NAME
                       AND NNL-ACTION  =       "ISSUE"
                       AND NNL-VALUE   IS      NUMERIC
                           IF      NNL-VALUE   =       LI-VALUE
                                   ADD     1           TO  WK-FIND-CNT
                                   MOVE    NNL-PERIOD  TO  WK-PERIOD
                                   MOVE    NNL-NUMBER  TO  WK-NUMBER
                           END-IF
                      END-IF
                   END-IF
           END-PERFORM
           CLOSE   NNL-F
           .
       S210-EX.
           EXIT.

      *    *** 監査表
       S300-10.

           MOVE    SPACE       TO      WK-SEL-NAME
           IF      LI-CTR-NAME NOT =   SPACE AND "*"
                   MOVE    LI-CTR-NAME TO      WK-SEL-NAME
           END-IF

           PERFORM S900-10     THRU    S900-EX
           PERFORM S310-10     THRU    S310-EX

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "NUMBER ISSUE AUDIT"
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

           MOVE    TBL-AU-CNT  TO      WK-CNT-D
           MOVE    SPACE       TO      RPT-REC
           STRING  "*** 採番監査 *** 業務日付="
                                       DELIMITED BY SIZE
                   WK-BIZ-DATE DELIMITED BY SIZE
                   " 記録="    DELIMITED BY SIZE
                   TRIM (WK-CNT-D) DELIMITED BY SIZE
                   " 件 ("     DELIMITED BY SIZE
                   TRIM (WK-NNL-F-NAME) DELIMITED BY SIZE
                   ")"         DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           IF      WK-OVER-SW  =       "Y"
                   MOVE    "  (記録が多く先頭50,000件で監査)"
                                       TO      RPT-REC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX

      *    *** 名前・期間・番号ごとに区分を数え、切れ目で判定する
           MOVE    ZERO        TO      WK-FIND-CNT
           MOVE    SPACE       TO      WK-G-NAME
                                       WK-G-PERIOD
           MOVE    ZERO        TO      WK-G-VALUE
                                       WK-G-ISSUE
                                       WK-G-USED
                                       WK-G-VOID
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-AU-CNT
                   IF      TBL-AU-NAME (I) NOT = WK-G-NAME
                      OR   TBL-AU-PERIOD (I) NOT = WK-G-PERIOD
                      OR   TBL-AU-VALUE (I) NOT = WK-G-VALUE
                           IF      I           >       1
                                   PERFORM S320-10     THRU    S320-EX
                           END-IF
                           IF      TBL-AU-NAME (I) NOT = WK-G-NAME
                                   IF      I           >       1
                                       PERFORM S340-10 THRU    S340-EX
                                   END-IF
                                   MOVE    ZERO        TO  WK-C-ISSUE
                                                           WK-C-USED
                                                           WK-C-VOID
                                                           WK-C-FIND
                           END-IF
                           IF      TBL-AU-NAME (I) NOT = WK-G-NAME
                              OR   TBL-AU-PERIOD (I) NOT = WK-G-PERIOD
                                   PERFORM S330-10     THRU    S330-EX
                           END-IF
                           MOVE    TBL-AU-NAME (I) TO  WK-G-NAME
                           MOVE    TBL-AU-PERIOD (I) TO WK-G-PERIOD
                           MOVE    TBL-AU-VALUE (I) TO WK-G-VALUE
                           MOVE    ZERO        TO      WK-G-ISSUE
                                                       WK-G-USED
                                                       WK-G-VOID
                           MOVE    I           TO      WK-G-FIRST
                   END-IF
                   EVALUATE TBL-AU-ACT (I)
                       WHEN "I"
                           ADD     1           TO      WK-G-ISSUE
                       WHEN "U"
                           ADD     1           TO      WK-G-USED
                       WHEN OTHER
                           ADD     1           TO      WK-G-VOID
                   END-EVALUATE
           END-PERFORM
           IF      TBL-AU-CNT  >       ZERO
                   PERFORM S320-10     THRU    S320-EX
                   PERFORM S340-10     THRU    S340-EX
           END-IF

           MOVE    WK-FIND-CNT TO      WK-CNT-D
           MOVE    SPACE       TO      RPT-REC
           STRING  "*** 指摘=" DELIMITED BY SIZE
                   TRIM (WK-CNT-D) DELIMITED BY SIZE
                   " 件 ***"   DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA

           DISPLAY WK-PGM-NAME " 監査表 " TRIM (WK-RPT-F-NAME)
                   " 指摘=" TRIM (WK-CNT-D)
           IF      WK-FIND-CNT >       ZERO
              OR   WK-OVER-SW  =       "Y"
                   MOVE    4           TO      WK-RC
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 採番記録の取り込み(対象カウンターのみ)と並べ替え
       S310-10.

           MOVE    ZERO        TO      TBL-AU-CNT
           MOVE    "N"         TO      WK-OVER-SW
           MOVE    HIGH-VALUE  TO      TBL-AU-AREA
           OPEN    INPUT       NNL-F
           IF      WK-NNL-STATUS NOT = ZERO
                   GO      TO      S310-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-NNL-EOF
           PERFORM UNTIL WK-NNL-EOF    =       HIGH-VALUE
                   READ    NNL-F
                   IF      WK-NNL-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-NNL-EOF
                   ELSE
                      IF   ( WK-SEL-NAME = SPACE
                        OR   NNL-NAME  =       WK-SEL-NAME )
                       AND   NNL-ACTION =      "ISSUE" OR "USED "
                                               OR "VOID "
                       AND   NNL-VALUE IS      NUMERIC
                           IF      TBL-AU-CNT  <       50000
                                   ADD     1           TO  TBL-AU-CNT
                                   MOVE    TBL-AU-CNT  TO  J
                                   MOVE    NNL-NAME    TO
                                           TBL-AU-NAME (J)
                                   MOVE    NNL-PERIOD  TO
                                           TBL-AU-PERIOD (J)
                                   MOVE    NNL-VALUE   TO
                                           TBL-AU-VALUE (J)
                                   MOVE    NNL-ACTION (1:1) TO
                                           TBL-AU-ACT (J)
                                   MOVE    NNL-RUNID   TO
                                           TBL-AU-RUNID (J)
                                   MOVE    NNL-NUMBER  TO
                                           TBL-AU-NUMBER (J)
                                   MOVE    NNL-REF     TO
                                           TBL-AU-REF (J)
                           ELSE
                                   MOVE    "Y"         TO  WK-OVER-SW
                           END-IF
                      END-IF
                   END-IF
           END-PERFORM
           CLOSE   NNL-F

           IF      TBL-AU-CNT  >       1
                   SORT    TBL-AU-ENT ASCENDING KEY TBL-AU-KEY
           END-IF
           .
       S310-EX.
           EXIT.

      *    *** 番号1つ分の判定(重複・未発行使用・未使用・欠番)
       S320-10.

           MOVE    WK-G-VALUE  TO      WK-VAL-D
           IF      WK-G-ISSUE  >       1
                   MOVE    WK-G-ISSUE  TO      WK-CNT-D
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "DUP      " DELIMITED BY SIZE
                           WK-G-NAME   DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-G-PERIOD DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-VAL-D    DELIMITED BY SIZE
                           " 発行="    DELIMITED BY SIZE
                           TRIM (WK-CNT-D) DELIMITED BY SIZE
                           "回 最初の実行ID=" DELIMITED BY SIZE
                           TBL-AU-RUNID (WK-G-FIRST) DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S350-10     THRU    S350-EX
           END-IF

           IF      WK-G-ISSUE  =       ZERO
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "NOISSUE  " DELIMITED BY SIZE
                           WK-G-NAME   DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-G-PERIOD DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-VAL-D    DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           TRIM (TBL-AU-NUMBER (WK-G-FIRST))
                                       DELIMITED BY SIZE
                           " 参照="    DELIMITED BY SIZE
                           TRIM (TBL-AU-REF (WK-G-FIRST))
                                       DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S350-10     THRU    S350-EX
                   ADD     WK-G-USED   TO      WK-C-USED
                   ADD     WK-G-VOID   TO      WK-C-VOID
                   GO      TO      S320-EX
           END-IF

           ADD     WK-G-ISSUE  TO      WK-C-ISSUE
           ADD     WK-G-USED   TO      WK-C-USED
           ADD     WK-G-VOID   TO      WK-C-VOID
           IF      WK-G-USED   =       ZERO
              AND  WK-G-VOID   =       ZERO
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "UNUSED   " DELIMITED BY SIZE
                           WK-G-NAME   DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-G-PERIOD DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-VAL-D    DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           TRIM (TBL-AU-NUMBER (WK-G-FIRST))
                                       DELIMITED BY SIZE
                           " 実行ID="  DELIMITED BY SIZE
                           TBL-AU-RUNID (WK-G-FIRST) DELIMITED BY SIZE
                           " 参照="    DELIMITED BY SIZE
                           TRIM (TBL-AU-REF (WK-G-FIRST))
                                       DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S350-10     THRU    S350-EX
           END-IF

      *    *** 欠番(同じ期間の1つ前の発行番号からの飛び)
           IF      WK-PREV-SW  =       "Y"
              AND  WK-G-VALUE  >       WK-PREV-VALUE + 1
                   COMPUTE WK-GAP-FROM = WK-PREV-VALUE + 1
                   COMPUTE WK-GAP-TO   = WK-G-VALUE - 1
                   MOVE    WK-GAP-FROM TO      WK-FROM-D
                   MOVE    WK-GAP-TO   TO      WK-TO-D
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "GAP      " DELIMITED BY SIZE
                           WK-G-NAME   DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WK-G-PERIOD DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           TRIM (WK-FROM-D) DELIMITED BY SIZE
                           "-"         DELIMITED BY SIZE
                           TRIM (WK-TO-D) DELIMITED BY SIZE
                           " 発行記録無し" DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S350-10     THRU    S350-EX
           END-IF
           MOVE    "Y"         TO      WK-PREV-SW
           MOVE    WK-G-VALUE  TO      WK-PREV-VALUE
           .
       S320-EX.
           EXIT.

      *    *** 期間の始め(リセットの有るカウンターは下限から欠番を見る。
      *    *** 戻さないカウンターは記録の整理で前が切れるため見ない)
       S330-10.

           MOVE    "N"         TO      WK-PREV-SW
           MOVE    ZERO        TO      WK-PREV-VALUE
           IF      TBL-AU-PERIOD (I) =  SPACE
                   GO      TO      S330-EX
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-NNC-CNT
                   IF      TBL-NNC-VALID (J) = "Y"
                      AND  TBL-NNC-LINE (J) (1:16) = TBL-AU-NAME (I)
                           MOVE    TBL-NNC-LINE (J) TO WK-NNC-LINE
                           IF      WK-C-LOW    IS      NUMERIC
                                   MOVE    WK-C-LOW    TO  WK-GAP-FROM
                                   IF      WK-GAP-FROM >   ZERO
                                       MOVE    "Y"     TO  WK-PREV-SW
                                       COMPUTE WK-PREV-VALUE =
                                               WK-GAP-FROM - 1
                                   END-IF
                           END-IF
                           MOVE    TBL-NNC-CNT TO      J
                   END-IF
           END-PERFORM
           .
       S330-EX.
           EXIT.

      *    *** カウンター1つ分の集計行
       S340-10.

           MOVE    WK-C-ISSUE  TO      WK-CNT-D
           MOVE    WK-C-USED   TO      WK-CNT-D2
           MOVE    WK-C-VOID   TO      WK-CNT-D3
           MOVE    WK-C-FIND   TO      WK-CNT-D4
           MOVE    SPACE       TO      RPT-REC
           STRING  "COUNTER  " DELIMITED BY SIZE
                   WK-G-NAME   DELIMITED BY SIZE
                   " 発行="    DELIMITED BY SIZE
                   TRIM (WK-CNT-D) DELIMITED BY SIZE
                   " 使用="    DELIMITED BY SIZE
                   TRIM (WK-CNT-D2) DELIMITED BY SIZE
                   " 取消="    DELIMITED BY SIZE
                   TRIM (WK-CNT-D3) DELIMITED BY SIZE
                   " 指摘="    DELIMITED BY SIZE
                   TRIM (WK-CNT-D4) DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           .
       S340-EX.
           EXIT.

      *    *** 指摘1行の書出し
       S350-10.

           ADD     1           TO      WK-FIND-CNT
                                       WK-C-FIND
           PERFORM S990-10     THRU    S990-EX
           .
       S350-EX.
           EXIT.

      *    *** 番号の編集(接頭語の日付を置き換え、ゼロ埋めの番号を付ける)
       S400-10.

           MOVE    SPACE       TO      WK-NUMBER
           MOVE    1           TO      WK-Q
           MOVE    ZERO        TO      WK-PFX-LEN
           IF      WK-C-PREFIX NOT =   SPACE
                   COMPUTE WK-PFX-LEN =
                           LENGTH (TRIM (WK-C-PREFIX TRAILING))
           END-IF
           MOVE    1           TO      WK-P
           PERFORM UNTIL WK-P > WK-PFX-LEN
               EVALUATE TRUE
                   WHEN WK-P + 4 <= WK-PFX-LEN
                    AND WK-C-PREFIX (WK-P:5) = "&YYYY"
                       STRING  WK-BIZ-DATE (1:4) DELIMITED BY SIZE
                               INTO    WK-NUMBER
                               WITH POINTER WK-Q
                       END-STRING
                       ADD     5           TO      WK-P
                   WHEN WK-P + 2 <= WK-PFX-LEN
                    AND WK-C-PREFIX (WK-P:3) = "&YY"
                       STRING  WK-BIZ-DATE (3:2) DELIMITED BY SIZE
                               INTO    WK-NUMBER
                               WITH POINTER WK-Q
                       END-STRING
                       ADD     3           TO      WK-P
                   WHEN WK-P + 2 <= WK-PFX-LEN
                    AND WK-C-PREFIX (WK-P:3) = "&MM"
                       STRING  WK-BIZ-DATE (5:2) DELIMITED BY SIZE
                               INTO    WK-NUMBER
                               WITH POINTER WK-Q
                       END-STRING
                       ADD     3           TO      WK-P
                   WHEN WK-P + 2 <= WK-PFX-LEN
                    AND WK-C-PREFIX (WK-P:3) = "&DD"
                       STRING  WK-BIZ-DATE (7:2) DELIMITED BY SIZE
                               INTO    WK-NUMBER
                               WITH POINTER WK-Q
                       END-STRING
                       ADD     3           TO      WK-P
                   WHEN OTHER
                       STRING  WK-C-PREFIX (WK-P:1) DELIMITED BY SIZE
                               INTO    WK-NUMBER
                               WITH POINTER WK-Q
                       END-STRING
                       ADD     1           TO      WK-P
               END-EVALUATE
           END-PERFORM

      *    *** 番号の桁(桁数より大きい番号は切らずに全桁を付ける)
           MOVE    WK-NEXT     TO      WK-NUM9
           MOVE    9           TO      WK-DIGITS
           PERFORM UNTIL WK-DIGITS <= 1
                      OR WK-NUM9 (10 - WK-DIGITS:1) NOT = "0"
                   SUBTRACT 1          FROM    WK-DIGITS
           END-PERFORM
           IF      WK-DIGITS   <       WK-WIDTH
                   MOVE    WK-WIDTH    TO      WK-DIGITS
           END-IF
           STRING  WK-NUM9 (10 - WK-DIGITS:WK-DIGITS) DELIMITED BY SIZE
                   INTO    WK-NUMBER
                   WITH POINTER WK-Q
           END-STRING
           .
       S400-EX.
           EXIT.

      *    *** 警告(LOGERR W・RC=4。文脈は WK-LOG-CONTEXT の後ろへ
      *    *** カウンター名を足す)
       S700-10.

           DISPLAY WK-PGM-NAME " 警告 " LI-CTR-NAME " "
                   TRIM (WK-LOG-CONTEXT)
           MOVE    WK-LOG-CONTEXT TO   WK-NUMBER
           MOVE    SPACE       TO      WK-LOG-CONTEXT
           STRING  LI-CTR-NAME DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   TRIM (WK-NUMBER) DELIMITED BY SIZE
                   INTO    WK-LOG-CONTEXT
           END-STRING
           MOVE    WK-PGM-NAME TO      WK-LOG-PGM
           MOVE    SPACE       TO      WK-LOG-STATUS
           MOVE    "W"         TO      WK-LOG-SEVERITY
           CALL    "LOGERR"    USING   WK-LOG-PGM
                                       WK-LOG-CONTEXT
                                       WK-LOG-STATUS
                                       WK-LOG-SEVERITY
           IF      WK-RC       <       4
                   MOVE    4           TO      WK-RC
           END-IF
           .
       S700-EX.
           EXIT.

      *    *** 排他の獲得(台帳・記録を1つの資源で囲む)
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

      *    *** 台帳読込み(注記行も書き戻しのため全行持つ)
       S900-10.

           MOVE    ZERO        TO      TBL-NNC-CNT
           OPEN    INPUT       NNC-F
           IF      WK-NNC-STATUS NOT = ZERO
                   GO      TO      S900-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-NNC-EOF
           PERFORM UNTIL WK-NNC-EOF    =       HIGH-VALUE
                   MOVE    SPACE       TO      NNC-REC
                   READ    NNC-F
                   IF      WK-NNC-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-NNC-EOF
                   ELSE
                           IF      TBL-NNC-CNT <       500
                                   ADD     1           TO  TBL-NNC-CNT
                                   MOVE    NNC-REC     TO
                                           TBL-NNC-LINE (TBL-NNC-CNT)
                                   MOVE    "Y"         TO
                                           TBL-NNC-VALID (TBL-NNC-CNT)
                                   IF      NNC-REC     =       SPACE
                                      OR   NNC-REC (1:1) = "#"
                                           MOVE    "N"         TO
                                           TBL-NNC-VALID (TBL-NNC-CNT)
                                   END-IF
                           ELSE
                                   DISPLAY WK-PGM-NAME
                                           " 台帳500行超は無視"
                                   MOVE    HIGH-VALUE  TO  WK-NNC-EOF
                           END-IF
                   END-IF
           END-PERFORM
           CLOSE   NNC-F
           .
       S900-EX.
           EXIT.

      *    *** 台帳の書き戻し(全行)
       S910-10.

           OPEN    OUTPUT      NNC-F
           IF      WK-NNC-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " NNC-F OPEN ERROR STATUS="
                           WK-NNC-STATUS " " TRIM (WK-NNC-F-NAME)
                   MOVE    8           TO      WK-RC
                   GO      TO      S910-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-NNC-CNT
                   MOVE    TBL-NNC-LINE (I) TO NNC-REC
                   WRITE   NNC-REC
           END-PERFORM
           CLOSE   NNC-F
           .
       S910-EX.
           EXIT.

      *    *** 採番記録1行の追記(WK-ACTION・WK-NEXT・WK-NUMBER)
       S920-10.

           OPEN    EXTEND      NNL-F
           IF      WK-NNL-STATUS NOT = ZERO
                   OPEN    OUTPUT      NNL-F
           END-IF
           IF      WK-NNL-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " NNL-F OPEN ERROR STATUS="
                           WK-NNL-STATUS " " TRIM (WK-NNL-F-NAME)
                   IF      WK-RC       <       4
                           MOVE    4           TO      WK-RC
                   END-IF
                   GO      TO      S920-EX
           END-IF

           MOVE    "G"         TO      WK-RUNID-ID
           CALL    "RUNID"     USING   WK-RUNID-ID
                                       WK-RUNID
           MOVE    CURRENT-DATE TO     WK-NOW

           MOVE    SPACE       TO      NNL-REC
           MOVE    WK-NOW (1:8) TO     NNL-DATE
           MOVE    WK-NOW (9:6) TO     NNL-TIME
           MOVE    WK-RUNID    TO      NNL-RUNID
           MOVE    WK-ACTION   TO      NNL-ACTION
           MOVE    LI-CTR-NAME TO      NNL-NAME
           MOVE    WK-PERIOD   TO      NNL-PERIOD
           MOVE    WK-NEXT     TO      NNL-VALUE
           MOVE    WK-NUMBER   TO      NNL-NUMBER
           IF      NUMBER-OF-CALL-PARAMETERS >= 3
                   MOVE    LI-REF      TO      NNL-REF
           END-IF
           WRITE   NNL-REC
           CLOSE   NNL-F
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
