      *    *** をオペレーターがそのファイルで確認できる。
      *    *** ID=E: 獲得(S=共有/X=排他、待ち秒数まで1秒周期で再試行)
      *    *** ID=D: 解放(自分の保有記録を取り除く、空になれば削除)
      *    *** ID=Q: 照会(今獲得できるかだけを返す。記録はしない)
      *    *** モードC=計数(資源クラス。保有数が上限(LI-CAP)未満の時に
      *    ***   獲得できる。保有ファイルは RES.<クラス名>.LCK で、
      *    ***   ENQ資源とは名前空間を分ける。前日より古い保有記録は
      *    ***   異常終了の残骸とみなして数えない)
      *    *** 戻り(LO-RC): 0=成功、8=待ち切れ(タイムアウト)
      *    *** 獲得判定はMAINJOB.LOCKと同じ「見て・書く」方式の割り切り
       IDENTIFICATION          DIVISION.
           03  WK-LCK-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-TODAY        PIC  9(008) VALUE ZERO.
           03  WK-STALE-DATE   PIC  9(008) VALUE ZERO.
           03  WK-C-CNT        BINARY-LONG SYNC VALUE ZERO.
           03  WK-TIME8        PIC  9(008) VALUE ZERO.

           03  WK-WAITED       BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** E=獲得, D=解放, Q=照会
       01  LI-ID               PIC  X(001).

      *    *** 資源名(ENQ.<資源名>.LCK の保有ファイルになる)
       01  LI-RES              PIC  X(016).

      *    *** S=共有, X=排他, C=計数(資源クラス)
       01  LI-MODE             PIC  X(001).

      *    *** 保有者名(プログラム名等)
      *    *** 戻り 0=成功, 8=待ち切れ
       01  LO-RC               BINARY-LONG SYNC.

      *    *** 計数モードの同時保有上限(S/Xでは使わない)
       01  LI-CAP              PIC  9(004).

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-RES
                                       LI-MODE
                                       LI-HOLDER
                                       LI-WAIT-SEC
                                       LO-RC
                                       LI-CAP
           .
       M100-10.

           MOVE    ZERO        TO      LO-RC
           MOVE    SPACE       TO      WK-LCK-F-NAME
           IF      LI-MODE     =       "C"
                   STRING  "RES."      DELIMITED BY SIZE
                           LI-RES      DELIMITED BY SPACE
                           ".LCK"      DELIMITED BY SIZE
                           INTO    WK-LCK-F-NAME
                   END-STRING
           ELSE
                   STRING  "ENQ."      DELIMITED BY SIZE
                           LI-RES      DELIMITED BY SPACE
                           ".LCK"      DELIMITED BY SIZE
                           INTO    WK-LCK-F-NAME
                   END-STRING
           END-IF

           EVALUATE LI-ID
               WHEN "E"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "D"
                   PERFORM S200-10     THRU    S200-EX
               WHEN "Q"
                   PERFORM S110-10     THRU    S110-EX
                   IF      WK-OK-SW NOT =      "Y"
                           MOVE    8           TO      LO-RC
                   END-IF
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID E,D,Q 指定"
                   MOVE    8           TO      LO-RC
           END-EVALUATE
           .

      *    *** 獲得1回の試み
      *    *** 排他: 保有者ゼロの時だけ。共有: 排他保有が無い時だけ
      *    *** 計数: 計数保有が上限未満の時だけ。照会(ID=Q)は書かない
       S110-10.

           MOVE    SPACE       TO      WK-OK-SW
           PERFORM S300-10     THRU    S300-EX

           EVALUATE LI-MODE
               WHEN "X"
                   IF      TBL-HLD-CNT NOT =   ZERO
                           GO      TO      S110-EX
                   END-IF
               WHEN "C"
                   MOVE    ZERO        TO      WK-C-CNT
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-HLD-CNT
                           IF      TBL-HLD-MODE (I) =  "C"
                                   ADD     1   TO      WK-C-CNT
                           END-IF
                   END-PERFORM
                   IF      WK-C-CNT    >=      LI-CAP
                           GO      TO      S110-EX
                   END-IF
               WHEN OTHER
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TBL-HLD-CNT
                           IF      TBL-HLD-MODE (I) =  "X"
                                   GO      TO      S110-EX
                           END-IF
                   END-PERFORM
           END-EVALUATE

           IF      LI-ID       =       "Q"
                   MOVE    "Y"         TO      WK-OK-SW
                   GO      TO      S110-EX
           END-IF

      *    *** 既存保有者+自分で書き直す
           EXIT.

      *    *** 保有ファイル読込み(無ければ保有者ゼロ)
      *    *** 計数モードは前日より古い保有記録を読み捨てる
      *    *** (次の書き直しで保有ファイルからも消える)
       S300-10.

           MOVE    ZERO        TO      TBL-HLD-CNT
           ACCEPT  WK-TODAY    FROM    DATE YYYYMMDD
           COMPUTE WK-STALE-DATE = DATE-OF-INTEGER
                                 ( INTEGER-OF-DATE (WK-TODAY) - 1 )
           OPEN    INPUT       LCK-F
           IF      WK-LCK-STATUS NOT = ZERO
                   GO      TO      S300-EX
           MOVE    LOW-VALUE   TO      WK-LCK-EOF
           PERFORM UNTIL WK-LCK-EOF    =       HIGH-VALUE
                   READ    LCK-F
                   EVALUATE TRUE
                       WHEN WK-LCK-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-LCK-EOF
                       WHEN LI-MODE    =       "C"
                        AND LCK-MODE   =       "C"
                        AND LCK-DATE   <       WK-STALE-DATE
                           CONTINUE
                       WHEN TBL-HLD-CNT <      20
                           ADD     1           TO      TBL-HLD-CNT
                           MOVE    LCK-MODE    TO
                                   TBL-HLD-MODE (TBL-HLD-CNT)
                           MOVE    LCK-HOLDER  TO
                                   TBL-HLD-NAME (TBL-HLD-CNT)
                           MOVE    LCK-DATE    TO
                                   TBL-HLD-DATE (TBL-HLD-CNT)
                           MOVE    LCK-TIME    TO
                                   TBL-HLD-TIME (TBL-HLD-CNT)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-PERFORM
           CLOSE   LCK-F
           .
