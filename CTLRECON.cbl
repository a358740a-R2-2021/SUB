      *    *** 前段ステップの出力件数=次段ステップの入力件数、
      *    *** スキップ件数が許容値以内、を検証する。
      *    *** 不一致が有れば報告の上 RETURN-CODE=8 でジョブを
      *    *** 止められる様にする(黙って短いファイルを通さない)。
      *    *** ファイル名の頭が "=" のレコードは突合せの起点(前段と
      *    *** 比べない。同じステップの2本目の入力等)、"+"・"-" の
      *    *** レコードは増減の記録(出力件数=前段の出力件数±入力件数
      *    *** を検証する。MSTUPDの 旧マスター+追加−削除=新マスター)。
      *    *** "%" のレコードは区分の記録(PARTSPLT・PARTMRG)で、直前の
      *    *** 同じステップのレコード(基準)に続く "%" の出力件数の合計
      *    *** =基準の入力件数、基準の出力件数=入力件数 を検証する。
      *    *** 分割(基準が "=" 無し)の後は区分が別々のストリームで
      *    *** 並んで流れ記録が入り混じるため、次の "=" のレコード
      *    *** (PARTMRG の併合等)まで前段との突合せを止める
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CTLRECON.

                               STATUS   WK-BAL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           03  FILLER          PIC  X(001).
           03  BAL-RUNID       PIC  X(014).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(120).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CTLRECON".

           03  WK-PREV-OUT     PIC  9(009) VALUE ZERO.
           03  WK-PREV-SW      PIC  X(001) VALUE "N".
           03  WK-PREV-DATE    PIC  9(008) VALUE ZERO.
      *    *** 増減の記録の期待する出力件数
           03  WK-EXP-OUT      PIC S9(010) VALUE ZERO.

      *    *** 直前レコードの入力件数・ファイル名(区分の基準用)
           03  WK-PREV-IN      PIC  9(009) VALUE ZERO.
           03  WK-PREV-FILE    PIC  X(032) VALUE SPACE.
      *    *** 区分の記録の集計(PART-SW=Y 集計中)
           03  WK-PART-SW      PIC  X(001) VALUE "N".
           03  WK-PART-STEP    PIC  X(008) VALUE SPACE.
           03  WK-PART-FILE    PIC  X(032) VALUE SPACE.
           03  WK-PART-IN      PIC  9(009) VALUE ZERO.
           03  WK-PART-OUT     PIC  9(009) VALUE ZERO.
           03  WK-PART-SUM     PIC  9(010) VALUE ZERO.
      *    *** 分割の後(STRM-SW=Y)は次の "=" まで前段と突合せない
           03  WK-STRM-SW      PIC  X(001) VALUE "N".

           03  WK-CNT-D        PIC  ZZZ,ZZZ,ZZ9.

                           MOVE    HIGH-VALUE  TO      WK-BAL-EOF
                   END-IF
           END-PERFORM
           IF      WK-PART-SW  =       "Y"
                   PERFORM S120-10     THRU    S120-EX
           END-IF

           PERFORM S900-10     THRU    S900-EX

                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "CONTROL TOTAL RECONCILIATION"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
           END-IF

           MOVE    "CONTROL TOTAL RECONCILE" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX
           .
       S010-EX.
           EXIT.
      *    *** 日付が変わったら前段控えをリセットする(別夜と
      *    *** 突合せない)
           IF      BAL-DATE    NOT =   WK-PREV-DATE
                   IF      WK-PART-SW  =       "Y"
                           PERFORM S120-10     THRU    S120-EX
                   END-IF
                   MOVE    "N"         TO      WK-PREV-SW
                   MOVE    "N"         TO      WK-STRM-SW
                   MOVE    BAL-DATE    TO      WK-PREV-DATE
           END-IF

      *    *** 区分の記録は基準に足し込むだけ(前段控えは基準のまま)
           IF      BAL-FILE (1:1) =    "%"
                   PERFORM S130-10     THRU    S130-EX
                   GO      TO      S100-EX
           END-IF
           IF      WK-PART-SW  =       "Y"
                   PERFORM S120-10     THRU    S120-EX
           END-IF

      *    *** 突合せの起点は前段と比べない
           IF      BAL-FILE (1:1) =    "="
                   MOVE    "N"         TO      WK-PREV-SW
                   MOVE    "N"         TO      WK-STRM-SW
           END-IF
           IF      WK-STRM-SW  =       "Y"
                   MOVE    "N"         TO      WK-PREV-SW
           END-IF

      *    *** 増減の記録は 出力=前段の出力±入力 を見る
           IF      WK-PREV-SW  =       "Y"
              AND  ( BAL-FILE (1:1) =  "+" OR "-" )
                   PERFORM S110-10     THRU    S110-EX
           END-IF

           IF      WK-PREV-SW  =       "Y"
              AND  BAL-FILE (1:1) NOT = "+" AND NOT = "-"
              AND  BAL-IN      NOT =   WK-PREV-OUT
                   ADD     1           TO      WK-NG-CNT
                   MOVE    SPACES      TO      RPT-REC
                           BAL-IN      DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      BAL-SKIP    >       LI-SKIP-TOL
                           LI-SKIP-TOL DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           MOVE    BAL-STEP    TO      WK-PREV-STEP
           MOVE    BAL-OUT     TO      WK-PREV-OUT
           MOVE    BAL-IN      TO      WK-PREV-IN
           MOVE    BAL-FILE    TO      WK-PREV-FILE
           MOVE    "Y"         TO      WK-PREV-SW
           .
       S100-EX.
           EXIT.

      *    *** 増減の記録の検証(+は足し、-は引く)
       S110-10.

           IF      BAL-FILE (1:1) =    "+"
                   COMPUTE WK-EXP-OUT = WK-PREV-OUT + BAL-IN
           ELSE
                   COMPUTE WK-EXP-OUT = WK-PREV-OUT - BAL-IN
           END-IF
           IF      BAL-OUT     NOT =   WK-EXP-OUT
                   ADD     1           TO      WK-NG-CNT
                   MOVE    SPACES      TO      RPT-REC
                   STRING  "UNBALANCE " DELIMITED BY SIZE
                           BAL-STEP    DELIMITED BY SPACE
                           " "         DELIMITED BY SIZE
                           BAL-FILE    DELIMITED BY SPACE
                           " PREV="    DELIMITED BY SIZE
                           WK-PREV-OUT DELIMITED BY SIZE
                           " CNT="     DELIMITED BY SIZE
                           BAL-IN      DELIMITED BY SIZE
                           " OUT="     DELIMITED BY SIZE
                           BAL-OUT     DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 区分の記録の検証(区分の合計=基準の入力=基準の出力)
      *    *** 分割の後は次の "=" まで前段との突合せを止める
       S120-10.

           MOVE    "N"         TO      WK-PART-SW
           IF      WK-PART-SUM NOT =   WK-PART-IN
              OR   WK-PART-OUT NOT =   WK-PART-IN
                   ADD     1           TO      WK-NG-CNT
                   MOVE    SPACES      TO      RPT-REC
                   STRING  "PARTITION " DELIMITED BY SIZE
                           WK-PART-STEP DELIMITED BY SPACE
                           " "         DELIMITED BY SIZE
                           WK-PART-FILE DELIMITED BY SPACE
                           " IN="      DELIMITED BY SIZE
                           WK-PART-IN  DELIMITED BY SIZE
                           " OUT="     DELIMITED BY SIZE
                           WK-PART-OUT DELIMITED BY SIZE
                           " PARTS="   DELIMITED BY SIZE
                           WK-PART-SUM DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** 併合("=")の後は基準の出力件数を前段として続ける
           IF      WK-PART-FILE (1:1) NOT = "="
                   MOVE    "Y"         TO      WK-STRM-SW
                   MOVE    "N"         TO      WK-PREV-SW
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 区分の記録1件(基準は直前の同じステップのレコード)
       S130-10.

           IF      WK-PART-SW  =       "N"
                   IF      WK-PREV-SW  =       "Y"
                      AND  WK-PREV-STEP =      BAL-STEP
                           MOVE    "Y"         TO      WK-PART-SW
                           MOVE    BAL-STEP    TO      WK-PART-STEP
                           MOVE    WK-PREV-FILE TO     WK-PART-FILE
                           MOVE    WK-PREV-IN  TO      WK-PART-IN
                           MOVE    WK-PREV-OUT TO      WK-PART-OUT
                           MOVE    ZERO        TO      WK-PART-SUM
                   ELSE
                           ADD     1           TO      WK-NG-CNT
                           MOVE    SPACES      TO      RPT-REC
                           STRING  "PARTITION " DELIMITED BY SIZE
                                   BAL-STEP    DELIMITED BY SPACE
                                   " "         DELIMITED BY SIZE
                                   BAL-FILE    DELIMITED BY SPACE
                                   " NO BASE RECORD"
                                               DELIMITED BY SIZE
                                   INTO    RPT-REC
                           END-STRING
                           PERFORM S990-10     THRU    S990-EX
                           GO      TO      S130-EX
                   END-IF
           END-IF
           ADD     BAL-OUT     TO      WK-PART-SUM
           .
       S130-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   BAL-F
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
