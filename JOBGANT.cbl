                               STATUS   WK-HIST-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           03  HIST-PARM       PIC  X(246).
           03  FILLER          PIC  X(001).
           03  HIST-SYSO       PIC  X(080).
           03  FILLER          PIC  X(001).
           03  HIST-JOB        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HIST-RWAIT      PIC  9(007).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(110).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "JOBGANT".

                           WK-HIST-STATUS
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "MAINJOB NIGHTLY TIMELINE"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
           END-IF

           CLOSE   HIST-F
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           DISPLAY WK-PGM-NAME " タイムライン => " WK-RPT-F-NAME
           .
       M100-EX.
                   WK-CUR-DATE  DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX

      *    *** 期限の縦マーク行(棒領域上のD印)
           MOVE    ZERO        TO      WK-DL-COL
                   COMPUTE J = WK-BAR-BASE + WK-DL-COL - 1
                   MOVE    "D"         TO      RPT-REC (J:1)
           END-IF
           PERFORM S991-10     THRU    S991-EX

      *    *** 1ステップ1行の横棒。前の棒との隙間(デッドタイム)は
      *    *** 行末に GAP=秒 で出す
           END-PERFORM

           MOVE    SPACES      TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           .
       S200-EX.
           EXIT.
                   MOVE    TBL-GNT-ESEC (I) TO WK-PREV-END
           END-IF

           PERFORM S990-10     THRU    S990-EX
           .
       S210-EX.
           EXIT.
           .
       S310-EX.
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
