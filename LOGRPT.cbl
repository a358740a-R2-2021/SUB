                               STATUS   WK-LOG1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           03  FILLER          PIC  X(005).
           03  LOG-RUNID       PIC  X(014).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(100).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "LOGRPT".

                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "LOGERR DAILY SUMMARY"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   LI-TO-DATE  DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACES      TO      RPT-REC
           STRING  "FIRST=" DELIMITED BY SIZE
                   WK-LAST-TIME DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-SEV-F-CNT TO     WK-CNT-D
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC (55:)
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    "PROGRAM  STATUS    COUNT" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL01-MAX-I
                   MOVE    SPACES      TO      RPT-REC
                   MOVE    TBL01-STATUS (I) TO RPT-REC (10:4)
                   MOVE    TBL01-CNT (I)    TO WK-CNT-D
                   MOVE    WK-CNT-D         TO RPT-REC (18:7)
                   PERFORM S990-10     THRU    S990-EX
           END-PERFORM

      *    *** 多発コンテキスト上位5件
           MOVE    "TOP CONTEXTS"      TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 5
                   MOVE    ZERO        TO      WK-TOP-MAX
                                   RPT-REC (1:40)
                           MOVE    TBL02-CNT (WK-TOP-I) TO WK-CNT-D
                           MOVE    WK-CNT-D    TO  RPT-REC (42:7)
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM
           .
       S900-10.

           CLOSE   LOG1-F
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
