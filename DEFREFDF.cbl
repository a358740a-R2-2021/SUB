                                STATUS   WK-NEW-STATUS
           ORGANIZATION LINE    SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

             05  NEW-REF-NO    PIC  9(006).
             05  NEW-DEFREF-ID PIC  X(001).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(080).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DEFREFDF".

                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "NIGHTLY DIFFERENCE REPORT"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   "SECTION/PARA    DEF LINE"
                   DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           .
       S010-EX.
           EXIT.
                   INTO    RPT-REC
           END-STRING
           MOVE    GRP-DEF-NO  TO      RPT-REC (67:6)
           PERFORM S990-10     THRU    S990-EX
           .
       S240-EX.
           EXIT.

           CLOSE   OLD-F
           CLOSE   NEW-F
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
