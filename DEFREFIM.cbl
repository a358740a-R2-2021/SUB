                               STATUS   WK-PIN1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

             05  PIN1-REF-NO   PIC  9(006).
             05  PIN1-DEFREF-ID PIC X(001).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(100).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DEFREFIM".

                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "IMPACT ANALYSIS"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   WK-TGT (1:WK-TGT-LEN) DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           MOVE    "PROGRAM-ID      SECTION/PARA    LINE   D/R"
                               TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX
           .
       S010-EX.
           EXIT.
                   MOVE    PIN1-SECTION TO     RPT-REC (17:15)
                   MOVE    PIN1-DEF-NO TO      RPT-REC (33:6)
                   MOVE    "DEF"       TO      RPT-REC (40:3)
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** 参照行
                   MOVE    PIN1-REF-NO TO      RPT-REC (33:6)
                   MOVE    "REF"       TO      RPT-REC (40:3)
                   MOVE    PIN1-DEFREF-ID TO   RPT-REC (44:1)
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S100-EX.
       S900-10.

           CLOSE   PIN1-F
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
