                               STATUS   WK-PIN1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  PIN1-REC            PIC  X(256).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(120).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DFTRACE".

      *    *** 流れ込む側(fed by)の追跡
           MOVE    "FED BY (この項目へ流れ込む側)"
                               TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX
           PERFORM S300-10     THRU    S300-EX

      *    *** 流れ出す側(feeds)の追跡
           MOVE    "FEEDS (この項目から流れ出す側)"
                               TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX
           PERFORM S400-10     THRU    S400-EX

           PERFORM S900-10     THRU    S900-EX
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "DATA FLOW TRACE"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   LI-TARGET   DELIMITED BY SPACE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           .
       S010-EX.
           EXIT.
           MOVE    TBL-EDG-FROM (I) TO RPT-REC (18:32)
           MOVE    "=>"        TO      RPT-REC (51:2)
           MOVE    TBL-EDG-TO (I) TO   RPT-REC (54:32)
           PERFORM S990-10     THRU    S990-EX
           .
       S310-EX.
           EXIT.
       S900-10.

           CLOSE   CTL-F
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
