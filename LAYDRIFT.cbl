                               STATUS   WK-SRC-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           RECORD VARYING DEPENDING ON WK-SRC-LEN.
       01  SRC-REC             PIC  X(256).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(120).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "LAYDRIFT".

           CLOSE   CTL-F

      *    *** 同名01レコードの突合せと報告
           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "RECORD LAYOUT DRIFT"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   STOP    RUN
           END-IF
           MOVE    "RECORD LAYOUT DRIFT REPORT" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-LAY-CNT
                   WK-FLD-D    DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA

           DISPLAY WK-PGM-NAME " レイアウト=" TBL-LAY-CNT
                   " ずれ組=" WK-DRIFT-CNT
                           " 項目数違い" DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM VARYING K FROM 1 BY 1
                                           DELIMITED BY "  "
                               INTO    RPT-REC
                       END-STRING
                       PERFORM S990-10     THRU    S990-EX
                       MOVE    SPACES      TO      RPT-REC
                       STRING  "      vs     " DELIMITED BY SIZE
                               TBL-LAY-SRC (J) DELIMITED BY SPACE
                                           DELIMITED BY "  "
                               INTO    RPT-REC
                       END-STRING
                       PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM
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
