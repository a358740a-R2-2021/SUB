                               STATUS   WK-NEW-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           RECORD VARYING DEPENDING ON WK-NEW-LEN.
       01  NEW-REC             PIC  X(256).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(080).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DIRDIFF".

                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "DIRECTORY SNAPSHOT COMPARISON"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
           END-IF

           MOVE    "KUBUN FILENAME     OLD       NEW" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX
           .
       S010-EX.
           EXIT.
                           MOVE    TBL-OLD-FILE (J) TO RPT-REC (7:12)
                           MOVE    TBL-OLD-SIZE (J) TO WK-CNT-D
                           MOVE    WK-CNT-D    TO      RPT-REC (20:7)
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM
           .
           MOVE    TBL-NEW-FILE (I) TO RPT-REC (7:12)
           MOVE    TBL-NEW-SIZE (I) TO WK-CNT-D
           MOVE    WK-CNT-D    TO      RPT-REC (30:7)
           PERFORM S990-10     THRU    S990-EX
           .
       S310-EX.
           EXIT.
           MOVE    WK-CNT-D    TO      RPT-REC (20:7)
           MOVE    TBL-NEW-SIZE (I) TO WK-CNT-D
           MOVE    WK-CNT-D    TO      RPT-REC (30:7)
           PERFORM S990-10     THRU    S990-EX
           .
       S320-EX.
           EXIT.
           MOVE    WK-CNT-D    TO      RPT-REC (20:7)
           MOVE    TBL-NEW-SIZE (I) TO WK-CNT-D
           MOVE    WK-CNT-D    TO      RPT-REC (30:7)
           PERFORM S990-10     THRU    S990-EX
           .
       S330-EX.
           EXIT.
           MOVE    TBL-NEW-FILE (I) TO RPT-REC (7:12)
           MOVE    TBL-OLD-DATE (J) TO RPT-REC (20:8)
           MOVE    TBL-NEW-DATE (I) TO RPT-REC (30:8)
           PERFORM S990-10     THRU    S990-EX
           .
       S340-EX.
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
