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
           03  WK-PGM-NAME     PIC  X(008) VALUE "CALLCHK".

           MOVE    TRIM(LI-CTL-FILENAME) TO WK-CTL-F-NAME
           MOVE    TRIM(LI-RPT-FILENAME) TO WK-RPT-F-NAME

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "CALL INTERFACE CHECK"
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
           MOVE    "CALL INTERFACE CHECK" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX

      *    *** 1周目: 各プログラムの受け口(USINGとLINKAGE長)を集める
           MOVE    1           TO      WK-PASS
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC (25:)
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA

           DISPLAY WK-PGM-NAME " 検査=" WK-CHK-CNT
                   " 不一致=" WK-NG-CNT
                           WK-LEN2-D   DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** 長さ検査(引数ごと)
                           WK-LEN2-D   DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S410-EX.
           .
       S430-EX.
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
