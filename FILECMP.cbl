                               STATUS   WK-PIN2-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           RECORD VARYING DEPENDING ON WK-PIN2-LEN.
       01  PIN2-REC            PIC  X(032000).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(120).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "FILECMP".

                           WK-PIN2-STATUS
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "FILE COMPARE DIFFERENCES"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   WK-PIN2-F-NAME DELIMITED BY SPACE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           .
       S010-EX.
           EXIT.
                   WK-LEN-D    DELIMITED BY SIZE
                   INTO    RPT-REC (31:)
           END-STRING
           PERFORM S990-10     THRU    S990-EX

           MOVE    1           TO      WK-CHUNK-POS
           PERFORM UNTIL WK-CHUNK-POS > WK-CMP-MAX
                           WK-ASC-LINE DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
                   CALL    "DECODE03"  USING
                           PIN1-REC (WK-CHUNK-POS:WK-CHUNK-LEN)
                           WK-CHUNK-LEN
                   MOVE    SPACES      TO      RPT-REC
                   MOVE    WK-BUF2-L-TBL (1:WK-CHUNK-LEN) TO
                           RPT-REC (4:WK-CHUNK-LEN)
                   PERFORM S990-10     THRU    S990-EX
                   MOVE    SPACES      TO      RPT-REC
                   MOVE    WK-BUF2-R-TBL (1:WK-CHUNK-LEN) TO
                           RPT-REC (4:WK-CHUNK-LEN)
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** ファイル2側
                           WK-ASC-LINE DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
                   CALL    "DECODE03"  USING
                           PIN2-REC (WK-CHUNK-POS:WK-CHUNK-LEN)
                           WK-CHUNK-LEN
                   MOVE    SPACES      TO      RPT-REC
                   MOVE    WK-BUF2-L-TBL (1:WK-CHUNK-LEN) TO
                           RPT-REC (4:WK-CHUNK-LEN)
                   PERFORM S990-10     THRU    S990-EX
                   MOVE    SPACES      TO      RPT-REC
                   MOVE    WK-BUF2-R-TBL (1:WK-CHUNK-LEN) TO
                           RPT-REC (4:WK-CHUNK-LEN)
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** 相違位置の"^"印行
           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-MARK-LINE TO     RPT-REC (4:100)
           PERFORM S990-10     THRU    S990-EX
           .
       S120-EX.
           EXIT.
                           WK-KEY1     DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
                   PERFORM S510-10     THRU    S510-EX
               WHEN WK-KEY1    >       WK-KEY2
                   ADD     1           TO      WK-INS-CNT
                           WK-KEY2     DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
                   PERFORM S520-10     THRU    S520-EX
               WHEN OTHER
      *    *** 同キー: 真の変更だけを従来のダンプで見せる
                                   WK-KEY1     DELIMITED BY SIZE
                                   INTO    RPT-REC
                           END-STRING
                           PERFORM S990-10     THRU    S990-EX
                           PERFORM S110-10     THRU    S110-EX
                   END-IF
                   PERFORM S510-10     THRU    S510-EX
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC (30:)
           END-STRING
           PERFORM S990-10     THRU    S990-EX

      *    *** キー突合せモードの内訳
           IF      WK-KEY-SW   =       "Y"
                           WK-CNT-D    DELIMITED BY SIZE
                           INTO    RPT-REC (48:)
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S200-EX.

           CLOSE   PIN1-F
           CLOSE   PIN2-F
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
