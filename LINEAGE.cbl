                               STATUS   WK-MAN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           LABEL RECORDS ARE STANDARD.
       01  MAN-REC             PIC  X(120).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "LINEAGE".

           PERFORM S010-10     THRU    S010-EX
           PERFORM S020-10     THRU    S020-EX

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "OUTPUT LINEAGE"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   LI-TARGET-FILE DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX

      *    *** 幅優先で遡る(起点をキューへ積む)
           MOVE    1           TO      TBL-Q-CNT
                   ADD     1           TO      WK-Q-NOW
           END-PERFORM

           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           DISPLAY WK-PGM-NAME " 来歴 => " WK-RPT-F-NAME
                   " (" TBL-Q-CNT "ファイル)"
           .
                   MOVE    "  (生成記録なし=外部受領)" TO
                           RPT-REC (40:30)
           END-IF
           PERFORM S990-10     THRU    S990-EX

      *    *** チェックサム行(マニフェストに有れば添える)
           PERFORM VARYING I FROM 1 BY 1
                                   DELIMITED BY SIZE
                                   INTO    RPT-REC (42:)
                           END-STRING
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM

           .
       S110-EX.
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
