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
           03  WK-PGM-NAME     PIC  X(008) VALUE "FILEXREF".

      *    *** 物理名でまとめた対応表の出力
       S500-10.

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "PHYSICAL FILE CROSS REFERENCE"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
           MOVE    "PHYSICAL FILE WHERE-USED (R=READ W=WRITE"
                               TO      RPT-REC
           MOVE    " A=EXTEND U=I-O)" TO RPT-REC (41:16)
           PERFORM S991-10     THRU    S991-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-USE-CNT
      *    *** この物理名の見出し行
                           MOVE    SPACES      TO      RPT-REC
                           MOVE    TBL-USE-PHYS (I) TO RPT-REC (1:40)
                           PERFORM S990-10     THRU    S990-EX
      *    *** 同じ物理名の使用箇所を全て出す
                           PERFORM VARYING J FROM I BY 1
                                   UNTIL J > TBL-USE-CNT
                                            RPT-REC (5:30)
                                       MOVE TBL-USE-MODE (J) TO
                                            RPT-REC (37:4)
                                       PERFORM S990-10 THRU S990-EX
                                   END-IF
                           END-PERFORM
                   END-IF
           END-PERFORM
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           .
       S500-EX.
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
