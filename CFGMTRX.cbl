                               STATUS   WK-OVR-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           03  FILLER          PIC  X(001).
           03  OVR-VALUE       PIC  X(226).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(120).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CFGMTRX".

           PERFORM S010-10     THRU    S010-EX
           PERFORM S020-10     THRU    S020-EX

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "EFFECTIVE CONFIGURATION MATRIX"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS

      *    *** マトリクス(CFG項目ごとに既定値と環境別の実効値)
           MOVE    "EFFECTIVE CONFIGURATION MATRIX" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-CFG-CNT
                   PERFORM S100-10     THRU    S100-EX
      *    *** リント1: どのCFG項目にも一致しない上書きキー
           MOVE    SPACES      TO      RPT-REC
           MOVE    "--- LINT: UNKNOWN KEYS ---" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-OVR-CNT
                   IF      TBL-OVR-USED (J) NOT = "Y"
                                   TBL-OVR-KEY (J) DELIMITED BY SIZE
                                   INTO    RPT-REC
                           END-STRING
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM

      *    *** リント2: 他の環境に有って自分に無い上書き
           MOVE    SPACES      TO      RPT-REC
           MOVE    "--- LINT: MISSING SIBLINGS ---" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-CFG-CNT
                   PERFORM S200-10     THRU    S200-EX
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA

           DISPLAY WK-PGM-NAME " 項目=" TBL-CFG-CNT
                   " 環境=" TBL-ENV-CNT
           MOVE    TBL-CFG-NAME (I) TO RPT-REC (1:30)
           MOVE    "DEF="       TO     RPT-REC (32:4)
           MOVE    TBL-CFG-DEF (I) TO  RPT-REC (36:40)
           PERFORM S990-10     THRU    S990-EX

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TBL-ENV-CNT
                                   RPT-REC (11:40)
                           MOVE    "(DEF)"     TO  RPT-REC (53:5)
                   END-IF
                   PERFORM S990-10     THRU    S990-EX
           END-PERFORM
           .
       S100-EX.
                                               DELIMITED BY SPACE
                                   INTO    RPT-REC
                           END-STRING
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM
           .
       S200-EX.
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
