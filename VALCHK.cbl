      *    *** レイアウト定義(項目名・位置・桁・規則)に従い全レコードを
      *    *** 検査し、不合格は項目名と実値付きでリジェクト報告へ出す。
      *    *** 規則: N=数字(ゾーン)、C=コード一覧、D=実在日付
      *    *** (暦チェックの仕上げはDATEWEEKで確認する。コード一覧の
      *    *** 欄に WAREKI と書けば和暦の日付として元号の期間まで
      *    *** 検証する。解析はWAREKI)、
      *    *** K=検査数字(コード一覧の欄に方式名 JAN・LUHN・M11・
      *    *** MYNO・HOJIN を書く。計算はCHKDGT)、
      *    *** Z=郵便番号(7桁、NNN-NNNN も可。郵便番号マスターに有るか
      *    *** を見て、コード一覧の欄に 都道府県の項目名[,住所の項目名]
      *    *** を書けば、その項目の都道府県・市区町村(住所が市区町村か
      *    *** 都道府県+市区町村で始まるか)とも突き合わせる。照会は
      *    *** POSTLKP)。
      *    *** 不合格が有れば非ゼロRCで返し、MAINJOBのCTL-MAXRCで
      *    *** 関所のところで夜を止められる様にする
      *    *** 実行ごとに検査件数と不合格件数(合計・理由別・項目別)を
      *    *** 品質履歴へ残す(DQHIST。フィードは LI-FEED-ID、省略時は
      *    *** 検証対象ファイル名)。理由は SHORTREC(レコード不足)・
      *    *** NUMERIC・CODE・DATE・CHECKDIGIT・POSTAL-FORMAT・
      *    *** POSTAL-UNKNOWN・POSTAL-PREF・POSTAL-CITY
      *    *** 定義1行= 項目名(16) 種別(1) 位置(5) 桁(2) [コード一覧(,区切り)]
      *    *** 種別 P(パック)・B(バイナリ)は検証しない(同じ定義を
      *    *** DECODE05 のホスト変換が素通し項目の位置として読む)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             VALCHK.

                               STATUS   WK-DEF-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           03  FILLER          PIC  X(001).
           03  DEF-CODES       PIC  X(052).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "VALCHK".

           03  WK-DD-MAX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMARI        BINARY-LONG SYNC VALUE ZERO.

      *    *** 郵便番号検証用
           03  WK-Z-POST       PIC  X(040) VALUE SPACE.
           03  WK-Z-PREF-NM    PIC  X(016) VALUE SPACE.
           03  WK-Z-ADDR-NM    PIC  X(016) VALUE SPACE.
           03  WK-Z-ID         PIC  X(001) VALUE SPACE.
           03  WK-Z-STAT       PIC  X(001) VALUE SPACE.
           03  WK-Z-ADDR       PIC  X(100) VALUE SPACE.

      *    *** 品質履歴(DQHIST)用
           03  WK-DQ-REASON    PIC  X(016) VALUE SPACE.
           03  WK-DQ-OTHER     BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDQHIST    REPLACING ==:##:== BY ==VDQ==.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==VDW==.

           COPY    CPCHKDGT    REPLACING ==:##:== BY ==VCD==.

           COPY    CPWAREKI    REPLACING ==:##:== BY ==VWA==.

           COPY    CPPOSTMST   REPLACING ==:##:== BY ==VPM==.

      *    *** レイアウト定義テーブル
       01  TBL-DEF-AREA.
           03  TBL-DEF-ENT     OCCURS 50.
             05  TBL-DEF-POS   BINARY-LONG SYNC.
             05  TBL-DEF-LEN   BINARY-LONG SYNC.
             05  TBL-DEF-CODES PIC  X(052).
             05  TBL-DEF-NG    BINARY-LONG SYNC.
       01  TBL-DEF-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 理由別の不合格件数(品質履歴用)
       01  TBL-RS-AREA.
           03  TBL-RS-ENT      OCCURS 20.
             05  TBL-RS-REASON PIC  X(016).
             05  TBL-RS-NG     BINARY-LONG SYNC.
       01  TBL-RS-CNT          BINARY-LONG SYNC VALUE ZERO.

      *    *** コード一覧の分解用(1定義あたり最大10コード)
       01  TBL-CD-AREA.
           03  TBL-CD-VAL      OCCURS 10
      *    *** リジェクト報告ファイル名
       01  LI-RPT-FILENAME     PIC  X(256).

      *    *** フィードID(品質履歴の区分。省略・空白=検証対象ファイル名)
       01  LI-FEED-ID          PIC  X(008).

       PROCEDURE   DIVISION    USING   LI-IN-FILENAME
                                       LI-DEF-FILENAME
                                       LI-RPT-FILENAME
                                       OPTIONAL LI-FEED-ID
           .
       M100-10.

                           WK-PIN1-STATUS
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "FIELD VALIDATION REJECTS"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
           END-PERFORM

           CLOSE   PIN1-F
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    "E"         TO      WK-Z-ID
           CALL    "POSTLKP"   USING   WK-Z-ID
                                       WK-Z-STAT
                                       VPM-POSTMST-AREA
                                       WK-Z-ADDR

      *    *** 品質履歴へ今回の件数を残す
           PERFORM S800-10     THRU    S800-EX

           DISPLAY WK-PGM-NAME " 件数=" WK-REC-CNT
                   " 不合格レコード=" WK-NG-REC-CNT
                                           TBL-DEF-LEN (TBL-DEF-CNT)
                                   MOVE    DEF-CODES TO
                                           TBL-DEF-CODES (TBL-DEF-CNT)
                                   MOVE    ZERO     TO
                                           TBL-DEF-NG (TBL-DEF-CNT)
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-DEF-EOF
      *    *** 項目1件の検証
       S110-10.

           MOVE    SPACE       TO      WK-DQ-REASON
           IF      TBL-DEF-POS (I) < 1
              OR   TBL-DEF-POS (I) + TBL-DEF-LEN (I) - 1
                   > WK-PIN1-LEN
                   MOVE    "TANSHUKU RECORD" TO WK-VAL
                   MOVE    "SHORTREC"  TO      WK-DQ-REASON
                   PERFORM S190-10     THRU    S190-EX
                   GO      TO      S110-EX
           END-IF
                   IF      WK-OK-SW NOT =      "Y"
                           PERFORM S190-10     THRU    S190-EX
                   END-IF
               WHEN "K"
                   PERFORM S140-10     THRU    S140-EX
                   IF      WK-OK-SW NOT =      "Y"
                           PERFORM S190-10     THRU    S190-EX
                   END-IF
               WHEN "Z"
                   PERFORM S150-10     THRU    S150-EX
                   IF      WK-OK-SW NOT =      "Y"
                           PERFORM S190-10     THRU    S190-EX
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       S130-10.

           MOVE    "N"         TO      WK-OK-SW
           IF      TBL-DEF-CODES (I) (1:7) = "WAREKI " OR "WAREKI,"
                   PERFORM S135-10     THRU    S135-EX
                   GO      TO      S130-EX
           END-IF
           IF      TBL-DEF-LEN (I) NOT = 8
              OR   PIN1-REC (TBL-DEF-POS (I):8) IS NOT NUMERIC
                   GO      TO      S130-EX
       S130-EX.
           EXIT.

      *    *** 和暦日付の検証(実在日付と元号の期間)
       S135-10.

           MOVE    "N"         TO      WK-OK-SW
           IF      TBL-DEF-LEN (I) >   40
                   GO      TO      S135-EX
           END-IF
           MOVE    SPACE       TO      VWA-IN
           MOVE    PIN1-REC (TBL-DEF-POS (I):TBL-DEF-LEN (I)) TO
                   VWA-IN (1:TBL-DEF-LEN (I))
           CALL    "WAREKI"    USING   VWA-WAREKI-AREA
           IF      VWA-STAT    =       SPACE
                   MOVE    "Y"         TO      WK-OK-SW
           END-IF
           .
       S135-EX.
           EXIT.

      *    *** 検査数字の検証(方式はコード一覧の欄の先頭語)
       S140-10.

           MOVE    "N"         TO      WK-OK-SW
           IF      TBL-DEF-LEN (I) >   18
                   GO      TO      S140-EX
           END-IF
           MOVE    "V"         TO      VCD-ID
           MOVE    SPACE       TO      VCD-SCHEME
           UNSTRING TBL-DEF-CODES (I) DELIMITED BY "," OR ALL " "
                   INTO    VCD-SCHEME
           END-UNSTRING
           MOVE    TBL-DEF-LEN (I) TO  VCD-LEN
           MOVE    SPACE       TO      VCD-NUM
           MOVE    PIN1-REC (TBL-DEF-POS (I):TBL-DEF-LEN (I)) TO
                   VCD-NUM (1:TBL-DEF-LEN (I))
           CALL    "CHKDGT"    USING   VCD-CHKDGT-AREA
           IF      VCD-STAT    =       SPACE
                   MOVE    "Y"         TO      WK-OK-SW
           END-IF
           .
       S140-EX.
           EXIT.

      *    *** 郵便番号の検証(形式・マスター有無・都道府県・市区町村)
      *    *** 不合格なら WK-VAL を 値+理由 にする
       S150-10.

           MOVE    "N"         TO      WK-OK-SW
           MOVE    TRIM(WK-VAL) TO     WK-Z-POST
           MOVE    SPACE       TO      VPM-POSTMST-AREA
           EVALUATE TRUE
               WHEN WK-Z-POST (1:7) IS NUMERIC
                AND WK-Z-POST (8:)  =       SPACE
                   MOVE    WK-Z-POST (1:7) TO  VPM-POST
               WHEN WK-Z-POST (1:3) IS NUMERIC
                AND WK-Z-POST (4:1) =       "-"
                AND WK-Z-POST (5:4) IS NUMERIC
                AND WK-Z-POST (9:)  =       SPACE
                   MOVE    WK-Z-POST (1:3) TO  VPM-POST (1:3)
                   MOVE    WK-Z-POST (5:4) TO  VPM-POST (4:4)
               WHEN OTHER
                   MOVE    SPACE       TO      WK-VAL
                   STRING  WK-Z-POST   DELIMITED BY SPACE
                           " KEISHIKI" DELIMITED BY SIZE
                           INTO    WK-VAL
                   END-STRING
                   MOVE    "POSTAL-FORMAT" TO  WK-DQ-REASON
                   GO      TO      S150-EX
           END-EVALUATE

      *    *** 突き合わせる都道府県・住所の項目(コード一覧の欄の項目名)
           MOVE    SPACE       TO      WK-Z-PREF-NM
                                       WK-Z-ADDR-NM
                                       WK-Z-ADDR
           UNSTRING TBL-DEF-CODES (I) DELIMITED BY "," OR ALL " "
                   INTO    WK-Z-PREF-NM
                           WK-Z-ADDR-NM
           END-UNSTRING
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-DEF-CNT
                   IF      TBL-DEF-NAME (J) NOT = SPACE
                      AND  TBL-DEF-POS (J) + TBL-DEF-LEN (J) - 1
                           <=      WK-PIN1-LEN
                           IF      TBL-DEF-NAME (J) = WK-Z-PREF-NM
                              AND  TBL-DEF-LEN (J) <= 12
                                   MOVE    PIN1-REC (TBL-DEF-POS (J):
                                           TBL-DEF-LEN (J)) TO VPM-PREF
                           END-IF
                           IF      TBL-DEF-NAME (J) = WK-Z-ADDR-NM
                              AND  TBL-DEF-LEN (J) <= 100
                                   MOVE    PIN1-REC (TBL-DEF-POS (J):
                                           TBL-DEF-LEN (J)) TO WK-Z-ADDR
                           END-IF
                   END-IF
           END-PERFORM
           MOVE    TRIM(WK-Z-ADDR) TO  WK-Z-ADDR

           MOVE    "C"         TO      WK-Z-ID
           CALL    "POSTLKP"   USING   WK-Z-ID
                                       WK-Z-STAT
                                       VPM-POSTMST-AREA
                                       WK-Z-ADDR
           MOVE    SPACE       TO      WK-VAL
           EVALUATE WK-Z-STAT
               WHEN SPACE
                   MOVE    "Y"         TO      WK-OK-SW
               WHEN "N"
                   STRING  WK-Z-POST   DELIMITED BY SPACE
                           " MITOUROKU" DELIMITED BY SIZE
                           INTO    WK-VAL
                   END-STRING
                   MOVE    "POSTAL-UNKNOWN" TO WK-DQ-REASON
               WHEN "P"
                   STRING  WK-Z-POST   DELIMITED BY SPACE
                           " TODOFUKEN FUITCHI" DELIMITED BY SIZE
                           INTO    WK-VAL
                   END-STRING
                   MOVE    "POSTAL-PREF" TO    WK-DQ-REASON
               WHEN "C"
                   STRING  WK-Z-POST   DELIMITED BY SPACE
                           " SHIKUCHOSON FUITCHI" DELIMITED BY SIZE
                           INTO    WK-VAL
                   END-STRING
                   MOVE    "POSTAL-CITY" TO    WK-DQ-REASON
               WHEN OTHER
                   DISPLAY WK-PGM-NAME
                           " 郵便番号マスターが使えない"
                           " (POSTMST で取込み要)"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-EVALUATE
           .
       S150-EX.
           EXIT.

      *    *** 不合格1件の報告行(理由コードも付ける。COBRND の NEG で
      *    *** 作った試験デッキの正解表と VALCMP が突き合わせる)
       S190-10.

           ADD     1           TO      WK-NG-CNT
           MOVE    "Y"         TO      WK-REC-NG-SW
           PERFORM S195-10     THRU    S195-EX
           MOVE    WK-REC-CNT  TO      WK-SEQ-D
           MOVE    SPACES      TO      RPT-REC
           STRING  "NG SEQ="   DELIMITED BY SIZE
                   TBL-DEF-TYPE (I) DELIMITED BY SIZE
                   " VALUE="   DELIMITED BY SIZE
                   WK-VAL      DELIMITED BY SIZE
                   " REASON="  DELIMITED BY SIZE
                   WK-DQ-REASON DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           .
       S190-EX.
           EXIT.

      *    *** 不合格1件を項目別・理由別に数える
       S195-10.

           ADD     1           TO      TBL-DEF-NG (I)
           IF      WK-DQ-REASON =      SPACE
                   EVALUATE TBL-DEF-TYPE (I)
                       WHEN "N"
                           MOVE    "NUMERIC"   TO      WK-DQ-REASON
                       WHEN "C"
                           MOVE    "CODE"      TO      WK-DQ-REASON
                       WHEN "D"
                           MOVE    "DATE"      TO      WK-DQ-REASON
                       WHEN "K"
                           MOVE    "CHECKDIGIT" TO     WK-DQ-REASON
                       WHEN OTHER
                           MOVE    TBL-DEF-TYPE (I) TO WK-DQ-REASON
                   END-EVALUATE
           END-IF

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-RS-CNT
                      OR TBL-RS-REASON (J) = WK-DQ-REASON
                   CONTINUE
           END-PERFORM
           IF      J           >       TBL-RS-CNT
                   IF      TBL-RS-CNT  >=      20
                           ADD     1           TO      WK-DQ-OTHER
                           GO      TO      S195-EX
                   END-IF
                   ADD     1           TO      TBL-RS-CNT
                   MOVE    WK-DQ-REASON TO     TBL-RS-REASON (J)
                   MOVE    ZERO        TO      TBL-RS-NG (J)
           END-IF
           ADD     1           TO      TBL-RS-NG (J)
           .
       S195-EX.
           EXIT.

      *    *** 品質履歴の記録(合計・理由別・不合格の有った項目別)
       S800-10.

           MOVE    SPACE       TO      VDQ-DQHIST-AREA
           MOVE    WK-PGM-NAME TO      VDQ-STEP
           IF      NUMBER-OF-CALL-PARAMETERS >= 4
              AND  LI-FEED-ID  NOT =   SPACE
                   MOVE    LI-FEED-ID  TO      VDQ-FEED
           ELSE
                   MOVE    WK-PIN1-F-NAME TO   VDQ-FEED
           END-IF
           MOVE    WK-REC-CNT  TO      VDQ-CHECKED

           MOVE    "T"         TO      VDQ-KIND
           MOVE    SPACE       TO      VDQ-KEY
           MOVE    WK-NG-REC-CNT TO    VDQ-NG
           CALL    "DQHIST"    USING   VDQ-DQHIST-AREA

           MOVE    "R"         TO      VDQ-KIND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-RS-CNT
                   MOVE    TBL-RS-REASON (J) TO VDQ-KEY
                   MOVE    TBL-RS-NG (J) TO    VDQ-NG
                   CALL    "DQHIST"    USING   VDQ-DQHIST-AREA
           END-PERFORM
           IF      WK-DQ-OTHER >       ZERO
                   MOVE    "OTHER"     TO      VDQ-KEY
                   MOVE    WK-DQ-OTHER TO      VDQ-NG
                   CALL    "DQHIST"    USING   VDQ-DQHIST-AREA
           END-IF

           MOVE    "F"         TO      VDQ-KIND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-DEF-CNT
                   IF      TBL-DEF-NG (J) >    ZERO
                           MOVE    TBL-DEF-NAME (J) TO VDQ-KEY
                           MOVE    TBL-DEF-NG (J) TO   VDQ-NG
                           CALL    "DQHIST"    USING   VDQ-DQHIST-AREA
                   END-IF
           END-PERFORM
           .
       S800-EX.
           EXIT.

      *    *** 報告1行(帳票ページ編集)
       S990-10.

           MOVE    "LINE  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
                                       RPT-REC
           .
       S990-EX.
           EXIT.
