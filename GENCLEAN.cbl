      *    *** (両方の外に出た物だけ消す安全寄りの判定。DEFREFDFが
      *    ***  まだ要る前夜分を消してしまった事故を繰り返さないため)。
      *    *** 何をいくら消したか(件数・バイト数)を報告へ残す
      *    *** 期限切れでも法的保全(LEGHOLD)の掛かった世代は消さず、
      *    *** 保全IDと理由を付けて報告へ残す(カタログにも残る)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             GENCLEAN.

           ACCESS MODE         DYNAMIC
           RECORD KEY          CAT-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.

             05  CAT-GEN-NO    PIC  9(004).
           03  CAT-GEN         PIC  X(272).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(120).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "GENCLEAN".

      *    *** 操作者認可(OPAUTH)
           03  WK-AUTH-FUNC    PIC  X(008) VALUE SPACE.
           03  WK-AUTH-USER    PIC  X(016) VALUE SPACE.
           03  WK-AUTH-RESULT  PIC  X(001) VALUE SPACE.

           03  WK-RUL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RUL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-RUL-EOF      PIC  X(001) VALUE LOW-VALUE.

      *    *** 保持判定用
           03  WK-TODAY        PIC  9(008) VALUE ZERO.

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-CUTOFF       PIC  9(008) VALUE ZERO.
           03  WK-KEEPN        BINARY-LONG SYNC VALUE ZERO.
           03  WK-DAYS         BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEL-BYTES    BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-CNT-D        PIC  ZZZ,ZZZ,ZZ9.
      *    *** 法的保全照会(LEGHOLD)用
           03  WK-HOLD-ID      PIC  X(001) VALUE "C".
           03  WK-HOLD-NAME    PIC  X(256) VALUE SPACE.
           03  WK-HOLD-HID     PIC  X(008) VALUE SPACE.
           03  WK-HOLD-REASON  PIC  X(040) VALUE SPACE.
           03  WK-HOLD-RESULT  PIC  X(001) VALUE SPACE.
           03  WK-HOLD-CNT     BINARY-LONG SYNC VALUE ZERO.
      *    *** 控えテーブル満杯で削除を打ち切った印(残りは次回刈る)
           03  WK-DEL-OVER     PIC  X(001) VALUE "N".


           DISPLAY WK-PGM-NAME " START"

      *    *** 操作者認可(認可表に無い利用者は何もせず終わる)
           MOVE    "PURGE"     TO      WK-AUTH-FUNC
           MOVE    SPACE       TO      WK-AUTH-USER
           CALL    "OPAUTH"    USING   WK-PGM-NAME
                                       WK-AUTH-FUNC
                                       WK-AUTH-USER
                                       WK-AUTH-RESULT
           IF      WK-AUTH-RESULT NOT = "Y"
                   DISPLAY WK-PGM-NAME " 操作権限なし "
                           WK-AUTH-USER
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      M100-EX
           END-IF

           MOVE    TRIM(LI-RULE-FILENAME) TO WK-RUL-F-NAME
           MOVE    TRIM(LI-RPT-FILENAME)  TO WK-RPT-F-NAME

           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-TODAY
                                       WK-BIZ-STAT

           PERFORM S010-10     THRU    S010-EX
           IF      TBL-RUL-CNT =       ZERO
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "GENERATION FILE CLEANUP"
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
           MOVE    "GENERATION CLEANUP" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX

      *    *** 1周目: カタログを読み、基本名ごとに期限切れを決める
           PERFORM S100-10     THRU    S100-EX
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC (24:)
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    SPACES      TO      RPT-REC
           MOVE    WK-HOLD-CNT TO      WK-CNT-D
           STRING  "HELD    = " DELIMITED BY SIZE
                   WK-CNT-D    DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA

           DISPLAY WK-PGM-NAME " 削除=" WK-DEL-CNT
                   " バイト=" WK-DEL-BYTES
                   " 保全=" WK-HOLD-CNT
           IF      WK-DEL-OVER =       "Y"
                   DISPLAY WK-PGM-NAME
                           " 500件で打ち切り 残りは次回"
                   IF      WK-KEEPN = ZERO AND WK-CUTOFF = ZERO
                           MOVE    "Y"         TO      WK-KEEP-SW
                   END-IF
                   IF      WK-KEEP-SW NOT =    "Y"
                           PERFORM S250-10     THRU    S250-EX
                   END-IF
                   IF      WK-KEEP-SW NOT =    "Y"
                           PERFORM S300-10     THRU    S300-EX
                   END-IF
       S210-EX.
           EXIT.

      *    *** 法的保全の照会(保全中なら残して報告へ)
       S250-10.

           PERFORM S210-10     THRU    S210-EX
           MOVE    TBL-GEN-NAME (I) TO WK-HOLD-NAME
           CALL    "LEGHOLD"   USING   WK-HOLD-ID
                                       WK-HOLD-NAME
                                       WK-GEN-DATE
                                       WK-HOLD-HID
                                       WK-HOLD-REASON
                                       WK-HOLD-RESULT
           IF      WK-HOLD-RESULT NOT = "Y"
                   GO      TO      S250-EX
           END-IF

           MOVE    "Y"         TO      WK-KEEP-SW
           ADD     1           TO      WK-HOLD-CNT
           MOVE    SPACES      TO      RPT-REC
           STRING  "HELD    " DELIMITED BY SIZE
                   TBL-GEN-NAME (I) (1:60) DELIMITED BY "  "
                   INTO    RPT-REC
           END-STRING
           STRING  "HOLD="     DELIMITED BY SIZE
                   WK-HOLD-HID DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-HOLD-REASON DELIMITED BY "  "
                   INTO    RPT-REC (70:)
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           .
       S250-EX.
           EXIT.

      *    *** 期限切れ1世代の実ファイル削除と削除対象キーの控え
       S300-10.

                           INTO    RPT-REC (95:)
                   END-STRING
           END-IF
           PERFORM S990-10     THRU    S990-EX

           ADD     1           TO      TBL-DEL-CNT
           MOVE    WK-CUR-BASE TO      TBL-DEL-BASE (TBL-DEL-CNT)
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
