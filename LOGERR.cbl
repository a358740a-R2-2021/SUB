               05  WK-DATE     PIC  9(008).
               05  WK-TIME     PIC  9(008).

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.

      *    *** 実行ID(RUNID照会、同一実行の記録突合せ用)
           03  WK-RUNID-ID     PIC  X(001) VALUE SPACE.
           03  WK-RUNID        PIC  X(014) VALUE SPACE.
           03  WK-CHN-HEX-W    PIC  X(008) VALUE SPACE.
           03  WK-CHN-BYTES    PIC  9(012) COMP VALUE ZERO.

      *    *** 監視イベントフィード出力用(MONFEED)
      *    *** ステップは空白で渡し、MAINJOBの環境変数から引かせる
           03  WK-MON-EVENT    PIC  X(016) VALUE "ALERT_RAISED".
           03  WK-MON-STEP     PIC  X(004) VALUE SPACE.
           03  WK-MON-RC       PIC  9(004) VALUE ZERO.
           03  WK-MON-TEXT     PIC  X(060) VALUE SPACE.

      *    *** 致命エラー時、開いている帳票を書き出す(RPTPAGE ABEND)
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

      *    *** レベル登録読込みテーブル
       01  TBL-LVL-AREA.
           03  TBL-LVL-ENT     OCCURS 50.
           .
       M100-10.

      *    *** 日付は業務日付(深夜越えの記録も当該夜の日付で残す)
           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-DATE
                                       WK-BIZ-STAT
           MOVE    FUNCTION CURRENT-DATE (9:6) TO WK-TIME (1:6)

           PERFORM S010-10     THRU    S010-EX
                   CONTINUE
           ELSE
      *    *** 致命エラーはアラートキューへ書き、事前登録された
      *    *** 記憶域のスナップショットを残し、途中までの帳票を
      *    *** 書き出してから停止する
                   PERFORM S020-10     THRU    S020-EX
                   PERFORM S030-10     THRU    S030-EX
                   PERFORM S040-10     THRU    S040-EX
                   PERFORM S900-10     THRU    S900-EX
                   STOP    RUN
           END-IF
                           ADD     1           TO      AL-SEQ
                           WRITE   ALERT-REC
                   END-PERFORM
      *    *** 追記できたアラートは監視イベントフィードへも出す
                   IF      WK-ALERT-STATUS =   ZERO
                           PERFORM S021-10     THRU    S021-EX
                   END-IF
                   CLOSE   ALERT-F
           ELSE
                   DISPLAY WK-PGM-NAME " ALERT-F OPEN ERROR STATUS="
       S020-EX.
           EXIT.

      *    *** 監視イベントフィードへ1行出す(MONFEED)
      *    *** ステータスが数字ならRC欄へ、処理内容はMSG欄へ
       S021-10.

           MOVE    ZERO        TO      WK-MON-RC
           IF      LI-STATUS   IS      NUMERIC
                   MOVE    LI-STATUS   TO      WK-MON-RC
           END-IF
           MOVE    LI-CONTEXT  TO      WK-MON-TEXT
           CALL    "MONFEED"   USING   LI-PGM-NAME
                                       WK-MON-EVENT
                                       WK-MON-STEP
                                       WK-MON-RC
                                       WK-SEV
                                       WK-MON-TEXT
           .
       S021-EX.
           EXIT.

      *    *** 事前登録された記憶域のスナップショットを書かせる
      *    *** (SNAPREGに登録が無ければ何も出ない)
       S030-10.
       S030-EX.
           EXIT.

      *    *** 開いている帳票を未完の終了行付きで書き出す
      *    *** (帳票を使わないプログラムでは何もしない)
       S040-10.

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    "ABEND "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           .
       S040-EX.
           EXIT.

      *    *** LOG1-F クローズ(STOP RUN前の後始末)
       S900-10.

