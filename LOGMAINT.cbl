      *    *** 切替えはリネーム方式のため、深夜のバッチが書込み中でも
      *    *** 書込み側のハンドルは世代側に残って欠落せず、次のOPENから
      *    *** 新しいカレントファイルが作られる
      *    *** 保持世代数を超えた世代でも法的保全(LEGHOLD)の掛かった
      *    *** 物は消さず、保全IDと理由を表示して台帳にも残す
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             LOGMAINT.

           03  WK-ROLL-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PURGE-CNT    BINARY-LONG SYNC VALUE ZERO.

      *    *** 法的保全照会(LEGHOLD)用
           03  WK-HOLD-ID      PIC  X(001) VALUE "C".
           03  WK-HOLD-NAME    PIC  X(256) VALUE SPACE.
           03  WK-HOLD-DATE    PIC  9(008) VALUE ZERO.
           03  WK-HOLD-HID     PIC  X(008) VALUE SPACE.
           03  WK-HOLD-REASON  PIC  X(040) VALUE SPACE.
           03  WK-HOLD-RESULT  PIC  X(001) VALUE SPACE.
           03  WK-HOLD-CNT     BINARY-LONG SYNC VALUE ZERO.

           COPY    CPCONFIG.

      *    *** 世代管理対象ログ(カレント名)
       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.


           DISPLAY WK-PGM-NAME " 切替=" WK-ROLL-CNT
                   " 削除=" WK-PURGE-CNT " 保持=" WK-KEEP
                   " 保全=" WK-HOLD-CNT
           DISPLAY WK-PGM-NAME " END"
           .
       M100-EX.
                           END-IF
                   END-PERFORM

      *    *** 超過分を古い順に削除する(保全中の世代は残すが、
      *    *** 数の上では超過分に数えて新しい側を余計に消さない)
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > TBL-GEN-CNT
                              OR WK-BASE-CNT <= WK-KEEP
                           IF      TBL-GEN-BASE (J) = TBL-LOG-NAME (I)
                                   PERFORM S210-10     THRU    S210-EX
                           END-IF
                           IF      TBL-GEN-BASE (J) = TBL-LOG-NAME (I)
                              AND  WK-HOLD-RESULT NOT = "Y"
                                   MOVE    TBL-GEN-FILE (J) TO
                                           WK-DEL-NAME
                                   CALL    "CBL_DELETE_FILE" USING
                                           " (" WK-DEL-NAME ")"
                                   END-IF
                                   MOVE    "Y" TO      TBL-GEN-DEL (J)
                                   ADD     1   TO      WK-PURGE-CNT
                           END-IF
                           IF      TBL-GEN-BASE (J) = TBL-LOG-NAME (I)
                                   SUBTRACT 1  FROM    WK-BASE-CNT
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 法的保全の照会(世代名 <名前>.DYYYYMMDD[.hhmmss] の日付)
       S210-10.

           MOVE    ZERO        TO      WK-HOLD-DATE
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 35
                   IF      TBL-GEN-FILE (J) (K:2) = ".D"
                      AND  TBL-GEN-FILE (J) (K + 2:8) IS NUMERIC
                           MOVE    TBL-GEN-FILE (J) (K + 2:8) TO
                                   WK-HOLD-DATE
                   END-IF
           END-PERFORM

           MOVE    TBL-GEN-FILE (J) TO WK-HOLD-NAME
           CALL    "LEGHOLD"   USING   WK-HOLD-ID
                                       WK-HOLD-NAME
                                       WK-HOLD-DATE
                                       WK-HOLD-HID
                                       WK-HOLD-REASON
                                       WK-HOLD-RESULT
           IF      WK-HOLD-RESULT =    "Y"
                   ADD     1           TO      WK-HOLD-CNT
                   DISPLAY WK-PGM-NAME " 保全のため残す "
                           TRIM (TBL-GEN-FILE (J))
                   DISPLAY WK-PGM-NAME "   HOLD=" WK-HOLD-HID
                           " " TRIM (WK-HOLD-REASON)
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** 世代台帳書直し(削除済を除いて全件)
       S300-10.

