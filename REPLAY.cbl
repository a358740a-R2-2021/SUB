      *    *** 変換し直し、元の出力ファイルの記録位置へ差し込んで
      *    *** 完全版の出力を作る。共通バランス(CTLBAL)も更新するため、
      *    *** 2件の修正のためにフィード全体を再実行する必要が無くなる
      *    *** 修正済リジェクトは修正者とは別の者の承認(PATCHQ)が要る。
      *    *** 承認済の提出と中身が一致しなければ何も差し込まず、
      *    *** 使った承認番号は LOGERR へ残す
      *    *** JSON Lines のフィード(LI-JSON-FILENAME指定)の修正分は
      *    *** 取込みと同じキー割付け定義でDECODE12を通して組み替える
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             REPLAY.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "REPLAY".

      *    *** 操作者認可(OPAUTH)
           03  WK-AUTH-FUNC    PIC  X(008) VALUE SPACE.
           03  WK-AUTH-USER    PIC  X(016) VALUE SPACE.
           03  WK-AUTH-RESULT  PIC  X(001) VALUE SPACE.

      *    *** 修正の承認照合(PATCHQ)
           03  WK-PQ-ID        PIC  X(001) VALUE "V".
           03  WK-PQ-KIND      PIC  X(006) VALUE "REPLAY".
           03  WK-PQ-REF       PIC  X(016) VALUE SPACE.
           03  WK-PQ-RPT       PIC  X(256) VALUE SPACE.
           03  WK-PQ-RC        BINARY-LONG SYNC VALUE ZERO.

           03  WK-REJ-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-REJ-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-REJ-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-QUOTE        PIC  X(001) VALUE X"22".
           03  WK-LF           PIC  X(001) VALUE X"0A".

      *    *** JSON Lines 組み替え(DECODE12)用(INTAKEと同じ手順)
           03  WK-JSON-SW      PIC  X(001) VALUE "N".

      *    *** コントロールトータル記録用(CTLBAL)
           03  WK-BAL-STEP     PIC  X(008) VALUE "REPLAY".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-LOGERR-SEVERITY PIC X(001) VALUE SPACE.

           COPY    CPDECODE05  REPLACING ==:##:== BY ==WDE05==.
           COPY    CPDECODE12  REPLACING ==:##:== BY ==WDE12==.

      *    *** 修正済リジェクトの取込みテーブル(記録番号の昇順前提)
       01  TBL-REJ-AREA.
      *    *** 修正分も同じ継ぎ足し+DECODE10分解を通してから差し込む)
       01  LI-CSV-SW           PIC  X(001).

      *    *** JSON Lines のキー割付け定義ファイル名(元の取込みで
      *    *** LI-JSON-FILENAMEに渡した物。空白=JSONでない)
       01  LI-JSON-FILENAME    PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-REJ-FILENAME
                                       LI-ORG-FILENAME
                                       LI-OUT-FILENAME
                                       LI-HENKAN
                                       OPTIONAL LI-CSV-SW
                                       OPTIONAL LI-JSON-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

      *    *** 操作者認可(認可表に無い利用者は何もせず終わる)
           MOVE    "APPLY"     TO      WK-AUTH-FUNC
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

           MOVE    "N"         TO      WK-CSV-SW
           IF      NUMBER-OF-CALL-PARAMETERS >= 5
              AND  LI-CSV-SW   =       "Y"
                   MOVE    "Y"         TO      WK-CSV-SW
           END-IF
           MOVE    "N"         TO      WK-JSON-SW
           IF      NUMBER-OF-CALL-PARAMETERS >= 6
              AND  LI-JSON-FILENAME NOT = SPACE
                   MOVE    "Y"         TO      WK-JSON-SW
           END-IF

           MOVE    TRIM(LI-REJ-FILENAME) TO WK-REJ-F-NAME
           MOVE    TRIM(LI-ORG-FILENAME) TO WK-ORG-F-NAME
                   GO      TO      M100-EX
           END-IF

      *    *** 承認照合(承認済の提出と一致しなければ何も差し込まない)
           CALL    "PATCHQ"    USING   WK-PQ-ID
                                       WK-PQ-KIND
                                       LI-REJ-FILENAME
                                       LI-ORG-FILENAME
                                       WK-PQ-REF
                                       WK-PQ-RPT
                                       WK-PQ-RC
           MOVE    WK-PGM-NAME TO      WK-LOGERR-PGM
           MOVE    SPACE       TO      WK-LOGERR-CONTEXT
                                       WK-LOGERR-STATUS
           MOVE    "W"         TO      WK-LOGERR-SEVERITY
           IF      WK-PQ-RC    NOT =   ZERO
                   MOVE    "REPLAY NO APPROVAL" TO WK-LOGERR-CONTEXT
           ELSE
                   STRING  "REPLAY APPROVAL REF=" DELIMITED BY SIZE
                           WK-PQ-REF   DELIMITED BY SPACE
                           INTO    WK-LOGERR-CONTEXT
                   END-STRING
           END-IF
           CALL    "LOGERR"    USING   WK-LOGERR-PGM
                                       WK-LOGERR-CONTEXT
                                       WK-LOGERR-STATUS
                                       WK-LOGERR-SEVERITY
           IF      WK-PQ-RC    NOT =   ZERO
                   DISPLAY WK-PGM-NAME " 承認なし 再投入せず"
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      M100-EX
           END-IF

           OPEN    INPUT       ORG-F
           IF      WK-ORG-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " ORG-F OPEN ERROR STATUS="
           END-IF

      *    *** 変換テーブル構築(元の取込みと同じ経路)
      *    *** JSONはDECODE12が文字列の変換にDECODE05を開く
           IF      WK-JSON-SW  =       "Y"
                   MOVE    LI-HENKAN   TO      WDE12-HENKAN
                   MOVE    TRIM(LI-JSON-FILENAME) TO WDE12-LAYOUT
                   MOVE    "OPEN  "    TO      WDE12-ID
                   CALL    "DECODE12"  USING   WDE12-DECODE12-AREA
                                               REJ-DATA
                                               WK-CNV-BUF
           ELSE
                   MOVE    LI-HENKAN   TO      WDE05-HENKAN
                   MOVE    SPACE       TO      WDE05-MODE
                   MOVE    "OPEN  "    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               REJ-DATA
                                               WK-CNV-BUF
           END-IF

      *    *** 入力の記録番号1から歩き、リジェクト番号は修正分を、
      *    *** それ以外は元の出力を順に差し込む

           CLOSE   ORG-F
           CLOSE   OUT-F
           IF      WK-JSON-SW  =       "Y"
                   MOVE    "CLOSE "    TO      WDE12-ID
                   CALL    "DECODE12"  USING   WDE12-DECODE12-AREA
                                               REJ-DATA
                                               WK-CNV-BUF
           ELSE
                   MOVE    "CLOSE "    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               REJ-DATA
                                               WK-CNV-BUF
           END-IF

      *    *** 共通バランス更新(差し込み後の完全版が夜の帳尻になる)
           MOVE    WK-OUT-F-NAME (1:32) TO WK-BAL-FILE
           MOVE    LOW-VALUE   TO      WK-REJ-EOF
           PERFORM UNTIL WK-REJ-EOF    =       HIGH-VALUE
                   READ    REJ-F
      *    *** 見出し・後尾の食い違い(ファイル全体のリジェクト理由)は
      *    *** 差し込む物ではないので読み飛ばす(訂正版の再送で直す)
                   IF      WK-REJ-STATUS =     ZERO
                      AND  ( REJ-REASON (1:3) = "HDR"
                        OR   REJ-REASON (1:3) = "TRL" )
                           DISPLAY WK-PGM-NAME " ZENTAI REJ SKIP "
                                   REJ-REASON
                   ELSE
                   IF      WK-REJ-STATUS =     ZERO
                           IF      TBL-REJ-CNT >=      500
                               DISPLAY WK-PGM-NAME
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-REJ-EOF
                   END-IF
                   END-IF
           END-PERFORM
           CLOSE   REJ-F
           .
      *    *** 修正分1件の変換と差し込み(変換に？が残る物は今回も見送る)
       S200-10.

           IF      WK-JSON-SW  =       "Y"
                   PERFORM S220-10     THRU    S220-EX
                   GO      TO      S200-EX
           END-IF

           MOVE    TBL-REJ-LEN (WK-REJ-I) TO WDE05-BUF1-LEN
           IF      WDE05-BUF1-LEN <=   ZERO
                   MOVE    1           TO      WDE05-BUF1-LEN
           END-IF

           IF      WK-NG-SW    =       "Y"
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S200-EX
           END-IF

           .
       S210-EX.
           EXIT.

      *    *** JSON Lines の修正分1件(INTAKEのS450-10と同じ手順)
      *    *** 組み替えられない物(理由が返る)は今回も見送る
       S220-10.

           MOVE    TBL-REJ-LEN (WK-REJ-I) TO WDE12-BUF1-LEN
           IF      WDE12-BUF1-LEN <=   ZERO
                   MOVE    1           TO      WDE12-BUF1-LEN
           END-IF
           MOVE    WK-SEQ      TO      WDE12-BUF1-CNT
           MOVE    "CHANGE"    TO      WDE12-ID
           CALL    "DECODE12"  USING   WDE12-DECODE12-AREA
                                       TBL-REJ-DATA (WK-REJ-I)
                                         (1:WDE12-BUF1-LEN)
                                       WK-CNV-BUF

           IF      WDE12-REASON NOT =  SPACE
                   PERFORM S290-10     THRU    S290-EX
                   GO      TO      S220-EX
           END-IF

           ADD     1           TO      WK-FIX-CNT
           MOVE    WDE12-BUF2-LEN TO   WK-OUT-LEN
           IF      WK-OUT-LEN  =       ZERO
                   MOVE    1           TO      WK-OUT-LEN
                   MOVE    SPACE       TO      WK-CNV-BUF (1:1)
           END-IF
           MOVE    WK-CNV-BUF (1:WK-OUT-LEN) TO
                   OUT-REC (1:WK-OUT-LEN)
           WRITE   OUT-REC
           ADD     1           TO      WK-OUT-CNT
           .
       S220-EX.
           EXIT.

      *    *** 修正分が依然不良(差し込まずLOGERRへ残す)
       S290-10.

           ADD     1           TO      WK-STILL-NG
           MOVE    WK-PGM-NAME TO      WK-LOGERR-PGM
           MOVE    SPACE       TO      WK-LOGERR-CONTEXT
           MOVE    TBL-REJ-SEQ (WK-REJ-I) TO WK-SEQ-X
           STRING  "REPLAY MADA NG SEQ=" DELIMITED BY SIZE
                   WK-SEQ-X    DELIMITED BY SIZE
                   INTO    WK-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      WK-LOGERR-STATUS
           MOVE    "W"         TO      WK-LOGERR-SEVERITY
           CALL    "LOGERR"    USING   WK-LOGERR-PGM
                                       WK-LOGERR-CONTEXT
                                       WK-LOGERR-STATUS
                                       WK-LOGERR-SEVERITY
           .
       S290-EX.
           EXIT.
