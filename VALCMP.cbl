      *    *** 異常系試験デッキの結果照合プログラム
      *    *** COBRND の NEG で作った試験デッキを VALCHK に掛けた後、
      *    *** リジェクト報告と正解表(形は CPNEGKEY)をレコード番号で
      *    *** 突き合わせ、関所が本当に悪いデータを止めているかを見る。
      *    ***   MISSED       破った規則を VALCHK が見逃した
      *    ***   WRONG REASON 落ちたが理由コードが正解表と違う
      *    ***   FALSE REJECT 全規則を通るはずのレコードが落ちた
      *    ***   EXTRA REJECT 破ったのと別の項目でも落ちた
      *    ***   NO ANSWER    正解表に無いレコード番号が落ちた
      *    *** 食い違いが有れば非ゼロRC(8)で返す
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             VALCMP.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 正解表(COBRND NEG が書く)
       SELECT KEY-F            ASSIGN   WK-KEY-F-NAME
                               STATUS   WK-KEY-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** VALCHK のリジェクト報告
       SELECT REJ-F            ASSIGN   WK-REJ-F-NAME
                               STATUS   WK-REJ-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  KEY-F
           LABEL RECORDS ARE STANDARD.
           COPY    CPNEGKEY    REPLACING ==:##:== BY ==KEY==.

      *    *** VALCHK の報告1行
      *    *** NG SEQ=<番号> <項目名> RULE=<種別> VALUE=<値> REASON=<理由>
       FD  REJ-F
           LABEL RECORDS ARE STANDARD.
       01  REJ-REC.
           03  REJ-TAG         PIC  X(007).
           03  REJ-SEQ         PIC  X(011).
           03  FILLER          PIC  X(001).
           03  REJ-FIELD       PIC  X(016).
           03  FILLER          PIC  X(006).
           03  REJ-RULE        PIC  X(001).
           03  FILLER          PIC  X(007).
           03  REJ-VALUE       PIC  X(040).
           03  FILLER          PIC  X(008).
           03  REJ-REASON      PIC  X(016).
           03  FILLER          PIC  X(019).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "VALCMP".

           03  WK-KEY-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-KEY-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-REJ-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-REJ-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 次に突き合わせるレコード番号(終わりは 999999999)
           03  WK-KEY-SEQ      PIC  9(009) VALUE ZERO.
           03  WK-REJ-SEQ      PIC  9(009) VALUE ZERO.
           03  WK-CUR-SEQ      PIC  9(009) VALUE ZERO.
           03  WK-SEQ-E        PIC  ZZZ,ZZZ,ZZ9.
           03  WK-PASS-SW      PIC  X(001) VALUE SPACE.

      *    *** 件数
           03  WK-KEY-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-REJ-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-GOOD-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CAUGHT-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-MISSED-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-WRONG-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-FALSE-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-EXTRA-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-NOANS-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-OVER-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-D        PIC  ZZZ,ZZZ,ZZ9.

      *    *** 食い違い1行の編集
           03  WK-KIND         PIC  X(012) VALUE SPACE.
           03  WK-FIELD        PIC  X(016) VALUE SPACE.
           03  WK-EXPECT       PIC  X(016) VALUE SPACE.
           03  WK-ACTUAL       PIC  X(016) VALUE SPACE.
           03  WK-VALUE        PIC  X(040) VALUE SPACE.

      *    *** 同じレコード番号の正解表の行(期待)とリジェクト(実際)
       01  TBL-EX-AREA.
           03  TBL-EX-ENT      OCCURS 50.
             05  TBL-EX-FIELD  PIC  X(016).
             05  TBL-EX-REASON PIC  X(016).
             05  TBL-EX-VALUE  PIC  X(040).
       01  TBL-EX-CNT          BINARY-LONG SYNC VALUE ZERO.

       01  TBL-AC-AREA.
           03  TBL-AC-ENT      OCCURS 50.
             05  TBL-AC-FIELD  PIC  X(016).
             05  TBL-AC-REASON PIC  X(016).
             05  TBL-AC-VALUE  PIC  X(040).
             05  TBL-AC-HIT    PIC  X(001).
       01  TBL-AC-CNT          BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** 正解表ファイル名
       01  LI-KEY-FILENAME     PIC  X(256).

      *    *** VALCHK のリジェクト報告ファイル名
       01  LI-REJ-FILENAME     PIC  X(256).

      *    *** 照合結果ファイル名
       01  LI-RPT-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-KEY-FILENAME
                                       LI-REJ-FILENAME
                                       LI-RPT-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    TRIM(LI-KEY-FILENAME) TO WK-KEY-F-NAME
           MOVE    TRIM(LI-REJ-FILENAME) TO WK-REJ-F-NAME
           MOVE    TRIM(LI-RPT-FILENAME) TO WK-RPT-F-NAME

           OPEN    INPUT       KEY-F
           IF      WK-KEY-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " KEY-F OPEN ERROR STATUS="
                           WK-KEY-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           OPEN    INPUT       REJ-F
           IF      WK-REJ-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " REJ-F OPEN ERROR STATUS="
                           WK-REJ-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "NEGATIVE TEST DECK RESULTS"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    "VALCHK NEGATIVE TEST DECK RESULT" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACE       TO      RPT-REC
           STRING  "ANSWER KEY  " DELIMITED BY SIZE
                   WK-KEY-F-NAME DELIMITED BY SPACE
                   "  REJECTS  " DELIMITED BY SIZE
                   WK-REJ-F-NAME DELIMITED BY SPACE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX

      *    *** 両方をレコード番号の順に読み、小さい方の番号ごとに
      *    *** 正解表の行とリジェクトを集めて突き合わせる
           PERFORM S110-10     THRU    S110-EX
           PERFORM S120-10     THRU    S120-EX
           PERFORM UNTIL WK-KEY-SEQ =  999999999
                     AND WK-REJ-SEQ =  999999999
                   IF      WK-KEY-SEQ  <       WK-REJ-SEQ
                           MOVE    WK-KEY-SEQ  TO      WK-CUR-SEQ
                   ELSE
                           MOVE    WK-REJ-SEQ  TO      WK-CUR-SEQ
                   END-IF
                   MOVE    ZERO        TO      TBL-EX-CNT
                                               TBL-AC-CNT
                   MOVE    SPACE       TO      WK-PASS-SW
                   PERFORM UNTIL WK-KEY-SEQ NOT = WK-CUR-SEQ
                           PERFORM S130-10     THRU    S130-EX
                           PERFORM S110-10     THRU    S110-EX
                   END-PERFORM
                   PERFORM UNTIL WK-REJ-SEQ NOT = WK-CUR-SEQ
                           PERFORM S140-10     THRU    S140-EX
                           PERFORM S120-10     THRU    S120-EX
                   END-PERFORM
                   PERFORM S200-10     THRU    S200-EX
           END-PERFORM

           CLOSE   KEY-F
           CLOSE   REJ-F

           PERFORM S800-10     THRU    S800-EX
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA

           DISPLAY WK-PGM-NAME " 正常=" WK-GOOD-CNT
                   " 異常=" WK-BAD-CNT
                   " 検出=" WK-CAUGHT-CNT
           DISPLAY WK-PGM-NAME " 見逃し=" WK-MISSED-CNT
                   " 理由違い=" WK-WRONG-CNT
                   " 誤リジェクト=" WK-FALSE-CNT
                   " 余分=" WK-EXTRA-CNT
                   " 正解無し=" WK-NOANS-CNT
           DISPLAY WK-PGM-NAME " END"
           IF      WK-MISSED-CNT + WK-WRONG-CNT + WK-FALSE-CNT
                 + WK-EXTRA-CNT + WK-NOANS-CNT > ZERO
                   MOVE    8           TO      RETURN-CODE
           END-IF
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 正解表の次の行(終わりは 999999999)
       S110-10.

           READ    KEY-F
           IF      WK-KEY-STATUS NOT = ZERO
                   MOVE    999999999   TO      WK-KEY-SEQ
                   GO      TO      S110-EX
           END-IF
           IF      KEY-SEQ     IS NOT  NUMERIC
                   DISPLAY WK-PGM-NAME " 正解表の形誤り="
                           KEY-NEGKEY-REC (1:40)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-KEY-CNT
           MOVE    KEY-SEQ     TO      WK-KEY-SEQ
           .
       S110-EX.
           EXIT.

      *    *** リジェクト報告の次の不合格行(NG SEQ= 以外は読み飛ばす)
       S120-10.

           MOVE    SPACE       TO      REJ-REC
           PERFORM UNTIL REJ-TAG =     "NG SEQ="
                   READ    REJ-F
                   IF      WK-REJ-STATUS NOT = ZERO
                           MOVE    999999999   TO      WK-REJ-SEQ
                           GO      TO      S120-EX
                   END-IF
           END-PERFORM
           ADD     1           TO      WK-REJ-CNT
           MOVE    REJ-SEQ     TO      WK-SEQ-E
           MOVE    WK-SEQ-E    TO      WK-REJ-SEQ
           .
       S120-EX.
           EXIT.

      *    *** 正解表1行を期待の表へ(PASS は正常レコードの印だけ)
       S130-10.

           IF      KEY-EXPECT  =       "PASS"
                   MOVE    "Y"         TO      WK-PASS-SW
                   GO      TO      S130-EX
           END-IF
           IF      TBL-EX-CNT  >=      50
                   ADD     1           TO      WK-OVER-CNT
                   GO      TO      S130-EX
           END-IF
           ADD     1           TO      TBL-EX-CNT
           MOVE    KEY-FIELD   TO      TBL-EX-FIELD (TBL-EX-CNT)
           MOVE    KEY-REASON  TO      TBL-EX-REASON (TBL-EX-CNT)
           MOVE    KEY-VALUE   TO      TBL-EX-VALUE (TBL-EX-CNT)
           .
       S130-EX.
           EXIT.

      *    *** リジェクト1行を実際の表へ
       S140-10.

           IF      TBL-AC-CNT  >=      50
                   ADD     1           TO      WK-OVER-CNT
                   GO      TO      S140-EX
           END-IF
           ADD     1           TO      TBL-AC-CNT
           MOVE    REJ-FIELD   TO      TBL-AC-FIELD (TBL-AC-CNT)
           MOVE    REJ-REASON  TO      TBL-AC-REASON (TBL-AC-CNT)
           MOVE    REJ-VALUE   TO      TBL-AC-VALUE (TBL-AC-CNT)
           MOVE    "N"         TO      TBL-AC-HIT (TBL-AC-CNT)
           .
       S140-EX.
           EXIT.

      *    *** 1レコード分の突合せ
       S200-10.

           EVALUATE TRUE
               WHEN TBL-EX-CNT >       ZERO
                   ADD     1           TO      WK-BAD-CNT
               WHEN WK-PASS-SW =       "Y"
                   ADD     1           TO      WK-GOOD-CNT
           END-EVALUATE

      *    *** 破った項目ごとに、その項目のリジェクトが有るか
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-EX-CNT
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > TBL-AC-CNT
                              OR ( TBL-AC-FIELD (J) = TBL-EX-FIELD (I)
                               AND TBL-AC-HIT (J)   = "N" )
                           CONTINUE
                   END-PERFORM
                   MOVE    TBL-EX-FIELD (I) TO WK-FIELD
                   MOVE    TBL-EX-REASON (I) TO WK-EXPECT
                   EVALUATE TRUE
                       WHEN J          >       TBL-AC-CNT
                           ADD     1           TO      WK-MISSED-CNT
                           MOVE    "MISSED"    TO      WK-KIND
                           MOVE    SPACE       TO      WK-ACTUAL
                           MOVE    TBL-EX-VALUE (I) TO WK-VALUE
                           PERFORM S210-10     THRU    S210-EX
                       WHEN TBL-AC-REASON (J) = TBL-EX-REASON (I)
                           ADD     1           TO      WK-CAUGHT-CNT
                           MOVE    "Y"         TO      TBL-AC-HIT (J)
                       WHEN OTHER
                           ADD     1           TO      WK-WRONG-CNT
                           MOVE    "Y"         TO      TBL-AC-HIT (J)
                           MOVE    "WRONG REASON" TO   WK-KIND
                           MOVE    TBL-AC-REASON (J) TO WK-ACTUAL
                           MOVE    TBL-AC-VALUE (J) TO WK-VALUE
                           PERFORM S210-10     THRU    S210-EX
                   END-EVALUATE
           END-PERFORM

      *    *** 期待に無いリジェクト
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-AC-CNT
                   IF      TBL-AC-HIT (J) =    "N"
                           EVALUATE TRUE
                               WHEN TBL-EX-CNT >       ZERO
                                   ADD     1   TO      WK-EXTRA-CNT
                                   MOVE    "EXTRA REJECT" TO WK-KIND
                               WHEN WK-PASS-SW =       "Y"
                                   ADD     1   TO      WK-FALSE-CNT
                                   MOVE    "FALSE REJECT" TO WK-KIND
                               WHEN OTHER
                                   ADD     1   TO      WK-NOANS-CNT
                                   MOVE    "NO ANSWER" TO WK-KIND
                           END-EVALUATE
                           MOVE    TBL-AC-FIELD (J) TO WK-FIELD
                           MOVE    SPACE       TO      WK-EXPECT
                           MOVE    TBL-AC-REASON (J) TO WK-ACTUAL
                           MOVE    TBL-AC-VALUE (J) TO WK-VALUE
                           PERFORM S210-10     THRU    S210-EX
                   END-IF
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 食い違い1行
       S210-10.

           MOVE    WK-CUR-SEQ  TO      WK-SEQ-E
           MOVE    SPACE       TO      RPT-REC
           MOVE    WK-KIND             TO      RPT-REC (1:12)
           MOVE    "SEQ="              TO      RPT-REC (14:4)
           MOVE    WK-SEQ-E            TO      RPT-REC (18:11)
           MOVE    WK-FIELD            TO      RPT-REC (30:16)
           MOVE    "EXPECTED="         TO      RPT-REC (47:9)
           MOVE    WK-EXPECT           TO      RPT-REC (56:16)
           MOVE    "ACTUAL="           TO      RPT-REC (73:7)
           MOVE    WK-ACTUAL           TO      RPT-REC (80:16)
           MOVE    "VALUE="            TO      RPT-REC (97:6)
           MOVE    WK-VALUE (1:30)     TO      RPT-REC (103:30)
           PERFORM S990-10     THRU    S990-EX
           .
       S210-EX.
           EXIT.

      *    *** 集計
       S800-10.

           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-GOOD-CNT TO      WK-CNT-D
           MOVE    "GOOD RECORDS          " TO RPT-REC
           MOVE    WK-CNT-D    TO      RPT-REC (23:11)
           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-BAD-CNT  TO      WK-CNT-D
           MOVE    "BAD RECORDS           " TO RPT-REC
           MOVE    WK-CNT-D    TO      RPT-REC (23:11)
           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-CAUGHT-CNT TO    WK-CNT-D
           MOVE    "VIOLATIONS CAUGHT     " TO RPT-REC
           MOVE    WK-CNT-D    TO      RPT-REC (23:11)
           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-MISSED-CNT TO    WK-CNT-D
           MOVE    "MISSED                " TO RPT-REC
           MOVE    WK-CNT-D    TO      RPT-REC (23:11)
           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-WRONG-CNT TO     WK-CNT-D
           MOVE    "WRONG REASON          " TO RPT-REC
           MOVE    WK-CNT-D    TO      RPT-REC (23:11)
           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-FALSE-CNT TO     WK-CNT-D
           MOVE    "FALSE REJECT          " TO RPT-REC
           MOVE    WK-CNT-D    TO      RPT-REC (23:11)
           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-EXTRA-CNT TO     WK-CNT-D
           MOVE    "EXTRA REJECT          " TO RPT-REC
           MOVE    WK-CNT-D    TO      RPT-REC (23:11)
           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-NOANS-CNT TO     WK-CNT-D
           MOVE    "NO ANSWER             " TO RPT-REC
           MOVE    WK-CNT-D    TO      RPT-REC (23:11)
           PERFORM S990-10     THRU    S990-EX
           IF      WK-OVER-CNT >       ZERO
                   MOVE    WK-OVER-CNT TO      WK-CNT-D
                   MOVE    "NOT COMPARED (>50/REC)" TO RPT-REC
                   MOVE    WK-CNT-D    TO      RPT-REC (23:11)
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           IF      WK-MISSED-CNT + WK-WRONG-CNT + WK-FALSE-CNT
                 + WK-EXTRA-CNT + WK-NOANS-CNT > ZERO
                   MOVE    "RESULT  NG" TO     RPT-REC
           ELSE
                   MOVE    "RESULT  OK" TO     RPT-REC
           END-IF
           PERFORM S990-10     THRU    S990-EX
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

      *    *** 報告の項目見出し(各ページの頭に繰り返す)
       S991-10.

           MOVE    "HEAD  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
                                       RPT-REC
           .
       S991-EX.
           EXIT.
