      *    *** 欠落・余分・件数不一致・チェックサム不一致を報告する。
      *    *** 「全部無事に届いたか」を目視からMAINJOBのゲートステップへ
      *    *** マニフェスト1行= ファイル名(32) 空白 件数(9) 空白 SUM(16進8)
      *    ***                  [空白 SHA-256(16進64)]
      *    *** SHA-256 はこちらの SHA 行(DECODE13、OUTTAKEマニフェストと
      *    *** 同じ形)と突き合わせる(英大小文字は区別しない)。
      *    *** LI-SHA-SW="Y" の相手先は改ざん検知に SHA-256 が必須で、
      *    *** 相手先・こちらのどちらかに値が無ければ SHA-NONE で NG。
      *    *** 省略・"N" は両方に値が有る時だけ照合する
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             MANRECON.

                               STATUS   WK-BAL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           03  PMF-CNT         PIC  X(009).
           03  FILLER          PIC  X(001).
           03  PMF-SUM         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  PMF-SHA         PIC  X(064).

       FD  SNP-F
           LABEL RECORDS ARE STANDARD

      *    *** OUTTAKE/MAINJOBマニフェストと同じSUM行
      *    *** "SUM  <ファイル名32> SUM=xxxxxxxx BYTES=n"
      *    *** "SHA  <ファイル名32> SHA=<16進64桁>"
       FD  SUM-F
           LABEL RECORDS ARE STANDARD.
       01  SUM-REC             PIC  X(120).
           03  FILLER          PIC  X(001).
           03  BAL-RUNID       PIC  X(014).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(200).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "MANRECON".

           03  WK-HIT-I        BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-W        PIC  9(009) VALUE ZERO.

      *    *** SHA-256 必須(Y)・照合用の大文字化
           03  WK-SHA-SW       PIC  X(001) VALUE "N".
           03  WK-SHA-MAN      PIC  X(064) VALUE SPACE.
           03  WK-SHA-OURS     PIC  X(064) VALUE SPACE.
           03  WK-SHA-NOTE     PIC  X(040) VALUE SPACE.

      *    *** マニフェストの取り込みテーブル
       01  TBL-PMF-AREA.
           03  TBL-PMF-ENT     OCCURS 300.
             05  TBL-PMF-FILE  PIC  X(032).
             05  TBL-PMF-CNT   PIC  9(009).
             05  TBL-PMF-SUM   PIC  X(008).
             05  TBL-PMF-SHA   PIC  X(064).
             05  TBL-PMF-HIT   PIC  X(001).
       01  TBL-PMF-CNT-MAX     BINARY-LONG SYNC VALUE ZERO.

             05  TBL-SUM-HEX   PIC  X(008).
       01  TBL-SUM-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** こちらのSHA-256(SHA行)テーブル
       01  TBL-SHA-AREA.
           03  TBL-SHA-ENT     OCCURS 300.
             05  TBL-SHA-FILE  PIC  X(032).
             05  TBL-SHA-HEX   PIC  X(064).
       01  TBL-SHA-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 共通バランスの件数(ファイル別の最新BAL-IN)テーブル
       01  TBL-BAL-AREA.
           03  TBL-BAL-ENT     OCCURS 300.
      *    *** 突合せ報告ファイル名
       01  LI-RPT-FILENAME     PIC  X(256).

      *    *** "Y"=SHA-256 必須(省略・"N"=有る時だけ照合)
       01  LI-SHA-SW           PIC  X(001).

       PROCEDURE   DIVISION    USING   LI-MAN-FILENAME
                                       LI-SNAP-FILENAME
                                       LI-SUM-FILENAME
                                       LI-RPT-FILENAME
                                       OPTIONAL LI-SHA-SW
           .
       M100-10.

           MOVE    "N"         TO      WK-SHA-SW
           IF      NUMBER-OF-CALL-PARAMETERS >= 5
              AND  LI-SHA-SW   =       "Y"
                   MOVE    "Y"         TO      WK-SHA-SW
           END-IF

           MOVE    TRIM(LI-MAN-FILENAME)  TO WK-PMF-F-NAME
           MOVE    TRIM(LI-SNAP-FILENAME) TO WK-SNP-F-NAME
           MOVE    TRIM(LI-RPT-FILENAME)  TO WK-RPT-F-NAME
           PERFORM S030-10     THRU    S030-EX
           PERFORM S040-10     THRU    S040-EX

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "PARTNER MANIFEST RECONCILIATION"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
           END-IF

           MOVE    "PARTNER MANIFEST RECONCILIATION" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX

      *    *** マニフェスト1件ずつ: 到着・件数・チェックサムの3点照合
           PERFORM VARYING I FROM 1 BY 1
                                   TBL-SNP-FILE (I) DELIMITED BY SIZE
                                   INTO    RPT-REC
                           END-STRING
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM

                   WK-CNT-W     DELIMITED BY SIZE
                   INTO    RPT-REC (13:)
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA

           DISPLAY WK-PGM-NAME " 照合 " TBL-PMF-CNT-MAX "件"
                   " NG=" WK-NG-CNT " 余分=" WK-EXTRA-CNT
                                   END-IF
                                   MOVE    PMF-SUM TO
                                       TBL-PMF-SUM (TBL-PMF-CNT-MAX)
                                   MOVE    PMF-SHA TO
                                       TBL-PMF-SHA (TBL-PMF-CNT-MAX)
                                   MOVE    SPACE   TO
                                       TBL-PMF-HIT (TBL-PMF-CNT-MAX)
                           END-IF
       S020-EX.
           EXIT.

      *    *** こちらのチェックサム(SUM行形式)・SHA-256(SHA行)の取り込み
       S030-10.

           IF      LI-SUM-FILENAME =   SPACE
                                   MOVE    SUM-REC (43:8) TO
                                           TBL-SUM-HEX (TBL-SUM-CNT)
                           END-IF
                           IF      SUM-REC (1:4) = "SHA "
                              AND  TBL-SHA-CNT <  300
                                   ADD     1   TO      TBL-SHA-CNT
                                   MOVE    SUM-REC (6:32) TO
                                           TBL-SHA-FILE (TBL-SHA-CNT)
                                   MOVE    SUM-REC (43:64) TO
                                           TBL-SHA-HEX (TBL-SHA-CNT)
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-SUM-EOF
                   END-IF
       S040-EX.
           EXIT.

      *    *** マニフェスト1件の3点照合(SHA-256 はその後に)
       S100-10.

      *    *** 到着(スナップショットのファイル名は先頭一致で引く)
                           TBL-PMF-FILE (I) DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S100-EX
           END-IF

                                           DELIMITED BY SIZE
                                   INTO    RPT-REC
                           END-STRING
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-IF

                                           DELIMITED BY SIZE
                                   INTO    RPT-REC
                           END-STRING
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-IF

           PERFORM S110-10     THRU    S110-EX
           .
       S100-EX.
           EXIT.

      *    *** SHA-256(こちらのSHA行と)
       S110-10.

           MOVE    UPPER-CASE (TBL-PMF-SHA (I)) TO WK-SHA-MAN
           MOVE    SPACE       TO      WK-SHA-OURS
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TBL-SHA-CNT
                   IF  TBL-SHA-FILE (J) = TBL-PMF-FILE (I)
                       MOVE    UPPER-CASE (TBL-SHA-HEX (J))
                                           TO      WK-SHA-OURS
                   END-IF
           END-PERFORM

           IF      WK-SHA-MAN  =       SPACE
              OR   WK-SHA-OURS =       SPACE
                   IF      WK-SHA-SW   =       "Y"
                           ADD     1           TO      WK-NG-CNT
                           EVALUATE TRUE
                               WHEN WK-SHA-MAN = SPACE
                                AND WK-SHA-OURS = SPACE
                                   MOVE    " MAN=(無し) OURS=(無し)"
                                                   TO  WK-SHA-NOTE
                               WHEN WK-SHA-MAN = SPACE
                                   MOVE    " MAN=(無し)"
                                                   TO  WK-SHA-NOTE
                               WHEN OTHER
                                   MOVE    " OURS=(無し)"
                                                   TO  WK-SHA-NOTE
                           END-EVALUATE
                           MOVE    SPACES      TO      RPT-REC
                           STRING  "SHA-NONE " DELIMITED BY SIZE
                                   TBL-PMF-FILE (I) DELIMITED BY SIZE
                                   WK-SHA-NOTE DELIMITED BY SIZE
                                   INTO    RPT-REC
                           END-STRING
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   GO      TO      S110-EX
           END-IF

           IF      WK-SHA-MAN  NOT =   WK-SHA-OURS
                   ADD     1           TO      WK-NG-CNT
                   MOVE    SPACES      TO      RPT-REC
                   STRING  "SHA-NG   " DELIMITED BY SIZE
                           TBL-PMF-FILE (I) DELIMITED BY SIZE
                           " MAN="     DELIMITED BY SIZE
                           WK-SHA-MAN  DELIMITED BY SIZE
                           " OURS="    DELIMITED BY SIZE
                           WK-SHA-OURS DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF
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
