      *    *** バイト数)を正として、ミラー側のディレクトリースナップ
      *    *** ショット(DECODE06形式)と、ミラー上の実ファイルから
      *    *** 計算し直したDECODE09チェックサムを突き合わせる。
      *    *** マニフェストに SHA 行(SHA-256指定の相手先向け)の有る
      *    *** ファイルは、同じ読込みで DECODE13 のダイジェストも計算し
      *    *** 直して突き合わせる(どちらかが違えば DIFFERS)。
      *    *** ファイルごとに VERIFIED/MISSING/DIFFERS を報告し、
      *    *** 「DRコピーは本当に使えるか」の毎日の証跡にする
       IDENTIFICATION          DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 当夜のマニフェスト(MAINJOB/OUTTAKEのSUM行・SHA行を読む)
       SELECT MAN-F            ASSIGN   WK-MAN-F-NAME
                               STATUS   WK-MAN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.
                               STATUS   WK-SNP-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           RECORD VARYING DEPENDING ON WK-SNP-LEN.
       01  SNP-REC             PIC  X(256).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(200).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DRVERIFY".

           03  WK-SUM-HEX      PIC  X(008) VALUE SPACE.
           03  WK-SUM-BYTES    PIC  9(012) COMP VALUE ZERO.

      *    *** SHA-256(DECODE13 ストリーム3=ミラー側の再計算、
      *    *** マニフェストに SHA 行の有るファイルだけ "Y")
           03  WK-SHA-SW       PIC  X(001) VALUE "N".
           03  WK-SHA-HEX      PIC  X(064) VALUE SPACE.
           03  WK-SHA-BYTES    PIC  9(012) COMP VALUE ZERO.
           03  WK-SUM-OK       PIC  X(001) VALUE SPACE.
           03  WK-SHA-OK       PIC  X(001) VALUE SPACE.

           03  WK-VER-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MIS-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DIF-CNT      BINARY-LONG SYNC VALUE ZERO.
      *    *** 読込みバッファー
       01  WK-BUF              PIC  X(1048576) VALUE SPACE.

      *    *** マニフェストのSUM行テーブル(SHA行は直前の同じファイルの
      *    *** SUM行へ付ける。SHA行だけのファイルはSUMが空白)
       01  TBL-MAN-AREA.
           03  TBL-MAN-ENT     OCCURS 300.
             05  TBL-MAN-FILE  PIC  X(032).
             05  TBL-MAN-SUM   PIC  X(008).
             05  TBL-MAN-SHA   PIC  X(064).
       01  TBL-MAN-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** ミラーのスナップショットのファイル名テーブル

       LINKAGE                 SECTION.

      *    *** 当夜のマニフェストファイル名(SUM行・SHA行を読む)
       01  LI-MAN-FILENAME     PIC  X(256).

      *    *** ミラー側スナップショットファイル名
           PERFORM S010-10     THRU    S010-EX
           PERFORM S020-10     THRU    S020-EX

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "DR MIRROR VERIFICATION"
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
           MOVE    "DR MIRROR VERIFICATION" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-MAN-CNT
                   WK-CNT-W    DELIMITED BY SIZE
                   INTO    RPT-REC (29:)
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA

           DISPLAY WK-PGM-NAME " 検証=" WK-VER-CNT
                   " 欠落=" WK-MIS-CNT
       M100-EX.
           EXIT    PROGRAM.

      *    *** マニフェストのSUM行・SHA行の取り込み
       S010-10.

           OPEN    INPUT       MAN-F
                                           TBL-MAN-FILE (TBL-MAN-CNT)
                                   MOVE    MAN-REC (43:8) TO
                                           TBL-MAN-SUM (TBL-MAN-CNT)
                                   MOVE    SPACE       TO
                                           TBL-MAN-SHA (TBL-MAN-CNT)
                           END-IF
                           IF      MAN-REC (1:4) = "SHA "
                                   PERFORM S015-10     THRU    S015-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-MAN-EOF
       S010-EX.
           EXIT.

      *    *** SHA行1行(直前のSUM行が同じファイルならそこへ付ける)
       S015-10.

           IF      TBL-MAN-CNT >       ZERO
              AND  TBL-MAN-FILE (TBL-MAN-CNT) = MAN-REC (6:32)
                   MOVE    UPPER-CASE (MAN-REC (43:64))
                                       TO      TBL-MAN-SHA (TBL-MAN-CNT)
                   GO      TO      S015-EX
           END-IF
           IF      TBL-MAN-CNT <       300
                   ADD     1           TO      TBL-MAN-CNT
                   MOVE    MAN-REC (6:32) TO
                                           TBL-MAN-FILE (TBL-MAN-CNT)
                   MOVE    SPACE       TO      TBL-MAN-SUM (TBL-MAN-CNT)
                   MOVE    UPPER-CASE (MAN-REC (43:64))
                                       TO      TBL-MAN-SHA (TBL-MAN-CNT)
           END-IF
           .
       S015-EX.
           EXIT.

      *    *** ミラー側スナップショットの取り込み(ファイル名のみ)
       S020-10.


      *    *** マニフェスト1件の検証
      *    *** スナップショットに居るか、ミラー実ファイルの再計算
      *    *** チェックサム(SHA行が有ればSHA-256も)がマニフェストと
      *    *** 一致するか
       S100-10.

      *    *** 到着(ファイル名の先頭一致で引く)
                           TBL-MAN-FILE (I) DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S100-EX
           END-IF

                   INTO    WK-MIR-F-NAME
           END-STRING
           CALL    "PATHSVC"   USING   WK-MIR-F-NAME
           MOVE    "N"         TO      WK-SHA-SW
           IF      TBL-MAN-SHA (I) NOT = SPACE
                   MOVE    "Y"         TO      WK-SHA-SW
           END-IF
           PERFORM S200-10     THRU    S200-EX
           IF      RETURN-CODE NOT =   ZERO
                   MOVE    ZERO        TO      RETURN-CODE
                           " (読めない)" DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S100-EX
           END-IF

      *    *** SHA行だけのファイルはSUMを見ない
           MOVE    "Y"         TO      WK-SUM-OK
                                       WK-SHA-OK
           IF      TBL-MAN-SUM (I) NOT = SPACE
              AND  WK-SUM-HEX  NOT =   TBL-MAN-SUM (I)
                   MOVE    "N"         TO      WK-SUM-OK
           END-IF
           IF      WK-SHA-SW   =       "Y"
              AND  WK-SHA-HEX  NOT =   TBL-MAN-SHA (I)
                   MOVE    "N"         TO      WK-SHA-OK
           END-IF

           IF      WK-SUM-OK   =       "Y"
              AND  WK-SHA-OK   =       "Y"
                   ADD     1           TO      WK-VER-CNT
                   MOVE    SPACES      TO      RPT-REC
                   STRING  "VERIFIED " DELIMITED BY SIZE
                           WK-SUM-HEX  DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   IF      WK-SHA-SW   =       "Y"
                           MOVE    " SHA256=OK" TO     RPT-REC (55:10)
                   END-IF
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S100-EX
           END-IF

           ADD     1           TO      WK-DIF-CNT
           IF      WK-SUM-OK   =       "N"
                   MOVE    SPACES      TO      RPT-REC
                   STRING  "DIFFERS  " DELIMITED BY SIZE
                           TBL-MAN-FILE (I) DELIMITED BY SIZE
                           WK-SUM-HEX  DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           IF      WK-SHA-OK   =       "N"
                   MOVE    SPACES      TO      RPT-REC
                   STRING  "DIFFERS  " DELIMITED BY SIZE
                           TBL-MAN-FILE (I) DELIMITED BY SIZE
                           " SHA MAN=" DELIMITED BY SIZE
                           TBL-MAN-SHA (I) DELIMITED BY SIZE
                           " MIRROR="  DELIMITED BY SIZE
                           WK-SHA-HEX  DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** ミラー実ファイル1本のチェックサム(WK-SHA-SW="Y" は
      *    *** SHA-256も)再計算
      *    *** 読めない時はRETURN-CODEを立てたまま返す
       S200-10.

                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES
           IF      WK-SHA-SW   =       "Y"
                   CALL    "DECODE13"  USING   WK-SUM-ID
                                               WK-SUM-STREAM
                                               WK-BUF
                                               WK-SUM-LEN
                                               WK-SHA-HEX
                                               WK-SHA-BYTES
           END-IF

           PERFORM UNTIL WK-REMAIN <=  ZERO
                   IF      WK-REMAIN   >       1048576
                                               WK-SUM-LEN
                                               WK-SUM-HEX
                                               WK-SUM-BYTES
                   IF      WK-SHA-SW   =       "Y"
                           CALL    "DECODE13"  USING   WK-SUM-ID
                                                   WK-SUM-STREAM
                                                   WK-BUF (1:WK-CHUNK)
                                                   WK-SUM-LEN
                                                   WK-SHA-HEX
                                                   WK-SHA-BYTES
                   END-IF
                   COMPUTE WK-OFFSET = WK-OFFSET + WK-CHUNK
                   SUBTRACT WK-CHUNK  FROM     WK-REMAIN
           END-PERFORM
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES
           IF      WK-SHA-SW   =       "Y"
                   CALL    "DECODE13"  USING   WK-SUM-ID
                                               WK-SUM-STREAM
                                               WK-BUF
                                               WK-SUM-LEN
                                               WK-SHA-HEX
                                               WK-SHA-BYTES
           END-IF

           CALL    "CBL_CLOSE_FILE" USING WK-FILE-HANDLE
           MOVE    ZERO        TO      RETURN-CODE
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
