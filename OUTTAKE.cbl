      *    *** 転送ファイル作成パイプライン ドライバー(INTAKEの逆方向)
      *    *** 内部ファイルから相手先向けの転送ストリームを一手で作る:
      *    ***   1) DECODE05 で相手先の文字コードへ変換(省略可)
      *    ***      JSON向けは DECODE11 で割付け定義に従い1レコードを
      *    ***      JSON1行に組み立てる(JSON Lines、UTF8)
      *    ***   2) レコード形式を相手仕様へ(CRLF/LF/RDW、DECODE04の約束、
      *    ***      ホスト向けは区切り無しの固定長も)
      *    ***   3) メールゲートウェイ向けは DECODE08 でBASE64包み(任意)
      *    ***   4) 転送ストリームのDECODE09チェックサムを計算し、
      *    ***      マニフェスト行と共通バランス記録(CTLBAL)を残す
      *    ***      (SHA-256指定の相手先は DECODE13 のダイジェストも
      *    ***       計算し、マニフェストに SHA 行を足す)
      *    ***   5) 全て書き終えた後に完了フラグ(転送先名.OK)を置く
      *    ***      (受け手は本体でなくフラグの有無で着信を判断する。
      *    ***       開始時に前回のフラグを消し、書きかけを拾わせない)
      *    *** 手作業の変換・改行直し・チェックサム取りを1ステップにする
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             OUTTAKE.
                               STATUS   WK-MAN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 完了フラグ(転送先名.OK)
       SELECT FLG-F            ASSIGN   WK-FLG-F-NAME
                               STATUS   WK-FLG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           LABEL RECORDS ARE STANDARD.
       01  MAN-REC             PIC  X(120).

      *    *** 完了フラグ1行= 業務日付 件数 バイト数 SUM 転送先名
       FD  FLG-F
           LABEL RECORDS ARE STANDARD.
       01  FLG-REC.
           03  FLG-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  FLG-CNT         PIC  9(009).
           03  FILLER          PIC  X(001).
           03  FLG-BYTES       PIC  9(012).
           03  FILLER          PIC  X(001).
           03  FLG-SUM         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  FLG-FILE        PIC  X(256).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
               "OUTTAKE.MANIFEST".
           03  WK-MAN-STATUS   PIC  9(002) VALUE ZERO.

           03  WK-FLG-F-NAME   PIC  X(260) VALUE SPACE.
           03  WK-FLG-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-DELETE-STATUS BINARY-LONG SYNC VALUE ZERO.

      *    *** 業務日付(BIZDATE)
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-DATE     PIC  9(008) VALUE ZERO.
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.

      *    *** 転送ストリーム出力(生バイト列、CBL_WRITE_FILE)用
           03  WK-TGT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-TFH          PIC  X(004) VALUE LOW-VALUE.
           03  WK-ZERO2        PIC  X(002) VALUE LOW-VALUE.
           03  WK-CRLF         PIC  X(002) VALUE X"0D0A".
           03  WK-LF           PIC  X(001) VALUE X"0A".
      *    *** 固定長(F)のレコード長と埋め草(ホスト向けはEBCDICの空白)
           03  WK-FIX-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIX-PAD      PIC  X(001) VALUE SPACE.
           03  WK-X40          PIC  X(001) VALUE X"40".

      *    *** JSON Lines(DECODE11)で送るか・数値不正の有ったレコード数
           03  WK-JSON-SW      PIC  X(001) VALUE "N".
           03  WK-JSON-NG      BINARY-LONG SYNC VALUE ZERO.

      *    *** レコード編集バッファー
           03  WK-CNV-BUF      PIC  X(064000) VALUE SPACE.
           03  WK-SUM-BYTES    PIC  9(012) COMP VALUE ZERO.
           03  WK-SUM-BYTES-D  PIC  Z(011)9.

      *    *** SHA-256ダイジェスト(DECODE13 ストリーム4=転送ストリーム、
      *    *** "Y" の時だけ計算する)
           03  WK-SHA-SW       PIC  X(001) VALUE "N".
           03  WK-SHA-HEX      PIC  X(064) VALUE SPACE.
           03  WK-SHA-BYTES    PIC  9(012) COMP VALUE ZERO.

      *    *** コントロールトータル記録用(CTLBAL)
           03  WK-BAL-STEP     PIC  X(008) VALUE "OUTTAKE".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-HB-STEP      PIC  X(008) VALUE "OUTTAKE".

           COPY    CPDECODE05  REPLACING ==:##:== BY ==WDE05==.
           COPY    CPDECODE11  REPLACING ==:##:== BY ==WDE11==.

       LINKAGE                 SECTION.

       01  LI-TGT-FILENAME     PIC  X(256).

      *    *** 文字コード変換方向(DECODE05へ渡す。SPACE=変換しない)
      *    *** JSON Lines の時は文字項目の元の文字コード(SU/EU/SPACE)
       01  LI-HENKAN           PIC  X(002).

      *    *** レコード形式 C=CRLF, L=LF, R=RDW(4バイト長前置)
      *    *** F=固定長(区切り無し、LI-FIX-LEN桁に空白埋め・切詰め)
       01  LI-RECFORM          PIC  X(001).

      *    *** "Y"=BASE64包み(メールゲートウェイ向け、DECODE08)
       01  LI-B64-SW           PIC  X(001).

      *    *** LI-RECFORM="F" の時のレコード長
       01  LI-FIX-LEN          PIC  9(005).

      *    *** ホスト変換で素通しにするパック・バイナリ項目の
      *    *** レイアウト定義名(VALCHKの定義の形、省略・空白=無し)
       01  LI-LAYOUT-FILENAME  PIC  X(256).

      *    *** JSON Lines で送る時のレコード割付け定義名(FILEDUMPの
      *    *** 割付け定義の形、省略・空白=レコードのまま送る)
       01  LI-JSON-FILENAME    PIC  X(256).

      *    *** "Y"=SHA-256ダイジェストもマニフェストに残す(省略=しない)
       01  LI-SHA-SW           PIC  X(001).

       PROCEDURE   DIVISION    USING   LI-SRC-FILENAME
                                       LI-TGT-FILENAME
                                       LI-HENKAN
                                       LI-RECFORM
                                       LI-B64-SW
                                       OPTIONAL LI-FIX-LEN
                                       OPTIONAL LI-LAYOUT-FILENAME
                                       OPTIONAL LI-JSON-FILENAME
                                       OPTIONAL LI-SHA-SW
           .
       M100-10.

           MOVE    TRIM(LI-SRC-FILENAME) TO WK-PIN1-F-NAME
           MOVE    TRIM(LI-TGT-FILENAME) TO WK-TGT-F-NAME
           MOVE    LI-B64-SW   TO      WK-B64-SW
           MOVE    "N"         TO      WK-SHA-SW
           IF      NUMBER-OF-CALL-PARAMETERS >= 9
              AND  LI-SHA-SW   =       "Y"
                   MOVE    "Y"         TO      WK-SHA-SW
           END-IF

      *    *** OS対応パス名正規化(区切り文字と基準ディレクトリー)
           CALL    "PATHSVC"   USING   WK-PIN1-F-NAME
           CALL    "PATHSVC"   USING   WK-TGT-F-NAME

      *    *** 固定長はレコード長が要る(転送先を作る前に確かめる)
           MOVE    ZERO        TO      WK-FIX-LEN
           IF      LI-RECFORM  =       "F"
                   IF      NUMBER-OF-CALL-PARAMETERS >= 6
                      AND  LI-FIX-LEN  IS      NUMERIC
                           MOVE    LI-FIX-LEN  TO      WK-FIX-LEN
                   END-IF
                   IF      WK-FIX-LEN  =       ZERO
                      OR   WK-FIX-LEN  >       64000
                           DISPLAY WK-PGM-NAME
                                   " 固定長のレコード長誤り="
                                   WK-FIX-LEN
                           MOVE    16          TO      RETURN-CODE
                           GO      TO      M100-EX
                   END-IF
           END-IF
      *    *** JSON Lines は文字項目をUTF8で出すので元はSJIS・EUC・
      *    *** UTF8(変換無し)のどれか
           MOVE    "N"         TO      WK-JSON-SW
           IF      NUMBER-OF-CALL-PARAMETERS >= 8
              AND  LI-JSON-FILENAME NOT = SPACE
                   MOVE    "Y"         TO      WK-JSON-SW
                   IF      LI-HENKAN NOT = SPACE AND "NN" AND "SU"
                                         AND "EU"
                           DISPLAY WK-PGM-NAME
                                   " JSON変換方向誤り=" LI-HENKAN
                           MOVE    16          TO      RETURN-CODE
                           GO      TO      M100-EX
                   END-IF
           END-IF

           MOVE    SPACE       TO      WK-FIX-PAD
           IF      LI-HENKAN   =       "SH" OR "UH"
                   MOVE    WK-X40      TO      WK-FIX-PAD
           END-IF

           PERFORM S010-10     THRU    S010-EX

      *    *** 1レコードずつ編集して転送ストリームへ
      *    *** マニフェスト行と共通バランス記録
           PERFORM S910-10     THRU    S910-EX

      *    *** 完了フラグ(全て書き終えてから置く)
           PERFORM S920-10     THRU    S920-EX

           DISPLAY WK-PGM-NAME " 送出=" WK-REC-CNT
                   " バイト=" WK-OUT-BYTES
                   " SUM=" WK-SUM-HEX
           IF      WK-SHA-SW   =       "Y"
                   DISPLAY WK-PGM-NAME " SHA=" WK-SHA-HEX
           END-IF

      *    *** JSONで数値として読めずnullにした項目が有れば警告RC
      *    *** (完了フラグ失敗等の RC=8 は下げない)
           IF      WK-JSON-NG  >       ZERO
                   DISPLAY WK-PGM-NAME " JSON数値不正レコード="
                           WK-JSON-NG
                   IF      RETURN-CODE <       4
                           MOVE    4           TO      RETURN-CODE
                   END-IF
           END-IF

           DISPLAY WK-PGM-NAME " END"
           .
       M100-EX.
                   STOP    RUN
           END-IF

      *    *** 前回の完了フラグを先に消す(書きかけを着信と誤らせない)
           MOVE    SPACE       TO      WK-FLG-F-NAME
           STRING  TRIM (WK-TGT-F-NAME) DELIMITED BY SIZE
                   ".OK"       DELIMITED BY SIZE
                   INTO    WK-FLG-F-NAME
           END-STRING
           CALL    "CBL_DELETE_FILE" USING WK-FLG-F-NAME
                   RETURNING WK-DELETE-STATUS

           CALL    "CBL_CREATE_FILE" USING WK-TGT-F-NAME
                                           WK-T-ACCESS
                                           WK-T-DENY
           END-IF
           MOVE    ZERO        TO      WK-T-OFFSET

      *    *** JSON Lines の割付け定義(文字項目の変換もDECODE11が行う)
           IF      WK-JSON-SW  =       "Y"
                   MOVE    LI-HENKAN   TO      WDE11-HENKAN
                   MOVE    TRIM(LI-JSON-FILENAME) TO WDE11-LAYOUT
                   MOVE    "OPEN  "    TO      WDE11-ID
                   CALL    "DECODE11"  USING   WDE11-DECODE11-AREA
                                               PIN1-REC
                                               WK-CNV-BUF
           END-IF

      *    *** 文字コード変換テーブル(指定時のみ)
           IF      LI-HENKAN NOT =     SPACE
              AND  WK-JSON-SW  =       "N"
                   MOVE    LI-HENKAN   TO      WDE05-HENKAN
                   MOVE    SPACE       TO      WDE05-MODE
                   MOVE    SPACE       TO      WDE05-LAYOUT
                   IF      NUMBER-OF-CALL-PARAMETERS >= 7
                      AND  LI-LAYOUT-FILENAME NOT = SPACE
                           MOVE TRIM(LI-LAYOUT-FILENAME) TO WDE05-LAYOUT
                   END-IF
                   MOVE    "OPEN  "    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               PIN1-REC
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES
           IF      WK-SHA-SW   =       "Y"
                   CALL    "DECODE13"  USING   WK-SUM-ID
                                               WK-SUM-STREAM
                                               WK-OUT-BUF
                                               WK-SUM-LEN
                                               WK-SHA-HEX
                                               WK-SHA-BYTES
           END-IF
           .
       S010-EX.
           EXIT.
      *    *** 1レコードの編集(変換・レコード形式)と送出
       S100-10.

      *    *** JSON Lines は1レコードをJSON1行に組み立てる
      *    *** それ以外は文字コード変換(指定が無ければそのまま)
           IF      WK-JSON-SW  =       "Y"
                   PERFORM S110-10     THRU    S110-EX
           ELSE
                   PERFORM S120-10     THRU    S120-EX
           END-IF

      *    *** レコード形式の編集
                   MOVE    WK-CNV-BUF (1:WK-OUT-LEN) TO
                           WK-OUT-BUF (5:WK-OUT-LEN)
                   ADD     4           TO      WK-OUT-LEN
               WHEN "F"
      *    *** 固定長: 区切り無し。短ければ埋め草、長ければ切詰め
                   IF      WK-OUT-LEN  >       WK-FIX-LEN
                           DISPLAY WK-PGM-NAME " 固定長超過 REC="
                                   WK-REC-CNT " LEN=" WK-OUT-LEN
                           MOVE    WK-FIX-LEN  TO      WK-OUT-LEN
                   END-IF
                   IF      WK-OUT-LEN  >       ZERO
                           MOVE    WK-CNV-BUF (1:WK-OUT-LEN) TO
                                   WK-OUT-BUF (1:WK-OUT-LEN)
                   END-IF
                   IF      WK-OUT-LEN  <       WK-FIX-LEN
                           MOVE    SPACE       TO
                                   WK-OUT-BUF (WK-OUT-LEN + 1:
                                               WK-FIX-LEN - WK-OUT-LEN)
                           INSPECT WK-OUT-BUF (WK-OUT-LEN + 1:
                                               WK-FIX-LEN - WK-OUT-LEN)
                                   REPLACING ALL SPACE BY WK-FIX-PAD
                   END-IF
                   MOVE    WK-FIX-LEN  TO      WK-OUT-LEN
               WHEN "C"
                   MOVE    WK-CNV-BUF (1:WK-OUT-LEN) TO
                           WK-OUT-BUF (1:WK-OUT-LEN)
       S100-EX.
           EXIT.

      *    *** JSON Lines 1行の組立て(DECODE11)
       S110-10.

           MOVE    WK-PIN1-LEN TO      WDE11-BUF1-LEN
           MOVE    WK-REC-CNT  TO      WDE11-BUF1-CNT
           MOVE    "CHANGE"    TO      WDE11-ID
           CALL    "DECODE11"  USING   WDE11-DECODE11-AREA
                                       PIN1-REC (1:WK-PIN1-LEN)
                                       WK-CNV-BUF
      *    *** 器に入らないJSONは壊れた行になるので止める
           IF      WDE11-OVER-SW =     "Y"
                   DISPLAY WK-PGM-NAME " JSON OVER REC=" WK-REC-CNT
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      WDE11-NG-CNT >      ZERO
                   ADD     1           TO      WK-JSON-NG
           END-IF
           MOVE    WDE11-BUF2-LEN TO   WK-OUT-LEN
           .
       S110-EX.
           EXIT.

      *    *** 文字コード変換(指定が無ければそのまま)
       S120-10.

           IF      LI-HENKAN NOT =     SPACE
                   MOVE    WK-PIN1-LEN TO      WDE05-BUF1-LEN
                   MOVE    WK-REC-CNT  TO      WDE05-BUF1-CNT
                   MOVE    "CHANGE"    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               PIN1-REC
                                                 (1:WK-PIN1-LEN)
                                               WK-CNV-BUF
                   MOVE    WDE05-BUF2-LEN TO   WK-OUT-LEN
           ELSE
                   MOVE    PIN1-REC (1:WK-PIN1-LEN) TO
                           WK-CNV-BUF (1:WK-PIN1-LEN)
                   MOVE    WK-PIN1-LEN TO      WK-OUT-LEN
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** BASE64向けに貯める(3の倍数が揃った分だけ符号化して送出)
       S200-10.

                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES
           IF      WK-SHA-SW   =       "Y"
                   CALL    "DECODE13"  USING   WK-SUM-ID
                                               WK-SUM-STREAM
                                               WK-OUT-BUF (1:WK-OUT-LEN)
                                               WK-SUM-LEN
                                               WK-SHA-HEX
                                               WK-SHA-BYTES
           END-IF

           MOVE    WK-OUT-LEN  TO      WK-T-NBYTES
           CALL    "CBL_WRITE_FILE" USING WK-TFH
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES
           IF      WK-SHA-SW   =       "Y"
                   CALL    "DECODE13"  USING   WK-SUM-ID
                                               WK-SUM-STREAM
                                       WK-B64-OUT (1:WK-B64-OUT-LEN)
                                               WK-SUM-LEN
                                               WK-SHA-HEX
                                               WK-SHA-BYTES
           END-IF

           MOVE    WK-B64-OUT-LEN TO   WK-T-NBYTES
           CALL    "CBL_WRITE_FILE" USING WK-TFH
                                       WK-SUM-LEN
                                       WK-SUM-HEX
                                       WK-SUM-BYTES
           IF      WK-SHA-SW   =       "Y"
                   CALL    "DECODE13"  USING   WK-SUM-ID
                                               WK-SUM-STREAM
                                               WK-OUT-BUF
                                               WK-SUM-LEN
                                               WK-SHA-HEX
                                               WK-SHA-BYTES
           END-IF

           CALL    "CBL_CLOSE_FILE" USING WK-TFH
           CLOSE   PIN1-F

           IF      WK-JSON-SW  =       "Y"
                   MOVE    "CLOSE "    TO      WDE11-ID
                   CALL    "DECODE11"  USING   WDE11-DECODE11-AREA
                                               PIN1-REC
                                               WK-CNV-BUF
           END-IF
           IF      LI-HENKAN NOT =     SPACE
              AND  WK-JSON-SW  =       "N"
                   MOVE    "CLOSE "    TO      WDE05-ID
                   CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                               PIN1-REC
           EXIT.

      *    *** マニフェスト行(MAINJOBのSUM行と同じ書式)と共通バランス
      *    *** SHA-256指定の時は続けて SHA 行(ダイジェストはSUM行の
      *    *** SUM値と同じ43桁目から64桁)
       S910-10.

           OPEN    EXTEND      MAN-F
                           INTO    MAN-REC
                   END-STRING
                   WRITE   MAN-REC
                   IF      WK-SHA-SW   =       "Y"
                           MOVE    SPACES      TO      MAN-REC
                           STRING  "SHA  "     DELIMITED BY SIZE
                                   WK-TGT-F-NAME (1:32)
                                               DELIMITED BY SIZE
                                   " SHA="     DELIMITED BY SIZE
                                   WK-SHA-HEX  DELIMITED BY SIZE
                                   INTO    MAN-REC
                           END-STRING
                           WRITE   MAN-REC
                   END-IF
                   CLOSE   MAN-F
           ELSE
                   DISPLAY WK-PGM-NAME " MAN-F OPEN ERROR STATUS="
           .
       S910-EX.
           EXIT.

      *    *** 完了フラグ(転送先名.OK)の作成
      *    *** 受け手が突き合わせられる様に件数・バイト数・SUMを書く
       S920-10.

           OPEN    OUTPUT      FLG-F
           IF      WK-FLG-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " FLG-F OPEN ERROR STATUS="
                           WK-FLG-STATUS " (" TRIM (WK-FLG-F-NAME) ")"
                   MOVE    8           TO      RETURN-CODE
                   GO      TO      S920-EX
           END-IF

           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-BIZ-DATE
                                       WK-BIZ-STAT
           MOVE    SPACE       TO      FLG-REC
           MOVE    WK-BIZ-DATE TO      FLG-DATE
           MOVE    WK-REC-CNT  TO      FLG-CNT
           MOVE    WK-OUT-BYTES TO     FLG-BYTES
           MOVE    WK-SUM-HEX  TO      FLG-SUM
           MOVE    WK-TGT-F-NAME TO    FLG-FILE
           WRITE   FLG-REC
           CLOSE   FLG-F

           DISPLAY WK-PGM-NAME " 完了フラグ " TRIM (WK-FLG-F-NAME)
           .
       S920-EX.
           EXIT.
