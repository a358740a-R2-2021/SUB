      *    *** 起動引数:
      *    ***   PACK <マニフェスト> <アーカイブ>
      *    ***   UNPK <アーカイブ> <メンバー名|*> [取り出し先接頭語]
      *    ***   PURG <アーカイブ一覧> <保持日数>
      *    ***        一覧(1行1本)のアーカイブのうち、先頭見出しの夜の
      *    ***        日付が保持日数より古い物を消す。法的保全(LEGHOLD)
      *    ***        の掛かった物は消さずに保全IDと理由を表示する
      *    *** 形式: 80バイト見出し("NIGHTCAP1"/"MEM "/"END ")の間に
      *    ***       メンバーの生バイトを長さぶんだけ挟む
       IDENTIFICATION          DIVISION.
                               STATUS   WK-MAN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 整理対象アーカイブ一覧(PURG)
       SELECT LST-F            ASSIGN   WK-LST-F-NAME
                               STATUS   WK-LST-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           LABEL RECORDS ARE STANDARD.
       01  MAN-REC             PIC  X(120).

       FD  LST-F
           LABEL RECORDS ARE STANDARD.
       01  LST-REC             PIC  X(256).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-MAN-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-MAN-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-MAN-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-LST-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-LST-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-LST-EOF      PIC  X(001) VALUE LOW-VALUE.

      *    *** 起動引数
           03  WK-CMDLINE      PIC  X(256) VALUE SPACE.
             05  FILLER        PIC  X(024).

           03  WK-TODAY        PIC  9(008) VALUE ZERO.

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-MEM-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OK-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SUM-HEX      PIC  X(008) VALUE SPACE.
           03  WK-SUM-BYTES    PIC  9(012) COMP VALUE ZERO.

      *    *** 整理(PURG)用
           03  WK-DAYS         BINARY-LONG SYNC VALUE ZERO.
           03  WK-CUTOFF       PIC  9(008) VALUE ZERO.
           03  WK-NIGHT        PIC  9(008) VALUE ZERO.
           03  WK-DELETE-STATUS BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-HOLD-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** 操作者認可(OPAUTH)
           03  WK-AUTH-FUNC    PIC  X(008) VALUE SPACE.
           03  WK-AUTH-USER    PIC  X(016) VALUE SPACE.
           03  WK-AUTH-RESULT  PIC  X(001) VALUE SPACE.

      *    *** 法的保全照会(LEGHOLD)用
           03  WK-HOLD-ID      PIC  X(001) VALUE "C".
           03  WK-HOLD-HID     PIC  X(008) VALUE SPACE.
           03  WK-HOLD-REASON  PIC  X(040) VALUE SPACE.
           03  WK-HOLD-RESULT  PIC  X(001) VALUE SPACE.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==ADW==.

      *    *** 転送バッファー
       01  WK-BUF              PIC  X(1048576) VALUE SPACE.

                   PERFORM S100-10     THRU    S100-EX
               WHEN "UNPK"
                   PERFORM S200-10     THRU    S200-EX
               WHEN "PURG"
                   PERFORM S300-10     THRU    S300-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME
                           " PACK manifest archive"
                   DISPLAY WK-PGM-NAME
                           " UNPK archive member prefix"
                   DISPLAY WK-PGM-NAME
                           " PURG archive-list days"
                   MOVE    16          TO      RETURN-CODE
           END-EVALUATE

           MOVE    ZERO        TO      WK-A-OFFSET

      *    *** 先頭見出し
           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-TODAY
                                       WK-BIZ-STAT
           MOVE    SPACES      TO      WK-HDR
           MOVE    "CAP1"      TO      WK-HDR-TYPE
           MOVE    "NIGHTCAP"  TO      WK-HDR-NAME
       S210-EX.
           EXIT.

      *    *** PURG: 保持日数を過ぎたアーカイブの削除(保全中は残す)
       S300-10.

           MOVE    WK-ARG2     TO      WK-LST-F-NAME
           IF      WK-LST-F-NAME = SPACE
              OR   TRIM (WK-ARG3) IS NOT NUMERIC
                   DISPLAY WK-PGM-NAME " PURG 引数不足"
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      S300-EX
           END-IF
           MOVE    NUMVAL (WK-ARG3) TO WK-DAYS
           IF      WK-DAYS     <=      ZERO
                   DISPLAY WK-PGM-NAME " PURG 保持日数は1以上"
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      S300-EX
           END-IF

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
                   GO      TO      S300-EX
           END-IF

      *    *** 期限日付(業務日付から保持日数を引く)
           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-TODAY
                                       WK-BIZ-STAT
           MOVE    WK-TODAY    TO      ADW-DATE2-YMD
           MOVE    "A"         TO      ADW-DATE2-ID
           CALL    "DATEWEEK"  USING   ADW-DATEWEEK-AREA
           SUBTRACT WK-DAYS    FROM    ADW-NISUU
           MOVE    "R"         TO      ADW-DATE2-ID
           CALL    "DATEWEEK"  USING   ADW-DATEWEEK-AREA
           MOVE    ADW-DATE2-YMD TO    WK-CUTOFF

           OPEN    INPUT       LST-F
           IF      WK-LST-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " LST-F OPEN ERROR STATUS="
                           WK-LST-STATUS
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      S300-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-LST-EOF
           PERFORM UNTIL WK-LST-EOF    =       HIGH-VALUE
                   MOVE    SPACE       TO      LST-REC
                   READ    LST-F
                   IF      WK-LST-STATUS =     ZERO
                           IF      LST-REC NOT = SPACE
                              AND  LST-REC (1:1) NOT = "#"
                                   PERFORM S310-10 THRU S310-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-LST-EOF
                   END-IF
           END-PERFORM
           CLOSE   LST-F

           DISPLAY WK-PGM-NAME " 削除=" WK-DEL-CNT
                   " 保全=" WK-HOLD-CNT
                   " 期限=" WK-CUTOFF
           IF      WK-NG-CNT   >       ZERO
                   MOVE    4           TO      RETURN-CODE
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** アーカイブ1本(夜の日付を見出しから取り、期限と保全を見る)
       S310-10.

           MOVE    TRIM (LST-REC) TO   WK-ARC-NAME
           CALL    "PATHSVC"   USING   WK-ARC-NAME
           CALL    "CBL_OPEN_FILE" USING WK-ARC-NAME
                                         WK-R-ACCESS
                                         WK-DENY
                                         WK-DEVICE
                                         WK-AFH
           IF      RETURN-CODE NOT =   ZERO
                   ADD     1           TO      WK-NG-CNT
                   DISPLAY WK-PGM-NAME " 読めない: "
                           TRIM (WK-ARC-NAME)
                   MOVE    ZERO        TO      RETURN-CODE
                   GO      TO      S310-EX
           END-IF
           MOVE    ZERO        TO      WK-A-OFFSET
           PERFORM S910-10     THRU    S910-EX
           CALL    "CBL_CLOSE_FILE" USING WK-AFH
           IF      WK-HDR-TYPE NOT =   "CAP1"
              OR   WK-HDR-LEN (5:8) IS NOT NUMERIC
                   ADD     1           TO      WK-NG-CNT
                   DISPLAY WK-PGM-NAME " 形式が違う: "
                           TRIM (WK-ARC-NAME)
                   GO      TO      S310-EX
           END-IF
           MOVE    WK-HDR-LEN (5:8) TO WK-NIGHT
           IF      WK-NIGHT    >=      WK-CUTOFF
                   GO      TO      S310-EX
           END-IF

           CALL    "LEGHOLD"   USING   WK-HOLD-ID
                                       WK-ARC-NAME
                                       WK-NIGHT
                                       WK-HOLD-HID
                                       WK-HOLD-REASON
                                       WK-HOLD-RESULT
           IF      WK-HOLD-RESULT =    "Y"
                   ADD     1           TO      WK-HOLD-CNT
                   DISPLAY WK-PGM-NAME " 保全のため残す "
                           TRIM (WK-ARC-NAME)
                   DISPLAY WK-PGM-NAME "   HOLD=" WK-HOLD-HID
                           " " TRIM (WK-HOLD-REASON)
                   GO      TO      S310-EX
           END-IF

           CALL    "CBL_DELETE_FILE" USING WK-ARC-NAME
                   RETURNING WK-DELETE-STATUS
           IF      WK-DELETE-STATUS NOT = ZERO
                   ADD     1           TO      WK-NG-CNT
                   DISPLAY WK-PGM-NAME " DELETE WARNING STATUS="
                           WK-DELETE-STATUS " " TRIM (WK-ARC-NAME)
           ELSE
                   ADD     1           TO      WK-DEL-CNT
                   DISPLAY WK-PGM-NAME " 削除 " TRIM (WK-ARC-NAME)
                           " NIGHT=" WK-NIGHT
           END-IF
           .
       S310-EX.
           EXIT.

      *    *** 見出し(80バイト)の書き出し
       S900-10.

