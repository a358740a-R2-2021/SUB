      *    *** 突き合わせ、ケースごとの PASS/FAIL と集計を表示する。
      *    *** 1件でもFAILが有れば RETURN-CODE を非ゼロで返すため、
      *    *** ライブラリー変更を本番データに当てる前に数分で検証できる
      *    *** 試験ケースがどの段落を通ったか(網羅率)は SUBCOV で見る
      *    *** 種別: DATETIME / DATEWEEK-A,R,N,B,C / DECODE02D,02E /
      *    ***       DECODE03 / DECODE04 / DECODE05 / DECODE06 /
      *    ***       DECODE07 / DECODE08E,08D / DECODE09 / DECODE13 /
      *    ***       COBRND / LOGERR / CHKDGT-C,V / WAREKI /
      *    ***       SETLDT(共通カレンダー CALGEN.CAL を使う)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SUBTEST.

           03  WK-SUM-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SUM-HEX      PIC  X(008) VALUE SPACE.
           03  WK-SUM-BYTES    PIC  9(012) COMP VALUE ZERO.
           03  WK-SHA-HEX      PIC  X(064) VALUE SPACE.

      *    *** DECODE04 切り出し試験用(";"をCRLFに置いたバッファを
      *    *** FIRST/COND/READ/ENDの流れで回し、取れたレコードを"|"で
           03  WDE06-PIN1-NAME PIC  X(032).
           03  WDE06-TBLCNT    PIC  9(006).

      *    *** CHKDGT 呼び出し域
           COPY    CPCHKDGT    REPLACING ==:##:== BY ==WCD==.

      *    *** WAREKI 呼び出し域
           COPY    CPWAREKI    REPLACING ==:##:== BY ==WWA==.

      *    *** SETLDT 呼び出し域
           COPY    CPSETLDT    REPLACING ==:##:== BY ==WSD==.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
                   PERFORM S370-10     THRU    S370-EX
               WHEN "DECODE09"
                   PERFORM S380-10     THRU    S380-EX
               WHEN "DECODE13"
                   PERFORM S390-10     THRU    S390-EX
               WHEN "COBRND"
                   PERFORM S400-10     THRU    S400-EX
               WHEN "LOGERR"
                   PERFORM S410-10     THRU    S410-EX
               WHEN "CHKDGT-C"
               WHEN "CHKDGT-V"
                   PERFORM S420-10     THRU    S420-EX
               WHEN "WAREKI"
                   PERFORM S430-10     THRU    S430-EX
               WHEN "SETLDT"
                   PERFORM S440-10     THRU    S440-EX
               WHEN OTHER
                   MOVE    "UNKNOWN TYPE" TO   WK-ACTUAL
           END-EVALUATE

           MOVE    CASE-IN (1:2) TO    WDE05-HENKAN
           MOVE    SPACE       TO      WDE05-MODE
           MOVE    SPACE       TO      WDE05-LAYOUT
           MOVE    "OPEN  "    TO      WDE05-ID
           CALL    "DECODE05"  USING   WDE05-DECODE05-AREA
                                       CASE-IN
       S380-EX.
           EXIT.

      *    *** DECODE13 ダイジェスト(入力バイト => 16進64桁)。
      *    *** 端数ブロックの持ち越しも通す様に1バイトずつ加算する
       S390-10.

           MOVE    "S"         TO      WK-SUM-ID
           MOVE    ZERO        TO      WK-SUM-LEN
           CALL    "DECODE13"  USING   WK-SUM-ID
                                       WK-SUM-STREAM
                                       CASE-IN
                                       WK-SUM-LEN
                                       WK-SHA-HEX
                                       WK-SUM-BYTES
           MOVE    "A"         TO      WK-SUM-ID
           MOVE    1           TO      WK-SUM-LEN
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-IN-LEN
                   CALL    "DECODE13"  USING   WK-SUM-ID
                                               WK-SUM-STREAM
                                               CASE-IN (I:1)
                                               WK-SUM-LEN
                                               WK-SHA-HEX
                                               WK-SUM-BYTES
           END-PERFORM
           MOVE    "E"         TO      WK-SUM-ID
           MOVE    ZERO        TO      WK-SUM-LEN
           CALL    "DECODE13"  USING   WK-SUM-ID
                                       WK-SUM-STREAM
                                       CASE-IN
                                       WK-SUM-LEN
                                       WK-SHA-HEX
                                       WK-SUM-BYTES
           MOVE    WK-SHA-HEX  TO      WK-ACTUAL (1:64)
           .
       S390-EX.
           EXIT.

      *    *** COBRND 疎通(STR=>RND=>END、候補マスタの有る環境で使う)
       S400-10.

           .
       S410-EX.
           EXIT.

      *    *** CHKDGT 入力"方式 番号"
      *    ***   C: 番号の検査数字の桁を計算して入れた番号
      *    ***   V: 検証結果(OK/N=不一致/E=不正)
       S420-10.

           MOVE    SPACE       TO      WCD-SCHEME
                                       WCD-NUM
           UNSTRING CASE-IN DELIMITED BY ALL " "
                   INTO    WCD-SCHEME
                           WCD-NUM
           END-UNSTRING
           MOVE    ZERO        TO      WCD-LEN
           INSPECT WCD-NUM TALLYING WCD-LEN FOR CHARACTERS
                   BEFORE INITIAL " "
           MOVE    CASE-TYPE (8:1) TO  WCD-ID
           CALL    "CHKDGT"    USING   WCD-CHKDGT-AREA

           IF      WCD-ID      =       "C"
              AND  WCD-STAT    =       SPACE
                   MOVE    WCD-NUM     TO      WK-ACTUAL
           ELSE
                   IF      WCD-STAT    =       SPACE
                           MOVE    "OK"        TO      WK-ACTUAL
                   ELSE
                           MOVE    WCD-STAT    TO      WK-ACTUAL
                   END-IF
           END-IF
           .
       S420-EX.
           EXIT.

      *    *** WAREKI 入力は和暦の日付(40桁)
      *    ***   YYYYMMDD、または不良の区分(E=形不正/D=実在しない/
      *    ***   B=元号の期間外)
       S430-10.

           MOVE    CASE-IN (1:40) TO   WWA-IN
           CALL    "WAREKI"    USING   WWA-WAREKI-AREA
           IF      WWA-STAT    =       SPACE
                   MOVE    WWA-YMD     TO      WK-ACTUAL
           ELSE
                   MOVE    WWA-STAT    TO      WK-ACTUAL
           END-IF
           .
       S430-EX.
           EXIT.

      *    *** SETLDT 入力"規約 基準日 オフセット 日"
      *    ***   (オフセットは符号付き4桁 例 +0002、日は2桁)
      *    ***   "調整後の日付 送った理由"、または結果の区分
       S440-10.

           MOVE    SPACE       TO      WK-ACTUAL
           MOVE    CASE-IN (1:4) TO    WSD-CONV
           MOVE    CASE-IN (6:8) TO    WSD-BASE
           MOVE    ZERO        TO      WSD-OFFSET
           IF      CASE-IN (16:4) IS NUMERIC
                   MOVE    CASE-IN (16:4) TO   WSD-OFFSET
                   IF      CASE-IN (15:1) =    "-"
                           COMPUTE WSD-OFFSET = ZERO - WSD-OFFSET
                   END-IF
           END-IF
           MOVE    CASE-IN (21:2) TO   WSD-DAY
           CALL    "SETLDT"    USING   WSD-SETLDT-AREA
           IF      WSD-STAT    =       SPACE
                   MOVE    WSD-RESULT  TO      WK-ACTUAL (1:8)
                   MOVE    WSD-ROLL    TO      WK-ACTUAL (10:1)
           ELSE
                   MOVE    WSD-STAT    TO      WK-ACTUAL
           END-IF
           .
       S440-EX.
           EXIT.
