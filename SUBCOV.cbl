      *    *** サブルーチン回帰試験の段落網羅率レポート
      *    *** SUBTEST の試験ケースで各サブルーチンのどの段落が実際に
      *    *** 通ったかを、実行時トレースと LISTING の DEF/REF 突合せ
      *    *** ファイル(POT1-F形式)の段落一覧とを突き合わせて集計し、
      *    *** プログラム別の網羅率と、一度も通らなかった段落を出す。
      *    *** ルーチンを直す前に、どこへケースを足すべきかを見る用。
      *    *** 手順
      *    ***   1. 対象サブルーチンを -ftrace 付きでコンパイルする
      *    ***      (SUBTEST 本体は通常のコンパイルでよい)
      *    ***   2. COB_SET_TRACE=Y、COB_TRACE_FILE=<トレース名> を
      *    ***      設定して SUBTEST を実行する
      *    ***   3. 同じサブルーチンを LISTINGB で通して DEF/REF 突合せ
      *    ***      ファイルを作る(複数本は追記でよい)
      *    ***   4. 本プログラムにトレース名・突合せファイル名・
      *    ***      レポート名を渡す
      *    *** トレースは既定の書式("Program-Id: xxx  Paragraph: yyy"
      *    *** 等)を読む。COB_TRACE_FORMAT は変えないこと。
      *    *** 段落は、突合せファイルの識別子のうち最初の記録が
      *    *** 手続き部(PROCEDURE)の定義であるもの(段落名・節名)。
      *    *** 同じプログラムが突合せファイルに2度有れば最初の分を使う。
      *    *** RETURN-CODE 0=正常, 4=一覧のプログラムがトレースに一度も
      *    ***             現れない(-ftrace 無しのコンパイル等)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SUBCOV.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** DEF/REF 突合せファイル(LISTINGが出力する)
       SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 実行時トレース(SUBTEST 実行時の COB_TRACE_FILE)
       SELECT TRC-F            ASSIGN   WK-TRC-F-NAME
                               STATUS   WK-TRC-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** LISTING の POT1-REC と同一レイアウト
       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC.
           03  PIN1-PGM-ID     PIC  X(015).
           03  PIN1-IDENT      PIC  X(032).
           03  PIN1-DEF-NO-X.
             05  PIN1-DEF-NO   PIC  9(006).
           03  PIN1-SECTION    PIC  X(015).
           03  PIN1-REF.
             05  PIN1-REF-NO   PIC  9(006).
             05  PIN1-DEFREF-ID PIC X(001).

       FD  TRC-F
           LABEL RECORDS ARE STANDARD.
       01  TRC-REC             PIC  X(256).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(100).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "SUBCOV".

           03  WK-PIN1-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.

           03  WK-TRC-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-TRC-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-TRC-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-TRC-CNT      BINARY-LONG SYNC VALUE ZERO.
      *    *** トレース中の段落通過の件数、うち一覧の段落に当たった件数
           03  WK-TRC-PARA-CNT BINARY-LONG SYNC VALUE ZERO.
           03  WK-TRC-HIT-CNT  BINARY-LONG SYNC VALUE ZERO.

           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 突合せファイルの識別子の切れ目判定
           03  WK-LAST-PGM     PIC  X(015) VALUE SPACE.
           03  WK-LAST-IDENT   PIC  X(032) VALUE SPACE.
      *    *** 2度目に現れたプログラムの分は読み飛ばす
           03  WK-SKIP-SW      PIC  X(001) VALUE "N".
           03  WK-DUP-CNT      BINARY-LONG SYNC VALUE ZERO.

      *    *** トレース1行の分解
           03  WK-T-KEY        PIC  X(016) VALUE SPACE.
           03  WK-T-PGM        PIC  X(032) VALUE SPACE.
           03  WK-T-KIND       PIC  X(016) VALUE SPACE.
           03  WK-T-NAME       PIC  X(032) VALUE SPACE.

      *    *** 直前に探したトレース上のプログラム(表番号、0=一覧外)
           03  WK-CUR-PGM      PIC  X(015) VALUE SPACE.
           03  WK-CUR-P        BINARY-LONG SYNC VALUE ZERO.

           03  WK-PARA-TOTAL   BINARY-LONG SYNC VALUE ZERO.
           03  WK-EXEC-TOTAL   BINARY-LONG SYNC VALUE ZERO.
           03  WK-UNEXEC-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-NOTRC-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-PCT          PIC  9(003)V9 VALUE ZERO.
           03  WK-PCT-D        PIC  ZZ9.9.
           03  WK-N-D          PIC  ZZZZZ9.
           03  WK-LINE-D       PIC  ZZZZZ9.
           03  WK-HIT-D        PIC  ZZZZZZZZ9.

      *    *** プログラム一覧(段落表の範囲と集計)
       01  TBL-PGM-AREA.
           03  TBL-PGM-ENT     OCCURS 300.
             05  TBL-PGM-ID    PIC  X(015).
             05  TBL-PGM-FROM  BINARY-LONG SYNC.
             05  TBL-PGM-TO    BINARY-LONG SYNC.
             05  TBL-PGM-EXEC  BINARY-LONG SYNC.
             05  TBL-PGM-TRC   BINARY-LONG SYNC.
       01  TBL-PGM-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** 段落一覧(プログラムごとに連続して並ぶ)
       01  TBL-PAR-AREA.
           03  TBL-PAR-ENT     OCCURS 20000.
             05  TBL-PAR-NAME  PIC  X(032).
             05  TBL-PAR-LINE  BINARY-LONG SYNC.
             05  TBL-PAR-HIT   BINARY-LONG SYNC.
       01  TBL-PAR-CNT         BINARY-LONG SYNC VALUE ZERO.

      *    *** トレースに現れたが一覧に無いプログラム
       01  TBL-UNK-AREA.
           03  TBL-UNK-ENT     OCCURS 50.
             05  TBL-UNK-ID    PIC  X(015).
       01  TBL-UNK-CNT         BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** 実行時トレースファイル名
       01  LI-TRC-FILENAME     PIC  X(256).

      *    *** DEF/REF 突合せファイル名
       01  LI-DEFREF-FILENAME  PIC  X(256).

      *    *** レポートファイル名
       01  LI-RPT-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-TRC-FILENAME
                                       LI-DEFREF-FILENAME
                                       LI-RPT-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    TRIM(LI-TRC-FILENAME)    TO WK-TRC-F-NAME
           MOVE    TRIM(LI-DEFREF-FILENAME) TO WK-PIN1-F-NAME
           MOVE    TRIM(LI-RPT-FILENAME)    TO WK-RPT-F-NAME
           MOVE    ZERO        TO      TBL-PGM-CNT
                                       TBL-PAR-CNT
                                       TBL-UNK-CNT

           PERFORM S010-10     THRU    S010-EX

      *    *** 段落一覧の作成
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           PERFORM S020-10     THRU    S020-EX
           PERFORM UNTIL WK-PIN1-EOF   =       HIGH-VALUE
                   PERFORM S100-10     THRU    S100-EX
                   PERFORM S020-10     THRU    S020-EX
           END-PERFORM
           CLOSE   PIN1-F

      *    *** トレースの段落通過を突き合わせる
           MOVE    LOW-VALUE   TO      WK-TRC-EOF
           PERFORM S030-10     THRU    S030-EX
           PERFORM UNTIL WK-TRC-EOF    =       HIGH-VALUE
                   PERFORM S200-10     THRU    S200-EX
                   PERFORM S030-10     THRU    S030-EX
           END-PERFORM
           CLOSE   TRC-F

           PERFORM S700-10     THRU    S700-EX
           PERFORM S750-10     THRU    S750-EX
           PERFORM S760-10     THRU    S760-EX

           PERFORM S900-10     THRU    S900-EX

           DISPLAY WK-PGM-NAME " プログラム=" TBL-PGM-CNT
                   " 段落=" WK-PARA-TOTAL
                   " 通過=" WK-EXEC-TOTAL
                   " 未通過=" WK-UNEXEC-CNT
                   " トレース行=" WK-TRC-CNT
           IF      WK-DUP-CNT  >       ZERO
                   DISPLAY WK-PGM-NAME " 突合せファイル重複="
                           WK-DUP-CNT " (最初の分を使用)"
           END-IF
           DISPLAY WK-PGM-NAME " END"

           IF      WK-NOTRC-CNT >      ZERO
                   DISPLAY WK-PGM-NAME " トレース無し="
                           WK-NOTRC-CNT
                           " (-ftrace 付きか確認)"
                   MOVE    4           TO      RETURN-CODE
           END-IF
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** OPEN
       S010-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   STOP    RUN
           END-IF

           OPEN    INPUT       TRC-F
           IF      WK-TRC-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " TRC-F OPEN ERROR STATUS="
                           WK-TRC-STATUS
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "SUBTEST PARAGRAPH COVERAGE"
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

           MOVE    "PROGRAM-ID       PARAS   EXEC UNEXEC COVER%"
                               TO      RPT-REC
           MOVE    "    PASSES"  TO    RPT-REC (44:)
           PERFORM S991-10     THRU    S991-EX
           .
       S010-EX.
           EXIT.

      *    *** READ PIN1
       S020-10.
           READ    PIN1-F

           IF      WK-PIN1-STATUS =    ZERO
                   ADD     1           TO      WK-PIN1-CNT
           ELSE
               IF  WK-PIN1-STATUS =    10
                   MOVE    HIGH-VALUE  TO      WK-PIN1-EOF
               ELSE
                   DISPLAY WK-PGM-NAME " PIN1-F READ ERROR STATUS="
                           WK-PIN1-STATUS
                   STOP    RUN
               END-IF
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** READ TRC
       S030-10.
           READ    TRC-F

           IF      WK-TRC-STATUS =     ZERO
                   ADD     1           TO      WK-TRC-CNT
           ELSE
               IF  WK-TRC-STATUS =     10
                   MOVE    HIGH-VALUE  TO      WK-TRC-EOF
               ELSE
                   DISPLAY WK-PGM-NAME " TRC-F READ ERROR STATUS="
                           WK-TRC-STATUS
                   STOP    RUN
               END-IF
           END-IF
           .
       S030-EX.
           EXIT.

      *    *** 突合せ1レコード(識別子の最初の記録だけを見る)
       S100-10.

           IF      PIN1-PGM-ID NOT =   WK-LAST-PGM
                   MOVE    PIN1-PGM-ID TO      WK-LAST-PGM
                   MOVE    SPACE       TO      WK-LAST-IDENT
                   PERFORM S110-10     THRU    S110-EX
           END-IF
           IF      WK-SKIP-SW  =       "Y"
                   GO      TO      S100-EX
           END-IF

           IF      UPPER-CASE (PIN1-IDENT) = WK-LAST-IDENT
                   GO      TO      S100-EX
           END-IF
           MOVE    UPPER-CASE (PIN1-IDENT) TO WK-LAST-IDENT

      *    *** 手続き部での定義(参照行の無い記録)が段落・節
           IF      PIN1-SECTION NOT =  "PROCEDURE"
              OR   PIN1-REF    NOT =   SPACE
              OR   PIN1-DEF-NO-X =     SPACE
                   GO      TO      S100-EX
           END-IF

           IF      TBL-PAR-CNT >=      20000
                   DISPLAY WK-PGM-NAME " 段落表あふれ "
                           TRIM(PIN1-PGM-ID) " " TRIM(PIN1-IDENT)
                   GO      TO      S100-EX
           END-IF

           ADD     1           TO      TBL-PAR-CNT
           MOVE    WK-LAST-IDENT TO    TBL-PAR-NAME (TBL-PAR-CNT)
           MOVE    PIN1-DEF-NO TO      TBL-PAR-LINE (TBL-PAR-CNT)
           MOVE    ZERO        TO      TBL-PAR-HIT  (TBL-PAR-CNT)
           MOVE    TBL-PAR-CNT TO      TBL-PGM-TO   (TBL-PGM-CNT)
           .
       S100-EX.
           EXIT.

      *    *** プログラムの切れ目(一覧へ登録、既出なら読み飛ばし)
       S110-10.

           MOVE    "N"         TO      WK-SKIP-SW
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-PGM-CNT
                   IF      TBL-PGM-ID (I) = UPPER-CASE (PIN1-PGM-ID)
                           MOVE    "Y"         TO      WK-SKIP-SW
                   END-IF
           END-PERFORM
           IF      WK-SKIP-SW  =       "Y"
                   ADD     1           TO      WK-DUP-CNT
                   GO      TO      S110-EX
           END-IF

           IF      TBL-PGM-CNT >=      300
                   DISPLAY WK-PGM-NAME " プログラム表あふれ "
                           TRIM(PIN1-PGM-ID)
                   MOVE    "Y"         TO      WK-SKIP-SW
                   GO      TO      S110-EX
           END-IF

           ADD     1           TO      TBL-PGM-CNT
           MOVE    UPPER-CASE (PIN1-PGM-ID) TO
                                       TBL-PGM-ID (TBL-PGM-CNT)
           COMPUTE TBL-PGM-FROM (TBL-PGM-CNT) = TBL-PAR-CNT + 1
           MOVE    TBL-PAR-CNT TO      TBL-PGM-TO   (TBL-PGM-CNT)
           MOVE    ZERO        TO      TBL-PGM-EXEC (TBL-PGM-CNT)
                                       TBL-PGM-TRC  (TBL-PGM-CNT)
           .
       S110-EX.
           EXIT.

      *    *** トレース1行(段落・節の通過だけを数える)
       S200-10.

           MOVE    SPACE       TO      WK-T-KEY
                                       WK-T-PGM
                                       WK-T-KIND
                                       WK-T-NAME
           UNSTRING TRC-REC    DELIMITED BY ALL SPACE
                   INTO    WK-T-KEY
                           WK-T-PGM
                           WK-T-KIND
                           WK-T-NAME
           END-UNSTRING

           IF      WK-T-KEY    NOT =   "Program-Id:"
                   GO      TO      S200-EX
           END-IF
           IF      WK-T-KIND   NOT =   "Paragraph:"
              AND  WK-T-KIND   NOT =   "Section:"
                   GO      TO      S200-EX
           END-IF
           ADD     1           TO      WK-TRC-PARA-CNT

           IF      UPPER-CASE (WK-T-PGM) NOT = WK-CUR-PGM
                   MOVE    UPPER-CASE (WK-T-PGM) TO WK-CUR-PGM
                   PERFORM S210-10     THRU    S210-EX
           END-IF
           IF      WK-CUR-P    =       ZERO
                   GO      TO      S200-EX
           END-IF

           ADD     1           TO      TBL-PGM-TRC (WK-CUR-P)
           MOVE    ZERO        TO      K
           PERFORM VARYING J FROM TBL-PGM-FROM (WK-CUR-P) BY 1
                   UNTIL J > TBL-PGM-TO (WK-CUR-P)
                      OR K > ZERO
                   IF      TBL-PAR-NAME (J) = UPPER-CASE (WK-T-NAME)
                           MOVE    J           TO      K
                   END-IF
           END-PERFORM
           IF      K           =       ZERO
                   GO      TO      S200-EX
           END-IF

           ADD     1           TO      WK-TRC-HIT-CNT
           IF      TBL-PAR-HIT (K) =   ZERO
                   ADD     1           TO      TBL-PGM-EXEC (WK-CUR-P)
           END-IF
           ADD     1           TO      TBL-PAR-HIT (K)
           .
       S200-EX.
           EXIT.

      *    *** トレース上のプログラムを一覧から探す(無ければ一覧外に記録)
       S210-10.

           MOVE    ZERO        TO      WK-CUR-P
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-PGM-CNT
                      OR WK-CUR-P > ZERO
                   IF      TBL-PGM-ID (I) =    WK-CUR-PGM
                           MOVE    I           TO      WK-CUR-P
                   END-IF
           END-PERFORM
           IF      WK-CUR-P    >       ZERO
                   GO      TO      S210-EX
           END-IF

           MOVE    ZERO        TO      K
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-UNK-CNT
                      OR K > ZERO
                   IF      TBL-UNK-ID (I) =    WK-CUR-PGM
                           MOVE    I           TO      K
                   END-IF
           END-PERFORM
           IF      K           =       ZERO
              AND  TBL-UNK-CNT <       50
                   ADD     1           TO      TBL-UNK-CNT
                   MOVE    TBL-UNK-CNT TO      K
                   MOVE    WK-CUR-PGM  TO      TBL-UNK-ID (K)
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** プログラム別の網羅率
       S700-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-PGM-CNT
                   COMPUTE J = TBL-PGM-TO (I) - TBL-PGM-FROM (I) + 1
                   ADD     J           TO      WK-PARA-TOTAL
                   ADD     TBL-PGM-EXEC (I) TO WK-EXEC-TOTAL
                   IF      TBL-PGM-TRC (I) =   ZERO
                           ADD     1           TO      WK-NOTRC-CNT
                   END-IF

                   MOVE    SPACES      TO      RPT-REC
                   MOVE    TBL-PGM-ID (I) TO   RPT-REC (1:15)
                   MOVE    J           TO      WK-N-D
                   MOVE    WK-N-D      TO      RPT-REC (17:6)
                   MOVE    TBL-PGM-EXEC (I) TO WK-N-D
                   MOVE    WK-N-D      TO      RPT-REC (24:6)
                   COMPUTE K = J - TBL-PGM-EXEC (I)
                   MOVE    K           TO      WK-N-D
                   MOVE    WK-N-D      TO      RPT-REC (31:6)
                   IF      J           >       ZERO
                           COMPUTE WK-PCT ROUNDED =
                                   TBL-PGM-EXEC (I) * 100 / J
                           MOVE    WK-PCT      TO      WK-PCT-D
                           MOVE    WK-PCT-D    TO      RPT-REC (38:5)
                   ELSE
                           MOVE    "  ---"     TO      RPT-REC (38:5)
                   END-IF
                   MOVE    TBL-PGM-TRC (I) TO  WK-HIT-D
                   MOVE    WK-HIT-D    TO      RPT-REC (44:9)
                   IF      TBL-PGM-TRC (I) =   ZERO
                           MOVE    "NOT TRACED" TO     RPT-REC (55:)
                   END-IF
                   PERFORM S990-10     THRU    S990-EX
           END-PERFORM

           MOVE    SPACES      TO      RPT-REC
           MOVE    "TOTAL"     TO      RPT-REC (1:15)
           MOVE    WK-PARA-TOTAL TO    WK-N-D
           MOVE    WK-N-D      TO      RPT-REC (17:6)
           MOVE    WK-EXEC-TOTAL TO    WK-N-D
           MOVE    WK-N-D      TO      RPT-REC (24:6)
           COMPUTE K = WK-PARA-TOTAL - WK-EXEC-TOTAL
           MOVE    K           TO      WK-N-D
           MOVE    WK-N-D      TO      RPT-REC (31:6)
           IF      WK-PARA-TOTAL >     ZERO
                   COMPUTE WK-PCT ROUNDED =
                           WK-EXEC-TOTAL * 100 / WK-PARA-TOTAL
                   MOVE    WK-PCT      TO      WK-PCT-D
                   MOVE    WK-PCT-D    TO      RPT-REC (38:5)
           END-IF
           MOVE    WK-TRC-HIT-CNT TO   WK-HIT-D
           MOVE    WK-HIT-D    TO      RPT-REC (44:9)
           PERFORM S990-10     THRU    S990-EX
           .
       S700-EX.
           EXIT.

      *    *** 一度も通らなかった段落(プログラム・段落名の順)
       S750-10.

           MOVE    "PAGE  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    "NEVER EXECUTED PARAGRAPHS" TO RPT-REC
           PERFORM S991-10     THRU    S991-EX
           MOVE    "PROGRAM-ID      PARAGRAPH                          "
                               TO      RPT-REC
           MOVE    "  LINE"    TO      RPT-REC (50:)
           PERFORM S991-10     THRU    S991-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-PGM-CNT
                   PERFORM VARYING J FROM TBL-PGM-FROM (I) BY 1
                           UNTIL J > TBL-PGM-TO (I)
                           IF      TBL-PAR-HIT (J) =   ZERO
                                   PERFORM S755-10 THRU S755-EX
                           END-IF
                   END-PERFORM
           END-PERFORM

           IF      WK-UNEXEC-CNT =     ZERO
                   MOVE    "(NONE)"    TO      RPT-REC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S750-EX.
           EXIT.

      *    *** 未通過段落1行
       S755-10.

           ADD     1           TO      WK-UNEXEC-CNT
           MOVE    SPACES      TO      RPT-REC
           MOVE    TBL-PGM-ID (I) TO   RPT-REC (1:15)
           MOVE    TBL-PAR-NAME (J) TO RPT-REC (17:32)
           MOVE    TBL-PAR-LINE (J) TO WK-LINE-D
           MOVE    WK-LINE-D   TO      RPT-REC (50:6)
           PERFORM S990-10     THRU    S990-EX
           .
       S755-EX.
           EXIT.

      *    *** トレースに現れたが段落一覧に無いプログラム
       S760-10.

           IF      TBL-UNK-CNT =       ZERO
                   GO      TO      S760-EX
           END-IF

           MOVE    SPACES      TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX
           MOVE    "TRACED BUT NOT IN DEF/REF FILE" TO RPT-REC
           PERFORM S990-10     THRU    S990-EX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-UNK-CNT
                   MOVE    SPACES      TO      RPT-REC
                   MOVE    TBL-UNK-ID (I) TO   RPT-REC (1:15)
                   PERFORM S990-10     THRU    S990-EX
           END-PERFORM
           .
       S760-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           .
       S900-EX.
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
