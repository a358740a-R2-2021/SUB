      *    *** 差分(デルタ)抽出プログラム
      *    *** キー順のマスターの当日世代と前世代(GENNAMEの相対1世代前)
      *    *** をキーで突き合わせ、追加・変更・削除になったレコードだけを
      *    *** 機械で読める差分ファイルへ書く(配信先へは全件でなく差分を
      *    *** 送る)。FILECMPのキー突合せは人が読む報告、こちらは
      *    *** 差分ファイルを作る。
      *    *** 差分1行= 区分(1) マスターの原文
      *    ***   A=追加(当日の姿)、C=変更(当日の姿)、D=削除(前世代の姿)
      *    ***   BEFORE カード指定時は C の直前に B=変更前(前世代の姿)
      *    ***   を書く
      *    *** 差分はMSTUPDのトランザクションと同じ形であり、配信先は
      *    *** 前日のマスター+差分をMSTUPDに掛けて当日のマスターを作る
      *    *** (B は当てる前のマスターとの一致を検証する)。
      *    *** 件数はCTLBALへ
      *    ***   =前世代(突合せの起点)、+追加、-削除、当日世代
      *    ***   (当日=前世代+追加−削除 をCTLRECONが検証する)、
      *    ***   =差分ファイル(入力=差分の件数、出力=書いた行数)
      *    *** の順に記録する。キー順の崩れ・重複は RC=16 で止める
      *    *** 制御カード:
      *    ***   MASTER <マスター基本名>  (当日=最新世代、前=1世代前)
      *    ***   CUR    <当日のファイル名>   (MASTER が無い時、世代が
      *    ***   PREV   <前のファイル名>      無い時に使う。前が無ければ
      *    ***                                 全件を追加とする)
      *    ***   KEY    <位置> <桁数>   (1〜64桁)
      *    ***   DELTA  <差分ファイル名>
      *    ***   BEFORE                 (変更前の姿も書く)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DLTEXT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 制御カード
       SELECT CTL-F            ASSIGN   WK-CTL-F-NAME
                               STATUS   WK-CTL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 前世代
       SELECT PRV-F            ASSIGN   WK-PRV-F-NAME
                               STATUS   WK-PRV-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 当日世代
       SELECT CUR-F            ASSIGN   WK-CUR-F-NAME
                               STATUS   WK-CUR-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 差分ファイル
       SELECT DLT-F            ASSIGN   WK-DLT-F-NAME
                               STATUS   WK-DLT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CTL-F
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC             PIC  X(256).

       FD  PRV-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PRV-LEN.
       01  PRV-REC             PIC  X(032000).

       FD  CUR-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-CUR-LEN.
       01  CUR-REC             PIC  X(032000).

      *    *** 1行= 区分(A/C/D/B) マスターの原文
       FD  DLT-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-DLT-LEN.
       01  DLT-REC.
           03  DLT-CODE        PIC  X(001).
           03  DLT-DATA        PIC  X(032000).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DLTEXT".

           03  WK-CTL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CTL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CTL-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-MST-BASE     PIC  X(256) VALUE SPACE.
           03  WK-CUR-CARD     PIC  X(256) VALUE SPACE.
           03  WK-PRV-CARD     PIC  X(256) VALUE SPACE.

           03  WK-PRV-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-PRV-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-PRV-LEN      BINARY-LONG SYNC VALUE ZERO.
      *    *** Y=前世代有り(N=全件を追加とする)
           03  WK-PRV-SW       PIC  X(001) VALUE "N".

           03  WK-CUR-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CUR-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CUR-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-DLT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-DLT-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-DLT-LEN      BINARY-LONG SYNC VALUE ZERO.

      *    *** Y=変更前の姿(B)も書く
           03  WK-BEFORE-SW    PIC  X(001) VALUE "N".

      *    *** 世代付き名解決(GENNAME)用
           03  WK-GEN-ID       PIC  X(001) VALUE SPACE.
           03  WK-GEN-BASE     PIC  X(256) VALUE SPACE.
           03  WK-GEN-REL      PIC  9(002) VALUE ZERO.
           03  WK-GEN-NAME     PIC  X(272) VALUE SPACE.

      *    *** カード解析用
           03  WK-C-VERB       PIC  X(008) VALUE SPACE.
           03  WK-C-OP1        PIC  X(256) VALUE SPACE.
           03  WK-C-OP2        PIC  X(016) VALUE SPACE.

      *    *** キー(マスター上の位置・桁数)
           03  WK-KPOS         BINARY-LONG SYNC VALUE ZERO.
           03  WK-KLEN         BINARY-LONG SYNC VALUE ZERO.
           03  WK-PRV-KEY      PIC  X(064) VALUE SPACE.
           03  WK-PRV-PREV     PIC  X(064) VALUE SPACE.
           03  WK-CUR-KEY      PIC  X(064) VALUE SPACE.
           03  WK-CUR-PREV     PIC  X(064) VALUE SPACE.

      *    *** キー取り出し用の1件
           03  WK-KEY          PIC  X(064) VALUE SPACE.
           03  WK-REC          PIC  X(032000) VALUE SPACE.
           03  WK-REC-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-SEQ-D        PIC  ZZZ,ZZZ,ZZ9.

      *    *** 件数
           03  WK-PRV-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CUR-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ADD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SAME-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DLT-CNT      BINARY-LONG SYNC VALUE ZERO.

           03  WK-BAL-STEP     PIC  X(008) VALUE "DLTEXT".
           03  WK-BAL-FILE     PIC  X(032) VALUE SPACE.
           03  WK-BAL-IN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-OUT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAL-SKIP     BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** 制御カードファイル名
       01  LI-CTL-FILENAME     PIC  X(256).

       PROCEDURE   DIVISION    USING   LI-CTL-FILENAME
           .
       M100-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    TRIM(LI-CTL-FILENAME) TO WK-CTL-F-NAME
           PERFORM S010-10     THRU    S010-EX

           IF      ( WK-MST-BASE =     SPACE
                 AND WK-CUR-CARD =     SPACE )
              OR   WK-DLT-F-NAME =     SPACE
              OR   WK-KLEN     =       ZERO
                   DISPLAY WK-PGM-NAME
                           " MASTER(CUR)/KEY/DELTA"
                           " カードが不足"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM S050-10     THRU    S050-EX

      *    *** 前世代・当日世代の先頭
           MOVE    LOW-VALUE   TO      WK-PRV-PREV
                                       WK-CUR-PREV
           PERFORM S210-10     THRU    S210-EX
           PERFORM S220-10     THRU    S220-EX

      *    *** 小さい方のキーを1件ずつ突き合わせる
           PERFORM UNTIL WK-PRV-KEY    =       HIGH-VALUE
                     AND WK-CUR-KEY    =       HIGH-VALUE
                   PERFORM S100-10     THRU    S100-EX
           END-PERFORM

           PERFORM S900-10     THRU    S900-EX

           DISPLAY WK-PGM-NAME " 前=" WK-PRV-CNT
                   " 当日=" WK-CUR-CNT
                   " 同一=" WK-SAME-CNT
           DISPLAY WK-PGM-NAME " 追加=" WK-ADD-CNT
                   " 変更=" WK-CHG-CNT
                   " 削除=" WK-DEL-CNT
                   " 差分行=" WK-DLT-CNT
           DISPLAY WK-PGM-NAME " END"
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 制御カード読込み
       S010-10.

           OPEN    INPUT       CTL-F
           IF      WK-CTL-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " CTL-F OPEN ERROR STATUS="
                           WK-CTL-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-CTL-EOF
           PERFORM UNTIL WK-CTL-EOF    =       HIGH-VALUE
                   READ    CTL-F
                   IF      WK-CTL-STATUS =     ZERO
                           IF      CTL-REC NOT = SPACE
                              AND  CTL-REC (1:1) NOT = "#"
                              AND  CTL-REC (1:1) NOT = "*"
                                   PERFORM S020-10 THRU S020-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CTL-EOF
                   END-IF
           END-PERFORM
           CLOSE   CTL-F
           .
       S010-EX.
           EXIT.

      *    *** 制御カード1行の解析
       S020-10.

           MOVE    SPACE       TO      WK-C-VERB
                                       WK-C-OP1
                                       WK-C-OP2
           UNSTRING CTL-REC DELIMITED BY ALL " "
                   INTO    WK-C-VERB
                           WK-C-OP1
                           WK-C-OP2
           END-UNSTRING

           EVALUATE WK-C-VERB
               WHEN "MASTER"
                   MOVE    WK-C-OP1    TO      WK-MST-BASE
               WHEN "CUR"
                   MOVE    WK-C-OP1    TO      WK-CUR-CARD
               WHEN "PREV"
                   MOVE    WK-C-OP1    TO      WK-PRV-CARD
               WHEN "DELTA"
                   MOVE    WK-C-OP1    TO      WK-DLT-F-NAME
               WHEN "BEFORE"
                   MOVE    "Y"         TO      WK-BEFORE-SW
               WHEN "KEY"
                   IF      TEST-NUMVAL (WK-C-OP1) NOT = ZERO
                      OR   TEST-NUMVAL (WK-C-OP2) NOT = ZERO
                           DISPLAY WK-PGM-NAME " カード不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   MOVE    NUMVAL (WK-C-OP1) TO WK-KPOS
                   MOVE    NUMVAL (WK-C-OP2) TO WK-KLEN
                   IF      WK-KPOS < 1
                      OR   WK-KLEN < 1 OR WK-KLEN > 64
                           DISPLAY WK-PGM-NAME
                                   " 位置・桁数不正: "
                                   TRIM(CTL-REC)
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " 未知のカード: "
                           TRIM(CTL-REC)
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** 当日世代(最新)・前世代(1世代前)の名前と OPEN
       S050-10.

           CALL    "PATHSVC"   USING   WK-DLT-F-NAME

           IF      WK-MST-BASE NOT =   SPACE
                   CALL    "PATHSVC"   USING   WK-MST-BASE
                   MOVE    "L"         TO      WK-GEN-ID
                   MOVE    WK-MST-BASE TO      WK-GEN-BASE
                   CALL    "GENNAME"   USING   WK-GEN-ID
                                               WK-GEN-BASE
                                               WK-GEN-REL
                                               WK-GEN-NAME
                   MOVE    WK-GEN-NAME TO      WK-CUR-F-NAME
                   MOVE    "R"         TO      WK-GEN-ID
                   MOVE    1           TO      WK-GEN-REL
                   CALL    "GENNAME"   USING   WK-GEN-ID
                                               WK-GEN-BASE
                                               WK-GEN-REL
                                               WK-GEN-NAME
                   MOVE    WK-GEN-NAME TO      WK-PRV-F-NAME
           END-IF

           IF      WK-CUR-F-NAME =     SPACE
              AND  WK-CUR-CARD NOT =   SPACE
                   MOVE    WK-CUR-CARD TO      WK-CUR-F-NAME
                   CALL    "PATHSVC"   USING   WK-CUR-F-NAME
           END-IF
           IF      WK-PRV-F-NAME =     SPACE
              AND  WK-PRV-CARD NOT =   SPACE
                   MOVE    WK-PRV-CARD TO      WK-PRV-F-NAME
                   CALL    "PATHSVC"   USING   WK-PRV-F-NAME
           END-IF

           IF      WK-CUR-F-NAME =     SPACE
                   DISPLAY WK-PGM-NAME " 当日の世代が無い: "
                           TRIM(WK-MST-BASE)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           IF      WK-PRV-F-NAME =     SPACE
                   DISPLAY WK-PGM-NAME
                           " 前世代無し 全件を追加とする"
                   MOVE    "N"         TO      WK-PRV-SW
           ELSE
                   MOVE    "Y"         TO      WK-PRV-SW
                   OPEN    INPUT       PRV-F
                   IF      WK-PRV-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " PRV-F OPEN ERROR STATUS="
                                   WK-PRV-STATUS
                                   " (" TRIM(WK-PRV-F-NAME) ")"
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
           END-IF

           OPEN    INPUT       CUR-F
           IF      WK-CUR-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " CUR-F OPEN ERROR STATUS="
                           WK-CUR-STATUS " (" TRIM(WK-CUR-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           OPEN    OUTPUT      DLT-F
           IF      WK-DLT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " DLT-F OPEN ERROR STATUS="
                           WK-DLT-STATUS " (" TRIM(WK-DLT-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           DISPLAY WK-PGM-NAME " 前=" TRIM(WK-PRV-F-NAME)
           DISPLAY WK-PGM-NAME " 当日=" TRIM(WK-CUR-F-NAME)
           .
       S050-EX.
           EXIT.

      *    *** 1キー分の突合せ
      *    *** 前だけ=削除、当日だけ=追加、両方で原文が違えば変更
       S100-10.

           EVALUATE TRUE
               WHEN WK-PRV-KEY <       WK-CUR-KEY
                   MOVE    "D"         TO      DLT-CODE
                   PERFORM S130-10     THRU    S130-EX
                   ADD     1           TO      WK-DEL-CNT
                   PERFORM S210-10     THRU    S210-EX
               WHEN WK-PRV-KEY >       WK-CUR-KEY
                   MOVE    "A"         TO      DLT-CODE
                   PERFORM S140-10     THRU    S140-EX
                   ADD     1           TO      WK-ADD-CNT
                   PERFORM S220-10     THRU    S220-EX
               WHEN OTHER
                   IF      WK-PRV-LEN  =       WK-CUR-LEN
                      AND  PRV-REC (1:WK-PRV-LEN) =
                           CUR-REC (1:WK-CUR-LEN)
                           ADD     1           TO      WK-SAME-CNT
                   ELSE
                           IF      WK-BEFORE-SW =      "Y"
                                   MOVE    "B"         TO  DLT-CODE
                                   PERFORM S130-10 THRU    S130-EX
                           END-IF
                           MOVE    "C"         TO      DLT-CODE
                           PERFORM S140-10     THRU    S140-EX
                           ADD     1           TO      WK-CHG-CNT
                   END-IF
                   PERFORM S210-10     THRU    S210-EX
                   PERFORM S220-10     THRU    S220-EX
           END-EVALUATE
           .
       S100-EX.
           EXIT.

      *    *** 差分1行(前世代の姿。区分は DLT-CODE に設定済)
       S130-10.

           COMPUTE WK-DLT-LEN = 1 + WK-PRV-LEN
           IF      WK-PRV-LEN  >       ZERO
                   MOVE    PRV-REC (1:WK-PRV-LEN) TO DLT-DATA
           END-IF
           PERFORM S150-10     THRU    S150-EX
           .
       S130-EX.
           EXIT.

      *    *** 差分1行(当日の姿。区分は DLT-CODE に設定済)
       S140-10.

           COMPUTE WK-DLT-LEN = 1 + WK-CUR-LEN
           IF      WK-CUR-LEN  >       ZERO
                   MOVE    CUR-REC (1:WK-CUR-LEN) TO DLT-DATA
           END-IF
           PERFORM S150-10     THRU    S150-EX
           .
       S140-EX.
           EXIT.

      *    *** 差分1行の WRITE
       S150-10.

           WRITE   DLT-REC
           IF      WK-DLT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " DLT-F WRITE ERROR STATUS="
                           WK-DLT-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-DLT-CNT
           .
       S150-EX.
           EXIT.

      *    *** 前世代1件読込み(キーの重複・逆順は止める)
       S210-10.

           IF      WK-PRV-SW   =       "N"
                   MOVE    HIGH-VALUE  TO      WK-PRV-KEY
                   GO      TO      S210-EX
           END-IF

           READ    PRV-F
           IF      WK-PRV-STATUS NOT = ZERO
                   MOVE    HIGH-VALUE  TO      WK-PRV-KEY
                   GO      TO      S210-EX
           END-IF

           ADD     1           TO      WK-PRV-CNT
           MOVE    WK-PRV-LEN  TO      WK-REC-LEN
           MOVE    SPACE       TO      WK-REC
           IF      WK-PRV-LEN  >       ZERO
                   MOVE    PRV-REC (1:WK-PRV-LEN) TO WK-REC
           END-IF
           PERFORM S300-10     THRU    S300-EX

           IF      WK-KEY      <=      WK-PRV-PREV
                   MOVE    WK-PRV-CNT  TO      WK-SEQ-D
                   DISPLAY WK-PGM-NAME
                           " 前世代 キー順誤り・重複"
                           " SEQ="
                           WK-SEQ-D
                   PERFORM S290-10     THRU    S290-EX
           END-IF
           MOVE    WK-KEY      TO      WK-PRV-KEY
                                       WK-PRV-PREV
           .
       S210-EX.
           EXIT.

      *    *** 当日世代1件読込み(キーの重複・逆順は止める)
       S220-10.

           READ    CUR-F
           IF      WK-CUR-STATUS NOT = ZERO
                   MOVE    HIGH-VALUE  TO      WK-CUR-KEY
                   GO      TO      S220-EX
           END-IF

           ADD     1           TO      WK-CUR-CNT
           MOVE    WK-CUR-LEN  TO      WK-REC-LEN
           MOVE    SPACE       TO      WK-REC
           IF      WK-CUR-LEN  >       ZERO
                   MOVE    CUR-REC (1:WK-CUR-LEN) TO WK-REC
           END-IF
           PERFORM S300-10     THRU    S300-EX

           IF      WK-KEY      <=      WK-CUR-PREV
                   MOVE    WK-CUR-CNT  TO      WK-SEQ-D
                   DISPLAY WK-PGM-NAME
                           " 当日世代 キー順誤り・重複"
                           " SEQ="
                           WK-SEQ-D
                   PERFORM S290-10     THRU    S290-EX
           END-IF
           MOVE    WK-KEY      TO      WK-CUR-KEY
                                       WK-CUR-PREV
           .
       S220-EX.
           EXIT.

      *    *** キー順の崩れ(並べ替えてから流す)
       S290-10.

           DISPLAY WK-PGM-NAME " キー順に並べ替えて下さい"
           IF      WK-PRV-SW   =       "Y"
                   CLOSE   PRV-F
           END-IF
           CLOSE   CUR-F
           CLOSE   DLT-F
           MOVE    16          TO      RETURN-CODE
           STOP    RUN
           .
       S290-EX.
           EXIT.

      *    *** キーの取り出し(WK-REC → WK-KEY、レコードが短ければ
      *    *** 有る分だけ)
       S300-10.

           MOVE    SPACE       TO      WK-KEY
           IF      WK-KPOS     >       WK-REC-LEN
                   GO      TO      S300-EX
           END-IF
           IF      WK-KPOS + WK-KLEN - 1 > WK-REC-LEN
                   MOVE    WK-REC (WK-KPOS:WK-REC-LEN - WK-KPOS + 1)
                                       TO      WK-KEY
           ELSE
                   MOVE    WK-REC (WK-KPOS:WK-KLEN) TO WK-KEY
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** CLOSE とコントロールトータル記録
      *    *** =前世代(突合せの起点)、+追加、-削除、当日世代 の順に
      *    *** 書き、当日世代の入力=前+追加−削除を突き合わせる。
      *    *** 差分ファイルは入力=差分の件数、出力=書いた行数
      *    *** (配信先のMSTUPDの入力と突き合わせる起点)
       S900-10.

           IF      WK-PRV-SW   =       "Y"
                   CLOSE   PRV-F
           END-IF
           CLOSE   CUR-F
           CLOSE   DLT-F

           MOVE    ZERO        TO      WK-BAL-SKIP
           MOVE    SPACE       TO      WK-BAL-FILE
           STRING  "="         DELIMITED BY SIZE
                   WK-PRV-F-NAME DELIMITED BY SPACE
                   INTO    WK-BAL-FILE
           END-STRING
           MOVE    WK-PRV-CNT  TO      WK-BAL-IN
                                       WK-BAL-OUT
           PERFORM S910-10     THRU    S910-EX

           MOVE    "+ADD"      TO      WK-BAL-FILE
           MOVE    WK-ADD-CNT  TO      WK-BAL-IN
           COMPUTE WK-BAL-OUT = WK-PRV-CNT + WK-ADD-CNT
           PERFORM S910-10     THRU    S910-EX

           MOVE    "-DELETE"   TO      WK-BAL-FILE
           MOVE    WK-DEL-CNT  TO      WK-BAL-IN
           COMPUTE WK-BAL-OUT = WK-PRV-CNT + WK-ADD-CNT - WK-DEL-CNT
           PERFORM S910-10     THRU    S910-EX

           MOVE    WK-CUR-F-NAME (1:32) TO WK-BAL-FILE
           MOVE    WK-CUR-CNT  TO      WK-BAL-IN
                                       WK-BAL-OUT
           PERFORM S910-10     THRU    S910-EX

           MOVE    SPACE       TO      WK-BAL-FILE
           STRING  "="         DELIMITED BY SIZE
                   WK-DLT-F-NAME DELIMITED BY SPACE
                   INTO    WK-BAL-FILE
           END-STRING
           COMPUTE WK-BAL-IN = WK-ADD-CNT + WK-CHG-CNT + WK-DEL-CNT
           MOVE    WK-DLT-CNT  TO      WK-BAL-OUT
           PERFORM S910-10     THRU    S910-EX
           .
       S900-EX.
           EXIT.

      *    *** CTLBAL 1件
       S910-10.

           CALL    "CTLBAL"    USING   WK-BAL-STEP
                                       WK-BAL-FILE
                                       WK-BAL-IN
                                       WK-BAL-OUT
                                       WK-BAL-SKIP
           .
       S910-EX.
           EXIT.
