      *    *** マスター更新プログラム(旧マスター+トランザクション)
      *    *** キー順の旧マスターとキー順のトランザクションを突き合わせ、
      *    *** 追加・変更・削除を当てて新マスターを作る(古典的な順次
      *    *** 更新)。新マスターはGENNAMEで新世代として採番し、旧マスター
      *    *** は同じ基本名の最新世代を読む(世代が無ければOLDカードの
      *    *** ファイル、それも無ければ空のマスターからの初期作成)。
      *    *** トランザクション1行= 区分(1) マスターの原文
      *    ***   区分 A=追加、C=変更(原文で置き換え)、D=削除
      *    ***        B=変更前の姿の検証(控えのマスターと原文が同じ
      *    ***          事を確かめるだけで当てない。DLTEXTの差分の
      *    ***          BEFORE 指定時の行。差分をそのまま流せる)
      *    ***   (同じキーのトランザクションは並び順に当てる)
      *    *** 当てられないトランザクションはエラーファイルへ
      *    ***   DUPADD  既に有るキーの追加
      *    ***   NOCHG   無いキーの変更
      *    ***   NODEL   無いキーの削除
      *    ***   BEFNG   変更前の姿が控えのマスターと違う・キーが無い
      *    ***   BADCODE 区分不正
      *    *** の理由(8桁)付きで原文のまま写す。
      *    *** 当てた更新は監査ファイルへ変更前・変更後の姿で書く
      *    ***   1行= 区分(A/C/D) 姿(B=変更前、A=変更後) 順番(9) 原文
      *    *** 件数はCTLBALへ記録し、CTLRECONで
      *    *** 旧マスター+追加−削除=新マスター を検証できる様にする
      *    *** (ファイル名の頭 "=" は突合せの起点、"+"・"-" は増減の記録)。
      *    *** エラーが有れば RC=4、キー順の崩れは RC=16 で止める
      *    *** (採番した新世代はカタログから外す)
      *    *** 制御カード:
      *    ***   MASTER <マスター基本名>
      *    ***   OLD    <旧マスターのファイル名>  (世代が無い時だけ使う)
      *    ***   TRAN   <トランザクションファイル名>
      *    ***   KEY    <位置> <桁数>   (マスター上の位置。1〜64桁)
      *    ***   ERR    <エラーファイル名>
      *    ***   AUDIT  <監査ファイル名>
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             MSTUPD.

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

      *    *** 旧マスター
       SELECT OLD-F            ASSIGN   WK-OLD-F-NAME
                               STATUS   WK-OLD-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** トランザクション
       SELECT TRN-F            ASSIGN   WK-TRN-F-NAME
                               STATUS   WK-TRN-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 新マスター
       SELECT NEW-F            ASSIGN   WK-NEW-F-NAME
                               STATUS   WK-NEW-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** エラーファイル
       SELECT ERR-F            ASSIGN   WK-ERR-F-NAME
                               STATUS   WK-ERR-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 監査ファイル
       SELECT AUD-F            ASSIGN   WK-AUD-F-NAME
                               STATUS   WK-AUD-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CTL-F
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC             PIC  X(256).

       FD  OLD-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-OLD-LEN.
       01  OLD-REC             PIC  X(032000).

       FD  TRN-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-TRN-LEN.
       01  TRN-REC.
           03  TRN-CODE        PIC  X(001).
           03  TRN-DATA        PIC  X(032000).

       FD  NEW-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-NEW-LEN.
       01  NEW-REC             PIC  X(032000).

      *    *** 1行= 理由(8) 空白 トランザクションの原文
       FD  ERR-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-ERR-LEN.
       01  ERR-REC.
           03  ERR-TAG         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  ERR-DATA        PIC  X(032001).

      *    *** 1行= 区分 空白 姿 空白 順番(9) 空白 マスターの原文
       FD  AUD-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-AUD-LEN.
       01  AUD-REC.
           03  AUD-CODE        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  AUD-IMG         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  AUD-SEQ         PIC  9(009).
           03  FILLER          PIC  X(001).
           03  AUD-DATA        PIC  X(032000).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "MSTUPD".

           03  WK-CTL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CTL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CTL-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-MST-BASE     PIC  X(256) VALUE SPACE.
           03  WK-OLD-CARD     PIC  X(256) VALUE SPACE.

           03  WK-OLD-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-OLD-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-OLD-LEN      BINARY-LONG SYNC VALUE ZERO.
      *    *** Y=旧マスター有り(N=空からの初期作成)
           03  WK-OLD-SW       PIC  X(001) VALUE "N".

           03  WK-TRN-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-TRN-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-TRN-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-NEW-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-NEW-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-NEW-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-ERR-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-ERR-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-ERR-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-AUD-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-AUD-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-AUD-LEN      BINARY-LONG SYNC VALUE ZERO.

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
           03  WK-OLD-KEY      PIC  X(064) VALUE SPACE.
           03  WK-OLD-PREV     PIC  X(064) VALUE SPACE.
           03  WK-TRN-KEY      PIC  X(064) VALUE SPACE.
           03  WK-TRN-PREV     PIC  X(064) VALUE SPACE.
           03  WK-CUR-KEY      PIC  X(064) VALUE SPACE.

      *    *** キー取り出し用の1件
           03  WK-KEY          PIC  X(064) VALUE SPACE.
           03  WK-REC          PIC  X(032000) VALUE SPACE.
           03  WK-REC-LEN      BINARY-LONG SYNC VALUE ZERO.

      *    *** 当てている最中のマスター(Y=有り)
           03  WK-HOLD-SW      PIC  X(001) VALUE "N".
           03  WK-HOLD         PIC  X(032000) VALUE SPACE.
           03  WK-HOLD-LEN     BINARY-LONG SYNC VALUE ZERO.

           03  WK-TRN-SEQ      PIC  9(009) VALUE ZERO.
           03  WK-SEQ-D        PIC  ZZZ,ZZZ,ZZ9.
           03  WK-ERR-TAG      PIC  X(008) VALUE SPACE.

      *    *** 件数
           03  WK-OLD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TRN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ADD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BEF-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEW-CNT      BINARY-LONG SYNC VALUE ZERO.

           03  WK-BAL-STEP     PIC  X(008) VALUE "MSTUPD".
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

           IF      WK-MST-BASE =       SPACE
              OR   WK-TRN-F-NAME =     SPACE
              OR   WK-ERR-F-NAME =     SPACE
              OR   WK-AUD-F-NAME =     SPACE
              OR   WK-KLEN     =       ZERO
                   DISPLAY WK-PGM-NAME
                           " MASTER/TRAN/KEY/ERR/AUDIT"
                           " カードが不足"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM S050-10     THRU    S050-EX

      *    *** 旧マスター・トランザクションの先頭
           MOVE    LOW-VALUE   TO      WK-OLD-PREV
                                       WK-TRN-PREV
           PERFORM S210-10     THRU    S210-EX
           PERFORM S220-10     THRU    S220-EX

      *    *** 小さい方のキーを1件ずつ仕上げる
           PERFORM UNTIL WK-OLD-KEY    =       HIGH-VALUE
                     AND WK-TRN-KEY    =       HIGH-VALUE
                   PERFORM S100-10     THRU    S100-EX
           END-PERFORM

           PERFORM S900-10     THRU    S900-EX

           DISPLAY WK-PGM-NAME " 旧=" WK-OLD-CNT
                   " 追加=" WK-ADD-CNT
                   " 変更=" WK-CHG-CNT
                   " 削除=" WK-DEL-CNT
                   " 新=" WK-NEW-CNT
           DISPLAY WK-PGM-NAME " トランザクション=" WK-TRN-CNT
                   " エラー=" WK-ERR-CNT
           DISPLAY WK-PGM-NAME " END"

           IF      WK-ERR-CNT  >       ZERO
                   MOVE    4           TO      RETURN-CODE
           END-IF
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
               WHEN "OLD"
                   MOVE    WK-C-OP1    TO      WK-OLD-CARD
               WHEN "TRAN"
                   MOVE    WK-C-OP1    TO      WK-TRN-F-NAME
               WHEN "ERR"
                   MOVE    WK-C-OP1    TO      WK-ERR-F-NAME
               WHEN "AUDIT"
                   MOVE    WK-C-OP1    TO      WK-AUD-F-NAME
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

      *    *** 旧マスター(最新世代)・新マスター(新世代)の名前と OPEN
       S050-10.

           CALL    "PATHSVC"   USING   WK-MST-BASE
           CALL    "PATHSVC"   USING   WK-TRN-F-NAME
           CALL    "PATHSVC"   USING   WK-ERR-F-NAME
           CALL    "PATHSVC"   USING   WK-AUD-F-NAME

      *    *** 旧マスター(世代が無ければ OLD カード、無ければ空)
           MOVE    "L"         TO      WK-GEN-ID
           MOVE    WK-MST-BASE TO      WK-GEN-BASE
           CALL    "GENNAME"   USING   WK-GEN-ID
                                       WK-GEN-BASE
                                       WK-GEN-REL
                                       WK-GEN-NAME
           EVALUATE TRUE
               WHEN WK-GEN-NAME NOT = SPACE
                   MOVE    WK-GEN-NAME TO      WK-OLD-F-NAME
                   MOVE    "Y"         TO      WK-OLD-SW
               WHEN WK-OLD-CARD NOT = SPACE
                   MOVE    WK-OLD-CARD TO      WK-OLD-F-NAME
                   CALL    "PATHSVC"   USING   WK-OLD-F-NAME
                   MOVE    "Y"         TO      WK-OLD-SW
               WHEN OTHER
                   DISPLAY WK-PGM-NAME
                           " 旧マスター無し 初期作成"
                   MOVE    "N"         TO      WK-OLD-SW
           END-EVALUATE

           IF      WK-OLD-SW   =       "Y"
                   OPEN    INPUT       OLD-F
                   IF      WK-OLD-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " OLD-F OPEN ERROR STATUS="
                                   WK-OLD-STATUS
                                   " (" TRIM(WK-OLD-F-NAME) ")"
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
           END-IF

           OPEN    INPUT       TRN-F
           IF      WK-TRN-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " TRN-F OPEN ERROR STATUS="
                           WK-TRN-STATUS " (" TRIM(WK-TRN-F-NAME) ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           OPEN    OUTPUT      ERR-F
           IF      WK-ERR-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " ERR-F OPEN ERROR STATUS="
                           WK-ERR-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           OPEN    OUTPUT      AUD-F
           IF      WK-AUD-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " AUD-F OPEN ERROR STATUS="
                           WK-AUD-STATUS
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 新マスター(入力が全部開いてから採番する)
           MOVE    "N"         TO      WK-GEN-ID
           MOVE    WK-MST-BASE TO      WK-GEN-BASE
           CALL    "GENNAME"   USING   WK-GEN-ID
                                       WK-GEN-BASE
                                       WK-GEN-REL
                                       WK-GEN-NAME
      *    *** 受け側(256桁)に収まらない世代名は世代部が欠けるため止める
           IF      WK-GEN-NAME =       SPACE
              OR   WK-GEN-NAME (257:16) NOT = SPACE
                   DISPLAY WK-PGM-NAME
                           " 新世代名を得られない: "
                           TRIM(WK-MST-BASE)
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           MOVE    WK-GEN-NAME TO      WK-NEW-F-NAME
           OPEN    OUTPUT      NEW-F
           IF      WK-NEW-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " NEW-F OPEN ERROR STATUS="
                           WK-NEW-STATUS " (" TRIM(WK-NEW-F-NAME) ")"
                   PERFORM S295-10     THRU    S295-EX
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           DISPLAY WK-PGM-NAME " 旧=" TRIM(WK-OLD-F-NAME)
           DISPLAY WK-PGM-NAME " 新=" TRIM(WK-NEW-F-NAME)
           .
       S050-EX.
           EXIT.

      *    *** 1キー分の仕上げ(旧マスターを控え、同じキーの
      *    *** トランザクションを順に当て、残れば新マスターへ書く)
       S100-10.

           IF      WK-OLD-KEY  <=      WK-TRN-KEY
                   MOVE    WK-OLD-KEY  TO      WK-CUR-KEY
           ELSE
                   MOVE    WK-TRN-KEY  TO      WK-CUR-KEY
           END-IF

           IF      WK-OLD-KEY  =       WK-CUR-KEY
                   MOVE    "Y"         TO      WK-HOLD-SW
                   MOVE    WK-OLD-LEN  TO      WK-HOLD-LEN
                   MOVE    SPACE       TO      WK-HOLD
                   IF      WK-OLD-LEN  >       ZERO
                           MOVE    OLD-REC (1:WK-OLD-LEN) TO WK-HOLD
                   END-IF
                   PERFORM S210-10     THRU    S210-EX
           ELSE
                   MOVE    "N"         TO      WK-HOLD-SW
           END-IF

           PERFORM UNTIL WK-TRN-KEY    NOT =   WK-CUR-KEY
                   PERFORM S110-10     THRU    S110-EX
                   PERFORM S220-10     THRU    S220-EX
           END-PERFORM

           IF      WK-HOLD-SW  =       "Y"
                   MOVE    WK-HOLD-LEN TO      WK-NEW-LEN
                   IF      WK-HOLD-LEN =       ZERO
                           MOVE    1           TO      WK-NEW-LEN
                   END-IF
                   MOVE    WK-HOLD (1:WK-NEW-LEN) TO NEW-REC
                   WRITE   NEW-REC
                   IF      WK-NEW-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " NEW-F WRITE ERROR STATUS="
                                   WK-NEW-STATUS
                           PERFORM S295-10     THRU    S295-EX
                           MOVE    16          TO      RETURN-CODE
                           STOP    RUN
                   END-IF
                   ADD     1           TO      WK-NEW-CNT
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** トランザクション1件を当てる
       S110-10.

           EVALUATE TRN-CODE
               WHEN "A"
                   IF      WK-HOLD-SW  =       "Y"
                           MOVE    "DUPADD"    TO      WK-ERR-TAG
                           PERFORM S280-10     THRU    S280-EX
                           GO      TO      S110-EX
                   END-IF
                   MOVE    "Y"         TO      WK-HOLD-SW
                   PERFORM S120-10     THRU    S120-EX
                   ADD     1           TO      WK-ADD-CNT
                   MOVE    "A"         TO      AUD-IMG
                   PERFORM S270-10     THRU    S270-EX
               WHEN "C"
                   IF      WK-HOLD-SW  =       "N"
                           MOVE    "NOCHG"     TO      WK-ERR-TAG
                           PERFORM S280-10     THRU    S280-EX
                           GO      TO      S110-EX
                   END-IF
                   MOVE    "B"         TO      AUD-IMG
                   PERFORM S270-10     THRU    S270-EX
                   PERFORM S120-10     THRU    S120-EX
                   ADD     1           TO      WK-CHG-CNT
                   MOVE    "A"         TO      AUD-IMG
                   PERFORM S270-10     THRU    S270-EX
               WHEN "D"
                   IF      WK-HOLD-SW  =       "N"
                           MOVE    "NODEL"     TO      WK-ERR-TAG
                           PERFORM S280-10     THRU    S280-EX
                           GO      TO      S110-EX
                   END-IF
                   MOVE    "B"         TO      AUD-IMG
                   PERFORM S270-10     THRU    S270-EX
                   MOVE    "N"         TO      WK-HOLD-SW
                   ADD     1           TO      WK-DEL-CNT
               WHEN "B"
                   IF      WK-HOLD-SW  =       "N"
                      OR   WK-TRN-LEN - 1 NOT = WK-HOLD-LEN
                           MOVE    "BEFNG"     TO      WK-ERR-TAG
                           PERFORM S280-10     THRU    S280-EX
                           GO      TO      S110-EX
                   END-IF
                   IF      WK-HOLD-LEN >       ZERO
                      AND  TRN-DATA (1:WK-HOLD-LEN) NOT =
                           WK-HOLD (1:WK-HOLD-LEN)
                           MOVE    "BEFNG"     TO      WK-ERR-TAG
                           PERFORM S280-10     THRU    S280-EX
                           GO      TO      S110-EX
                   END-IF
                   ADD     1           TO      WK-BEF-CNT
               WHEN OTHER
                   MOVE    "BADCODE"   TO      WK-ERR-TAG
                   PERFORM S280-10     THRU    S280-EX
           END-EVALUATE
           .
       S110-EX.
           EXIT.

      *    *** トランザクションの原文をマスターの姿として控える
       S120-10.

           COMPUTE WK-HOLD-LEN = WK-TRN-LEN - 1
           MOVE    SPACE       TO      WK-HOLD
           IF      WK-HOLD-LEN >       ZERO
                   MOVE    TRN-DATA (1:WK-HOLD-LEN) TO WK-HOLD
           ELSE
                   MOVE    ZERO        TO      WK-HOLD-LEN
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 旧マスター1件読込み(キーの重複・逆順は止める)
       S210-10.

           IF      WK-OLD-SW   =       "N"
                   MOVE    HIGH-VALUE  TO      WK-OLD-KEY
                   GO      TO      S210-EX
           END-IF

           READ    OLD-F
           IF      WK-OLD-STATUS NOT = ZERO
                   MOVE    HIGH-VALUE  TO      WK-OLD-KEY
                   GO      TO      S210-EX
           END-IF

           ADD     1           TO      WK-OLD-CNT
           MOVE    WK-OLD-LEN  TO      WK-REC-LEN
           MOVE    SPACE       TO      WK-REC
           IF      WK-OLD-LEN  >       ZERO
                   MOVE    OLD-REC (1:WK-OLD-LEN) TO WK-REC
           END-IF
           PERFORM S300-10     THRU    S300-EX

           IF      WK-KEY      <=      WK-OLD-PREV
                   MOVE    WK-OLD-CNT  TO      WK-SEQ-D
                   DISPLAY WK-PGM-NAME
                           " 旧マスター キー順誤り・重複"
                           " SEQ="
                           WK-SEQ-D
                   PERFORM S290-10     THRU    S290-EX
           END-IF
           MOVE    WK-KEY      TO      WK-OLD-KEY
                                       WK-OLD-PREV
           .
       S210-EX.
           EXIT.

      *    *** トランザクション1件読込み(同じキーの並びは可、逆順は止める)
       S220-10.

           READ    TRN-F
           IF      WK-TRN-STATUS NOT = ZERO
                   MOVE    HIGH-VALUE  TO      WK-TRN-KEY
                   GO      TO      S220-EX
           END-IF

           ADD     1           TO      WK-TRN-CNT
           MOVE    WK-TRN-CNT  TO      WK-TRN-SEQ
           COMPUTE WK-REC-LEN = WK-TRN-LEN - 1
           MOVE    SPACE       TO      WK-REC
           IF      WK-REC-LEN  >       ZERO
                   MOVE    TRN-DATA (1:WK-REC-LEN) TO WK-REC
           ELSE
                   MOVE    ZERO        TO      WK-REC-LEN
           END-IF
           PERFORM S300-10     THRU    S300-EX

           IF      WK-KEY      <       WK-TRN-PREV
                   MOVE    WK-TRN-SEQ  TO      WK-SEQ-D
                   DISPLAY WK-PGM-NAME
                           " トランザクション キー順誤り"
                           " SEQ="
                           WK-SEQ-D
                   PERFORM S290-10     THRU    S290-EX
           END-IF
           MOVE    WK-KEY      TO      WK-TRN-KEY
                                       WK-TRN-PREV
           .
       S220-EX.
           EXIT.

      *    *** 監査ファイルへ控えのマスターの姿を書く(区分はトランの区分)
       S270-10.

           MOVE    TRN-CODE    TO      AUD-CODE
           MOVE    WK-TRN-SEQ  TO      AUD-SEQ
           MOVE    SPACE       TO      AUD-REC (2:1)
                                       AUD-REC (4:1)
                                       AUD-REC (14:1)
           COMPUTE WK-AUD-LEN = 14 + WK-HOLD-LEN
           IF      WK-HOLD-LEN >       ZERO
                   MOVE    WK-HOLD (1:WK-HOLD-LEN) TO AUD-DATA
           END-IF
           WRITE   AUD-REC
           .
       S270-EX.
           EXIT.

      *    *** エラーファイルへ理由付きでトランザクションの原文を写す
       S280-10.

           ADD     1           TO      WK-ERR-CNT
           MOVE    WK-ERR-TAG  TO      ERR-TAG
           MOVE    SPACE       TO      ERR-REC (9:1)
           COMPUTE WK-ERR-LEN = 9 + WK-TRN-LEN
           MOVE    TRN-REC (1:WK-TRN-LEN) TO ERR-DATA
           WRITE   ERR-REC
           .
       S280-EX.
           EXIT.

      *    *** キー順の崩れ(並べ替えてから流す)
       S290-10.

           DISPLAY WK-PGM-NAME " キー順に並べ替えて下さい"
           IF      WK-OLD-SW   =       "Y"
                   CLOSE   OLD-F
           END-IF
           CLOSE   TRN-F
           CLOSE   NEW-F
           CLOSE   ERR-F
           CLOSE   AUD-F
           PERFORM S295-10     THRU    S295-EX
           MOVE    16          TO      RETURN-CODE
           STOP    RUN
           .
       S290-EX.
           EXIT.

      *    *** 採番した新世代をカタログから外す(再実行が旧世代を読む様に)
       S295-10.

           MOVE    "U"         TO      WK-GEN-ID
           MOVE    WK-MST-BASE TO      WK-GEN-BASE
           MOVE    WK-NEW-F-NAME TO    WK-GEN-NAME
           CALL    "GENNAME"   USING   WK-GEN-ID
                                       WK-GEN-BASE
                                       WK-GEN-REL
                                       WK-GEN-NAME
           DISPLAY WK-PGM-NAME
                   " 新世代をカタログから外した: "
                   TRIM(WK-NEW-F-NAME)
           .
       S295-EX.
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
      *    *** トラン: 入力=読込み、出力=当てた件数(検証済の変更前を
      *    ***         含む)、スキップ=エラー
      *    *** =旧マスター(突合せの起点)、+追加、-削除、新マスター
      *    *** の順に書き、新マスターの入力=旧+追加−削除を突き合わせる
       S900-10.

           IF      WK-OLD-SW   =       "Y"
                   CLOSE   OLD-F
           END-IF
           CLOSE   TRN-F
           CLOSE   NEW-F
           CLOSE   ERR-F
           CLOSE   AUD-F

           MOVE    WK-TRN-F-NAME (1:32) TO WK-BAL-FILE
           MOVE    WK-TRN-CNT  TO      WK-BAL-IN
           COMPUTE WK-BAL-OUT = WK-ADD-CNT + WK-CHG-CNT + WK-DEL-CNT
                              + WK-BEF-CNT
           MOVE    WK-ERR-CNT  TO      WK-BAL-SKIP
           PERFORM S910-10     THRU    S910-EX

           MOVE    SPACE       TO      WK-BAL-FILE
           STRING  "="         DELIMITED BY SIZE
                   WK-OLD-F-NAME DELIMITED BY SPACE
                   INTO    WK-BAL-FILE
           END-STRING
           MOVE    WK-OLD-CNT  TO      WK-BAL-IN
                                       WK-BAL-OUT
           MOVE    ZERO        TO      WK-BAL-SKIP
           PERFORM S910-10     THRU    S910-EX

           MOVE    "+ADD"      TO      WK-BAL-FILE
           MOVE    WK-ADD-CNT  TO      WK-BAL-IN
           COMPUTE WK-BAL-OUT = WK-OLD-CNT + WK-ADD-CNT
           PERFORM S910-10     THRU    S910-EX

           MOVE    "-DELETE"   TO      WK-BAL-FILE
           MOVE    WK-DEL-CNT  TO      WK-BAL-IN
           COMPUTE WK-BAL-OUT = WK-OLD-CNT + WK-ADD-CNT - WK-DEL-CNT
           PERFORM S910-10     THRU    S910-EX

           MOVE    WK-NEW-F-NAME (1:32) TO WK-BAL-FILE
           MOVE    WK-NEW-CNT  TO      WK-BAL-IN
                                       WK-BAL-OUT
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
