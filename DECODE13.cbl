      *    *** ファイルダイジェスト サブルーチン
      *    *** SHA-256方式(改ざん検知に使える256ビットのダイジェスト)。
      *    *** DECODE09と同じバッファ渡し形式で、S=開始、A=バッファ加算、
      *    *** E=確定(16進64桁と累計バイト数を返す)。ストリーム番号
      *    *** (1-8)で入力用・出力用など複数系列を同時に計算できる。
      *    *** ストリーム番号の割り当てはDECODE09に揃える
      *    *** (3=転送先での再検証、4=出力ファイル)。
      *    *** 32ビット語は PIC X(004) COMP-X(上位バイトが先)で持ち、
      *    *** 論理演算は CBL_AND・CBL_XOR・CBL_NOT、回転とシフトは
      *    *** 2のべき乗での除算と剰余、加算は 2**32 の剰余で行う
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DECODE13.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       DATA                    DIVISION.
       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DECODE13".

           03  WK-HEX-DIGITS   VALUE '0123456789ABCDEF'.
             05  WK-HEX-DIGIT  OCCURS 16
                               PIC  X(001).

           03  WK-INIT-SW      PIC  X(001) VALUE "N".

      *    *** CBL_AND・CBL_XOR・CBL_NOT に渡す語の長さ
           03  WK-WORD-LEN     BINARY-LONG SYNC VALUE 4.

      *    *** 加算の途中値(2**32 を超えるため64ビットで持つ)
           03  WK-DBL          BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-Q            BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-R            BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-VAL          BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-NIB          BINARY-LONG SYNC VALUE ZERO.

      *    *** 回転・シフト(S300)の入出力。WK-RN=ビット数
           03  WK-RX           PIC  X(004) COMP-X VALUE ZERO.
           03  WK-RN           BINARY-LONG SYNC VALUE ZERO.
           03  WK-RY           PIC  X(004) COMP-X VALUE ZERO.

      *    *** ラウンドの作業語
           03  WK-A            PIC  X(004) COMP-X VALUE ZERO.
           03  WK-B            PIC  X(004) COMP-X VALUE ZERO.
           03  WK-C            PIC  X(004) COMP-X VALUE ZERO.
           03  WK-D            PIC  X(004) COMP-X VALUE ZERO.
           03  WK-E            PIC  X(004) COMP-X VALUE ZERO.
           03  WK-F            PIC  X(004) COMP-X VALUE ZERO.
           03  WK-G            PIC  X(004) COMP-X VALUE ZERO.
           03  WK-H            PIC  X(004) COMP-X VALUE ZERO.
           03  WK-T1           PIC  X(004) COMP-X VALUE ZERO.
           03  WK-T2           PIC  X(004) COMP-X VALUE ZERO.
           03  WK-S            PIC  X(004) COMP-X VALUE ZERO.
           03  WK-U            PIC  X(004) COMP-X VALUE ZERO.
           03  WK-V            PIC  X(004) COMP-X VALUE ZERO.

      *    *** 末尾に付けるビット長(64ビット、上位バイトが先)
           03  WK-BITS         PIC  X(008) COMP-X VALUE ZERO.
           03  WK-BITS-X       REDEFINES WK-BITS
                               PIC  X(008).

      *    *** 2のべき乗(TBL-P2 (n + 1) = 2**n、n=0-32)
       01  TBL-P2-AREA.
           03  TBL-P2          OCCURS 33
                               BINARY-DOUBLE SYNC.

      *    *** ラウンド定数 K(素数64個の立方根の小数部)
       01  TBL-K-VALUES.
           03  FILLER          PIC  X(008) VALUE X"428A2F9871374491".
           03  FILLER          PIC  X(008) VALUE X"B5C0FBCFE9B5DBA5".
           03  FILLER          PIC  X(008) VALUE X"3956C25B59F111F1".
           03  FILLER          PIC  X(008) VALUE X"923F82A4AB1C5ED5".
           03  FILLER          PIC  X(008) VALUE X"D807AA9812835B01".
           03  FILLER          PIC  X(008) VALUE X"243185BE550C7DC3".
           03  FILLER          PIC  X(008) VALUE X"72BE5D7480DEB1FE".
           03  FILLER          PIC  X(008) VALUE X"9BDC06A7C19BF174".
           03  FILLER          PIC  X(008) VALUE X"E49B69C1EFBE4786".
           03  FILLER          PIC  X(008) VALUE X"0FC19DC6240CA1CC".
           03  FILLER          PIC  X(008) VALUE X"2DE92C6F4A7484AA".
           03  FILLER          PIC  X(008) VALUE X"5CB0A9DC76F988DA".
           03  FILLER          PIC  X(008) VALUE X"983E5152A831C66D".
           03  FILLER          PIC  X(008) VALUE X"B00327C8BF597FC7".
           03  FILLER          PIC  X(008) VALUE X"C6E00BF3D5A79147".
           03  FILLER          PIC  X(008) VALUE X"06CA635114292967".
           03  FILLER          PIC  X(008) VALUE X"27B70A852E1B2138".
           03  FILLER          PIC  X(008) VALUE X"4D2C6DFC53380D13".
           03  FILLER          PIC  X(008) VALUE X"650A7354766A0ABB".
           03  FILLER          PIC  X(008) VALUE X"81C2C92E92722C85".
           03  FILLER          PIC  X(008) VALUE X"A2BFE8A1A81A664B".
           03  FILLER          PIC  X(008) VALUE X"C24B8B70C76C51A3".
           03  FILLER          PIC  X(008) VALUE X"D192E819D6990624".
           03  FILLER          PIC  X(008) VALUE X"F40E3585106AA070".
           03  FILLER          PIC  X(008) VALUE X"19A4C1161E376C08".
           03  FILLER          PIC  X(008) VALUE X"2748774C34B0BCB5".
           03  FILLER          PIC  X(008) VALUE X"391C0CB34ED8AA4A".
           03  FILLER          PIC  X(008) VALUE X"5B9CCA4F682E6FF3".
           03  FILLER          PIC  X(008) VALUE X"748F82EE78A5636F".
           03  FILLER          PIC  X(008) VALUE X"84C878148CC70208".
           03  FILLER          PIC  X(008) VALUE X"90BEFFFAA4506CEB".
           03  FILLER          PIC  X(008) VALUE X"BEF9A3F7C67178F2".
       01  TBL-K-AREA          REDEFINES TBL-K-VALUES.
           03  TBL-K           OCCURS 64
                               PIC  X(004) COMP-X.

      *    *** 初期値 H(素数8個の平方根の小数部)
       01  TBL-H0-VALUES.
           03  FILLER          PIC  X(008) VALUE X"6A09E667BB67AE85".
           03  FILLER          PIC  X(008) VALUE X"3C6EF372A54FF53A".
           03  FILLER          PIC  X(008) VALUE X"510E527F9B05688C".
           03  FILLER          PIC  X(008) VALUE X"1F83D9AB5BE0CD19".
       01  TBL-H0-AREA         REDEFINES TBL-H0-VALUES.
           03  TBL-H0          OCCURS 8
                               PIC  X(004) COMP-X.

      *    *** メッセージスケジュール(1-16はブロックそのもの)
       01  TBL-W-AREA.
           03  TBL-W           OCCURS 64
                               PIC  X(004) COMP-X.

      *    *** ストリーム別の計算状態(ハッシュ値・端数ブロック・
      *    *** 端数バイト数・累計バイト数)
       01  TBL-SHA-AREA.
      *    *** 7=マニフェストのチェーン印、8=共通ログのチェーン印に
      *    *** 予約(DECODE09と揃える)
           03  TBL-SHA-ENT     OCCURS 8.
             05  TBL-SHA-H     OCCURS 8
                               PIC  X(004) COMP-X.
             05  TBL-SHA-BLK   PIC  X(064).
             05  TBL-SHA-PEND  BINARY-LONG SYNC.
             05  TBL-SHA-BYTES BINARY-DOUBLE SYNC.

       01  IDX-AREA.
           03  L1              BINARY-LONG SYNC VALUE ZERO.
           03  L2              BINARY-LONG SYNC VALUE ZERO.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  ST              BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

      *    *** S=開始(リセット), A=バッファ加算, E=確定
       01  LI-ID               PIC  X(001).

      *    *** ストリーム番号(1-8)
       01  LI-STREAM           PIC  9(001).

      *    *** 加算するデータ(A時のみ参照)
       01  LI-BUF              PIC  X(001) ANY LENGTH.

      *    *** 加算するデータの長さ(A時のみ参照)
       01  LI-LEN              BINARY-LONG SYNC.

      *    *** 確定値の16進64桁(E時にセットする)
       01  LI-HEX              PIC  X(064).

      *    *** 累計バイト数(E時にセットする)
       01  LI-BYTES            PIC  9(012) COMP.

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-STREAM
                                       LI-BUF
                                       LI-LEN
                                       LI-HEX
                                       LI-BYTES
           .
       M100-10.

           IF      LI-STREAM   <       1
                OR LI-STREAM   >       8
                   DISPLAY WK-PGM-NAME " LI-STREAM PARA ERROR="
                           LI-STREAM
                   STOP    RUN
           END-IF
           MOVE    LI-STREAM   TO      ST

           IF      WK-INIT-SW  =       "N"
                   MOVE    1           TO      TBL-P2 (1)
                   PERFORM VARYING I FROM 2 BY 1
                           UNTIL I > 33
                           COMPUTE TBL-P2 (I) = TBL-P2 (I - 1) * 2
                   END-PERFORM
                   MOVE    "Y"         TO      WK-INIT-SW
           END-IF

           EVALUATE LI-ID
               WHEN "S"
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > 8
                           MOVE    TBL-H0 (I)  TO  TBL-SHA-H (ST I)
                   END-PERFORM
                   MOVE    LOW-VALUE   TO      TBL-SHA-BLK (ST)
                   MOVE    ZERO        TO      TBL-SHA-PEND (ST)
                                               TBL-SHA-BYTES (ST)

               WHEN "A"
                   PERFORM S100-10     THRU    S100-EX

               WHEN "E"
                   PERFORM S200-10     THRU    S200-EX

               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID S,A,E 指定"
                   STOP    RUN
           END-EVALUATE
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** バッファ加算(端数ブロックへ詰め、64バイト揃う毎に圧縮)
       S100-10.

           MOVE    1           TO      L1
           PERFORM UNTIL L1 > LI-LEN
                   COMPUTE L2 = 64 - TBL-SHA-PEND (ST)
                   IF      L2          >       LI-LEN - L1 + 1
                           COMPUTE L2 = LI-LEN - L1 + 1
                   END-IF
                   MOVE    LI-BUF (L1:L2)
                     TO    TBL-SHA-BLK (ST) (TBL-SHA-PEND (ST) + 1:L2)
                   ADD     L2          TO      TBL-SHA-PEND (ST)
                   ADD     L2          TO      L1
                   IF      TBL-SHA-PEND (ST) = 64
                           PERFORM S400-10     THRU    S400-EX
                           MOVE    ZERO        TO      TBL-SHA-PEND (ST)
                   END-IF
           END-PERFORM
           ADD     LI-LEN      TO      TBL-SHA-BYTES (ST)
           .
       S100-EX.
           EXIT.

      *    *** 確定(X"80"・ゼロ詰め・ビット長を付けて最終ブロックを
      *    *** 圧縮し、H1-H8 を16進64桁へ)
       S200-10.

           COMPUTE WK-BITS = TBL-SHA-BYTES (ST) * 8
           COMPUTE L1 = TBL-SHA-PEND (ST) + 1
           MOVE    X"80"       TO      TBL-SHA-BLK (ST) (L1:1)
           IF      L1          <       64
                   MOVE    LOW-VALUE
                     TO    TBL-SHA-BLK (ST) (L1 + 1:64 - L1)
           END-IF
      *    *** ビット長の8バイトが入らない時はもう1ブロック
           IF      L1          >       56
                   PERFORM S400-10     THRU    S400-EX
                   MOVE    LOW-VALUE   TO      TBL-SHA-BLK (ST)
           END-IF
           MOVE    WK-BITS-X   TO      TBL-SHA-BLK (ST) (57:8)
           PERFORM S400-10     THRU    S400-EX
           MOVE    ZERO        TO      TBL-SHA-PEND (ST)

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 8
                   MOVE    TBL-SHA-H (ST J) TO WK-VAL
                   PERFORM VARYING I FROM 8 BY -1
                           UNTIL I < 1
                           COMPUTE WK-NIB = FUNCTION MOD ( WK-VAL, 16 )
                           MOVE    WK-HEX-DIGIT (WK-NIB + 1)
                             TO    LI-HEX ((J - 1) * 8 + I:1)
                           COMPUTE WK-VAL = WK-VAL / 16
                   END-PERFORM
           END-PERFORM

           MOVE    TBL-SHA-BYTES (ST) TO LI-BYTES
           .
       S200-EX.
           EXIT.

      *    *** 右回転(WK-RN=1-31)。WK-RX => WK-RY
       S300-10.

           DIVIDE  WK-RX       BY      TBL-P2 (WK-RN + 1)
                   GIVING      WK-Q    REMAINDER   WK-R
           COMPUTE WK-RY = WK-Q + WK-R * TBL-P2 (33 - WK-RN)
           .
       S300-EX.
           EXIT.

      *    *** 右シフト。WK-RX => WK-RY
       S310-10.

           DIVIDE  WK-RX       BY      TBL-P2 (WK-RN + 1)
                   GIVING      WK-Q    REMAINDER   WK-R
           MOVE    WK-Q        TO      WK-RY
           .
       S310-EX.
           EXIT.

      *    *** 1ブロック(TBL-SHA-BLK)の圧縮
       S400-10.

           MOVE    TBL-SHA-BLK (ST) TO TBL-W-AREA (1:64)

      *    *** W17-W64 = s1(W-2) + W-7 + s0(W-15) + W-16
           PERFORM VARYING I FROM 17 BY 1
                   UNTIL I > 64
      *            *** s0 = ROTR7 ^ ROTR18 ^ SHR3 (W-15)
                   MOVE    TBL-W (I - 15) TO WK-RX
                   MOVE    7           TO      WK-RN
                   PERFORM S300-10     THRU    S300-EX
                   MOVE    WK-RY       TO      WK-S
                   MOVE    18          TO      WK-RN
                   PERFORM S300-10     THRU    S300-EX
                   CALL    "CBL_XOR"   USING   WK-RY
                                               WK-S
                                       BY VALUE WK-WORD-LEN
                   MOVE    3           TO      WK-RN
                   PERFORM S310-10     THRU    S310-EX
                   CALL    "CBL_XOR"   USING   WK-RY
                                               WK-S
                                       BY VALUE WK-WORD-LEN
      *            *** s1 = ROTR17 ^ ROTR19 ^ SHR10 (W-2)
                   MOVE    TBL-W (I - 2) TO    WK-RX
                   MOVE    17          TO      WK-RN
                   PERFORM S300-10     THRU    S300-EX
                   MOVE    WK-RY       TO      WK-U
                   MOVE    19          TO      WK-RN
                   PERFORM S300-10     THRU    S300-EX
                   CALL    "CBL_XOR"   USING   WK-RY
                                               WK-U
                                       BY VALUE WK-WORD-LEN
                   MOVE    10          TO      WK-RN
                   PERFORM S310-10     THRU    S310-EX
                   CALL    "CBL_XOR"   USING   WK-RY
                                               WK-U
                                       BY VALUE WK-WORD-LEN
                   COMPUTE WK-DBL = WK-U + TBL-W (I - 7)
                                  + WK-S + TBL-W (I - 16)
                   COMPUTE TBL-W (I) = FUNCTION MOD
                           ( WK-DBL, TBL-P2 (33) )
           END-PERFORM

           MOVE    TBL-SHA-H (ST 1) TO WK-A
           MOVE    TBL-SHA-H (ST 2) TO WK-B
           MOVE    TBL-SHA-H (ST 3) TO WK-C
           MOVE    TBL-SHA-H (ST 4) TO WK-D
           MOVE    TBL-SHA-H (ST 5) TO WK-E
           MOVE    TBL-SHA-H (ST 6) TO WK-F
           MOVE    TBL-SHA-H (ST 7) TO WK-G
           MOVE    TBL-SHA-H (ST 8) TO WK-H

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 64
                   PERFORM S410-10     THRU    S410-EX
           END-PERFORM

           COMPUTE TBL-SHA-H (ST 1) = FUNCTION MOD
                   ( TBL-SHA-H (ST 1) + WK-A, TBL-P2 (33) )
           COMPUTE TBL-SHA-H (ST 2) = FUNCTION MOD
                   ( TBL-SHA-H (ST 2) + WK-B, TBL-P2 (33) )
           COMPUTE TBL-SHA-H (ST 3) = FUNCTION MOD
                   ( TBL-SHA-H (ST 3) + WK-C, TBL-P2 (33) )
           COMPUTE TBL-SHA-H (ST 4) = FUNCTION MOD
                   ( TBL-SHA-H (ST 4) + WK-D, TBL-P2 (33) )
           COMPUTE TBL-SHA-H (ST 5) = FUNCTION MOD
                   ( TBL-SHA-H (ST 5) + WK-E, TBL-P2 (33) )
           COMPUTE TBL-SHA-H (ST 6) = FUNCTION MOD
                   ( TBL-SHA-H (ST 6) + WK-F, TBL-P2 (33) )
           COMPUTE TBL-SHA-H (ST 7) = FUNCTION MOD
                   ( TBL-SHA-H (ST 7) + WK-G, TBL-P2 (33) )
           COMPUTE TBL-SHA-H (ST 8) = FUNCTION MOD
                   ( TBL-SHA-H (ST 8) + WK-H, TBL-P2 (33) )
           .
       S400-EX.
           EXIT.

      *    *** 1ラウンド(I番目)
       S410-10.

      *    *** S1 = ROTR6 ^ ROTR11 ^ ROTR25 (E)
           MOVE    WK-E        TO      WK-RX
           MOVE    6           TO      WK-RN
           PERFORM S300-10     THRU    S300-EX
           MOVE    WK-RY       TO      WK-S
           MOVE    11          TO      WK-RN
           PERFORM S300-10     THRU    S300-EX
           CALL    "CBL_XOR"   USING   WK-RY
                                       WK-S
                               BY VALUE WK-WORD-LEN
           MOVE    25          TO      WK-RN
           PERFORM S300-10     THRU    S300-EX
           CALL    "CBL_XOR"   USING   WK-RY
                                       WK-S
                               BY VALUE WK-WORD-LEN

      *    *** CH = (E & F) ^ (~E & G)
           MOVE    WK-E        TO      WK-U
           CALL    "CBL_AND"   USING   WK-F
                                       WK-U
                               BY VALUE WK-WORD-LEN
           MOVE    WK-E        TO      WK-V
           CALL    "CBL_NOT"   USING   WK-V
                               BY VALUE WK-WORD-LEN
           CALL    "CBL_AND"   USING   WK-G
                                       WK-V
                               BY VALUE WK-WORD-LEN
           CALL    "CBL_XOR"   USING   WK-V
                                       WK-U
                               BY VALUE WK-WORD-LEN

      *    *** T1 = H + S1 + CH + K + W
           COMPUTE WK-DBL = WK-H + WK-S + WK-U + TBL-K (I) + TBL-W (I)
           COMPUTE WK-T1 = FUNCTION MOD ( WK-DBL, TBL-P2 (33) )

      *    *** S0 = ROTR2 ^ ROTR13 ^ ROTR22 (A)
           MOVE    WK-A        TO      WK-RX
           MOVE    2           TO      WK-RN
           PERFORM S300-10     THRU    S300-EX
           MOVE    WK-RY       TO      WK-S
           MOVE    13          TO      WK-RN
           PERFORM S300-10     THRU    S300-EX
           CALL    "CBL_XOR"   USING   WK-RY
                                       WK-S
                               BY VALUE WK-WORD-LEN
           MOVE    22          TO      WK-RN
           PERFORM S300-10     THRU    S300-EX
           CALL    "CBL_XOR"   USING   WK-RY
                                       WK-S
                               BY VALUE WK-WORD-LEN

      *    *** MAJ = (A & B) ^ (A & C) ^ (B & C)
           MOVE    WK-A        TO      WK-U
           CALL    "CBL_AND"   USING   WK-B
                                       WK-U
                               BY VALUE WK-WORD-LEN
           MOVE    WK-A        TO      WK-V
           CALL    "CBL_AND"   USING   WK-C
                                       WK-V
                               BY VALUE WK-WORD-LEN
           CALL    "CBL_XOR"   USING   WK-V
                                       WK-U
                               BY VALUE WK-WORD-LEN
           MOVE    WK-B        TO      WK-V
           CALL    "CBL_AND"   USING   WK-C
                                       WK-V
                               BY VALUE WK-WORD-LEN
           CALL    "CBL_XOR"   USING   WK-V
                                       WK-U
                               BY VALUE WK-WORD-LEN

      *    *** T2 = S0 + MAJ
           COMPUTE WK-DBL = WK-S + WK-U
           COMPUTE WK-T2 = FUNCTION MOD ( WK-DBL, TBL-P2 (33) )

           MOVE    WK-G        TO      WK-H
           MOVE    WK-F        TO      WK-G
           MOVE    WK-E        TO      WK-F
           COMPUTE WK-DBL = WK-D + WK-T1
           COMPUTE WK-E = FUNCTION MOD ( WK-DBL, TBL-P2 (33) )
           MOVE    WK-C        TO      WK-D
           MOVE    WK-B        TO      WK-C
           MOVE    WK-A        TO      WK-B
           COMPUTE WK-DBL = WK-T1 + WK-T2
           COMPUTE WK-A = FUNCTION MOD ( WK-DBL, TBL-P2 (33) )
           .
       S410-EX.
           EXIT.
