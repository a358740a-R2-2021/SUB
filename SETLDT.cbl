      *    *** 決済日・支払期日 調整サブルーチン
      *    *** 支払・決済の日付は「翌営業日」「修正翌営業日」「前営業日」
      *    *** 「月末営業日」「25日・休日なら前営業日」「T+2」等の名前の
      *    *** 付いた規約で決まる。各プログラムがDATEWEEKのN/B/Cの上に
      *    *** 手で組んでいた調整を、基準日・規約・オフセットを渡すだけで
      *    *** 求められる様にする(規約とパラメータの説明はCPSETLDT)。
      *    *** 営業日・月末は共通カレンダー(CALGEN出力、会社休日込み)の
      *    *** 営業日フラグ・月末フラグで判定する。カレンダーは最初の
      *    *** 呼出しで実行単位に1回だけ読む(複数年を連結したファイルも
      *    *** 可。日付が1日でも飛んでいればC=カレンダー不良とする)。
      *    *** 日付を送った時はその理由(土日・休日・月跨ぎ・月末止め)を
      *    *** 返す
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SETLDT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 共通カレンダー(CALGEN出力)
       SELECT CAL-F            ASSIGN   WK-CAL-F-NAME
                               STATUS   WK-CAL-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** CALGEN の CAL-REC と同一レイアウト
       FD  CAL-F
           LABEL RECORDS ARE STANDARD.
       01  CAL-REC.
           03  CAL-DATE        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  CAL-WEEK        PIC  9(001).
           03  FILLER          PIC  X(001).
           03  CAL-ISOWK       PIC  9(002).
           03  FILLER          PIC  X(001).
           03  CAL-ERA-NA      PIC  X(006).
           03  FILLER          PIC  X(001).
           03  CAL-ERA-YY      PIC  9(002).
           03  FILLER          PIC  X(001).
           03  CAL-HOLIDAY     PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CAL-BIZ         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CAL-MONTH-END   PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CAL-PERIOD-END  PIC  X(001).
           03  FILLER          PIC  X(001).
           03  CAL-FY          PIC  9(004).
           03  FILLER          PIC  X(001).
           03  CAL-FP          PIC  9(002).
           03  FILLER          PIC  X(001).
           03  CAL-FW          PIC  9(002).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "SETLDT".

           03  WK-CAL-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-CAL-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CAL-EOF      PIC  X(001) VALUE LOW-VALUE.

      *    *** 実行単位内の保持値(初回呼出しで読む)
      *    *** WK-CAL-SW Y=読込み済、C=カレンダー不良
           03  WK-LOADED       PIC  X(001) VALUE "N".
           03  WK-CAL-SW       PIC  X(001) VALUE SPACE.
      *    *** 先頭日の通算日(INTEGER-OF-DATE)
           03  WK-CAL-INT      BINARY-LONG SYNC VALUE ZERO.

      *    *** 日付→カレンダー表の位置
           03  WK-D            PIC  9(008) VALUE ZERO.
           03  WK-D-R          REDEFINES WK-D.
             05  WK-D-YYYY     PIC  9(004).
             05  WK-D-MM       PIC  9(002).
             05  WK-D-DD       PIC  9(002).
           03  WK-D-IDX        BINARY-LONG SYNC VALUE ZERO.

      *    *** 調整前の日付の位置・月
           03  WK-K0           BINARY-LONG SYNC VALUE ZERO.
           03  WK-K0-MM        PIC  9(002) VALUE ZERO.
           03  WK-MONTHS       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT          BINARY-LONG SYNC VALUE ZERO.

           COPY    CPCONFIG.

      *    *** カレンダー表(10年分)
       01  TBL-CAL-AREA.
           03  TBL-CAL-ENT     OCCURS 3660.
             05  TBL-CAL-DATE  PIC  9(008).
             05  TBL-CAL-HOL   PIC  X(001).
             05  TBL-CAL-BIZ   PIC  X(001).
             05  TBL-CAL-MEND  PIC  X(001).
       01  TBL-CAL-CNT         BINARY-LONG SYNC VALUE ZERO.
       01  TBL-CAL-MAX         BINARY-LONG SYNC VALUE 3660.

       01  INDEX-AREA.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

           COPY    CPSETLDT    REPLACING ==:##:== BY ==LSD==.

       PROCEDURE   DIVISION    USING   LSD-SETLDT-AREA
           .
       M100-10.

           IF      WK-LOADED   =       "N"
                   PERFORM S010-10     THRU    S010-EX
           END-IF

           MOVE    ZERO        TO      LSD-RESULT
           MOVE    SPACE       TO      LSD-ROLL
                                       LSD-STAT
           IF      WK-CAL-SW   NOT =   "Y"
                   MOVE    "C"         TO      LSD-STAT
                   GO      TO      M100-EX
           END-IF

      *    *** 基準日の位置
           MOVE    LSD-BASE    TO      WK-D
           PERFORM S200-10     THRU    S200-EX
           IF      LSD-STAT    NOT =   SPACE
                   GO      TO      M100-EX
           END-IF

           EVALUATE LSD-CONV
               WHEN "FOLL"
               WHEN "MFOL"
               WHEN "PREC"
               WHEN "MPRE"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "EOM "
               WHEN "DAYP"
               WHEN "DAYF"
                   PERFORM S110-10     THRU    S110-EX
               WHEN "TPLS"
                   PERFORM S120-10     THRU    S120-EX
               WHEN OTHER
                   MOVE    "E"         TO      LSD-STAT
           END-EVALUATE

           IF      LSD-STAT    =       SPACE
                   MOVE    TBL-CAL-DATE (K) TO LSD-RESULT
           END-IF
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** カレンダー読込み(日付が1日ずつ続いていること)
       S010-10.

           MOVE    "Y"         TO      WK-LOADED

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-MAINJOB-CAL-NAME TO WK-CAL-F-NAME
           CALL    "PATHSVC"   USING   WK-CAL-F-NAME

           OPEN    INPUT       CAL-F
           IF      WK-CAL-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " CAL-F OPEN ERROR STATUS="
                           WK-CAL-STATUS " (" TRIM(WK-CAL-F-NAME) ")"
                   MOVE    "C"         TO      WK-CAL-SW
                   GO      TO      S010-EX
           END-IF

           MOVE    "Y"         TO      WK-CAL-SW
           MOVE    ZERO        TO      TBL-CAL-CNT
           MOVE    LOW-VALUE   TO      WK-CAL-EOF
           PERFORM UNTIL WK-CAL-EOF    =       HIGH-VALUE
                      OR WK-CAL-SW     NOT =   "Y"
                   READ    CAL-F
                   IF      WK-CAL-STATUS =     ZERO
                           PERFORM S020-10     THRU    S020-EX
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CAL-EOF
                   END-IF
           END-PERFORM
           CLOSE   CAL-F

           IF      TBL-CAL-CNT =       ZERO
                   DISPLAY WK-PGM-NAME " CAL-F 0件 ("
                           TRIM(WK-CAL-F-NAME) ")"
                   MOVE    "C"         TO      WK-CAL-SW
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** カレンダー1日分を表へ
       S020-10.

           IF      CAL-DATE    IS NOT  NUMERIC
              OR   TEST-DATE-YYYYMMDD (CAL-DATE) NOT = ZERO
                   DISPLAY WK-PGM-NAME " CAL-F 日付不正=" CAL-DATE
                   MOVE    "C"         TO      WK-CAL-SW
                   GO      TO      S020-EX
           END-IF
           IF      TBL-CAL-CNT =       ZERO
                   MOVE    INTEGER-OF-DATE (CAL-DATE) TO WK-CAL-INT
           ELSE
                   IF      INTEGER-OF-DATE (CAL-DATE) NOT =
                           WK-CAL-INT + TBL-CAL-CNT
                           DISPLAY WK-PGM-NAME
                                   " CAL-F 日付の飛び=" CAL-DATE
                           MOVE    "C"         TO      WK-CAL-SW
                           GO      TO      S020-EX
                   END-IF
           END-IF
           IF      TBL-CAL-CNT >=      TBL-CAL-MAX
                   DISPLAY WK-PGM-NAME " CAL-F 件数超過 MAX="
                           TBL-CAL-MAX
                   MOVE    "C"         TO      WK-CAL-SW
                   GO      TO      S020-EX
           END-IF

           ADD     1           TO      TBL-CAL-CNT
           MOVE    CAL-DATE    TO      TBL-CAL-DATE (TBL-CAL-CNT)
           MOVE    CAL-HOLIDAY TO      TBL-CAL-HOL (TBL-CAL-CNT)
           MOVE    CAL-BIZ     TO      TBL-CAL-BIZ (TBL-CAL-CNT)
           MOVE    CAL-MONTH-END TO    TBL-CAL-MEND (TBL-CAL-CNT)
           .
       S020-EX.
           EXIT.

      *    *** FOLL・MFOL・PREC・MPRE(暦日を足してから営業日へ送る)
       S100-10.

           COMPUTE K = WK-D-IDX + LSD-OFFSET
           IF      K < 1 OR K > TBL-CAL-CNT
                   MOVE    "R"         TO      LSD-STAT
                   GO      TO      S100-EX
           END-IF
           MOVE    K           TO      WK-K0
           MOVE    TBL-CAL-DATE (K) (5:2) TO WK-K0-MM
           IF      TBL-CAL-BIZ (K) =   "Y"
                   GO      TO      S100-EX
           END-IF
           PERFORM S300-10     THRU    S300-EX

           EVALUATE LSD-CONV
               WHEN "FOLL"
               WHEN "MFOL"
                   PERFORM S310-10     THRU    S310-EX
               WHEN "PREC"
               WHEN "MPRE"
                   PERFORM S320-10     THRU    S320-EX
           END-EVALUATE
           IF      LSD-STAT    NOT =   SPACE
                   GO      TO      S100-EX
           END-IF

      *    *** 修正規約は月を跨いだら逆向きへ送り直す
           IF      ( LSD-CONV = "MFOL" OR "MPRE" )
              AND  TBL-CAL-DATE (K) (5:2) NOT = WK-K0-MM
                   MOVE    WK-K0       TO      K
                   MOVE    "M"         TO      LSD-ROLL
                   IF      LSD-CONV    =       "MFOL"
                           PERFORM S320-10     THRU    S320-EX
                   ELSE
                           PERFORM S310-10     THRU    S310-EX
                   END-IF
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** EOM・DAYP・DAYF(基準月+OFFSET月の月末・指定日)
       S110-10.

           IF      LSD-CONV NOT =      "EOM "
              AND  ( LSD-DAY IS NOT NUMERIC
                OR   LSD-DAY < 1 OR LSD-DAY > 31 )
                   MOVE    "E"         TO      LSD-STAT
                   GO      TO      S110-EX
           END-IF

      *    *** 対象月の1日
           COMPUTE WK-MONTHS = WK-D-YYYY * 12 + WK-D-MM - 1
                             + LSD-OFFSET
           IF      WK-MONTHS   <       ZERO
                   MOVE    "R"         TO      LSD-STAT
                   GO      TO      S110-EX
           END-IF
           COMPUTE WK-D-YYYY = WK-MONTHS / 12
           COMPUTE WK-D-MM = MOD (WK-MONTHS, 12) + 1
           MOVE    1           TO      WK-D-DD
           PERFORM S200-10     THRU    S200-EX
           IF      LSD-STAT    NOT =   SPACE
                   GO      TO      S110-EX
           END-IF

      *    *** 月末フラグまで(DAYx は指定日まで)進める
           MOVE    WK-D-IDX    TO      K
           IF      LSD-CONV    =       "EOM "
                   MOVE    31          TO      WK-CNT
           ELSE
                   MOVE    LSD-DAY     TO      WK-CNT
           END-IF
           PERFORM UNTIL WK-CNT <= 1
                      OR TBL-CAL-MEND (K) = "Y"
                      OR LSD-STAT NOT = SPACE
                   IF      K           <       TBL-CAL-CNT
                           ADD     1           TO      K
                           SUBTRACT 1          FROM    WK-CNT
                   ELSE
                           MOVE    "R"         TO      LSD-STAT
                   END-IF
           END-PERFORM
           IF      LSD-STAT    NOT =   SPACE
                   GO      TO      S110-EX
           END-IF
           IF      LSD-CONV NOT =      "EOM "
              AND  WK-CNT      >       1
                   MOVE    "E"         TO      LSD-ROLL
           END-IF

           MOVE    K           TO      WK-K0
           IF      TBL-CAL-BIZ (K) =   "Y"
                   GO      TO      S110-EX
           END-IF
           PERFORM S300-10     THRU    S300-EX
           IF      LSD-CONV    =       "DAYF"
                   PERFORM S310-10     THRU    S310-EX
           ELSE
                   PERFORM S320-10     THRU    S320-EX
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** TPLS(基準日から OFFSET 営業日。0 は基準日が休業日なら
      *    *** 翌営業日)
       S120-10.

           MOVE    WK-D-IDX    TO      K
           MOVE    K           TO      WK-K0
           IF      LSD-OFFSET  =       ZERO
                   IF      TBL-CAL-BIZ (K) NOT = "Y"
                           PERFORM S300-10     THRU    S300-EX
                           PERFORM S310-10     THRU    S310-EX
                   END-IF
                   GO      TO      S120-EX
           END-IF

           MOVE    LSD-OFFSET  TO      WK-CNT
           PERFORM UNTIL WK-CNT = ZERO
                      OR LSD-STAT NOT = SPACE
                   IF      WK-CNT      >       ZERO
                           IF      K           <       TBL-CAL-CNT
                                   ADD     1           TO      K
                                   IF      TBL-CAL-BIZ (K) = "Y"
                                           SUBTRACT 1  FROM    WK-CNT
                                   END-IF
                           ELSE
                                   MOVE    "R"         TO      LSD-STAT
                           END-IF
                   ELSE
                           IF      K           >       1
                                   SUBTRACT 1          FROM    K
                                   IF      TBL-CAL-BIZ (K) = "Y"
                                           ADD     1   TO      WK-CNT
                                   END-IF
                           ELSE
                                   MOVE    "R"         TO      LSD-STAT
                           END-IF
                   END-IF
           END-PERFORM
           .
       S120-EX.
           EXIT.

      *    *** 日付(WK-D)→表の位置(WK-D-IDX)
       S200-10.

           IF      WK-D        IS NOT  NUMERIC
              OR   TEST-DATE-YYYYMMDD (WK-D) NOT = ZERO
                   MOVE    "E"         TO      LSD-STAT
                   GO      TO      S200-EX
           END-IF
           COMPUTE WK-D-IDX = INTEGER-OF-DATE (WK-D) - WK-CAL-INT + 1
           IF      WK-D-IDX < 1 OR WK-D-IDX > TBL-CAL-CNT
                   MOVE    "R"         TO      LSD-STAT
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 送る理由(調整前の日 WK-K0 が休日か土日か)
       S300-10.

           IF      LSD-ROLL    =       SPACE
                   IF      TBL-CAL-HOL (WK-K0) = "Y"
                           MOVE    "H"         TO      LSD-ROLL
                   ELSE
                           MOVE    "W"         TO      LSD-ROLL
                   END-IF
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 後ろの営業日へ(K から)
       S310-10.

           PERFORM UNTIL TBL-CAL-BIZ (K) = "Y"
                      OR LSD-STAT NOT = SPACE
                   IF      K           <       TBL-CAL-CNT
                           ADD     1           TO      K
                   ELSE
                           MOVE    "R"         TO      LSD-STAT
                   END-IF
           END-PERFORM
           .
       S310-EX.
           EXIT.

      *    *** 前の営業日へ(K から)
       S320-10.

           PERFORM UNTIL TBL-CAL-BIZ (K) = "Y"
                      OR LSD-STAT NOT = SPACE
                   IF      K           >       1
                           SUBTRACT 1          FROM    K
                   ELSE
                           MOVE    "R"         TO      LSD-STAT
                   END-IF
           END-PERFORM
           .
       S320-EX.
           EXIT.
