      *    *** データ品質履歴記録 サブルーチン
      *    *** VALCHK・INTAKE が実行の終わりに、検査件数と不合格件数
      *    *** (合計・理由コード別・項目別)を1行ずつ品質履歴
      *    *** (CFG-DQHIST-NAME、1行の形は CPDQHIST)へ追記する。
      *    *** 呼出し側は STEP・FEED・KIND・KEY・CHECKED・NG を埋めて
      *    *** 渡す。日付(業務日付)・時刻・実行IDはここで付ける。
      *    *** 集計・傾向は DQSCORE が行う
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DQHIST.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** データ品質履歴(追記)
       SELECT DQH-F            ASSIGN   WK-DQH-F-NAME
                               STATUS   WK-DQH-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  DQH-F
           LABEL RECORDS ARE STANDARD.
           COPY    CPDQHIST    REPLACING ==:##:== BY ==DQH==.

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "DQHIST".

           03  WK-DQH-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-DQH-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CFG-SW       PIC  X(001) VALUE "N".

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.

           03  WK-TIME8        PIC  9(008) VALUE ZERO.

      *    *** 共有資源直列化(ENQDEQ)用。品質履歴は複数ステップが
      *    *** 並んで追記するため排他で囲む
           03  WK-ENQ-ID       PIC  X(001) VALUE SPACE.
           03  WK-ENQ-RES      PIC  X(016) VALUE "DQHIST".
           03  WK-ENQ-MODE     PIC  X(001) VALUE "X".
           03  WK-ENQ-HOLDER   PIC  X(008) VALUE SPACE.
           03  WK-ENQ-WAIT     PIC  9(004) VALUE 30.
           03  WK-ENQ-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ENQ-CAP      PIC  9(004) VALUE ZERO.

      *    *** 実行ID(RUNID照会、同一実行の記録突合せ用)
           03  WK-RUNID-ID     PIC  X(001) VALUE SPACE.
           03  WK-RUNID        PIC  X(014) VALUE SPACE.

      *    *** 既定ファイル名(CPCONFIG に集約)
           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** 記録する1行(STEP・FEED・KIND・KEY・CHECKED・NG)
           COPY    CPDQHIST    REPLACING ==:##:== BY ==LDQ==.

       PROCEDURE   DIVISION    USING   LDQ-DQHIST-AREA
           .
       M100-10.

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)は最初の1回
           IF      WK-CFG-SW   =       "N"
                   CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                               WK-PGM-NAME
                   MOVE    CFG-DQHIST-NAME TO  WK-DQH-F-NAME
                   CALL    "PATHSVC"   USING   WK-DQH-F-NAME
                   MOVE    "Y"         TO      WK-CFG-SW
           END-IF

      *    *** 追記を排他で囲む(並行ステップの書き崩れ防止)。
      *    *** 待ち切れの時は従来どおり突き進む(記録を失わない方を取る)
           MOVE    "E"         TO      WK-ENQ-ID
           MOVE    LDQ-STEP    TO      WK-ENQ-HOLDER
           CALL    "ENQDEQ"    USING   WK-ENQ-ID
                                       WK-ENQ-RES
                                       WK-ENQ-MODE
                                       WK-ENQ-HOLDER
                                       WK-ENQ-WAIT
                                       WK-ENQ-RC
                                       WK-ENQ-CAP

           OPEN    EXTEND      DQH-F
           IF      WK-DQH-STATUS NOT = ZERO
                   OPEN    OUTPUT      DQH-F
           END-IF
           IF      WK-DQH-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " DQH-F OPEN ERROR STATUS="
                           WK-DQH-STATUS
                   PERFORM S900-10     THRU    S900-EX
                   GO      TO      M100-EX
           END-IF

           MOVE    SPACE       TO      DQH-DQHIST-AREA
           MOVE    LDQ-STEP    TO      DQH-STEP
           MOVE    LDQ-FEED    TO      DQH-FEED
           MOVE    LDQ-KIND    TO      DQH-KIND
           MOVE    LDQ-KEY     TO      DQH-KEY
           MOVE    LDQ-CHECKED TO      DQH-CHECKED
           MOVE    LDQ-NG      TO      DQH-NG
           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       DQH-DATE
                                       WK-BIZ-STAT
           ACCEPT  WK-TIME8    FROM    TIME
           DIVIDE  WK-TIME8 BY 100 GIVING DQH-TIME

      *    *** 実行ID(同一実行の記録をこのキーで突き合わせる)
           MOVE    "G"         TO      WK-RUNID-ID
           CALL    "RUNID"     USING   WK-RUNID-ID
                                       WK-RUNID
           MOVE    WK-RUNID    TO      DQH-RUNID

           WRITE   DQH-DQHIST-AREA

           CLOSE   DQH-F

           PERFORM S900-10     THRU    S900-EX
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 直列化の解放
       S900-10.

           MOVE    "D"         TO      WK-ENQ-ID
           CALL    "ENQDEQ"    USING   WK-ENQ-ID
                                       WK-ENQ-RES
                                       WK-ENQ-MODE
                                       WK-ENQ-HOLDER
                                       WK-ENQ-WAIT
                                       WK-ENQ-RC
                                       WK-ENQ-CAP
           .
       S900-EX.
           EXIT.
