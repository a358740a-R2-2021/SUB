               "BALANCE.CTL".
           03  WK-BAL-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.

           03  WK-TIME8        PIC  9(008) VALUE ZERO.

      *    *** 共有資源直列化(ENQDEQ)用。共通バランスファイルは
           03  WK-ENQ-HOLDER   PIC  X(008) VALUE SPACE.
           03  WK-ENQ-WAIT     PIC  9(004) VALUE 30.
           03  WK-ENQ-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ENQ-CAP      PIC  9(004) VALUE ZERO.

      *    *** 実行ID(RUNID照会、同一実行の記録突合せ用)
           03  WK-RUNID-ID     PIC  X(001) VALUE SPACE.
                                       WK-ENQ-HOLDER
                                       WK-ENQ-WAIT
                                       WK-ENQ-RC
                                       WK-ENQ-CAP

           OPEN    EXTEND      BAL-F
           IF      WK-BAL-STATUS NOT = ZERO
                   GO      TO      M100-EX
           END-IF

           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       BAL-DATE
                                       WK-BIZ-STAT
           ACCEPT  WK-TIME8    FROM    TIME
           DIVIDE  WK-TIME8 BY 100 GIVING BAL-TIME
           MOVE    LI-STEP     TO      BAL-STEP
                                       WK-ENQ-HOLDER
                                       WK-ENQ-WAIT
                                       WK-ENQ-RC
                                       WK-ENQ-CAP
           .
       S900-EX.
           EXIT.
