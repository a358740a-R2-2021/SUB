           03  WK-LOGERR-STATUS  PIC  X(004) VALUE SPACE.
           03  WK-LOGERR-SEVERITY PIC X(001) VALUE SPACE.

      *    *** 監視イベントフィード出力用(MONFEED)
           03  WK-MON-EVENT      PIC  X(016) VALUE "SLA_BREACH".
           03  WK-MON-STEP       PIC  X(004) VALUE SPACE.
           03  WK-MON-RC         PIC  9(004) VALUE ZERO.
           03  WK-MON-TEXT       PIC  X(060) VALUE SPACE.

       01  TBL-TZ-AREA.
           03  TBL-TZ-ENT        OCCURS 20.
             05  TBL-TZ-FROM     PIC  9(008).
                                               WK-LOGERR-CONTEXT
                                               WK-LOGERR-STATUS
                                               WK-LOGERR-SEVERITY
                           MOVE    WK-LOGERR-CONTEXT TO WK-MON-TEXT
                           CALL    "MONFEED"   USING WK-LOGERR-PGM
                                               WK-MON-EVENT
                                               WK-MON-STEP
                                               WK-MON-RC
                                               WK-LOGERR-SEVERITY
                                               WK-MON-TEXT
                   END-IF
           END-PERFORM
           .
