           03  WK-R-NISUU      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NISUU2       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SHOU         BINARY-LONG SYNC VALUE ZERO.
           03  WK-WEEK         BINARY-LONG SYNC VALUE ZERO.
           03  WK-YYYY         BINARY-LONG SYNC VALUE ZERO.
           03  WK-YYYY-2       BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMARI-400    BINARY-LONG SYNC VALUE ZERO.
       S210-10.

           DIVIDE  LDW-NISUU BY 7 GIVING WK-SHOU
                   REMAINDER WK-WEEK

      *    *** •â³‚·‚é 0000”N1ŒŽ1“ú„“y—j“úi7j
      *    *** LDW-DATE2-WEEK => 1(“ú) + 6 => 7 “y

           ADD      6          TO      WK-WEEK

           EVALUATE TRUE
               WHEN WK-WEEK = 8
                   MOVE     1           TO      LDW-DATE2-WEEK
               WHEN WK-WEEK = 9
                   MOVE     2           TO      LDW-DATE2-WEEK
               WHEN WK-WEEK = 10
                   MOVE     3           TO      LDW-DATE2-WEEK
               WHEN WK-WEEK = 11
                   MOVE     4           TO      LDW-DATE2-WEEK
               WHEN WK-WEEK = 12
                   MOVE     5           TO      LDW-DATE2-WEEK
               WHEN OTHER
                   MOVE     WK-WEEK     TO      LDW-DATE2-WEEK
           END-EVALUATE
           .
       S210-EX.
