
      *    *** 対象日と対象曜日(1=日...7=土)
           03  WK-TARGET       PIC  9(008) VALUE ZERO.

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-TARGET-WEEK  PIC  9(001) VALUE ZERO.

      *    *** レコード日付の曜日(同じ日付の再計算を省く)
           IF      LI-TARGET-DATE >    ZERO
                   MOVE    LI-TARGET-DATE TO   WK-TARGET
           ELSE
                   MOVE    "G"         TO      WK-BIZ-ID
                   CALL    "BIZDATE"   USING   WK-BIZ-ID
                                               WK-TARGET
                                               WK-BIZ-STAT
           END-IF
           IF      LI-PCT      >       ZERO
                   MOVE    LI-PCT      TO      WK-PCT
