           03  WK-BNR-SW       PIC  X(001) VALUE SPACE.
           03  WK-BNR-TEXT     PIC  X(080) VALUE SPACE.
           03  WK-BNR-DATE     PIC  9(008) VALUE ZERO.

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  J               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.
           CALL    "DECODE07"  USING   WDE07-DECODE07-AREA
           MOVE    "Y"         TO      WK-BNR-SW

           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-BNR-DATE
                                       WK-BIZ-STAT
           MOVE    SPACE       TO      WK-BNR-TEXT
           STRING  LI-PGM      DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
