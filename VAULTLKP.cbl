       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "VAULTLKP".

      *    *** 操作者認可(OPAUTH)
           03  WK-AUTH-FUNC    PIC  X(008) VALUE SPACE.
           03  WK-AUTH-USER    PIC  X(016) VALUE SPACE.
           03  WK-AUTH-RESULT  PIC  X(001) VALUE SPACE.

           03  WK-VLT-F-NAME   PIC  X(032) VALUE
               "COBRND.VAULT".
           03  WK-VLT-STATUS   PIC  9(002) VALUE ZERO.
                   STOP    RUN
           END-IF

      *    *** 操作者認可(認可表に無い利用者は何もせず終わる)
           MOVE    "LOOKUP"    TO      WK-AUTH-FUNC
           MOVE    SPACE       TO      WK-AUTH-USER
           CALL    "OPAUTH"    USING   WK-PGM-NAME
                                       WK-AUTH-FUNC
                                       WK-AUTH-USER
                                       WK-AUTH-RESULT
           IF      WK-AUTH-RESULT NOT = "Y"
                   DISPLAY WK-PGM-NAME " 操作権限なし "
                           WK-AUTH-USER
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WK-USER
           ACCEPT  WK-USER     FROM    ENVIRONMENT "BATCHUSER"
               ON EXCEPTION
