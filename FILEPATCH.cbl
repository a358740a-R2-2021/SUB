      *    *** (別のレコードを潰さないための安全装置)。
      *    *** 元ファイルには触れず修正済を別名で書き、適用した全パッチを
      *    *** 監査ファイルへ前後の16進付きで残し、LOGERRにも記録する
      *    *** パッチカードは作成者とは別の者の承認(PATCHQ)が要る。
      *    *** 承認済の提出と中身が一致しないカードは一切当てず、
      *    *** 使った承認番号は監査ファイルの先頭に残す
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             FILEPATCH.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "FILEPATC".

      *    *** 操作者認可(OPAUTH)
           03  WK-AUTH-FUNC    PIC  X(008) VALUE SPACE.
           03  WK-AUTH-USER    PIC  X(016) VALUE SPACE.
           03  WK-AUTH-RESULT  PIC  X(001) VALUE SPACE.

      *    *** 修正の承認照合(PATCHQ)
           03  WK-PQ-ID        PIC  X(001) VALUE "V".
           03  WK-PQ-KIND      PIC  X(006) VALUE "PATCH".
           03  WK-PQ-TARGET    PIC  X(256) VALUE SPACE.
           03  WK-PQ-REF       PIC  X(016) VALUE SPACE.
           03  WK-PQ-RPT       PIC  X(256) VALUE SPACE.
           03  WK-PQ-RC        BINARY-LONG SYNC VALUE ZERO.

           03  WK-PIN1-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.

           DISPLAY WK-PGM-NAME " START"

      *    *** 操作者認可(認可表に無い利用者は何もせず終わる)
           MOVE    "APPLY"     TO      WK-AUTH-FUNC
           MOVE    SPACE       TO      WK-AUTH-USER
           CALL    "OPAUTH"    USING   WK-PGM-NAME
                                       WK-AUTH-FUNC
                                       WK-AUTH-USER
                                       WK-AUTH-RESULT
           IF      WK-AUTH-RESULT NOT = "Y"
                   DISPLAY WK-PGM-NAME " 操作権限なし "
                           WK-AUTH-USER
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      M100-EX
           END-IF

           MOVE    TRIM(LI-IN-FILENAME)  TO WK-PIN1-F-NAME
           MOVE    TRIM(LI-OUT-FILENAME) TO WK-POT1-F-NAME
           MOVE    TRIM(LI-PATCH-FILENAME) TO WK-PCH-F-NAME
                   STOP    RUN
           END-IF

      *    *** 承認照合(承認済の提出と一致しなければ何も当てない)
           MOVE    LI-IN-FILENAME TO   WK-PQ-TARGET
           CALL    "PATCHQ"    USING   WK-PQ-ID
                                       WK-PQ-KIND
                                       LI-PATCH-FILENAME
                                       WK-PQ-TARGET
                                       WK-PQ-REF
                                       WK-PQ-RPT
                                       WK-PQ-RC
           MOVE    SPACES      TO      AUD-REC
           IF      WK-PQ-RC    NOT =   ZERO
                   STRING  "REFUSED DECK=" DELIMITED BY SIZE
                           WK-PCH-F-NAME DELIMITED BY SPACE
                           " NO APPROVAL" DELIMITED BY SIZE
                           INTO    AUD-REC
                   END-STRING
                   WRITE   AUD-REC
                   CLOSE   PIN1-F
                   CLOSE   POT1-F
                   CLOSE   AUD-F
                   DISPLAY WK-PGM-NAME " 承認なし 適用せず"
                   MOVE    16          TO      RETURN-CODE
                   GO      TO      M100-EX
           END-IF
           STRING  "APPROVAL REF=" DELIMITED BY SIZE
                   WK-PQ-REF   DELIMITED BY SPACE
                   " DECK="    DELIMITED BY SIZE
                   WK-PCH-F-NAME DELIMITED BY SPACE
                   " USER="    DELIMITED BY SIZE
                   WK-AUTH-USER DELIMITED BY SPACE
                   INTO    AUD-REC
           END-STRING
           WRITE   AUD-REC

      *    *** 全レコードを写しながら該当レコードへパッチを当てる
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           PERFORM UNTIL WK-PIN1-EOF   =       HIGH-VALUE
