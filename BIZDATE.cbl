      *    *** 業務日付(処理日付) 管理サブルーチン
      *    *** 夜間の処理対象日をシステム時計ではなく営業日付管理
      *    *** ファイル(BIZDATE.CTL)で持ち、日付を刻む各プログラムが
      *    *** この日付を使う(深夜0時を越えた実行や翌日の遅延実行でも
      *    *** 世代名・実行履歴・共通バランス等が当該業務日で揃う)。
      *    *** 管理ファイル1行= 業務日付 状態 次業務日付 更新日時 実行ID
      *    ***   状態 O=処理中(未完了)、C=完了(次業務日付へ進めてよい)
      *    *** 管理ファイルの無い環境は従来どおりシステム日付を返す
      *    *** ID=G: 照会(当夜の業務日付。子起動は環境変数
      *    ***       MAINJOB_BIZDATE を優先する)
      *    *** ID=N: 次の夜間が処理する日付の照会(完了なら次業務日付、
      *    ***       未完了なら同じ日付の再実行)
      *    *** ID=O: 業務日の開始(LI-DATE を処理中として記録)
      *    *** ID=C: 業務日の完了(LI-DATE を次業務日付として記録)
      *    *** ID=S: この実行単位だけの日付指定(ファイルは書かない)
      *    *** LI-STAT へ状態(O/C、管理ファイル無しは空白)を返す
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             BIZDATE.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 営業日付管理ファイル(1レコード)
       SELECT BD-F             ASSIGN   WK-BD-F-NAME
                               STATUS   WK-BD-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  BD-F
           LABEL RECORDS ARE STANDARD.
       01  BD-REC.
           03  BD-DATE         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  BD-STAT         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  BD-NEXT         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  BD-UPD          PIC  X(014).
           03  FILLER          PIC  X(001).
           03  BD-RUNID        PIC  X(014).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "BIZDATE".

           03  WK-BD-F-NAME    PIC  X(032) VALUE SPACE.
           03  WK-BD-STATUS    PIC  9(002) VALUE ZERO.

      *    *** 実行単位内の保持値(初回照会で確定する)
           03  WK-LOADED       PIC  X(001) VALUE "N".
           03  WK-CUR-DATE     PIC  9(008) VALUE ZERO.
           03  WK-CUR-STAT     PIC  X(001) VALUE SPACE.
           03  WK-CUR-NEXT     PIC  9(008) VALUE ZERO.
      *    *** F=管理ファイル、E=環境変数、S=実行単位指定、K=時計
           03  WK-CUR-SRC      PIC  X(001) VALUE SPACE.

           03  WK-ENV-DATE     PIC  X(008) VALUE SPACE.
           03  WK-FILE-SW      PIC  X(001) VALUE "N".

      *    *** 実行ID(更新記録用)
           03  WK-RUNID-ID     PIC  X(001) VALUE SPACE.
           03  WK-RUNID        PIC  X(014) VALUE SPACE.

           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** G=照会, N=次夜照会, O=開始, C=完了, S=実行単位指定
       01  LI-ID               PIC  X(001).

      *    *** 業務日付(G/N:返す、O/C/S:渡す)
       01  LI-DATE             PIC  9(008).

      *    *** 状態(O/C、管理ファイル無しは空白)
       01  LI-STAT             PIC  X(001).

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-DATE
                                       LI-STAT
           .
       M100-10.

           IF      WK-LOADED   =       "N"
                   PERFORM S010-10     THRU    S010-EX
           END-IF

           EVALUATE LI-ID
               WHEN "G"
                   MOVE    WK-CUR-DATE TO      LI-DATE
               WHEN "N"
                   IF      WK-CUR-STAT =       "C"
                      AND  WK-CUR-NEXT >       ZERO
                           MOVE    WK-CUR-NEXT TO      LI-DATE
                   ELSE
                           MOVE    WK-CUR-DATE TO      LI-DATE
                   END-IF
               WHEN "O"
                   MOVE    LI-DATE     TO      WK-CUR-DATE
                   MOVE    "O"         TO      WK-CUR-STAT
                   MOVE    ZERO        TO      WK-CUR-NEXT
                   PERFORM S100-10     THRU    S100-EX
               WHEN "C"
                   MOVE    LI-DATE     TO      WK-CUR-NEXT
                   MOVE    "C"         TO      WK-CUR-STAT
                   PERFORM S100-10     THRU    S100-EX
               WHEN "S"
                   MOVE    LI-DATE     TO      WK-CUR-DATE
                   MOVE    "S"         TO      WK-CUR-SRC
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID G,N,O,C,S 指定"
           END-EVALUATE

           IF      WK-FILE-SW  =       "Y"
                   MOVE    WK-CUR-STAT TO      LI-STAT
           ELSE
                   MOVE    SPACE       TO      LI-STAT
           END-IF
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 初回照会(環境変数→管理ファイル→システム日付の順)
       S010-10.

           MOVE    "Y"         TO      WK-LOADED

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-BIZDATE-NAME TO WK-BD-F-NAME

           ACCEPT  WK-CUR-DATE FROM    DATE YYYYMMDD
           MOVE    "K"         TO      WK-CUR-SRC

           OPEN    INPUT       BD-F
           IF      WK-BD-STATUS =      ZERO
                   READ    BD-F
                       AT  END
                           CONTINUE
                       NOT AT  END
                           IF      BD-DATE IS NUMERIC
                                   MOVE    "Y"     TO  WK-FILE-SW
                                   MOVE    BD-DATE TO  WK-CUR-DATE
                                   MOVE    "F"     TO  WK-CUR-SRC
                                   IF      BD-STAT =   "C"
                                           MOVE "C" TO WK-CUR-STAT
                                   ELSE
                                           MOVE "O" TO WK-CUR-STAT
                                   END-IF
                                   IF      BD-NEXT IS NUMERIC
                                           MOVE BD-NEXT TO WK-CUR-NEXT
                                   END-IF
                           ELSE
                                   DISPLAY WK-PGM-NAME
                                           " BIZDATE.CTL 日付不正="
                                           BD-DATE
                           END-IF
                   END-READ
                   CLOSE   BD-F
           END-IF

      *    *** 子起動(MAINJOBのSYSOUT取り)は親の業務日付を引き継ぐ
           MOVE    SPACE       TO      WK-ENV-DATE
           ACCEPT  WK-ENV-DATE FROM    ENVIRONMENT "MAINJOB_BIZDATE"
               ON EXCEPTION
                   MOVE    SPACE       TO      WK-ENV-DATE
           END-ACCEPT
           IF      WK-ENV-DATE IS NUMERIC
                   MOVE    WK-ENV-DATE TO      WK-CUR-DATE
                   MOVE    "E"         TO      WK-CUR-SRC
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** 管理ファイルの書き直し(管理ファイルの有る環境のみ。
      *    *** 無い環境は実行単位内の保持値だけを差し替える)
       S100-10.

           IF      WK-FILE-SW  NOT =   "Y"
                   GO      TO      S100-EX
           END-IF

           OPEN    OUTPUT      BD-F
           IF      WK-BD-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " BD-F OPEN ERROR STATUS="
                           WK-BD-STATUS
                   GO      TO      S100-EX
           END-IF

           MOVE    SPACE       TO      BD-REC
           MOVE    WK-CUR-DATE TO      BD-DATE
           MOVE    WK-CUR-STAT TO      BD-STAT
           IF      WK-CUR-NEXT >       ZERO
                   MOVE    WK-CUR-NEXT TO      BD-NEXT
           END-IF
           MOVE    CURRENT-DATE (1:14) TO BD-UPD
           MOVE    "G"         TO      WK-RUNID-ID
           CALL    "RUNID"     USING   WK-RUNID-ID
                                       WK-RUNID
           MOVE    WK-RUNID    TO      BD-RUNID
           WRITE   BD-REC
           CLOSE   BD-F

           DISPLAY WK-PGM-NAME " 業務日付=" WK-CUR-DATE
                   " 状態=" WK-CUR-STAT
                   " 次=" WK-CUR-NEXT
           .
       S100-EX.
           EXIT.
