      *    *** ID=N: 新世代名を採番して LO-NAME へ返しカタログへ記録
      *    *** ID=L: 最新世代名を LO-NAME へ返す(無ければSPACE)
      *    *** ID=R: LI-REL 世代前の名前を LO-NAME へ返す(無ければSPACE)
      *    *** ID=U: LO-NAME で渡した世代をカタログから外す(ファイルは
      *    ***       消さない。外せなければ LO-NAME をSPACEで返す)
      *    *** 採番・カタログ外しは世代記録(GENCAT.LOG)へ実行ID・
      *    *** 会社・ステップ(環境変数 MAINJOB_COMPANY/MAINJOB_STEP)付きで
      *    *** 追記し、再実行時の世代戻し(GENROLL)の拠り所にする。
      *    *** カタログから外した世代のファイルが残っている時は、同じ世代
      *    *** 番号をバージョン違い(V02以降)で採番して上書きを避ける
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             GENNAME.

           ACCESS MODE         DYNAMIC
           RECORD KEY          CAT-KEY.

      *    *** 世代記録(採番・カタログ外しの履歴、追記)
       SELECT GLOG-F           ASSIGN   WK-GLOG-F-NAME
                               STATUS   WK-GLOG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

             05  CAT-GEN-NO    PIC  9(004).
           03  CAT-GEN         PIC  X(272).

      *    *** 世代記録1行= 区分(N=採番,U=カタログ外し) 日時 実行ID
      *    ***               会社 ステップ 世代番号 基本名 世代名
       FD  GLOG-F
           LABEL RECORDS ARE STANDARD.
       01  GLOG-REC.
           03  GLOG-ACT        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  GLOG-STAMP      PIC  X(014).
           03  FILLER          PIC  X(001).
           03  GLOG-RUNID      PIC  X(014).
           03  FILLER          PIC  X(001).
           03  GLOG-COMP       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  GLOG-STEP       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  GLOG-GEN-NO     PIC  9(004).
           03  FILLER          PIC  X(001).
           03  GLOG-BASE       PIC  X(256).
           03  FILLER          PIC  X(001).
           03  GLOG-GEN        PIC  X(272).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-CAT-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CAT-EOF      PIC  X(001) VALUE LOW-VALUE.

           03  WK-GLOG-F-NAME  PIC  X(032) VALUE
               "GENCAT.LOG".
           03  WK-GLOG-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-GLOG-ACT     PIC  X(001) VALUE SPACE.

      *    *** 世代記録の実行ID・会社・ステップ
           03  WK-RUNID-ID     PIC  X(001) VALUE "G".
           03  WK-RUNID        PIC  X(014) VALUE SPACE.
           03  WK-ENV-COMP     PIC  X(004) VALUE SPACE.
           03  WK-ENV-STEP     PIC  X(004) VALUE SPACE.

      *    *** カタログ外し(ID=U)の対象世代名
           03  WK-U-NAME       PIC  X(272) VALUE SPACE.
           03  WK-U-FOUND      PIC  X(001) VALUE "N".

      *    *** 採番名の既存ファイル確認(バージョン送り)
           03  WK-VER          PIC  9(002) VALUE ZERO.
           03  WK-FEX-INFO.
             05  WK-FEX-SIZE   PIC  X(008) COMP-X.
             05  WK-FEX-DATE   PIC  X(004) COMP-X.
             05  WK-FEX-TIME   PIC  X(004) COMP-X.
           03  WK-FEX-RC       BINARY-LONG SYNC VALUE ZERO.

           03  WK-TODAY        PIC  9(008) VALUE ZERO.

      *    *** 業務日付照会(BIZDATE)用
           03  WK-BIZ-ID       PIC  X(001) VALUE "G".
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-GEN-NO       PIC  9(004) VALUE ZERO.
           03  WK-NEW-NAME     PIC  X(272) VALUE SPACE.


       LINKAGE                 SECTION.

      *    *** N=新世代採番, L=最新照会, R=相対照会, U=カタログ外し
       01  LI-ID               PIC  X(001).

      *    *** 基本名(フルパス名をそのまま受ける。32桁へ切り詰めると
       01  LI-REL              PIC  9(002).

      *    *** 解決した世代名(見つからない時はSPACE)
      *    *** U時はカタログから外す世代名を渡す
       01  LO-NAME             PIC  X(272).

       PROCEDURE   DIVISION    USING   LI-ID
           .
       M100-10.

           MOVE    LO-NAME     TO      WK-U-NAME
           MOVE    SPACE       TO      LO-NAME

      *    *** カタログから同一基本名の世代を集める
                           COMPUTE I = TBL-GEN-CNT - LI-REL
                           MOVE    TBL-GEN-NAME (I) TO LO-NAME
                   END-IF
               WHEN "U"
                   PERFORM S200-10     THRU    S200-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID N,L,R,U 指定"
           END-EVALUATE
           .
       M100-EX.
      *    *** 新世代の採番とカタログ記録
       S100-10.

           MOVE    "G"         TO      WK-BIZ-ID
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-TODAY
                                       WK-BIZ-STAT
      *    *** 採番はカタログ済の最大世代番号の次(テーブル件数ではない)
           COMPUTE WK-GEN-NO = WK-MAX-GEN + 1

      *    *** カタログから外した世代のファイルが同名で残っていれば
      *    *** バージョンを送る(外した世代は消さずに残すため)
           MOVE    ZERO        TO      WK-VER
           MOVE    ZERO        TO      WK-FEX-RC
           PERFORM UNTIL WK-FEX-RC NOT = ZERO
                      OR WK-VER >= 99
                   ADD     1           TO      WK-VER
                   MOVE    SPACE       TO      WK-NEW-NAME
                   STRING  LI-BASE     DELIMITED BY SPACE
                           "."         DELIMITED BY SIZE
                           WK-TODAY    DELIMITED BY SIZE
                           ".G"        DELIMITED BY SIZE
                           WK-GEN-NO   DELIMITED BY SIZE
                           "V"         DELIMITED BY SIZE
                           WK-VER      DELIMITED BY SIZE
                           INTO    WK-NEW-NAME
                   END-STRING
                   CALL    "CBL_CHECK_FILE_EXIST" USING WK-NEW-NAME
                                                        WK-FEX-INFO
                           RETURNING WK-FEX-RC
           END-PERFORM

           OPEN    I-O         CAT-F
           IF      WK-CAT-STATUS NOT = ZERO
                           DISPLAY WK-PGM-NAME
                                   " CAT-F WRITE ERROR STATUS="
                                   WK-CAT-STATUS
                   ELSE
                           MOVE    "N"         TO      WK-GLOG-ACT
                           PERFORM S300-10     THRU    S300-EX
                   END-IF
                   CLOSE   CAT-F
           ELSE
           .
       S100-EX.
           EXIT.

      *    *** カタログ外し(基本名のキー範囲から世代名の一致する物を
      *    *** 探して索引から削除する。世代のファイル自体は残す)
       S200-10.

           MOVE    "N"         TO      WK-U-FOUND
           IF      WK-U-NAME   =       SPACE
                   GO      TO      S200-EX
           END-IF

           OPEN    I-O         CAT-F
           IF      WK-CAT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " CAT-F OPEN ERROR STATUS="
                           WK-CAT-STATUS
                   GO      TO      S200-EX
           END-IF

           MOVE    LI-BASE     TO      CAT-BASE
           MOVE    ZERO        TO      CAT-GEN-NO
           START   CAT-F KEY NOT LESS THAN CAT-KEY
           IF      WK-CAT-STATUS NOT = ZERO
                   CLOSE   CAT-F
                   GO      TO      S200-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-CAT-EOF
           PERFORM UNTIL WK-CAT-EOF    =       HIGH-VALUE
                   READ    CAT-F NEXT
                   IF      WK-CAT-STATUS =     ZERO
                      AND  CAT-BASE    =       LI-BASE
                           IF      CAT-GEN     =       WK-U-NAME
                                   MOVE    CAT-GEN-NO  TO  WK-GEN-NO
                                   DELETE  CAT-F RECORD
                                   IF      WK-CAT-STATUS = ZERO
                                           MOVE "Y" TO WK-U-FOUND
                                   ELSE
                                           DISPLAY WK-PGM-NAME
                                           " CAT-F DELETE ERROR STATUS="
                                                   WK-CAT-STATUS
                                   END-IF
                                   MOVE    HIGH-VALUE  TO  WK-CAT-EOF
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-CAT-EOF
                   END-IF
           END-PERFORM
           CLOSE   CAT-F

           IF      WK-U-FOUND  =       "Y"
                   MOVE    WK-U-NAME   TO      WK-NEW-NAME
                                               LO-NAME
                   MOVE    "U"         TO      WK-GLOG-ACT
                   PERFORM S300-10     THRU    S300-EX
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 世代記録の追記(WK-GLOG-ACT, WK-GEN-NO, WK-NEW-NAME)
       S300-10.

           MOVE    "G"         TO      WK-RUNID-ID
           CALL    "RUNID"     USING   WK-RUNID-ID
                                       WK-RUNID

           MOVE    SPACE       TO      WK-ENV-COMP
                                       WK-ENV-STEP
           ACCEPT  WK-ENV-COMP FROM    ENVIRONMENT "MAINJOB_COMPANY"
               ON EXCEPTION
                   MOVE    SPACE       TO      WK-ENV-COMP
           END-ACCEPT
           ACCEPT  WK-ENV-STEP FROM    ENVIRONMENT "MAINJOB_STEP"
               ON EXCEPTION
                   MOVE    SPACE       TO      WK-ENV-STEP
           END-ACCEPT

           OPEN    EXTEND      GLOG-F
           IF      WK-GLOG-STATUS NOT = ZERO
                   OPEN    OUTPUT      GLOG-F
           END-IF
           IF      WK-GLOG-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " GLOG-F OPEN ERROR STATUS="
                           WK-GLOG-STATUS
                   GO      TO      S300-EX
           END-IF

           MOVE    SPACE       TO      GLOG-REC
           MOVE    WK-GLOG-ACT TO      GLOG-ACT
           MOVE    CURRENT-DATE (1:14) TO GLOG-STAMP
           MOVE    WK-RUNID    TO      GLOG-RUNID
           MOVE    WK-ENV-COMP TO      GLOG-COMP
           MOVE    WK-ENV-STEP TO      GLOG-STEP
           MOVE    WK-GEN-NO   TO      GLOG-GEN-NO
           MOVE    LI-BASE     TO      GLOG-BASE
           MOVE    WK-NEW-NAME TO      GLOG-GEN
           WRITE   GLOG-REC
           CLOSE   GLOG-F
           .
       S300-EX.
           EXIT.
