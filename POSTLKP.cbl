      *    *** 郵便番号マスター照会 サブルーチン
      *    *** POSTMST が作った郵便番号マスター(CFG-POSTMST-NAME、
      *    *** 1件の形は CPPOSTMST)を引く。最初の呼出しで開き、
      *    *** ID=E まで開いたままにする。
      *    *** ID=L: 照会(LPM-POST の最初の1件を LPM へ返す)
      *    *** ID=C: 整合確認(LPM-POST の郵便番号が実在し、LPM-PREF の
      *    ***       都道府県と LI-ADDR の市区町村がその番号のどれかの
      *    ***       行と合うか。LI-ADDR は市区町村で始まるか、都道府県+
      *    ***       市区町村で始まればよい。LPM-PREF・LI-ADDR が空白なら
      *    ***       その確認はしない)。合った行(無ければ最初の行)を
      *    ***       LPM へ返す
      *    *** ID=R: 無作為抽出(LPM-POST の7桁以上で最初の郵便番号の
      *    ***       1件を返す。末尾を越えたら先頭へ回る。乱数で作った
      *    ***       7桁を渡せば実在の郵便番号・住所の組が得られる)
      *    *** ID=E: 終了(マスターを閉じる)
      *    *** LO-STAT 空白=正常 N=郵便番号がマスターに無い
      *    ***         P=都道府県が合わない C=市区町村が合わない
      *    ***         E=マスターが開けない(取込み前)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             POSTLKP.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 郵便番号マスター
       SELECT PMS-F            ASSIGN   WK-PMS-F-NAME
                               STATUS   WK-PMS-STATUS
           ORGANIZATION        INDEXED
           ACCESS MODE         DYNAMIC
           RECORD KEY          PMS-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PMS-F
           LABEL RECORDS ARE STANDARD.
           COPY    CPPOSTMST   REPLACING ==:##:== BY ==PMS==.

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "POSTLKP".

           03  WK-PMS-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-PMS-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-PMS-EOF      PIC  X(001) VALUE LOW-VALUE.

      *    *** N=未オープン Y=オープン済 E=開けなかった
           03  WK-OPEN-SW      PIC  X(001) VALUE "N".

           03  WK-POST         PIC  X(007) VALUE SPACE.
           03  WK-PREF         PIC  X(012) VALUE SPACE.
      *    *** 整合確認 この番号の行が有った・都道府県の合う行が有った
           03  WK-HIT-SW       PIC  X(001) VALUE "N".
           03  WK-PREF-SW      PIC  X(001) VALUE "N".
           03  WK-CITY-SW      PIC  X(001) VALUE "N".
           03  WK-LEN1         BINARY-LONG SYNC VALUE ZERO.
           03  WK-LEN2         BINARY-LONG SYNC VALUE ZERO.

      *    *** 既定ファイル名(CPCONFIG に集約)
           COPY    CPCONFIG.

      *    *** 返す行の控え(最初の行・合った行)
           COPY    CPPOSTMST   REPLACING ==:##:== BY ==WPM==.

       LINKAGE                 SECTION.

      *    *** L=照会 C=整合確認 R=無作為抽出 E=終了
       01  LI-ID               PIC  X(001).

      *    *** 結果(空白=正常 N,P,C,E)
       01  LO-STAT             PIC  X(001).

      *    *** 照会キー(LPM-POST)・確認する都道府県(LPM-PREF)、
      *    *** 結果の1件
           COPY    CPPOSTMST   REPLACING ==:##:== BY ==LPM==.

      *    *** C時のみ: 確認する住所(市区町村 または 都道府県+市区町村
      *    *** で始まる文字列)
       01  LI-ADDR             PIC  X(100).

       PROCEDURE   DIVISION    USING   LI-ID
                                       LO-STAT
                                       LPM-POSTMST-AREA
                                       LI-ADDR
           .
       M100-10.

           MOVE    SPACE       TO      LO-STAT

           IF      LI-ID       =       "E"
                   IF      WK-OPEN-SW  =       "Y"
                           CLOSE   PMS-F
                   END-IF
                   MOVE    "N"         TO      WK-OPEN-SW
                   GO      TO      M100-EX
           END-IF

           IF      WK-OPEN-SW  =       "N"
                   PERFORM S010-10     THRU    S010-EX
           END-IF
           IF      WK-OPEN-SW  =       "E"
                   MOVE    "E"         TO      LO-STAT
                   GO      TO      M100-EX
           END-IF

           EVALUATE LI-ID
               WHEN "L"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "C"
                   PERFORM S200-10     THRU    S200-EX
               WHEN "R"
                   PERFORM S300-10     THRU    S300-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID L,C,R,E 指定"
           END-EVALUATE
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** マスターを開く(開けなければ以後の呼出しは E を返す)
       S010-10.

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-POSTMST-NAME TO WK-PMS-F-NAME
           CALL    "PATHSVC"   USING   WK-PMS-F-NAME

           OPEN    INPUT       PMS-F
           IF      WK-PMS-STATUS =     ZERO
                   MOVE    "Y"         TO      WK-OPEN-SW
           ELSE
                   MOVE    "E"         TO      WK-OPEN-SW
                   DISPLAY WK-PGM-NAME " PMS-F OPEN ERROR STATUS="
                           WK-PMS-STATUS " (" TRIM(WK-PMS-F-NAME) ")"
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** 照会(最初の1件)
       S100-10.

           MOVE    LPM-POST    TO      WK-POST
           PERFORM S110-10     THRU    S110-EX
           IF      WK-PMS-EOF  =       HIGH-VALUE
                   MOVE    "N"         TO      LO-STAT
                   GO      TO      S100-EX
           END-IF
           MOVE    PMS-POSTMST-AREA TO LPM-POSTMST-AREA
           .
       S100-EX.
           EXIT.

      *    *** WK-POST の最初の行へ位置付けて読む
      *    *** (無ければ WK-PMS-EOF = HIGH-VALUE)
       S110-10.

           MOVE    LOW-VALUE   TO      WK-PMS-EOF
           MOVE    WK-POST     TO      PMS-POST
           MOVE    ZERO        TO      PMS-SEQ
           START   PMS-F KEY NOT LESS THAN PMS-KEY
           IF      WK-PMS-STATUS NOT = ZERO
                   MOVE    HIGH-VALUE  TO      WK-PMS-EOF
                   GO      TO      S110-EX
           END-IF
           PERFORM S120-10     THRU    S120-EX
           .
       S110-EX.
           EXIT.

      *    *** 次の1件(WK-POST と違う番号になったら終わり)
       S120-10.

           READ    PMS-F NEXT
           IF      WK-PMS-STATUS NOT = ZERO
              OR   PMS-POST    NOT =   WK-POST
                   MOVE    HIGH-VALUE  TO      WK-PMS-EOF
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 整合確認(その番号の全行を見る)
       S200-10.

           MOVE    LPM-POST    TO      WK-POST
           MOVE    TRIM(LPM-PREF) TO   WK-PREF
           MOVE    "N"         TO      WK-HIT-SW
                                       WK-PREF-SW
                                       WK-CITY-SW
           PERFORM S110-10     THRU    S110-EX
           PERFORM UNTIL WK-PMS-EOF    =       HIGH-VALUE
                      OR WK-CITY-SW    =       "Y"
                   IF      WK-HIT-SW   =       "N"
                           MOVE    "Y"         TO      WK-HIT-SW
                           MOVE    PMS-POSTMST-AREA TO WPM-POSTMST-AREA
                   END-IF
                   IF      WK-PREF     =       SPACE
                      OR   WK-PREF     =       PMS-PREF
                           IF      WK-PREF-SW  =       "N"
                                   MOVE    "Y"         TO  WK-PREF-SW
                                   MOVE    PMS-POSTMST-AREA TO
                                           WPM-POSTMST-AREA
                           END-IF
                           PERFORM S210-10     THRU    S210-EX
                           IF      WK-CITY-SW  =       "Y"
                                   MOVE    PMS-POSTMST-AREA TO
                                           WPM-POSTMST-AREA
                           END-IF
                   END-IF
                   IF      WK-CITY-SW  =       "N"
                           PERFORM S120-10     THRU    S120-EX
                   END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WK-HIT-SW  =       "N"
                   MOVE    "N"         TO      LO-STAT
                   GO      TO      S200-EX
               WHEN WK-PREF-SW =       "N"
                   MOVE    "P"         TO      LO-STAT
               WHEN WK-CITY-SW =       "N"
                   MOVE    "C"         TO      LO-STAT
           END-EVALUATE
           MOVE    WPM-POSTMST-AREA TO LPM-POSTMST-AREA
           .
       S200-EX.
           EXIT.

      *    *** 市区町村の確認(LI-ADDR が 市区町村 か 都道府県+市区町村
      *    *** で始まるか)
       S210-10.

           IF      LI-ADDR     =       SPACE
                   MOVE    "Y"         TO      WK-CITY-SW
                   GO      TO      S210-EX
           END-IF

           MOVE    ZERO        TO      WK-LEN1
                                       WK-LEN2
           INSPECT PMS-CITY TALLYING WK-LEN1 FOR TRAILING SPACE
           COMPUTE WK-LEN1 = LENGTH(PMS-CITY) - WK-LEN1
           INSPECT PMS-PREF TALLYING WK-LEN2 FOR TRAILING SPACE
           COMPUTE WK-LEN2 = LENGTH(PMS-PREF) - WK-LEN2
           IF      WK-LEN1     =       ZERO
                   GO      TO      S210-EX
           END-IF

           IF      LI-ADDR (1:WK-LEN1) = PMS-CITY (1:WK-LEN1)
                   MOVE    "Y"         TO      WK-CITY-SW
                   GO      TO      S210-EX
           END-IF
           IF      WK-LEN2     >       ZERO
              AND  WK-LEN1 + WK-LEN2 <=        100
              AND  LI-ADDR (1:WK-LEN2) = PMS-PREF (1:WK-LEN2)
              AND  LI-ADDR (WK-LEN2 + 1:WK-LEN1) = PMS-CITY (1:WK-LEN1)
                   MOVE    "Y"         TO      WK-CITY-SW
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** 無作為抽出(LPM-POST 以上で最初の1件、無ければ先頭)
       S300-10.

           MOVE    LPM-POST    TO      PMS-POST
           MOVE    ZERO        TO      PMS-SEQ
           START   PMS-F KEY NOT LESS THAN PMS-KEY
           IF      WK-PMS-STATUS =     ZERO
                   READ    PMS-F NEXT
           END-IF
           IF      WK-PMS-STATUS NOT = ZERO
                   MOVE    LOW-VALUE   TO      PMS-KEY
                   START   PMS-F KEY NOT LESS THAN PMS-KEY
                   IF      WK-PMS-STATUS =     ZERO
                           READ    PMS-F NEXT
                   END-IF
           END-IF
           IF      WK-PMS-STATUS NOT = ZERO
                   MOVE    "N"         TO      LO-STAT
                   GO      TO      S300-EX
           END-IF
           MOVE    PMS-POSTMST-AREA TO LPM-POSTMST-AREA
           .
       S300-EX.
           EXIT.
