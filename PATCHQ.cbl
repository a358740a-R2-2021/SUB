      *    *** 本番データ修正の承認待ち行列(作成者・承認者の分離)
      *    *** FILEPATCH のパッチカードと REPLAY の修正済リジェクトは、
      *    *** 作成者(メーカー)が本ルーチンへ提出し、別の者(チェッカー)
      *    *** が前後対比レポートを見て承認・却下する。FILEPATCH・REPLAY
      *    *** は適用の直前に本ルーチン(ID=V)を呼び、これから当てる
      *    *** ファイルと中身が一致する承認済の提出が無ければ何もしない。
      *    *** 提出時にファイルを控え(<行列名>.<承認番号>)へ写し取り、
      *    *** レポートも照合もこの控えで行う(承認後に書き換えられた
      *    *** ファイルは一致せず、当てられない)。承認は1回限りで、
      *    *** 照合が通った時点で使用済とする
      *    *** ID=S: 提出(LI-FILEを控え、承認番号をLI-REFへ返す)
      *    *** ID=R: 前後対比レポート(LI-REFの控えと対象ファイル)
      *    ***       PATCH : 各カードの対象レコードの現在値と適用後
      *    ***       REPLAY: 元のリジェクトと修正分の差異箇所
      *    *** ID=A: 承認(提出者本人は承認できない)
      *    *** ID=J: 却下
      *    *** ID=L: 承認待ちの一覧表示
      *    *** ID=V: 適用前の照合(FILEPATCH・REPLAYが呼ぶ)
      *    *** 提出者・承認者はOSの利用者で、OPAUTH(プログラム PATCHQ、
      *    *** 機能 SUBMIT/REPORT/APPROVE/REJECT)の認可を通した者に限る。
      *    *** 全ての提出・承認・却下・適用・照合不成立を承認記録
      *    *** (CFG-PATCHQ-LOG-NAME)へ残す。CFG-PATCHQ-SW=N の環境では
      *    *** 照合を省き承認番号 UNCONTROLLED を返す(記録は残す)
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             PATCHQ.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 承認待ち行列(全件を読み、変更時は全件を書き直す)
       SELECT Q-F              ASSIGN   WK-Q-F-NAME
                               STATUS   WK-Q-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 提出されたファイル(パッチカード・修正済リジェクト)
       SELECT SRC-F            ASSIGN   WK-SRC-F-NAME
                               STATUS   WK-SRC-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 提出時の控え
       SELECT SNP-F            ASSIGN   WK-SNP-F-NAME
                               STATUS   WK-SNP-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 対象ファイル(PATCH: 修正対象、REPLAY: 元のリジェクト)
       SELECT TGT-F            ASSIGN   WK-TGT-F-NAME
                               STATUS   WK-TGT-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 承認記録(追記)
       SELECT PLOG-F           ASSIGN   WK-PLOG-F-NAME
                               STATUS   WK-PLOG-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** 行列1行(状態 P=承認待ち A=承認済 J=却下 U=使用済)
       FD  Q-F
           LABEL RECORDS ARE STANDARD.
       01  Q-REC.
           03  Q-REF           PIC  X(016).
           03  FILLER          PIC  X(001).
           03  Q-KIND          PIC  X(006).
           03  FILLER          PIC  X(001).
           03  Q-STAT          PIC  X(001).
           03  FILLER          PIC  X(001).
           03  Q-MAKER         PIC  X(016).
           03  FILLER          PIC  X(001).
           03  Q-SUB-TS        PIC  X(014).
           03  FILLER          PIC  X(001).
           03  Q-CHECKER       PIC  X(016).
           03  FILLER          PIC  X(001).
           03  Q-CHK-TS        PIC  X(014).
           03  FILLER          PIC  X(001).
           03  Q-USE-TS        PIC  X(014).
           03  FILLER          PIC  X(001).
           03  Q-LINES         PIC  9(006).
           03  FILLER          PIC  X(001).
           03  Q-FILE          PIC  X(128).
           03  FILLER          PIC  X(001).
           03  Q-TARGET        PIC  X(128).

       FD  SRC-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-SRC-LEN.
       01  SRC-REC             PIC  X(004100).

       FD  SNP-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-SNP-LEN.
       01  SNP-REC             PIC  X(004100).
      *    *** 修正済リジェクトとして見る時(INTAKE の REJ-REC と同一)
       01  SNP-REJ-REC.
           03  SNP-REJ-SEQ     PIC  9(009).
           03  FILLER          PIC  X(001).
           03  SNP-REJ-REASON  PIC  X(006).
           03  FILLER          PIC  X(001).
           03  SNP-REJ-DATA-LEN PIC 9(005).
           03  FILLER          PIC  X(001).
           03  SNP-REJ-DATA    PIC  X(004000).

       FD  TGT-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-TGT-LEN.
       01  TGT-REC             PIC  X(032000).
      *    *** 元のリジェクトとして見る時(INTAKE の REJ-REC と同一)
       01  TGT-REJ-REC.
           03  TGT-REJ-SEQ     PIC  9(009).
           03  FILLER          PIC  X(001).
           03  TGT-REJ-REASON  PIC  X(006).
           03  FILLER          PIC  X(001).
           03  TGT-REJ-DATA-LEN PIC 9(005).
           03  FILLER          PIC  X(001).
           03  TGT-REJ-DATA    PIC  X(004000).

       FD  PLOG-F
           LABEL RECORDS ARE STANDARD.
       01  PLOG-REC.
           03  PLOG-DATE       PIC  9(008).
           03  FILLER          PIC  X(001).
           03  PLOG-TIME       PIC  9(006).
           03  FILLER          PIC  X(001).
           03  PLOG-USER       PIC  X(016).
           03  FILLER          PIC  X(001).
           03  PLOG-ACTION     PIC  X(008).
           03  FILLER          PIC  X(001).
           03  PLOG-REF        PIC  X(016).
           03  FILLER          PIC  X(001).
           03  PLOG-KIND       PIC  X(006).
           03  FILLER          PIC  X(001).
           03  PLOG-FILE       PIC  X(128).

       WORKING-STORAGE         SECTION.

      *    *** 報告1行(帳票ページ編集 RPTPAGE へ渡す)
       01  RPT-REC             PIC  X(132).
           COPY    CPRPTPAGE  REPLACING ==:##:== BY ==WPG==.

       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "PATCHQ".

           03  WK-Q-F-NAME     PIC  X(032) VALUE SPACE.
           03  WK-Q-STATUS     PIC  9(002) VALUE ZERO.
           03  WK-Q-EOF        PIC  X(001) VALUE LOW-VALUE.
           03  WK-SRC-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-SRC-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-SRC-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-SRC-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SNP-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-SNP-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-SNP-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-SNP-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TGT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-TGT-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-TGT-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-TGT-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RPT-F-NAME   PIC  X(256) VALUE SPACE.
           03  WK-RPT-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-PLOG-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-PLOG-STATUS  PIC  9(002) VALUE ZERO.

      *    *** 操作者認可(OPAUTH)
           03  WK-AUTH-FUNC    PIC  X(008) VALUE SPACE.
           03  WK-AUTH-USER    PIC  X(016) VALUE SPACE.
           03  WK-AUTH-RESULT  PIC  X(001) VALUE SPACE.
           03  WK-USER-U       PIC  X(016) VALUE SPACE.
           03  WK-MAKER-U      PIC  X(016) VALUE SPACE.

      *    *** 承認番号の採番(種別1字+年月日時分秒+通番1字)
           03  WK-NOW          PIC  X(021) VALUE SPACE.
           03  WK-REF          PIC  X(016) VALUE SPACE.
           03  WK-REF-SEQ      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DIGITS       PIC  X(010) VALUE "0123456789".

      *    *** 行列の該当行(0=無し)、照合結果、記録の動作名
           03  WK-QI           BINARY-LONG SYNC VALUE ZERO.
           03  WK-SAME         PIC  X(001) VALUE "N".
           03  WK-ACTION       PIC  X(008) VALUE SPACE.
           03  WK-LOG-FILE     PIC  X(128) VALUE SPACE.
           03  WK-LINES        BINARY-LONG SYNC VALUE ZERO.

      *    *** パッチカード解析用(FILEPATCHと同じ書式)
           03  WK-P-SEQ-X      PIC  X(009) VALUE SPACE.
           03  WK-P-OFF-X      PIC  X(005) VALUE SPACE.
           03  WK-P-OLD-X      PIC  X(032) VALUE SPACE.
           03  WK-P-NEW-X      PIC  X(032) VALUE SPACE.
           03  WK-HEXN         BINARY-LONG SYNC VALUE ZERO.

      *    *** 16進表示(FILEPATCHと同じ組立て)
           03  WK-HEX-TBL      PIC  X(016) VALUE "0123456789ABCDEF".
           03  WK-HEX-TBL-R    REDEFINES WK-HEX-TBL.
             05  WK-HEX-DIGIT  OCCURS 16
                               PIC  X(001).
           03  WK-HEX-OUT      PIC  X(032) VALUE SPACE.
           03  WK-HEX-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-L         BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-R         BINARY-LONG SYNC VALUE ZERO.
           03  WK-PIC.
             05  FILLER        PIC  X(001) VALUE LOW-VALUE.
             05  WK-PIC-X      PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIC-HALF     REDEFINES WK-PIC
                               PIC  9(004) COMP-X.

      *    *** レポート用
           03  WK-REC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-WIN-FROM     BINARY-LONG SYNC VALUE ZERO.
           03  WK-WIN-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-AFTER        PIC  X(004000) VALUE SPACE.
           03  WK-BEFORE       PIC  X(004000) VALUE SPACE.
           03  WK-BEF-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-AFT-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHUNK        BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHUNK-LEN    BINARY-LONG SYNC VALUE ZERO.
           03  WK-DIFF-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SEQ-D        PIC  9(009) VALUE ZERO.
           03  WK-OFF-D        PIC  9(005) VALUE ZERO.
           03  WK-POS-D        PIC  9(005) VALUE ZERO.
           03  WK-LEN-D        PIC  9(005) VALUE ZERO.
           03  WK-CNT-D        PIC  ZZZZZ9.

           03  WK-LOGERR-PGM   PIC  X(008) VALUE SPACE.
           03  WK-LOGERR-CONTEXT PIC X(040) VALUE SPACE.
           03  WK-LOGERR-STATUS PIC X(004) VALUE SPACE.
           03  WK-LOGERR-SEVERITY PIC X(001) VALUE SPACE.

      *    *** 承認待ち行列(Q-REC と同一レイアウト)
       01  TBL-Q-AREA.
           03  TBL-Q-ENT       OCCURS 500.
             05  TBL-Q-REF     PIC  X(016).
             05  FILLER        PIC  X(001).
             05  TBL-Q-KIND    PIC  X(006).
             05  FILLER        PIC  X(001).
             05  TBL-Q-STAT    PIC  X(001).
             05  FILLER        PIC  X(001).
             05  TBL-Q-MAKER   PIC  X(016).
             05  FILLER        PIC  X(001).
             05  TBL-Q-SUB-TS  PIC  X(014).
             05  FILLER        PIC  X(001).
             05  TBL-Q-CHECKER PIC  X(016).
             05  FILLER        PIC  X(001).
             05  TBL-Q-CHK-TS  PIC  X(014).
             05  FILLER        PIC  X(001).
             05  TBL-Q-USE-TS  PIC  X(014).
             05  FILLER        PIC  X(001).
             05  TBL-Q-LINES   PIC  9(006).
             05  FILLER        PIC  X(001).
             05  TBL-Q-FILE    PIC  X(128).
             05  FILLER        PIC  X(001).
             05  TBL-Q-TARGET  PIC  X(128).
       01  TBL-Q-CNT           BINARY-LONG SYNC VALUE ZERO.

      *    *** レポート用のパッチカード(レコード番号・位置・旧・新16進)
       01  TBL-PC-AREA.
           03  TBL-PC-ENT      OCCURS 100.
             05  TBL-PC-SEQ    BINARY-LONG SYNC.
             05  TBL-PC-OFF    BINARY-LONG SYNC.
             05  TBL-PC-LEN    BINARY-LONG SYNC.
             05  TBL-PC-OLD-X  PIC  X(032).
             05  TBL-PC-NEW-X  PIC  X(032).
             05  TBL-PC-HIT    PIC  X(001).
       01  TBL-PC-CNT          BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPCONFIG.

       LINKAGE                 SECTION.

      *    *** S=提出 R=レポート A=承認 J=却下 L=一覧 V=適用前照合
       01  LI-ID               PIC  X(001).

      *    *** 種別(PATCH=FILEPATCHのパッチカード、
      *    *** REPLAY=REPLAYの修正済リジェクト)
       01  LI-KIND             PIC  X(006).

      *    *** 提出・照合するファイル名(S・V)
       01  LI-FILE             PIC  X(256).

      *    *** 対象ファイル名(S。PATCHは修正対象、REPLAYは元の
      *    *** リジェクト。レポートの「前」に使う)
       01  LI-TARGET           PIC  X(256).

      *    *** 承認番号(S・V: 返す、R・A・J: 指定)
       01  LI-REF              PIC  X(016).

      *    *** レポートファイル名(R。空白=PATCHQ.RPT)
       01  LI-RPT-FILENAME     PIC  X(256).

      *    *** 結果(0=正常 -1=不成立・拒否)
       01  LO-RC               BINARY-LONG SYNC.

       PROCEDURE   DIVISION    USING   LI-ID
                                       LI-KIND
                                       LI-FILE
                                       LI-TARGET
                                       LI-REF
                                       LI-RPT-FILENAME
                                       LO-RC
           .
       M100-10.

           MOVE    ZERO        TO      LO-RC

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME
           MOVE    CFG-PATCHQ-NAME TO  WK-Q-F-NAME
           MOVE    CFG-PATCHQ-LOG-NAME TO WK-PLOG-F-NAME

           EVALUATE LI-ID
               WHEN "S"
                   MOVE    "SUBMIT"    TO      WK-AUTH-FUNC
               WHEN "R"
                   MOVE    "REPORT"    TO      WK-AUTH-FUNC
               WHEN "A"
                   MOVE    "APPROVE"   TO      WK-AUTH-FUNC
               WHEN "J"
                   MOVE    "REJECT"    TO      WK-AUTH-FUNC
               WHEN "L"
               WHEN "V"
                   MOVE    SPACE       TO      WK-AUTH-FUNC
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LI-ID PARA ERROR=" LI-ID
                   DISPLAY WK-PGM-NAME " LI-ID S,R,A,J,L,V 指定"
                   MOVE    -1          TO      LO-RC
                   GO      TO      M100-EX
           END-EVALUATE

      *    *** 提出者・承認者の認可(OSの利用者)
           MOVE    SPACE       TO      WK-AUTH-USER
           IF      WK-AUTH-FUNC NOT =  SPACE
                   CALL    "OPAUTH"    USING   WK-PGM-NAME
                                               WK-AUTH-FUNC
                                               WK-AUTH-USER
                                               WK-AUTH-RESULT
                   IF      WK-AUTH-RESULT NOT = "Y"
                           DISPLAY WK-PGM-NAME " 操作権限なし "
                                   WK-AUTH-USER
                           MOVE    -1          TO      LO-RC
                           GO      TO      M100-EX
                   END-IF
           ELSE
                   PERFORM S020-10     THRU    S020-EX
           END-IF
           MOVE    UPPER-CASE (WK-AUTH-USER) TO WK-USER-U

           PERFORM S900-10     THRU    S900-EX

           EVALUATE LI-ID
               WHEN "S"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "R"
                   PERFORM S200-10     THRU    S200-EX
               WHEN "A"
                   PERFORM S300-10     THRU    S300-EX
               WHEN "J"
                   PERFORM S400-10     THRU    S400-EX
               WHEN "V"
                   PERFORM S500-10     THRU    S500-EX
               WHEN "L"
                   PERFORM S600-10     THRU    S600-EX
           END-EVALUATE
           .
       M100-EX.
           EXIT    PROGRAM.

      *    *** 照合・一覧はOSの利用者を記録に残すだけ(OPAUTHと同じ順)
       S020-10.

           ACCEPT  WK-AUTH-USER FROM   ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE    SPACE       TO      WK-AUTH-USER
           END-ACCEPT
           IF      WK-AUTH-USER =      SPACE
                   ACCEPT  WK-AUTH-USER FROM   ENVIRONMENT "LOGNAME"
                       ON EXCEPTION
                           MOVE    SPACE       TO      WK-AUTH-USER
                   END-ACCEPT
           END-IF
           IF      WK-AUTH-USER =      SPACE
                   ACCEPT  WK-AUTH-USER FROM   ENVIRONMENT "USERNAME"
                       ON EXCEPTION
                           MOVE    SPACE       TO      WK-AUTH-USER
                   END-ACCEPT
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** 提出(控えへ写し、承認待ちで行列へ載せる)
       S100-10.

           IF      LI-KIND     NOT =   "PATCH"
              AND  LI-KIND     NOT =   "REPLAY"
                   DISPLAY WK-PGM-NAME " 種別 PATCH,REPLAY 指定 "
                           LI-KIND
                   MOVE    -1          TO      LO-RC
                   GO      TO      S100-EX
           END-IF
           IF      TBL-Q-CNT   >=      500
                   DISPLAY WK-PGM-NAME " 行列満杯(500件)"
                   MOVE    -1          TO      LO-RC
                   GO      TO      S100-EX
           END-IF

      *    *** 承認番号(同じ秒の提出は通番で分ける)
           MOVE    CURRENT-DATE TO     WK-NOW
           MOVE    LI-KIND (1:1) TO    WK-REF
           MOVE    WK-NOW (1:14) TO    WK-REF (2:14)
           MOVE    ZERO        TO      WK-REF-SEQ
           MOVE    1           TO      WK-QI
           PERFORM UNTIL WK-QI =       ZERO
                      OR WK-REF-SEQ >  9
                   MOVE    WK-DIGITS (WK-REF-SEQ + 1:1) TO WK-REF (16:1)
                   PERFORM S930-10     THRU    S930-EX
                   IF      WK-QI       >       ZERO
                           ADD     1           TO      WK-REF-SEQ
                   END-IF
           END-PERFORM
           IF      WK-QI       >       ZERO
                   DISPLAY WK-PGM-NAME " 承認番号を採れない"
                   MOVE    -1          TO      LO-RC
                   GO      TO      S100-EX
           END-IF

      *    *** 控えへ写す
           MOVE    TRIM(LI-FILE) TO    WK-SRC-F-NAME
           PERFORM S940-10     THRU    S940-EX
           OPEN    INPUT       SRC-F
           IF      WK-SRC-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " SRC-F OPEN ERROR STATUS="
                           WK-SRC-STATUS
                   MOVE    -1          TO      LO-RC
                   GO      TO      S100-EX
           END-IF
           OPEN    OUTPUT      SNP-F
           IF      WK-SNP-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " SNP-F OPEN ERROR STATUS="
                           WK-SNP-STATUS
                   CLOSE   SRC-F
                   MOVE    -1          TO      LO-RC
                   GO      TO      S100-EX
           END-IF
           MOVE    ZERO        TO      WK-LINES
           MOVE    LOW-VALUE   TO      WK-SRC-EOF
           PERFORM UNTIL WK-SRC-EOF    =       HIGH-VALUE
                   READ    SRC-F
                   IF      WK-SRC-STATUS =     ZERO
                           ADD     1           TO      WK-LINES
                           MOVE    WK-SRC-LEN  TO      WK-SNP-LEN
                           MOVE    SRC-REC (1:WK-SRC-LEN) TO
                                   SNP-REC (1:WK-SNP-LEN)
                           WRITE   SNP-REC
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-SRC-EOF
                   END-IF
           END-PERFORM
           CLOSE   SRC-F
           CLOSE   SNP-F

      *    *** 行列へ載せる
           ADD     1           TO      TBL-Q-CNT
           MOVE    SPACE       TO      TBL-Q-ENT (TBL-Q-CNT)
           MOVE    WK-REF      TO      TBL-Q-REF (TBL-Q-CNT)
           MOVE    LI-KIND     TO      TBL-Q-KIND (TBL-Q-CNT)
           MOVE    "P"         TO      TBL-Q-STAT (TBL-Q-CNT)
           MOVE    WK-AUTH-USER TO     TBL-Q-MAKER (TBL-Q-CNT)
           MOVE    WK-NOW (1:14) TO    TBL-Q-SUB-TS (TBL-Q-CNT)
           MOVE    WK-LINES    TO      TBL-Q-LINES (TBL-Q-CNT)
           MOVE    LI-FILE     TO      TBL-Q-FILE (TBL-Q-CNT)
           MOVE    LI-TARGET   TO      TBL-Q-TARGET (TBL-Q-CNT)
           PERFORM S910-10     THRU    S910-EX

           MOVE    "SUBMIT"    TO      WK-ACTION
           MOVE    LI-FILE     TO      WK-LOG-FILE
           PERFORM S920-10     THRU    S920-EX

           MOVE    WK-REF      TO      LI-REF
           DISPLAY WK-PGM-NAME " 提出 承認番号=" WK-REF
                   " 行数=" WK-LINES
           .
       S100-EX.
           EXIT.

      *    *** 前後対比レポート(控えと対象ファイルから作る)
       S200-10.

           MOVE    LI-REF      TO      WK-REF
           PERFORM S930-10     THRU    S930-EX
           IF      WK-QI       =       ZERO
                   DISPLAY WK-PGM-NAME " 承認番号なし " LI-REF
                   MOVE    -1          TO      LO-RC
                   GO      TO      S200-EX
           END-IF

           MOVE    TRIM(LI-RPT-FILENAME) TO WK-RPT-F-NAME
           IF      WK-RPT-F-NAME =     SPACE
                   MOVE    "PATCHQ.RPT" TO     WK-RPT-F-NAME
           END-IF
           MOVE    SPACE       TO      WPG-RPTPAGE-AREA
           MOVE    WK-PGM-NAME TO      WPG-PGM
           MOVE    "PRODUCTION DATA PATCH BEFORE/AFTER"
                               TO      WPG-TITLE
           MOVE    WK-RPT-F-NAME TO    WPG-FILE
           MOVE    "OPEN  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           MOVE    WPG-STATUS  TO      WK-RPT-STATUS
           IF      WK-RPT-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " RPT-F OPEN ERROR STATUS="
                           WK-RPT-STATUS
                   MOVE    -1          TO      LO-RC
                   GO      TO      S200-EX
           END-IF

           MOVE    SPACE       TO      RPT-REC
           STRING  "PENDING DATA CHANGE  REF=" DELIMITED BY SIZE
                   WK-REF      DELIMITED BY SIZE
                   "  KIND="   DELIMITED BY SIZE
                   TBL-Q-KIND (WK-QI) DELIMITED BY SPACE
                   "  STATUS=" DELIMITED BY SIZE
                   TBL-Q-STAT (WK-QI) DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S991-10     THRU    S991-EX
           MOVE    SPACE       TO      RPT-REC
           STRING  "MAKER="    DELIMITED BY SIZE
                   TBL-Q-MAKER (WK-QI) DELIMITED BY SPACE
                   "  SUBMITTED=" DELIMITED BY SIZE
                   TBL-Q-SUB-TS (WK-QI) DELIMITED BY SIZE
                   "  CHECKER=" DELIMITED BY SIZE
                   TBL-Q-CHECKER (WK-QI) DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    SPACE       TO      RPT-REC
           STRING  "FILE="     DELIMITED BY SIZE
                   TBL-Q-FILE (WK-QI) DELIMITED BY SPACE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    SPACE       TO      RPT-REC
           STRING  "TARGET="   DELIMITED BY SIZE
                   TBL-Q-TARGET (WK-QI) DELIMITED BY SPACE
                   INTO    RPT-REC
           END-STRING
           PERFORM S990-10     THRU    S990-EX
           MOVE    SPACE       TO      RPT-REC
           PERFORM S990-10     THRU    S990-EX

           PERFORM S940-10     THRU    S940-EX
           MOVE    TBL-Q-TARGET (WK-QI) TO WK-TGT-F-NAME
           IF      TBL-Q-KIND (WK-QI) = "PATCH"
                   PERFORM S210-10     THRU    S210-EX
           ELSE
                   PERFORM S220-10     THRU    S220-EX
           END-IF

           MOVE    "CLOSE "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
           DISPLAY WK-PGM-NAME " レポート " TRIM (WK-RPT-F-NAME)
           .
       S200-EX.
           EXIT.

      *    *** PATCH: カードごとに対象レコードの現在値と適用後
       S210-10.

      *    *** 控えのカードを取り込む(FILEPATCHと同じ書式)
           MOVE    ZERO        TO      TBL-PC-CNT
           OPEN    INPUT       SNP-F
           IF      WK-SNP-STATUS NOT = ZERO
                   MOVE    "SNAPSHOT MISSING" TO RPT-REC
                   PERFORM S990-10     THRU    S990-EX
                   MOVE    -1          TO      LO-RC
                   GO      TO      S210-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-SNP-EOF
           PERFORM UNTIL WK-SNP-EOF    =       HIGH-VALUE
                   MOVE    SPACE       TO      SNP-REC (1:100)
                   READ    SNP-F
                   IF      WK-SNP-STATUS =     ZERO
                           IF      SNP-REC (1:100) NOT = SPACE
                              AND  SNP-REC (1:1) NOT = "#"
                              AND  TBL-PC-CNT < 100
                                   PERFORM S211-10 THRU S211-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-SNP-EOF
                   END-IF
           END-PERFORM
           CLOSE   SNP-F

           MOVE    SPACE       TO      RPT-REC
           MOVE    "CARD SEQ       OFF   CARD-OLD / CARD-NEW / CURRENT"
                               TO      RPT-REC
           PERFORM S991-10     THRU    S991-EX

      *    *** 対象ファイルを頭から歩き、カードの当たるレコードを出す
           OPEN    INPUT       TGT-F
           IF      WK-TGT-STATUS NOT = ZERO
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "TARGET OPEN ERROR STATUS=" DELIMITED BY
                                                           SIZE
                           WK-TGT-STATUS DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           ELSE
                   MOVE    ZERO        TO      WK-REC-CNT
                   MOVE    LOW-VALUE   TO      WK-TGT-EOF
                   PERFORM UNTIL WK-TGT-EOF    =       HIGH-VALUE
                           READ    TGT-F
                           IF      WK-TGT-STATUS =     ZERO
                                   ADD     1   TO      WK-REC-CNT
                                   PERFORM VARYING I FROM 1 BY 1
                                           UNTIL I > TBL-PC-CNT
                                       IF  TBL-PC-SEQ (I) = WK-REC-CNT
                                           PERFORM S212-10
                                              THRU S212-EX
                                       END-IF
                                   END-PERFORM
                           ELSE
                                   MOVE    HIGH-VALUE  TO  WK-TGT-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   TGT-F
           END-IF

      *    *** 当たらなかったカード
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-PC-CNT
                   IF      TBL-PC-HIT (I) NOT = "Y"
                           MOVE    TBL-PC-SEQ (I) TO   WK-SEQ-D
                           MOVE    SPACE       TO      RPT-REC
                           STRING  "CARD "     DELIMITED BY SIZE
                                   WK-SEQ-D    DELIMITED BY SIZE
                                   " RECORD NOT FOUND" DELIMITED
                                                       BY SIZE
                                   INTO    RPT-REC
                           END-STRING
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM
           .
       S210-EX.
           EXIT.

      *    *** カード1行の解析(不正な行は表に載せるだけで "?" を付す)
       S211-10.

           MOVE    SPACE       TO      WK-P-SEQ-X
                                       WK-P-OFF-X
                                       WK-P-OLD-X
                                       WK-P-NEW-X
           UNSTRING SNP-REC (1:100) DELIMITED BY ALL " "
                   INTO    WK-P-SEQ-X
                           WK-P-OFF-X
                           WK-P-OLD-X
                           WK-P-NEW-X
           END-UNSTRING
           IF      WK-P-SEQ-X IS NOT NUMERIC
              OR   WK-P-OFF-X IS NOT NUMERIC
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "INVALID CARD: " DELIMITED BY SIZE
                           SNP-REC (1:100) DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
                   GO      TO      S211-EX
           END-IF

           MOVE    ZERO        TO      WK-HEXN
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 32
                      OR WK-P-OLD-X (I:1) = SPACE
                   ADD     1           TO      WK-HEXN
           END-PERFORM

           ADD     1           TO      TBL-PC-CNT
           MOVE    NUMVAL (WK-P-SEQ-X) TO TBL-PC-SEQ (TBL-PC-CNT)
           MOVE    NUMVAL (WK-P-OFF-X) TO TBL-PC-OFF (TBL-PC-CNT)
           COMPUTE TBL-PC-LEN (TBL-PC-CNT) = WK-HEXN / 2
           MOVE    WK-P-OLD-X  TO      TBL-PC-OLD-X (TBL-PC-CNT)
           MOVE    WK-P-NEW-X  TO      TBL-PC-NEW-X (TBL-PC-CNT)
           MOVE    "N"         TO      TBL-PC-HIT (TBL-PC-CNT)
           .
       S211-EX.
           EXIT.

      *    *** カード1件の前後(現在値16進と、前後の文字の並び)
       S212-10.

           MOVE    "Y"         TO      TBL-PC-HIT (I)
           MOVE    TBL-PC-SEQ (I) TO   WK-SEQ-D
           MOVE    TBL-PC-OFF (I) TO   WK-OFF-D

           MOVE    SPACE       TO      WK-HEX-OUT
           IF      TBL-PC-OFF (I) >=   1
              AND  TBL-PC-LEN (I) >    ZERO
              AND  TBL-PC-OFF (I) + TBL-PC-LEN (I) - 1 <= WK-TGT-LEN
                   MOVE    TGT-REC (TBL-PC-OFF (I):TBL-PC-LEN (I))
                                       TO      WK-HEX-OUT
                   MOVE    TBL-PC-LEN (I) TO   WK-HEX-LEN
                   PERFORM S950-10     THRU    S950-EX
           ELSE
                   MOVE    "OUT OF RANGE" TO   WK-HEX-OUT
           END-IF

           MOVE    SPACE       TO      RPT-REC
           STRING  "CARD "     DELIMITED BY SIZE
                   WK-SEQ-D    DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-OFF-D    DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   TBL-PC-OLD-X (I) DELIMITED BY SPACE
                   " / "       DELIMITED BY SIZE
                   TBL-PC-NEW-X (I) DELIMITED BY SPACE
                   " / "       DELIMITED BY SIZE
                   WK-HEX-OUT  DELIMITED BY "  "
                   INTO    RPT-REC
           END-STRING
           IF      WK-HEX-OUT  =       TBL-PC-OLD-X (I)
                   MOVE    "MATCH"     TO      RPT-REC (120:5)
           ELSE
                   MOVE    "MISMATCH"  TO      RPT-REC (120:8)
           END-IF
           PERFORM S990-10     THRU    S990-EX

      *    *** 前後の文字の並び(変更位置の前後20バイト)
           COMPUTE WK-WIN-FROM = TBL-PC-OFF (I) - 20
           IF      WK-WIN-FROM <       1
                   MOVE    1           TO      WK-WIN-FROM
           END-IF
           COMPUTE WK-WIN-LEN = WK-TGT-LEN - WK-WIN-FROM + 1
           IF      WK-WIN-LEN  >       100
                   MOVE    100         TO      WK-WIN-LEN
           END-IF
           IF      WK-WIN-LEN  <       1
                   GO      TO      S212-EX
           END-IF
           MOVE    SPACE       TO      RPT-REC
           MOVE    "  BEFORE "  TO     RPT-REC (1:9)
           MOVE    TGT-REC (WK-WIN-FROM:WK-WIN-LEN) TO
                   RPT-REC (10:WK-WIN-LEN)
           PERFORM S990-10     THRU    S990-EX

      *    *** 適用後(新16進をバイトへ直して差し替えた並び)
           MOVE    TGT-REC (WK-WIN-FROM:WK-WIN-LEN) TO WK-AFTER
           IF      TBL-PC-OFF (I) >=   1
              AND  TBL-PC-LEN (I) >    ZERO
              AND  TBL-PC-OFF (I) + TBL-PC-LEN (I) - 1 <= WK-TGT-LEN
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > TBL-PC-LEN (I)
                           PERFORM S960-10     THRU    S960-EX
                           COMPUTE K = TBL-PC-OFF (I) - WK-WIN-FROM
                                     + J
                           IF      K   >=  1
                              AND  K   <=  WK-WIN-LEN
                                   MOVE    WK-PIC-X TO WK-AFTER (K:1)
                           END-IF
                   END-PERFORM
           END-IF
           MOVE    SPACE       TO      RPT-REC
           MOVE    "  AFTER  "  TO     RPT-REC (1:9)
           MOVE    WK-AFTER (1:WK-WIN-LEN) TO RPT-REC (10:WK-WIN-LEN)
           PERFORM S990-10     THRU    S990-EX
           .
       S212-EX.
           EXIT.

      *    *** REPLAY: 修正分ごとに元のリジェクトとの差異箇所
      *    *** (両ファイルとも記録番号の昇順。100バイト単位で
      *    ***  違いの有る区間だけを前・後・印で出す)
       S220-10.

           OPEN    INPUT       SNP-F
           IF      WK-SNP-STATUS NOT = ZERO
                   MOVE    "SNAPSHOT MISSING" TO RPT-REC
                   PERFORM S990-10     THRU    S990-EX
                   MOVE    -1          TO      LO-RC
                   GO      TO      S220-EX
           END-IF
           OPEN    INPUT       TGT-F
           IF      WK-TGT-STATUS NOT = ZERO
                   MOVE    HIGH-VALUE  TO      WK-TGT-EOF
           ELSE
                   MOVE    LOW-VALUE   TO      WK-TGT-EOF
                   PERFORM S221-10     THRU    S221-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-SNP-EOF
           PERFORM UNTIL WK-SNP-EOF    =       HIGH-VALUE
                   READ    SNP-F
                   IF      WK-SNP-STATUS =     ZERO
                      AND  WK-SNP-LEN  >       22
                      AND  SNP-REJ-SEQ IS NUMERIC
                           PERFORM S222-10     THRU    S222-EX
                   END-IF
                   IF      WK-SNP-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-SNP-EOF
                   END-IF
           END-PERFORM
           CLOSE   SNP-F
           IF      WK-TGT-STATUS NOT = 35
                   CLOSE   TGT-F
           END-IF
           .
       S220-EX.
           EXIT.

      *    *** 元のリジェクトを1件進める
       S221-10.

           READ    TGT-F
           IF      WK-TGT-STATUS NOT = ZERO
              OR   TGT-REJ-SEQ IS NOT NUMERIC
                   MOVE    HIGH-VALUE  TO      WK-TGT-EOF
           END-IF
           .
       S221-EX.
           EXIT.

      *    *** 修正分1件
       S222-10.

           PERFORM UNTIL WK-TGT-EOF    =       HIGH-VALUE
                      OR TGT-REJ-SEQ   >=      SNP-REJ-SEQ
                   PERFORM S221-10     THRU    S221-EX
           END-PERFORM

           MOVE    SNP-REJ-SEQ TO      WK-SEQ-D
           COMPUTE WK-AFT-LEN = WK-SNP-LEN - 23
           MOVE    SPACE       TO      WK-AFTER
           MOVE    SNP-REJ-DATA (1:WK-AFT-LEN) TO WK-AFTER
           MOVE    WK-AFT-LEN  TO      WK-LEN-D

           IF      WK-TGT-EOF  =       HIGH-VALUE
              OR   TGT-REJ-SEQ NOT =   SNP-REJ-SEQ
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "REJECT "   DELIMITED BY SIZE
                           WK-SEQ-D    DELIMITED BY SIZE
                           " NOT IN ORIGINAL REJECTS  LEN="
                                       DELIMITED BY SIZE
                           WK-LEN-D    DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
                   MOVE    ZERO        TO      WK-BEF-LEN
                   MOVE    SPACE       TO      WK-BEFORE
           ELSE
                   COMPUTE WK-BEF-LEN = WK-TGT-LEN - 23
                   MOVE    SPACE       TO      WK-BEFORE
                   MOVE    TGT-REJ-DATA (1:WK-BEF-LEN) TO WK-BEFORE
                   MOVE    WK-BEF-LEN  TO      WK-OFF-D
                   MOVE    SPACE       TO      RPT-REC
                   STRING  "REJECT "   DELIMITED BY SIZE
                           WK-SEQ-D    DELIMITED BY SIZE
                           " REASON="  DELIMITED BY SIZE
                           TGT-REJ-REASON DELIMITED BY SIZE
                           " LEN BEFORE=" DELIMITED BY SIZE
                           WK-OFF-D    DELIMITED BY SIZE
                           " AFTER="   DELIMITED BY SIZE
                           WK-LEN-D    DELIMITED BY SIZE
                           INTO    RPT-REC
                   END-STRING
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** 100バイト区間ごとに違いの有る所だけ
           MOVE    WK-AFT-LEN  TO      WK-CHUNK-LEN
           IF      WK-BEF-LEN  >       WK-CHUNK-LEN
                   MOVE    WK-BEF-LEN  TO      WK-CHUNK-LEN
           END-IF
           MOVE    ZERO        TO      WK-DIFF-CNT
           PERFORM VARYING WK-CHUNK FROM 1 BY 100
                   UNTIL WK-CHUNK > WK-CHUNK-LEN
                      OR WK-CHUNK > 4000
                   IF      WK-BEFORE (WK-CHUNK:100) NOT =
                           WK-AFTER (WK-CHUNK:100)
                           PERFORM S223-10     THRU    S223-EX
                   END-IF
           END-PERFORM
           IF      WK-DIFF-CNT =       ZERO
                   MOVE    "  NO DIFFERENCE" TO RPT-REC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S222-EX.
           EXIT.

      *    *** 1区間の前・後・差異印
       S223-10.

           ADD     1           TO      WK-DIFF-CNT
           MOVE    WK-CHUNK    TO      WK-POS-D
           MOVE    SPACE       TO      RPT-REC
           STRING  "  BEFORE " DELIMITED BY SIZE
                   WK-POS-D    DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           MOVE    WK-BEFORE (WK-CHUNK:100) TO RPT-REC (17:100)
           PERFORM S990-10     THRU    S990-EX
           MOVE    SPACE       TO      RPT-REC
           STRING  "  AFTER  " DELIMITED BY SIZE
                   WK-POS-D    DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   INTO    RPT-REC
           END-STRING
           MOVE    WK-AFTER (WK-CHUNK:100) TO RPT-REC (17:100)
           PERFORM S990-10     THRU    S990-EX
           MOVE    SPACE       TO      RPT-REC
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 100
                   IF      WK-BEFORE (WK-CHUNK + J - 1:1) NOT =
                           WK-AFTER (WK-CHUNK + J - 1:1)
                           MOVE    "^"         TO  RPT-REC (16 + J:1)
                   END-IF
           END-PERFORM
           PERFORM S990-10     THRU    S990-EX
           .
       S223-EX.
           EXIT.

      *    *** 承認(承認待ちのみ。提出者本人は不可)
       S300-10.

           MOVE    LI-REF      TO      WK-REF
           PERFORM S930-10     THRU    S930-EX
           IF      WK-QI       =       ZERO
                   DISPLAY WK-PGM-NAME " 承認番号なし " LI-REF
                   MOVE    -1          TO      LO-RC
                   GO      TO      S300-EX
           END-IF
           IF      TBL-Q-STAT (WK-QI) NOT = "P"
                   DISPLAY WK-PGM-NAME " 承認待ちでない "
                           WK-REF " 状態=" TBL-Q-STAT (WK-QI)
                   MOVE    -1          TO      LO-RC
                   GO      TO      S300-EX
           END-IF
           MOVE    UPPER-CASE (TBL-Q-MAKER (WK-QI)) TO WK-MAKER-U
           IF      WK-MAKER-U  =       WK-USER-U
                   DISPLAY WK-PGM-NAME
                           " 提出者本人は承認できない "
                           WK-AUTH-USER
                   MOVE    "SELFAPPR"  TO      WK-ACTION
                   MOVE    TBL-Q-FILE (WK-QI) TO WK-LOG-FILE
                   PERFORM S920-10     THRU    S920-EX
                   MOVE    -1          TO      LO-RC
                   GO      TO      S300-EX
           END-IF

           MOVE    CURRENT-DATE TO     WK-NOW
           MOVE    "A"         TO      TBL-Q-STAT (WK-QI)
           MOVE    WK-AUTH-USER TO     TBL-Q-CHECKER (WK-QI)
           MOVE    WK-NOW (1:14) TO    TBL-Q-CHK-TS (WK-QI)
           PERFORM S910-10     THRU    S910-EX

           MOVE    "APPROVE"   TO      WK-ACTION
           MOVE    TBL-Q-FILE (WK-QI) TO WK-LOG-FILE
           PERFORM S920-10     THRU    S920-EX
           DISPLAY WK-PGM-NAME " 承認 " WK-REF
           .
       S300-EX.
           EXIT.

      *    *** 却下(承認待ちのみ)
       S400-10.

           MOVE    LI-REF      TO      WK-REF
           PERFORM S930-10     THRU    S930-EX
           IF      WK-QI       =       ZERO
                   DISPLAY WK-PGM-NAME " 承認番号なし " LI-REF
                   MOVE    -1          TO      LO-RC
                   GO      TO      S400-EX
           END-IF
           IF      TBL-Q-STAT (WK-QI) NOT = "P"
                   DISPLAY WK-PGM-NAME " 承認待ちでない "
                           WK-REF " 状態=" TBL-Q-STAT (WK-QI)
                   MOVE    -1          TO      LO-RC
                   GO      TO      S400-EX
           END-IF

           MOVE    CURRENT-DATE TO     WK-NOW
           MOVE    "J"         TO      TBL-Q-STAT (WK-QI)
           MOVE    WK-AUTH-USER TO     TBL-Q-CHECKER (WK-QI)
           MOVE    WK-NOW (1:14) TO    TBL-Q-CHK-TS (WK-QI)
           PERFORM S910-10     THRU    S910-EX

           MOVE    "REJECT"    TO      WK-ACTION
           MOVE    TBL-Q-FILE (WK-QI) TO WK-LOG-FILE
           PERFORM S920-10     THRU    S920-EX
           DISPLAY WK-PGM-NAME " 却下 " WK-REF
           .
       S400-EX.
           EXIT.

      *    *** 適用前の照合(承認済で中身の一致する提出を使用済にする)
       S500-10.

           MOVE    SPACE       TO      LI-REF
           MOVE    LI-FILE     TO      WK-LOG-FILE

           IF      CFG-PATCHQ-SW NOT = "Y"
                   MOVE    "UNCONTROLLED" TO   LI-REF
                                               WK-REF
                   MOVE    "UNCTRL"    TO      WK-ACTION
                   PERFORM S920-10     THRU    S920-EX
                   GO      TO      S500-EX
           END-IF

           MOVE    TRIM(LI-FILE) TO    WK-SRC-F-NAME
           MOVE    ZERO        TO      WK-QI
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-Q-CNT
                      OR WK-QI > ZERO
                   IF      TBL-Q-KIND (I) =    LI-KIND
                      AND  TBL-Q-STAT (I) =    "A"
                      AND  UPPER-CASE (TBL-Q-CHECKER (I)) NOT =
                           UPPER-CASE (TBL-Q-MAKER (I))
                           MOVE    TBL-Q-REF (I) TO    WK-REF
                           PERFORM S940-10     THRU    S940-EX
                           PERFORM S800-10     THRU    S800-EX
                           IF      WK-SAME     =       "Y"
                                   MOVE    I           TO      WK-QI
                           END-IF
                   END-IF
           END-PERFORM

           IF      WK-QI       =       ZERO
                   DISPLAY WK-PGM-NAME
                           " 承認済の提出と一致しない "
                           TRIM (LI-FILE)
                   MOVE    SPACE       TO      WK-REF
                   MOVE    "NOAPPR"    TO      WK-ACTION
                   PERFORM S920-10     THRU    S920-EX
                   MOVE    -1          TO      LO-RC
                   GO      TO      S500-EX
           END-IF

           MOVE    CURRENT-DATE TO     WK-NOW
           MOVE    "U"         TO      TBL-Q-STAT (WK-QI)
           MOVE    WK-NOW (1:14) TO    TBL-Q-USE-TS (WK-QI)
           PERFORM S910-10     THRU    S910-EX

           MOVE    TBL-Q-REF (WK-QI) TO WK-REF
                                       LI-REF
           MOVE    "APPLY"     TO      WK-ACTION
           PERFORM S920-10     THRU    S920-EX
           DISPLAY WK-PGM-NAME " 承認番号=" WK-REF
                   " 承認者=" TBL-Q-CHECKER (WK-QI)
           .
       S500-EX.
           EXIT.

      *    *** 承認待ちの一覧
       S600-10.

           MOVE    ZERO        TO      K
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-Q-CNT
                   IF      TBL-Q-STAT (I) =    "P"
                      AND  ( LI-KIND   =       SPACE
                          OR LI-KIND   =       TBL-Q-KIND (I) )
                           ADD     1           TO      K
                           DISPLAY WK-PGM-NAME " " TBL-Q-REF (I)
                                   " " TBL-Q-KIND (I)
                                   " " TBL-Q-MAKER (I)
                                   " " TBL-Q-SUB-TS (I)
                                   " " TRIM (TBL-Q-FILE (I))
                   END-IF
           END-PERFORM
           MOVE    K           TO      WK-CNT-D
           DISPLAY WK-PGM-NAME " 承認待ち=" WK-CNT-D
           .
       S600-EX.
           EXIT.

      *    *** 控え(WK-SNP-F-NAME)と現物(WK-SRC-F-NAME)の一致判定
      *    *** 行数・各行の長さと中身が全て同じ時だけ WK-SAME=Y
       S800-10.

           MOVE    "N"         TO      WK-SAME
           OPEN    INPUT       SNP-F
           IF      WK-SNP-STATUS NOT = ZERO
                   GO      TO      S800-EX
           END-IF
           OPEN    INPUT       SRC-F
           IF      WK-SRC-STATUS NOT = ZERO
                   CLOSE   SNP-F
                   GO      TO      S800-EX
           END-IF

           MOVE    "Y"         TO      WK-SAME
           MOVE    LOW-VALUE   TO      WK-SRC-EOF
           PERFORM UNTIL WK-SRC-EOF    =       HIGH-VALUE
                   READ    SRC-F
                   READ    SNP-F
                   EVALUATE TRUE
                       WHEN WK-SRC-STATUS NOT = ZERO
                        AND WK-SNP-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-SRC-EOF
                       WHEN WK-SRC-STATUS NOT = ZERO
                         OR WK-SNP-STATUS NOT = ZERO
                         OR WK-SRC-LEN NOT = WK-SNP-LEN
                           MOVE    "N"         TO      WK-SAME
                           MOVE    HIGH-VALUE  TO      WK-SRC-EOF
                       WHEN SRC-REC (1:WK-SRC-LEN) NOT =
                            SNP-REC (1:WK-SNP-LEN)
                           MOVE    "N"         TO      WK-SAME
                           MOVE    HIGH-VALUE  TO      WK-SRC-EOF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-PERFORM
           CLOSE   SRC-F
           CLOSE   SNP-F
           .
       S800-EX.
           EXIT.

      *    *** 行列の読込み(無ければ空)
       S900-10.

           MOVE    ZERO        TO      TBL-Q-CNT
           OPEN    INPUT       Q-F
           IF      WK-Q-STATUS NOT =   ZERO
                   GO      TO      S900-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-Q-EOF
           PERFORM UNTIL WK-Q-EOF      =       HIGH-VALUE
                   MOVE    SPACE       TO      Q-REC
                   READ    Q-F
                   IF      WK-Q-STATUS =       ZERO
                           IF      Q-REF       NOT =   SPACE
                              AND  TBL-Q-CNT   <       500
                                   ADD     1   TO      TBL-Q-CNT
                                   MOVE    Q-REC TO
                                           TBL-Q-ENT (TBL-Q-CNT)
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-Q-EOF
                   END-IF
           END-PERFORM
           CLOSE   Q-F
           .
       S900-EX.
           EXIT.

      *    *** 行列の書き直し
       S910-10.

           OPEN    OUTPUT      Q-F
           IF      WK-Q-STATUS NOT =   ZERO
                   DISPLAY WK-PGM-NAME " Q-F OPEN ERROR STATUS="
                           WK-Q-STATUS
                   MOVE    -1          TO      LO-RC
                   GO      TO      S910-EX
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-Q-CNT
                   MOVE    TBL-Q-ENT (I) TO    Q-REC
                   WRITE   Q-REC
           END-PERFORM
           CLOSE   Q-F
           .
       S910-EX.
           EXIT.

      *    *** 承認記録へ1件追記(書けない時はLOGERRへW)
       S920-10.

           MOVE    CURRENT-DATE TO     WK-NOW
           OPEN    EXTEND      PLOG-F
           IF      WK-PLOG-STATUS NOT = ZERO
                   OPEN    OUTPUT      PLOG-F
           END-IF
           IF      WK-PLOG-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " PLOG-F OPEN ERROR STATUS="
                           WK-PLOG-STATUS
                   MOVE    WK-PGM-NAME TO      WK-LOGERR-PGM
                   MOVE    SPACE       TO      WK-LOGERR-CONTEXT
                   STRING  "PATCHQ LOG NG " DELIMITED BY SIZE
                           WK-ACTION   DELIMITED BY SPACE
                           " "         DELIMITED BY SIZE
                           WK-REF      DELIMITED BY SPACE
                           INTO    WK-LOGERR-CONTEXT
                   END-STRING
                   MOVE    WK-PLOG-STATUS TO   WK-LOGERR-STATUS
                   MOVE    "W"         TO      WK-LOGERR-SEVERITY
                   CALL    "LOGERR"    USING   WK-LOGERR-PGM
                                               WK-LOGERR-CONTEXT
                                               WK-LOGERR-STATUS
                                               WK-LOGERR-SEVERITY
                   GO      TO      S920-EX
           END-IF
           MOVE    SPACE       TO      PLOG-REC
           MOVE    WK-NOW (1:8) TO     PLOG-DATE
           MOVE    WK-NOW (9:6) TO     PLOG-TIME
           MOVE    WK-AUTH-USER TO     PLOG-USER
           MOVE    WK-ACTION   TO      PLOG-ACTION
           MOVE    WK-REF      TO      PLOG-REF
           MOVE    LI-KIND     TO      PLOG-KIND
           MOVE    WK-LOG-FILE TO      PLOG-FILE
           WRITE   PLOG-REC
           CLOSE   PLOG-F
           .
       S920-EX.
           EXIT.

      *    *** 承認番号(WK-REF)の行を引く(WK-QI。無ければ0)
       S930-10.

           MOVE    ZERO        TO      WK-QI
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TBL-Q-CNT
                      OR WK-QI > ZERO
                   IF      TBL-Q-REF (I) =     WK-REF
                           MOVE    I           TO      WK-QI
                   END-IF
           END-PERFORM
           .
       S930-EX.
           EXIT.

      *    *** 控えのファイル名(<行列名>.<承認番号>)
       S940-10.

           MOVE    SPACE       TO      WK-SNP-F-NAME
           STRING  CFG-PATCHQ-NAME DELIMITED BY SPACE
                   "."         DELIMITED BY SIZE
                   WK-REF      DELIMITED BY SPACE
                   INTO    WK-SNP-F-NAME
           END-STRING
           .
       S940-EX.
           EXIT.

      *    *** WK-HEX-OUT の先頭 WK-HEX-LEN バイトを16進文字へ直す
       S950-10.

           PERFORM VARYING J FROM WK-HEX-LEN BY -1
                   UNTIL J < 1
                   MOVE    WK-HEX-OUT (J:1) TO WK-PIC-X
                   DIVIDE  WK-PIC-HALF BY 16 GIVING WK-NG-L
                           REMAINDER WK-NG-R
                   MOVE    WK-HEX-DIGIT (WK-NG-L + 1) TO
                           WK-HEX-OUT (J * 2 - 1:1)
                   MOVE    WK-HEX-DIGIT (WK-NG-R + 1) TO
                           WK-HEX-OUT (J * 2:1)
           END-PERFORM
           .
       S950-EX.
           EXIT.

      *    *** カードIの新16進のJバイト目を WK-PIC-X へ復号する
       S960-10.

           MOVE    ZERO        TO      WK-NG-L
                                       WK-NG-R
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 16
                   IF  TBL-PC-NEW-X (I) (J * 2 - 1:1) = WK-HEX-DIGIT (K)
                       COMPUTE WK-NG-L = K - 1
                   END-IF
                   IF  TBL-PC-NEW-X (I) (J * 2:1) = WK-HEX-DIGIT (K)
                       COMPUTE WK-NG-R = K - 1
                   END-IF
           END-PERFORM
           COMPUTE WK-PIC-HALF = WK-NG-L * 16 + WK-NG-R
           .
       S960-EX.
           EXIT.

      *    *** 報告1行(帳票ページ編集)
       S990-10.

           MOVE    "LINE  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
                                       RPT-REC
           .
       S990-EX.
           EXIT.

      *    *** 報告の項目見出し(各ページの頭に繰り返す)
       S991-10.

           MOVE    "HEAD  "    TO      WPG-ID
           CALL    "RPTPAGE"   USING   WPG-RPTPAGE-AREA
                                       RPT-REC
           .
       S991-EX.
           EXIT.
