      *    *** UTF8=>SJIS の時、4バイト系(絵文字等)も認識するが、
      *    *** 対応するSJISコードが無い為、一律"？"に変換する
      *    *** ５，６バイト系は考慮しない
      *    *** ホスト(EBCDIC、IBM漢字はSO/SIで囲む)<=>SJIS・UTF8 も持つ。
      *    *** 1バイト部はCCSID930(カナ)・939(英小文字)の内蔵表、漢字部は
      *    *** 対応表ファイル(CFG-DECODE05-EBC-NAME)をOPEN時に読む

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             DECODE05.
                               STATUS   WK-GAIJI-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** ホスト漢字対応表(IBM漢字 <=> SJIS)
       SELECT EBCKJ-F          ASSIGN   WK-EBCKJ-F-NAME
                               STATUS   WK-EBCKJ-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** ホスト変換で素通しにする項目のレイアウト定義
       SELECT EBLAY-F          ASSIGN   WK-EBLAY-F-NAME
                               STATUS   WK-EBLAY-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

           03  FILLER          PIC  X(001).
           03  GJ-UTF8-HEX     PIC  X(006).

      *    *** ホスト漢字対応表 1行= ホスト16進4桁 空白 SJIS16進4桁
      *    *** #始まりはコメント
       FD  EBCKJ-F
           LABEL RECORDS ARE STANDARD.
       01  EBCKJ-REC.
           03  EK-HOST-HEX     PIC  X(004).
           03  FILLER          PIC  X(001).
           03  EK-SJIS-HEX     PIC  X(004).
           03  FILLER          PIC  X(071).

      *    *** レイアウト定義(VALCHKと同じ形)。種別P(パック)・B(バイナリ)
      *    *** の項目だけを拾い、その桁は変換せずに写す
       FD  EBLAY-F
           LABEL RECORDS ARE STANDARD.
       01  EBLAY-REC.
           03  EL-NAME         PIC  X(016).
           03  FILLER          PIC  X(001).
           03  EL-TYPE         PIC  X(001).
           03  FILLER          PIC  X(001).
           03  EL-POS          PIC  X(005).
           03  FILLER          PIC  X(001).
           03  EL-LEN          PIC  X(002).
           03  FILLER          PIC  X(053).

       WORKING-STORAGE         SECTION.

       01  WORK-AREA.
           03  WK-NRM-IDX      BINARY-LONG SYNC VALUE ZERO.
      *    *** ヴ(ウ+濁点)の全角SJIS
           03  WK-8394         PIC  X(002) VALUE X"8394".
      *    *** 逆正規化(MODE=HK)の1文字作業域
           03  WK-HKR-W        PIC  X(002) VALUE SPACE.
           03  WK-HKR-HIT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-HKR-DAKU     PIC  X(001) VALUE SPACE.

      *    *** ホスト(EBCDIC)変換用
      *    *** 入力側のシフト状態はCHANGE呼出しをまたいで保持する(JISと同じ)
      *    *** A=1バイト(英数・カナ)、K=漢字(SO-SI間の2バイト)
           03  WK-EBC-STATE    PIC  X(001) VALUE "A".
      *    *** バッファー境界で割れた漢字対の1バイト目の持ち越し
           03  WK-EBC-PEND     PIC  X(001) VALUE SPACE.
           03  WK-EBC-PEND-LEN BINARY-LONG SYNC VALUE ZERO.
      *    *** 出力側のシフト状態(出力バッファーごとにSIで閉じる)
           03  WK-EBC-OSTATE   PIC  X(001) VALUE "A".
      *    *** 1バイト表の組(1=CCSID930 カナ、3=CCSID939 英小文字)
           03  WK-EBC-SET      BINARY-LONG SYNC VALUE 1.
           03  WK-EBC-W        PIC  X(002) VALUE SPACE.
           03  WK-EBC-SO       PIC  X(001) VALUE X"0E".
           03  WK-EBC-SI       PIC  X(001) VALUE X"0F".
      *    *** ホストの全角空白・？
           03  WK-EBC-4040     PIC  X(002) VALUE X"4040".
           03  WK-EBC-426F     PIC  X(002) VALUE X"426F".
      *    *** 半角カナのUTF8先頭2バイト(ｱ-ｿ はEFBD、ﾀ-ﾟ はEFBE)
           03  WK-EFBD         PIC  X(002) VALUE X"EFBD".
           03  WK-EFBE         PIC  X(002) VALUE X"EFBE".
      *    *** ホスト漢字対応表
           03  WK-EBCKJ-F-NAME PIC  X(256) VALUE SPACE.
           03  WK-EBCKJ-STATUS PIC  9(002) VALUE ZERO.
           03  WK-EBCKJ-EOF    PIC  X(001) VALUE LOW-VALUE.
           03  WK-EBCKJ-CNT    BINARY-LONG SYNC VALUE ZERO.
      *    *** このRUN内で既にホスト漢字対応表を読込み済みかどうか
           03  WK-EBC-BUILT    PIC  X(001) VALUE "N".
      *    *** 素通し項目のレイアウト定義
           03  WK-EBLAY-F-NAME PIC  X(256) VALUE SPACE.
           03  WK-EBLAY-STATUS PIC  9(002) VALUE ZERO.
           03  WK-EBLAY-EOF    PIC  X(001) VALUE LOW-VALUE.
           03  WK-EBLAY-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-EBLAY-POS    BINARY-LONG SYNC VALUE ZERO.
           03  WK-EBLAY-LEN    BINARY-LONG SYNC VALUE ZERO.
      *    *** Y=素通し項目有り(出力の末尾空白を詰めない)
           03  WK-EBC-EXACT    PIC  X(001) VALUE "N".

      *    *** 直接引きインデックス用のキー作業域
           03  WK-DIX-KEY      BINARY-LONG SYNC VALUE ZERO.
             05  FILLER        PIC  X(010) VALUE
                 X"83828384838683888389".
             05  FILLER        PIC  X(010) VALUE
                 X"838A838B838C838D838F".
             05  FILLER        PIC  X(006) VALUE
                 X"8393814A814B".
           03  TBL-HK-R        REDEFINES TBL-HK-DEF.
             05  TBL-HK-ZEN    OCCURS 63
                               PIC  X(002).

      *    *** 逆正規化(MODE=HK)で半角カナ表に無い全角文字=>半角1バイト
      *    *** (記号類と、半角に無い小書き・旧字カナは近い文字へ寄せる)
       01  TBL-HKR-AREA.
           03  TBL-HKR-DEF.
             05  FILLER        PIC  X(012) VALUE
                 X"814020816928816A29817C2D".
             05  FILLER        PIC  X(012) VALUE
                 X"815D2D81442E815E2F81432C".
             05  FILLER        PIC  X(012) VALUE
                 X"818F5C838EDC8390B28391B4".
             05  FILLER        PIC  X(006) VALUE
                 X"8395B68396B9".
           03  TBL-HKR-R       REDEFINES TBL-HKR-DEF.
             05  TBL-HKR-ENT   OCCURS 14.
               07  TBL-HKR-ZEN PIC  X(002).
               07  TBL-HKR-HAN PIC  X(001).

      *    *** ホスト1バイト部の対応表(256バイト x 4組)
      *    *** 1=CCSID930=>SJIS 2=SJIS=>CCSID930
      *    *** 3=CCSID939=>SJIS 4=SJIS=>CCSID939
      *    *** 対応無しは SJIS側 X"3F"(?)、ホスト側 X"6F"(?)
       01  TBL-EBC-AREA.
           03  TBL-EBC-DEF.
      *    *** 1=CCSID930=>SJIS
             05  FILLER        PIC  X(016) VALUE
                 X"000102033F093F7F3F3F3F0B0C0D0E0F".
             05  FILLER        PIC  X(016) VALUE
                 X"101112133F3F083F18193F3F1C1D1E1F".
             05  FILLER        PIC  X(016) VALUE
                 X"3F3F3F3F3F0A171B3F3F3F3F3F050607".
             05  FILLER        PIC  X(016) VALUE
                 X"3F3F163F3F3F3F043F3F3F3F14153F1A".
             05  FILLER        PIC  X(016) VALUE
                 X"20A1A2A3A4A5A6A7A8A93F2E3C282B7C".
             05  FILLER        PIC  X(016) VALUE
                 X"26AAABACADAEAF3FB03F215C2A293B3F".
             05  FILLER        PIC  X(016) VALUE
                 X"2D2F61626364656667683F2C255F3E3F".
             05  FILLER        PIC  X(016) VALUE
                 X"5B696A6B6C6D6E6F70603A2340273D22".
             05  FILLER        PIC  X(016) VALUE
                 X"5DB1B2B3B4B5B6B7B8B9BA71BBBCBDBE".
             05  FILLER        PIC  X(016) VALUE
                 X"BFC0C1C2C3C4C5C6C7C8C9723FCACBCC".
             05  FILLER        PIC  X(016) VALUE
                 X"7E7ECDCECFD0D1D2D3D4D573D6D7D8D9".
             05  FILLER        PIC  X(016) VALUE
                 X"5E3F5C7475767778797ADADBDCDDDEDF".
             05  FILLER        PIC  X(016) VALUE
                 X"7B4142434445464748493F3F3F3F3F3F".
             05  FILLER        PIC  X(016) VALUE
                 X"7D4A4B4C4D4E4F5051523F3F3F3F3F3F".
             05  FILLER        PIC  X(016) VALUE
                 X"243F535455565758595A3F3F3F3F3F3F".
             05  FILLER        PIC  X(016) VALUE
                 X"303132333435363738393F3F3F3F3F3F".
      *    *** 2=SJIS=>CCSID930
             05  FILLER        PIC  X(016) VALUE
                 X"00010203372D2E2F1605250B0C0D6F6F".
             05  FILLER        PIC  X(016) VALUE
                 X"101112133C3D322618193F271C1D1E1F".
             05  FILLER        PIC  X(016) VALUE
                 X"405A7F7BE06C507D4D5D5C4E6B604B61".
             05  FILLER        PIC  X(016) VALUE
                 X"F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F".
             05  FILLER        PIC  X(016) VALUE
                 X"7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6".
             05  FILLER        PIC  X(016) VALUE
                 X"D7D8D9E2E3E4E5E6E7E8E9705B80B06D".
             05  FILLER        PIC  X(016) VALUE
                 X"79626364656667686971727374757677".
             05  FILLER        PIC  X(016) VALUE
                 X"788B9BABB3B4B5B6B7B8B9C04FD0A007".
             05  FILLER        PIC  X(016) VALUE
                 X"6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F".
             05  FILLER        PIC  X(016) VALUE
                 X"6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F".
             05  FILLER        PIC  X(016) VALUE
                 X"6F414243444546474849515253545556".
             05  FILLER        PIC  X(016) VALUE
                 X"588182838485868788898A8C8D8E8F90".
             05  FILLER        PIC  X(016) VALUE
                 X"9192939495969798999A9D9E9FA2A3A4".
             05  FILLER        PIC  X(016) VALUE
                 X"A5A6A7A8A9AAACADAEAFBABBBCBDBEBF".
             05  FILLER        PIC  X(016) VALUE
                 X"6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F".
             05  FILLER        PIC  X(016) VALUE
                 X"6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F".
      *    *** 3=CCSID939=>SJIS
             05  FILLER        PIC  X(016) VALUE
                 X"000102033F093F7F3F3F3F0B0C0D0E0F".
             05  FILLER        PIC  X(016) VALUE
                 X"101112133F3F083F18193F3F1C1D1E1F".
             05  FILLER        PIC  X(016) VALUE
                 X"3F3F3F3F3F0A171B3F3F3F3F3F050607".
             05  FILLER        PIC  X(016) VALUE
                 X"3F3F163F3F3F3F043F3F3F3F14153F1A".
             05  FILLER        PIC  X(016) VALUE
                 X"203FA1A2A3A4A5A6A7A83F2E3C282B7C".
             05  FILLER        PIC  X(016) VALUE
                 X"26A9AAABACADAEAFB0B121242A293B3F".
             05  FILLER        PIC  X(016) VALUE
                 X"2D2FB2B3B4B5B6B7B8B93F2C255F3E3F".
             05  FILLER        PIC  X(016) VALUE
                 X"BABBBCBDBEBFC0C1C2603A2340273D22".
             05  FILLER        PIC  X(016) VALUE
                 X"3F616263646566676869C3C4C5C6C7C8".
             05  FILLER        PIC  X(016) VALUE
                 X"3F6A6B6C6D6E6F707172C9CACBCCCDCE".
             05  FILLER        PIC  X(016) VALUE
                 X"7E7E737475767778797ACFD0D15BD2D3".
             05  FILLER        PIC  X(016) VALUE
                 X"5E3F5CD4D5D6D7D8D9DADBDCDD5DDEDF".
             05  FILLER        PIC  X(016) VALUE
                 X"7B4142434445464748493F3F3F3F3F3F".
             05  FILLER        PIC  X(016) VALUE
                 X"7D4A4B4C4D4E4F5051523F3F3F3F3F3F".
             05  FILLER        PIC  X(016) VALUE
                 X"5C3F535455565758595A3F3F3F3F3F3F".
             05  FILLER        PIC  X(016) VALUE
                 X"303132333435363738393F3F3F3F3F3F".
      *    *** 4=SJIS=>CCSID939
             05  FILLER        PIC  X(016) VALUE
                 X"00010203372D2E2F1605250B0C0D6F6F".
             05  FILLER        PIC  X(016) VALUE
                 X"101112133C3D322618193F271C1D1E1F".
             05  FILLER        PIC  X(016) VALUE
                 X"405A7F7B5B6C507D4D5D5C4E6B604B61".
             05  FILLER        PIC  X(016) VALUE
                 X"F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F".
             05  FILLER        PIC  X(016) VALUE
                 X"7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6".
             05  FILLER        PIC  X(016) VALUE
                 X"D7D8D9E2E3E4E5E6E7E8E9ADB2BDB06D".
             05  FILLER        PIC  X(016) VALUE
                 X"79818283848586878889919293949596".
             05  FILLER        PIC  X(016) VALUE
                 X"979899A2A3A4A5A6A7A8A9C04FD0A007".
             05  FILLER        PIC  X(016) VALUE
                 X"6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F".
             05  FILLER        PIC  X(016) VALUE
                 X"6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F".
             05  FILLER        PIC  X(016) VALUE
                 X"6F424344454647484951525354555657".
             05  FILLER        PIC  X(016) VALUE
                 X"58596263646566676869707172737475".
             05  FILLER        PIC  X(016) VALUE
                 X"7677788A8B8C8D8E8F9A9B9C9D9E9FAA".
             05  FILLER        PIC  X(016) VALUE
                 X"ABACAEAFB3B4B5B6B7B8B9BABBBCBEBF".
             05  FILLER        PIC  X(016) VALUE
                 X"6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F".
             05  FILLER        PIC  X(016) VALUE
                 X"6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F".
           03  TBL-EBC-R       REDEFINES TBL-EBC-DEF.
             05  TBL-EBC-SET   OCCURS 4.
               07  TBL-EBC-B   OCCURS 256
                               PIC  X(001).

      *    *** ホスト漢字の直接引き(LOW-VALUE=対応無し)
       01  TBL-EDX-AREA.
      *    *** ホスト2バイト(b1*256+b2)=>SJIS
           03  WK-EDX-H2S      OCCURS 65536
                               PIC  X(002) VALUE LOW-VALUE.
      *    *** SJIS2バイト(b1*256+b2)=>ホスト
           03  WK-EDX-S2H      OCCURS 65536
                               PIC  X(002) VALUE LOW-VALUE.

      *    *** 素通し桁の印(入力レコードの桁ごと。P=素通し)
       01  WK-EBL-MAP          PIC  X(032000) VALUE SPACE.
      *    *** 2段目の変換(SJIS経由)の入力側の素通し桁の印
       01  WK-EBR-MAP          PIC  X(064000) VALUE SPACE.

      *    *** 外字対応表(OPENで読込み。毎晩NGLOGに出る既知の外字を
      *    *** 置換前に救い、NGLOGを本当に新しい問題だけにする)
       01  TBL-GJ-AREA.
                   MOVE    "A"         TO      WK-JIS-STATE
                   MOVE    ZERO        TO      WK-JIS-PEND-LEN

      *    *** ホスト変換の状態も同じく初期化し、対応表・素通し項目を用意
                   MOVE    "A"         TO      WK-EBC-STATE
                   MOVE    ZERO        TO      WK-EBC-PEND-LEN
                   IF      LDE05-HENKAN = "HS" OR "SH" OR "HU" OR "UH"
                           PERFORM S390-10     THRU    S390-EX
                   END-IF

               WHEN "CHANGE"

                   MOVE    LENGTH(LDE05-BUF2) TO     LDE05-BUF2-LEN
                            IF      LDE05-MODE  =       "NM"
                                    PERFORM S383-10 THRU S383-EX
                            END-IF
      *    *** MODE=HK は変換後のSJISを半角カナへ寄せる
                            IF      LDE05-MODE  =       "HK"
                                    PERFORM S389-10 THRU S389-EX
                            END-IF

      *    *** EUC-JP => SJIS
                       WHEN "ES"
                       WHEN "NN"
                            PERFORM S385-10     THRU    S385-EX

      *    *** ホスト(EBCDIC) => SJIS
                       WHEN "HS"
                            PERFORM S396-10     THRU    S396-EX

      *    *** SJIS => ホスト(EBCDIC)
                       WHEN "SH"
                            PERFORM S397-10     THRU    S397-EX

      *    *** ホスト(EBCDIC) => UTF8
                       WHEN "HU"
                            PERFORM S398-10     THRU    S398-EX

      *    *** UTF8 => ホスト(EBCDIC)
                       WHEN "UH"
                            PERFORM S399-10     THRU    S399-EX

                       WHEN OTHER
                            DISPLAY WK-PGM-NAME
                                    " LDE05-HENKAN PARA ERROR="
                                    LDE05-HENKAN
                            DISPLAY WK-PGM-NAME
                                    " LDE05-HENKAN SU,US,AU,ES,SE,"
                                    "EU,UE,JS,SJ,NN,HS,SH,HU,UH 指定"
                            STOP    RUN
                   END-EVALUATE

      *    *** ホスト側への出力と、素通し項目を含むホストからの変換は
      *    *** 末尾の空白を詰めない(固定長レコードの桁を崩さない)
                   IF      WK-HENKAN-EFF = "SH" OR "UH"
                      OR ( WK-EBC-EXACT = "Y"
                       AND ( WK-HENKAN-EFF = "HS" OR "HU" ) )
                           COMPUTE L4 = L2 - 1
                           IF      L4          >       LDE05-BUF2-LEN
                                   MOVE    LDE05-BUF2-LEN TO L4
                           END-IF
                   ELSE
                   PERFORM VARYING L4 FROM LDE05-BUF2-LEN BY -1
                           UNTIL L4 < 1
                              OR LDE05-BUF2 (L4:1) NOT = SPACE
                           CONTINUE
                   END-PERFORM
                   END-IF
      *    *** 変換後長さセット
                   MOVE    L4          TO      LDE05-BUF2-LEN

           MOVE    LDE05-BUF1 (1:LDE05-BUF1-LEN) TO
                   WK-NRM-IN (1:LDE05-BUF1-LEN)
           MOVE    LDE05-BUF1-LEN TO   WK-NRM-IN-LEN
           IF      LDE05-MODE  =       "HK"
                   PERFORM S387-10     THRU    S387-EX
           ELSE
                   PERFORM S381-10     THRU    S381-EX
           END-IF

           IF      WK-NRM-LEN  >       LDE05-BUF2-LEN
                   MOVE    LDE05-BUF2-LEN TO   WK-NRM-LEN
       S385-EX.
           EXIT.

      *    *** 逆正規化本体(WK-NRM-IN => WK-NRM-BUF、SJISドメイン)
      *    *** 全角カタカナ・ひらがなは半角カナへ(濁音・半濁音は
      *    *** 濁点・半濁点を分けて2バイト)、全角英数字・記号は半角へ。
      *    *** 半角に無い漢字等はそのまま残す(使える文字かは呼出し元で)
       S387-10.

           MOVE    ZERO        TO      WK-NRM-LEN
           MOVE    1           TO      WK-NRM-P

           PERFORM UNTIL WK-NRM-P > WK-NRM-IN-LEN
               EVALUATE TRUE
      *    *** 全角英数字(０-９,Ａ-Ｚ,ａ-ｚ)は半角へ
                   WHEN WK-NRM-P < WK-NRM-IN-LEN
                    AND WK-NRM-IN (WK-NRM-P:1) = X"82"
                    AND WK-NRM-IN (WK-NRM-P + 1:1) >= X"4F"
                    AND WK-NRM-IN (WK-NRM-P + 1:1) <= X"9A"
                       PERFORM S386-10     THRU    S386-EX

      *    *** その他の2バイトSJIS
                   WHEN ( ( WK-NRM-IN (WK-NRM-P:1) >= X"81"
                        AND WK-NRM-IN (WK-NRM-P:1) <= X"9F" )
                     OR ( WK-NRM-IN (WK-NRM-P:1) >= X"E0"
                        AND WK-NRM-IN (WK-NRM-P:1) <= X"FC" ) )
                    AND WK-NRM-P < WK-NRM-IN-LEN
                       MOVE WK-NRM-IN (WK-NRM-P:2) TO WK-HKR-W
                       PERFORM S388-10     THRU    S388-EX
                       ADD  2          TO      WK-NRM-P

                   WHEN OTHER
                       MOVE WK-NRM-IN (WK-NRM-P:1) TO
                            WK-NRM-BUF (WK-NRM-LEN + 1:1)
                       ADD  1          TO      WK-NRM-LEN
                       ADD  1          TO      WK-NRM-P
               END-EVALUATE
           END-PERFORM
           .
       S387-EX.
           EXIT.

      *    *** 全角1文字(WK-HKR-W)の半角化
       S388-10.

      *    *** ひらがな(829F-82F1)は同じ並びのカタカナ(8340-8393)へ
      *    *** (カタカナ側は837Fが欠番なので「む」の次から1つずらす)
           IF      WK-HKR-W (1:1) =    X"82"
              AND  WK-HKR-W (2:1) >=   X"9F"
              AND  WK-HKR-W (2:1) <=   X"F1"
                   MOVE    WK-HKR-W (2:1) TO   WK-PIC-X
                   IF      WK-PIC-HALF <=      221
                           COMPUTE WK-PIC-HALF = WK-PIC-HALF - 95
                   ELSE
                           COMPUTE WK-PIC-HALF = WK-PIC-HALF - 94
                   END-IF
                   MOVE    X"83"       TO      WK-HKR-W (1:1)
                   MOVE    WK-PIC-X    TO      WK-HKR-W (2:1)
           END-IF

      *    *** 半角カナ表に有る文字(清音・小書き・句読点・長音等)
           MOVE    ZERO        TO      WK-HKR-HIT
           MOVE    SPACE       TO      WK-HKR-DAKU
           PERFORM VARYING I2 FROM 1 BY 1
                   UNTIL I2 > 63 OR WK-HKR-HIT > ZERO
                   IF      TBL-HK-ZEN (I2) = WK-HKR-W
                           MOVE    I2          TO      WK-HKR-HIT
                   END-IF
           END-PERFORM

      *    *** ヴ => ｳﾞ
           IF      WK-HKR-HIT  =       ZERO
              AND  WK-HKR-W    =       WK-8394
                   MOVE    19          TO      WK-HKR-HIT
                   MOVE    X"DE"       TO      WK-HKR-DAKU
           END-IF

      *    *** 濁音(基底+1)はカ行-ト行・ハ行、半濁音(基底+2)はハ行
           IF      WK-HKR-HIT  =       ZERO
              AND  WK-HKR-W (1:1) =    X"83"
                   MOVE    WK-HKR-W (2:1) TO   WK-PIC-X
                   COMPUTE WK-PIC-HALF = WK-PIC-HALF - 1
                   MOVE    WK-PIC-X    TO      WK-HKR-W (2:1)
                   PERFORM VARYING I2 FROM 22 BY 1
                           UNTIL I2 > 46 OR WK-HKR-HIT > ZERO
                           IF      TBL-HK-ZEN (I2) = WK-HKR-W
                              AND  ( I2 <= 36 OR I2 >= 42 )
                                   MOVE    I2      TO      WK-HKR-HIT
                                   MOVE    X"DE"   TO      WK-HKR-DAKU
                           END-IF
                   END-PERFORM
                   IF      WK-HKR-HIT  =       ZERO
                           COMPUTE WK-PIC-HALF = WK-PIC-HALF - 1
                           MOVE    WK-PIC-X    TO      WK-HKR-W (2:1)
                           PERFORM VARYING I2 FROM 42 BY 1
                                   UNTIL I2 > 46 OR WK-HKR-HIT > ZERO
                                   IF      TBL-HK-ZEN (I2) = WK-HKR-W
                                           MOVE I2   TO    WK-HKR-HIT
                                           MOVE X"DF" TO   WK-HKR-DAKU
                                   END-IF
                           END-PERFORM
                           COMPUTE WK-PIC-HALF = WK-PIC-HALF + 2
                   ELSE
                           COMPUTE WK-PIC-HALF = WK-PIC-HALF + 1
                   END-IF
                   MOVE    WK-PIC-X    TO      WK-HKR-W (2:1)
           END-IF

           IF      WK-HKR-HIT  >       ZERO
                   COMPUTE WK-PIC-HALF = WK-HKR-HIT + 160
                   MOVE    WK-PIC-X    TO
                           WK-NRM-BUF (WK-NRM-LEN + 1:1)
                   ADD     1           TO      WK-NRM-LEN
                   IF      WK-HKR-DAKU NOT =   SPACE
                           MOVE    WK-HKR-DAKU TO
                                   WK-NRM-BUF (WK-NRM-LEN + 1:1)
                           ADD     1           TO      WK-NRM-LEN
                   END-IF
                   GO      TO      S388-EX
           END-IF

      *    *** 記号類・半角に無いカナ
           PERFORM VARYING I2 FROM 1 BY 1
                   UNTIL I2 > 14 OR WK-HKR-HIT > ZERO
                   IF      TBL-HKR-ZEN (I2) = WK-HKR-W
                           MOVE    I2          TO      WK-HKR-HIT
                   END-IF
           END-PERFORM
           IF      WK-HKR-HIT  >       ZERO
                   MOVE    TBL-HKR-HAN (WK-HKR-HIT) TO
                           WK-NRM-BUF (WK-NRM-LEN + 1:1)
                   ADD     1           TO      WK-NRM-LEN
           ELSE
                   MOVE    WK-HKR-W    TO
                           WK-NRM-BUF (WK-NRM-LEN + 1:2)
                   ADD     2           TO      WK-NRM-LEN
           END-IF
           .
       S388-EX.
           EXIT.

      *    *** US+MODE=HK：変換後のSJIS(BUF2)を半角カナへ寄せて置き直す
       S389-10.

           COMPUTE WK-NRM-IN-LEN = L2 - 1
           IF      WK-NRM-IN-LEN <=    ZERO
                   GO      TO      S389-EX
           END-IF
           MOVE    LDE05-BUF2 (1:WK-NRM-IN-LEN) TO
                   WK-NRM-IN (1:WK-NRM-IN-LEN)
           PERFORM S387-10     THRU    S387-EX

           MOVE    SPACE       TO
                   LDE05-BUF2 (1:LDE05-BUF2-LEN)
           IF      WK-NRM-LEN  >       LDE05-BUF2-LEN
                   MOVE    LDE05-BUF2-LEN TO   WK-NRM-LEN
           END-IF
           IF      WK-NRM-LEN  >       ZERO
                   MOVE    WK-NRM-BUF (1:WK-NRM-LEN) TO
                           LDE05-BUF2 (1:WK-NRM-LEN)
           END-IF
           COMPUTE L2 = WK-NRM-LEN + 1
           .
       S389-EX.
           EXIT.

      *    *** ホスト変換(HS/SH/HU/UH)のOPEN時準備
      *    *** MODE=EL はCCSID939(英小文字)、それ以外はCCSID930(カナ)
       S390-10.

           IF      LDE05-MODE  =       "EL"
                   MOVE    3           TO      WK-EBC-SET
           ELSE
                   MOVE    1           TO      WK-EBC-SET
           END-IF

           IF      WK-EBC-BUILT NOT =  "Y"
                   MOVE CFG-DECODE05-EBC-NAME TO WK-EBCKJ-F-NAME
                   CALL "PATHSVC" USING WK-EBCKJ-F-NAME
                   PERFORM S391-10     THRU    S391-EX
                   MOVE    "Y"         TO      WK-EBC-BUILT
           END-IF

      *    *** 素通し項目は取込みごとに読み直す
           PERFORM S393-10     THRU    S393-EX
           .
       S390-EX.
           EXIT.

      *    *** ホスト漢字対応表読込み
      *    *** ファイル無しは全角空白以外の漢字を"？"にして続行する
       S391-10.

           MOVE    ZERO        TO      WK-EBCKJ-CNT
      *    *** 全角空白(ホスト4040 <=> SJIS 8140)は表に無くても対応させる
           MOVE    X"8140"     TO      WK-SJIS-W
           MOVE    WK-EBC-4040 TO      WK-EBC-W
           PERFORM S392-10     THRU    S392-EX

           OPEN    INPUT       EBCKJ-F
           IF      WK-EBCKJ-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME
                           " EBCKJ-F OPEN ERROR STATUS="
                           WK-EBCKJ-STATUS " (" 
                           TRIM(WK-EBCKJ-F-NAME) ")"
                   GO      TO      S391-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-EBCKJ-EOF
           PERFORM UNTIL WK-EBCKJ-EOF  =       HIGH-VALUE
                   READ    EBCKJ-F
                   IF      WK-EBCKJ-STATUS =   ZERO
                           IF      EBCKJ-REC NOT = SPACE
                              AND  EK-HOST-HEX (1:1) NOT = "#"
                                   PERFORM S394-10 THRU S394-EX
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-EBCKJ-EOF
                   END-IF
           END-PERFORM
           CLOSE   EBCKJ-F

           DISPLAY WK-PGM-NAME " ホスト漢字対応 " WK-EBCKJ-CNT
                   "件"
           .
       S391-EX.
           EXIT.

      *    *** 対応1組(WK-EBC-W <=> WK-SJIS-W)を直接引き表へ登録
      *    *** 同じコードが重なる時は先に出た方を採る
       S392-10.

           MOVE    WK-EBC-W (1:1) TO   WK-PIC-X
           COMPUTE WK-DIX-KEY = WK-PIC-HALF * 256
           MOVE    WK-EBC-W (2:1) TO   WK-PIC-X
           ADD     WK-PIC-HALF TO      WK-DIX-KEY
           IF      WK-EDX-H2S (WK-DIX-KEY + 1) = LOW-VALUE
                   MOVE    WK-SJIS-W   TO  WK-EDX-H2S (WK-DIX-KEY + 1)
           END-IF

           MOVE    WK-SJIS-W (1:1) TO  WK-PIC-X
           COMPUTE WK-DIX-KEY = WK-PIC-HALF * 256
           MOVE    WK-SJIS-W (2:1) TO  WK-PIC-X
           ADD     WK-PIC-HALF TO      WK-DIX-KEY
           IF      WK-EDX-S2H (WK-DIX-KEY + 1) = LOW-VALUE
                   MOVE    WK-EBC-W    TO  WK-EDX-S2H (WK-DIX-KEY + 1)
           END-IF
           .
       S392-EX.
           EXIT.

      *    *** 素通し項目のレイアウト定義読込み(LDE05-LAYOUT、空白=無し)
      *    *** 定義が読めない時は、パック項目を文字として変換して
      *    *** 壊さない様に止める
       S393-10.

           MOVE    SPACE       TO      WK-EBL-MAP
           MOVE    ZERO        TO      WK-EBLAY-CNT
           MOVE    "N"         TO      WK-EBC-EXACT
           IF      LDE05-LAYOUT =      SPACE
                   GO      TO      S393-EX
           END-IF

           MOVE    TRIM(LDE05-LAYOUT) TO WK-EBLAY-F-NAME
           OPEN    INPUT       EBLAY-F
           IF      WK-EBLAY-STATUS NOT = ZERO
                   DISPLAY WK-PGM-NAME " EBLAY-F OPEN ERROR STATUS="
                           WK-EBLAY-STATUS " ("
                           TRIM(WK-EBLAY-F-NAME) ")"
                   STOP    RUN
           END-IF

           MOVE    LOW-VALUE   TO      WK-EBLAY-EOF
           PERFORM UNTIL WK-EBLAY-EOF  =       HIGH-VALUE
                   READ    EBLAY-F
                   IF      WK-EBLAY-STATUS =   ZERO
                           IF      EL-NAME NOT = SPACE
                              AND  EL-NAME (1:1) NOT = "#"
                              AND  ( EL-TYPE = "P" OR "B" )
                              AND  EL-POS IS NUMERIC
                              AND  EL-LEN IS NUMERIC
                                   MOVE    EL-POS  TO  WK-EBLAY-POS
                                   MOVE    EL-LEN  TO  WK-EBLAY-LEN
                                   IF      WK-EBLAY-POS >= 1
                                      AND  WK-EBLAY-LEN >= 1
                                      AND  WK-EBLAY-POS + WK-EBLAY-LEN
                                           - 1 <= 32000
                                           MOVE ALL "P" TO
                                                WK-EBL-MAP
                                                (WK-EBLAY-POS:
                                                 WK-EBLAY-LEN)
                                           ADD  1  TO  WK-EBLAY-CNT
                                   END-IF
                           END-IF
                   ELSE
                           MOVE    HIGH-VALUE  TO      WK-EBLAY-EOF
                   END-IF
           END-PERFORM
           CLOSE   EBLAY-F

           IF      WK-EBLAY-CNT >      ZERO
                   MOVE    "Y"         TO      WK-EBC-EXACT
           END-IF
           DISPLAY WK-PGM-NAME " 素通し項目 " WK-EBLAY-CNT "件"
           .
       S393-EX.
           EXIT.

      *    *** ホスト漢字対応表1行の取込み(16進4桁 => 2バイト)
       S394-10.

           MOVE    EK-HOST-HEX (1:1) TO WK-DATA-L1
           MOVE    EK-HOST-HEX (2:1) TO WK-DATA-R1
           MOVE    EK-HOST-HEX (3:1) TO WK-DATA-L2
           MOVE    EK-HOST-HEX (4:1) TO WK-DATA-R2
           MOVE    "2"         TO      WK-DATA-L3
           MOVE    "0"         TO      WK-DATA-R3
           CALL    "DECODE02"  USING   WK-DATA
                                       WK-BUF1-L
                                       WK-EBC-W
                                       WK-BUF2-L

           MOVE    EK-SJIS-HEX (1:1) TO WK-DATA-L1
           MOVE    EK-SJIS-HEX (2:1) TO WK-DATA-R1
           MOVE    EK-SJIS-HEX (3:1) TO WK-DATA-L2
           MOVE    EK-SJIS-HEX (4:1) TO WK-DATA-R2
           CALL    "DECODE02"  USING   WK-DATA
                                       WK-BUF1-L
                                       WK-SJIS-W
                                       WK-BUF2-L

           PERFORM S392-10     THRU    S392-EX
           ADD     1           TO      WK-EBCKJ-CNT
           .
       S394-EX.
           EXIT.

      *    *** ホスト => SJIS本体(LDE05-BUF1 => WK-NRM-BUF)
      *    *** SO/SIでシフト状態を切替え、SO-SI間は2バイトづつ漢字表で、
      *    *** それ以外は1バイト表で引く。素通し桁はそのまま写し、
      *    *** WK-NRM-BUF側の桁をWK-EBR-MAPに印す(HUの2段目が使う)
       S395-10.

           MOVE    ZERO        TO      WK-NRM-LEN
           IF      WK-EBC-EXACT =      "Y"
                   MOVE    SPACE       TO      WK-EBR-MAP
           END-IF
           MOVE    1           TO      L1

      *    *** 前回のバッファー末尾で割れた漢字対を先に片付ける
           IF      WK-EBC-PEND-LEN >   ZERO
              AND  LDE05-BUF1-LEN >=   1
                   MOVE    WK-EBC-PEND TO      WK-EBC-W (1:1)
                   MOVE    LDE05-BUF1 (1:1) TO WK-EBC-W (2:1)
                   MOVE    ZERO        TO      WK-EBC-PEND-LEN
                   PERFORM S39A-10     THRU    S39A-EX
                   MOVE    2           TO      L1
           END-IF

           PERFORM UNTIL L1 > LDE05-BUF1-LEN
               EVALUATE TRUE
      *    *** パック・バイナリ項目は素通し
                   WHEN WK-EBC-EXACT = "Y"
                    AND L1 <= 32000
                    AND WK-EBL-MAP (L1:1) = "P"
                       MOVE LDE05-BUF1 (L1:1) TO
                            WK-NRM-BUF (WK-NRM-LEN + 1:1)
                       ADD  1          TO      WK-NRM-LEN
                       MOVE "P"        TO      WK-EBR-MAP (WK-NRM-LEN:1)
                       ADD  1          TO      L1

                   WHEN LDE05-BUF1 (L1:1) = WK-EBC-SO
                       MOVE "K"        TO      WK-EBC-STATE
                       ADD  1          TO      L1

                   WHEN LDE05-BUF1 (L1:1) = WK-EBC-SI
                       MOVE "A"        TO      WK-EBC-STATE
                       ADD  1          TO      L1

      *    *** 漢字対の1バイト目でバッファーが終わる時は次回へ持ち越す
                   WHEN WK-EBC-STATE = "K"
                    AND L1 = LDE05-BUF1-LEN
                       MOVE LDE05-BUF1 (L1:1) TO WK-EBC-PEND
                       MOVE 1          TO      WK-EBC-PEND-LEN
                       ADD  1          TO      L1

                   WHEN WK-EBC-STATE = "K"
                       MOVE LDE05-BUF1 (L1:2) TO WK-EBC-W
                       PERFORM S39A-10     THRU    S39A-EX
                       ADD  2          TO      L1

                   WHEN OTHER
                       MOVE LDE05-BUF1 (L1:1) TO WK-PIC-X
                       MOVE TBL-EBC-B (WK-EBC-SET, WK-PIC-HALF + 1) TO
                            WK-NRM-BUF (WK-NRM-LEN + 1:1)
                       ADD  1          TO      WK-NRM-LEN
                       ADD  1          TO      L1
               END-EVALUATE
           END-PERFORM
           .
       S395-EX.
           EXIT.

      *    *** ホスト漢字1文字(WK-EBC-W) => SJIS(WK-NRM-BUFの末尾へ)
       S39A-10.

           MOVE    WK-EBC-W (1:1) TO   WK-PIC-X
           COMPUTE WK-DIX-KEY = WK-PIC-HALF * 256
           MOVE    WK-EBC-W (2:1) TO   WK-PIC-X
           ADD     WK-PIC-HALF TO      WK-DIX-KEY

           IF      WK-EDX-H2S (WK-DIX-KEY + 1) = LOW-VALUE
      *    *** 対応無し。？をセットしログへ
                   MOVE    WK-8148     TO
                           WK-NRM-BUF (WK-NRM-LEN + 1:2)
                   MOVE    WK-EBC-W    TO      WK-NG-SRC (1:2)
                   MOVE    2           TO      WK-NG-LEN
                   PERFORM S060-10     THRU    S060-EX
           ELSE
                   MOVE    WK-EDX-H2S (WK-DIX-KEY + 1) TO
                           WK-NRM-BUF (WK-NRM-LEN + 1:2)
           END-IF
           ADD     2           TO      WK-NRM-LEN
           .
       S39A-EX.
           EXIT.

      *    *** SJIS => ホスト本体(WK-NRM-IN => LDE05-BUF2)
      *    *** 漢字の前にSO、1バイト文字・素通し桁の前と末尾にSIを置く
      *    *** 素通し桁はWK-EBR-MAP(WK-NRM-IN側の桁)で見る
       S39B-10.

           MOVE    1           TO      L2
           MOVE    "A"         TO      WK-EBC-OSTATE
           MOVE    1           TO      WK-NRM-P

           PERFORM UNTIL WK-NRM-P > WK-NRM-IN-LEN
               EVALUATE TRUE
      *    *** パック・バイナリ項目は素通し
                   WHEN WK-EBC-EXACT = "Y"
                    AND WK-EBR-MAP (WK-NRM-P:1) = "P"
                       PERFORM S39C-10     THRU    S39C-EX
                       IF      L2          <=      LDE05-BUF2-LEN
                               MOVE WK-NRM-IN (WK-NRM-P:1) TO
                                    LDE05-BUF2 (L2:1)
                       END-IF
                       ADD  1          TO      L2
                       ADD  1          TO      WK-NRM-P

      *    *** 2バイトSJISは漢字表で引く
                   WHEN ( ( WK-NRM-IN (WK-NRM-P:1) >= X"81"
                        AND WK-NRM-IN (WK-NRM-P:1) <= X"9F" )
                     OR ( WK-NRM-IN (WK-NRM-P:1) >= X"E0"
                        AND WK-NRM-IN (WK-NRM-P:1) <= X"FC" ) )
                    AND WK-NRM-P < WK-NRM-IN-LEN
                       IF      WK-EBC-OSTATE =     "A"
                               IF      L2      <=      LDE05-BUF2-LEN
                                       MOVE WK-EBC-SO TO
                                            LDE05-BUF2 (L2:1)
                               END-IF
                               ADD     1       TO      L2
                               MOVE    "K"     TO      WK-EBC-OSTATE
                       END-IF
                       MOVE WK-NRM-IN (WK-NRM-P:2) TO WK-SJIS-W
                       PERFORM S39D-10     THRU    S39D-EX
                       ADD  2          TO      WK-NRM-P

                   WHEN OTHER
                       PERFORM S39C-10     THRU    S39C-EX
                       MOVE WK-NRM-IN (WK-NRM-P:1) TO WK-PIC-X
                       IF      L2          <=      LDE05-BUF2-LEN
                               MOVE TBL-EBC-B (WK-EBC-SET + 1,
                                               WK-PIC-HALF + 1) TO
                                    LDE05-BUF2 (L2:1)
                       END-IF
                       ADD  1          TO      L2
                       ADD  1          TO      WK-NRM-P
               END-EVALUATE
           END-PERFORM

      *    *** 漢字のままで終わったらSIで閉じる
           PERFORM S39C-10     THRU    S39C-EX
           .
       S39B-EX.
           EXIT.

      *    *** 出力が漢字シフト中ならSIを置いて1バイトへ戻す
       S39C-10.

           IF      WK-EBC-OSTATE =     "K"
                   IF      L2          <=      LDE05-BUF2-LEN
                           MOVE    WK-EBC-SI TO    LDE05-BUF2 (L2:1)
                   END-IF
                   ADD     1           TO      L2
                   MOVE    "A"         TO      WK-EBC-OSTATE
           END-IF
           .
       S39C-EX.
           EXIT.

      *    *** SJIS漢字1文字(WK-SJIS-W) => ホスト(L2位置へ)
       S39D-10.

           MOVE    WK-SJIS-W (1:1) TO  WK-PIC-X
           COMPUTE WK-DIX-KEY = WK-PIC-HALF * 256
           MOVE    WK-SJIS-W (2:1) TO  WK-PIC-X
           ADD     WK-PIC-HALF TO      WK-DIX-KEY

           ADD     L2 1        GIVING  L3
           IF      WK-EDX-S2H (WK-DIX-KEY + 1) = LOW-VALUE
      *    *** 対応無し。ホストの？をセットしログへ
                   IF      L3          <=      LDE05-BUF2-LEN
                           MOVE    WK-EBC-426F TO
                                   LDE05-BUF2 (L2:CNS-2)
                   END-IF
                   MOVE    WK-NRM-P    TO      L1
                   MOVE    WK-SJIS-W   TO      WK-NG-SRC (1:2)
                   MOVE    2           TO      WK-NG-LEN
                   PERFORM S060-10     THRU    S060-EX
           ELSE
                   IF      L3          <=      LDE05-BUF2-LEN
                           MOVE    WK-EDX-S2H (WK-DIX-KEY + 1) TO
                                   LDE05-BUF2 (L2:CNS-2)
                   END-IF
           END-IF
           ADD     2           TO      L2
           .
       S39D-EX.
           EXIT.

      *    *** HS：ホスト => SJIS
       S396-10.

           PERFORM S395-10     THRU    S395-EX

           IF      WK-NRM-LEN  >       LDE05-BUF2-LEN
                   MOVE    LDE05-BUF2-LEN TO   WK-NRM-LEN
           END-IF
           IF      WK-NRM-LEN  >       ZERO
                   MOVE    WK-NRM-BUF (1:WK-NRM-LEN) TO
                           LDE05-BUF2 (1:WK-NRM-LEN)
           END-IF
           COMPUTE L2 = WK-NRM-LEN + 1
           .
       S396-EX.
           EXIT.

      *    *** SH：SJIS => ホスト(素通し桁はレイアウト定義の桁そのまま)
       S397-10.

           MOVE    ZERO        TO      WK-NRM-IN-LEN
           IF      LDE05-BUF1-LEN >    ZERO
                   MOVE    LDE05-BUF1 (1:LDE05-BUF1-LEN) TO
                           WK-NRM-IN (1:LDE05-BUF1-LEN)
                   MOVE    LDE05-BUF1-LEN TO   WK-NRM-IN-LEN
                   IF      WK-EBC-EXACT =      "Y"
                           MOVE    SPACE       TO      WK-EBR-MAP
                           MOVE    WK-EBL-MAP (1:LDE05-BUF1-LEN) TO
                                   WK-EBR-MAP (1:LDE05-BUF1-LEN)
                   END-IF
           END-IF
           PERFORM S39B-10     THRU    S39B-EX
           .
       S397-EX.
           EXIT.

      *    *** HU：ホスト => SJIS(WK-NRM-BUF) => UTF8
       S398-10.

           PERFORM S395-10     THRU    S395-EX

           MOVE    1           TO      L2
           MOVE    1           TO      L1
           PERFORM UNTIL L1 > WK-NRM-LEN
               EVALUATE TRUE
      *    *** パック・バイナリ項目は素通し
                   WHEN WK-EBC-EXACT = "Y"
                    AND WK-EBR-MAP (L1:1) = "P"
                       IF      L2          <=      LDE05-BUF2-LEN
                               MOVE WK-NRM-BUF (L1:1) TO
                                    LDE05-BUF2 (L2:1)
                       END-IF
                       ADD     1           TO      L2
                       ADD     1           TO      L1

                   WHEN ( ( WK-NRM-BUF (L1:1) >= X"81"
                        AND WK-NRM-BUF (L1:1) <= X"9F" )
                     OR ( WK-NRM-BUF (L1:1) >= X"E0"
                        AND WK-NRM-BUF (L1:1) <= X"FC" ) )
                    AND L1 < WK-NRM-LEN
                       MOVE    WK-NRM-BUF (L1:2) TO WK-SJIS-W
                       PERFORM S360-10     THRU    S360-EX
                       ADD     2           TO      L1

      *    *** 半角カナ(A1-DF)は3バイトUTF8へ
                   WHEN WK-NRM-BUF (L1:1) >= X"A1"
                    AND WK-NRM-BUF (L1:1) <= X"DF"
                       MOVE    WK-NRM-BUF (L1:1) TO WK-PIC-X
                       ADD     L2 2        GIVING  L3
                       IF      L3          <=      LDE05-BUF2-LEN
                           IF      WK-PIC-HALF <=      191
                               MOVE    WK-EFBD TO  LDE05-BUF2 (L2:CNS-2)
                           ELSE
                               MOVE    WK-EFBE TO  LDE05-BUF2 (L2:CNS-2)
                               COMPUTE WK-PIC-HALF = WK-PIC-HALF - 64
                           END-IF
                           MOVE    WK-PIC-X    TO  LDE05-BUF2 (L2 + 2:1)
                       END-IF
                       ADD     3           TO      L2
                       ADD     1           TO      L1

                   WHEN OTHER
                       IF      L2          <=      LDE05-BUF2-LEN
                               MOVE WK-NRM-BUF (L1:1) TO
                                    LDE05-BUF2 (L2:1)
                       END-IF
                       ADD     1           TO      L2
                       ADD     1           TO      L1
               END-EVALUATE
           END-PERFORM
           .
       S398-EX.
           EXIT.

      *    *** UH：UTF8 => SJIS(LDE05-BUF2) => ホスト
      *    *** 1段目で素通し桁をSJIS側の桁に置き直してWK-EBR-MAPに印す
       S399-10.

           MOVE    1           TO      L2
           IF      WK-EBC-EXACT =      "Y"
                   MOVE    SPACE       TO      WK-EBR-MAP
           END-IF
           MOVE    1           TO      L1
           PERFORM UNTIL L1 > LDE05-BUF1-LEN
               EVALUATE TRUE
      *    *** パック・バイナリ項目は素通し
                   WHEN WK-EBC-EXACT = "Y"
                    AND L1 <= 32000
                    AND WK-EBL-MAP (L1:1) = "P"
                       IF      L2          <=      LDE05-BUF2-LEN
                          AND  L2          <=      32000
                               MOVE LDE05-BUF1 (L1:1) TO
                                    LDE05-BUF2 (L2:1)
                               MOVE "P"    TO      WK-EBR-MAP (L2:1)
                       END-IF
                       ADD     1           TO      L2
                       ADD     1           TO      L1

      *    *** 半角カナ(EFBDA1-EFBDBF、EFBE80-EFBE9F)は1バイトへ
                   WHEN L1 <= LDE05-BUF1-LEN - 2
                    AND LDE05-BUF1 (L1:2) = WK-EFBD
                    AND LDE05-BUF1 (L1 + 2:1) >= X"A1"
                    AND LDE05-BUF1 (L1 + 2:1) <= X"BF"
                       IF      L2          <=      LDE05-BUF2-LEN
                               MOVE LDE05-BUF1 (L1 + 2:1) TO
                                    LDE05-BUF2 (L2:1)
                       END-IF
                       ADD     1           TO      L2
                       ADD     3           TO      L1

                   WHEN L1 <= LDE05-BUF1-LEN - 2
                    AND LDE05-BUF1 (L1:2) = WK-EFBE
                    AND LDE05-BUF1 (L1 + 2:1) >= X"80"
                    AND LDE05-BUF1 (L1 + 2:1) <= X"9F"
                       MOVE    LDE05-BUF1 (L1 + 2:1) TO WK-PIC-X
                       COMPUTE WK-PIC-HALF = WK-PIC-HALF + 64
                       IF      L2          <=      LDE05-BUF2-LEN
                               MOVE WK-PIC-X TO    LDE05-BUF2 (L2:1)
                       END-IF
                       ADD     1           TO      L2
                       ADD     3           TO      L1

      *    *** UTF8 ４バイト系 SJIS対応無の為？固定
                   WHEN LDE05-BUF1 (L1:1) >= X"F0"
                    AND LDE05-BUF1 (L1:1) <= X"F7"
                       IF      L1  <=  LDE05-BUF1-LEN - 3
                               PERFORM S250-10 THRU S250-EX
                       END-IF
                       ADD     4           TO      L1

                   WHEN LDE05-BUF1 (L1:1) >= X"E0"
                    AND LDE05-BUF1 (L1:1) <= X"EF"
                       IF      L1  <=  LDE05-BUF1-LEN - 2
                               MOVE    3    TO WK-UTF8-BYTE
                               PERFORM S200-10 THRU S200-EX
                       END-IF
                       ADD     3           TO      L1

                   WHEN LDE05-BUF1 (L1:1) >= X"C0"
                    AND LDE05-BUF1 (L1:1) <= X"DF"
                       IF      L1  <=  LDE05-BUF1-LEN - 1
                               MOVE    2    TO WK-UTF8-BYTE
                               PERFORM S200-10 THRU S200-EX
                       END-IF
                       ADD     2           TO      L1

      *    *** 1バイト系(英数記号)はそのまま1バイトで
                   WHEN OTHER
                       IF      L2          <=      LDE05-BUF2-LEN
                               MOVE LDE05-BUF1 (L1:1) TO
                                    LDE05-BUF2 (L2:1)
                       END-IF
                       ADD     1           TO      L2
                       ADD     1           TO      L1
               END-EVALUATE
           END-PERFORM

      *    *** 2段目 SJIS => ホスト
           COMPUTE WK-NRM-IN-LEN = L2 - 1
           IF      WK-NRM-IN-LEN >     LDE05-BUF2-LEN
                   MOVE    LDE05-BUF2-LEN TO   WK-NRM-IN-LEN
           END-IF
           IF      WK-NRM-IN-LEN >     32000
                   MOVE    32000       TO      WK-NRM-IN-LEN
           END-IF
           IF      WK-NRM-IN-LEN >     ZERO
                   MOVE    LDE05-BUF2 (1:WK-NRM-IN-LEN) TO
                           WK-NRM-IN (1:WK-NRM-IN-LEN)
           END-IF
           MOVE    SPACE       TO
                   LDE05-BUF2 (1:LDE05-BUF2-LEN)
           PERFORM S39B-10     THRU    S39B-EX
           .
       S399-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

