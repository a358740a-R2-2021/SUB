      *    *** CPPOSTMST  -  郵便番号マスター(CFG-POSTMST-NAME)1件の形と
      *    ***               POSTLKP.cbl の照会エリア
      *    *** :##: の部分は呼び出し元で接頭語に置き換える
      *    ***   REPLACING ==:##:== BY ==LPM==  等
      *    *** 日本郵便の郵便番号データ(KEN_ALL)1行を1件とし、同じ
      *    *** 郵便番号の複数行(町域違い)は連番で分ける。
      *    *** 文字は POSTMST で取り込んだ時の文字コード(SJIS か UTF8)
      *    *** のまま。町域は「以下に掲載がない場合」等を空白にし、
      *    *** 括弧書き(（１～１９丁目）等)を落としてある
       01  :##:-POSTMST-AREA.
           03  :##:-KEY.
      *    *** 郵便番号(7桁、ハイフン無し)・同じ番号の中の連番
             05  :##:-POST        PIC  X(007).
             05  :##:-SEQ         PIC  9(003).
      *    *** 全国地方公共団体コード(先頭2桁が都道府県コード)
           03  :##:-JIS           PIC  X(005).
           03  :##:-JIS-R         REDEFINES :##:-JIS.
             05  :##:-PREF-CD     PIC  9(002).
             05  FILLER           PIC  X(003).
      *    *** 都道府県・市区町村・町域
           03  :##:-PREF          PIC  X(012).
           03  :##:-CITY          PIC  X(060).
           03  :##:-TOWN          PIC  X(120).
      *    *** 同 カナ(半角)
           03  :##:-PREF-KANA     PIC  X(020).
           03  :##:-CITY-KANA     PIC  X(060).
           03  :##:-TOWN-KANA     PIC  X(120).
