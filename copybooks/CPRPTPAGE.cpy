      *    *** CPRPTPAGE  -  RPTPAGE.cbl LINKAGE共通エリア
      *    *** :##: の部分は呼び出し元で接頭語に置き換える
      *    ***   REPLACING ==:##:== BY ==WPG==  等
      *    *** 呼び方: CALL "RPTPAGE" USING :##:-RPTPAGE-AREA <1行>
      *    *** (<1行>は HEAD・LINE の時の印字行。長さは任意、256桁まで)
       01  :##:-RPTPAGE-AREA.
           03  :##:-ID             PIC  X(006).
      *    *** OPEN,HEAD,LINE,PAGE,CLOSE,ABEND
      *    ***   OPEN : 帳票を開く(以下の PGM・TITLE・FILE・PAGE-LINES)
      *    ***   HEAD : 項目見出し行(続けて呼ぶと複数行。各ページの頭に
      *    ***          繰り返す。明細の後に呼ぶと見出しを差し替える)
      *    ***   LINE : 明細1行
      *    ***   PAGE : 改ページ(次の明細から新しいページ)
      *    ***   CLOSE: 終了行を付けて帳票を書き出す
      *    ***   ABEND: 開いている帳票すべてを、未完の終了行を付けて
      *    ***          書き出す(SLOT 不要。LOGERR が停止前に呼ぶ)

      *    *** OPEN時、作成プログラムID(表題行に出す)
           03  :##:-PGM            PIC  X(008).

      *    *** OPEN時、表題
           03  :##:-TITLE          PIC  X(100).

      *    *** OPEN時、帳票ファイル名
           03  :##:-FILE           PIC  X(256).

      *    *** OPEN時、1ページの行数(表題・見出しを含む。0=構成の既定)
           03  :##:-PAGE-LINES     PIC  9(003).

      *    *** 以下は RPTPAGE が返す
      *    *** ファイル状態(00=正常。OPEN・CLOSE時の異常はその状態、
      *    *** 同時に開ける帳票数を超えた時・OPEN前の呼出しは99)
           03  :##:-STATUS         PIC  9(002).

      *    *** 使用中の帳票番号(OPENで採り、CLOSEまで変えないこと)
           03  :##:-SLOT           PIC  9(001).

      *    *** CLOSE時、明細行数・総ページ数
           03  :##:-LINE-CNT       PIC  9(009).
           03  :##:-PAGE-CNT       PIC  9(005).
