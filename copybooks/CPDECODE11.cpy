      *    *** CPDECODE11  -  DECODE11.cbl LINKAGE共通エリア
      *    *** :##: の部分は呼び出し元で接頭語に置き換える
      *    ***   REPLACING ==:##:== BY ==LDE11==  等
       01  :##:-DECODE11-AREA.
           03  :##:-ID             PIC  X(006).
      *    *** OPEN,CHANGE,CLOSE

      *    *** 文字項目の元の文字コード(JSONはUTF8で出す)
      *    *** SU(SJIS)、EU(EUC)はDECODE05でUTF8へ直す
      *    *** SPACE・NN はそのまま(UTF8・ASCIIのレコード)
           03  :##:-HENKAN         PIC  X(002).

      *    *** OPEN時、レコード割付け定義ファイル名(FILEDUMPと同じ形)
      *    *** 1行= 項目名(16) 種別(1:X/9/P/B) 位置(5) 長さ(5) 小数(2)
      *    *** 項目名がJSONのキー、X=文字列、9/P/B=数値(小数桁で
      *    *** 小数点を入れる)。"*" "#" 始まりと空行は注記
           03  :##:-LAYOUT         PIC  X(256).

      *    *** CHANGE時、BUF1(固定レコード)のデータの長さ
           03  :##:-BUF1-LEN       BINARY-LONG SYNC.

      *    *** CHANGE時、BUF2(JSON1行、改行無し)の長さを返す
           03  :##:-BUF2-LEN       BINARY-LONG SYNC.

      *    *** 呼び出し元でセットするBUF1の件数(メッセージ表示用)
           03  :##:-BUF1-CNT       BINARY-LONG SYNC.

      *    *** OPEN時、割付け定義の項目数を返す
           03  :##:-FLD-CNT        BINARY-LONG SYNC.

      *    *** CHANGE時、数値として読めずnullにした項目数を返す
           03  :##:-NG-CNT         BINARY-LONG SYNC.

      *    *** CHANGE時、BUF2に入り切らなかった時 "Y" を返す
           03  :##:-OVER-SW        PIC  X(001).
