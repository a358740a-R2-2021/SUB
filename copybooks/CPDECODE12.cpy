      *    *** CPDECODE12  -  DECODE12.cbl LINKAGE共通エリア
      *    *** :##: の部分は呼び出し元で接頭語に置き換える
      *    ***   REPLACING ==:##:== BY ==LDE12==  等
       01  :##:-DECODE12-AREA.
           03  :##:-ID             PIC  X(006).
      *    *** OPEN,CHANGE,CLOSE

      *    *** 文字列の出力文字コード(JSONはUTF8で受ける)
      *    *** US(SJIS)、UE(EUC)はDECODE05でUTF8から直す
      *    *** SPACE・NN はUTF8のまま
           03  :##:-HENKAN         PIC  X(002).

      *    *** OPEN時、キー割付け定義ファイル名
      *    *** 1行= キー(32) 種別(1:X/9/P/B) 位置(5) 長さ(5) 小数(2)
      *    ***      必須(1:Y=キー無しはリジェクト) 状態位置(5)
      *    *** 入れ子のキーは "親.子"(1段まで)。状態位置(省略可)へは
      *    *** 空白=値有り、N=null、M=キー無し の1バイトを入れる。
      *    *** "*" "#" 始まりと空行は注記
           03  :##:-LAYOUT         PIC  X(256).

      *    *** CHANGE時、BUF1(JSON1行)のデータの長さ
           03  :##:-BUF1-LEN       BINARY-LONG SYNC.

      *    *** CHANGE時、BUF2(固定位置レコード)の長さを返す
           03  :##:-BUF2-LEN       BINARY-LONG SYNC.

      *    *** 呼び出し元でセットするBUF1の件数(メッセージ表示用)
           03  :##:-BUF1-CNT       BINARY-LONG SYNC.

      *    *** OPEN時、割付け定義の項目数・レコード長を返す
           03  :##:-FLD-CNT        BINARY-LONG SYNC.
           03  :##:-REC-LEN        BINARY-LONG SYNC.

      *    *** CHANGE時、null・キー無しの項目数を返す
           03  :##:-NULL-CNT       BINARY-LONG SYNC.
           03  :##:-MISS-CNT       BINARY-LONG SYNC.

      *    *** CHANGE時、組み立てられなかった理由を返す(空白=正常)
      *    ***   JSNBAD JSONの構文誤り、JSNMIS 必須キー無し、
      *    ***   JSNTYP 値の型違い(オブジェクト・配列・真偽値)、
      *    ***   JSNNUM 数値として読めない・桁あふれ、
      *    ***   JSNLEN 文字列が項目に入り切らない、
      *    ***   CNVBAD 文字コード変換で？置換が出た
           03  :##:-REASON         PIC  X(006).
      *    *** 理由の出たキーと、構文誤りのバイト位置
           03  :##:-ERR-KEY        PIC  X(032).
           03  :##:-ERR-POS        BINARY-LONG SYNC.
