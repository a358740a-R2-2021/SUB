      *    *** JS(ISO-2022-JP=>SJIS),SJ(SJIS=>ISO-2022-JP)
      *    *** JSはESCモードをCHANGE呼出しをまたいで保持する
      *    *** (バッファー境界で割れたエスケープ・漢字対も持ち越す)
      *    *** HS(ホスト=>SJIS),SH(SJIS=>ホスト),HU(ホスト=>UTF8)
      *    *** UH(UTF8=>ホスト)。ホストはEBCDIC、漢字はSO/SIで囲む
      *    *** HS/HUはSO/SIの状態をCHANGE呼出しをまたいで保持する
           03  :##:-HENKAN         PIC  X(002).

      *    *** AA=1バイトづつセット,AK=X"2020"をX"E38080"に変換
      *    *** NM=正規化(半角カナ=>全角、全角英数=>半角)を併用する
      *    *** (HENKAN=NN は変換無しの正規化のみ)
      *    *** HK=逆正規化(全角カナ・ひらがな=>半角カナ、全角英数記号
      *    ***    =>半角。HENKAN=US は変換後に、NN は変換無しで行う)
      *    *** EL=ホスト変換の1バイト部をCCSID939(英小文字)で扱う
      *    ***    (それ以外はCCSID930(カナ))
           03  :##:-MODE           PIC  X(002).

      *    *** 変換前(BUF1)のデータの長さ

      *    *** 呼び出し元でセットするBUF1の件数(DEBUG表示用)
           03  :##:-BUF1-CNT       BINARY-LONG SYNC.

      *    *** ホスト変換(HS/SH/HU/UH)で変換せずに写すパック・バイナリ
      *    *** 項目のレイアウト定義名(VALCHKの定義の形で種別P/B、位置は
      *    *** BUF1のレコード先頭から)。OPEN前にセット、空白=全桁変換
           03  :##:-LAYOUT         PIC  X(256).
