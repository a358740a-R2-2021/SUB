      *    *** CPCHKDGT  -  CHKDGT.cbl LINKAGE共通エリア
      *    *** :##: の部分は呼び出し元で接頭語に置き換える
      *    ***   REPLACING ==:##:== BY ==LCD==  等
       01  :##:-CHKDGT-AREA.
      *    *** C=検査数字を計算して番号へ入れる、V=検証、
      *    *** W=誤った検査数字を入れる(異常系の試験データ用)
           03  :##:-ID             PIC  X(001).

      *    *** 方式
      *    ***   JAN   モジュラス10 ウェイト3・1(JAN/EAN・ITF、末尾)
      *    ***   LUHN  モジュラス10 ルーン(カード番号等、末尾)
      *    ***   M11   モジュラス11 ウェイト2〜7(口座番号等、末尾、
      *    ***         余り0・1は0)
      *    ***   MYNO  個人番号(12桁、末尾)
      *    ***   HOJIN 法人番号(13桁、先頭)
           03  :##:-SCHEME         PIC  X(005).

      *    *** 番号(左詰め)と検査数字込みの桁数(2〜18)
           03  :##:-LEN            BINARY-LONG SYNC.
           03  :##:-NUM            PIC  X(020).

      *    *** 正しい検査数字を返す
           03  :##:-CD             PIC  9(001).

      *    *** 結果 空白=正常(Vは一致)、N=不一致(Vのみ)、
      *    ***      E=数字でない・桁数不正・方式不明
           03  :##:-STAT           PIC  X(001).
