      *    *** CPNEGKEY  -  異常系試験デッキの正解表1行の形
      *    ***              (COBRND の NEG が書き、VALCMP が読む)
      *    *** :##: の部分は呼び出し元で接頭語に置き換える
      *    ***   REPLACING ==:##:== BY ==NKY==  等
      *    *** デッキ1レコードに1行(レコード不足で複数の項目が欠ける
      *    *** 時はその項目ごとに1行)。レコード番号の順に並ぶ
       01  :##:-NEGKEY-REC.
      *    *** デッキのレコード番号(1から)
           03  :##:-SEQ           PIC  9(009).
           03  FILLER             PIC  X(001).
      *    *** PASS=全規則を通るはず FAIL=下の項目で落ちるはず
           03  :##:-EXPECT        PIC  X(004).
           03  FILLER             PIC  X(001).
      *    *** 破った項目と VALCHK が付けるはずの理由コード
      *    *** (NUMERIC・CODE・DATE・CHECKDIGIT・POSTAL-FORMAT・
      *    ***  POSTAL-UNKNOWN・POSTAL-PREF・POSTAL-CITY・SHORTREC)
           03  :##:-FIELD         PIC  X(016).
           03  FILLER             PIC  X(001).
           03  :##:-REASON        PIC  X(016).
           03  FILLER             PIC  X(001).
      *    *** 書き込んだ値(先頭40桁、確認用)
           03  :##:-VALUE         PIC  X(040).
