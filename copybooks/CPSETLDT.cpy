      *    *** CPSETLDT  -  SETLDT.cbl LINKAGE共通エリア
      *    *** :##: の部分は呼び出し元で接頭語に置き換える
      *    ***   REPLACING ==:##:== BY ==LSD==  等
       01  :##:-SETLDT-AREA.
      *    *** 調整の規約
      *    ***   FOLL  翌営業日(休業日なら後ろの営業日)
      *    ***   MFOL  修正翌営業日(後ろへ送ると月が変わる時は前の
      *    ***         営業日)
      *    ***   PREC  前営業日(休業日なら前の営業日)
      *    ***   MPRE  修正前営業日(前へ送ると月が変わる時は後ろの
      *    ***         営業日)
      *    ***   EOM   月末営業日(基準月+OFFSET月の最終営業日)
      *    ***   DAYP  指定日(DAY)・休業日なら前営業日
      *    ***         (基準月+OFFSET月。月末を越える日は月末)
      *    ***   DAYF  指定日(DAY)・休業日なら翌営業日(同上)
      *    ***   TPLS  T+n(基準日から OFFSET 営業日。マイナスは前へ)
           03  :##:-CONV           PIC  X(004).

      *    *** 基準日
           03  :##:-BASE           PIC  9(008).

      *    *** FOLL・MFOL・PREC・MPRE=先に足す暦日数、
      *    *** EOM・DAYP・DAYF=月数、TPLS=営業日数
           03  :##:-OFFSET         PIC  S9(004) COMP.

      *    *** DAYP・DAYF の日(1〜31)
           03  :##:-DAY            PIC  9(002).

      *    *** 調整後の日付
           03  :##:-RESULT         PIC  9(008).

      *    *** 送った理由 空白=送り無し、W=土日、H=祝日・会社休日、
      *    ***            M=月を跨ぐため逆向きへ送った(修正規約)、
      *    ***            E=指定日が無い月のため月末とした
           03  :##:-ROLL           PIC  X(001).

      *    *** 結果 空白=正常、E=パラメータ不正、R=カレンダーの範囲外、
      *    ***      C=カレンダー(CALGEN.CAL)が読めない・日付が飛んでいる
           03  :##:-STAT           PIC  X(001).
