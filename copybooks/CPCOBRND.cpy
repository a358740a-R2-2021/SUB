      *    *** (定義の桁数 8=YYYYMMDD、6=YYMMDD(50年窓で世紀補完))
           03  :##:-AGE-DAYS    PIC  9(004)  COMP.

      *    *** NDUP 時のみ使用: 元の顧客(BATCH-CNT件)のうち表記ゆれの
      *    *** 重複を作る割合(%)。0 のときは 20%。
      *    *** 出力は BATCH-F-NAME、重複側は末尾に元の顧客番号を持つ
           03  :##:-DUP-PCT     PIC  9(003)  COMP.

      *    *** NEG 時のみ使用: VALCHKの検証定義(NEG-DEF-NAME)から、
      *    *** 全規則を通るレコードと規則を1つだけ破ったレコードを
      *    *** 混ぜた試験デッキを BATCH-F-NAME へ BATCH-CNT 件作り、
      *    *** 正解表(形は CPNEGKEY)を NEG-KEY-NAME へ書く。
      *    *** NEG-PCT=破るレコードの割合(%)。0 のときは 50%。
      *    *** NEG-RULE=破る規則を N・C・D・K・Z(VALCHKの種別)か
      *    *** S(レコード不足)の1つに絞る(空白=全部を順に)。
      *    *** VALCHK に掛けた結果と正解表の照合は VALCMP
           03  :##:-NEG-DEF-NAME PIC X(032).
           03  :##:-NEG-KEY-NAME PIC X(032).
           03  :##:-NEG-PCT     PIC  9(003)  COMP.
           03  :##:-NEG-RULE    PIC  X(001).

           03  :##:-ITEM-AREA   OCCURS 99.
             05  :##:-FROM      PIC  S9(009) COMP.
             05  :##:-FROM2     PIC  S9(009) COMP.
