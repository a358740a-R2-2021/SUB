      *    *** CPWAREKI  -  WAREKI.cbl LINKAGE共通エリア
      *    *** :##: の部分は呼び出し元で接頭語に置き換える
      *    ***   REPLACING ==:##:== BY ==LWA==  等
       01  :##:-WAREKI-AREA.
      *    *** 和暦の日付(左詰め、UTF8・SJISどちらでもよい)
      *    ***   R06.10.15  H31/04/30  R6-10-15  R061015
      *    ***   令和6年10月15日  令和元年5月1日  (全角数字・英字可)
      *    ***   元号コード+YYMMDD 7桁(1=明治 2=大正 3=昭和
      *    ***   4=平成 5=令和 例 5061015)
           03  :##:-IN             PIC  X(040).

      *    *** 西暦 YYYYMMDD を返す
           03  :##:-YMD            PIC  9(008).

      *    *** 元号(M/T/S/H/R)と和暦年を返す
           03  :##:-ERA            PIC  X(001).
           03  :##:-ERA-YY         PIC  9(002).

      *    *** 結果 空白=正常、E=読めない形、D=実在しない日付、
      *    ***      B=元号の期間外(H31.05.01 等)
           03  :##:-STAT           PIC  X(001).
