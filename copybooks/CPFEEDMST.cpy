      *    *** CPFEEDMST  -  フィード登録簿(FEED.MASTER)1行の形と
      *    ***               FEEDMST.cbl ID=L の照会結果エリア
      *    *** :##: の部分は呼び出し元で接頭語に置き換える
      *    ***   REPLACING ==:##:== BY ==LFM==  等
      *    *** ファイル名の項目は &DATE(業務日付)・&FEED(フィードID)
      *    *** の記号を書ける(ID=I,V,M,O の実行時に解決する)
       01  :##:-FEEDMST-AREA.
      *    *** フィードID・相手先名・連絡先
           03  :##:-FEED-ID       PIC  X(008).
           03  FILLER             PIC  X(001).
           03  :##:-PARTNER       PIC  X(030).
           03  FILLER             PIC  X(001).
           03  :##:-CONTACT       PIC  X(040).
           03  FILLER             PIC  X(001).
      *    *** INTAKE 取込み元・出力・変換方向(DECODE05)・CSV(Y/N)
           03  :##:-IN-SRC        PIC  X(064).
           03  FILLER             PIC  X(001).
           03  :##:-IN-TGT        PIC  X(064).
           03  FILLER             PIC  X(001).
           03  :##:-IN-HENKAN     PIC  X(002).
           03  FILLER             PIC  X(001).
           03  :##:-IN-CSV        PIC  X(001).
           03  FILLER             PIC  X(001).
      *    *** VALCHK レイアウト定義(空白=検証しない)
           03  :##:-VAL-DEF       PIC  X(064).
           03  FILLER             PIC  X(001).
      *    *** MANRECON マニフェスト有無(Y/N)・マニフェスト・
      *    *** 受信スナップショット・チェックサム(空白=照合しない)
           03  :##:-MAN-SW        PIC  X(001).
           03  FILLER             PIC  X(001).
           03  :##:-MAN-NAME      PIC  X(064).
           03  FILLER             PIC  X(001).
           03  :##:-MAN-SNAP      PIC  X(064).
           03  FILLER             PIC  X(001).
           03  :##:-MAN-SUM       PIC  X(064).
           03  FILLER             PIC  X(001).
      *    *** OUTTAKE 送り元・転送先・変換方向・レコード形式
      *    *** (C/L/R/F)・BASE64包み(Y/N)。送り元空白=送信無し
           03  :##:-OUT-SRC       PIC  X(064).
           03  FILLER             PIC  X(001).
           03  :##:-OUT-TGT       PIC  X(064).
           03  FILLER             PIC  X(001).
           03  :##:-OUT-HENKAN    PIC  X(002).
           03  FILLER             PIC  X(001).
           03  :##:-OUT-RECFORM   PIC  X(001).
           03  FILLER             PIC  X(001).
           03  :##:-OUT-B64       PIC  X(001).
           03  FILLER             PIC  X(001).
      *    *** 1回の想定件数(0=見ない)
           03  :##:-EXP-VOL       PIC  9(009).
           03  FILLER             PIC  X(001).
      *    *** INTAKE 見出し・後尾レコード定義(空白=見ない)
           03  :##:-IN-HTDEF      PIC  X(064).
           03  FILLER             PIC  X(001).
      *    *** ホスト(EBCDIC)フィード向け(変換方向 HS/SH/HU/UH)
      *    *** INTAKE 取込み元のレコード形式(空白=行 F=固定長 R=RDW)・
      *    *** 固定長のレコード長・素通し項目のレイアウト定義
           03  :##:-IN-RECFORM    PIC  X(001).
           03  FILLER             PIC  X(001).
           03  :##:-IN-FIX-LEN    PIC  9(005).
           03  FILLER             PIC  X(001).
           03  :##:-IN-LAYOUT     PIC  X(064).
           03  FILLER             PIC  X(001).
      *    *** OUTTAKE 形式F のレコード長・素通し項目のレイアウト定義
           03  :##:-OUT-FIX-LEN   PIC  9(005).
           03  FILLER             PIC  X(001).
           03  :##:-OUT-LAYOUT    PIC  X(064).
           03  FILLER             PIC  X(001).
      *    *** OUTTAKE JSON Lines 送出の割付け定義(空白=JSONにしない)
           03  :##:-OUT-JSON      PIC  X(064).
           03  FILLER             PIC  X(001).
      *    *** INTAKE JSON Lines 取込みのキー割付け定義(空白=JSONでない)
           03  :##:-IN-JSON       PIC  X(064).
           03  FILLER             PIC  X(001).
      *    *** SHA-256 ダイジェスト(Y=OUTTAKE のマニフェストに SHA 行を
      *    *** 足し、MANRECON は相手先マニフェストの SHA-256 を受信
      *    *** ファイルと突き合わせる。空白/N=SUM 行だけ)
           03  :##:-SHA-SW        PIC  X(001).
