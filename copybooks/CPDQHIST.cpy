      *    *** CPDQHIST  -  データ品質履歴(CFG-DQHIST-NAME)1行の形と
      *    ***              DQHIST.cbl の記録エリア
      *    *** :##: の部分は呼び出し元で接頭語に置き換える
      *    ***   REPLACING ==:##:== BY ==LDQ==  等
      *    *** VALCHK・INTAKE が1回の実行ごとに、フィードの合計1行と
      *    *** 理由コード別・項目別の不合格件数を追記する。DQSCORE が
      *    *** 期間を決めて読み、フィード・項目ごとの不合格率と傾向を出す
       01  :##:-DQHIST-AREA.
      *    *** 業務日付・時刻・実行ID(同じ実行の行はこれで揃う)
           03  :##:-DATE          PIC  9(008).
           03  FILLER             PIC  X(001).
           03  :##:-TIME          PIC  9(006).
           03  FILLER             PIC  X(001).
           03  :##:-RUNID         PIC  X(014).
           03  FILLER             PIC  X(001).
      *    *** 記録したステップ(VALCHK・INTAKE)とフィード
      *    *** (フィードID、登録簿を通さない実行はファイル名)
           03  :##:-STEP          PIC  X(008).
           03  FILLER             PIC  X(001).
           03  :##:-FEED          PIC  X(032).
           03  FILLER             PIC  X(001).
      *    *** 区分 T=合計(キー空白、不合格はレコード件数)
      *    ***      R=理由コード別 F=項目別(不合格は件数)
           03  :##:-KIND          PIC  X(001).
           03  FILLER             PIC  X(001).
           03  :##:-KEY           PIC  X(016).
           03  FILLER             PIC  X(001).
      *    *** 検査したレコード件数・不合格件数
           03  :##:-CHECKED       PIC  9(009).
           03  FILLER             PIC  X(001).
           03  :##:-NG            PIC  9(009).
