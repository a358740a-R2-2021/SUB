      *    *** SYSOUT取りの子起動コマンド(STEPRUNの実行ファイル名)
           03  CFG-MAINJOB-STEPRUN-CMD PIC  X(032) VALUE
               "steprun".

      *    *** ステップ登録簿(組込み以外のステップID→プログラム・引数型)
           03  CFG-MAINJOB-PGMREG-NAME PIC X(032) VALUE
               "MAINJOB.PGMREG".

      *    *** 営業日付管理ファイル(業務日付・完了状態・次業務日付)
           03  CFG-BIZDATE-NAME        PIC  X(032) VALUE
               "BIZDATE.CTL".

      *    *** 着信待ち(CTL-OPT FILE=)の既定値
      *    *** 打切り分数と、サイズ不変とみなすまでの秒数
           03  CFG-MAINJOB-FWAIT-MIN   PIC  9(004) VALUE 120.
           03  CFG-MAINJOB-FSTABLE     PIC  9(004) VALUE 30.

      *    *** 途中ステップからの再実行時に、失敗した前回実行が
      *    *** 未完了ステップで作った世代をカタログから外す(Y/N)
           03  CFG-MAINJOB-GENROLL     PIC  X(001) VALUE "Y".

      *    *** 制御ファイル変更管理(CHGCTL)の承認記録と承認済控えの
      *    *** 接尾辞、MAINJOB事前点検での未承認変更の扱い
      *    *** (E=事前点検NGで止める、W=警告して続行、N=点検しない)
           03  CFG-CHGCTL-LOG-NAME     PIC  X(032) VALUE
               "CHGCTL.LOG".
           03  CFG-CHGCTL-SUFFIX       PIC  X(016) VALUE
               ".APPROVED".
           03  CFG-MAINJOB-CHGCTL      PIC  X(001) VALUE "W".

      *    *** ジョブ定義(ジョブ名・ステップ制御カード・ジョブ間先行)
      *    *** と、先行ジョブの完了を待つ既定の打切り分数
           03  CFG-MAINJOB-JOBDEF-NAME PIC X(032) VALUE
               "MAINJOB.JOBDEF".
           03  CFG-MAINJOB-JOBWAIT     PIC  9(004) VALUE 60.

      *    *** 資源クラス表(クラス名・同時実行上限)と、資源の空きを
      *    *** 待つ既定の打切り分数
           03  CFG-MAINJOB-RESCLS-NAME PIC X(032) VALUE
               "MAINJOB.RESCLASS".
           03  CFG-MAINJOB-RESWAIT     PIC  9(004) VALUE 120.

      *    *** アラート対応状態(ALERTWF。LOGERR.ALERTと同じキーの
      *    *** 索引編成)と対応記録(状態変更1件1行)
           03  CFG-ALERTWF-STATE-NAME  PIC  X(032) VALUE
               "LOGERR.ALSTATE".
           03  CFG-ALERTWF-AUDIT-NAME  PIC  X(032) VALUE
               "LOGERR.ALAUDIT".

      *    *** 障害通知メール(MAILSPL)。メールゲートウェイの受取り
      *    *** ディレクトリー、宛先振分け表、通知済アラートの控え、
      *    *** 差出人、添付の上限(KB。超えた添付は省いて本文に記す)、
      *    *** HANDOVERの赤・黄判定を通知するか(Y/N)
           03  CFG-MAILSPL-PICKUP      PIC  X(128) VALUE
               "MAILPICKUP".
           03  CFG-MAILSPL-ROUTE-NAME  PIC  X(032) VALUE
               "MAILSPL.ROUTE".
           03  CFG-MAILSPL-LAST-NAME   PIC  X(032) VALUE
               "MAILSPL.LAST".
           03  CFG-MAILSPL-FROM        PIC  X(064) VALUE
               "batch-ops@localhost".
           03  CFG-MAILSPL-ATTMAX      PIC  9(006) VALUE 4096.
           03  CFG-HANDOVER-MAIL       PIC  X(001) VALUE "Y".

      *    *** 監視イベントフィード(MONFEED)。全社監視ツールが末尾から
      *    *** 読む1行1イベントのファイルと、出力するか(Y/N)
           03  CFG-MONFEED-NAME        PIC  X(032) VALUE
               "MONITOR.FEED".
           03  CFG-MONFEED-SW          PIC  X(001) VALUE "Y".

      *    *** 特権ユーティリティーの操作者認可(OPAUTH)。利用者ID→
      *    *** 許可するプログラム・機能の表、許可・拒否の監査記録、
      *    *** 表に従い拒否するか(Y。N は判定を記録するだけで通す)
           03  CFG-OPAUTH-NAME         PIC  X(032) VALUE
               "OPAUTH.TBL".
           03  CFG-OPAUTH-AUDIT-NAME   PIC  X(032) VALUE
               "OPAUTH.AUDIT".
           03  CFG-OPAUTH-SW           PIC  X(001) VALUE "Y".

      *    *** 本番データ修正の承認待ち行列(PATCHQ)。行列、承認記録、
      *    *** FILEPATCH・REPLAY の適用に承認を求めるか(Y/N)
           03  CFG-PATCHQ-NAME         PIC  X(032) VALUE
               "PATCHQ.QUEUE".
           03  CFG-PATCHQ-LOG-NAME     PIC  X(032) VALUE
               "PATCHQ.LOG".
           03  CFG-PATCHQ-SW           PIC  X(001) VALUE "Y".

      *    *** 法的保全(LEGHOLD)。保全台帳と保全記録(解除の記録)
           03  CFG-LEGHOLD-NAME        PIC  X(032) VALUE
               "LEGHOLD.TBL".
           03  CFG-LEGHOLD-LOG-NAME    PIC  X(032) VALUE
               "LEGHOLD.LOG".

      *    *** 容量予測(CAPRPT)。容量履歴、ボリューム容量(MB。0=予測
      *    *** しない)、閾値率(%)、傾向期間・履歴保存(日)、警告日数、
      *    *** 増加上位の表示件数
           03  CFG-CAPRPT-HIST-NAME    PIC  X(032) VALUE
               "CAPACITY.HIST".
           03  CFG-CAPRPT-VOL-MB       PIC  9(009) VALUE ZERO.
           03  CFG-CAPRPT-PCT          PIC  9(003) VALUE 85.
           03  CFG-CAPRPT-DAYS         PIC  9(004) VALUE 90.
           03  CFG-CAPRPT-KEEP         PIC  9(004) VALUE 400.
           03  CFG-CAPRPT-WARN-DAYS    PIC  9(004) VALUE 30.
           03  CFG-CAPRPT-TOP          PIC  9(003) VALUE 20.

      *    *** 通し確認のカナリア(CANARY)。既知の合成レコード(初回に
      *    *** COBRNDで作り以後は同じ物を使う)、作成テンプレート(空白=
      *    *** 顧客プロフィールのタブ区切り)、識別キーとキーを置く桁、
      *    *** 注入・確認結果の記録(HANDOVERが読む)
           03  CFG-CANARY-REC-NAME     PIC  X(032) VALUE
               "CANARY.REC".
           03  CFG-CANARY-TMPL-NAME    PIC  X(032) VALUE SPACE.
           03  CFG-CANARY-KEY          PIC  X(016) VALUE
               "ZZCANARY00000001".
           03  CFG-CANARY-KEY-POS      PIC  9(005) VALUE 1.
           03  CFG-CANARY-STAT-NAME    PIC  X(032) VALUE
               "CANARY.STAT".

      *    *** 相手先フィード登録簿(FEEDMST)。登録簿、一覧表、
      *    *** 取込み件数の想定件数からの許容幅(%)
           03  CFG-FEEDMST-NAME        PIC  X(032) VALUE
               "FEED.MASTER".
           03  CFG-FEEDMST-RPT-NAME    PIC  X(032) VALUE
               "FEED.LIST".
           03  CFG-FEEDMST-VOL-PCT     PIC  9(003) VALUE 50.

      *    *** 受信遅延監視(LATEMON)。着信予定表、監視状態(HANDOVERが
      *    *** 読む)、毎回のスナップショット取り直しコマンド(空白=
      *    *** しない)、状態の保存日数、スナップショットのファイル名の
      *    *** 開始位置と長さ
           03  CFG-LATEMON-SCHED-NAME  PIC  X(032) VALUE
               "LATEMON.SCHED".
           03  CFG-LATEMON-STATE-NAME  PIC  X(032) VALUE
               "LATEMON.STATE".
           03  CFG-LATEMON-SNAP-CMD    PIC  X(128) VALUE SPACE.
           03  CFG-LATEMON-KEEP        PIC  9(003) VALUE 14.
           03  CFG-LATEMON-OFS-FILE    PIC  9(004) VALUE 37.
           03  CFG-LATEMON-LEN-FILE    PIC  9(004) VALUE 12.

      *    *** 全銀振込ファイル作成(ZENGIN)。依頼人情報(振込元)、
      *    *** 銀行・支店マスター(名称の補完と実在確認。無ければ名称
      *    *** 空白で作る)
           03  CFG-ZENGIN-ORG-NAME     PIC  X(032) VALUE
               "ZENGIN.ORIGIN".
           03  CFG-ZENGIN-BANK-NAME    PIC  X(032) VALUE
               "ZENGIN.BANKMST".

      *    *** ホスト(EBCDIC)変換のホスト漢字対応表(
      *    *** 1行= ホスト16進4桁 空白 SJIS16進4桁)
           03  CFG-DECODE05-EBC-NAME   PIC  X(032) VALUE
               "KANJI\EBCKANJI.txt".

      *    *** 郵便番号マスター(POSTMST が日本郵便の KEN_ALL から作る
      *    *** 索引編成。POSTLKP が引く)と、更新時の追加・廃止報告
           03  CFG-POSTMST-NAME        PIC  X(032) VALUE
               "POST.MASTER".
           03  CFG-POSTMST-RPT-NAME    PIC  X(032) VALUE
               "POST.MASTER.RPT".

      *    *** データ品質履歴(VALCHK・INTAKE が DQHIST で追記)と
      *    *** 品質スコアカード(DQSCORE)。既定の集計日数(期間の始めを
      *    *** 省いた時)、傾向の判定率(後半の不合格率が前半より何%
      *    *** 上下したら悪化・改善とするか)、ワースト表示件数
           03  CFG-DQHIST-NAME         PIC  X(032) VALUE
               "DQ.HIST".
           03  CFG-DQSCORE-DAYS        PIC  9(004) VALUE 90.
           03  CFG-DQSCORE-TREND-PCT   PIC  9(003) VALUE 50.
           03  CFG-DQSCORE-TOP         PIC  9(003) VALUE 10.

      *    *** 採番(NEXTNUM)のカウンター台帳・採番記録(発行・使用・
      *    *** 取消を追記)・監査表(重複・欠番・未使用)
           03  CFG-NEXTNUM-NAME        PIC  X(032) VALUE
               "NEXTNUM.CTL".
           03  CFG-NEXTNUM-LOG-NAME    PIC  X(032) VALUE
               "NEXTNUM.LOG".
           03  CFG-NEXTNUM-RPT-NAME    PIC  X(032) VALUE
               "NEXTNUM.AUDIT".

      *    *** 帳票ページ編集(RPTPAGE)の1ページ行数(表題・見出しを含む)
           03  CFG-RPT-PAGE-LINES      PIC  9(003) VALUE 60.

      *    *** 帳票配布(DISTRPT)の配布表・配布記録(配った帳票・宛先・
      *    *** 部数・ページ数を追記)
           03  CFG-DISTRPT-TBL-NAME    PIC  X(032) VALUE
               "DISTRPT.TBL".
           03  CFG-DISTRPT-LOG-NAME    PIC  X(032) VALUE
               "DISTRPT.LOG".

      *    *** コーディング規約点検(STDCHK)の適用除外表
           03  CFG-STDCHK-WAIVE-NAME   PIC  X(032) VALUE
               "STDCHK.WAIVE".

      *    *** ソース管理(SRCLIB)のライブラリー(全版の本文)・登録簿
      *    *** (メンバー別の最新版と貸出状態)・履歴表と版比較の帳票
           03  CFG-SRCLIB-LIB-NAME     PIC  X(032) VALUE
               "SRCLIB.LIB".
           03  CFG-SRCLIB-DIR-NAME     PIC  X(032) VALUE
               "SRCLIB.DIR".
           03  CFG-SRCLIB-RPT-NAME     PIC  X(032) VALUE
               "SRCLIB.RPT".
