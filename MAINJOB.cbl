      *    *** 夜間バッチ 統括ジョブ(JCLのPROCに相当)
      *    *** COBRND／DATETIME／FILEDUMP／LISTING 等を順に呼び出す
      *    *** 処理日付は営業日付管理(BIZDATE)の業務日付とし、夜間が
      *    *** 正常に終わった時だけ次業務日付へ進める。
      *    *** 起動引数 CATCHUP [YYYYMMDD] で未処理の業務日付を古い順に
      *    *** 追い付き実行する(上限日付省略時は当日まで)
      *    *** 途中ステップからの再実行では、失敗した前回が未完了ステップで
      *    *** 採番した世代をカタログから外してから流し直す(GENROLL)
      *    *** 事前点検で制御ファイルが承認済控えと違えば、設定に従い
      *    *** 止めるか警告する(CHGCTL)
      *    *** 起動引数 JOB=ジョブ名 で日次(DAILY)以外の名前付きジョブを
      *    *** 流す。ジョブ定義(MAINJOB.JOBDEF)のカードで動き、ロック・
      *    *** 実行状態・実行履歴・指令ファイルはジョブ名の接頭語付きで
      *    *** 分ける。ジョブ間の先行(他ジョブのステップ正常終了)を待つ
      *    *** カードの RES= で資源クラスを指定したステップは、資源クラス
      *    *** 表(MAINJOB.RESCLASS)の上限まで空くのを待って実行し、待った
      *    *** 秒を実行時間と別に実行履歴(HIST-RWAIT)へ残す
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             MAINJOB.

                               STATUS   WK-LOCK-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** ジョブ定義(1行1ジョブ。ジョブ名・カード・ジョブ間先行)
       SELECT JDEF-F           ASSIGN   WK-JDEF-F-NAME
                               STATUS   WK-JDEF-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 資源クラス表(クラス名・同時実行上限)
       SELECT RCLS-F           ASSIGN   WK-RCLS-F-NAME
                               STATUS   WK-RCLS-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** DECODE07書体ファイルの存在確認用
       SELECT CHK7-F           ASSIGN   WK-CHK7-F-NAME
                               STATUS   WK-CHK7-STATUS
           LABEL RECORDS ARE STANDARD.
       01  CHK7-REC            PIC  X(100).

      *    *** JDEF-DECK=ステップ制御カード(空白=MAINJOB.STEPCTL.<ジョブ名>)
      *    *** JDEF-PRED=ジョブ間先行("ジョブ名.ステップ"を","区切り
      *    ***           最大4件。当夜の業務日付でそのステップが許容RC
      *    ***           以内で終わっていれば満たす)
      *    *** JDEF-WAIT=先行を待つ打切り分数(空白=CFG-MAINJOB-JOBWAIT)
       FD  JDEF-F
           LABEL RECORDS ARE STANDARD.
       01  JDEF-REC.
           03  JDEF-JOB        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  JDEF-DECK       PIC  X(032).
           03  FILLER          PIC  X(001).
           03  JDEF-PRED       PIC  X(059).
           03  FILLER          PIC  X(001).
           03  JDEF-WAIT       PIC  X(004).

      *    *** 資源クラス表 1行1クラス(先頭"*"は注釈)
      *    *** RCLS-CAP=同時に保有できるステップ数(0000=全て待たせる)
      *    *** 表に無いクラスは上限1として扱う
       FD  RCLS-F
           LABEL RECORDS ARE STANDARD.
       01  RCLS-REC.
           03  RCLS-ID         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  RCLS-CAP        PIC  X(004).

      *    *** DATETIME の SLA-REC と同一レイアウト
       FD  SLA-F
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  COMP-REC            PIC  X(008).

      *    *** 指令1行= 指令(16) 空白 発令者の利用者ID(16)
      *    ***   指令は PAUSE/RESUME/STOP-AFTER-STEP/SKIP-NEXT/ABORT
       FD  CMD-F
           LABEL RECORDS ARE STANDARD.
       01  CMD-REC.
           03  CMD-ACT         PIC  X(016).
           03  FILLER          PIC  X(001).
           03  CMD-USER        PIC  X(016).

       FD  CHKP-F
           LABEL RECORDS ARE STANDARD

      *    *** 実行履歴。JOB =開始/終了、S0xx=ステップ完了
      *    *** HIST-STRM=実行ストリーム番号(JOBレコードは0)
      *    *** HIST-RWAIT=資源クラスの空き待ち秒(HIST-SECの実行時間とは
      *    *** 別に持つ。クラスの上限を決める材料)
       FD  HIST-F
           LABEL RECORDS ARE STANDARD.
       01  HIST-REC.
           03  HIST-PARM       PIC  X(246).
           03  FILLER          PIC  X(001).
           03  HIST-SYSO       PIC  X(080).
           03  FILLER          PIC  X(001).
           03  HIST-JOB        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  HIST-RWAIT      PIC  9(007).

      *    *** 1行1ステップ。実行順に並べる(JCLのCOND=相当の許容RC付き)
      *    *** CTL-PRED=先行ステップ(","区切り最大4件)。
      *    *** 夜間窓の時刻は正午区切りで解釈する(12:00前は翌日扱い)
      *    *** CTL-RETRY=許容RC超過時の再試行回数(空白=再試行しない)
      *    *** CTL-WAIT =再試行間隔秒(試行回数を乗じて間隔を延ばす)
      *    *** CTL-OPT  =追加指定("キー=値"を空白区切り)
      *    ***   FILE=着信ファイル名(記号可)。本体と相手の完了フラグ
      *    ***        (本体名.OK/.END)が揃い、サイズが止まるまで待つ
      *    ***   FLAG=OK/END(フラグの種類を限定、省略時はどちらでも)
      *    ***   STABLE=サイズ不変とみなす秒数、FWAIT=打切り分数
      *    ***   COND=ONLY(ステップ,...) 指定ステップが失敗/放棄した時
      *    ***        だけ実行する後始末ステップ(ステップ省略時は当夜
      *    ***        いずれかが失敗した時だけジョブ終了時に実行)
      *    ***   COND=EVEN 結果に関わらずジョブ終了時に必ず実行する
      *    ***   (COND指定のステップは先行の失敗で放棄されない)
      *    ***   RES=資源クラス(","区切り最大4件、例 RES=DISK,SORTWK)。
      *    ***        全クラスに空きが出るまで実行を保留する
       FD  STEPCTL-F
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC.
           03  CTL-WAIT        PIC  X(004).
           03  FILLER          PIC  X(001).
           03  CTL-PARM        PIC  X(246).
           03  FILLER          PIC  X(001).
           03  CTL-OPT         PIC  X(128).

       WORKING-STORAGE         SECTION.

      *    *** S00Rが共通履歴を読む間の会社別履歴名の退避場所
           03  WK-HIST-SAVE    PIC  X(032) VALUE SPACE.

      *    *** 名前付きジョブ(起動引数 JOB=、省略時はDAILY)
      *    *** WK-JOB-DEF-SW Y=日次ジョブ(業務日付の開始・完了をする)
           03  WK-JDEF-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-JDEF-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-JDEF-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-JOB-NAME     PIC  X(008) VALUE "DAILY".
           03  WK-JOB-DEF-SW   PIC  X(001) VALUE "Y".
           03  WK-JOB-FOUND    PIC  X(001) VALUE "N".
           03  WK-JOB-POS      BINARY-LONG SYNC VALUE ZERO.
           03  WK-JOB-PRED     PIC  X(059) VALUE SPACE.
           03  WK-JOB-WAITSEC  BINARY-LONG SYNC VALUE ZERO.
           03  WK-JOB-POLL     BINARY-LONG SYNC VALUE ZERO.
           03  WK-JOB-NG       BINARY-LONG SYNC VALUE ZERO.
           03  WK-JOB-NG-PRED  PIC  X(013) VALUE SPACE.
           03  WK-JOB-WORK     PIC  X(032) VALUE SPACE.
      *    *** 接頭語を付ける前の実行履歴名・カード名(先行ジョブの
      *    *** ファイル名を組み立てる元)
           03  WK-JOB-HIST-BASE PIC X(032) VALUE SPACE.
           03  WK-JOB-DECK-BASE PIC X(032) VALUE SPACE.
      *    *** 先行1件の判定用
           03  WK-JP-TOK       PIC  X(013) OCCURS 4.
           03  WK-JP-JOB       PIC  X(008) VALUE SPACE.
           03  WK-JP-STEP      PIC  X(004) VALUE SPACE.
           03  WK-JP-MAXRC     BINARY-LONG SYNC VALUE ZERO.
           03  WK-JP-OK        PIC  X(001) VALUE "N".
           03  WK-JP-RC        BINARY-LONG SYNC VALUE ZERO.
           03  WK-JP-HIT       PIC  X(001) VALUE "N".
           03  WK-JP-DECK      PIC  X(032) VALUE SPACE.
           03  WK-JP-HIST      PIC  X(032) VALUE SPACE.
           03  WK-JP-DECK-SAVE PIC  X(032) VALUE SPACE.
           03  WK-SLEEP-60S    PIC  9(018) COMP VALUE 60000000000.

      *    *** 資源クラス(CTL-OPT RES=)の獲得と待ち秒の計測用
      *    *** 保有はENQDEQの計数モード(RES.<クラス名>.LCK)で持つため
      *    *** 別ジョブ・別会社のMAINJOBとも上限を共有する
           03  WK-RCLS-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-RCLS-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-RCLS-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-RES-CLS      PIC  X(008) OCCURS 4.
           03  WK-RES-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RES-HELD     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RES-R        BINARY-LONG SYNC VALUE ZERO.
           03  WK-RES-K        BINARY-LONG SYNC VALUE ZERO.
           03  WK-RES-OK       PIC  X(001) VALUE "N".
           03  WK-RES-BUSY     PIC  X(008) VALUE SPACE.
           03  WK-RES-WAIT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RES-LIMIT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-RES-START    BINARY-LONG SYNC VALUE ZERO.
           03  WK-ENQ-ID       PIC  X(001) VALUE SPACE.
           03  WK-ENQ-RES      PIC  X(016) VALUE SPACE.
           03  WK-ENQ-MODE     PIC  X(001) VALUE "C".
           03  WK-ENQ-HOLDER   PIC  X(008) VALUE SPACE.
           03  WK-ENQ-WAIT     PIC  9(004) VALUE ZERO.
           03  WK-ENQ-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ENQ-CAP      PIC  9(004) VALUE ZERO.
           03  WK-SLEEP-5S     PIC  9(018) COMP VALUE 5000000000.

      *    *** ステップ経過時間計測用(秒換算、日またぎは86400加算)
           03  WK-HMS-BEF.
             05  WK-HMS-BEF-HH PIC  9(002) VALUE ZERO.
           03  WK-RUNID        PIC  X(014) VALUE SPACE.

      *    *** パラメータ記号解決用
      *    *** &DATE=業務日付、&PREVBIZ=前営業日(実行カレンダーの休日対応)、
      *    *** &ENV=BATCHENV、&GEN(基本名,n)=GENNAME照会(0=最新,n=n世代前)
           03  WK-PARM-IN      PIC  X(246) VALUE SPACE.
           03  WK-PARM-OUT     PIC  X(246) VALUE SPACE.
           03  WK-CMD-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-CMD-ACT      PIC  X(016) VALUE SPACE.
           03  WK-CMD-SAVE-STEP PIC X(004) VALUE SPACE.
           03  WK-CMD-USER     PIC  X(016) VALUE SPACE.
           03  WK-AUTH-FUNC    PIC  X(008) VALUE SPACE.
           03  WK-AUTH-RESULT  PIC  X(001) VALUE SPACE.
           03  WK-STOPAFT-SW   PIC  X(001) VALUE "N".
           03  WK-SKIPNEXT-SW  PIC  X(001) VALUE "N".

           03  WK-PRED-NG      PIC  X(001) VALUE SPACE.
           03  WK-PRED-SAVE    PIC  X(004) VALUE SPACE.

      *    *** 制御カード追加指定(CTL-OPT)の照会用
           03  WK-OPT-KEY      PIC  X(008) VALUE SPACE.
           03  WK-OPT-VAL      PIC  X(128) VALUE SPACE.
           03  WK-OPT-KLEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-OPT-K        BINARY-LONG SYNC VALUE ZERO.
           03  WK-OPT-TOK      OCCURS 8
                               PIC  X(128).

      *    *** 着信待ち(CTL-OPT FILE=)判定用
           03  WK-TRG-READY    PIC  X(001) VALUE "Y".
           03  WK-TRG-TOUT     PIC  X(001) VALUE "N".
           03  WK-TRG-FLAG     PIC  X(003) VALUE SPACE.
           03  WK-TRG-STABLE   BINARY-LONG SYNC VALUE ZERO.
           03  WK-TRG-LIMIT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-TRG-NOW      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TRG-NAME     PIC  X(256) VALUE SPACE.
           03  WK-TRG-SIZE     BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-TRG-FLAG-OK  PIC  X(001) VALUE "N".
           03  WK-TRG-SAVE     PIC  X(246) VALUE SPACE.
           03  WK-TRG-INFO.
             05  WK-TRG-FSIZE  PIC  X(008) COMP-X.
             05  WK-TRG-FDATE  PIC  X(004) COMP-X.
             05  WK-TRG-FTIME  PIC  X(004) COMP-X.
           03  WK-TRG-EXIST    BINARY-LONG SYNC VALUE ZERO.

      *    *** 実行条件(CTL-OPT COND=)判定用
      *    *** WK-COND-GO Y=今実行してよい、N=まだ待つ、S=不成立
           03  WK-COND-GO      PIC  X(001) VALUE "Y".
           03  WK-COND-WAIT    PIC  X(001) VALUE "N".
           03  WK-COND-FAIL    PIC  X(001) VALUE "N".
           03  WK-COND-LEFT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-COND-C       BINARY-LONG SYNC VALUE ZERO.
           03  WK-COND-STP     OCCURS 4
                               PIC  X(004).

      *    *** 再実行時の世代戻し(S094)。当日の前回実行IDと、
      *    *** 未完了ステップの並び(空白区切り)
           03  WK-RB-RUNID     PIC  X(014) VALUE SPACE.
           03  WK-RB-STEPS     PIC  X(100) VALUE SPACE.
           03  WK-RB-PTR       BINARY-LONG SYNC VALUE ZERO.
           03  WK-RB-R-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RB-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-RB-MODE      PIC  X(001) VALUE "U".

      *    *** 実行カレンダー判定用(WK-TODAY は業務日付)
           03  WK-TODAY        PIC  9(008) VALUE ZERO.
           03  WK-RUN-DECISION PIC  X(001) VALUE "R".
           03  WK-RUN-OVERRIDE PIC  X(001) VALUE SPACE.
           03  WK-NEXT-BIZ     PIC  9(008) VALUE ZERO.
           03  WK-REDUCED-SW   PIC  X(001) VALUE "N".
           03  WK-DAY-SKIP     PIC  X(001) VALUE "N".

      *    *** 営業日付管理(BIZDATE)・追い付き実行用
           03  WK-BIZ-ID       PIC  X(001) VALUE SPACE.
           03  WK-BIZ-DATE     PIC  9(008) VALUE ZERO.
           03  WK-BIZ-STAT     PIC  X(001) VALUE SPACE.
           03  WK-BIZ-X        PIC  X(008) VALUE SPACE.
           03  WK-SYS-DATE     PIC  9(008) VALUE ZERO.
           03  WK-CU-SW        PIC  X(001) VALUE "N".
           03  WK-CU-LIMIT     PIC  9(008) VALUE ZERO.
           03  WK-CU-END       PIC  X(001) VALUE "N".
           03  WK-CU-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-RUNID-PREV   PIC  X(014) VALUE SPACE.
           03  WK-SLEEP-1S     PIC  9(018) COMP VALUE 1000000000.

      *    *** 実行マニフェスト用
           03  WK-MAN-F-NAME   PIC  X(272) VALUE SPACE.
           03  WK-SUM-BYTES    PIC  9(012) COMP VALUE ZERO.
           03  WK-SUM-BYTES-D  PIC  Z(011)9.

      *    *** マニフェストのソース版行(SRCLIB の照合)
           03  WK-SRCL-ID      PIC  X(001) VALUE SPACE.
           03  WK-SRCL-MEMBER  PIC  X(032) VALUE SPACE.
           03  WK-SRCL-USER    PIC  X(008) VALUE SPACE.
           03  WK-SRCL-REASON  PIC  X(060) VALUE SPACE.
           03  WK-SRCL-VER1    PIC  9(004) VALUE ZERO.
           03  WK-SRCL-VER2    PIC  9(004) VALUE ZERO.
           03  WK-SRCL-SUM     PIC  X(008) VALUE SPACE.

      *    *** 事前点検用
           03  WK-CHKP-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-CHKP-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CHKP-NG-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHKP-MIN     BINARY-LONG SYNC VALUE ZERO.

      *    *** 制御ファイル変更管理の点検(CHGCTL)
           03  WK-CC-ID        PIC  X(001) VALUE "C".
           03  WK-CC-FILE      PIC  X(032) VALUE SPACE.
           03  WK-CC-USER      PIC  X(008) VALUE SPACE.
           03  WK-CC-TICKET    PIC  X(016) VALUE SPACE.
           03  WK-CC-RPT       PIC  X(256) VALUE SPACE.
           03  WK-CC-CNT       BINARY-LONG SYNC VALUE ZERO.

      *    *** バナーページ出力用(DECODE07)
           03  WK-CHK7-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-CHK7-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-BNR-SW       PIC  X(001) VALUE SPACE.
           03  WK-BNR-TEXT     PIC  X(080) VALUE SPACE.

      *    *** 監視イベントフィード出力用(MONFEED)
           03  WK-MON-EVENT    PIC  X(016) VALUE SPACE.
           03  WK-MON-STEP     PIC  X(004) VALUE SPACE.
           03  WK-MON-RC       PIC  9(004) VALUE ZERO.
           03  WK-MON-SEV      PIC  X(001) VALUE SPACE.
           03  WK-MON-TEXT     PIC  X(060) VALUE SPACE.

      *    *** 事前点検の対象一覧(ファイル名と最低件数)
       01  TBL-CHK-AREA.
           03  TBL-CHK-ENT     OCCURS 10.
       01  LI-DUMP-PGM         PIC  X(008) VALUE SPACE.
       01  LI-DUMP-KANJI       PIC  X(004) VALUE SPACE.

      *    *** ステップ登録簿(STEPREG)の照会・実行用
       01  LI-STEPREG-ID       PIC  X(001) VALUE SPACE.
       01  LI-STEPREG-PGM      PIC  X(008) VALUE SPACE.
       01  LI-STEPREG-BAL      PIC  X(008) VALUE SPACE.
       01  LI-STEPREG-RC       BINARY-LONG SYNC VALUE ZERO.

      *    *** ジョブステップ一覧(実行順)
      *    *** 制御カード(STEPCTL-F)が有ればカード順、無ければ既定順
      *    *** TBL-STEP-DONE: 空白=未実行、Y=今夜実行済、
             05  TBL-STEP-WAIT  PIC  9(004).
             05  TBL-STEP-ASUM BINARY-DOUBLE SYNC.
             05  TBL-STEP-ACNT BINARY-LONG SYNC.
             05  TBL-STEP-OPT  PIC  X(128).
      *    *** 着信待ちの状態(解決済ファイル名・待ち開始と最終サイズ
      *    *** 変化の夜間窓秒・最終サイズ)
             05  TBL-STEP-TRGF PIC  X(246).
             05  TBL-STEP-TRGSEC BINARY-LONG SYNC.
             05  TBL-STEP-TRGCHG BINARY-LONG SYNC.
             05  TBL-STEP-TRGSIZE BINARY-DOUBLE SYNC.
      *    *** 実行条件(空白=通常、O=COND=ONLY、E=COND=EVEN)と
      *    *** ONLYの対象ステップ(カンマ区切り、空白=当夜の全ステップ)
             05  TBL-STEP-COND PIC  X(001).
             05  TBL-STEP-CONDL PIC X(019).
       01  WK-STEP-MAX         BINARY-LONG SYNC VALUE ZERO.

      *    *** 資源クラス表(最大20クラス)
       01  TBL-RCLS-AREA.
           03  TBL-RCLS-ENT    OCCURS 20.
             05  TBL-RCLS-ID   PIC  X(008).
             05  TBL-RCLS-CAP  PIC  9(004).
       01  TBL-RCLS-CNT        BINARY-LONG SYNC VALUE ZERO.

      *    *** 既定のステップ並び(制御カード未登録時)
      *    *** S001=事前点検(設定ファイルの存在・件数を一括確認)
       01  TBL-STEP-DEFAULT.
                           "(実行なし)"
           END-IF

      *    *** 追い付き実行判定(起動引数 CATCHUP [上限業務日付])
           IF      WK-CMDLINE (1:7) =  "CATCHUP"
                   MOVE    "Y"         TO      WK-CU-SW
                   ACCEPT  WK-CU-LIMIT FROM    DATE YYYYMMDD
                   IF      WK-CMDLINE (9:8) IS NUMERIC
                           MOVE    WK-CMDLINE (9:8) TO WK-CU-LIMIT
                   END-IF
                   DISPLAY WK-PGM-NAME " 追い付き実行"
                           " 上限業務日付=" WK-CU-LIMIT
           END-IF

      *    *** 実行時構成上書き(環境別のCFG-値差し替え)
           CALL    "CFGOVRD"   USING   CFG-CONFIG-AREA
                                       WK-PGM-NAME

      *    *** 名前付きジョブの決定(ジョブ別のカード・ファイル名)
           PERFORM S09G-10     THRU    S09G-EX

      *    *** 資源クラス表の読込み(全ジョブ共通)
           PERFORM S09M-10     THRU    S09M-EX

      *    *** 実行IDを採番する(当夜の全記録の突合せキー。
      *    *** LOGERR/CTLBAL/DATETIMEも同じIDで記録する)
           MOVE    "S"         TO      WK-RUNID-ID
                   PERFORM S000-10     THRU    S000-EX
           END-IF

      *    *** 業務日付ごとの夜間実行(通常は1日分。追い付き実行は
      *    *** 未処理の業務日付を古い順に1日ずつ、日ごとに別の実行IDで
      *    *** 回す。失敗した日で止まり、その日は未完了のまま残す)
           MOVE    "N"         TO      WK-CU-END
           MOVE    ZERO        TO      WK-CU-CNT
           PERFORM S091-10     THRU    S091-EX
                   UNTIL WK-CU-END = "Y"

      *    *** ロック解放
           PERFORM S990-10     THRU    S990-EX

           DISPLAY WK-PGM-NAME " END"

           STOP    RUN
           .
       M100-EX.
           EXIT.

      *    *** 1業務日付分の夜間実行
      *    *** 今夜の業務日付を営業日付管理から決め(前夜完了なら次業務
      *    *** 日付、未完了なら同じ日付の再実行)、システム日付より先の
      *    *** 業務日付は未到来として実行しない。正常終了で完了にする
       S091-10.

           ADD     1           TO      WK-CU-CNT
           MOVE    "Y"         TO      WK-CU-END

      *    *** 追い付き実行の2日目以降は業務日付ごとに実行IDを採り直す
           IF      WK-CU-CNT   >       1
                   PERFORM S093-10     THRU    S093-EX
           END-IF

      *    *** 日次以外のジョブは日次ジョブが開いた(または完了した)
      *    *** 当夜の業務日付で動き、業務日付の開始・完了はしない
           IF      WK-JOB-DEF-SW =     "Y"
                   MOVE    "N"         TO      WK-BIZ-ID
           ELSE
                   MOVE    "G"         TO      WK-BIZ-ID
           END-IF
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-TODAY
                                       WK-BIZ-STAT
           ACCEPT  WK-SYS-DATE FROM    DATE YYYYMMDD
           IF      WK-BIZ-STAT NOT =   SPACE
              AND  WK-JOB-DEF-SW =     "Y"
                   IF      WK-TODAY    >       WK-SYS-DATE
                      OR ( WK-CU-SW    =       "Y"
                      AND  WK-TODAY    >       WK-CU-LIMIT )
                           DISPLAY WK-PGM-NAME " 業務日付 " WK-TODAY
                                   " 未到来のため実行しない"
                           GO      TO      S091-EX
                   END-IF
                   IF      WK-SIM-SW NOT =     "Y"
                           MOVE    "O"         TO      WK-BIZ-ID
                           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                                       WK-TODAY
                                                       WK-BIZ-STAT
                   END-IF
           END-IF
           DISPLAY WK-PGM-NAME " 業務日付=" WK-TODAY

      *    *** 実行カレンダー判定(スキップ日なら本体を実行しない)
           PERFORM S004-10     THRU    S004-EX
      *    *** 日次以外のジョブは起動された日に流す(休業日判定・縮退は
      *    *** 日次ジョブの物。休日テーブルは記号解決に使う)
           IF      WK-JOB-DEF-SW NOT = "Y"
                   MOVE    "N"         TO      WK-DAY-SKIP
                                               WK-REDUCED-SW
           END-IF
           IF      WK-DAY-SKIP =       "Y"
      *    *** 管理下の業務日付が休業日(土日・休日)なら実行せずに
      *    *** 次業務日付へ進める。当日指定(S)の見送りは進めない
                   IF      WK-RUN-OVERRIDE =   SPACE
                      AND  WK-SIM-SW NOT =     "Y"
                           PERFORM S092-10     THRU    S092-EX
                   END-IF
                   GO      TO      S091-EX
           END-IF

      *    *** 会社一覧読込み(無ければ従来どおり単一会社で1巡)
           PERFORM S00Y-10     THRU    S00Y-EX

      *    *** ジョブ間先行(他ジョブのステップ正常終了)を待つ
           IF      WK-JOB-PRED NOT =   SPACE
                   PERFORM S09H-10     THRU    S09H-EX
           END-IF

      *    *** シミュレートモードは既定名(接頭語無し)で予定表を出して
      *    *** 終わる(事前点検は表示のみ、ロック・状態・履歴は書かない)
           IF      WK-SIM-SW   =       "Y"
                                               LI-LOGERR-SEVERITY
           END-IF

      *    *** ドレイン終了(STOPAFTER)の日は完了にしない(再実行で続ける)
           IF      WK-STOPAFT-SW =     "Y"
                   GO      TO      S091-EX
           END-IF

      *    *** 全社正常終了、業務日付を完了にして次業務日付へ進める
           PERFORM S092-10     THRU    S092-EX
           .
       S091-EX.
           EXIT.

      *    *** 業務日付の完了(次業務日付を記録する)
      *    *** 管理ファイルの無い環境(時計日付)では何もしない
       S092-10.

           IF      WK-BIZ-STAT =       SPACE
              OR   WK-JOB-DEF-SW NOT = "Y"
                   GO      TO      S092-EX
           END-IF

           MOVE    "C"         TO      WK-BIZ-ID
           MOVE    WK-NEXT-BIZ TO      WK-BIZ-DATE
           CALL    "BIZDATE"   USING   WK-BIZ-ID
                                       WK-BIZ-DATE
                                       WK-BIZ-STAT

           MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
           MOVE    SPACE       TO      LI-LOGERR-CONTEXT
           STRING  "BIZDATE "  DELIMITED BY SIZE
                   WK-TODAY    DELIMITED BY SIZE
                   " KANRYOU NEXT=" DELIMITED BY SIZE
                   WK-NEXT-BIZ DELIMITED BY SIZE
                   INTO    LI-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      LI-LOGERR-STATUS
           MOVE    "I"         TO      LI-LOGERR-SEVERITY
           PERFORM S00W-10     THRU    S00W-EX

      *    *** 追い付き実行は次の業務日付へ続ける
           IF      WK-CU-SW    =       "Y"
                   MOVE    "N"         TO      WK-CU-END
           END-IF
           .
       S092-EX.
           EXIT.

      *    *** 実行IDの採り直し(追い付き実行の業務日付ごと)
      *    *** 採番は秒単位のため、前日分と同じIDなら1秒待って採り直す
       S093-10.

           MOVE    WK-RUNID    TO      WK-RUNID-PREV
           PERFORM UNTIL WK-RUNID NOT = WK-RUNID-PREV
                   MOVE    "S"         TO      WK-RUNID-ID
                   MOVE    SPACE       TO      WK-RUNID
                   CALL    "RUNID"     USING   WK-RUNID-ID
                                               WK-RUNID
                   IF      WK-RUNID    =       WK-RUNID-PREV
                           CALL    "CBL_OC_NANOSLEEP" USING WK-SLEEP-1S
                   END-IF
           END-PERFORM
           DISPLAY WK-PGM-NAME " RUN-ID=" WK-RUNID
           .
       S093-EX.
           EXIT.

      *    *** 1会社分の夜間実行
                   DISPLAY WK-PGM-NAME " 会社 " WK-COMPANY " 開始"
           END-IF

      *    *** 世代記録(GENNAME)へ会社を残すため子にも引き継ぐ
           SET     ENVIRONMENT "MAINJOB_COMPANY" TO WK-COMPANY

      *    *** 会社別のファイル名(接頭語 <会社コード>.)
           IF      WK-COMPANY  =       SPACE
                   MOVE    CFG-MAINJOB-STATE-NAME TO WK-STATE-F-NAME
      *    *** 前回の実行状態読込み(完了済ステップはスキップする)
           PERFORM S001-10     THRU    S001-EX

      *    *** 途中からの再実行なら、失敗した前回が未完了ステップで
      *    *** 採番した世代をカタログから外してから流し直す
           IF      CFG-MAINJOB-GENROLL = "Y"
                   PERFORM S094-10     THRU    S094-EX
           END-IF

      *    *** 実行前のバッチ窓見積り(履歴平均の合計をSLA許容と比べ、
      *    *** 間に合いそうにない時は開始前に警告を上げる)
           PERFORM S00V-10     THRU    S00V-EX
           MOVE    WK-HMS-BEF  TO      WK-HMS-AFT
                                       WK-HMS-JOB
           PERFORM S008-10     THRU    S008-EX
           MOVE    "JOB_START" TO      WK-MON-EVENT
           MOVE    ZERO        TO      WK-MON-RC
           MOVE    "I"         TO      WK-MON-SEV
           MOVE    SPACE       TO      WK-MON-TEXT
           PERFORM S09T-10     THRU    S09T-EX

      *    *** 依存関係の解決とストリーム番号の割当て
           PERFORM S00A-10     THRU    S00A-EX
           MOVE    WK-HMS-JOB  TO      WK-HMS-BEF
           ACCEPT  WK-HMS-AFT  FROM    TIME
           PERFORM S008-10     THRU    S008-EX
      *    *** 監視へはステップRCの最大と失敗ストリーム数を渡す
           MOVE    "JOB_END"   TO      WK-MON-EVENT
           MOVE    ZERO        TO      WK-MON-RC
           PERFORM VARYING J FROM 1 BY 1
                     UNTIL J > WK-STEP-MAX
                   IF      TBL-STEP-RC (J) > WK-MON-RC
                           MOVE    TBL-STEP-RC (J) TO  WK-MON-RC
                   END-IF
           END-PERFORM
           MOVE    SPACE       TO      WK-MON-TEXT
           IF      WK-FAIL-CNT >       ZERO
                   MOVE    "E"         TO      WK-MON-SEV
                   MOVE    WK-FAIL-CNT TO      WK-TRY-X
                   STRING  "FAIL="     DELIMITED BY SIZE
                           WK-TRY-X    DELIMITED BY SIZE
                           INTO    WK-MON-TEXT
                   END-STRING
           ELSE
                   MOVE    "I"         TO      WK-MON-SEV
           END-IF
           PERFORM S09T-10     THRU    S09T-EX

      *    *** 実行マニフェスト出力(監査向けの自己完結記録)
           PERFORM S098-10     THRU    S098-EX
                                   CFG-MAINJOB-LOCK-AGE
      *    *** 許容内の当日ロック=実行中。起動を拒否する(LOGERR Eで停止)
                               CLOSE   LOCK-F
                               MOVE    "LOCK_HELD" TO  WK-MON-EVENT
                               MOVE    SPACE   TO      WK-MON-STEP
                               MOVE    ZERO    TO      WK-MON-RC
                               MOVE    "E"     TO      WK-MON-SEV
                               MOVE    "DUPLICATE START REFUSED"
                                               TO      WK-MON-TEXT
                               PERFORM S09T-10 THRU    S09T-EX
                               MOVE    WK-PGM-NAME TO  LI-LOGERR-PGM
                               MOVE    "LOCK ZANZON NIJUU KIDOU KYOHI"
                                               TO  LI-LOGERR-CONTEXT
       S004-10.

           MOVE    CFG-MAINJOB-RUNCAL-NAME TO WK-RUNCAL-F-NAME
           MOVE    "R"         TO      WK-RUN-DECISION
           MOVE    "N"         TO      WK-DAY-SKIP
                                       WK-REDUCED-SW
           MOVE    SPACE       TO      WK-RUN-OVERRIDE
           MOVE    ZERO        TO      MDW-HOLIDAY-CNT

                   DISPLAY WK-PGM-NAME " 本日は実行しない "
                           WK-TODAY
                           " 次営業日=" WK-NEXT-BIZ
                   MOVE    "Y"         TO      WK-DAY-SKIP
               WHEN "V"
                   MOVE    "Y"         TO      WK-REDUCED-SW
                   DISPLAY WK-PGM-NAME " 本日は縮退実行 "
      *    *** ステップ制御カード読込み
      *    *** CTL-STEP=ステップ名、CTL-MAXRC=許容RETURN-CODE、
      *    *** CTL-PARM=ステップ個別パラメータ(対象ファイル名等)
      *    *** CTL-OPT=追加指定(着信待ち FILE= 等)
      *    *** カード未登録の環境は既定の並びで全ステップ実行する
       S006-10.

           MOVE    CFG-MAINJOB-STEPCTL-NAME TO WK-STEPCTL-F-NAME

      *    *** 当日の共通カレンダーで月末・期末の代替カードを選ぶ
      *    *** (代替カードは日次ジョブのみ)
           IF      WK-JOB-DEF-SW =     "Y"
                   PERFORM S00P-10     THRU    S00P-EX
           END-IF

           MOVE    ZERO        TO      WK-STEP-MAX

           OPEN    INPUT       STEPCTL-F
           IF      WK-STEPCTL-STATUS NOT = ZERO
      *    *** 日次以外のジョブは既定の並び(日次の処理)で代用しない
                   IF      WK-JOB-DEF-SW NOT = "Y"
                           PERFORM S990-10     THRU    S990-EX
                           MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
                           MOVE    SPACE       TO      LI-LOGERR-CONTEXT
                           STRING  "JOB "      DELIMITED BY SIZE
                                   WK-JOB-NAME DELIMITED BY SPACE
                                   " STEPCTL NASHI" DELIMITED BY SIZE
                                   INTO    LI-LOGERR-CONTEXT
                           END-STRING
                           MOVE    WK-STEPCTL-STATUS TO LI-LOGERR-STATUS
                           MOVE    "E"     TO      LI-LOGERR-SEVERITY
                           PERFORM S00W-10     THRU    S00W-EX
                           STOP    RUN
                   END-IF
                   PERFORM S00F-10     THRU    S00F-EX
                   GO      TO      S006-EX
           END-IF
                   EVALUATE TRUE
                       WHEN TBL-STEP-DONE (I) = "R"
                           MOVE    "RSTR"      TO      WK-SIM-STAT
      *    *** 後始末ステップは当夜の結果次第のため予測に含めない
                       WHEN TBL-STEP-COND (I) NOT = SPACE
                           MOVE    "COND"      TO      WK-SIM-STAT
                       WHEN WK-REDUCED-SW = "Y"
                        AND TBL-STEP-ID (I) = "S040"
                           MOVE    "SKIP"      TO      WK-SIM-STAT
                                           TBL-STEP-PRD (I 4)
                   MOVE  8             TO  TBL-STEP-MAXRC (I)
                   MOVE  SPACE         TO  TBL-STEP-PARM (I)
                                           TBL-STEP-OPT (I)
                                           TBL-STEP-TRGF (I)
                                           TBL-STEP-COND (I)
                                           TBL-STEP-CONDL (I)
                   MOVE  ZERO          TO  TBL-STEP-RC (I)
                                           TBL-STEP-SEC (I)
                                           TBL-STEP-TRGSEC (I)
                                           TBL-STEP-TRGCHG (I)
                                           TBL-STEP-TRGSIZE (I)
                                           TBL-STEP-STRM (I)
                                           TBL-STEP-NOTBEF (I)
                                           TBL-STEP-DEADLN (I)
                                       TBL-STEP-SUCC (WK-STEP-MAX)
           MOVE    ZERO        TO      TBL-STEP-STRM (WK-STEP-MAX)

      *    *** 追加指定(着信待ち等)は原文のまま控え、使う時に引く
           MOVE    CTL-OPT     TO      TBL-STEP-OPT (WK-STEP-MAX)
           MOVE    SPACE       TO      TBL-STEP-TRGF (WK-STEP-MAX)
           MOVE    ZERO        TO      TBL-STEP-TRGSEC (WK-STEP-MAX)
                                       TBL-STEP-TRGCHG (WK-STEP-MAX)
                                       TBL-STEP-TRGSIZE (WK-STEP-MAX)

      *    *** 実行窓時刻(HHMM)。数字以外(空白含む)は制約無し扱い
           IF      CTL-NOTBEF  IS NUMERIC
                   MOVE    CTL-NOTBEF  TO

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-STEP-MAX
      *    *** 実行条件(COND=ONLY/EVEN)を追加指定から引いておく
                   PERFORM S09E-10     THRU    S09E-EX
                   IF      TBL-STEP-DONE (I) = SPACE
                           ADD     1           TO      WK-PEND-CNT
                   END-IF
           MOVE    WK-CNV-SEC  TO      WK-SCAN-SEC
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-STEP-MAX OR WK-RUN-I > ZERO
      *    *** 実行条件(COND=)付きは条件が定まるまで採らない。
      *    *** 不成立と決まった物はここでスキップ済にする
                   MOVE    "Y"         TO      WK-COND-GO
                   IF      TBL-STEP-DONE (I) = SPACE
                           PERFORM S09F-10     THRU    S09F-EX
                   END-IF
                   IF      TBL-STEP-DONE (I) = SPACE
                      AND  WK-COND-GO  =       "Y"
                           PERFORM S00D-10     THRU    S00D-EX
      *    *** 後始末ステップは先行の失敗で放棄しない(JCLのEVEN/ONLY)
                           IF      TBL-STEP-COND (I) NOT = SPACE
                                   MOVE    SPACE       TO  WK-PRED-NG
                           END-IF
                           IF      WK-PRED-NG  =       "Y"
      *    *** 先行が失敗したストリームの後続は実行せず放棄する
                                   MOVE    "A" TO  TBL-STEP-DONE (I)
           EXIT.

      *    *** ステップIの開始可能時刻(CTL-NOTBEF)の未到達判定
      *    *** 着信待ち(CTL-OPT FILE=)の未着も同じ扱いにする
      *    *** WK-SCAN-SEC(走査時点の夜間窓秒)と比べ、まだ早ければ
      *    *** WK-NOTBEF-NG="Y"。期限(DEADLN)はここでは見ない
      *    *** (超過放棄はS00Hに任せ、滞留させないため採ってしまう)
       S00O-10.

           MOVE    "N"         TO      WK-NOTBEF-NG
           IF      TBL-STEP-NOTBEF (I) > ZERO
                   MOVE    TBL-STEP-NOTBEF (I) TO WK-HHMM4
                   PERFORM S00J-10     THRU    S00J-EX
                   IF      WK-SCAN-SEC <       WK-CNV-SEC
                           MOVE    "Y"         TO      WK-NOTBEF-NG
                           GO      TO      S00O-EX
                   END-IF
           END-IF

      *    *** 着信待ち(FILE=)のステップは未着なら同じく候補に留める
      *    *** (打切り時刻を過ぎた物は採ってS09Dで放棄させる)
           PERFORM S09C-10     THRU    S09C-EX
           IF      WK-TRG-READY =      "N"
              AND  WK-TRG-TOUT  =      "N"
                   MOVE    "Y"         TO      WK-NOTBEF-NG
                   GO      TO      S00O-EX
           END-IF

      *    *** 資源クラス(RES=)に空きの無いステップも候補に留め、
      *    *** 空いている他ストリームのステップを先に採る
           PERFORM S09Q-10     THRU    S09Q-EX
           IF      WK-RES-OK   =       "N"
                   MOVE    "Y"         TO      WK-NOTBEF-NG
           END-IF
           .
       S00L-10.

           MOVE    SPACE       TO      WK-CMD-ACT
                                       WK-CMD-USER

           OPEN    INPUT       CMD-F
           IF      WK-CMD-STATUS NOT = ZERO
                   GO      TO      S00L-EX
           END-IF
           MOVE    SPACE       TO      CMD-REC
           READ    CMD-F
           IF      WK-CMD-STATUS =     ZERO
              AND  CMD-ACT NOT =       SPACE
                   MOVE    CMD-ACT     TO      WK-CMD-ACT
                   MOVE    CMD-USER    TO      WK-CMD-USER
           END-IF
           CLOSE   CMD-F


           DISPLAY WK-PGM-NAME " 指令受付 " WK-CMD-ACT

      *    *** 発令者の認可(利用者ID欄が空白の指令は UNKNOWN として
      *    *** 照合する。MAINJOB自身の利用者で通してしまわないため)
           IF      WK-CMD-USER =       SPACE
                   MOVE    "UNKNOWN"   TO      WK-CMD-USER
           END-IF
           EVALUATE WK-CMD-ACT
               WHEN "STOP-AFTER-STEP"
                   MOVE    "STOPAFT"   TO      WK-AUTH-FUNC
               WHEN "SKIP-NEXT"
                   MOVE    "SKIPNEXT"  TO      WK-AUTH-FUNC
               WHEN OTHER
                   MOVE    WK-CMD-ACT  TO      WK-AUTH-FUNC
           END-EVALUATE
           CALL    "OPAUTH"    USING   WK-PGM-NAME
                                       WK-AUTH-FUNC
                                       WK-CMD-USER
                                       WK-AUTH-RESULT

      *    *** 受付を実行履歴へOPERレコードで残す
           MOVE    WK-STEP-NOW TO      WK-CMD-SAVE-STEP
           MOVE    "OPER"      TO      WK-STEP-NOW
           ACCEPT  WK-HMS-BEF  FROM    TIME
           MOVE    WK-HMS-BEF  TO      WK-HMS-AFT
           MOVE    WK-CMD-ACT  TO      WK-HIST-NOTE
      *    *** 拒否した指令は DENY 付きで残し、実行しない
           IF      WK-AUTH-RESULT NOT = "Y"
                   MOVE    SPACE       TO      WK-HIST-NOTE
                   STRING  "DENY "     DELIMITED BY SIZE
                           WK-CMD-ACT  DELIMITED BY SIZE
                           INTO    WK-HIST-NOTE
                   END-STRING
                   DISPLAY WK-PGM-NAME " 指令拒否 " WK-CMD-ACT
                           " " WK-CMD-USER
           END-IF
           PERFORM S008-10     THRU    S008-EX
           MOVE    WK-CMD-SAVE-STEP TO WK-STEP-NOW
           IF      WK-AUTH-RESULT NOT = "Y"
                   MOVE    SPACE       TO      WK-CMD-ACT
           END-IF
           .
       S00L-EX.
           EXIT.
                   GO      TO      S00E-EX
           END-IF

      *    *** 着信待ち(本体と完了フラグが揃いサイズが止まるまで待つ。
      *    *** 打切り時間を過ぎたら実行せず放棄する)
           PERFORM S09D-10     THRU    S09D-EX
           IF      TBL-STEP-DONE (I) = "A"
                   GO      TO      S00E-EX
           END-IF

      *    *** 資源クラスの獲得(全クラスに空きが出るまで待つ。待った秒は
      *    *** 実行時間と別に実行履歴へ残す。打切りは実行せず放棄する)
           PERFORM S09N-10     THRU    S09N-EX
           IF      TBL-STEP-DONE (I) = "A"
                   GO      TO      S00E-EX
           END-IF

      *    *** ステップごとのバナーページ出力
           PERFORM S009-10     THRU    S009-EX

           PERFORM UNTIL WK-STEP-RC <= TBL-STEP-MAXRC (I)
                      OR WK-TRY-CNT >= TBL-STEP-RETRY (I)
                   ADD     1           TO      WK-TRY-CNT
                   MOVE    "STEP_RETRY" TO     WK-MON-EVENT
                   MOVE    WK-STEP-RC  TO      WK-MON-RC
                   MOVE    "W"         TO      WK-MON-SEV
                   MOVE    WK-TRY-CNT  TO      WK-TRY-X
                   MOVE    SPACE       TO      WK-MON-TEXT
                   STRING  "RETRY-"    DELIMITED BY SIZE
                           WK-TRY-X    DELIMITED BY SIZE
                           INTO    WK-MON-TEXT
                   END-STRING
                   PERFORM S09T-10     THRU    S09T-EX
                   PERFORM S00N-10     THRU    S00N-EX
                   PERFORM S00M-10     THRU    S00M-EX
           END-PERFORM
           IF      WK-STEP-RC  >       TBL-STEP-MAXRC (I)
                   MOVE    "STEP_ABEND" TO     WK-MON-EVENT
                   MOVE    WK-STEP-RC  TO      WK-MON-RC
                   MOVE    "E"         TO      WK-MON-SEV
                   MOVE    "RC OVER MAXRC" TO  WK-MON-TEXT
                   PERFORM S09T-10     THRU    S09T-EX
           END-IF

      *    *** 資源クラスは再試行を含めた実行の終わりで返す
           PERFORM S09P-10     THRU    S09P-EX

      *    *** マニフェスト用にステップ別のRC・経過も控える
           MOVE    WK-STEP-RC  TO      TBL-STEP-RC (I)
                   GO      TO      S00E-EX
           END-IF
      *    *** ステップ正常終了を実行状態へ記録
      *    *** (後始末ステップは再実行の夜も改めて判定させるため残さない)
           IF      TBL-STEP-COND (I) = SPACE
                   PERFORM S002-10     THRU    S002-EX
           END-IF
      *    *** マニフェスト用に「今夜実行済」を控える
           MOVE    "Y"         TO      TBL-STEP-DONE (I)
           .
      *    *** 実行し、コンソール出力をステップ別・夜別のファイルへ残す
       S00M-10.

           MOVE    "STEP_START" TO     WK-MON-EVENT
           MOVE    ZERO        TO      WK-MON-RC
           MOVE    "I"         TO      WK-MON-SEV
           MOVE    SPACE       TO      WK-MON-TEXT
           PERFORM S09T-10     THRU    S09T-EX

           MOVE    ZERO        TO      RETURN-CODE
           ACCEPT  WK-HMS-BEF  FROM    TIME
           IF      CFG-MAINJOB-SYSOUT = "Y"
                   PERFORM S00Z-10     THRU    S00Z-EX
           ELSE
      *    *** 世代記録(GENNAME)へ採番したステップを残す
                   SET     ENVIRONMENT "MAINJOB_STEP" TO WK-STEP-NOW
                   PERFORM S005-10     THRU    S005-EX
           END-IF
           SET     ENVIRONMENT "MAINJOB_STEP" TO SPACE
           ACCEPT  WK-HMS-AFT  FROM    TIME
           MOVE    RETURN-CODE TO      WK-STEP-RC
           IF      WK-TRY-CNT  >       ZERO
           END-IF
           MOVE    WK-STEP-PARM TO     WK-HIST-PARM
           PERFORM S008-10     THRU    S008-EX

      *    *** 許容RC超過は再試行か異常終了として別に出すので、
      *    *** ここでは許容内の終了のみ監視へ出す
           IF      WK-STEP-RC  <=      TBL-STEP-MAXRC (I)
                   MOVE    "STEP_END"  TO      WK-MON-EVENT
                   MOVE    WK-STEP-RC  TO      WK-MON-RC
                   IF      WK-STEP-RC  =       ZERO
                           MOVE    "I"         TO      WK-MON-SEV
                   ELSE
                           MOVE    "W"         TO      WK-MON-SEV
                   END-IF
                   MOVE    SPACE       TO      WK-MON-TEXT
                   PERFORM S09T-10     THRU    S09T-EX
           END-IF
           .
       S00M-EX.
           EXIT.
           SET     ENVIRONMENT "MAINJOB_DECK" TO WK-STEPCTL-F-NAME
           SET     ENVIRONMENT "MAINJOB_PARM" TO WK-STEP-PARM
           SET     ENVIRONMENT "MAINJOB_RUNID" TO WK-RUNID
           MOVE    WK-TODAY    TO      WK-BIZ-X
           SET     ENVIRONMENT "MAINJOB_BIZDATE" TO WK-BIZ-X
      *    *** SYSOUT自体の世代はステップに帰属させない(再実行で
      *    *** 外さず、失敗時の出力として残す)ため採番後に設定する
           SET     ENVIRONMENT "MAINJOB_STEP" TO WK-STEP-NOW

      *    *** 子起動(STEPRUN NOHIST、出力をSYSOUTへ)
           MOVE    SPACE       TO      WK-SYSO-CMD
                                               LI-LOGERR-STATUS
                                               LI-LOGERR-SEVERITY
                           MOVE    "DEADLINE-NG" TO    WK-HIST-NOTE
                           MOVE    "DEADLINE_ABANDON" TO WK-MON-EVENT
                           MOVE    ZERO        TO      WK-MON-RC
                           MOVE    "W"         TO      WK-MON-SEV
                           MOVE    WK-HIST-NOTE TO     WK-MON-TEXT
                           PERFORM S09T-10     THRU    S09T-EX
                           MOVE    ZERO        TO      WK-STEP-RC
                           ACCEPT  WK-HMS-BEF  FROM    TIME
                           MOVE    WK-HMS-BEF  TO      WK-HMS-AFT
       S00H-EX.
           EXIT.

      *    *** ステップIの追加指定(CTL-OPT)から WK-OPT-KEY の値を引く
      *    *** ("キー=値"の空白区切り、最大8個。無い時は空白を返す)
       S09B-10.

           MOVE    SPACE       TO      WK-OPT-VAL
           IF      TBL-STEP-OPT (I) =  SPACE
                   GO      TO      S09B-EX
           END-IF

           MOVE    SPACE       TO      WK-OPT-TOK (1) WK-OPT-TOK (2)
                                       WK-OPT-TOK (3) WK-OPT-TOK (4)
                                       WK-OPT-TOK (5) WK-OPT-TOK (6)
                                       WK-OPT-TOK (7) WK-OPT-TOK (8)
           UNSTRING TBL-STEP-OPT (I) DELIMITED BY ALL SPACE
                   INTO    WK-OPT-TOK (1) WK-OPT-TOK (2)
                           WK-OPT-TOK (3) WK-OPT-TOK (4)
                           WK-OPT-TOK (5) WK-OPT-TOK (6)
                           WK-OPT-TOK (7) WK-OPT-TOK (8)
           END-UNSTRING

           MOVE    ZERO        TO      WK-OPT-KLEN
           INSPECT WK-OPT-KEY  TALLYING WK-OPT-KLEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM VARYING WK-OPT-K FROM 1 BY 1
                   UNTIL WK-OPT-K > 8 OR WK-OPT-VAL NOT = SPACE
                   IF      WK-OPT-TOK (WK-OPT-K) (1:WK-OPT-KLEN) =
                           WK-OPT-KEY (1:WK-OPT-KLEN)
                      AND  WK-OPT-TOK (WK-OPT-K) (WK-OPT-KLEN + 1:1)
                                                       =       "="
                           MOVE    WK-OPT-TOK (WK-OPT-K)
                                   (WK-OPT-KLEN + 2:) TO WK-OPT-VAL
                   END-IF
           END-PERFORM
           .
       S09B-EX.
           EXIT.

      *    *** ステップIの着信判定(1回分、待たない)
      *    *** WK-TRG-READY=Y: 着信済(FILE=指定無しも含む)
      *    *** WK-TRG-TOUT =Y: 最初の判定からFWAIT分を過ぎた
      *    *** 本体と完了フラグ(本体名.OK/.END)が揃った上で、
      *    *** 本体サイズがSTABLE秒変わらなければ着信済とする
       S09C-10.

           MOVE    "Y"         TO      WK-TRG-READY
           MOVE    "N"         TO      WK-TRG-TOUT

           MOVE    "FILE"      TO      WK-OPT-KEY
           PERFORM S09B-10     THRU    S09B-EX
           IF      WK-OPT-VAL  =       SPACE
                   GO      TO      S09C-EX
           END-IF
           MOVE    "N"         TO      WK-TRG-READY

           PERFORM S00I-10     THRU    S00I-EX
           MOVE    WK-CNV-SEC  TO      WK-TRG-NOW

      *    *** 初回はファイル名の記号(&DATE等)を解決して控える
           IF      TBL-STEP-TRGSEC (I) = ZERO
                   MOVE    WK-STEP-PARM TO     WK-TRG-SAVE
                   MOVE    WK-STEP-NOW TO      WK-CMD-SAVE-STEP
                   MOVE    TBL-STEP-ID (I) TO  WK-STEP-NOW
                   MOVE    WK-OPT-VAL  TO      WK-STEP-PARM
                   PERFORM S00S-10     THRU    S00S-EX
                   MOVE    WK-STEP-PARM TO     TBL-STEP-TRGF (I)
                   MOVE    WK-TRG-SAVE TO      WK-STEP-PARM
                   MOVE    WK-CMD-SAVE-STEP TO WK-STEP-NOW
                   MOVE    WK-TRG-NOW  TO      TBL-STEP-TRGSEC (I)
                                               TBL-STEP-TRGCHG (I)
                   MOVE    -1          TO      TBL-STEP-TRGSIZE (I)
           END-IF

      *    *** 打切り判定
           MOVE    "FWAIT"     TO      WK-OPT-KEY
           PERFORM S09B-10     THRU    S09B-EX
           IF      TRIM (WK-OPT-VAL) IS NUMERIC
                   COMPUTE WK-TRG-LIMIT = NUMVAL (WK-OPT-VAL) * 60
           ELSE
                   COMPUTE WK-TRG-LIMIT = CFG-MAINJOB-FWAIT-MIN * 60
           END-IF
           IF      WK-TRG-NOW - TBL-STEP-TRGSEC (I) > WK-TRG-LIMIT
                   MOVE    "Y"         TO      WK-TRG-TOUT
                   GO      TO      S09C-EX
           END-IF

      *    *** 本体の存在とサイズ
           MOVE    TBL-STEP-TRGF (I) TO WK-TRG-NAME
           CALL    "CBL_CHECK_FILE_EXIST" USING WK-TRG-NAME
                                                WK-TRG-INFO
                   RETURNING WK-TRG-EXIST
           IF      WK-TRG-EXIST NOT =  ZERO
                   GO      TO      S09C-EX
           END-IF
           MOVE    WK-TRG-FSIZE TO     WK-TRG-SIZE

      *    *** 完了フラグ(FLAG=OK/END で限定、省略時はどちらでも可)
           MOVE    "FLAG"      TO      WK-OPT-KEY
           PERFORM S09B-10     THRU    S09B-EX
           MOVE    WK-OPT-VAL (1:3) TO WK-TRG-FLAG
           MOVE    "N"         TO      WK-TRG-FLAG-OK
           IF      WK-TRG-FLAG NOT =   "END"
                   MOVE    SPACE       TO      WK-TRG-NAME
                   STRING  TRIM (TBL-STEP-TRGF (I)) DELIMITED BY SIZE
                           ".OK"       DELIMITED BY SIZE
                           INTO    WK-TRG-NAME
                   END-STRING
                   CALL    "CBL_CHECK_FILE_EXIST" USING WK-TRG-NAME
                                                        WK-TRG-INFO
                           RETURNING WK-TRG-EXIST
                   IF      WK-TRG-EXIST =      ZERO
                           MOVE    "Y"         TO      WK-TRG-FLAG-OK
                   END-IF
           END-IF
           IF      WK-TRG-FLAG NOT =   "OK"
              AND  WK-TRG-FLAG-OK =    "N"
                   MOVE    SPACE       TO      WK-TRG-NAME
                   STRING  TRIM (TBL-STEP-TRGF (I)) DELIMITED BY SIZE
                           ".END"      DELIMITED BY SIZE
                           INTO    WK-TRG-NAME
                   END-STRING
                   CALL    "CBL_CHECK_FILE_EXIST" USING WK-TRG-NAME
                                                        WK-TRG-INFO
                           RETURNING WK-TRG-EXIST
                   IF      WK-TRG-EXIST =      ZERO
                           MOVE    "Y"         TO      WK-TRG-FLAG-OK
                   END-IF
           END-IF
           IF      WK-TRG-FLAG-OK =    "N"
                   GO      TO      S09C-EX
           END-IF

      *    *** サイズが変わったら不変の起点を取り直す
           IF      WK-TRG-SIZE NOT =   TBL-STEP-TRGSIZE (I)
                   MOVE    WK-TRG-SIZE TO      TBL-STEP-TRGSIZE (I)
                   MOVE    WK-TRG-NOW  TO      TBL-STEP-TRGCHG (I)
                   GO      TO      S09C-EX
           END-IF

           MOVE    "STABLE"    TO      WK-OPT-KEY
           PERFORM S09B-10     THRU    S09B-EX
           IF      TRIM (WK-OPT-VAL) IS NUMERIC
                   COMPUTE WK-TRG-STABLE = NUMVAL (WK-OPT-VAL)
           ELSE
                   MOVE    CFG-MAINJOB-FSTABLE TO WK-TRG-STABLE
           END-IF
           IF      WK-TRG-NOW - TBL-STEP-TRGCHG (I) >= WK-TRG-STABLE
                   MOVE    "Y"         TO      WK-TRG-READY
           END-IF
           .
       S09C-EX.
           EXIT.

      *    *** ステップIの着信待ち(着信まで30秒周期でハートビートを
      *    *** 打ちながら待ち、打切り時は判断を履歴と警告ログへ残して
      *    *** 実行せず放棄する)
       S09D-10.

           PERFORM S09C-10     THRU    S09C-EX
           IF      WK-TRG-READY =      "Y"
                   GO      TO      S09D-EX
           END-IF

           IF      WK-TRG-TOUT =       "N"
                   DISPLAY WK-PGM-NAME " " WK-STEP-NOW " 着信待ち "
                           TRIM (TBL-STEP-TRGF (I))
                   MOVE    ZERO        TO      WK-WAIT-SEC
                   PERFORM UNTIL WK-TRG-READY = "Y"
                              OR WK-TRG-TOUT  = "Y"
                           MOVE    WK-STEP-NOW TO      WK-HB-STEP
                           CALL    "HEARTBT"   USING   WK-HB-STEP
                                                       WK-WAIT-SEC
                           CALL    "CBL_OC_NANOSLEEP" USING WK-SLEEP-NS
                           ADD     30          TO      WK-WAIT-SEC
                           PERFORM S09C-10     THRU    S09C-EX
                   END-PERFORM
           END-IF

           IF      WK-TRG-READY =      "Y"
                   MOVE    "WAIT-FILE"  TO     WK-HIST-NOTE
                   GO      TO      S09D-EX
           END-IF

      *    *** 打切り。実行せず放棄する
           MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
           MOVE    SPACE       TO      LI-LOGERR-CONTEXT
           STRING  WK-STEP-NOW DELIMITED BY SPACE
                   " FILE TOUCHAKU TIMEOUT HOUKI" DELIMITED BY SIZE
                   INTO    LI-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      LI-LOGERR-STATUS
           MOVE    "W"         TO      LI-LOGERR-SEVERITY
           CALL    "LOGERR"    USING   LI-LOGERR-PGM
                                       LI-LOGERR-CONTEXT
                                       LI-LOGERR-STATUS
                                       LI-LOGERR-SEVERITY
           MOVE    "FILE-TIMEOUT" TO   WK-HIST-NOTE
           MOVE    "WAIT_ABANDON" TO   WK-MON-EVENT
           MOVE    ZERO        TO      WK-MON-RC
           MOVE    "W"         TO      WK-MON-SEV
           MOVE    WK-HIST-NOTE TO     WK-MON-TEXT
           PERFORM S09T-10     THRU    S09T-EX
           MOVE    ZERO        TO      WK-STEP-RC
           ACCEPT  WK-HMS-BEF  FROM    TIME
           MOVE    WK-HMS-BEF  TO      WK-HMS-AFT
           PERFORM S008-10     THRU    S008-EX
           MOVE    "A"         TO      TBL-STEP-DONE (I)
           ADD     1           TO      WK-FAIL-CNT
           .
       S09D-EX.
           EXIT.

      *    *** ステップIの実行条件(CTL-OPT COND=)を表へ展開する
       S09E-10.

           MOVE    SPACE       TO      TBL-STEP-COND (I)
                                       TBL-STEP-CONDL (I)
           MOVE    "COND"      TO      WK-OPT-KEY
           PERFORM S09B-10     THRU    S09B-EX
           EVALUATE TRUE
               WHEN WK-OPT-VAL =       SPACE
                   CONTINUE
               WHEN WK-OPT-VAL (1:4) = "EVEN"
                   MOVE    "E"         TO      TBL-STEP-COND (I)
               WHEN WK-OPT-VAL (1:4) = "ONLY"
                   MOVE    "O"         TO      TBL-STEP-COND (I)
                   IF      WK-OPT-VAL (5:1) =  "("
                           UNSTRING WK-OPT-VAL (6:) DELIMITED BY ")"
                                   INTO    TBL-STEP-CONDL (I)
                           END-UNSTRING
                   END-IF
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " " TBL-STEP-ID (I)
                           " COND指定誤り(無視)="
                           TRIM (WK-OPT-VAL)
           END-EVALUATE
           .
       S09E-EX.
           EXIT.

      *    *** ステップIの実行条件判定(スケジューラー走査から呼ぶ)
      *    *** ONLY(ステップ,...): 対象が全て終わるまで待ち、1つでも
      *    ***   失敗/放棄なら実行、全て正常ならスキップ
      *    *** EVEN / ONLY(対象省略): 通常ステップが全て終わるまで待ち、
      *    ***   EVENは必ず実行、ONLYは当夜に失敗が有る時だけ実行
       S09F-10.

           MOVE    "Y"         TO      WK-COND-GO
           IF      TBL-STEP-COND (I) = SPACE
                   GO      TO      S09F-EX
           END-IF

           MOVE    "N"         TO      WK-COND-WAIT
                                       WK-COND-FAIL

           IF      TBL-STEP-CONDL (I) = SPACE
      *    *** ジョブ終了時の物。通常ステップ(対象付きONLY含む)の残りを数える
                   MOVE    ZERO        TO      WK-COND-LEFT
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WK-STEP-MAX
                           IF      TBL-STEP-DONE (K) = SPACE
                              AND  NOT ( TBL-STEP-COND (K) NOT = SPACE
                                     AND TBL-STEP-CONDL (K) = SPACE )
                                   ADD     1   TO      WK-COND-LEFT
                           END-IF
                   END-PERFORM
                   IF      WK-COND-LEFT >      ZERO
                           MOVE    "Y"         TO      WK-COND-WAIT
                   END-IF
                   IF      WK-FAIL-CNT >       ZERO
                           MOVE    "Y"         TO      WK-COND-FAIL
                   END-IF
           ELSE
                   MOVE    SPACE       TO      WK-COND-STP (1)
                                               WK-COND-STP (2)
                                               WK-COND-STP (3)
                                               WK-COND-STP (4)
                   UNSTRING TBL-STEP-CONDL (I) DELIMITED BY ","
                           INTO    WK-COND-STP (1) WK-COND-STP (2)
                                   WK-COND-STP (3) WK-COND-STP (4)
                   END-UNSTRING
      *    *** デッキに無い対象は失敗しようが無いので正常扱い
                   PERFORM VARYING WK-COND-C FROM 1 BY 1
                           UNTIL WK-COND-C > 4
                           IF      WK-COND-STP (WK-COND-C) NOT = SPACE
                              PERFORM VARYING K FROM 1 BY 1
                                   UNTIL K > WK-STEP-MAX
                                   IF  TBL-STEP-ID (K) =
                                       WK-COND-STP (WK-COND-C)
                                       EVALUATE TBL-STEP-DONE (K)
                                           WHEN SPACE
                                             MOVE "Y" TO WK-COND-WAIT
                                           WHEN "F"
                                           WHEN "A"
                                             MOVE "Y" TO WK-COND-FAIL
                                       END-EVALUATE
                                   END-IF
                              END-PERFORM
                           END-IF
                   END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN WK-COND-WAIT =     "Y"
                   MOVE    "N"         TO      WK-COND-GO
               WHEN TBL-STEP-COND (I) = "E"
                   MOVE    "Y"         TO      WK-COND-GO
               WHEN WK-COND-FAIL =     "Y"
                   MOVE    "Y"         TO      WK-COND-GO
               WHEN OTHER
      *    *** 不成立。実行せずスキップ済にする
                   MOVE    "S"         TO      WK-COND-GO
                   MOVE    "S"         TO      TBL-STEP-DONE (I)
                   SUBTRACT 1          FROM    WK-PEND-CNT
                   DISPLAY WK-PGM-NAME " " TBL-STEP-ID (I)
                           " COND=ONLY 対象失敗無し"
                           "のためスキップ"
           END-EVALUATE
           .
       S09F-EX.
           EXIT.

      *    *** 再実行時の世代戻し
      *    *** 当日の業務日付で今回以外の実行IDが履歴に有れば途中からの
      *    *** 再実行とみなし、最後のその実行IDが未完了ステップ(今回
      *    *** 実行するステップ)で採番した世代を GENROLL で外す。
      *    *** 完了済(R)ステップの世代は後続の入力なのでそのまま残す
       S094-10.

           MOVE    SPACE       TO      WK-RB-RUNID
           MOVE    WK-HIST-F-NAME TO   WK-HIST-SAVE
           OPEN    INPUT       HIST-F
           IF      WK-HIST-STATUS NOT = ZERO
                   MOVE    WK-HIST-SAVE TO     WK-HIST-F-NAME
                   GO      TO      S094-EX
           END-IF

           PERFORM UNTIL WK-HIST-STATUS NOT = ZERO
                   READ    HIST-F
                   IF      WK-HIST-STATUS =    ZERO
                      AND  HIST-DATE   =       WK-TODAY
                      AND  HIST-RUNID  NOT =   WK-RUNID
                      AND  HIST-RUNID  NOT =   SPACE
                           MOVE    HIST-RUNID  TO      WK-RB-RUNID
                   END-IF
           END-PERFORM
           CLOSE   HIST-F
           MOVE    ZERO        TO      WK-HIST-STATUS
           MOVE    WK-HIST-SAVE TO     WK-HIST-F-NAME

           IF      WK-RB-RUNID =       SPACE
                   GO      TO      S094-EX
           END-IF

      *    *** 完了済が無ければ全ステップ、有れば未完了分だけを並べる
           MOVE    ZERO        TO      WK-RB-R-CNT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-STEP-MAX
                   IF      TBL-STEP-DONE (I) = "R"
                           ADD     1           TO      WK-RB-R-CNT
                   END-IF
           END-PERFORM

           MOVE    SPACE       TO      WK-RB-STEPS
           IF      WK-RB-R-CNT =       ZERO
                   MOVE    "*"         TO      WK-RB-STEPS
           ELSE
                   MOVE    1           TO      WK-RB-PTR
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WK-STEP-MAX
                              OR WK-RB-PTR > 96
                           IF      TBL-STEP-DONE (I) = SPACE
                                   STRING  TBL-STEP-ID (I)
                                                   DELIMITED BY SPACE
                                           " " DELIMITED BY SIZE
                                           INTO    WK-RB-STEPS
                                           WITH POINTER WK-RB-PTR
                                   END-STRING
                           END-IF
                   END-PERFORM
           END-IF

           IF      WK-RB-STEPS =       SPACE
                   GO      TO      S094-EX
           END-IF

           DISPLAY WK-PGM-NAME " 世代戻し 前回RUN-ID=" WK-RB-RUNID
           DISPLAY WK-PGM-NAME " 世代戻し 対象=" TRIM(WK-RB-STEPS)
           MOVE    "U"         TO      WK-RB-MODE
           MOVE    ZERO        TO      WK-RB-CNT
           CALL    "GENROLL"   USING   WK-RB-RUNID
                                       WK-COMPANY
                                       WK-RB-STEPS
                                       WK-RB-MODE
                                       WK-RB-CNT
           .
       S094-EX.
           EXIT.

      *    *** 現在時刻を夜間窓の秒数へ換算する(正午区切り)
       S00I-10.

                   MOVE    WK-RUNID    TO      HIST-RUNID
                   MOVE    WK-HIST-PARM TO     HIST-PARM
                   MOVE    WK-HIST-SYSO TO     HIST-SYSO
                   MOVE    WK-JOB-NAME TO      HIST-JOB
                   MOVE    WK-RES-WAIT TO      HIST-RWAIT
                   WRITE   HIST-REC
      *    *** 判断メモ・実効パラメータ・SYSOUT名・資源待ち秒は
      *    *** 1レコード限り
                   MOVE    SPACE       TO      WK-HIST-NOTE
                                               WK-HIST-PARM
                                               WK-HIST-SYSO
                   MOVE    ZERO        TO      WK-RES-WAIT
                   CLOSE   HIST-F
           ELSE
                   DISPLAY WK-PGM-NAME " HIST-F OPEN ERROR STATUS="
                   MOVE    "COBRND"    TO      WK-BAL-LOOKUP
               WHEN "S050"
                   MOVE    "FILEDMPB"  TO      WK-BAL-LOOKUP
               WHEN "S001" WHEN "S010" WHEN "S020" WHEN "S040"
               WHEN "S090"
                   MOVE    SPACE       TO      WK-BAL-LOOKUP
               WHEN OTHER
      *    *** 登録簿ステップは登録簿の件数名(既定はプログラム名)で引く
                   MOVE    "L"         TO      LI-STEPREG-ID
                   CALL    "STEPREG"   USING   LI-STEPREG-ID
                                               WK-STEP-NOW
                                               WK-STEP-PARM
                                               LI-STEPREG-PGM
                                               LI-STEPREG-BAL
                                               LI-STEPREG-RC
                   MOVE    LI-STEPREG-BAL TO   WK-BAL-LOOKUP
           END-EVALUATE
           IF      WK-BAL-LOOKUP =     SPACE
                   GO      TO      S00C-EX
           EXIT.

      *    *** ステップ実行ディスパッチ(WK-STEP-NOW のステップを実行)
      *    *** 組込み以外のステップIDはステップ登録簿(STEPREG)で
      *    *** プログラムへ対応付けて呼ぶ(未登録はRC=8で失敗させる)
       S005-10.

           EVALUATE WK-STEP-NOW
               WHEN "S090"
                   PERFORM S090-10     THRU    S090-EX
               WHEN OTHER
                   MOVE    "X"         TO      LI-STEPREG-ID
                   CALL    "STEPREG"   USING   LI-STEPREG-ID
                                               WK-STEP-NOW
                                               WK-STEP-PARM
                                               LI-STEPREG-PGM
                                               LI-STEPREG-BAL
                                               LI-STEPREG-RC
                   IF      LI-STEPREG-PGM =    SPACE
                           DISPLAY WK-PGM-NAME " 未定義ステップ="
                                   WK-STEP-NOW
                   END-IF
                   MOVE    LI-STEPREG-RC TO    RETURN-CODE
           END-EVALUATE
           .
       S005-EX.
                   END-EVALUATE
                   MOVE    "STRM="      TO     MAN-REC (44:5)
                   MOVE    TBL-STEP-STRM (J) TO MAN-REC (49:2)
                   EVALUATE TBL-STEP-COND (J)
                       WHEN "O"
                           MOVE    "COND=ONLY" TO  MAN-REC (52:9)
                       WHEN "E"
                           MOVE    "COND=EVEN" TO  MAN-REC (52:9)
                   END-EVALUATE
                   MOVE    TBL-STEP-RC (J) TO  WK-STEP-RC-X
                   MOVE    "RC="        TO     MAN-REC (18:3)
                   MOVE    WK-STEP-RC-X TO     MAN-REC (21:4)
           MOVE    CFG-MAINJOB-DUMP-SRC TO WK-CHKP-F-NAME
           PERFORM S099-10     THRU    S099-EX

      *    *** 今夜のソースがライブラリーのどの版か
           PERFORM S09U-10     THRU    S09U-EX

           CLOSE   MAN-F
           DISPLAY WK-PGM-NAME " MANIFEST => " WK-MAN-F-NAME
           .
       S09A-EX.
           EXIT.

      *    *** ソース版行をマニフェストへ出す
      *    *** SRCLIB の登録簿の全メンバーについて、作業ファイルの
      *    *** チェックサムと同じ内容の版を記録する(VER=MOD は
      *    *** どの版とも違う=未登録の変更、VER=MISS は作業ファイル無し)
       S09U-10.

           MOVE    SPACE       TO      WK-SRCL-MEMBER
           MOVE    "N"         TO      WK-SRCL-ID
           CALL    "SRCLIB"    USING   WK-SRCL-ID
                                       WK-SRCL-MEMBER
           PERFORM UNTIL WK-SRCL-MEMBER =      SPACE
                   MOVE    "V"         TO      WK-SRCL-ID
                   CALL    "SRCLIB"    USING   WK-SRCL-ID
                                               WK-SRCL-MEMBER
                                               WK-SRCL-USER
                                               WK-SRCL-REASON
                                               WK-SRCL-VER1
                                               WK-SRCL-VER2
                                               WK-SRCL-SUM
                   MOVE    SPACES      TO      MAN-REC
                   MOVE    "SRC  "     TO      MAN-REC (1:5)
                   MOVE    WK-SRCL-MEMBER TO   MAN-REC (6:32)
                   MOVE    "VER="      TO      MAN-REC (39:4)
                   EVALUATE TRUE
                       WHEN RETURN-CODE >=     8
                           MOVE    "MISS"      TO  MAN-REC (43:4)
                       WHEN WK-SRCL-VER1 =     ZERO
                           MOVE    "MOD "      TO  MAN-REC (43:4)
                       WHEN OTHER
                           MOVE    WK-SRCL-VER1 TO MAN-REC (43:4)
                   END-EVALUATE
                   MOVE    "SUM="      TO      MAN-REC (48:4)
                   MOVE    WK-SRCL-SUM TO      MAN-REC (52:8)
                   PERFORM S09A-10     THRU    S09A-EX
                   MOVE    "N"         TO      WK-SRCL-ID
                   CALL    "SRCLIB"    USING   WK-SRCL-ID
                                               WK-SRCL-MEMBER
           END-PERFORM
           .
       S09U-EX.
           EXIT.

      *    *** STEP00 事前点検(CPCONFIGの設定ファイル一括確認)
      *    *** 存在・読込み可否・空でないこと、PINマスタはCOBRNDの
      *    *** 起動時検証と同じ最低件数を確認し、問題を全件まとめて
                   PERFORM S096-10     THRU    S096-EX
           END-PERFORM

      *    *** 制御ファイルが承認済控えと違えば設定に従い止めるか警告
           IF      CFG-MAINJOB-CHGCTL =  "E" OR "W"
                   PERFORM S097-10     THRU    S097-EX
           END-IF

           IF      WK-CHKP-NG-CNT >    ZERO
      *    *** 問題を全件報告し終えてから致命エラーで止める
                   MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
       S095-EX.
           EXIT.

      *    *** 制御ファイルの未承認変更の点検
      *    *** E: 事前点検NGに数える、W: 警告して続行
       S097-10.

           MOVE    "C"         TO      WK-CC-ID
           MOVE    SPACE       TO      WK-CC-FILE
                                       WK-CC-USER
                                       WK-CC-TICKET
                                       WK-CC-RPT
           CALL    "CHGCTL"    USING   WK-CC-ID
                                       WK-CC-FILE
                                       WK-CC-USER
                                       WK-CC-TICKET
                                       WK-CC-RPT
                                       WK-CC-CNT
           IF      WK-CC-CNT   <=      ZERO
                   GO      TO      S097-EX
           END-IF

           MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
           MOVE    SPACE       TO      LI-LOGERR-CONTEXT
           MOVE    WK-CC-CNT   TO      WK-STEP-RC-X
           STRING  "CONTROL FILE MISHOUNIN HENKOU=" DELIMITED BY SIZE
                   WK-STEP-RC-X DELIMITED BY SIZE
                   INTO    LI-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      LI-LOGERR-STATUS
           IF      CFG-MAINJOB-CHGCTL =  "E"
                   ADD     WK-CC-CNT   TO      WK-CHKP-NG-CNT
                   DISPLAY WK-PGM-NAME " " LI-LOGERR-CONTEXT
           ELSE
                   MOVE    "W"         TO      LI-LOGERR-SEVERITY
                   PERFORM S00W-10     THRU    S00W-EX
           END-IF
           .
       S097-EX.
           EXIT.

      *    *** 名前付きジョブの決定
      *    *** 起動引数 JOB=ジョブ名 (省略時はDAILY)。ジョブ定義の
      *    *** 当該行からカード・ジョブ間先行・待ち分数を取る。
      *    *** DAILY以外はロック・実行状態・実行履歴・指令ファイルの
      *    *** 名前へ "<ジョブ名>." を前置し、日次ジョブと混ざらない様に
      *    *** する(会社別の接頭語はこの前に付く)
       S09G-10.

           MOVE    CFG-MAINJOB-HIST-NAME    TO WK-JOB-HIST-BASE
           MOVE    CFG-MAINJOB-STEPCTL-NAME TO WK-JOB-DECK-BASE

           MOVE    ZERO        TO      WK-JOB-POS
           INSPECT WK-CMDLINE  TALLYING WK-JOB-POS
                   FOR CHARACTERS BEFORE INITIAL "JOB="
           IF      WK-JOB-POS  <       60
                   MOVE    SPACE       TO      WK-JOB-NAME
                   UNSTRING WK-CMDLINE (WK-JOB-POS + 5:)
                           DELIMITED BY SPACE
                           INTO    WK-JOB-NAME
                   END-UNSTRING
           END-IF
           IF      WK-JOB-NAME =       SPACE
                   MOVE    "DAILY"     TO      WK-JOB-NAME
           END-IF
           IF      WK-JOB-NAME =       "DAILY"
                   MOVE    "Y"         TO      WK-JOB-DEF-SW
           ELSE
                   MOVE    "N"         TO      WK-JOB-DEF-SW
           END-IF

      *    *** ジョブ定義から当該ジョブの行を引く
           MOVE    "N"         TO      WK-JOB-FOUND
           MOVE    SPACE       TO      WK-JOB-PRED
                                       WK-JOB-WORK
           MOVE    CFG-MAINJOB-JOBWAIT TO WK-JOB-WAITSEC
           MOVE    CFG-MAINJOB-JOBDEF-NAME TO WK-JDEF-F-NAME
           OPEN    INPUT       JDEF-F
           IF      WK-JDEF-STATUS =    ZERO
                   MOVE    LOW-VALUE   TO      WK-JDEF-EOF
                   PERFORM UNTIL WK-JDEF-EOF = HIGH-VALUE
                           MOVE    SPACE       TO      JDEF-REC
                           READ    JDEF-F
                           IF      WK-JDEF-STATUS =    ZERO
                                   IF      JDEF-JOB    =   WK-JOB-NAME
                                           MOVE "Y"  TO    WK-JOB-FOUND
                                           MOVE JDEF-DECK TO WK-JOB-WORK
                                           MOVE JDEF-PRED TO WK-JOB-PRED
                                           IF   JDEF-WAIT IS NUMERIC
                                                MOVE JDEF-WAIT TO
                                                     WK-JOB-WAITSEC
                                           END-IF
                                   END-IF
                           ELSE
                                   MOVE    HIGH-VALUE  TO  WK-JDEF-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   JDEF-F
           END-IF
           COMPUTE WK-JOB-WAITSEC = WK-JOB-WAITSEC * 60

      *    *** 子(STEPRUN・各ステップ)へジョブ名を引き継ぐ
           SET     ENVIRONMENT "MAINJOB_JOB" TO WK-JOB-NAME

           IF      WK-JOB-DEF-SW =     "Y"
      *    *** 日次ジョブのカードはジョブ定義に有ればそれを使う
                   IF      WK-JOB-WORK NOT =   SPACE
                           MOVE    WK-JOB-WORK TO
                                   CFG-MAINJOB-STEPCTL-NAME
                   END-IF
                   GO      TO      S09G-EX
           END-IF

           IF      WK-JOB-FOUND NOT =  "Y"
                   MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
                   MOVE    SPACE       TO      LI-LOGERR-CONTEXT
                   STRING  "JOB "      DELIMITED BY SIZE
                           WK-JOB-NAME DELIMITED BY SPACE
                           " JOBDEF MITOUROKU" DELIMITED BY SIZE
                           INTO    LI-LOGERR-CONTEXT
                   END-STRING
                   MOVE    SPACE       TO      LI-LOGERR-STATUS
                   MOVE    "E"         TO      LI-LOGERR-SEVERITY
                   PERFORM S00W-10     THRU    S00W-EX
                   STOP    RUN
           END-IF

      *    *** 追い付き実行は日次ジョブだけ
           IF      WK-CU-SW    =       "Y"
                   DISPLAY WK-PGM-NAME " JOB=" WK-JOB-NAME
                           " は追い付き実行しない"
                   MOVE    "N"         TO      WK-CU-SW
           END-IF

           IF      WK-JOB-WORK =       SPACE
                   STRING  WK-JOB-DECK-BASE DELIMITED BY SPACE
                           "."         DELIMITED BY SIZE
                           WK-JOB-NAME DELIMITED BY SPACE
                           INTO    WK-JOB-WORK
                   END-STRING
           END-IF
           MOVE    WK-JOB-WORK TO      CFG-MAINJOB-STEPCTL-NAME

           MOVE    CFG-MAINJOB-STATE-NAME TO WK-JP-HIST
           PERFORM S09L-10     THRU    S09L-EX
           MOVE    WK-JOB-WORK TO      CFG-MAINJOB-STATE-NAME
           MOVE    CFG-MAINJOB-HIST-NAME TO WK-JP-HIST
           PERFORM S09L-10     THRU    S09L-EX
           MOVE    WK-JOB-WORK TO      CFG-MAINJOB-HIST-NAME
           MOVE    CFG-MAINJOB-LOCK-NAME TO WK-JP-HIST
           PERFORM S09L-10     THRU    S09L-EX
           MOVE    WK-JOB-WORK TO      CFG-MAINJOB-LOCK-NAME
           MOVE    CFG-MAINJOB-CMD-NAME TO WK-JP-HIST
           PERFORM S09L-10     THRU    S09L-EX
           MOVE    WK-JOB-WORK TO      CFG-MAINJOB-CMD-NAME

           DISPLAY WK-PGM-NAME " JOB=" WK-JOB-NAME
                   " STEPCTL=" TRIM(CFG-MAINJOB-STEPCTL-NAME)
           .
       S09G-EX.
           EXIT.

      *    *** ジョブ名の接頭語付きの名前(WK-JP-HIST → WK-JOB-WORK)
       S09L-10.

           MOVE    SPACE       TO      WK-JOB-WORK
           STRING  WK-JOB-NAME DELIMITED BY SPACE
                   "."         DELIMITED BY SIZE
                   WK-JP-HIST  DELIMITED BY SPACE
                   INTO    WK-JOB-WORK
           END-STRING
           .
       S09L-EX.
           EXIT.

      *    *** ジョブ間先行の待ち合わせ
      *    *** 全先行が満たされるまで1分おきに見直し、打切り分数を
      *    *** 過ぎたらロックを解放して致命エラーで止める。
      *    *** シミュレート中は判定結果を表示するだけで待たない
       S09H-10.

           MOVE    ZERO        TO      WK-JOB-POLL
           PERFORM S09I-10     THRU    S09I-EX
           IF      WK-JOB-NG   >       ZERO
              AND  WK-SIM-SW   NOT =   "Y"
                   DISPLAY WK-PGM-NAME " JOB=" WK-JOB-NAME
                           " 先行ジョブ待ち " WK-JOB-NG-PRED
           END-IF
           PERFORM UNTIL WK-JOB-NG = ZERO
                      OR WK-SIM-SW = "Y"
                      OR WK-JOB-POLL >= WK-JOB-WAITSEC
                   CALL    "CBL_OC_NANOSLEEP" USING WK-SLEEP-60S
                   ADD     60          TO      WK-JOB-POLL
                   PERFORM S09I-10     THRU    S09I-EX
           END-PERFORM

           IF      WK-JOB-NG   =       ZERO
                   DISPLAY WK-PGM-NAME " JOB=" WK-JOB-NAME
                           " 先行ジョブ完了 " TRIM(WK-JOB-PRED)
                   GO      TO      S09H-EX
           END-IF

           IF      WK-SIM-SW   =       "Y"
                   DISPLAY WK-PGM-NAME " (SIM) 先行ジョブ未完了"
                           " " WK-JOB-NG-PRED
                   GO      TO      S09H-EX
           END-IF

           PERFORM S990-10     THRU    S990-EX
           MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
           MOVE    SPACE       TO      LI-LOGERR-CONTEXT
           STRING  "JOB "      DELIMITED BY SIZE
                   WK-JOB-NAME DELIMITED BY SPACE
                   " SENKOU MIKANRYOU " DELIMITED BY SIZE
                   WK-JOB-NG-PRED DELIMITED BY SPACE
                   INTO    LI-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      LI-LOGERR-STATUS
           MOVE    "E"         TO      LI-LOGERR-SEVERITY
           PERFORM S00W-10     THRU    S00W-EX
           .
       S09H-EX.
           EXIT.

      *    *** ジョブ間先行の判定(満たされない先行の件数と最初の1件)
      *    *** 先行ジョブの実行履歴(会社別)に当夜の業務日付で当該
      *    *** ステップの記録が有り、その最後の記録のRCが先行ジョブの
      *    *** カードの許容RC以内なら満たす(多会社は全社で満たすこと)
       S09I-10.

           MOVE    ZERO        TO      WK-JOB-NG
           MOVE    SPACE       TO      WK-JOB-NG-PRED
                                       WK-JP-TOK (1)
                                       WK-JP-TOK (2)
                                       WK-JP-TOK (3)
                                       WK-JP-TOK (4)
           UNSTRING WK-JOB-PRED DELIMITED BY ","
                   INTO    WK-JP-TOK (1)
                           WK-JP-TOK (2)
                           WK-JP-TOK (3)
                           WK-JP-TOK (4)
           END-UNSTRING

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 4
                   IF      WK-JP-TOK (K) NOT = SPACE
                           MOVE    SPACE       TO      WK-JP-JOB
                                                       WK-JP-STEP
                           UNSTRING WK-JP-TOK (K) DELIMITED BY "."
                                   INTO    WK-JP-JOB
                                           WK-JP-STEP
                           END-UNSTRING
                           PERFORM S09K-10     THRU    S09K-EX
                           PERFORM VARYING WK-COMP-I FROM 1 BY 1
                                   UNTIL WK-COMP-I > WK-COMP-CNT
                                   PERFORM S09J-10 THRU S09J-EX
                                   IF      WK-JP-OK NOT = "Y"
                                      AND  WK-JOB-NG-PRED = SPACE
                                           MOVE WK-JP-TOK (K) TO
                                                WK-JOB-NG-PRED
                                   END-IF
                                   IF      WK-JP-OK NOT = "Y"
                                           ADD  1  TO  WK-JOB-NG
                                   END-IF
                           END-PERFORM
                   END-IF
           END-PERFORM
           .
       S09I-EX.
           EXIT.

      *    *** 先行1件・1会社分の実行履歴の確認
       S09J-10.

           MOVE    "N"         TO      WK-JP-OK
                                       WK-JP-HIT
           MOVE    ZERO        TO      WK-JP-RC

      *    *** 先行ジョブの実行履歴名(<会社>.<ジョブ>.履歴名)
           MOVE    SPACE       TO      WK-JP-HIST
           IF      WK-JP-JOB   =       "DAILY"
                   MOVE    WK-JOB-HIST-BASE TO WK-JOB-WORK
           ELSE
                   MOVE    SPACE       TO      WK-JOB-WORK
                   STRING  WK-JP-JOB   DELIMITED BY SPACE
                           "."         DELIMITED BY SIZE
                           WK-JOB-HIST-BASE DELIMITED BY SPACE
                           INTO    WK-JOB-WORK
                   END-STRING
           END-IF
           IF      TBL-COMP (WK-COMP-I) = SPACE
                   MOVE    WK-JOB-WORK TO      WK-JP-HIST
           ELSE
                   STRING  TBL-COMP (WK-COMP-I) DELIMITED BY SPACE
                           "."         DELIMITED BY SIZE
                           WK-JOB-WORK DELIMITED BY SPACE
                           INTO    WK-JP-HIST
                   END-STRING
           END-IF

           MOVE    WK-HIST-F-NAME TO   WK-HIST-SAVE
           MOVE    WK-JP-HIST  TO      WK-HIST-F-NAME
           OPEN    INPUT       HIST-F
           IF      WK-HIST-STATUS =    ZERO
                   PERFORM UNTIL WK-HIST-STATUS NOT = ZERO
                           READ    HIST-F
                           IF      WK-HIST-STATUS =    ZERO
                              AND  HIST-DATE   =       WK-TODAY
                              AND  HIST-STEP   =       WK-JP-STEP
                                   MOVE    "Y"         TO  WK-JP-HIT
                                   MOVE    HIST-RC     TO  WK-JP-RC
                           END-IF
                   END-PERFORM
                   CLOSE   HIST-F
           END-IF
           MOVE    ZERO        TO      WK-HIST-STATUS
           MOVE    WK-HIST-SAVE TO     WK-HIST-F-NAME

           IF      WK-JP-HIT   =       "Y"
              AND  WK-JP-RC    <=      WK-JP-MAXRC
                   MOVE    "Y"         TO      WK-JP-OK
           END-IF
           .
       S09J-EX.
           EXIT.

      *    *** 先行ジョブのカードから当該ステップの許容RCを引く
      *    *** (カード・ステップが無ければ既定の8)
       S09K-10.

           MOVE    8           TO      WK-JP-MAXRC
           MOVE    SPACE       TO      WK-JP-DECK
           IF      WK-JP-JOB   =       "DAILY"
                   MOVE    WK-JOB-DECK-BASE TO WK-JP-DECK
           END-IF

           MOVE    CFG-MAINJOB-JOBDEF-NAME TO WK-JDEF-F-NAME
           OPEN    INPUT       JDEF-F
           IF      WK-JDEF-STATUS =    ZERO
                   MOVE    LOW-VALUE   TO      WK-JDEF-EOF
                   PERFORM UNTIL WK-JDEF-EOF = HIGH-VALUE
                           MOVE    SPACE       TO      JDEF-REC
                           READ    JDEF-F
                           IF      WK-JDEF-STATUS =    ZERO
                                   IF      JDEF-JOB    =   WK-JP-JOB
                                      AND  JDEF-DECK NOT = SPACE
                                           MOVE JDEF-DECK TO WK-JP-DECK
                                   END-IF
                           ELSE
                                   MOVE    HIGH-VALUE  TO  WK-JDEF-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   JDEF-F
           END-IF
           IF      WK-JP-DECK  =       SPACE
                   STRING  WK-JOB-DECK-BASE DELIMITED BY SPACE
                           "."         DELIMITED BY SIZE
                           WK-JP-JOB   DELIMITED BY SPACE
                           INTO    WK-JP-DECK
                   END-STRING
           END-IF

           MOVE    WK-STEPCTL-F-NAME TO WK-JP-DECK-SAVE
           MOVE    WK-JP-DECK  TO      WK-STEPCTL-F-NAME
           OPEN    INPUT       STEPCTL-F
           IF      WK-STEPCTL-STATUS = ZERO
                   MOVE    LOW-VALUE   TO      WK-STEPCTL-EOF
                   PERFORM UNTIL WK-STEPCTL-EOF = HIGH-VALUE
                           READ    STEPCTL-F
                           IF      WK-STEPCTL-STATUS = ZERO
                                   IF      CTL-STEP    =   WK-JP-STEP
                                      AND  CTL-MAXRC IS NUMERIC
                                           MOVE NUMVAL (CTL-MAXRC) TO
                                                WK-JP-MAXRC
                                   END-IF
                           ELSE
                                   MOVE    HIGH-VALUE  TO
                                           WK-STEPCTL-EOF
                           END-IF
                   END-PERFORM
                   CLOSE   STEPCTL-F
           END-IF
           MOVE    WK-JP-DECK-SAVE TO  WK-STEPCTL-F-NAME
           .
       S09K-EX.
           EXIT.

      *    *** 資源クラス表の読込み(無ければ表は空。RES=指定のクラスは
      *    *** 全て上限1で直列に流れる)
       S09M-10.

           MOVE    ZERO        TO      TBL-RCLS-CNT
           MOVE    CFG-MAINJOB-RESCLS-NAME TO WK-RCLS-F-NAME
           OPEN    INPUT       RCLS-F
           IF      WK-RCLS-STATUS NOT = ZERO
                   GO      TO      S09M-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-RCLS-EOF
           PERFORM UNTIL WK-RCLS-EOF = HIGH-VALUE
                   READ    RCLS-F
                   EVALUATE TRUE
                       WHEN WK-RCLS-STATUS NOT = ZERO
                           MOVE    HIGH-VALUE  TO      WK-RCLS-EOF
                       WHEN RCLS-ID = SPACE
                         OR RCLS-ID (1:1) = "*"
                           CONTINUE
                       WHEN TBL-RCLS-CNT >=    20
                           DISPLAY WK-PGM-NAME
                                   " 資源クラス20件超="
                                   RCLS-ID
                       WHEN OTHER
                           ADD     1           TO      TBL-RCLS-CNT
                           MOVE    RCLS-ID     TO
                                   TBL-RCLS-ID (TBL-RCLS-CNT)
                           IF      RCLS-CAP    IS NUMERIC
                                   MOVE    RCLS-CAP    TO
                                           TBL-RCLS-CAP (TBL-RCLS-CNT)
                           ELSE
                                   DISPLAY WK-PGM-NAME
                                           " 資源上限不正="
                                           RCLS-ID
                                   MOVE    1           TO
                                           TBL-RCLS-CAP (TBL-RCLS-CNT)
                           END-IF
                   END-EVALUATE
           END-PERFORM
           CLOSE   RCLS-F
           DISPLAY WK-PGM-NAME " 資源クラス=" TBL-RCLS-CNT
           .
       S09M-EX.
           EXIT.

      *    *** ステップIの資源クラス獲得(全クラスに空きが出るまで5秒周期
      *    *** でハートビートを打ちながら待つ。待った秒はWK-RES-WAITへ
      *    *** 控えて実行履歴のHIST-RWAITに出す。打切り分数
      *    *** (CFG-MAINJOB-RESWAIT)を過ぎたら実行せず放棄する)
       S09N-10.

           MOVE    ZERO        TO      WK-RES-HELD
                                       WK-RES-WAIT
           PERFORM S09R-10     THRU    S09R-EX
           IF      WK-RES-CNT  =       ZERO
                   GO      TO      S09N-EX
           END-IF

           PERFORM S09O-10     THRU    S09O-EX
           IF      WK-RES-OK   =       "Y"
                   GO      TO      S09N-EX
           END-IF

           DISPLAY WK-PGM-NAME " " WK-STEP-NOW " 資源待ち "
                   WK-RES-BUSY
           COMPUTE WK-RES-LIMIT = CFG-MAINJOB-RESWAIT * 60
           PERFORM S00I-10     THRU    S00I-EX
           MOVE    WK-CNV-SEC  TO      WK-RES-START
           PERFORM UNTIL WK-RES-OK = "Y"
                      OR WK-RES-WAIT >= WK-RES-LIMIT
                   MOVE    WK-STEP-NOW TO      WK-HB-STEP
                   CALL    "HEARTBT"   USING   WK-HB-STEP
                                               WK-RES-WAIT
                   CALL    "CBL_OC_NANOSLEEP" USING WK-SLEEP-5S
                   PERFORM S09O-10     THRU    S09O-EX
                   PERFORM S00I-10     THRU    S00I-EX
                   COMPUTE WK-RES-WAIT = WK-CNV-SEC - WK-RES-START
           END-PERFORM

           IF      WK-RES-OK   =       "Y"
                   DISPLAY WK-PGM-NAME " " WK-STEP-NOW
                           " 資源獲得 待ち秒=" WK-RES-WAIT
                   MOVE    "WAIT-RES"  TO      WK-HIST-NOTE
                   GO      TO      S09N-EX
           END-IF

      *    *** 打切り。実行せず放棄する
           MOVE    WK-PGM-NAME TO      LI-LOGERR-PGM
           MOVE    SPACE       TO      LI-LOGERR-CONTEXT
           STRING  WK-STEP-NOW DELIMITED BY SPACE
                   " SHIGEN MACHI TIMEOUT HOUKI " DELIMITED BY SIZE
                   WK-RES-BUSY DELIMITED BY SPACE
                   INTO    LI-LOGERR-CONTEXT
           END-STRING
           MOVE    SPACE       TO      LI-LOGERR-STATUS
           MOVE    "W"         TO      LI-LOGERR-SEVERITY
           CALL    "LOGERR"    USING   LI-LOGERR-PGM
                                       LI-LOGERR-CONTEXT
                                       LI-LOGERR-STATUS
                                       LI-LOGERR-SEVERITY
           MOVE    "RES-TIMEOUT" TO    WK-HIST-NOTE
           MOVE    "WAIT_ABANDON" TO   WK-MON-EVENT
           MOVE    ZERO        TO      WK-MON-RC
           MOVE    "W"         TO      WK-MON-SEV
           MOVE    WK-HIST-NOTE TO     WK-MON-TEXT
           PERFORM S09T-10     THRU    S09T-EX
           MOVE    ZERO        TO      WK-STEP-RC
           ACCEPT  WK-HMS-BEF  FROM    TIME
           MOVE    WK-HMS-BEF  TO      WK-HMS-AFT
           PERFORM S008-10     THRU    S008-EX
           MOVE    "A"         TO      TBL-STEP-DONE (I)
           ADD     1           TO      WK-FAIL-CNT
           .
       S09N-EX.
           EXIT.

      *    *** ステップIの資源クラス獲得1回分(全部か無しか)
      *    *** 先に照会して空きの無い時は獲得に行かない。照会と獲得の
      *    *** 間に他へ取られて一部だけ獲得した時は返して出直す
      *    *** (掴んだまま待つと他ジョブと互いに待ち合うため)
       S09O-10.

           MOVE    ZERO        TO      WK-RES-HELD
           PERFORM S09Q-10     THRU    S09Q-EX
           IF      WK-RES-OK   =       "N"
                   GO      TO      S09O-EX
           END-IF

           PERFORM VARYING WK-RES-R FROM 1 BY 1
                   UNTIL WK-RES-R > WK-RES-CNT
                      OR WK-RES-OK = "N"
                   MOVE    "E"         TO      WK-ENQ-ID
                   PERFORM S09S-10     THRU    S09S-EX
                   IF      WK-ENQ-RC   =       ZERO
                           MOVE    WK-RES-R    TO      WK-RES-HELD
                   ELSE
                           MOVE    "N"         TO      WK-RES-OK
                           MOVE    WK-RES-CLS (WK-RES-R) TO WK-RES-BUSY
                   END-IF
           END-PERFORM

           IF      WK-RES-OK   =       "N"
                   PERFORM S09P-10     THRU    S09P-EX
           END-IF
           .
       S09O-EX.
           EXIT.

      *    *** 獲得済の資源クラスを返す
       S09P-10.

           PERFORM VARYING WK-RES-R FROM 1 BY 1
                   UNTIL WK-RES-R > WK-RES-HELD
                   MOVE    "D"         TO      WK-ENQ-ID
                   PERFORM S09S-10     THRU    S09S-EX
           END-PERFORM
           MOVE    ZERO        TO      WK-RES-HELD
           .
       S09P-EX.
           EXIT.

      *    *** ステップIの資源クラスに今すぐ空きが有るかの照会
      *    *** WK-RES-OK=Y: 全クラスに空き有り(RES=指定無しも含む)
      *    *** WK-RES-BUSY: 空きの無かったクラス
       S09Q-10.

           MOVE    "Y"         TO      WK-RES-OK
           PERFORM S09R-10     THRU    S09R-EX
           PERFORM VARYING WK-RES-R FROM 1 BY 1
                   UNTIL WK-RES-R > WK-RES-CNT
                      OR WK-RES-OK = "N"
                   MOVE    "Q"         TO      WK-ENQ-ID
                   PERFORM S09S-10     THRU    S09S-EX
                   IF      WK-ENQ-RC NOT =     ZERO
                           MOVE    "N"         TO      WK-RES-OK
                           MOVE    WK-RES-CLS (WK-RES-R) TO WK-RES-BUSY
                   END-IF
           END-PERFORM
           .
       S09Q-EX.
           EXIT.

      *    *** ステップIの追加指定 RES= を資源クラス名へ分ける
       S09R-10.

           MOVE    SPACE       TO      WK-RES-CLS (1) WK-RES-CLS (2)
                                       WK-RES-CLS (3) WK-RES-CLS (4)
           MOVE    ZERO        TO      WK-RES-CNT
           MOVE    "RES"       TO      WK-OPT-KEY
           PERFORM S09B-10     THRU    S09B-EX
           IF      WK-OPT-VAL  =       SPACE
                   GO      TO      S09R-EX
           END-IF
           UNSTRING WK-OPT-VAL DELIMITED BY "," OR SPACE
                   INTO    WK-RES-CLS (1) WK-RES-CLS (2)
                           WK-RES-CLS (3) WK-RES-CLS (4)
           END-UNSTRING
           PERFORM VARYING WK-RES-R FROM 1 BY 1
                   UNTIL WK-RES-R > 4
                   IF      WK-RES-CLS (WK-RES-R) NOT = SPACE
                           MOVE    WK-RES-R    TO      WK-RES-CNT
                   END-IF
           END-PERFORM
           .
       S09R-EX.
           EXIT.

      *    *** 資源クラス WK-RES-CLS (WK-RES-R) についてENQDEQを呼ぶ
      *    *** (WK-ENQ-ID E=獲得, D=解放, Q=照会。待たない)
      *    *** 保有者名はステップ名+会社コード
       S09S-10.

           MOVE    WK-RES-CLS (WK-RES-R) TO WK-ENQ-RES
           MOVE    1           TO      WK-ENQ-CAP
           PERFORM VARYING WK-RES-K FROM 1 BY 1
                   UNTIL WK-RES-K > TBL-RCLS-CNT
                   IF      TBL-RCLS-ID (WK-RES-K) =
                           WK-RES-CLS (WK-RES-R)
                           MOVE    TBL-RCLS-CAP (WK-RES-K) TO
                                   WK-ENQ-CAP
                   END-IF
           END-PERFORM
           MOVE    SPACE       TO      WK-ENQ-HOLDER
           STRING  TBL-STEP-ID (I) DELIMITED BY SPACE
                   WK-COMPANY  DELIMITED BY SPACE
                   INTO    WK-ENQ-HOLDER
           END-STRING
           MOVE    ZERO        TO      WK-ENQ-WAIT
           CALL    "ENQDEQ"    USING   WK-ENQ-ID
                                       WK-ENQ-RES
                                       WK-ENQ-MODE
                                       WK-ENQ-HOLDER
                                       WK-ENQ-WAIT
                                       WK-ENQ-RC
                                       WK-ENQ-CAP
           .
       S09S-EX.
           EXIT.

      *    *** 監視イベントフィードへ1行出す(MONFEED)
      *    *** WK-MON-STEPが空白なら実行中のステップ(WK-STEP-NOW)
       S09T-10.

           IF      WK-MON-STEP =       SPACE
                   MOVE    WK-STEP-NOW TO      WK-MON-STEP
           END-IF
           CALL    "MONFEED"   USING   WK-PGM-NAME
                                       WK-MON-EVENT
                                       WK-MON-STEP
                                       WK-MON-RC
                                       WK-MON-SEV
                                       WK-MON-TEXT
           MOVE    SPACE       TO      WK-MON-STEP
           .
       S09T-EX.
           EXIT.

      *    *** 実行前のバッチ窓見積り
      *    *** 今夜実行するステップの履歴平均経過を合計し、SLA登録
      *    *** (DATETIME.SLAのMAINJOB行)の許容秒数を超える見込みなら
