      *    *** CPZENGIN  -  全銀振込ファイル作成(ZENGIN.cbl)の入力の形
      *    *** :##: の部分は呼び出し元で接頭語に置き換える
      *    ***   REPLACING ==:##:== BY ==WZG==  等
      *    *** 支払ファイル1行(振込1件)。受取人名は漢字・かな・全角
      *    *** 英数でよい(ZENGIN が半角カナへ寄せ、銀行の使える文字か
      *    *** を確かめる)。数字項目は右詰め前ゼロ
       01  :##:-PAY-AREA.
      *    *** 被仕向銀行番号・支店番号
           03  :##:-PAY-BANK      PIC  X(004).
           03  FILLER             PIC  X(001).
           03  :##:-PAY-BRANCH    PIC  X(003).
           03  FILLER             PIC  X(001).
      *    *** 預金種目(1=普通 2=当座 4=貯蓄 9=その他)・口座番号
           03  :##:-PAY-KAMOKU    PIC  X(001).
           03  FILLER             PIC  X(001).
           03  :##:-PAY-ACCOUNT   PIC  X(007).
           03  FILLER             PIC  X(001).
      *    *** 振込金額(円)
           03  :##:-PAY-AMOUNT    PIC  X(010).
           03  FILLER             PIC  X(001).
      *    *** 顧客コード1・2(相手先の照合用。空白可)
           03  :##:-PAY-CUST1     PIC  X(010).
           03  FILLER             PIC  X(001).
           03  :##:-PAY-CUST2     PIC  X(010).
           03  FILLER             PIC  X(001).
      *    *** 受取人名(SJISなら全角48字、UTF8なら全角32字まで)
           03  :##:-PAY-NAME      PIC  X(096).

      *    *** 依頼人情報ファイル1行(振込元。ヘッダーレコードになる)
       01  :##:-ORG-AREA.
      *    *** 種別コード(21=総合振込 11=給与 12=賞与)・依頼人コード
           03  :##:-ORG-SHUBETSU  PIC  X(002).
           03  FILLER             PIC  X(001).
           03  :##:-ORG-CODE      PIC  X(010).
           03  FILLER             PIC  X(001).
      *    *** 仕向銀行番号・支店番号・預金種目・口座番号
           03  :##:-ORG-BANK      PIC  X(004).
           03  FILLER             PIC  X(001).
           03  :##:-ORG-BRANCH    PIC  X(003).
           03  FILLER             PIC  X(001).
           03  :##:-ORG-KAMOKU    PIC  X(001).
           03  FILLER             PIC  X(001).
           03  :##:-ORG-ACCOUNT   PIC  X(007).
           03  FILLER             PIC  X(001).
      *    *** 依頼人名(受取人名と同じく半角カナへ寄せる)
           03  :##:-ORG-NAME      PIC  X(096).

      *    *** 銀行・支店マスター1行(銀行番号・支店番号の昇順)
      *    *** 名称は全銀の半角カナのまま
       01  :##:-BNK-AREA.
           03  :##:-BNK-BANK      PIC  X(004).
           03  FILLER             PIC  X(001).
           03  :##:-BNK-BRANCH    PIC  X(003).
           03  FILLER             PIC  X(001).
           03  :##:-BNK-BANK-NAME PIC  X(015).
           03  FILLER             PIC  X(001).
           03  :##:-BNK-BR-NAME   PIC  X(015).
