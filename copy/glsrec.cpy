      *> 元帳連携フィード（GL-FEED-FILE、CALCGLS）の1レコード。
      *> GL-SUMMARY が CALCGL から組み立てて元帳システムへ渡す。
      *> 明細（取引単位）または要約（科目＋演算コード＋実行日＋
      *> 計上期間単位）の取引レコードを、完全性検証用のヘッダ／
      *> トレーラで挟む。
      *> 当方の GL-RECON・監査は従来どおり CALCGL の明細を使う。
       01  GL-FEED-RECORD.
      *> レコード区分（H=ヘッダ D=取引 T=トレーラ）
      *> ヘッダとトレーラで使用（D=明細 S=要約。取引レコード
      *> では空白）
           05  GLS-FEED-MODE       PIC X(1).
      *> 取引レコードの計上期間（CALCGL の GL-POST-PERIOD。締め済みの
      *> 期間の実行日の取引は次の締めていない期間で計上する）
           05  GLS-POST-PERIOD     PIC X(6).
