       01  OPS-RECORD.
           05  OPS-OP-CODE         PIC X(1).
      *> 演算種別（A=加算 S=減算 M=乗算 D=除算
      *>           P=金額百分率 R=通貨小数桁への丸め
      *>           V=取消。処理済みの取引を参照番号＋勘定科目で指定し、
      *>             その計算結果と正負逆の金額を計上する。
      *>             オペランドは使わない）
           05  OPS-VERB            PIC X(1).
               88  OPS-VERB-ADD             VALUE 'A'.
               88  OPS-VERB-SUBTRACT        VALUE 'S'.
               88  OPS-VERB-DIVIDE          VALUE 'D'.
               88  OPS-VERB-PERCENT         VALUE 'P'.
               88  OPS-VERB-ROUND-CURR      VALUE 'R'.
               88  OPS-VERB-REVERSE         VALUE 'V'.
               88  OPS-VERB-VALID           VALUES 'A' 'S' 'M' 'D'
                                                   'P' 'R' 'V'.
           05  OPS-OPERAND         PIC 9(5)V9(6).
      *> 丸め規則（R=四捨五入 T または空白=切り捨て）。
      *> 除算と百分率にのみ適用する。
