           05 jurisdiction-code          pic x(5).
      *> transaction type: "S" (or space, for feeds predating the
      *> code) is an ordinary sale; "C" is a credit memo, which
      *> carries a positive AMOUNT and is applied as a reduction;
      *> "F" is a month-end finance charge from fin-charge, billed
      *> like a sale but taxed only where the jurisdiction's rate
      *> row says finance charges are taxable.
           05 transaction-type           pic x(1).
              88 lnitm-sale              value "S", " ".
              88 lnitm-credit-memo       value "C".
              88 lnitm-finance-charge    value "F".
      *> operating company the transaction belongs to. Blank means
      *> the primary (first-listed) company on the company control
      *> file, for feeds predating the code.
