      *> as 9v9999 fractions (00725 = 0.0725 = 7.25%), so the
      *> remittance output can show what is owed to each level of
      *> government. Ranges for the same jurisdiction must not
      *> overlap - rate-maint enforces that on entry. The finance-
      *> charge flag says whether the jurisdiction taxes finance
      *> charges (fin-charge items, type "F") at the row's rate;
      *> anything but "Y" leaves them untaxed. Keep field
      *> order/sizes in sync across all copies of this file -
      *> there is only one.
       01  tax-rate-record.
           05 trt-state-rate             pic 9v9999.
           05 trt-county-rate            pic 9v9999.
           05 trt-city-rate              pic 9v9999.
           05 trt-fin-chg-taxable        pic x(1).
              88 trt-fin-chg-taxed       value "Y".
