      *> REMXREC - shared remittance extract record layout.
      *> One record per company per jurisdiction per run: the
      *> taxable base and the tax collected, broken out by the
      *> state/county/city level of government it is owed to, for
      *> the accounting period named. json-sum-tax writes the
      *> nightly extract the tax department files from; re-tax
      *> writes the same layout for a retroactive rate correction,
      *> carrying only the adjustment, so a correction lands on the
      *> next return the way an ordinary night's collections do.
      *> Amounts are signed - a correction or a heavy credit day
      *> can net a jurisdiction negative. Keep field order/sizes in
      *> sync across all copies of this file - there is only one.
       01  remittance-extract-record.
           05 rem-company                pic x(3).
           05 rem-jurisdiction           pic x(5).
           05 rem-taxable-base           pic s9(9)v99.
           05 rem-state-tax              pic s9(9)v99.
           05 rem-county-tax             pic s9(9)v99.
           05 rem-city-tax               pic s9(9)v99.
           05 rem-tax-collected          pic s9(9)v99.
           05 rem-period                 pic x(6).
      *> the run date the extract was produced on, for the same
      *> day-by-day tie-out of the retained generations.
           05 rem-run-date               pic x(8).
