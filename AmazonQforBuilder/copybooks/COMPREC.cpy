      *> per company, and posts the GL extract to each company's
      *> own revenue/tax/clearing accounts below instead of one
      *> hard-coded trio. period-close reads the same file to
      *> prove each company's business days independently. The
      *> bad-debt account is where write-off approval charges an
      *> uncollectible invoice's amount (its tax is recovered
      *> against the tax account instead). The finance-charge
      *> rate (monthly, as a 9v9999 fraction - 01500 = 1.5%) and
      *> minimum charge are what fin-charge bills a customer's
      *> balance past terms with each month end; a zero or not
      *> numeric rate means the company levies no finance charge.
      *> Keep field order/sizes in sync across all copies of this
      *> file - there is only one.
       01  company-record.
           05 cmp-company-code           pic x(3).
           05 cmp-gl-revenue-account     pic x(10).
           05 cmp-gl-tax-account         pic x(10).
           05 cmp-gl-clearing-account    pic x(10).
           05 cmp-gl-bad-debt-account    pic x(10).
           05 cmp-fin-chg-rate           pic 9v9999.
           05 cmp-fin-chg-minimum        pic 9(3)v99.
