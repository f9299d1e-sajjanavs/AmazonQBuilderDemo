           05 gl-debit-credit-indicator  pic x(1).
           05 gl-amount                  pic 9(7)v99.
           05 gl-period                  pic x(6).
      *> the run date the posting was produced on - the retained
      *> generations are read as one concatenation, and tax-recon
      *> needs each posting's day to tie it to that day's tax feed
      *> and remittance extract.
           05 gl-run-date                pic x(8).
