*> by the item's TRANSACTION-DATE, and prints one statement page
*> per customer: headed with the customer's name from the master,
*> one line per invoice item showing amount and tax with credit
*> memos flagged CR and finance charges FC the way the nightly
*> report does, and a balance line for the period. This replaces
*> AR hand-retyping ARSUMRPT into letters each month-end - the
*> statement carries the same amounts, at the tax actually
*> applied, straight off the feed.

environment division.
input-output section.
         subtract srt-item-tax from ws-stmt-balance
      else
         move srt-amount to ws-line-amount
         if srt-transaction-type = "F"
            move "FC" to wsd-type
         else
            move spaces to wsd-type
         end-if
         add srt-amount to ws-stmt-balance
         add srt-item-tax to ws-stmt-balance
      end-if
