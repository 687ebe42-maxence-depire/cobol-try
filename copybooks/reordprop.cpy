      *> one proposed reorder point and quantity per item, as the
      *> monthly recalculation writes them and the buyer's review
      *> screen reads them back: the usage figures the proposal was
      *> drawn from, the values on the master at the time, and what
      *> the buyer did with it -- blank while it waits, A approved
      *> and applied to the master, R rejected.
           01 reorder-proposal-record.
               05 rp-item-id       pic x(05).
               05 rp-calc-date     pic x(08).
               05 rp-supplier-code pic x(05).
               05 rp-lead-days     pic 9(03).
               05 rp-daily-usage   pic 9(05)v99.
               05 rp-usage-dev     pic 9(05)v99.
               05 rp-old-point     pic 9(06).
               05 rp-old-qty       pic 9(06).
               05 rp-new-point     pic 9(06).
               05 rp-new-qty       pic 9(06).
               05 rp-status        pic x(01).
                   88 rp-is-pending  value space.
                   88 rp-is-approved value "A".
                   88 rp-is-rejected value "R".
