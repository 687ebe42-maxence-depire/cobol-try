      *> one proposed stock transfer between locations, as the
      *> nightly replenishment run writes them and the morning review
      *> screen reads them back: the item, the location with stock to
      *> spare and the one below its minimum, the quantity, and what
      *> the short location held and needed when the proposal was
      *> drawn. the status is blank while it waits, A once approved
      *> and handed to the dispatcher as a transfer transaction, R
      *> rejected.
           01 transfer-proposal-record.
               05 tf-item-id       pic x(05).
               05 tf-from-location pic x(03).
               05 tf-to-location   pic x(03).
               05 tf-quantity      pic 9(05).
               05 tf-proposed-date pic x(08).
               05 tf-to-on-hand    pic 9(06).
               05 tf-to-min-level  pic 9(06).
               05 tf-to-backorders pic 9(06).
               05 tf-status        pic x(01).
                   88 tf-is-pending  value space.
                   88 tf-is-approved value "A".
                   88 tf-is-rejected value "R".
