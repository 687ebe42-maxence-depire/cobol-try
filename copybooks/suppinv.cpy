      *> supplier invoice entry, one record per invoice line as the
      *> payables clerk keys it from the supplier's paper: which
      *> order and item the line bills, how many and at what unit
      *> price. the matching run holds every line against its PO
      *> register order, the quantity the receiving register booked
      *> in and the item master's unit cost before anything is paid.
           01 supplier-invoice-record.
               05 si-supplier-code  pic x(05).
               05 si-invoice-number pic x(10).
               05 si-invoice-date   pic x(08).
               05 si-po-number      pic x(08).
               05 si-item-id        pic x(05).
               05 si-quantity       pic 9(05).
               05 si-unit-price     pic 9(05)v99.
