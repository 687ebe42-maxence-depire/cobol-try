      *> goods rejected at receiving inspection, to go back to the
      *> supplier against the purchase order they came in on: one
      *> record per rejection, with the reason the inspector gave.
      *> the invoice match takes these off what the order received,
      *> so the supplier is not paid for goods sent back.
           01 supplier-return-record.
               05 rs-po-number     pic x(08).
               05 rs-item-id       pic x(05).
               05 rs-location      pic x(03).
               05 rs-supplier-code pic x(05).
               05 rs-quantity      pic 9(05).
               05 rs-return-date   pic x(08).
               05 rs-reason        pic x(20).
               05 rs-operator      pic x(08).
