      *> goods received but not yet inspected, keyed by purchase
      *> order, item and the location they were received into: the
      *> held bucket receiving posts to instead of on-hand. the
      *> inspection screen takes quantities out of it -- released
      *> ones join on-hand and feed the backorder fill, rejected ones
      *> go back to the supplier -- and the running totals of both
      *> stay on the record for the receipt's history.
           01 inspection-hold-record.
               05 ih-hold-key.
                   10 ih-po-number pic x(08).
                   10 ih-item-id   pic x(05).
                   10 ih-location  pic x(03).
               05 ih-received-date pic x(08).
               05 ih-held-qty      pic 9(06).
               05 ih-released-qty  pic 9(06).
               05 ih-rejected-qty  pic 9(06).
