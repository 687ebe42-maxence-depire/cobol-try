      *> one line of a customer order, keyed by order number and
      *> item -- an item appears once per order. each line goes to
      *> shipping as its own code-2 transaction under the order
      *> number; what shipped at once and what went on backorder is
      *> posted back to the line, and a backorder fill moves its
      *> units from backordered to shipped.
           01 order-line-record.
               05 ol-line-key.
                   10 ol-order-number pic x(08).
                   10 ol-item-id      pic x(05).
               05 ol-line-number   pic 9(03).
               05 ol-quantity      pic 9(05).
      *> the building the line picks from; blank reads as PRI.
               05 ol-location      pic x(03).
               05 ol-shipped       pic 9(05).
               05 ol-backordered   pic 9(05).
