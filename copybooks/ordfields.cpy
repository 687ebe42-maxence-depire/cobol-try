      *> shared fields for the ordstat subprogram -- copied into
      *> both the caller's working-storage and ordstat's own linkage
      *> section so the two sides always agree on layout, the same
      *> way movefields.cpy keeps movelog and its callers in step.
      *> event "S": a shipping transaction allocated of-shipped units
      *> of the line at once and backordered of-backordered.
      *> event "F": a receipt filled of-shipped units of the line's
      *> backorder.
      *> an order number with no lines on file -- a single-item
      *> order keyed straight into a transaction -- is left alone.
           77 of-event        pic x(01).
           77 of-order-number pic x(08).
           77 of-item-id      pic x(05).
           77 of-shipped      pic 9(05).
           77 of-backordered  pic 9(05).
           77 of-date         pic x(08).
