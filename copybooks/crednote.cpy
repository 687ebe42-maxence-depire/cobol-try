      *> customer credit note, one per accepted return: the order the
      *> goods were shipped on, what came back and what became of
      *> it, and the credit owed the customer at the unit cost the
      *> shipping register valued the shipment at. the file is also
      *> the record of what each order has already had back, so a
      *> second return cannot exceed what was shipped.
           01 credit-note-record.
               05 cr-credit-number pic x(08).
               05 cr-credit-date   pic x(08).
               05 cr-customer      pic x(05).
               05 cr-order-number  pic x(08).
               05 cr-item-id       pic x(05).
               05 cr-quantity      pic 9(05).
               05 cr-disposition   pic x(01).
                   88 cr-back-to-stock  value "S".
                   88 cr-scrapped       value "R".
                   88 cr-to-supplier    value "F".
               05 cr-unit-cost     pic 9(05)v99.
               05 cr-amount        pic 9(07)v99.
