      *> where a customer order stands, keyed by order number and
      *> recomputed from the order's lines every time one of them
      *> ships or is filled: O open, nothing shipped yet; P
      *> partially shipped; C complete, every unit on every line
      *> shipped. the customer and promised date ride along so the
      *> open-orders report reads this file alone.
           01 order-status-record.
               05 os-order-number  pic x(08).
               05 os-customer      pic x(05).
               05 os-promised-date pic x(08).
               05 os-ordered       pic 9(07).
               05 os-shipped       pic 9(07).
               05 os-backordered   pic 9(07).
               05 os-status        pic x(01).
                   88 os-is-open     value "O".
                   88 os-is-partial  value "P".
                   88 os-is-complete value "C".
               05 os-last-change   pic x(08).
