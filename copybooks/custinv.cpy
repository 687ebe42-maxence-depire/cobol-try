      *> one open item per customer invoice on the receivables file:
      *> what the invoicing run billed off the shipping register and
      *> what cash receipts have applied against it so far. the item
      *> is settled once the amount paid reaches the amount billed;
      *> the aging report reads the rest.
           01 customer-invoice-record.
               05 ci-invoice-number  pic x(08).
               05 ci-customer        pic x(05).
               05 ci-invoice-date    pic x(08).
               05 ci-line-count      pic 9(03).
               05 ci-amount          pic 9(07)v99.
               05 ci-paid            pic 9(07)v99.
               05 ci-last-paid-date  pic x(08).
               05 ci-status          pic x(01).
                   88 ci-is-open     value "O".
                   88 ci-is-settled  value "S".
