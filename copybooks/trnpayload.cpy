      *> the ship-to customer on an order transaction; blank on
      *> receipts, counts and transfers.
               05 tp-customer   pic x(05).
      *> what becomes of goods a customer sends back on a return
      *> transaction: S back to stock, R scrapped, F sent on to the
      *> supplier. blank on every other transaction.
               05 tp-disposition pic x(01).
      *> why stock is written off, a reason code on the code master
      *> (breakage, theft, expiry...); blank on every other
      *> transaction.
               05 tp-reason-code pic x(05).
