      *> one opening balance on OPENING-BALANCES.DAT, written by the
      *> ledger period close for the first month still open. the
      *> block says which part of the trial balance the figures
      *> belong to: "T" the cash balance per account (first amount
      *> only), "F" a fee account's billed and paid, "S" a stock
      *> posting account's debits and credits. the file is replaced
      *> at every close; the consolidation starts from it and reads
      *> only the ledger lines dated in the open months.
           01 opening-balance-record.
               05 ob-period   pic x(06).
               05 ob-block    pic x(01).
                   88 ob-is-cash  value "T".
                   88 ob-is-fee   value "F".
                   88 ob-is-stock value "S".
               05 ob-account  pic x(04).
               05 ob-amount-1 pic s9(11) sign leading separate.
               05 ob-amount-2 pic s9(11) sign leading separate.
