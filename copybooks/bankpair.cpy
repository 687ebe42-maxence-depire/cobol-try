      *> one ledger posting paired with a bank statement line, keyed
      *> by the posting's line number on LEDGER.DAT -- the ledger is
      *> only ever appended to, so the number stays put. a bank line
      *> matched by hand to several postings has one record for
      *> each of them; a posting is never matched twice.
           01 bank-match-record.
               05 bm-ledger-line   pic 9(07).
               05 bm-bank-line-key pic x(12).
               05 bm-match-type    pic x(01).
                   88 bm-is-auto-match value "A".
                   88 bm-is-hand-match value "M".
               05 bm-match-date    pic x(08).
               05 bm-operator      pic x(08).
