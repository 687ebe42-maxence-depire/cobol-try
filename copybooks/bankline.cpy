      *> one line of the school's bank statement, as loaded off the
      *> bank's export file, keyed by value date and the line's place
      *> among that date's lines on the statement -- the same line
      *> loaded twice lands on the same key, so a statement can be
      *> reloaded without doubling it. the amount is signed: money
      *> in positive, money out negative. the match status says
      *> whether the line has been paired with ledger postings, by
      *> the nightly matching run or by hand on the matching screen.
           01 bank-line-record.
               05 bk-line-key.
                   10 bk-value-date pic x(08).
                   10 bk-sequence   pic 9(04).
               05 bk-amount        pic s9(09)v99.
               05 bk-reference     pic x(16).
               05 bk-description   pic x(30).
               05 bk-match-status  pic x(01).
                   88 bk-is-unmatched     value "U" space.
                   88 bk-is-auto-matched  value "A".
                   88 bk-is-hand-matched  value "M".
               05 bk-match-count   pic 9(02).
               05 bk-matched-date  pic x(08).
               05 bk-matched-by    pic x(08).
