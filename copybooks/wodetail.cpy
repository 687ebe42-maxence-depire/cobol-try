      *> one record per stock write-off posted: the item and where
      *> it was, why it went, how many and their value at the unit
      *> cost of the day, with the item's class for the monthly
      *> report's breakdown. approved-by is blank when the value
      *> was under the limit and no second signature was needed.
           01 writeoff-record.
               05 wr-post-date     pic x(08).
               05 wr-reference     pic x(08).
               05 wr-item-id       pic x(05).
               05 wr-item-class    pic x(01).
               05 wr-location      pic x(03).
               05 wr-reason-code   pic x(05).
               05 wr-quantity      pic 9(05).
               05 wr-unit-cost     pic 9(05)v99.
               05 wr-value         pic 9(07)v99.
               05 wr-approved-by   pic x(08).
