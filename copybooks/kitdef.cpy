      *> start-of-year supply kit definitions, keyed by class level
      *> and item: the items in the kit every student of the level
      *> gets in September and how many of each. the level is the
      *> class code next year's class list carries, so a kit is
      *> exploded straight against the projected headcount.
           01 kit-definition-record.
               05 kt-kit-key.
                   10 kt-class-code     pic x(05).
                   10 kt-item-id        pic x(05).
               05 kt-quantity          pic 9(03).
               05 kt-changed-by        pic x(08).
               05 kt-changed-date      pic x(08).
