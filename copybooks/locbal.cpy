                   10 lb-item-id  pic x(05).
                   10 lb-location pic x(03).
               05 lb-on-hand      pic 9(06).
      *> the least the location should hold of the item before the
      *> nightly replenishment run proposes a transfer in from a
      *> location with stock to spare; zero -- or blank, on records
      *> cut before the field existed -- sets no minimum.
               05 lb-min-level    pic 9(06).
