      *> shared fields for the notifyq subprogram -- copied into both
      *> the caller's working-storage and notifyq's own linkage
      *> section so the two sides always agree on layout. the caller
      *> names the recipient -- (S) a student's family, (C) a
      *> ship-to customer -- the source of the message (RES results
      *> published, ABS absence notice, BOF backorder notice, FAC fee
      *> statement), its own reference, the text and itself;
      *> nf-queued comes back "N" when the family refused
      *> notification messages on the consent master.
           77 nf-recipient-kind pic x(01).
           77 nf-recipient-id   pic x(05).
           77 nf-source         pic x(03).
           77 nf-reference      pic x(10).
           77 nf-text           pic x(60).
           77 nf-program        pic x(20).
           77 nf-queued         pic x(01).
