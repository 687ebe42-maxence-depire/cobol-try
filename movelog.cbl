      *> reusable item-movement writer -- the warehouse counterpart
      *> of runlog: receiving, shipping, the physical-count
      *> adjustment and the textbook loans desk each call it at the
      *> moment they change an item's on-hand, and the append-only
      *> ITEM-MOVEMENTS.DAT ends up carrying every stock-affecting
      *> posting with its type, reference, signed quantity and the
      *> balance it left behind.
      *> the stock-card report replays this file to prove any item's
      *> balance forward to the master.
      *>
      *> movement types: REC receipt in, EXP shipment out, BOF
      *> backorder fill out, AJU count adjustment, PRT textbook lent
      *> to a student, RET textbook returned, RCL customer return
      *> in, REB returned goods scrapped out, RFR returned goods
      *> sent on to the supplier out.
       identification division.
       program-id. movelog.

