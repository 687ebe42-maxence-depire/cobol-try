               05 im-status          pic x(01).
                   88 im-is-active      value "A" space.
                   88 im-is-deactivated value "D".
      *> the preferred supplier the purchase-order run orders the
      *> item from, a code on the supplier master; blank leaves the
      *> supplier to the buyer.
               05 im-supplier-code   pic x(05).
