      *> customer order header, keyed by order number: one record
      *> per order however many items it carries -- who it is for,
      *> when it was taken, the date the customer was promised and
      *> how many lines follow on ORDER-LINES.DAT. where the order
      *> stands is kept on ORDER-STATUS.DAT.
           01 order-header-record.
               05 oh-order-number  pic x(08).
               05 oh-customer      pic x(05).
               05 oh-order-date    pic x(08).
               05 oh-promised-date pic x(08).
               05 oh-line-count    pic 9(03).
               05 oh-operator      pic x(08).
