      *> supplier master, keyed by the supplier code the item master
      *> names as an item's preferred source: who purchasing orders
      *> from and where the order goes, the lead time in days the
      *> supplier promises delivery in, and the payment terms the
      *> order prints. the promised date on the PO register is the
      *> order date plus the lead time.
           01 supplier-master-record.
               05 su-supplier-code pic x(05).
               05 su-name          pic x(30).
               05 su-addr-line-1   pic x(30).
               05 su-addr-line-2   pic x(30).
               05 su-postal-code   pic x(07).
               05 su-city          pic x(20).
               05 su-lead-days     pic 9(03).
               05 su-terms         pic x(10).
