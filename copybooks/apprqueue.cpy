      *> dual-control approval queue: every grade correction and
      *> every regrade request lands here as a pending item under
      *> the operator who submitted it, and the correction and
      *> regrade runs apply only what a second, different operator
      *> has approved. the payload is the submitted record image --
      *> a GRADE-CORRECTIONS.DAT record for a correction, the
      *> REGRADE-REQUEST.DAT card for a regrade, and for a stock
      *> write-off over the value limit the item, quantity, reason,
      *> location and date, with the transaction reference in
      *> aq-reference.
           01 approval-item-record.
               05 aq-item-number      pic 9(06).
               05 aq-item-type        pic x(01).
                   88 aq-is-correction value "C".
                   88 aq-is-regrade    value "R".
                   88 aq-is-writeoff   value "W".
               05 aq-payload          pic x(26).
      *> where the item came from: blank for a submitted file, the
      *> appeal case number for an upheld appeal.
               05 aq-reference        pic x(10).
               05 aq-submitted-by     pic x(08).
               05 aq-submitted-date   pic x(08).
               05 aq-status           pic x(01).
                   88 aq-is-pending  value "P".
                   88 aq-is-approved value "A".
                   88 aq-is-rejected value "R".
                   88 aq-is-applied  value "D".
                   88 aq-is-failed   value "F".
               05 aq-approved-by      pic x(08).
               05 aq-decision-date    pic x(08).
               05 aq-applied-date     pic x(08).
