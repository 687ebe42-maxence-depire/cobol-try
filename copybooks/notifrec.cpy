      *> outbound notification queue, keyed by the message number
      *> notifyq hands out: one record per message a producing run
      *> dropped for a family or a customer. a message waits (Q)
      *> until the nightly extract ships it to the messaging gateway
      *> (S), and the gateway's return file marks it delivered (D)
      *> or failed (F) -- a failed one goes to the paper letter run.
           01 notify-queue-record.
               05 nq-message-id       pic 9(08).
               05 nq-recipient-kind   pic x(01).
                   88 nq-to-student     value "S".
                   88 nq-to-customer    value "C".
               05 nq-recipient-id     pic x(05).
               05 nq-source           pic x(03).
               05 nq-reference        pic x(10).
               05 nq-text             pic x(60).
               05 nq-queued-date      pic x(08).
               05 nq-queued-by        pic x(20).
               05 nq-status           pic x(01).
                   88 nq-is-queued      value "Q".
                   88 nq-is-sent        value "S".
                   88 nq-is-delivered   value "D".
                   88 nq-is-failed      value "F".
               05 nq-extract-date     pic x(08).
               05 nq-outcome-date     pic x(08).
               05 nq-reason           pic x(20).
