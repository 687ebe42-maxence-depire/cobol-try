      *> student account transactions: every fee charged by the
      *> billing run and every payment keyed at the office, appended
      *> in posting order -- the sub-ledger the guardian statements
      *> are drawn from. each transaction also posts a line to
      *> LEDGER.DAT under the same account code, so the bursar's
      *> trial balance and this file agree account by account.
           01 student-account-record.
               05 sa-student-id   pic x(05).
               05 sa-post-date    pic x(08).
               05 sa-kind         pic x(01).
                   88 sa-is-charge  value "C".
                   88 sa-is-payment value "P".
               05 sa-account-code pic x(04).
               05 sa-term-code    pic x(04).
               05 sa-amount       pic 9(05).
               05 sa-reference    pic x(10).
               05 sa-operator     pic x(08).
