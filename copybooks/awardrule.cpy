      *> scholarship and merit award rules, one control card per
      *> award: what a student needs to qualify, how many awards the
      *> committee may grant, and what a confirmed award credits to
      *> the family's fee account and under which account code. a
      *> Y in a rule switch applies the rule; N or blank waives it.
           01 award-rule-record.
               05 aw-award-code       pic x(04).
               05 aw-description      pic x(20).
               05 aw-min-average      pic 9(02)v99.
               05 aw-need-passe       pic x(01).
                   88 aw-passe-required   value "Y".
               05 aw-no-absence       pic x(01).
                   88 aw-absence-excludes value "Y".
               05 aw-no-serious       pic x(01).
                   88 aw-serious-excludes value "Y".
               05 aw-quota            pic 9(03).
               05 aw-amount           pic 9(05).
               05 aw-account-code     pic x(04).
