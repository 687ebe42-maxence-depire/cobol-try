      *> one proposed household member, as hhpropose writes them and
      *> the household screen reads them back: members of one
      *> proposal sit together under the proposed household key.
           01 household-proposal-record.
               05 hp-household-id  pic x(05).
               05 filler           pic x(01).
               05 hp-student-id    pic x(05).
               05 filler           pic x(01).
               05 hp-guardian-name pic x(20).
               05 filler           pic x(01).
               05 hp-addr-line-1   pic x(30).
               05 filler           pic x(01).
               05 hp-postal-code   pic x(07).
