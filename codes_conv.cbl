
       working-storage section.

           copy jrnlfields.

           77 codes-file-status  pic xx.
           77 code-master-status pic xx.

                   add 1 to records-duplicate
                   display "duplicate code rejected: " cf-code
               not invalid key
                   perform journal-code-add
                   add 1 to records-loaded
                   add cf-value to actual-sum
           end-write.

      *> forward-recovery journal for the code master.
       journal-code-add.

           move "CODE-MASTER.DAT" to jf-master.
           move "A" to jf-action.
           move spaces to jf-before.
           move code-master-record to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "codes_conv" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
