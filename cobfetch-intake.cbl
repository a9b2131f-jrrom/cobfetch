               else
                   display "RECEIVE directory could not be listed, "
                       "rc=" pipe-dir-rc
                   set intake-abort to true
               end-if
               perform write-intake-summary
               perform close-intake-files
           end-if
           if intake-abort
               move 8 to return-code
           end-if
           stop run.

      *> Rows cannot be validated without the master, so no master
