               perform write-pkgsweep-summary
               perform close-pkgsweep-files
           end-if
           if pkgsweep-abort
               move 8 to return-code
           end-if
           stop run.

       capture-run-timestamp.
