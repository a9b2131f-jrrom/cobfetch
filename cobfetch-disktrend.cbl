           perform finish-last-group
           perform write-trend-summary
           perform close-trend-files
           if trend-abort
               move 8 to return-code
           end-if
           stop run.

       determine-trend-range.
