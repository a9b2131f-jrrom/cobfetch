               perform sort-merged-lines
               perform write-merged-report
           end-if
           if merge-abort
               move 8 to return-code
           end-if
           stop run.

       determine-merge-partitions.
           if merged-report-status not = "00"
               display "SWEEP.RPT could not be opened, status="
                   merged-report-status
               set merge-abort to true
           else
               perform write-one-merged-line
                   varying line-index from 1 by 1
