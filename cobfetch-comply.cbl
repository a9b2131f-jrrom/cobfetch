           perform judge-hosts until master-eof
           perform write-comply-summary
           perform close-comply-files
           if comply-abort
               move 8 to return-code
           end-if
           stop run.

       load-baseline-table.
