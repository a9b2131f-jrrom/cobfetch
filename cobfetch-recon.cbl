           perform reconcile-hosts until master-eof
           perform write-recon-summary
           perform close-recon-files
           if recon-abort
               move 8 to return-code
           end-if
           stop run.

       determine-stale-threshold.
