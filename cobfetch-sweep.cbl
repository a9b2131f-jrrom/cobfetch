               01 report-file-status  pic x(02).
               01 sweep-eof-switch    pic x(01) value "N".
                   88 sweep-eof            value "Y".
               01 sweep-abort-switch  pic x(01) value "N".
                   88 sweep-abort          value "Y".

      *> Checkpoint/restart - one line per host already processed
      *> (success or failure) so a sweep that dies partway through
           perform determine-partition
           if partition-bad
               display "usage: cobfetch-sweep [n OF m]"
               move 8 to return-code
           else
               perform capture-run-timestamp
               perform open-sweep-files
               perform process-hosts until sweep-eof
               perform close-sweep-files
               if sweep-abort
                   move 8 to return-code
               end-if
           end-if

           stop run.
               display "HOSTMAST.DAT not found or unreadable, status="
                   host-master-status
               set sweep-eof to true
               set sweep-abort to true
           end-if
           if checkpoint-exists
               open extend report-file
               display report-file-name " could not be opened, status="
                   report-file-status
               set sweep-eof to true
               set sweep-abort to true
           end-if.

       close-sweep-files.
