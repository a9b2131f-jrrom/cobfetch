                   88 queue-eof             value "Y".
               01 dispatch-abort-switch pic x(01) value "N".
                   88 dispatch-abort        value "Y".
               01 queue-absent-switch   pic x(01) value "N".
                   88 queue-absent          value "Y".

               01 notify-command-base   pic x(200).
               01 notify-base-len       usage binary-long.
           if master-avail
               close host-master-file
           end-if
      *> No queue yet only means nothing has been raised - not a
      *> failure of the run.
           if dispatch-abort and not queue-absent
               move 8 to return-code
           end-if
           stop run.

       load-maint-windows.
               or alert-open-tries >= 5
           if alert-queue-status = "35"
               display "no alert queue on file - nothing to dispatch"
               set queue-absent to true
               set dispatch-abort to true
           else
               if alert-queue-status not = "00"
