      *> a single attribute can be changed without retyping the rest.
      *> Everything after the sshport token is taken verbatim as the
      *> ssh options string (it may contain spaces).
      *>
      *> Every ADD / CHANGE / DEACT / ACT that updates the master also
      *> writes a journal record to COBFETCH.HMJ with the operator
      *> (the login running the command), the date and time, and
      *> the record's before and after images - cobfetch-hostjrnl
      *> lists them field by field for the change auditors. If
      *> COBFETCH.HMJ cannot be opened the master is not updated; a
      *> journal write that fails after the update is only reported
      *> on the console.

       environment division.
           input-output section.
                   record key is hm-host
                   file status is host-master-status.

               select host-journal-file assign to "COBFETCH.HMJ"
                   organization indexed
                   access mode is dynamic
                   record key is hj-key
                   file status is host-journal-status.

       data division.
           file section.
               fd host-master-file.
                   copy hostmast.

               fd host-journal-file.
                   copy hostjrnl.

           working-storage section.
               01 host-master-status    pic x(02).
               01 host-journal-status   pic x(02).
               01 maint-abort-switch    pic x(01) value "N".
                   88 maint-abort           value "Y".
               01 journal-open-switch   pic x(01) value "N".
                   88 journal-open          value "Y".
               01 journal-written-switch pic x(01).
                   88 journal-written       value "Y".
               01 master-eof-switch     pic x(01) value "N".
                   88 master-eof            value "Y".

               01 listed-host-count     pic 9(4) value 0.
               01 count-edited          pic zzz9.

      *> The record as it stood before this command touched it, and
      *> who is running the command - both go onto the journal.
               01 master-before-image   pic x(184).
               01 maint-operator        pic x(16).
               01 maint-action          pic x(08).
               01 run-date              pic x(08).
               01 run-time              pic x(06).

      *> ***************************************************************

       procedure division.
           accept run-date from date yyyymmdd
           accept run-time from time
           perform parse-maint-command
           evaluate maint-verb
               when "ADD"
                   perform open-master-update
                   if not maint-abort
                       perform add-one-host
                   end-if
                   perform close-master
               when "CHANGE"
                   perform open-master-update
                   if not maint-abort
                       perform change-one-host
                   end-if
                   perform close-master
               when "DEACT"
                   perform open-master-update
                   if not maint-abort
                       perform deactivate-one-host
                   end-if
                   perform close-master
               when "ACT"
                   perform open-master-update
                   if not maint-abort
                       perform reactivate-one-host
                   end-if
                   perform close-master
               when "LIST"
                   perform list-all-hosts
           if host-master-status not = "00"
               display "HOSTMAST.DAT could not be opened, status="
                   host-master-status
               set maint-abort to true
           end-if
           if not maint-abort
               perform open-host-journal
           end-if.

      *> COBFETCH.HMJ does not exist before the very first journalled
      *> change - same bootstrap as the master itself. No journal
      *> means no change: an unrecorded master update is exactly
      *> what the journal exists to rule out.
       open-host-journal.
           open i-o host-journal-file
           if host-journal-status = "35"
               open output host-journal-file
               close host-journal-file
               open i-o host-journal-file
           end-if
           if host-journal-status = "00"
               set journal-open to true
           else
               display "COBFETCH.HMJ could not be opened, status="
                   host-journal-status " - master not changed"
               set maint-abort to true
           end-if
           move spaces to maint-operator
           accept maint-operator from environment "USER"
           if maint-operator = spaces
               move "UNKNOWN" to maint-operator
           end-if.

      *> The close is guarded on whether the open succeeded, not on
      *> the last operation's status.
       close-master.
           close host-master-file
           if journal-open
               close host-journal-file
           end-if.

       add-one-host.
           if maint-host = spaces
                       display "host already on master: " maint-host
                   not invalid key
                       display "added " maint-host
                       move spaces to master-before-image
                       move "ADD" to maint-action
                       perform journal-master-change
               end-write
           end-if.

       change-one-host.
           perform read-one-master
           if master-found
               move host-master-record to master-before-image
               perform apply-maint-fields
               rewrite host-master-record
                   invalid key
                           host-master-status
                   not invalid key
                       display "changed " maint-host
                       move "CHANGE" to maint-action
                       perform journal-master-change
               end-rewrite
           end-if.

       deactivate-one-host.
           perform read-one-master
           if master-found
               move host-master-record to master-before-image
               set hm-inactive to true
               rewrite host-master-record
                   invalid key
                           host-master-status
                   not invalid key
                       display "deactivated " maint-host
                       move "DEACT" to maint-action
                       perform journal-master-change
               end-rewrite
           end-if.

       reactivate-one-host.
           perform read-one-master
           if master-found
               move host-master-record to master-before-image
               set hm-active to true
               rewrite host-master-record
                   invalid key
                           host-master-status
                   not invalid key
                       display "reactivated " maint-host
                       move "ACT" to maint-action
                       perform journal-master-change
               end-rewrite
           end-if.

      *> Two changes to one host inside the same second differ only
      *> in the sequence number - a duplicate key steps it and
      *> tries again rather than losing the second change; any
      *> other failed write ends the retries at once.
       journal-master-change.
           move run-date            to hj-date
           move run-time            to hj-time
           move hm-host             to hj-host
           move 0                   to hj-seq
           move maint-action        to hj-action
           move maint-operator      to hj-operator
           move "cobfetch-hostmaint" to hj-program
           move master-before-image to hj-before-image
           move host-master-record  to hj-after-image
           move "N" to journal-written-switch
           perform write-one-journal-record
               with test after
               until journal-written
               or host-journal-status not = "22"
               or hj-seq >= 99
           if not journal-written
               display "journal write failed for " hm-host(1 : 32)
                   " status=" host-journal-status
           end-if.

       write-one-journal-record.
           write host-journal-record
               invalid key
                   add 1 to hj-seq
               not invalid key
                   set journal-written to true
           end-write.

       list-all-hosts.
           open input host-master-file
           if host-master-status not = "00"
