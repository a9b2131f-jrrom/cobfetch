       identification division.
       program-id. cobfetch-rebootscan.

      *> Reboot event scan over COBFETCH.HIST - cobfetch only warns
      *> about a recent reboot on the run that happens to see it, so
      *> this walks the whole history in key order (host, then date
      *> and time) and compares each snapshot's uptime with the one
      *> before it for the same host. Uptime that has gone backwards
      *> - the boot time implied by this snapshot (its time less its
      *> uptime) is later than the one implied by the snapshot before
      *> - means the box restarted in between, and a reboot event
      *> goes to COBFETCH.RBT with the estimated boot time and the
      *> two snapshots that bracket it. The uptime is the uptime -p
      *> text ("up 2 weeks, 3 days, 4 hours, 5 minutes"), read the
      *> way check-uptime-threshold in cobfetch reads it; a snapshot
      *> whose uptime cannot be read is passed over. Implied boot
      *> times within a few minutes of each other are the same boot
      *> - uptime -p truncates to the minute.
      *>
      *> Rerun safety: the event key is host and boot time, so a
      *> rescan finds the same keys, and events already on file are
      *> only counted. cobfetch-rebootrpt reports from the events.

       environment division.
           configuration section.
           repository.
               function integer-of-date intrinsic
               function date-of-integer intrinsic.

           input-output section.
           file-control.
               select history-file assign to "COBFETCH.HIST"
                   organization indexed
                   access mode is sequential
                   record key is hist-key
                   file status is history-file-status.

               select reboot-file assign to "COBFETCH.RBT"
                   organization indexed
                   access mode is random
                   record key is rb-key
                   file status is reboot-file-status.

       data division.
           file section.
               fd history-file.
                   copy histrec.

               fd reboot-file.
                   copy rebootrec.

           working-storage section.
               01 history-file-status   pic x(02).
               01 reboot-file-status    pic x(02).
               01 history-eof-switch    pic x(01) value "N".
                   88 history-eof           value "Y".
               01 scan-abort-switch     pic x(01) value "N".
                   88 scan-abort            value "Y".
               01 history-open-switch   pic x(01) value "N".
                   88 history-open          value "Y".
               01 reboot-open-switch    pic x(01) value "N".
                   88 reboot-open           value "Y".

      *> Minutes either side of an implied boot time that still
      *> count as the same boot.
               01 boot-tolerance-mins   pic 9(3) value 10.

      *> The snapshot before this one for the same host, kept only
      *> while its uptime was readable.
               01 prior-host            pic x(64) value spaces.
               01 prior-valid-switch    pic x(01) value "N".
                   88 prior-valid           value "Y".
               01 prior-date            pic x(08).
               01 prior-time            pic x(06).
               01 prior-boot-minutes    usage binary-long.
               01 prior-uptime-minutes  usage binary-long.

      *> uptime -p split into words - the number before each unit
      *> word is added in at that unit's minutes.
               01 uptime-word-table.
                   02 uptime-word occurs 20 times.
                       03 uptime-word-text  pic x(20).
                       03 uptime-word-len   pic 9(2).
               01 uptime-word-count     pic 9(2) value 0.
               01 uptime-split-pointer  usage binary-long.
               01 uptime-word-index     usage binary-long.
               01 uptime-scan-len       usage binary-long.
               01 uptime-unit-minutes   usage binary-long.
               01 uptime-number         pic 9(5).
               01 uptime-minutes        usage binary-long.
               01 uptime-valid-switch   pic x(01).
                   88 uptime-valid          value "Y".

               01 stamp-date-num        pic 9(08).
               01 clock-part            pic 9(02).
               01 snapshot-minutes      usage binary-long.
               01 boot-minutes          usage binary-long.
               01 boot-day              usage binary-long.
               01 boot-minute-of-day    usage binary-long.
               01 boot-date-num         pic 9(08).
               01 boot-hh               pic 9(02).
               01 boot-mm               pic 9(02).

               01 snapshots-read-count  pic 9(7) value 0.
               01 hosts-scanned-count   pic 9(7) value 0.
               01 unreadable-count      pic 9(7) value 0.
               01 reboots-found-count   pic 9(7) value 0.
               01 reboots-added-count   pic 9(7) value 0.
               01 reboots-known-count   pic 9(7) value 0.
               01 count-edited          pic zzzzzz9.

      *> ***************************************************************

       procedure division.
           perform open-scan-files
           perform walk-history until history-eof
           perform close-scan-files
           if scan-abort
               move 8 to return-code
           else
               perform display-scan-counts
           end-if
           stop run.

      *> COBFETCH.RBT does not exist before the first scan - OPEN
      *> I-O fails (status "35") rather than creating it.
       open-scan-files.
           open input history-file
           if history-file-status = "00"
               set history-open to true
           else
               display "COBFETCH.HIST not found or unreadable, status="
                   history-file-status
               set history-eof to true
               set scan-abort to true
           end-if
           if not scan-abort
               open i-o reboot-file
               if reboot-file-status = "35"
                   open output reboot-file
                   close reboot-file
                   open i-o reboot-file
               end-if
               if reboot-file-status = "00"
                   set reboot-open to true
               else
                   display "COBFETCH.RBT could not be opened, status="
                       reboot-file-status
                   set history-eof to true
                   set scan-abort to true
               end-if
           end-if.

       close-scan-files.
           if history-open
               close history-file
           end-if
           if reboot-open
               close reboot-file
           end-if.

       walk-history.
           read history-file next record
               at end set history-eof to true
               not at end perform handle-one-snapshot
           end-read.

       handle-one-snapshot.
           add 1 to snapshots-read-count
           if hist-host not = prior-host
               add 1 to hosts-scanned-count
               move hist-host to prior-host
               move "N" to prior-valid-switch
           end-if
           perform read-snapshot-uptime
           if not uptime-valid
               add 1 to unreadable-count
           else
               perform compute-implied-boot
               if prior-valid
                   and boot-minutes
                       > prior-boot-minutes + boot-tolerance-mins
                   perform record-one-reboot
               end-if
               set prior-valid to true
               move hist-date to prior-date
               move hist-time to prior-time
               move boot-minutes to prior-boot-minutes
               move uptime-minutes to prior-uptime-minutes
           end-if.

      *> uptime -p text to minutes.
       read-snapshot-uptime.
           move "N" to uptime-valid-switch
           move 0 to uptime-minutes
           move 0 to uptime-word-count
           move hist-uptime-len to uptime-scan-len
           if uptime-scan-len > 256
               move 256 to uptime-scan-len
           end-if
           if uptime-scan-len > 0
               move 1 to uptime-split-pointer
               perform split-one-uptime-word
                   until uptime-split-pointer > uptime-scan-len
                   or uptime-word-count = 20
               perform add-one-uptime-unit
                   varying uptime-word-index from 2 by 1
                   until uptime-word-index > uptime-word-count
           end-if.

       split-one-uptime-word.
           add 1 to uptime-word-count
           move spaces to uptime-word-text(uptime-word-count)
           move 0 to uptime-word-len(uptime-word-count)
           unstring hist-uptime-line(1 : uptime-scan-len)
                   delimited by all space
               into uptime-word-text(uptime-word-count)
                   count in uptime-word-len(uptime-word-count)
               with pointer uptime-split-pointer
           end-unstring.

      *> The unit word may carry the comma that separates it from
      *> the next ("days,"), so only its head is compared.
       add-one-uptime-unit.
           move 0 to uptime-unit-minutes
           evaluate true
               when uptime-word-text(uptime-word-index)(1 : 4) = "year"
                   move 525600 to uptime-unit-minutes
               when uptime-word-text(uptime-word-index)(1 : 5) = "month"
                   move 43200 to uptime-unit-minutes
               when uptime-word-text(uptime-word-index)(1 : 4) = "week"
                   move 10080 to uptime-unit-minutes
               when uptime-word-text(uptime-word-index)(1 : 3) = "day"
                   move 1440 to uptime-unit-minutes
               when uptime-word-text(uptime-word-index)(1 : 4) = "hour"
                   move 60 to uptime-unit-minutes
               when uptime-word-text(uptime-word-index)(1 : 6)
                       = "minute"
                   move 1 to uptime-unit-minutes
           end-evaluate
           if uptime-unit-minutes > 0
               and uptime-word-len(uptime-word-index - 1) > 0
               and uptime-word-len(uptime-word-index - 1) <= 5
               if uptime-word-text(uptime-word-index - 1)
                       (1 : uptime-word-len(uptime-word-index - 1))
                       is numeric
                   move uptime-word-text(uptime-word-index - 1)
                       (1 : uptime-word-len(uptime-word-index - 1))
                       to uptime-number
                   compute uptime-minutes = uptime-minutes
                       + uptime-number * uptime-unit-minutes
                   set uptime-valid to true
               end-if
           end-if.

      *> Snapshot stamp in minutes on the integer-of-date day count,
      *> less the uptime.
       compute-implied-boot.
           move hist-date to stamp-date-num
           compute snapshot-minutes
               = integer-of-date(stamp-date-num) * 1440
           move hist-time(1 : 2) to clock-part
           compute snapshot-minutes = snapshot-minutes + clock-part * 60
           move hist-time(3 : 2) to clock-part
           add clock-part to snapshot-minutes
           compute boot-minutes = snapshot-minutes - uptime-minutes.

       record-one-reboot.
           add 1 to reboots-found-count
           divide boot-minutes by 1440
               giving boot-day remainder boot-minute-of-day
           compute boot-date-num = date-of-integer(boot-day)
           divide boot-minute-of-day by 60
               giving boot-hh remainder boot-mm
           move hist-host to rb-host
           move boot-date-num to rb-boot-date
           move spaces to rb-boot-time
           string boot-hh boot-mm "00" delimited by size
               into rb-boot-time
           end-string
           move hist-date to rb-detected-date
           move hist-time to rb-detected-time
           move prior-date to rb-prior-date
           move prior-time to rb-prior-time
           move prior-uptime-minutes to rb-uptime-minutes
           move hist-uptime-line(1 : 64) to rb-uptime-line
           write reboot-record
               invalid key add 1 to reboots-known-count
               not invalid key add 1 to reboots-added-count
           end-write.

       display-scan-counts.
           move snapshots-read-count to count-edited
           display "SNAPSHOTS READ       " count-edited
           move hosts-scanned-count to count-edited
           display "HOSTS SCANNED        " count-edited
           move unreadable-count to count-edited
           display "UPTIME UNREADABLE    " count-edited
           move reboots-found-count to count-edited
           display "REBOOTS FOUND        " count-edited
           move reboots-added-count to count-edited
           display "  NEW ON COBFETCH.RBT" count-edited
           move reboots-known-count to count-edited
           display "  ALREADY ON FILE    " count-edited.
