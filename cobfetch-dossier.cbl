       identification division.
       program-id. cobfetch-dossier.

      *> Single-host dossier - everything the cobfetch files know
      *> about one box, on one report, for the incident review or the
      *> audit question that otherwise means running half a dozen
      *> programs and reading their output side by side. Run as
      *>     cobfetch-dossier host [from-yyyymmdd to-yyyymmdd]
      *> with the host named exactly as on the master; no range means
      *> all history. Output goes to DOSSIER.RPT in sections:
      *>     MASTER RECORD       the HOSTMAST.DAT row as it stands,
      *>                         and the COBFETCH.HMJ changes to it
      *>                         in the range
      *>     SNAPSHOT TIMELINE   every COBFETCH.HIST snapshot in the
      *>                         range, each with its COBFETCH.XFH
      *>                         extra fields underneath
      *>     COMPLIANCE          COBFETCH.CPH outcomes in the range,
      *>                         with expected and actual for each
      *>                         field a DEVIATING outcome missed
      *>     DISK USAGE          COBFETCH.DSK observations in the
      *>                         range, by mount point
      *>     INSTALLED PACKAGES  the latest COBFETCH.PKG capture on
      *>                         or before the range end
      *>     ALERTS              COBFETCH.ALQ alerts raised in the
      *>                         range, how far they got and who
      *>                         acknowledged them
      *>     COMMAND FAILURES    COBFETCH.AUD lines in the range for
      *>                         commands run against the host that
      *>                         did not come back clean
      *>     REBOOTS             COBFETCH.RBT reboot events in the
      *>                         range
      *> Every file is optional - a section whose file is absent
      *> says so and the rest of the dossier is still written, so a
      *> host taken off the master still gets its history.

       environment division.
           input-output section.
           file-control.
               select host-master-file assign to "HOSTMAST.DAT"
                   organization indexed
                   access mode is dynamic
                   record key is hm-host
                   file status is host-master-status.

               select host-journal-file assign to "COBFETCH.HMJ"
                   organization indexed
                   access mode is dynamic
                   record key is hj-key
                   file status is host-journal-status.

               select history-file assign to "COBFETCH.HIST"
                   organization indexed
                   access mode is dynamic
                   record key is hist-key
                   file status is history-file-status.

               select extra-history-file assign to "COBFETCH.XFH"
                   organization indexed
                   access mode is dynamic
                   record key is xf-key
                   file status is extra-history-status.

               select comply-history-file assign to "COBFETCH.CPH"
                   organization indexed
                   access mode is dynamic
                   record key is ch-key
                   file status is comply-history-status.

               select disk-history-file assign to "COBFETCH.DSK"
                   organization indexed
                   access mode is dynamic
                   record key is dh-key
                   file status is disk-history-status.

               select package-file assign to "COBFETCH.PKG"
                   organization indexed
                   access mode is dynamic
                   record key is pkg-key
                   file status is package-file-status.

               select alert-queue-file assign to "COBFETCH.ALQ"
                   organization indexed
                   access mode is dynamic
                   record key is alert-key
                   file status is alert-queue-status.

               select reboot-file assign to "COBFETCH.RBT"
                   organization indexed
                   access mode is dynamic
                   record key is rb-key
                   file status is reboot-file-status.

               select audit-log assign to "COBFETCH.AUD"
                   organization line sequential
                   file status is audit-log-status.

               select dossier-report-file assign to "DOSSIER.RPT"
                   organization line sequential
                   file status is dossier-report-status.

       data division.
           file section.
               fd host-master-file.
                   copy hostmast.

               fd host-journal-file.
                   copy hostjrnl.

               fd history-file.
                   copy histrec.

               fd extra-history-file.
                   copy xfldrec.

               fd comply-history-file.
                   copy complyrec.

               fd disk-history-file.
                   copy diskrec.

               fd package-file.
                   copy pkgrec.

               fd alert-queue-file.
                   copy alertrec.

               fd reboot-file.
                   copy rebootrec.

               fd audit-log.
                   01 audit-log-record pic x(250).

               fd dossier-report-file.
                   01 dossier-report-record pic x(200).

           working-storage section.
               01 host-master-status    pic x(02).
               01 host-journal-status   pic x(02).
               01 history-file-status   pic x(02).
               01 extra-history-status  pic x(02).
               01 comply-history-status pic x(02).
               01 disk-history-status   pic x(02).
               01 package-file-status   pic x(02).
               01 alert-queue-status    pic x(02).
               01 reboot-file-status    pic x(02).
               01 audit-log-status      pic x(02).
               01 dossier-report-status pic x(02).
               01 section-eof-switch    pic x(01).
                   88 section-eof           value "Y".
               01 extra-eof-switch      pic x(01).
                   88 extra-eof             value "Y".
               01 extra-open-switch     pic x(01) value "N".
                   88 extra-open            value "Y".
               01 dossier-abort-switch  pic x(01) value "N".
                   88 dossier-abort         value "Y".
               01 dossier-usage-switch  pic x(01) value "N".
                   88 dossier-usage-bad     value "Y".

               01 dossier-args          pic x(96).
               01 dossier-host          pic x(64).
               01 from-token            pic x(10).
               01 to-token              pic x(10).
               01 range-start-date      pic x(08) value low-values.
               01 range-end-date        pic x(08) value high-values.
               01 run-date              pic x(08).

      *> Section heading and the line that stands in for a section
      *> whose file could not be opened.
               01 section-title         pic x(40).
               01 missing-file-name     pic x(16).
               01 missing-file-status   pic x(02).

      *> One field of a master change - label and both values, as
      *> cobfetch-hostjrnl prints them.
               01 compare-label         pic x(12).
               01 compare-before        pic x(64).
               01 compare-after         pic x(64).
               01 fields-listed-count   pic 9(2).

      *> Latest package capture on or before the range end.
               01 capture-date          pic x(08).

      *> One parsed audit line, laid out as log-pipe-audit writes
      *> it and read the way cobfetch-audrpt reads it: date(1:8)
      *> time(10:6) status(25:1), then "  secs=" at 36 with five
      *> digits at 43 and the command from 54, or on lines written
      *> before elapsed time was stamped "  cmd=" at 36 with the
      *> command from 42.
               01 line-status-char      pic x(01).
               01 line-secs             pic 9(05).
               01 line-secs-known-switch pic x(01).
                   88 line-secs-known       value "Y".
               01 line-command          pic x(200).
               01 line-status-text      pic x(12).

               01 cmd-token-table.
                   02 cmd-token occurs 8 times pic x(64).
               01 token-index           usage binary-long.
               01 target-token          pic x(64).
               01 target-token-index    usage binary-long.
               01 at-char-count         usage binary-long.
               01 skip-next-switch      pic x(01).
                   88 skip-next             value "Y".
               01 at-user-part          pic x(64).
               01 at-host-part          pic x(64).
               01 line-host             pic x(64).

               01 alert-state-text      pic x(32).
               01 tier-edited           pic 9.
               01 uptime-days           pic 9(5).
               01 uptime-days-edited    pic zzzz9.
               01 secs-edited           pic zzzz9.
               01 pct-edited            pic zz9.

               01 changes-listed-count  pic 9(7) value 0.
               01 snapshots-listed-count pic 9(7) value 0.
               01 extras-listed-count   pic 9(7) value 0.
               01 outcomes-listed-count pic 9(7) value 0.
               01 deviating-count       pic 9(7) value 0.
               01 disk-obs-count        pic 9(7) value 0.
               01 packages-listed-count pic 9(7) value 0.
               01 alerts-listed-count   pic 9(7) value 0.
               01 alerts-acked-count    pic 9(7) value 0.
               01 commands-run-count    pic 9(7) value 0.
               01 commands-failed-count pic 9(7) value 0.
               01 reboots-listed-count  pic 9(7) value 0.
               01 section-line-count    pic 9(7).
               01 count-edited          pic zzzzzz9.

      *> ***************************************************************

       procedure division.
           accept run-date from date yyyymmdd
           perform parse-dossier-arguments
           if dossier-usage-bad
               display "usage: cobfetch-dossier host "
                   "[from-yyyymmdd to-yyyymmdd]"
           else
               open output dossier-report-file
               if dossier-report-status not = "00"
                   display "DOSSIER.RPT could not be opened, status="
                       dossier-report-status
                   set dossier-abort to true
               end-if
               if not dossier-abort
                   perform write-dossier-heading
                   perform write-master-section
                   perform write-timeline-section
                   perform write-comply-section
                   perform write-disk-section
                   perform write-package-section
                   perform write-alert-section
                   perform write-command-section
                   perform write-reboot-section
                   perform write-dossier-summary
                   close dossier-report-file
               end-if
           end-if
           stop run.

      *> A dossier is one host - no leading match and no "*".
       parse-dossier-arguments.
           move spaces to dossier-args
           accept dossier-args from command-line
           move spaces to dossier-host
           move spaces to from-token
           move spaces to to-token
           unstring dossier-args delimited by all " "
               into dossier-host from-token to-token
           end-unstring
           if dossier-host = spaces or dossier-host = "*"
               set dossier-usage-bad to true
           end-if
           if from-token not = spaces
               if from-token(1 : 8) is numeric
                   move from-token(1 : 8) to range-start-date
               else
                   set dossier-usage-bad to true
               end-if
               if to-token(1 : 8) is numeric
                   move to-token(1 : 8) to range-end-date
               else
                   set dossier-usage-bad to true
               end-if
           end-if.

       write-dossier-heading.
           move spaces to dossier-report-record
           string "HOST DOSSIER  " delimited by size
                  dossier-host delimited by space
                  "  RUN "     delimited by size
                  run-date(1 : 4) "-" run-date(5 : 2) "-"
                  run-date(7 : 2) delimited by size
               into dossier-report-record
           end-string
           if range-start-date not = low-values
               string "  FROM "     delimited by size
                      range-start-date(1 : 4) "-"
                      range-start-date(5 : 2) "-"
                      range-start-date(7 : 2) delimited by size
                      " TO "        delimited by size
                      range-end-date(1 : 4) "-"
                      range-end-date(5 : 2) "-"
                      range-end-date(7 : 2) delimited by size
                   into dossier-report-record(90 : )
               end-string
           else
               move "  ALL HISTORY" to dossier-report-record(90 : 13)
           end-if
           write dossier-report-record.

      *> Every section opens the same way - a rule line and the
      *> section title.
       write-section-heading.
           move 0 to section-line-count
           move spaces to dossier-report-record
           write dossier-report-record
           move all "=" to dossier-report-record(1 : 72)
           write dossier-report-record
           move spaces to dossier-report-record
           move section-title to dossier-report-record
           write dossier-report-record.

       write-file-missing.
           move spaces to dossier-report-record
           string "  " delimited by size
                  missing-file-name delimited by space
                  " NOT AVAILABLE, STATUS=" delimited by size
                  missing-file-status delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record.

       write-none-in-range.
           if section-line-count = 0
               move spaces to dossier-report-record
               move "  NONE IN RANGE" to dossier-report-record
               write dossier-report-record
           end-if.

      *> MASTER RECORD - the row as it stands, then its changes.
       write-master-section.
           move "MASTER RECORD" to section-title
           perform write-section-heading
           open input host-master-file
           if host-master-status not = "00"
               move "HOSTMAST.DAT" to missing-file-name
               move host-master-status to missing-file-status
               perform write-file-missing
           else
               move dossier-host to hm-host
               move spaces to dossier-report-record
               read host-master-file
                   invalid key
                       move "  NOT ON HOSTMAST.DAT"
                           to dossier-report-record
                   not invalid key
                       perform write-master-fields
               end-read
               if host-master-status not = "00"
                   write dossier-report-record
               end-if
               close host-master-file
           end-if
           move spaces to dossier-report-record
           write dossier-report-record
           move "  CHANGES ON COBFETCH.HMJ" to dossier-report-record
           write dossier-report-record
           open input host-journal-file
           if host-journal-status not = "00"
               move "COBFETCH.HMJ" to missing-file-name
               move host-journal-status to missing-file-status
               perform write-file-missing
           else
               move "N" to section-eof-switch
               move range-start-date to hj-date
               move low-values to hj-time
               move low-values to hj-host
               move 0 to hj-seq
               start host-journal-file key not less than hj-key
                   invalid key set section-eof to true
               end-start
               perform walk-host-journal until section-eof
               close host-journal-file
               perform write-none-in-range
           end-if.

       write-master-fields.
           move spaces to dossier-report-record
           move "  ENVIRONMENT" to dossier-report-record(1 : 13)
           move hm-environment to dossier-report-record(17 : 4)
           write dossier-report-record
           move spaces to dossier-report-record
           move "  OWNER" to dossier-report-record(1 : 7)
           move hm-owner to dossier-report-record(17 : 30)
           write dossier-report-record
           move spaces to dossier-report-record
           move "  SSH USER" to dossier-report-record(1 : 10)
           move hm-ssh-user to dossier-report-record(17 : 16)
           write dossier-report-record
           move spaces to dossier-report-record
           move "  SSH PORT" to dossier-report-record(1 : 10)
           move hm-ssh-port to dossier-report-record(17 : 5)
           write dossier-report-record
           move spaces to dossier-report-record
           move "  SSH OPTIONS" to dossier-report-record(1 : 13)
           move hm-ssh-options to dossier-report-record(17 : 64)
           write dossier-report-record
           move spaces to dossier-report-record
           move "  STATUS" to dossier-report-record(1 : 8)
           if hm-active
               move "ACTIVE" to dossier-report-record(17 : 6)
           else
               move "INACTIVE" to dossier-report-record(17 : 8)
           end-if
           write dossier-report-record.

      *> The journal is in date order - the walk stops at the first
      *> change past the range end.
       walk-host-journal.
           read host-journal-file next record
               at end set section-eof to true
               not at end
                   if hj-date > range-end-date
                       set section-eof to true
                   else
                       if hj-host = dossier-host
                           perform write-one-host-change
                       end-if
                   end-if
           end-read.

       write-one-host-change.
           add 1 to changes-listed-count
           add 1 to section-line-count
           move spaces to dossier-report-record
           string "  " delimited by size
                  hj-date(1 : 4) "-" hj-date(5 : 2) "-"
                  hj-date(7 : 2) delimited by size
                  " "            delimited by size
                  hj-time(1 : 2) ":" hj-time(3 : 2) ":"
                  hj-time(5 : 2) delimited by size
                  "  "           delimited by size
                  hj-action      delimited by size
                  "  BY "        delimited by size
                  hj-operator    delimited by space
                  "  VIA "       delimited by size
                  hj-program     delimited by space
               into dossier-report-record
           end-string
           write dossier-report-record
           move 0 to fields-listed-count
           move "ENVIRONMENT" to compare-label
           move hjb-environment to compare-before
           move hja-environment to compare-after
           perform write-one-field-change
           move "OWNER" to compare-label
           move hjb-owner to compare-before
           move hja-owner to compare-after
           perform write-one-field-change
           move "SSH USER" to compare-label
           move hjb-ssh-user to compare-before
           move hja-ssh-user to compare-after
           perform write-one-field-change
           move "SSH PORT" to compare-label
           move hjb-ssh-port to compare-before
           move hja-ssh-port to compare-after
           perform write-one-field-change
           move "SSH OPTIONS" to compare-label
           move hjb-ssh-options to compare-before
           move hja-ssh-options to compare-after
           perform write-one-field-change
           move "ACTIVE FLAG" to compare-label
           move hjb-active-flag to compare-before
           move hja-active-flag to compare-after
           perform write-one-field-change.

      *> An ADD has no before image, so every field it set is
      *> listed; anything else lists only what moved.
       write-one-field-change.
           if (hj-action-add and compare-after not = spaces)
               or (not hj-action-add
                   and compare-before not = compare-after)
               add 1 to fields-listed-count
               move spaces to dossier-report-record
               move compare-label to dossier-report-record(7 : 12)
               move "BEFORE " to dossier-report-record(20 : 7)
               if hj-action-add
                   move "(NONE)" to dossier-report-record(27 : 6)
               else
                   move compare-before to dossier-report-record(27 : 64)
               end-if
               move "AFTER " to dossier-report-record(93 : 6)
               move compare-after to dossier-report-record(99 : 64)
               write dossier-report-record
           end-if.

      *> SNAPSHOT TIMELINE - HIST in key order, XFH under each.
       write-timeline-section.
           move "SNAPSHOT TIMELINE" to section-title
           perform write-section-heading
           open input history-file
           if history-file-status not = "00"
               move "COBFETCH.HIST" to missing-file-name
               move history-file-status to missing-file-status
               perform write-file-missing
           else
               move "N" to extra-open-switch
               open input extra-history-file
               if extra-history-status = "00"
                   set extra-open to true
               end-if
               move spaces to dossier-report-record
               move "  TAKEN" to dossier-report-record(1 : 7)
               move "OS" to dossier-report-record(24 : 2)
               move "KERNEL" to dossier-report-record(66 : 6)
               move "SHELL" to dossier-report-record(104 : 5)
               move "UPTIME" to dossier-report-record(126 : 6)
               write dossier-report-record
               move "N" to section-eof-switch
               move dossier-host to hist-host
               move range-start-date to hist-date
               move low-values to hist-time
               start history-file key not less than hist-key
                   invalid key set section-eof to true
               end-start
               perform walk-host-history until section-eof
               close history-file
               if extra-open
                   close extra-history-file
               end-if
               perform write-none-in-range
           end-if.

       walk-host-history.
           read history-file next record
               at end set section-eof to true
               not at end
                   if hist-host not = dossier-host
                       or hist-date > range-end-date
                       set section-eof to true
                   else
                       perform write-one-snapshot
                   end-if
           end-read.

       write-one-snapshot.
           add 1 to snapshots-listed-count
           add 1 to section-line-count
           move spaces to dossier-report-record
           string "  " delimited by size
                  hist-date(1 : 4) "-" hist-date(5 : 2) "-"
                  hist-date(7 : 2) delimited by size
                  " "            delimited by size
                  hist-time(1 : 2) ":" hist-time(3 : 2) ":"
                  hist-time(5 : 2) delimited by size
               into dossier-report-record
           end-string
           move hist-os-line(1 : 40) to dossier-report-record(24 : 40)
           move hist-kernel-line(1 : 36)
               to dossier-report-record(66 : 36)
           move hist-shell-line(1 : 20)
               to dossier-report-record(104 : 20)
           move hist-uptime-line(1 : 60)
               to dossier-report-record(126 : 60)
           write dossier-report-record
           if extra-open
               move hist-host to xf-host
               move hist-date to xf-date
               move hist-time to xf-time
               move low-values to xf-label
               move "N" to extra-eof-switch
               start extra-history-file key not less than xf-key
                   invalid key set extra-eof to true
               end-start
               perform walk-snapshot-extras until extra-eof
           end-if.

       walk-snapshot-extras.
           read extra-history-file next record
               at end set extra-eof to true
               not at end
                   if xf-host = hist-host
                       and xf-date = hist-date
                       and xf-time = hist-time
                       perform write-one-extra-field
                   else
                       set extra-eof to true
                   end-if
           end-read.

       write-one-extra-field.
           add 1 to extras-listed-count
           move spaces to dossier-report-record
           move xf-label to dossier-report-record(24 : 20)
           if xf-len > 0
               if xf-len > 130
                   move xf-line(1 : 130)
                       to dossier-report-record(46 : 130)
               else
                   move xf-line(1 : xf-len)
                       to dossier-report-record(46 : xf-len)
               end-if
           end-if
           write dossier-report-record.

      *> COMPLIANCE - CPH outcomes in the range.
       write-comply-section.
           move "COMPLIANCE" to section-title
           perform write-section-heading
           open input comply-history-file
           if comply-history-status not = "00"
               move "COBFETCH.CPH" to missing-file-name
               move comply-history-status to missing-file-status
               perform write-file-missing
           else
               move "N" to section-eof-switch
               move dossier-host to ch-host
               move range-start-date to ch-date
               move low-values to ch-time
               start comply-history-file key not less than ch-key
                   invalid key set section-eof to true
               end-start
               perform walk-host-comply until section-eof
               close comply-history-file
               perform write-none-in-range
           end-if.

       walk-host-comply.
           read comply-history-file next record
               at end set section-eof to true
               not at end
                   if ch-host not = dossier-host
                       or ch-date > range-end-date
                       set section-eof to true
                   else
                       perform write-one-outcome
                   end-if
           end-read.

       write-one-outcome.
           add 1 to outcomes-listed-count
           add 1 to section-line-count
           move spaces to dossier-report-record
           string "  " delimited by size
                  ch-date(1 : 4) "-" ch-date(5 : 2) "-"
                  ch-date(7 : 2) delimited by size
                  " "            delimited by size
                  ch-time(1 : 2) ":" ch-time(3 : 2) ":"
                  ch-time(5 : 2) delimited by size
                  "  "           delimited by size
                  ch-outcome     delimited by size
                  "  ENV "       delimited by size
                  ch-environment delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record
           if ch-deviating
               add 1 to deviating-count
               if ch-expected-os not = ch-actual-os
                   move "OS" to compare-label
                   move ch-expected-os(1 : 64) to compare-before
                   move ch-actual-os(1 : 64) to compare-after
                   perform write-one-deviation
               end-if
               if ch-expected-kernel not = ch-actual-kernel
                   move "KERNEL" to compare-label
                   move ch-expected-kernel to compare-before
                   move ch-actual-kernel to compare-after
                   perform write-one-deviation
               end-if
               if ch-expected-shell not = ch-actual-shell
                   move "SHELL" to compare-label
                   move ch-expected-shell to compare-before
                   move ch-actual-shell to compare-after
                   perform write-one-deviation
               end-if
           end-if.

       write-one-deviation.
           move spaces to dossier-report-record
           move compare-label to dossier-report-record(7 : 12)
           move "EXPECTED " to dossier-report-record(20 : 9)
           move compare-before to dossier-report-record(29 : 64)
           move "ACTUAL " to dossier-report-record(95 : 7)
           move compare-after to dossier-report-record(102 : 64)
           write dossier-report-record.

      *> DISK USAGE - the DSK key runs host/mount/date, so the whole
      *> host is walked and the range applied to each observation.
       write-disk-section.
           move "DISK USAGE" to section-title
           perform write-section-heading
           open input disk-history-file
           if disk-history-status not = "00"
               move "COBFETCH.DSK" to missing-file-name
               move disk-history-status to missing-file-status
               perform write-file-missing
           else
               move spaces to dossier-report-record
               move "  MOUNT" to dossier-report-record(1 : 7)
               move "TAKEN" to dossier-report-record(36 : 5)
               move "SIZE" to dossier-report-record(63 : 4)
               move "USED" to dossier-report-record(75 : 4)
               move "AVAIL" to dossier-report-record(87 : 5)
               move "USE%" to dossier-report-record(98 : 4)
               move "FILESYSTEM" to dossier-report-record(104 : 10)
               write dossier-report-record
               move "N" to section-eof-switch
               move dossier-host to dh-host
               move low-values to dh-mount
               move low-values to dh-date
               move low-values to dh-time
               start disk-history-file key not less than dh-key
                   invalid key set section-eof to true
               end-start
               perform walk-host-disk until section-eof
               close disk-history-file
               perform write-none-in-range
           end-if.

       walk-host-disk.
           read disk-history-file next record
               at end set section-eof to true
               not at end
                   if dh-host not = dossier-host
                       set section-eof to true
                   else
                       if dh-date not < range-start-date
                           and dh-date not > range-end-date
                           perform write-one-disk-obs
                       end-if
                   end-if
           end-read.

       write-one-disk-obs.
           add 1 to disk-obs-count
           add 1 to section-line-count
           move spaces to dossier-report-record
           move dh-mount(1 : 32) to dossier-report-record(3 : 32)
           string dh-date(1 : 4) "-" dh-date(5 : 2) "-"
                  dh-date(7 : 2) delimited by size
                  " "            delimited by size
                  dh-time(1 : 2) ":" dh-time(3 : 2) ":"
                  dh-time(5 : 2) delimited by size
               into dossier-report-record(36 : 19)
           end-string
           move dh-size-text to dossier-report-record(63 : 10)
           move dh-used-text to dossier-report-record(75 : 10)
           move dh-avail-text to dossier-report-record(87 : 10)
           move dh-pct-used to pct-edited
           move pct-edited to dossier-report-record(98 : 3)
           move "%" to dossier-report-record(101 : 1)
           move dh-filesystem to dossier-report-record(104 : 64)
           write dossier-report-record.

      *> INSTALLED PACKAGES - the PKG key runs host/package/date, so
      *> one pass finds the newest capture on or before the range
      *> end and a second lists the packages it saw.
       write-package-section.
           move "INSTALLED PACKAGES" to section-title
           perform write-section-heading
           open input package-file
           if package-file-status not = "00"
               move "COBFETCH.PKG" to missing-file-name
               move package-file-status to missing-file-status
               perform write-file-missing
           else
               move low-values to capture-date
               perform position-host-packages
               perform find-capture-date until section-eof
               if capture-date = low-values
                   move spaces to dossier-report-record
                   move "  NO CAPTURE ON FILE" to dossier-report-record
                   write dossier-report-record
               else
                   move spaces to dossier-report-record
                   string "  CAPTURE OF " delimited by size
                          capture-date(1 : 4) "-"
                          capture-date(5 : 2) "-"
                          capture-date(7 : 2) delimited by size
                       into dossier-report-record
                   end-string
                   write dossier-report-record
                   perform position-host-packages
                   perform walk-captured-packages until section-eof
               end-if
               close package-file
           end-if.

       position-host-packages.
           move "N" to section-eof-switch
           move dossier-host to pkg-host
           move low-values to pkg-name
           move low-values to pkg-date
           start package-file key not less than pkg-key
               invalid key set section-eof to true
           end-start.

       find-capture-date.
           read package-file next record
               at end set section-eof to true
               not at end
                   if pkg-host not = dossier-host
                       set section-eof to true
                   else
                       if pkg-date > capture-date
                           and pkg-date not > range-end-date
                           move pkg-date to capture-date
                       end-if
                   end-if
           end-read.

       walk-captured-packages.
           read package-file next record
               at end set section-eof to true
               not at end
                   if pkg-host not = dossier-host
                       set section-eof to true
                   else
                       if pkg-date = capture-date
                           perform write-one-package
                       end-if
                   end-if
           end-read.

       write-one-package.
           add 1 to packages-listed-count
           move spaces to dossier-report-record
           move pkg-name to dossier-report-record(3 : 64)
           move pkg-version to dossier-report-record(69 : 64)
           write dossier-report-record.

      *> ALERTS - the ALQ key runs host/condition/stamp, so the whole
      *> host is walked and the range applied to the raise date.
       write-alert-section.
           move "ALERTS" to section-title
           perform write-section-heading
           open input alert-queue-file
           if alert-queue-status not = "00"
               move "COBFETCH.ALQ" to missing-file-name
               move alert-queue-status to missing-file-status
               perform write-file-missing
           else
               move "N" to section-eof-switch
               move dossier-host to alert-host
               move low-values to alert-condition
               move low-values to alert-date
               move low-values to alert-time
               start alert-queue-file key not less than alert-key
                   invalid key set section-eof to true
               end-start
               perform walk-host-alerts until section-eof
               close alert-queue-file
               perform write-none-in-range
           end-if.

       walk-host-alerts.
           read alert-queue-file next record
               at end set section-eof to true
               not at end
                   if alert-host not = dossier-host
                       set section-eof to true
                   else
                       if alert-date not < range-start-date
                           and alert-date not > range-end-date
                           perform write-one-alert
                       end-if
                   end-if
           end-read.

       write-one-alert.
           add 1 to alerts-listed-count
           add 1 to section-line-count
           move spaces to alert-state-text
           evaluate true
               when alert-pending
                   move "PENDING" to alert-state-text
               when alert-delivered
                   move alert-tier to tier-edited
                   string "DELIVERED T" delimited by size
                          tier-edited delimited by size
                          " "          delimited by size
                          alert-delivered-date(1 : 4) "-"
                          alert-delivered-date(5 : 2) "-"
                          alert-delivered-date(7 : 2) " "
                          alert-delivered-time(1 : 2) ":"
                          alert-delivered-time(3 : 2)
                              delimited by size
                       into alert-state-text
                   end-string
               when alert-superseded
                   move "SUPERSEDED" to alert-state-text
               when alert-maint-suppressed
                   move "MAINT SUPPRESSED" to alert-state-text
               when other
                   move alert-status-flag to alert-state-text
           end-evaluate
           move spaces to dossier-report-record
           string "  " delimited by size
                  alert-date(1 : 4) "-" alert-date(5 : 2) "-"
                  alert-date(7 : 2) delimited by size
                  " "            delimited by size
                  alert-time(1 : 2) ":" alert-time(3 : 2) ":"
                  alert-time(5 : 2) delimited by size
                  "  "            delimited by size
                  alert-condition delimited by size
                  "  "            delimited by size
                  alert-severity  delimited by size
                  "  "            delimited by size
                  alert-state-text delimited by size
               into dossier-report-record
           end-string
           if alert-ack-user = spaces
               move "NOT ACKNOWLEDGED" to dossier-report-record(80 : 16)
           else
               add 1 to alerts-acked-count
               string "ACK BY " delimited by size
                      alert-ack-user delimited by space
                      " "       delimited by size
                      alert-ack-date(1 : 4) "-"
                      alert-ack-date(5 : 2) "-"
                      alert-ack-date(7 : 2) " "
                      alert-ack-time(1 : 2) ":"
                      alert-ack-time(3 : 2) delimited by size
                   into dossier-report-record(80 : 60)
               end-string
           end-if
           write dossier-report-record
           move spaces to dossier-report-record
           move alert-detail to dossier-report-record(7 : 128)
           write dossier-report-record.

      *> COMMAND FAILURES - COBFETCH.AUD has no key, so every line
      *> is read and the host pulled out of its ssh command.
       write-command-section.
           move "COMMAND FAILURES" to section-title
           perform write-section-heading
           open input audit-log
           if audit-log-status not = "00"
               move "COBFETCH.AUD" to missing-file-name
               move audit-log-status to missing-file-status
               perform write-file-missing
           else
               move "N" to section-eof-switch
               perform walk-audit-log until section-eof
               close audit-log
               perform write-none-in-range
               move spaces to dossier-report-record
               write dossier-report-record
               move commands-run-count to count-edited
               move spaces to dossier-report-record
               string "  COMMANDS RUN  " delimited by size
                      count-edited delimited by size
                   into dossier-report-record
               end-string
               write dossier-report-record
               move commands-failed-count to count-edited
               move spaces to dossier-report-record
               string "  FAILED        " delimited by size
                      count-edited delimited by size
                   into dossier-report-record
               end-string
               write dossier-report-record
           end-if.

       walk-audit-log.
           read audit-log
               at end set section-eof to true
               not at end perform handle-one-audit-line
           end-read.

       handle-one-audit-line.
           if audit-log-record(1 : 8) is numeric
               and audit-log-record(1 : 8) not < range-start-date
               and audit-log-record(1 : 8) not > range-end-date
               perform parse-one-audit-line
               perform extract-line-host
               if line-host = dossier-host
                   add 1 to commands-run-count
                   if line-status-char not = "0"
                       perform write-one-command-failure
                   end-if
               end-if
           end-if.

       parse-one-audit-line.
           move audit-log-record(25 : 1) to line-status-char
           move 0 to line-secs
           move "N" to line-secs-known-switch
           move spaces to line-command
           if audit-log-record(36 : 7) = "  secs="
               if audit-log-record(43 : 5) is numeric
                   move audit-log-record(43 : 5) to line-secs
                   set line-secs-known to true
               end-if
               move audit-log-record(54 : 197) to line-command
           else
               if audit-log-record(36 : 6) = "  cmd="
                   move audit-log-record(42 : 200) to line-command
               end-if
           end-if.

      *> The sweep builds "ssh [-p port] [options] [user@]host
      *> 'command'" - a token carrying "@" is the target wherever
      *> it sits, and failing that the first token after ssh that
      *> is not an option or an option's value. Same reading as
      *> cobfetch-audrpt.
       extract-line-host.
           move spaces to cmd-token-table
           unstring line-command delimited by all " "
               into cmd-token(1) cmd-token(2) cmd-token(3)
                    cmd-token(4) cmd-token(5) cmd-token(6)
                    cmd-token(7) cmd-token(8)
           end-unstring
           move "LOCAL" to line-host
           if cmd-token(1) = "ssh"
               move 0 to target-token-index
               perform find-at-token
                   varying token-index from 2 by 1
                   until token-index > 8
                   or target-token-index > 0
               if target-token-index = 0
                   move "N" to skip-next-switch
                   perform scan-one-ssh-token
                       varying token-index from 2 by 1
                       until token-index > 8
                       or target-token-index > 0
               end-if
               if target-token-index > 0
                   move cmd-token(target-token-index)
                       to target-token
                   move spaces to at-user-part
                   move spaces to at-host-part
                   unstring target-token delimited by "@"
                       into at-user-part at-host-part
                   end-unstring
                   if at-host-part not = spaces
                       move at-host-part to line-host
                   else
                       move target-token to line-host
                   end-if
               end-if
           end-if.

       find-at-token.
           if cmd-token(token-index) not = spaces
               and cmd-token(token-index)(1 : 1) not = "-"
               move 0 to at-char-count
               inspect cmd-token(token-index)
                   tallying at-char-count for all "@"
               if at-char-count > 0
                   move token-index to target-token-index
               end-if
           end-if.

       scan-one-ssh-token.
           evaluate true
               when skip-next
                   move "N" to skip-next-switch
               when cmd-token(token-index) = spaces
                   continue
               when cmd-token(token-index) = "-p"
                   or cmd-token(token-index) = "-o"
                   or cmd-token(token-index) = "-i"
                   or cmd-token(token-index) = "-l"
                   or cmd-token(token-index) = "-F"
                   set skip-next to true
               when cmd-token(token-index)(1 : 1) = "-"
                   continue
               when other
                   move token-index to target-token-index
           end-evaluate.

       write-one-command-failure.
           add 1 to commands-failed-count
           add 1 to section-line-count
           evaluate line-status-char
               when "1"   move "OPEN FAILED" to line-status-text
               when "2"   move "EXIT NONZERO" to line-status-text
               when "3"   move "TIMEOUT" to line-status-text
               when other move "STATUS " to line-status-text
                          move line-status-char
                              to line-status-text(8 : 1)
           end-evaluate
           move spaces to dossier-report-record
           string "  " delimited by size
                  audit-log-record(1 : 4) "-"
                  audit-log-record(5 : 2) "-"
                  audit-log-record(7 : 2) " "
                  audit-log-record(10 : 2) ":"
                  audit-log-record(12 : 2) ":"
                  audit-log-record(14 : 2) delimited by size
                  "  "             delimited by size
                  line-status-text delimited by size
               into dossier-report-record
           end-string
           if line-secs-known
               move line-secs to secs-edited
               string secs-edited delimited by size
                      "s"         delimited by size
                   into dossier-report-record(37 : 6)
               end-string
           end-if
           move line-command(1 : 150) to dossier-report-record(45 : 150)
           write dossier-report-record.

      *> REBOOTS - RBT events whose estimated boot falls in range.
       write-reboot-section.
           move "REBOOTS" to section-title
           perform write-section-heading
           open input reboot-file
           if reboot-file-status not = "00"
               move "COBFETCH.RBT" to missing-file-name
               move reboot-file-status to missing-file-status
               perform write-file-missing
           else
               move spaces to dossier-report-record
               move "  BOOTED (EST)" to dossier-report-record(1 : 14)
               move "LAST UP" to dossier-report-record(23 : 7)
               move "SEEN BACK" to dossier-report-record(41 : 9)
               move "UP DAYS" to dossier-report-record(57 : 7)
               write dossier-report-record
               move "N" to section-eof-switch
               move dossier-host to rb-host
               move range-start-date to rb-boot-date
               move low-values to rb-boot-time
               start reboot-file key not less than rb-key
                   invalid key set section-eof to true
               end-start
               perform walk-host-reboots until section-eof
               close reboot-file
               perform write-none-in-range
           end-if.

       walk-host-reboots.
           read reboot-file next record
               at end set section-eof to true
               not at end
                   if rb-host not = dossier-host
                       or rb-boot-date > range-end-date
                       set section-eof to true
                   else
                       perform write-one-reboot
                   end-if
           end-read.

      *> Up days is how long the box had been up when the snapshot
      *> before the reboot was taken.
       write-one-reboot.
           add 1 to reboots-listed-count
           add 1 to section-line-count
           move spaces to dossier-report-record
           string "  " delimited by size
                  rb-boot-date(1 : 4) "-" rb-boot-date(5 : 2) "-"
                  rb-boot-date(7 : 2) " "
                  rb-boot-time(1 : 2) ":" rb-boot-time(3 : 2)
                      delimited by size
                  "    "    delimited by size
                  rb-prior-date(1 : 4) "-" rb-prior-date(5 : 2) "-"
                  rb-prior-date(7 : 2) " "
                  rb-prior-time(1 : 2) ":" rb-prior-time(3 : 2)
                      delimited by size
                  "  "      delimited by size
                  rb-detected-date(1 : 4) "-"
                  rb-detected-date(5 : 2) "-"
                  rb-detected-date(7 : 2) " "
                  rb-detected-time(1 : 2) ":"
                  rb-detected-time(3 : 2) delimited by size
               into dossier-report-record
           end-string
           compute uptime-days = rb-uptime-minutes / 1440
           move uptime-days to uptime-days-edited
           move uptime-days-edited to dossier-report-record(59 : 5)
           write dossier-report-record.

       write-dossier-summary.
           move spaces to dossier-report-record
           write dossier-report-record
           move all "=" to dossier-report-record(1 : 72)
           write dossier-report-record
           move changes-listed-count to count-edited
           move spaces to dossier-report-record
           string "MASTER CHANGES    " delimited by size
                  count-edited delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record
           move snapshots-listed-count to count-edited
           move spaces to dossier-report-record
           string "SNAPSHOTS         " delimited by size
                  count-edited delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record
           move extras-listed-count to count-edited
           move spaces to dossier-report-record
           string "  EXTRA FIELDS    " delimited by size
                  count-edited delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record
           move outcomes-listed-count to count-edited
           move spaces to dossier-report-record
           string "COMPLY OUTCOMES   " delimited by size
                  count-edited delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record
           move deviating-count to count-edited
           move spaces to dossier-report-record
           string "  DEVIATING       " delimited by size
                  count-edited delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record
           move disk-obs-count to count-edited
           move spaces to dossier-report-record
           string "DISK OBSERVATIONS " delimited by size
                  count-edited delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record
           move packages-listed-count to count-edited
           move spaces to dossier-report-record
           string "PACKAGES          " delimited by size
                  count-edited delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record
           move alerts-listed-count to count-edited
           move spaces to dossier-report-record
           string "ALERTS            " delimited by size
                  count-edited delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record
           move alerts-acked-count to count-edited
           move spaces to dossier-report-record
           string "  ACKNOWLEDGED    " delimited by size
                  count-edited delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record
           move commands-failed-count to count-edited
           move spaces to dossier-report-record
           string "COMMAND FAILURES  " delimited by size
                  count-edited delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record
           move reboots-listed-count to count-edited
           move spaces to dossier-report-record
           string "REBOOTS           " delimited by size
                  count-edited delimited by size
               into dossier-report-record
           end-string
           write dossier-report-record.
