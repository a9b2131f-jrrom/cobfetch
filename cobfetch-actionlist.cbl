       identification division.
       program-id. cobfetch-actionlist.

      *> Morning action list by owning group - gathers every
      *> exception the overnight reports raise for a host and
      *> groups them under the hm-owner the host master names, so
      *> each team gets its own section instead of someone cutting
      *> RECON.RPT, COMPLY.RPT, SWEEP.RPT, TREND.RPT and the alert
      *> queue into emails by hand. The conditions come from the
      *> underlying files, judged the way the report that owns them
      *> judges them:
      *>     STALE / MISSING  latest COBFETCH.HIST snapshot older
      *>                      than the staleness days, or none at
      *>                      all (cobfetch-recon)
      *>     DEVIATING        latest COBFETCH.CPH outcome, with the
      *>                      fields that deviate (cobfetch-comply)
      *>     FULL IN nnn DAYS a filesystem on COBFETCH.DSK whose
      *>                      growth over the last 30 days of
      *>                      observations reaches 100 percent
      *>                      inside the horizon (cobfetch-disktrend)
      *>     SWEEP FAILED     an open SWPFAIL alert (cobfetch-sweep)
      *>     ALERT            any other open alert on COBFETCH.ALQ -
      *>                      pending, or delivered and not yet
      *>                      acknowledged (cobfetch-alertack LIST)
      *> Run as
      *>     cobfetch-actionlist [stale-days [horizon-days]]
      *> defaults 7 and 30. Only active hosts are judged; a host
      *> with nothing wrong does not appear. Owners are listed in
      *> name order, a host with no owner under (NO OWNER). Output
      *> to ACTION.RPT.

       environment division.
           configuration section.
           repository.
               function integer-of-date intrinsic
               function date-of-integer intrinsic.

           input-output section.
           file-control.
               select host-master-file assign to "HOSTMAST.DAT"
                   organization indexed
                   access mode is sequential
                   record key is hm-host
                   file status is host-master-status.

               select history-file assign to "COBFETCH.HIST"
                   organization indexed
                   access mode is dynamic
                   record key is hist-key
                   file status is history-file-status.

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

               select alert-queue-file assign to "COBFETCH.ALQ"
                   organization indexed
                   access mode is dynamic
                   record key is alert-key
                   file status is alert-queue-status.

               select action-report-file assign to "ACTION.RPT"
                   organization line sequential
                   file status is action-report-status.

       data division.
           file section.
               fd host-master-file.
                   copy hostmast.

               fd history-file.
                   copy histrec.

               fd comply-history-file.
                   copy complyrec.

               fd disk-history-file.
                   copy diskrec.

               fd alert-queue-file.
                   copy alertrec.

               fd action-report-file.
                   01 action-report-record pic x(200).

           working-storage section.
               01 host-master-status    pic x(02).
               01 history-file-status   pic x(02).
               01 comply-history-status pic x(02).
               01 disk-history-status   pic x(02).
               01 alert-queue-status    pic x(02).
               01 action-report-status  pic x(02).
               01 master-eof-switch     pic x(01) value "N".
                   88 master-eof            value "Y".
               01 action-abort-switch   pic x(01) value "N".
                   88 action-abort          value "Y".
               01 master-open-switch    pic x(01) value "N".
                   88 master-open           value "Y".
               01 history-open-switch   pic x(01) value "N".
                   88 history-open          value "Y".
               01 report-open-switch    pic x(01) value "N".
                   88 report-open           value "Y".

      *> The compliance, disk and alert files are each one source
      *> among several - one that is missing (never written yet)
      *> only costs its own conditions, not the whole list.
               01 comply-avail-switch   pic x(01) value "N".
                   88 comply-avail          value "Y".
               01 disk-avail-switch     pic x(01) value "N".
                   88 disk-avail            value "Y".
               01 alert-avail-switch    pic x(01) value "N".
                   88 alert-avail           value "Y".

               01 action-args           pic x(20).
               01 stale-token           pic x(10).
               01 horizon-token         pic x(10).
               01 action-token-len      pic 9(2).
               01 stale-threshold-days  pic 9(5) value 7.
               01 horizon-days          pic 9(5) value 30.
               01 disk-lookback-days    pic 9(3) value 30.

               01 run-date              pic x(08).
               01 run-date-num          pic 9(08).
               01 run-date-integer      usage binary-long.
               01 disk-window-start     pic x(08).
               01 disk-window-num       pic 9(08).

               01 snapshot-found-switch pic x(01) value "N".
                   88 snapshot-found        value "Y".
               01 last-seen-date        pic x(08).
               01 last-seen-time        pic x(06).
               01 last-seen-date-num    pic 9(08).
               01 days-stale            usage binary-long.
               01 days-stale-edited     pic zzzz9.

               01 outcome-found-switch  pic x(01) value "N".
                   88 outcome-found         value "Y".
               01 deviating-fields      pic x(20).
               01 deviating-pointer     usage binary-long.

      *> The host/mount group being accumulated from the host's
      *> disk observations - first and last inside the lookback
      *> window, the same straight-line judgment disktrend makes.
               01 disk-host-done-switch pic x(01).
                   88 disk-host-done        value "Y".
               01 group-mount           pic x(64).
               01 group-open-switch     pic x(01) value "N".
                   88 group-open            value "Y".
               01 group-obs-count       pic 9(5).
               01 first-obs-date        pic x(08).
               01 first-obs-pct         pic 9(03).
               01 last-obs-date         pic x(08).
               01 last-obs-pct          pic 9(03).
               01 obs-date-num          pic 9(08).
               01 obs-days-span         usage binary-long.
               01 pct-change            usage binary-long.
               01 days-to-full          usage binary-long.
               01 days-to-full-edited   pic zzzz9.

      *> Open alerts for the host, collapsed per condition - the
      *> queue keeps every raise, the list wants one line saying
      *> how many are open and when the latest was raised.
               01 alert-host-done-switch pic x(01).
                   88 alert-host-done       value "Y".
               01 open-condition        pic x(08).
               01 open-severity         pic x(01).
               01 open-count            pic 9(5).
               01 open-latest-date      pic x(08).
               01 open-latest-time      pic x(06).
               01 open-count-edited     pic zzzz9.

      *> Every condition found, tagged with the host's owner, then
      *> put in owner order for the report. The master is read in
      *> host order and the sort only moves a row past a greater
      *> owner, so hosts stay in name order inside each owner.
               01 finding-reason        pic x(100).
               01 finding-count         pic 9(5) value 0.
               01 finding-table.
                   02 finding-entry occurs 5000 times.
                       03 af-owner         pic x(30).
                       03 af-host          pic x(64).
                       03 af-env           pic x(04).
                       03 af-reason        pic x(100).
               01 finding-scratch       pic x(198).
               01 sort-outer-index      usage binary-long.
               01 sort-inner-index      usage binary-long.
               01 sort-inner-limit      usage binary-long.
               01 report-index          usage binary-long.
               01 section-index         usage binary-long.
               01 section-owner         pic x(30).
               01 section-host-count    pic 9(5).
               01 prev-section-host     pic x(64).
               01 host-flagged-switch   pic x(01).
                   88 host-flagged          value "Y".

               01 hosts-checked-count   pic 9(5) value 0.
               01 hosts-flagged-count   pic 9(5) value 0.
               01 owners-listed-count   pic 9(5) value 0.
               01 stale-count           pic 9(5) value 0.
               01 missing-count         pic 9(5) value 0.
               01 deviating-count       pic 9(5) value 0.
               01 full-count            pic 9(5) value 0.
               01 sweep-failed-count    pic 9(5) value 0.
               01 alert-line-count      pic 9(5) value 0.
               01 finding-overflow-count pic 9(5) value 0.
               01 count-edited          pic zzzz9.

      *> ***************************************************************

       procedure division.
           perform determine-action-limits
           perform open-action-files
           perform gather-host-findings until master-eof
           if not action-abort
               perform sort-findings-by-owner
               perform write-action-report
           end-if
           perform close-action-files
           stop run.

       determine-action-limits.
           accept run-date from date yyyymmdd
           move run-date to run-date-num
           compute run-date-integer = integer-of-date(run-date-num)
           move spaces to action-args
           accept action-args from command-line
           move spaces to stale-token
           move spaces to horizon-token
           unstring action-args delimited by all " "
               into stale-token horizon-token
           end-unstring
           move 0 to action-token-len
           inspect stale-token tallying action-token-len
               for characters before initial space
           if action-token-len > 0 and action-token-len <= 5
               if stale-token(1 : action-token-len) is numeric
                   move stale-token(1 : action-token-len)
                       to stale-threshold-days
               end-if
           end-if
           if stale-threshold-days = 0
               move 7 to stale-threshold-days
           end-if
           move 0 to action-token-len
           inspect horizon-token tallying action-token-len
               for characters before initial space
           if action-token-len > 0 and action-token-len <= 5
               if horizon-token(1 : action-token-len) is numeric
                   move horizon-token(1 : action-token-len)
                       to horizon-days
               end-if
           end-if
           if horizon-days = 0
               move 30 to horizon-days
           end-if
           compute disk-window-num
               = date-of-integer(run-date-integer - disk-lookback-days)
           move disk-window-num to disk-window-start.

      *> The master and the history are the backbone of the list -
      *> without either there is nothing to judge. The other three
      *> sources are optional.
       open-action-files.
           open input host-master-file
           if host-master-status = "00"
               set master-open to true
           else
               display "HOSTMAST.DAT not found or unreadable, status="
                   host-master-status
               set master-eof to true
               set action-abort to true
           end-if
           open input history-file
           if history-file-status = "00"
               set history-open to true
           else
               display "COBFETCH.HIST not found or unreadable, status="
                   history-file-status
               set master-eof to true
               set action-abort to true
           end-if
           open input comply-history-file
           if comply-history-status = "00"
               set comply-avail to true
           else
               display "COBFETCH.CPH not available, status="
                   comply-history-status
                   " - no DEVIATING conditions listed"
           end-if
           open input disk-history-file
           if disk-history-status = "00"
               set disk-avail to true
           else
               display "COBFETCH.DSK not available, status="
                   disk-history-status
                   " - no filesystem forecasts listed"
           end-if
           open input alert-queue-file
           if alert-queue-status = "00"
               set alert-avail to true
           else
               display "COBFETCH.ALQ not available, status="
                   alert-queue-status
                   " - no open alerts listed"
           end-if
           open output action-report-file
           if action-report-status = "00"
               set report-open to true
           else
               display "ACTION.RPT could not be opened, status="
                   action-report-status
               set master-eof to true
               set action-abort to true
           end-if.

       close-action-files.
           if master-open
               close host-master-file
           end-if
           if history-open
               close history-file
           end-if
           if comply-avail
               close comply-history-file
           end-if
           if disk-avail
               close disk-history-file
           end-if
           if alert-avail
               close alert-queue-file
           end-if
           if report-open
               close action-report-file
           end-if.

       gather-host-findings.
           read host-master-file next record
               at end set master-eof to true
               not at end
                   if hm-active
                       perform judge-one-host
                   end-if
           end-read.

       judge-one-host.
           add 1 to hosts-checked-count
           move "N" to host-flagged-switch
           perform judge-snapshot-currency
           if comply-avail
               perform judge-compliance-outcome
           end-if
           if disk-avail
               perform judge-disk-forecasts
           end-if
           if alert-avail
               perform judge-open-alerts
           end-if
           if host-flagged
               add 1 to hosts-flagged-count
           end-if.

      *> Snapshot currency - cobfetch-recon's test.
       judge-snapshot-currency.
           perform find-latest-snapshot
           if not snapshot-found
               add 1 to missing-count
               move "MISSING    NO SNAPSHOT ON HISTORY"
                   to finding-reason
               perform add-one-finding
           else
               move last-seen-date to last-seen-date-num
               compute days-stale = run-date-integer
                   - integer-of-date(last-seen-date-num)
               if days-stale > stale-threshold-days
                   add 1 to stale-count
                   move days-stale to days-stale-edited
                   move spaces to finding-reason
                   string "STALE      LAST SEEN " delimited by size
                          last-seen-date(1 : 4) "-"
                          last-seen-date(5 : 2) "-"
                          last-seen-date(7 : 2) delimited by size
                          " "           delimited by size
                          last-seen-time(1 : 2) ":"
                          last-seen-time(3 : 2) delimited by size
                          "  DAYS STALE " delimited by size
                          days-stale-edited delimited by size
                       into finding-reason
                   end-string
                   perform add-one-finding
               end-if
           end-if.

      *> Same backward-read idiom cobfetch-recon uses - the largest
      *> key at or below "host / 99999999 / 999999" is this host's
      *> newest snapshot.
       find-latest-snapshot.
           move "N" to snapshot-found-switch
           move hm-host to hist-host
           move high-values to hist-date
           move high-values to hist-time
           start history-file key not greater than hist-key
               invalid key continue
           end-start
           if history-file-status = "00"
               read history-file previous record
                   at end continue
                   not at end
                       if hist-host = hm-host
                           set snapshot-found to true
                           move hist-date to last-seen-date
                           move hist-time to last-seen-time
                       end-if
               end-read
           end-if.

      *> Compliance - the last judgment cobfetch-comply recorded.
       judge-compliance-outcome.
           move "N" to outcome-found-switch
           move hm-host to ch-host
           move high-values to ch-date
           move high-values to ch-time
           start comply-history-file key not greater than ch-key
               invalid key continue
           end-start
           if comply-history-status = "00"
               read comply-history-file previous record
                   at end continue
                   not at end
                       if ch-host = hm-host
                           set outcome-found to true
                       end-if
               end-read
           end-if
           if outcome-found and ch-deviating
               add 1 to deviating-count
               perform name-deviating-fields
               move spaces to finding-reason
               string "DEVIATING  " delimited by size
                      deviating-fields delimited by "  "
                      "  AS OF "     delimited by size
                      ch-date(1 : 4) "-" ch-date(5 : 2) "-"
                      ch-date(7 : 2) delimited by size
                      "  KERNEL "    delimited by size
                      ch-actual-kernel delimited by "  "
                   into finding-reason
               end-string
               perform add-one-finding
           end-if.

      *> A blank expected shell means the shell was not part of the
      *> check, as in cobfetch-comply.
       name-deviating-fields.
           move spaces to deviating-fields
           move 1 to deviating-pointer
           if ch-actual-os not = ch-expected-os
               string "OS " delimited by size
                   into deviating-fields
                   with pointer deviating-pointer
               end-string
           end-if
           if ch-actual-kernel not = ch-expected-kernel
               string "KERNEL " delimited by size
                   into deviating-fields
                   with pointer deviating-pointer
               end-string
           end-if
           if ch-expected-shell not = spaces
               and ch-actual-shell not = ch-expected-shell
               string "SHELL " delimited by size
                   into deviating-fields
                   with pointer deviating-pointer
               end-string
           end-if.

      *> Filesystem forecasts - cobfetch-disktrend's projection over
      *> this host's recent observations.
       judge-disk-forecasts.
           move "N" to disk-host-done-switch
           move "N" to group-open-switch
           move hm-host to dh-host
           move low-values to dh-mount
           move low-values to dh-date
           move low-values to dh-time
           start disk-history-file key not less than dh-key
               invalid key set disk-host-done to true
           end-start
           perform walk-host-disk-history until disk-host-done
           perform finish-disk-group.

       walk-host-disk-history.
           read disk-history-file next record
               at end set disk-host-done to true
               not at end
                   if dh-host not = hm-host
                       set disk-host-done to true
                   else
                       perform handle-one-disk-observation
                   end-if
           end-read.

       handle-one-disk-observation.
           if group-open and dh-mount not = group-mount
               perform finish-disk-group
           end-if
           if dh-date >= disk-window-start
               if not group-open
                   set group-open to true
                   move 0 to group-obs-count
                   move dh-date to first-obs-date
                   move dh-pct-used to first-obs-pct
               end-if
               move dh-mount to group-mount
               add 1 to group-obs-count
               move dh-date to last-obs-date
               move dh-pct-used to last-obs-pct
           end-if.

       finish-disk-group.
           if group-open
               perform judge-one-disk-group
               move "N" to group-open-switch
           end-if.

       judge-one-disk-group.
           if group-obs-count > 1 and last-obs-date > first-obs-date
               move last-obs-date to obs-date-num
               compute obs-days-span = integer-of-date(obs-date-num)
               move first-obs-date to obs-date-num
               compute obs-days-span
                   = obs-days-span - integer-of-date(obs-date-num)
               compute pct-change = last-obs-pct - first-obs-pct
               if pct-change > 0
                   compute days-to-full
                       = ((100 - last-obs-pct) * obs-days-span)
                           / pct-change
                   if days-to-full <= horizon-days
                       add 1 to full-count
                       move days-to-full to days-to-full-edited
                       move spaces to finding-reason
                       string "FULL IN "  delimited by size
                              days-to-full-edited delimited by size
                              " DAYS  "   delimited by size
                              group-mount delimited by space
                              "  "        delimited by size
                              last-obs-pct delimited by size
                              "% ON "     delimited by size
                              last-obs-date(1 : 4) "-"
                              last-obs-date(5 : 2) "-"
                              last-obs-date(7 : 2) delimited by size
                           into finding-reason
                       end-string
                       perform add-one-finding
                   end-if
               end-if
           end-if.

      *> Open alerts - what cobfetch-alertack LIST would show for
      *> this host.
       judge-open-alerts.
           move "N" to alert-host-done-switch
           move spaces to open-condition
           move 0 to open-count
           move hm-host to alert-host
           move low-values to alert-condition
           move low-values to alert-date
           move low-values to alert-time
           start alert-queue-file key not less than alert-key
               invalid key set alert-host-done to true
           end-start
           perform walk-host-alerts until alert-host-done
           perform finish-open-condition.

       walk-host-alerts.
           read alert-queue-file next record
               at end set alert-host-done to true
               not at end
                   if alert-host not = hm-host
                       set alert-host-done to true
                   else
                       if alert-pending
                           or (alert-delivered
                               and alert-ack-user = spaces)
                           perform note-one-open-alert
                       end-if
                   end-if
           end-read.

       note-one-open-alert.
           if open-count > 0 and alert-condition not = open-condition
               perform finish-open-condition
           end-if
           move alert-condition to open-condition
           add 1 to open-count
           if open-count = 1 or alert-severity = "C"
               move alert-severity to open-severity
           end-if
           move alert-date to open-latest-date
           move alert-time to open-latest-time.

       finish-open-condition.
           if open-count > 0
               move open-count to open-count-edited
               move spaces to finding-reason
               if open-condition = "SWPFAIL"
                   add 1 to sweep-failed-count
                   string "SWEEP FAILED  OPEN " delimited by size
                          open-count-edited delimited by size
                       into finding-reason
                   end-string
               else
                   add 1 to alert-line-count
                   string "ALERT      " delimited by size
                          open-condition delimited by space
                          "  SEV "     delimited by size
                          open-severity delimited by size
                          "  OPEN "    delimited by size
                          open-count-edited delimited by size
                       into finding-reason
                   end-string
               end-if
               string "  LATEST " delimited by size
                      open-latest-date(1 : 4) "-"
                      open-latest-date(5 : 2) "-"
                      open-latest-date(7 : 2) delimited by size
                      " "        delimited by size
                      open-latest-time(1 : 2) ":"
                      open-latest-time(3 : 2) delimited by size
                   into finding-reason(45 : 56)
               end-string
               perform add-one-finding
               move 0 to open-count
           end-if.

      *> A full table still counts the host as needing attention -
      *> the summary's overflow count says lines were left off.
       add-one-finding.
           set host-flagged to true
           if finding-count < 5000
               add 1 to finding-count
               if hm-owner = spaces
                   move "(NO OWNER)" to af-owner(finding-count)
               else
                   move hm-owner to af-owner(finding-count)
               end-if
               move hm-host        to af-host(finding-count)
               move hm-environment to af-env(finding-count)
               move finding-reason to af-reason(finding-count)
           else
               add 1 to finding-overflow-count
           end-if.

      *> Owner order, same neighbor-swap pass the field control sort
      *> in cobfetch uses. Swapping only on a strictly greater owner
      *> keeps each owner's rows in the host order they were found.
       sort-findings-by-owner.
           perform sort-finding-one-pass
               varying sort-outer-index from 1 by 1
               until sort-outer-index >= finding-count.

       sort-finding-one-pass.
           compute sort-inner-limit = finding-count - sort-outer-index
           perform sort-finding-compare-pair
               varying sort-inner-index from 1 by 1
               until sort-inner-index > sort-inner-limit.

       sort-finding-compare-pair.
           if af-owner(sort-inner-index)
                   > af-owner(sort-inner-index + 1)
               move finding-entry(sort-inner-index) to finding-scratch
               move finding-entry(sort-inner-index + 1)
                   to finding-entry(sort-inner-index)
               move finding-scratch
                   to finding-entry(sort-inner-index + 1)
           end-if.

       write-action-report.
           move spaces to action-report-record
           string "MORNING ACTION LIST BY OWNER  RUN " delimited by size
                  run-date(1 : 4) "-" run-date(5 : 2) "-"
                  run-date(7 : 2) delimited by size
               into action-report-record
           end-string
           write action-report-record
           move stale-threshold-days to count-edited
           move spaces to action-report-record
           string "STALE AFTER " delimited by size
                  count-edited  delimited by size
                  " DAYS  FULL HORIZON " delimited by size
               into action-report-record
           end-string
           move horizon-days to count-edited
           string count-edited  delimited by size
                  " DAYS" delimited by size
               into action-report-record(40 : 20)
           end-string
           write action-report-record
           move 1 to report-index
           perform write-one-owner-section
               until report-index > finding-count
           perform write-action-summary.

      *> One section per owner - a rule, the owner and how many of
      *> its hosts need attention, then the host lines. The host
      *> name is printed once, on its first condition.
       write-one-owner-section.
           add 1 to owners-listed-count
           move af-owner(report-index) to section-owner
           move 0 to section-host-count
           move spaces to prev-section-host
           perform count-one-section-host
               varying section-index from report-index by 1
               until section-index > finding-count
               or af-owner(section-index) not = section-owner
           move spaces to action-report-record
           write action-report-record
           move all "=" to action-report-record(1 : 72)
           write action-report-record
           move section-host-count to count-edited
           move spaces to action-report-record
           string "OWNER "       delimited by size
                  section-owner  delimited by "  "
                  "  HOSTS NEEDING ATTENTION " delimited by size
                  count-edited   delimited by size
               into action-report-record
           end-string
           write action-report-record
           move spaces to prev-section-host
           perform write-one-finding-line
               until report-index > finding-count
               or af-owner(report-index) not = section-owner.

       count-one-section-host.
           if af-host(section-index) not = prev-section-host
               add 1 to section-host-count
               move af-host(section-index) to prev-section-host
           end-if.

       write-one-finding-line.
           move spaces to action-report-record
           if af-host(report-index) not = prev-section-host
               move af-host(report-index)(1 : 32)
                   to action-report-record(3 : 32)
               move af-env(report-index)
                   to action-report-record(36 : 4)
               move af-host(report-index) to prev-section-host
           end-if
           move af-reason(report-index)
               to action-report-record(42 : 100)
           write action-report-record
           add 1 to report-index.

       write-action-summary.
           move spaces to action-report-record
           write action-report-record
           move all "=" to action-report-record(1 : 72)
           write action-report-record
           move hosts-checked-count to count-edited
           move spaces to action-report-record
           string "ACTIVE HOSTS CHECKED     " delimited by size
                  count-edited delimited by size
               into action-report-record
           end-string
           write action-report-record
           move hosts-flagged-count to count-edited
           move spaces to action-report-record
           string "HOSTS NEEDING ATTENTION  " delimited by size
                  count-edited delimited by size
               into action-report-record
           end-string
           write action-report-record
           move owners-listed-count to count-edited
           move spaces to action-report-record
           string "OWNERS LISTED            " delimited by size
                  count-edited delimited by size
               into action-report-record
           end-string
           write action-report-record
           move stale-count to count-edited
           move spaces to action-report-record
           string "STALE                    " delimited by size
                  count-edited delimited by size
               into action-report-record
           end-string
           write action-report-record
           move missing-count to count-edited
           move spaces to action-report-record
           string "MISSING                  " delimited by size
                  count-edited delimited by size
               into action-report-record
           end-string
           write action-report-record
           move deviating-count to count-edited
           move spaces to action-report-record
           string "DEVIATING                " delimited by size
                  count-edited delimited by size
               into action-report-record
           end-string
           write action-report-record
           move full-count to count-edited
           move spaces to action-report-record
           string "FILESYSTEMS FILLING      " delimited by size
                  count-edited delimited by size
               into action-report-record
           end-string
           write action-report-record
           move sweep-failed-count to count-edited
           move spaces to action-report-record
           string "SWEEP FAILED             " delimited by size
                  count-edited delimited by size
               into action-report-record
           end-string
           write action-report-record
           move alert-line-count to count-edited
           move spaces to action-report-record
           string "OTHER OPEN ALERTS        " delimited by size
                  count-edited delimited by size
               into action-report-record
           end-string
           write action-report-record
           if finding-overflow-count > 0
               move finding-overflow-count to count-edited
               move spaces to action-report-record
               string "CONDITIONS NOT LISTED    " delimited by size
                      count-edited delimited by size
                      "  (TABLE FULL)" delimited by size
                   into action-report-record
               end-string
               write action-report-record
           end-if.
