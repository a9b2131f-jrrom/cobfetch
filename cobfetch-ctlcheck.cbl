       identification division.
       program-id. cobfetch-ctlcheck.

      *> Control file checker, run ahead of the nightly batch. Every
      *> ops-maintained control file is fixed-column data typed by
      *> hand, and the programs that read them pass over a row they
      *> cannot use rather than stop - so a slipped column shows up
      *> as quietly wrong behavior (a threshold read as 000 = off, a
      *> window that never matches, an alert with nowhere to go).
      *> This reads each file against its copybook and the rules of
      *> the program that consumes it:
      *>     FIELDS.CTL    label, numeric order and command on every
      *>                   row; no duplicate label or order; no more
      *>                   rows than cobfetch loads
      *>     BASELINE.CTL  os and kernel on every row; a *DEFAULT
      *>                   row; each host row names a host on
      *>                   HOSTMAST.DAT, once
      *>     DISKTHR.CTL   numeric percents, warn below crit, each
      *>                   mount once
      *>     NOTIFY.CTL    W/C, numeric tier and minutes, a command;
      *>                   no gap in an escalation ladder; a tier-1 W
      *>                   and C route for every environment on the
      *>                   master, from its own row or *ALL
      *>     MAINT.CTL     real dates and times, end after start, a
      *>                   target that is a host or an environment on
      *>                   the master, no overlapping windows for one
      *>                   target
      *>     PIPE.CTL      numeric timeout and retries
      *>     PKG.CTL       a command, with no apostrophe (it rides
      *>                   inside the ssh argument's single quotes)
      *>     WATCH.CTL     package and minimum version on every row,
      *>                   W/C severity, an environment on the
      *>                   master, each package/environment once
      *>     JOBSTRM.CTL   step id, command and numeric max return
      *>                   code on every row; each step id once; no
      *>                   more steps than cobfetch-runctl loads;
      *>                   every predecessor a defined step other
      *>                   than the step itself, and no loop of
      *>                   steps waiting on each other
      *> Findings go to CTLCHECK.RPT, one line per row at fault. An
      *> ERROR is a row the batch will misread or ignore; a WARNING
      *> is legal but probably not meant; a NOTE is information (an
      *> optional file that is simply absent). The run ends with
      *> return code 8 when there is any error, 4 when there are
      *> only warnings and 0 when clean, so the job stream can stop
      *> before a bad edit does damage.

       environment division.
           configuration section.
           repository.
               function test-date-yyyymmdd intrinsic.

           input-output section.
           file-control.
               select host-master-file assign to "HOSTMAST.DAT"
                   organization indexed
                   access mode is dynamic
                   record key is hm-host
                   file status is host-master-status.

               select field-ctl-file assign to "FIELDS.CTL"
                   organization line sequential
                   file status is field-ctl-status.

               select baseline-ctl-file assign to "BASELINE.CTL"
                   organization line sequential
                   file status is baseline-ctl-status.

               select diskthr-ctl-file assign to "DISKTHR.CTL"
                   organization line sequential
                   file status is diskthr-ctl-status.

               select notify-ctl-file assign to "NOTIFY.CTL"
                   organization line sequential
                   file status is notify-ctl-status.

               select maint-ctl-file assign to "MAINT.CTL"
                   organization line sequential
                   file status is maint-ctl-status.

               select pipe-ctl-file assign to "PIPE.CTL"
                   organization line sequential
                   file status is pipe-ctl-status.

               select pkg-ctl-file assign to "PKG.CTL"
                   organization line sequential
                   file status is pkg-ctl-status.

               select watch-ctl-file assign to "WATCH.CTL"
                   organization line sequential
                   file status is watch-ctl-status.

               select job-stream-file assign to "JOBSTRM.CTL"
                   organization line sequential
                   file status is job-stream-status.

               select check-report-file assign to "CTLCHECK.RPT"
                   organization line sequential
                   file status is check-report-status.

       data division.
           file section.
               fd host-master-file.
                   copy hostmast.

               fd field-ctl-file.
                   copy fieldctl.

               fd baseline-ctl-file.
                   copy baserec.

               fd diskthr-ctl-file.
                   copy dskthrctl.

               fd notify-ctl-file.
                   copy notifyctl.

               fd maint-ctl-file.
                   copy maintctl.

               fd pipe-ctl-file.
                   copy pipectl.

               fd pkg-ctl-file.
                   01 pkg-ctl-record pic x(200).

               fd watch-ctl-file.
                   copy watchctl.

               fd job-stream-file.
                   copy jobstrm.

               fd check-report-file.
                   01 check-report-record pic x(160).

           working-storage section.
               01 host-master-status    pic x(02).
               01 field-ctl-status      pic x(02).
               01 baseline-ctl-status   pic x(02).
               01 diskthr-ctl-status    pic x(02).
               01 notify-ctl-status     pic x(02).
               01 maint-ctl-status      pic x(02).
               01 pipe-ctl-status       pic x(02).
               01 pkg-ctl-status        pic x(02).
               01 watch-ctl-status      pic x(02).
               01 job-stream-status     pic x(02).
               01 check-report-status   pic x(02).
               01 ctl-eof-switch        pic x(01).
                   88 ctl-eof               value "Y".
               01 master-eof-switch     pic x(01) value "N".
                   88 master-eof            value "Y".
               01 master-avail-switch   pic x(01) value "N".
                   88 master-avail          value "Y".
               01 check-abort-switch    pic x(01) value "N".
                   88 check-abort           value "Y".

               01 run-date              pic x(08).

      *> The finding being reported - which file, which row (0 for
      *> the file as a whole), how bad and what is wrong.
               01 finding-file          pic x(12).
               01 finding-row           pic 9(5).
               01 finding-level         pic x(07).
               01 finding-text          pic x(120).
               01 ctl-row-number        pic 9(5).
               01 row-edited            pic zzzz9.
               01 row-ref-edited        pic zzzz9.
               01 tier-edited           pic 9(01).

      *> Environments seen on the host master, and how many active
      *> hosts each has - the routes NOTIFY.CTL must provide and the
      *> codes a MAINT.CTL window may name.
               01 env-count             pic 9(5) value 0.
               01 env-table.
                   02 env-entry occurs 50 times.
                       03 ev-env           pic x(04).
                       03 ev-active-count  pic 9(5).
               01 env-overflow-count    pic 9(5) value 0.
               01 env-search-index      usage binary-long.
               01 env-found-index       usage binary-long.
               01 env-want              pic x(04).
               01 host-want             pic x(64).
               01 host-on-master-switch pic x(01).
                   88 host-on-master        value "Y".

      *> FIELDS.CTL - cobfetch loads the first 10 rows.
               01 field-row-count       pic 9(5) value 0.
               01 field-seen-count      pic 9(5) value 0.
               01 field-seen-table.
                   02 field-seen occurs 50 times.
                       03 fs-label         pic x(20).
                       03 fs-order         pic x(02).
                       03 fs-row           pic 9(5).
               01 field-search-index    usage binary-long.
               01 field-found-index     usage binary-long.
               01 field-order-text      pic x(02).

      *> BASELINE.CTL - cobfetch-comply loads 500 host rows.
               01 baseline-row-count    pic 9(5) value 0.
               01 baseline-default-switch pic x(01) value "N".
                   88 baseline-default-present value "Y".
               01 baseline-seen-count   pic 9(5) value 0.
               01 baseline-seen-table.
                   02 baseline-seen occurs 500 times.
                       03 bs-host          pic x(64).
                       03 bs-row           pic 9(5).
               01 baseline-search-index usage binary-long.
               01 baseline-found-index  usage binary-long.

      *> DISKTHR.CTL - cobfetch loads 50 mount rows.
               01 diskthr-row-count     pic 9(5) value 0.
               01 diskthr-seen-count    pic 9(5) value 0.
               01 diskthr-seen-table.
                   02 diskthr-seen occurs 50 times.
                       03 ds-mount         pic x(64).
                       03 ds-row           pic 9(5).
               01 diskthr-search-index  usage binary-long.
               01 diskthr-found-index   usage binary-long.

      *> NOTIFY.CTL - cobfetch-alertd loads 20 routing rows.
               01 notify-row-count      pic 9(5) value 0.
               01 route-count           pic 9(5) value 0.
               01 route-table.
                   02 route-entry occurs 50 times.
                       03 rs-severity      pic x(01).
                       03 rs-env           pic x(04).
                       03 rs-tier          pic 9(01).
                       03 rs-escalate-mins pic 9(03).
                       03 rs-row           pic 9(5).
               01 route-outer-index     usage binary-long.
               01 route-search-index    usage binary-long.
               01 route-found-index     usage binary-long.
               01 route-want-severity   pic x(01).
               01 route-want-env        pic x(04).
               01 route-want-tier       pic 9(01).

      *> MAINT.CTL - cobfetch-alertd loads 100 windows. Stamps are
      *> date and time run together, as alertd compares them.
               01 maint-row-count       pic 9(5) value 0.
               01 window-count          pic 9(5) value 0.
               01 window-table.
                   02 window-entry occurs 100 times.
                       03 mwt-target       pic x(64).
                       03 mwt-start-stamp  pic x(14).
                       03 mwt-end-stamp    pic x(14).
                       03 mwt-row          pic 9(5).
               01 window-outer-index    usage binary-long.
               01 window-inner-index    usage binary-long.
               01 window-pair-start     usage binary-long.
               01 window-start-stamp    pic x(14).
               01 window-end-stamp      pic x(14).
               01 window-valid-switch   pic x(01).
                   88 window-valid          value "Y".

               01 check-date            pic x(08).
               01 check-date-num        pic 9(08).
               01 check-time            pic x(06).
               01 check-time-parts redefines check-time.
                   02 check-hh          pic 9(02).
                   02 check-mm          pic 9(02).
                   02 check-ss          pic 9(02).
               01 stamp-valid-switch    pic x(01).
                   88 stamp-valid           value "Y".

      *> WATCH.CTL - cobfetch-pkgwatch loads 100 rows.
               01 watch-row-count       pic 9(5) value 0.
               01 watch-seen-count      pic 9(5) value 0.
               01 watch-seen-table.
                   02 watch-seen occurs 100 times.
                       03 wsn-package      pic x(64).
                       03 wsn-env          pic x(04).
                       03 wsn-row          pic 9(5).
               01 watch-search-index    usage binary-long.
               01 watch-found-index     usage binary-long.
               01 watch-env             pic x(04).

      *> JOBSTRM.CTL - cobfetch-runctl loads 50 steps. A step is
      *> reachable once every step it waits on is; what is never
      *> reached is on a loop.
               01 job-step-row-count    pic 9(5) value 0.
               01 job-step-count        pic 9(3) value 0.
               01 job-step-table.
                   02 job-step-seen occurs 50 times.
                       03 jsn-step-id      pic x(08).
                       03 jsn-after        pic x(08) occurs 4 times.
                       03 jsn-row          pic 9(5).
                       03 jsn-reached      pic x(01).
               01 job-step-index        usage binary-long.
               01 job-search-index      usage binary-long.
               01 job-found-index       usage binary-long.
               01 job-after-index       usage binary-long.
               01 job-step-want         pic x(08).
               01 job-waiting-switch    pic x(01).
                   88 job-waiting           value "Y".
               01 job-progress-switch   pic x(01).
                   88 job-progress          value "Y".

               01 pkg-row-count         pic 9(5) value 0.
               01 pipe-row-count        pic 9(5) value 0.
               01 apostrophe-count      pic 9(3).

               01 files-checked-count   pic 9(5) value 0.
               01 error-count           pic 9(5) value 0.
               01 warning-count         pic 9(5) value 0.
               01 note-count            pic 9(5) value 0.
               01 count-edited          pic zzzz9.
               01 check-return-code     pic 9(01) value 0.

      *> ***************************************************************

       procedure division.
           accept run-date from date yyyymmdd
           perform open-check-files
           if not check-abort
               perform write-check-heading
               perform load-master-environments
               perform check-field-ctl
               perform check-baseline-ctl
               perform check-diskthr-ctl
               perform check-notify-ctl
               perform check-maint-ctl
               perform check-pipe-ctl
               perform check-pkg-ctl
               perform check-watch-ctl
               perform check-job-stream-ctl
               perform write-check-summary
               perform close-check-files
           end-if
           move check-return-code to return-code
           stop run.

      *> Without the host master the host and environment checks
      *> cannot be made - they are skipped with a note and the rest
      *> of each file is still checked.
       open-check-files.
           open output check-report-file
           if check-report-status not = "00"
               display "CTLCHECK.RPT could not be opened, status="
                   check-report-status
               set check-abort to true
               move 8 to check-return-code
           else
               open input host-master-file
               if host-master-status = "00"
                   set master-avail to true
               end-if
           end-if.

       close-check-files.
           if master-avail
               close host-master-file
           end-if
           close check-report-file.

       write-check-heading.
           move spaces to check-report-record
           string "CONTROL FILE CHECK  RUN " delimited by size
                  run-date(1 : 4) "-" run-date(5 : 2) "-"
                  run-date(7 : 2) delimited by size
               into check-report-record
           end-string
           write check-report-record.

      *> Every file opens a section the same way - a rule line, the
      *> file name, and the rows read written once it is done.
       write-file-heading.
           add 1 to files-checked-count
           move spaces to check-report-record
           write check-report-record
           move all "=" to check-report-record(1 : 72)
           write check-report-record
           move spaces to check-report-record
           move finding-file to check-report-record
           write check-report-record.

       write-file-rows-read.
           move ctl-row-number to count-edited
           move spaces to check-report-record
           string "  ROWS READ " delimited by size
                  count-edited delimited by size
               into check-report-record
           end-string
           write check-report-record.

       write-finding.
           evaluate finding-level
               when "ERROR"
                   add 1 to error-count
                   move 8 to check-return-code
               when "WARNING"
                   add 1 to warning-count
                   if check-return-code < 4
                       move 4 to check-return-code
                   end-if
               when other
                   add 1 to note-count
           end-evaluate
           move spaces to check-report-record
           if finding-row > 0
               move finding-row to row-edited
               string "  ROW " delimited by size
                      row-edited delimited by size
                   into check-report-record
               end-string
           end-if
           move finding-level to check-report-record(14 : 7)
           move finding-text to check-report-record(23 : 120)
           write check-report-record.

       write-error-finding.
           move "ERROR" to finding-level
           perform write-finding.

       write-warning-finding.
           move "WARNING" to finding-level
           perform write-finding.

       write-note-finding.
           move "NOTE" to finding-level
           perform write-finding.

      *> Host master - the environments in use.
       load-master-environments.
           if master-avail
               move low-values to hm-host
               start host-master-file key not less than hm-host
                   invalid key set master-eof to true
               end-start
               perform read-one-master-env until master-eof
           end-if.

       read-one-master-env.
           read host-master-file next record
               at end set master-eof to true
               not at end
                   move hm-environment to env-want
                   perform find-env
                   if env-found-index = 0
                       if env-count < 50
                           add 1 to env-count
                           move env-want to ev-env(env-count)
                           move 0 to ev-active-count(env-count)
                           move env-count to env-found-index
                       else
                           add 1 to env-overflow-count
                       end-if
                   end-if
                   if env-found-index > 0 and hm-active
                       add 1 to ev-active-count(env-found-index)
                   end-if
           end-read.

       find-env.
           move 0 to env-found-index
           perform match-one-env
               varying env-search-index from 1 by 1
               until env-search-index > env-count
               or env-found-index > 0.

       match-one-env.
           if ev-env(env-search-index) = env-want
               move env-search-index to env-found-index
           end-if.

       look-up-host.
           move "N" to host-on-master-switch
           if master-avail
               move host-want to hm-host
               read host-master-file
                   invalid key continue
                   not invalid key set host-on-master to true
               end-read
           end-if.

       check-field-ctl.
           move "FIELDS.CTL" to finding-file
           perform write-file-heading
           move 0 to ctl-row-number
           move "N" to ctl-eof-switch
           open input field-ctl-file
           if field-ctl-status not = "00"
               move 0 to finding-row
               move "FILE MISSING OR UNREADABLE - NO FIELDS DISPLAYED"
                   to finding-text
               perform write-error-finding
           else
               perform read-one-field-row until ctl-eof
               close field-ctl-file
               move 0 to finding-row
               if field-row-count = 0
                   move "NO FIELD ROWS" to finding-text
                   perform write-error-finding
               end-if
               if field-row-count > 10
                   move spaces to finding-text
                   string "MORE THAN 10 ROWS - COBFETCH LOADS THE "
                          "FIRST 10" delimited by size
                       into finding-text
                   end-string
                   perform write-warning-finding
               end-if
           end-if
           perform write-file-rows-read.

       read-one-field-row.
           read field-ctl-file
               at end set ctl-eof to true
               not at end
                   add 1 to ctl-row-number
                   add 1 to field-row-count
                   if field-ctl-record = spaces
                       move ctl-row-number to finding-row
                       move "BLANK ROW - COBFETCH LOADS IT AS A FIELD"
                           to finding-text
                       perform write-error-finding
                   else
                       perform check-one-field-row
                   end-if
           end-read.

       check-one-field-row.
           move ctl-row-number to finding-row
           if field-ctl-label = spaces
               move "LABEL IS BLANK" to finding-text
               perform write-error-finding
           end-if
           if field-ctl-order is not numeric
               move "ORDER (COLUMNS 21-22) IS NOT NUMERIC"
                   to finding-text
               perform write-error-finding
           end-if
           if field-ctl-command = spaces
               move "COMMAND IS BLANK" to finding-text
               perform write-error-finding
           end-if
           move field-ctl-record(21 : 2) to field-order-text
           move 0 to field-found-index
           perform match-one-field-label
               varying field-search-index from 1 by 1
               until field-search-index > field-seen-count
               or field-found-index > 0
           if field-found-index > 0
               move fs-row(field-found-index) to row-ref-edited
               move spaces to finding-text
               string "DUPLICATE LABEL " delimited by size
                      field-ctl-label delimited by space
                      " - ALSO ON ROW " delimited by size
                      row-ref-edited delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           end-if
           move 0 to field-found-index
           perform match-one-field-order
               varying field-search-index from 1 by 1
               until field-search-index > field-seen-count
               or field-found-index > 0
           if field-found-index > 0
               move fs-row(field-found-index) to row-ref-edited
               move spaces to finding-text
               string "DUPLICATE ORDER " delimited by size
                      field-order-text delimited by size
                      " - ALSO ON ROW " delimited by size
                      row-ref-edited delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           end-if
           if field-seen-count < 50
               add 1 to field-seen-count
               move field-ctl-label to fs-label(field-seen-count)
               move field-order-text to fs-order(field-seen-count)
               move ctl-row-number to fs-row(field-seen-count)
           end-if.

       match-one-field-label.
           if field-ctl-label not = spaces
               and fs-label(field-search-index) = field-ctl-label
               move field-search-index to field-found-index
           end-if.

       match-one-field-order.
           if fs-order(field-search-index) = field-order-text
               move field-search-index to field-found-index
           end-if.

       check-baseline-ctl.
           move "BASELINE.CTL" to finding-file
           perform write-file-heading
           move 0 to ctl-row-number
           move "N" to ctl-eof-switch
           open input baseline-ctl-file
           if baseline-ctl-status not = "00"
               move 0 to finding-row
               move spaces to finding-text
               string "FILE MISSING OR UNREADABLE - EVERY HOST "
                      "NO-BASELINE" delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           else
               perform read-one-baseline-row until ctl-eof
               close baseline-ctl-file
               move 0 to finding-row
               if not baseline-default-present
                   move spaces to finding-text
                   string "NO *DEFAULT ROW - HOSTS WITHOUT A ROW ARE "
                          "NO-BASELINE" delimited by size
                       into finding-text
                   end-string
                   perform write-warning-finding
               end-if
               if baseline-seen-count > 500
                   move spaces to finding-text
                   string "MORE THAN 500 HOST ROWS - COBFETCH-COMPLY "
                          "LOADS THE FIRST 500" delimited by size
                       into finding-text
                   end-string
                   perform write-warning-finding
               end-if
               if not master-avail
                   move "HOSTMAST.DAT NOT AVAILABLE - HOSTS NOT CHECKED"
                       to finding-text
                   perform write-note-finding
               end-if
           end-if
           perform write-file-rows-read.

       read-one-baseline-row.
           read baseline-ctl-file
               at end set ctl-eof to true
               not at end
                   add 1 to ctl-row-number
                   if baseline-record not = spaces
                       add 1 to baseline-row-count
                       perform check-one-baseline-row
                   end-if
           end-read.

       check-one-baseline-row.
           move ctl-row-number to finding-row
           if base-os-line = spaces
               move "OS LINE (COLUMNS 65-192) IS BLANK" to finding-text
               perform write-error-finding
           end-if
           if base-kernel-line = spaces
               move "KERNEL LINE (COLUMNS 193-256) IS BLANK"
                   to finding-text
               perform write-error-finding
           end-if
           evaluate true
               when base-host = spaces
                   move "HOST IS BLANK - ROW IGNORED" to finding-text
                   perform write-error-finding
               when base-host = "*DEFAULT"
                   if baseline-default-present
                       move spaces to finding-text
                       string "SECOND *DEFAULT ROW - THE LAST ONE READ "
                              "WINS" delimited by size
                           into finding-text
                       end-string
                       perform write-error-finding
                   end-if
                   set baseline-default-present to true
               when other
                   perform check-baseline-host
           end-evaluate.

       check-baseline-host.
           move 0 to baseline-found-index
           perform match-one-baseline-host
               varying baseline-search-index from 1 by 1
               until baseline-search-index > baseline-seen-count
               or baseline-search-index > 500
               or baseline-found-index > 0
           if baseline-found-index > 0
               move bs-row(baseline-found-index) to row-ref-edited
               move spaces to finding-text
               string "DUPLICATE HOST " delimited by size
                      base-host delimited by space
                      " - ALSO ON ROW " delimited by size
                      row-ref-edited delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           end-if
           add 1 to baseline-seen-count
           if baseline-seen-count <= 500
               move base-host to bs-host(baseline-seen-count)
               move ctl-row-number to bs-row(baseline-seen-count)
           end-if
           if master-avail
               move base-host to host-want
               perform look-up-host
               if not host-on-master
                   move spaces to finding-text
                   string "HOST " delimited by size
                          base-host delimited by space
                          " IS NOT ON HOSTMAST.DAT" delimited by size
                       into finding-text
                   end-string
                   perform write-error-finding
               else
                   if hm-inactive
                       move spaces to finding-text
                       string "HOST " delimited by size
                              base-host delimited by space
                              " IS INACTIVE ON HOSTMAST.DAT"
                                  delimited by size
                           into finding-text
                       end-string
                       perform write-warning-finding
                   end-if
               end-if
           end-if.

       match-one-baseline-host.
           if bs-host(baseline-search-index) = base-host
               move baseline-search-index to baseline-found-index
           end-if.

      *> DISKTHR.CTL - optional; without it no disk alert is raised.
       check-diskthr-ctl.
           move "DISKTHR.CTL" to finding-file
           perform write-file-heading
           move 0 to ctl-row-number
           move "N" to ctl-eof-switch
           open input diskthr-ctl-file
           if diskthr-ctl-status not = "00"
               move 0 to finding-row
               move "FILE NOT PRESENT - NO DISK THRESHOLD ALERTS"
                   to finding-text
               perform write-note-finding
           else
               perform read-one-diskthr-row until ctl-eof
               close diskthr-ctl-file
               move 0 to finding-row
               if diskthr-row-count > 50
                   move spaces to finding-text
                   string "MORE THAN 50 ROWS - COBFETCH LOADS THE "
                          "FIRST 50" delimited by size
                       into finding-text
                   end-string
                   perform write-warning-finding
               end-if
           end-if
           perform write-file-rows-read.

       read-one-diskthr-row.
           read diskthr-ctl-file
               at end set ctl-eof to true
               not at end
                   add 1 to ctl-row-number
                   if diskthr-ctl-record not = spaces
                       add 1 to diskthr-row-count
                       perform check-one-diskthr-row
                   end-if
           end-read.

       check-one-diskthr-row.
           move ctl-row-number to finding-row
           if dt-mount = spaces
               move "MOUNT IS BLANK - ROW IGNORED" to finding-text
               perform write-error-finding
           else
               if dt-mount not = "*DEFAULT"
                   and dt-mount(1 : 1) not = "/"
                   move "MOUNT DOES NOT START WITH / - NEVER MATCHES DF"
                       to finding-text
                   perform write-warning-finding
               end-if
               perform check-diskthr-duplicate
           end-if
           if dt-warn-pct is not numeric
               or dt-crit-pct is not numeric
               move spaces to finding-text
               string "WARN/CRIT (COLUMNS 65-70) NOT NUMERIC - ROW "
                      "IGNORED" delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           else
               evaluate true
                   when dt-warn-pct > 100 or dt-crit-pct > 100
                       move "PERCENT OVER 100 - NEVER REACHED"
                           to finding-text
                       perform write-error-finding
                   when dt-warn-pct = 0 and dt-crit-pct = 0
                       move "WARN AND CRIT BOTH 000 - MOUNT NOT WATCHED"
                           to finding-text
                       perform write-warning-finding
                   when dt-warn-pct > 0 and dt-crit-pct > 0
                       and dt-warn-pct >= dt-crit-pct
                       move "WARN PERCENT IS NOT BELOW CRIT PERCENT"
                           to finding-text
                       perform write-error-finding
               end-evaluate
           end-if.

       check-diskthr-duplicate.
           move 0 to diskthr-found-index
           perform match-one-diskthr-mount
               varying diskthr-search-index from 1 by 1
               until diskthr-search-index > diskthr-seen-count
               or diskthr-found-index > 0
           if diskthr-found-index > 0
               move ds-row(diskthr-found-index) to row-ref-edited
               move spaces to finding-text
               string "DUPLICATE MOUNT " delimited by size
                      dt-mount delimited by space
                      " - ALSO ON ROW " delimited by size
                      row-ref-edited delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           end-if
           if diskthr-seen-count < 50
               add 1 to diskthr-seen-count
               move dt-mount to ds-mount(diskthr-seen-count)
               move ctl-row-number to ds-row(diskthr-seen-count)
           end-if.

       match-one-diskthr-mount.
           if ds-mount(diskthr-search-index) = dt-mount
               move diskthr-search-index to diskthr-found-index
           end-if.

      *> NOTIFY.CTL - rows are checked as read, then the kept routes
      *> are checked as a whole for ladder gaps and coverage.
       check-notify-ctl.
           move "NOTIFY.CTL" to finding-file
           perform write-file-heading
           move 0 to ctl-row-number
           move "N" to ctl-eof-switch
           open input notify-ctl-file
           if notify-ctl-status not = "00"
               move 0 to finding-row
               move "FILE MISSING OR UNREADABLE - NO ALERT IS DELIVERED"
                   to finding-text
               perform write-error-finding
           else
               perform read-one-notify-row until ctl-eof
               close notify-ctl-file
               move 0 to finding-row
               if notify-row-count > 20
                   move spaces to finding-text
                   string "MORE THAN 20 ROWS - COBFETCH-ALERTD LOADS "
                          "THE FIRST 20" delimited by size
                       into finding-text
                   end-string
                   perform write-warning-finding
               end-if
               perform check-notify-ladders
                   varying route-outer-index from 1 by 1
                   until route-outer-index > route-count
               perform check-notify-coverage
           end-if
           perform write-file-rows-read.

       read-one-notify-row.
           read notify-ctl-file
               at end set ctl-eof to true
               not at end
                   add 1 to ctl-row-number
                   if notify-ctl-record not = spaces
                       add 1 to notify-row-count
                       perform check-one-notify-row
                   end-if
           end-read.

      *> The same acceptance test cobfetch-alertd applies - a row
      *> that fails it is passed over there, so it is an error here.
       check-one-notify-row.
           move ctl-row-number to finding-row
           evaluate true
               when nc-severity not = "W" and nc-severity not = "C"
                   move spaces to finding-text
                   string "SEVERITY (COLUMN 1) IS NOT W OR C - ROW "
                          "IGNORED" delimited by size
                       into finding-text
                   end-string
                   perform write-error-finding
               when nc-tier is not numeric or nc-tier = 0
                   move "TIER (COLUMN 6) IS NOT 1-9 - ROW IGNORED"
                       to finding-text
                   perform write-error-finding
               when nc-escalate-mins is not numeric
                   move spaces to finding-text
                   string "ESCALATE MINUTES (COLUMNS 7-9) NOT NUMERIC "
                          "- ROW IGNORED" delimited by size
                       into finding-text
                   end-string
                   perform write-error-finding
               when nc-command = spaces
                   move "COMMAND IS BLANK - ROW IGNORED" to finding-text
                   perform write-error-finding
               when nc-environment = spaces
                   move spaces to finding-text
                   string "ENVIRONMENT (COLUMNS 2-5) IS BLANK - NEVER "
                          "MATCHES" delimited by size
                       into finding-text
                   end-string
                   perform write-error-finding
               when other
                   perform check-notify-row-detail
           end-evaluate.

       check-notify-row-detail.
           if nc-severity = "W" and nc-tier > 1
               move "W TIER ABOVE 1 - ONLY CRITICALS ESCALATE"
                   to finding-text
               perform write-warning-finding
           end-if
           if nc-environment not = "*ALL" and master-avail
               move nc-environment to env-want
               perform find-env
               if env-found-index = 0
                   move spaces to finding-text
                   string "ENVIRONMENT " delimited by size
                          nc-environment delimited by space
                          " IS NOT ON HOSTMAST.DAT" delimited by size
                       into finding-text
                   end-string
                   perform write-warning-finding
               end-if
           end-if
           move nc-severity    to route-want-severity
           move nc-environment to route-want-env
           move nc-tier        to route-want-tier
           perform find-exact-route
           if route-found-index > 0
               move rs-row(route-found-index) to row-ref-edited
               move spaces to finding-text
               string "DUPLICATE SEVERITY/ENVIRONMENT/TIER - ALSO ON "
                      "ROW " delimited by size
                      row-ref-edited delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           else
               if route-count < 50
                   add 1 to route-count
                   move nc-severity to rs-severity(route-count)
                   move nc-environment to rs-env(route-count)
                   move nc-tier to rs-tier(route-count)
                   move nc-escalate-mins
                       to rs-escalate-mins(route-count)
                   move ctl-row-number to rs-row(route-count)
               end-if
           end-if.

       find-exact-route.
           move 0 to route-found-index
           perform match-one-exact-route
               varying route-search-index from 1 by 1
               until route-search-index > route-count
               or route-found-index > 0.

       match-one-exact-route.
           if rs-severity(route-search-index) = route-want-severity
               and rs-env(route-search-index) = route-want-env
               and rs-tier(route-search-index) = route-want-tier
               move route-search-index to route-found-index
           end-if.

      *> What alertd would find for an alert in route-want-env -
      *> the environment's own row first, then *ALL.
       find-effective-route.
           perform find-exact-route
           if route-found-index = 0
               and route-want-env not = "*ALL"
               move route-want-env to env-want
               move "*ALL" to route-want-env
               perform find-exact-route
               move env-want to route-want-env
           end-if.

      *> A tier n row is only ever reached from a tier n-1 delivery
      *> for the same severity; with no tier n-1 route for its
      *> environment the ladder has a gap and the row is dead. A
      *> tier whose escalate minutes are 000 never hands on, so a
      *> higher tier behind it is dead too.
       check-notify-ladders.
           if rs-tier(route-outer-index) > 1
               move rs-row(route-outer-index) to finding-row
               move rs-severity(route-outer-index)
                   to route-want-severity
               move rs-env(route-outer-index) to route-want-env
               compute route-want-tier = rs-tier(route-outer-index) - 1
               perform find-effective-route
               move route-want-tier to tier-edited
               if route-found-index = 0
                   move spaces to finding-text
                   string "NO TIER " delimited by size
                          tier-edited delimited by size
                          " ROW FOR THIS SEVERITY/ENVIRONMENT - LADDER "
                              delimited by size
                          "GAP, ROW NEVER REACHED" delimited by size
                       into finding-text
                   end-string
                   perform write-error-finding
               else
                   if rs-escalate-mins(route-found-index) = 0
                       move rs-row(route-found-index) to row-ref-edited
                       move spaces to finding-text
                       string "TIER " delimited by size
                              tier-edited delimited by size
                              " ON ROW " delimited by size
                              row-ref-edited delimited by size
                              " NEVER ESCALATES (000 MINUTES) - ROW NEV"
                                  delimited by size
                              "ER REACHED" delimited by size
                           into finding-text
                       end-string
                       perform write-warning-finding
                   end-if
               end-if
           end-if.

      *> Every environment with an active host needs a tier-1 W and
      *> C route, its own or *ALL. With no master to say which
      *> environments exist, *ALL has to carry both.
       check-notify-coverage.
           move 0 to finding-row
           if master-avail
               perform check-one-env-coverage
                   varying env-search-index from 1 by 1
                   until env-search-index > env-count
           else
               move spaces to finding-text
               string "HOSTMAST.DAT NOT AVAILABLE - *ALL COVERAGE "
                      "CHECKED ONLY" delimited by size
                   into finding-text
               end-string
               perform write-note-finding
               move "*ALL" to route-want-env
               move "W" to route-want-severity
               perform check-one-route-coverage
               move "C" to route-want-severity
               perform check-one-route-coverage
           end-if.

       check-one-env-coverage.
           if ev-active-count(env-search-index) > 0
               move ev-env(env-search-index) to route-want-env
               move "W" to route-want-severity
               perform check-one-route-coverage
               move ev-env(env-search-index) to route-want-env
               move "C" to route-want-severity
               perform check-one-route-coverage
           end-if.

       check-one-route-coverage.
           move 1 to route-want-tier
           perform find-effective-route
           if route-found-index = 0
               move spaces to finding-text
               string "NO TIER 1 " delimited by size
                      route-want-severity delimited by size
                      " ROUTE FOR ENVIRONMENT " delimited by size
                      route-want-env delimited by space
                      " - ITS ALERTS ARE NEVER DELIVERED"
                          delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           end-if.

      *> MAINT.CTL - optional; without it nothing is suppressed.
       check-maint-ctl.
           move "MAINT.CTL" to finding-file
           perform write-file-heading
           move 0 to ctl-row-number
           move "N" to ctl-eof-switch
           open input maint-ctl-file
           if maint-ctl-status not = "00"
               move 0 to finding-row
               move "FILE NOT PRESENT - NO MAINTENANCE WINDOWS"
                   to finding-text
               perform write-note-finding
           else
               perform read-one-maint-row until ctl-eof
               close maint-ctl-file
               move 0 to finding-row
               if maint-row-count > 100
                   move spaces to finding-text
                   string "MORE THAN 100 ROWS - COBFETCH-ALERTD LOADS "
                          "THE FIRST 100" delimited by size
                       into finding-text
                   end-string
                   perform write-warning-finding
               end-if
               perform check-window-overlaps
                   varying window-outer-index from 1 by 1
                   until window-outer-index > window-count
               if not master-avail
                   move "HOSTMAST.DAT NOT AVAILABLE - NO TARGET CHECK"
                       to finding-text
                   perform write-note-finding
               end-if
           end-if
           perform write-file-rows-read.

       read-one-maint-row.
           read maint-ctl-file
               at end set ctl-eof to true
               not at end
                   add 1 to ctl-row-number
                   if maint-ctl-record not = spaces
                       add 1 to maint-row-count
                       perform check-one-maint-row
                   end-if
           end-read.

       check-one-maint-row.
           move ctl-row-number to finding-row
           set window-valid to true
           if mw-target = spaces
               move "TARGET IS BLANK - ROW IGNORED" to finding-text
               perform write-error-finding
               move "N" to window-valid-switch
           else
               perform check-maint-target
           end-if
           move mw-start-date to check-date
           move mw-start-time to check-time
           perform check-one-stamp
           if not stamp-valid
               move spaces to finding-text
               string "START DATE/TIME (COLUMNS 65-78) IS NOT A REAL "
                      "YYYYMMDD HHMMSS" delimited by size
                   into finding-text
               end-string
               perform write-error-finding
               move "N" to window-valid-switch
           end-if
           move mw-end-date to check-date
           move mw-end-time to check-time
           perform check-one-stamp
           if not stamp-valid
               move spaces to finding-text
               string "END DATE/TIME (COLUMNS 79-92) IS NOT A REAL "
                      "YYYYMMDD HHMMSS" delimited by size
                   into finding-text
               end-string
               perform write-error-finding
               move "N" to window-valid-switch
           end-if
           if window-valid
               move spaces to window-start-stamp
               string mw-start-date mw-start-time delimited by size
                   into window-start-stamp
               end-string
               move spaces to window-end-stamp
               string mw-end-date mw-end-time delimited by size
                   into window-end-stamp
               end-string
               if window-end-stamp <= window-start-stamp
                   move "END IS NOT AFTER START - WINDOW NEVER MATCHES"
                       to finding-text
                   perform write-error-finding
               else
                   if window-count < 100
                       add 1 to window-count
                       move mw-target to mwt-target(window-count)
                       move window-start-stamp
                           to mwt-start-stamp(window-count)
                       move window-end-stamp
                           to mwt-end-stamp(window-count)
                       move ctl-row-number to mwt-row(window-count)
                   end-if
               end-if
           end-if.

      *> A target is a host on the master, or an environment code
      *> alone in the first four columns, as alertd matches it.
       check-maint-target.
           if master-avail
               move mw-target to host-want
               perform look-up-host
               if not host-on-master
                   move 0 to env-found-index
                   if mw-target(5 : 60) = spaces
                       move mw-target(1 : 4) to env-want
                       perform find-env
                   end-if
                   if env-found-index = 0
                       move spaces to finding-text
                       string "TARGET " delimited by size
                              mw-target delimited by space
                              " IS NOT A HOST OR ENVIRONMENT ON "
                                  delimited by size
                              "HOSTMAST.DAT" delimited by size
                           into finding-text
                       end-string
                       perform write-error-finding
                   end-if
               end-if
           end-if.

       check-one-stamp.
           set stamp-valid to true
           if check-date is not numeric
               move "N" to stamp-valid-switch
           else
               move check-date to check-date-num
               if test-date-yyyymmdd(check-date-num) not = 0
                   move "N" to stamp-valid-switch
               end-if
           end-if
           if check-time is not numeric
               move "N" to stamp-valid-switch
           else
               if check-hh > 23 or check-mm > 59 or check-ss > 59
                   move "N" to stamp-valid-switch
               end-if
           end-if.

       check-window-overlaps.
           compute window-pair-start = window-outer-index + 1
           perform check-one-window-pair
               varying window-inner-index from window-pair-start by 1
               until window-inner-index > window-count.

       check-one-window-pair.
           if mwt-target(window-inner-index)
                   = mwt-target(window-outer-index)
               and mwt-start-stamp(window-inner-index)
                   <= mwt-end-stamp(window-outer-index)
               and mwt-start-stamp(window-outer-index)
                   <= mwt-end-stamp(window-inner-index)
               move mwt-row(window-inner-index) to finding-row
               move mwt-row(window-outer-index) to row-ref-edited
               move spaces to finding-text
               string "WINDOW OVERLAPS ROW " delimited by size
                      row-ref-edited delimited by size
                      " FOR THE SAME TARGET" delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           end-if.

      *> PIPE.CTL - optional; the pipe functions read the first row.
       check-pipe-ctl.
           move "PIPE.CTL" to finding-file
           perform write-file-heading
           move 0 to ctl-row-number
           move "N" to ctl-eof-switch
           open input pipe-ctl-file
           if pipe-ctl-status not = "00"
               move 0 to finding-row
               move "FILE NOT PRESENT - 60 SECOND TIMEOUT, NO RETRY"
                   to finding-text
               perform write-note-finding
           else
               perform read-one-pipe-row until ctl-eof
               close pipe-ctl-file
               move 0 to finding-row
               if pipe-row-count = 0
                   move "NO ROWS - 60 SECOND TIMEOUT, NO RETRY"
                       to finding-text
                   perform write-warning-finding
               end-if
           end-if
           perform write-file-rows-read.

       read-one-pipe-row.
           read pipe-ctl-file
               at end set ctl-eof to true
               not at end
                   add 1 to ctl-row-number
                   add 1 to pipe-row-count
                   perform check-one-pipe-row
           end-read.

       check-one-pipe-row.
           move ctl-row-number to finding-row
           if pipe-row-count > 1
               move "EXTRA ROW - ONLY THE FIRST ROW IS READ"
                   to finding-text
               perform write-warning-finding
           else
               if pipe-ctl-timeout-secs is not numeric
                   move spaces to finding-text
                   string "TIMEOUT (COLUMNS 1-3) NOT NUMERIC - 60 "
                          "SECONDS USED" delimited by size
                       into finding-text
                   end-string
                   perform write-error-finding
               else
                   if pipe-ctl-timeout-secs = 0
                       move "TIMEOUT 000 - COMMANDS ARE NEVER TIMED OUT"
                           to finding-text
                       perform write-warning-finding
                   end-if
               end-if
               if pipe-ctl-retries is not numeric
                   move "RETRIES (COLUMN 4) NOT NUMERIC - NO RETRY USED"
                       to finding-text
                   perform write-error-finding
               end-if
           end-if.

      *> PKG.CTL - cobfetch-pkgsweep reads the first row only.
       check-pkg-ctl.
           move "PKG.CTL" to finding-file
           perform write-file-heading
           move 0 to ctl-row-number
           move "N" to ctl-eof-switch
           open input pkg-ctl-file
           if pkg-ctl-status not = "00"
               move 0 to finding-row
               move "FILE MISSING OR UNREADABLE - NO INVENTORY TAKEN"
                   to finding-text
               perform write-error-finding
           else
               perform read-one-pkg-row until ctl-eof
               close pkg-ctl-file
               move 0 to finding-row
               if pkg-row-count = 0
                   move "NO COMMAND ROW - NO INVENTORY TAKEN"
                       to finding-text
                   perform write-error-finding
               end-if
           end-if
           perform write-file-rows-read.

       read-one-pkg-row.
           read pkg-ctl-file
               at end set ctl-eof to true
               not at end
                   add 1 to ctl-row-number
                   add 1 to pkg-row-count
                   perform check-one-pkg-row
           end-read.

       check-one-pkg-row.
           move ctl-row-number to finding-row
           if pkg-row-count > 1
               move "EXTRA ROW - ONLY THE FIRST ROW IS READ"
                   to finding-text
               perform write-warning-finding
           else
               if pkg-ctl-record = spaces
                   move "COMMAND IS BLANK - NO INVENTORY TAKEN"
                       to finding-text
                   perform write-error-finding
               end-if
               move 0 to apostrophe-count
               inspect pkg-ctl-record tallying apostrophe-count
                   for all "'"
               if apostrophe-count > 0
                   move spaces to finding-text
                   string "COMMAND CONTAINS AN APOSTROPHE - BREAKS THE "
                          "SSH QUOTING" delimited by size
                       into finding-text
                   end-string
                   perform write-error-finding
               end-if
           end-if.

      *> WATCH.CTL - optional; without it cobfetch-pkgwatch has
      *> nothing to check and ends 8, so a stream without a
      *> watchlist leaves that step out of JOBSTRM.CTL.
       check-watch-ctl.
           move "WATCH.CTL" to finding-file
           perform write-file-heading
           move 0 to ctl-row-number
           move "N" to ctl-eof-switch
           open input watch-ctl-file
           if watch-ctl-status not = "00"
               move 0 to finding-row
               move "FILE NOT PRESENT - NO PACKAGE WATCHLIST"
                   to finding-text
               perform write-note-finding
           else
               perform read-one-watch-row until ctl-eof
               close watch-ctl-file
               move 0 to finding-row
               if watch-row-count > 100
                   move spaces to finding-text
                   string "MORE THAN 100 ROWS - COBFETCH-PKGWATCH "
                          "LOADS THE FIRST 100" delimited by size
                       into finding-text
                   end-string
                   perform write-warning-finding
               end-if
           end-if
           perform write-file-rows-read.

       read-one-watch-row.
           read watch-ctl-file
               at end set ctl-eof to true
               not at end
                   add 1 to ctl-row-number
                   if watch-ctl-record not = spaces
                       add 1 to watch-row-count
                       perform check-one-watch-row
                   end-if
           end-read.

       check-one-watch-row.
           move ctl-row-number to finding-row
           if wc-package = spaces
               move "PACKAGE IS BLANK - ROW IGNORED" to finding-text
               perform write-error-finding
           end-if
           if wc-min-version = spaces
               move spaces to finding-text
               string "MINIMUM VERSION (COLUMNS 65-128) IS BLANK "
                      "- ROW IGNORED" delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           end-if
           if wc-severity not = "W" and wc-severity not = "C"
               and wc-severity not = space
               move "SEVERITY (COLUMN 133) IS NOT W OR C - W IS USED"
                   to finding-text
               perform write-error-finding
           end-if
           if wc-environment = spaces
               move "*ALL" to watch-env
           else
               move wc-environment to watch-env
           end-if
           if watch-env not = "*ALL" and master-avail
               move watch-env to env-want
               perform find-env
               if env-found-index = 0
                   move spaces to finding-text
                   string "ENVIRONMENT " delimited by size
                          watch-env delimited by space
                          " IS NOT ON HOSTMAST.DAT - ROW NEVER APPLIES"
                              delimited by size
                       into finding-text
                   end-string
                   perform write-warning-finding
               end-if
           end-if
           if wc-package not = spaces
               move 0 to watch-found-index
               perform match-one-watch-row
                   varying watch-search-index from 1 by 1
                   until watch-search-index > watch-seen-count
                   or watch-found-index > 0
               if watch-found-index > 0
                   move wsn-row(watch-found-index) to row-ref-edited
                   move spaces to finding-text
                   string "DUPLICATE PACKAGE/ENVIRONMENT - ALSO ON ROW "
                              delimited by size
                          row-ref-edited delimited by size
                       into finding-text
                   end-string
                   perform write-error-finding
               end-if
               if watch-seen-count < 100
                   add 1 to watch-seen-count
                   move wc-package to wsn-package(watch-seen-count)
                   move watch-env to wsn-env(watch-seen-count)
                   move ctl-row-number to wsn-row(watch-seen-count)
               end-if
           end-if.

       match-one-watch-row.
           if wsn-package(watch-search-index) = wc-package
               and wsn-env(watch-search-index) = watch-env
               move watch-search-index to watch-found-index
           end-if.

      *> JOBSTRM.CTL - cobfetch-runctl will not start a stream with
      *> a bad row, a repeated step or an undefined predecessor, and
      *> holds every step on a loop.
       check-job-stream-ctl.
           move "JOBSTRM.CTL" to finding-file
           perform write-file-heading
           move 0 to ctl-row-number
           move "N" to ctl-eof-switch
           open input job-stream-file
           if job-stream-status not = "00"
               move 0 to finding-row
               move "FILE NOT PRESENT - NO JOB STREAM DEFINED"
                   to finding-text
               perform write-note-finding
           else
               perform read-one-job-step-row until ctl-eof
               close job-stream-file
               move 0 to finding-row
               if job-step-row-count > 50
                   move spaces to finding-text
                   string "MORE THAN 50 STEPS - COBFETCH-RUNCTL WILL "
                          "NOT START THE STREAM" delimited by size
                       into finding-text
                   end-string
                   perform write-error-finding
               end-if
               perform check-job-step-predecessors
                   varying job-step-index from 1 by 1
                   until job-step-index > job-step-count
               perform check-job-step-loops
           end-if
           perform write-file-rows-read.

       read-one-job-step-row.
           read job-stream-file
               at end set ctl-eof to true
               not at end
                   add 1 to ctl-row-number
                   if job-step-record not = spaces
                       add 1 to job-step-row-count
                       perform check-one-job-step-row
                   end-if
           end-read.

       check-one-job-step-row.
           move ctl-row-number to finding-row
           if js-step-id = spaces
               move spaces to finding-text
               string "STEP ID (COLUMNS 1-8) IS BLANK - STREAM WILL "
                      "NOT START" delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           end-if
           if js-command = spaces
               move spaces to finding-text
               string "COMMAND (COLUMNS 9-72) IS BLANK - STREAM WILL "
                      "NOT START" delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           end-if
           if js-max-ok-rc is not numeric
               move spaces to finding-text
               string "MAX RETURN CODE (COLUMNS 169-171) IS NOT "
                      "NUMERIC - STREAM WILL NOT START"
                          delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           end-if
           if not js-run-after-ok and not js-run-always
               move spaces to finding-text
               string "RUN MODE (COLUMN 172) IS NEITHER BLANK NOR A - "
                      "STREAM WILL NOT START" delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           end-if
           if js-step-id not = spaces
               move js-step-id to job-step-want
               perform find-job-step
               if job-found-index > 0
                   move jsn-row(job-found-index) to row-ref-edited
                   move spaces to finding-text
                   string "DUPLICATE STEP ID - ALSO ON ROW "
                              delimited by size
                          row-ref-edited delimited by size
                       into finding-text
                   end-string
                   perform write-error-finding
               else
                   if job-step-count < 50
                       add 1 to job-step-count
                       move js-step-id to jsn-step-id(job-step-count)
                       move js-after(1) to jsn-after(job-step-count, 1)
                       move js-after(2) to jsn-after(job-step-count, 2)
                       move js-after(3) to jsn-after(job-step-count, 3)
                       move js-after(4) to jsn-after(job-step-count, 4)
                       move ctl-row-number to jsn-row(job-step-count)
                       move "N" to jsn-reached(job-step-count)
                   end-if
               end-if
           end-if.

       find-job-step.
           move 0 to job-found-index
           perform match-one-job-step
               varying job-search-index from 1 by 1
               until job-search-index > job-step-count
               or job-found-index > 0.

       match-one-job-step.
           if jsn-step-id(job-search-index) = job-step-want
               move job-search-index to job-found-index
           end-if.

      *> Predecessors are checked once every step is in, so a step
      *> may wait on one defined further down the file.
       check-job-step-predecessors.
           move jsn-row(job-step-index) to finding-row
           perform check-one-job-predecessor
               varying job-after-index from 1 by 1
               until job-after-index > 4.

       check-one-job-predecessor.
           if jsn-after(job-step-index, job-after-index) not = spaces
               move jsn-after(job-step-index, job-after-index)
                   to job-step-want
               perform find-job-step
               evaluate true
                   when job-found-index = job-step-index
                       move spaces to finding-text
                       string "STEP WAITS ON ITSELF - STREAM WILL NOT "
                              "START" delimited by size
                           into finding-text
                       end-string
                       perform write-error-finding
                   when job-found-index = 0
                       move spaces to finding-text
                       string "WAITS ON UNDEFINED STEP "
                                  delimited by size
                              job-step-want delimited by space
                              " - STREAM WILL NOT START"
                                  delimited by size
                           into finding-text
                       end-string
                       perform write-error-finding
               end-evaluate
           end-if.

      *> Mark reachable steps pass by pass until a pass reaches no
      *> more; an undefined predecessor has been reported already
      *> and does not count against the step here.
       check-job-step-loops.
           perform reach-job-steps
               with test after
               until not job-progress
           perform report-one-job-loop
               varying job-step-index from 1 by 1
               until job-step-index > job-step-count.

       reach-job-steps.
           move "N" to job-progress-switch
           perform reach-one-job-step
               varying job-step-index from 1 by 1
               until job-step-index > job-step-count.

       reach-one-job-step.
           if jsn-reached(job-step-index) = "N"
               move "N" to job-waiting-switch
               perform check-one-job-wait
                   varying job-after-index from 1 by 1
                   until job-after-index > 4
               if not job-waiting
                   move "Y" to jsn-reached(job-step-index)
                   set job-progress to true
               end-if
           end-if.

       check-one-job-wait.
           if jsn-after(job-step-index, job-after-index) not = spaces
               move jsn-after(job-step-index, job-after-index)
                   to job-step-want
               perform find-job-step
               if job-found-index > 0
                   and job-found-index not = job-step-index
                   if jsn-reached(job-found-index) = "N"
                       set job-waiting to true
                   end-if
               end-if
           end-if.

       report-one-job-loop.
           if jsn-reached(job-step-index) = "N"
               move jsn-row(job-step-index) to finding-row
               move spaces to finding-text
               string "STEP " delimited by size
                      jsn-step-id(job-step-index) delimited by space
                      " WAITS ON A LOOP OF STEPS - IT WILL BE HELD"
                          delimited by size
                   into finding-text
               end-string
               perform write-error-finding
           end-if.

       write-check-summary.
           move spaces to check-report-record
           write check-report-record
           move all "=" to check-report-record(1 : 72)
           write check-report-record
           move files-checked-count to count-edited
           move spaces to check-report-record
           string "FILES CHECKED   " delimited by size
                  count-edited delimited by size
               into check-report-record
           end-string
           write check-report-record
           move error-count to count-edited
           move spaces to check-report-record
           string "ERRORS          " delimited by size
                  count-edited delimited by size
               into check-report-record
           end-string
           write check-report-record
           move warning-count to count-edited
           move spaces to check-report-record
           string "WARNINGS        " delimited by size
                  count-edited delimited by size
               into check-report-record
           end-string
           write check-report-record
           move note-count to count-edited
           move spaces to check-report-record
           string "NOTES           " delimited by size
                  count-edited delimited by size
               into check-report-record
           end-string
           write check-report-record
           move spaces to check-report-record
           string "RETURN CODE     " delimited by size
                  "    " check-return-code delimited by size
               into check-report-record
           end-string
           write check-report-record
           display "CONTROL FILE CHECK  ERRORS " error-count
               " WARNINGS " warning-count " RC " check-return-code.
