       identification division.
       program-id. cobfetch-rebootrpt.

      *> Reboot report over the event file COBFETCH.RBT written by
      *> cobfetch-rebootscan - for problem management, who want the
      *> boxes that crash, not the ones we patched. Every reboot in
      *> the range is listed by host with its environment from
      *> HOSTMAST.DAT, the estimated boot time and the two snapshots
      *> that bracket it, and is marked PLANNED when the boot time
      *> falls inside a MAINT.CTL window for the host or its
      *> environment (the same match cobfetch-alertd makes for
      *> suppression) or UNPLANNED when it does not. A closing table
      *> totals reboots, planned and unplanned per environment. Run
      *> as
      *>     cobfetch-rebootrpt host|* [from-yyyymmdd to-yyyymmdd]
      *> the host argument is a leading match and "*" means every
      *> host; the range is on the boot date, and no range means
      *> every event on file. Output to REBOOT.RPT.

       environment division.
           input-output section.
           file-control.
               select reboot-file assign to "COBFETCH.RBT"
                   organization indexed
                   access mode is sequential
                   record key is rb-key
                   file status is reboot-file-status.

               select host-master-file assign to "HOSTMAST.DAT"
                   organization indexed
                   access mode is random
                   record key is hm-host
                   file status is host-master-status.

               select maint-ctl-file assign to "MAINT.CTL"
                   organization line sequential
                   file status is maint-ctl-status.

               select reboot-report-file assign to "REBOOT.RPT"
                   organization line sequential
                   file status is reboot-report-status.

       data division.
           file section.
               fd reboot-file.
                   copy rebootrec.

               fd host-master-file.
                   copy hostmast.

               fd maint-ctl-file.
                   copy maintctl.

               fd reboot-report-file.
                   01 reboot-report-record pic x(200).

           working-storage section.
               01 reboot-file-status    pic x(02).
               01 host-master-status    pic x(02).
               01 maint-ctl-status      pic x(02).
               01 reboot-report-status  pic x(02).
               01 reboot-eof-switch     pic x(01) value "N".
                   88 reboot-eof            value "Y".
               01 maint-eof-switch      pic x(01) value "N".
                   88 maint-eof             value "Y".
               01 rpt-abort-switch      pic x(01) value "N".
                   88 rpt-abort             value "Y".
               01 rpt-usage-switch      pic x(01) value "N".
                   88 rpt-usage-bad         value "Y".
               01 master-avail-switch   pic x(01) value "N".
                   88 master-avail          value "Y".
               01 reboot-open-switch    pic x(01) value "N".
                   88 reboot-open           value "Y".
               01 report-open-switch    pic x(01) value "N".
                   88 report-open           value "Y".

               01 rpt-args              pic x(96).
               01 host-pattern          pic x(64).
               01 host-pattern-len      pic 9(2) value 0.
               01 from-token            pic x(10).
               01 to-token              pic x(10).
               01 range-start-date      pic x(08) value low-values.
               01 range-end-date        pic x(08) value high-values.
               01 run-date              pic x(08).

      *> Maintenance windows as alertd keeps them - one comparable
      *> yyyymmddhhmmss stamp each end.
               01 window-count          pic 9(3) value 0.
               01 maint-windows.
                   02 maint-window occurs 100 times.
                       03 mwt-target       pic x(64).
                       03 mwt-start-stamp  pic x(14).
                       03 mwt-end-stamp    pic x(14).
                       03 mwt-reason       pic x(64).
               01 window-search-index   usage binary-long.
               01 window-found-index    usage binary-long.
               01 boot-stamp            pic x(14).
               01 reboot-env            pic x(04).

      *> Totals per environment for the closing table.
               01 env-count             pic 9(3) value 0.
               01 env-table.
                   02 env-entry occurs 50 times.
                       03 et-env           pic x(04).
                       03 et-hosts         pic 9(5).
                       03 et-reboots       pic 9(5).
                       03 et-planned       pic 9(5).
                       03 et-unplanned     pic 9(5).
               01 env-overflow-count    pic 9(5) value 0.
               01 env-search-index      usage binary-long.
               01 env-found-index       usage binary-long.
               01 report-index          usage binary-long.

               01 prev-report-host      pic x(64) value spaces.
               01 line-verdict          pic x(11).
               01 uptime-days           pic 9(5).
               01 uptime-days-edited    pic zzzz9.

               01 hosts-listed-count    pic 9(5) value 0.
               01 reboots-listed-count  pic 9(5) value 0.
               01 planned-count         pic 9(5) value 0.
               01 unplanned-count       pic 9(5) value 0.
               01 count-edited          pic zzzz9.

      *> ***************************************************************

       procedure division.
           accept run-date from date yyyymmdd
           perform parse-rpt-arguments
           if rpt-usage-bad
               display "usage: cobfetch-rebootrpt host|* "
                   "[from-yyyymmdd to-yyyymmdd]"
           else
               perform load-maint-windows
               perform open-rpt-files
               perform walk-reboot-file until reboot-eof
               if not rpt-abort
                   perform write-env-table
                   perform write-rpt-summary
               end-if
               perform close-rpt-files
           end-if
           stop run.

       parse-rpt-arguments.
           move spaces to rpt-args
           accept rpt-args from command-line
           move spaces to host-pattern
           move spaces to from-token
           move spaces to to-token
           unstring rpt-args delimited by all " "
               into host-pattern from-token to-token
           end-unstring
           if host-pattern = spaces
               set rpt-usage-bad to true
           end-if
           if from-token not = spaces
               if from-token(1 : 8) is numeric
                   move from-token(1 : 8) to range-start-date
               else
                   set rpt-usage-bad to true
               end-if
               if to-token(1 : 8) is numeric
                   move to-token(1 : 8) to range-end-date
               else
                   set rpt-usage-bad to true
               end-if
           end-if
           move 0 to host-pattern-len
           if host-pattern not = "*"
               inspect host-pattern tallying host-pattern-len
                   for characters before initial space
           end-if.

      *> A missing or empty MAINT.CTL just means no windows - every
      *> reboot is then unplanned.
       load-maint-windows.
           move 0 to window-count
           open input maint-ctl-file
           if maint-ctl-status = "00"
               perform read-one-maint-window
                   until maint-eof
                   or window-count >= 100
               close maint-ctl-file
           end-if.

       read-one-maint-window.
           read maint-ctl-file
               at end set maint-eof to true
               not at end perform store-one-maint-window
           end-read.

       store-one-maint-window.
           if mw-target not = spaces
               and mw-start-date is numeric
               and mw-end-date is numeric
               add 1 to window-count
               move mw-target to mwt-target(window-count)
               move spaces to mwt-start-stamp(window-count)
               string mw-start-date mw-start-time delimited by size
                   into mwt-start-stamp(window-count)
               end-string
               move spaces to mwt-end-stamp(window-count)
               string mw-end-date mw-end-time delimited by size
                   into mwt-end-stamp(window-count)
               end-string
               move mw-reason to mwt-reason(window-count)
           end-if.

      *> The master only supplies the environment - without it the
      *> report still runs, with host-named windows only.
       open-rpt-files.
           open input reboot-file
           if reboot-file-status = "00"
               set reboot-open to true
           else
               display "COBFETCH.RBT not found or unreadable, status="
                   reboot-file-status
               set reboot-eof to true
               set rpt-abort to true
           end-if
           if not rpt-abort
               open input host-master-file
               if host-master-status = "00"
                   set master-avail to true
               end-if
               open output reboot-report-file
               if reboot-report-status = "00"
                   set report-open to true
               else
                   display "REBOOT.RPT could not be opened, status="
                       reboot-report-status
                   set reboot-eof to true
                   set rpt-abort to true
               end-if
           end-if
           if not rpt-abort
               perform write-rpt-heading
           end-if.

       close-rpt-files.
           if reboot-open
               close reboot-file
           end-if
           if master-avail
               close host-master-file
           end-if
           if report-open
               close reboot-report-file
           end-if.

       write-rpt-heading.
           move spaces to reboot-report-record
           string "REBOOTS  " delimited by size
                  host-pattern delimited by space
                  "  RUN "     delimited by size
                  run-date(1 : 4) "-" run-date(5 : 2) "-"
                  run-date(7 : 2) delimited by size
               into reboot-report-record
           end-string
           if range-start-date not = low-values
               string "  BOOTED "   delimited by size
                      range-start-date(1 : 4) "-"
                      range-start-date(5 : 2) "-"
                      range-start-date(7 : 2) delimited by size
                      " TO "        delimited by size
                      range-end-date(1 : 4) "-"
                      range-end-date(5 : 2) "-"
                      range-end-date(7 : 2) delimited by size
                   into reboot-report-record(60 : )
               end-string
           end-if
           write reboot-report-record
           move spaces to reboot-report-record
           write reboot-report-record
           move "HOST" to reboot-report-record(1 : 4)
           move "ENV"  to reboot-report-record(34 : 3)
           move "BOOTED (EST)" to reboot-report-record(40 : 12)
           move "LAST UP" to reboot-report-record(58 : 7)
           move "SEEN BACK" to reboot-report-record(76 : 9)
           move "UP DAYS" to reboot-report-record(94 : 7)
           move "VERDICT" to reboot-report-record(103 : 7)
           write reboot-report-record.

       walk-reboot-file.
           read reboot-file next record
               at end set reboot-eof to true
               not at end perform handle-one-reboot
           end-read.

       handle-one-reboot.
           if (host-pattern-len = 0
                   or rb-host(1 : host-pattern-len)
                       = host-pattern(1 : host-pattern-len))
               and rb-boot-date >= range-start-date
               and rb-boot-date <= range-end-date
               perform resolve-reboot-env
               perform judge-reboot-window
               perform tally-one-reboot
               perform write-reboot-line
           end-if.

       resolve-reboot-env.
           move spaces to reboot-env
           if master-avail
               move rb-host to hm-host
               read host-master-file
                   invalid key continue
                   not invalid key move hm-environment to reboot-env
               end-read
           end-if.

       judge-reboot-window.
           move spaces to boot-stamp
           string rb-boot-date rb-boot-time delimited by size
               into boot-stamp
           end-string
           move 0 to window-found-index
           perform match-one-maint-window
               varying window-search-index from 1 by 1
               until window-search-index > window-count
               or window-found-index > 0
           if window-found-index > 0
               move "PLANNED" to line-verdict
           else
               move "UNPLANNED" to line-verdict
           end-if.

       match-one-maint-window.
           if mwt-target(window-search-index) = rb-host
               or (reboot-env not = spaces
                   and mwt-target(window-search-index)(1 : 4)
                       = reboot-env
                   and mwt-target(window-search-index)(5 : 60)
                       = spaces)
               if boot-stamp >= mwt-start-stamp(window-search-index)
                   and boot-stamp
                       <= mwt-end-stamp(window-search-index)
                   move window-search-index to window-found-index
               end-if
           end-if.

       tally-one-reboot.
           add 1 to reboots-listed-count
           move 0 to env-found-index
           perform match-one-env
               varying env-search-index from 1 by 1
               until env-search-index > env-count
               or env-found-index > 0
           if env-found-index = 0
               if env-count < 50
                   add 1 to env-count
                   move reboot-env to et-env(env-count)
                   move 0 to et-hosts(env-count)
                   move 0 to et-reboots(env-count)
                   move 0 to et-planned(env-count)
                   move 0 to et-unplanned(env-count)
                   move env-count to env-found-index
               else
                   add 1 to env-overflow-count
               end-if
           end-if
           if rb-host not = prev-report-host
               add 1 to hosts-listed-count
               if env-found-index > 0
                   add 1 to et-hosts(env-found-index)
               end-if
           end-if
           if env-found-index > 0
               add 1 to et-reboots(env-found-index)
           end-if
           if line-verdict = "PLANNED"
               add 1 to planned-count
               if env-found-index > 0
                   add 1 to et-planned(env-found-index)
               end-if
           else
               add 1 to unplanned-count
               if env-found-index > 0
                   add 1 to et-unplanned(env-found-index)
               end-if
           end-if.

       match-one-env.
           if et-env(env-search-index) = reboot-env
               move env-search-index to env-found-index
           end-if.

      *> The host name is printed once per host; the window reason
      *> follows a PLANNED verdict so the patch it belongs to shows.
      *> Up days is the uptime at the snapshot before the reboot.
       write-reboot-line.
           move spaces to reboot-report-record
           if rb-host not = prev-report-host
               move spaces to reboot-report-record
               write reboot-report-record
               move rb-host(1 : 32) to reboot-report-record(1 : 32)
               move rb-host to prev-report-host
           end-if
           if master-avail and reboot-env = spaces
               move "????" to reboot-report-record(34 : 4)
           else
               move reboot-env to reboot-report-record(34 : 4)
           end-if
           string rb-boot-date(1 : 4) "-" rb-boot-date(5 : 2) "-"
                  rb-boot-date(7 : 2) " " rb-boot-time(1 : 2) ":"
                  rb-boot-time(3 : 2) delimited by size
               into reboot-report-record(40 : 16)
           end-string
           string rb-prior-date(1 : 4) "-" rb-prior-date(5 : 2) "-"
                  rb-prior-date(7 : 2) " " rb-prior-time(1 : 2) ":"
                  rb-prior-time(3 : 2) delimited by size
               into reboot-report-record(58 : 16)
           end-string
           string rb-detected-date(1 : 4) "-"
                  rb-detected-date(5 : 2) "-"
                  rb-detected-date(7 : 2) " "
                  rb-detected-time(1 : 2) ":"
                  rb-detected-time(3 : 2) delimited by size
               into reboot-report-record(76 : 16)
           end-string
           divide rb-uptime-minutes by 1440 giving uptime-days
           move uptime-days to uptime-days-edited
           move uptime-days-edited to reboot-report-record(96 : 5)
           move line-verdict to reboot-report-record(103 : 11)
           if window-found-index > 0
               move mwt-reason(window-found-index)
                   to reboot-report-record(115 : 64)
           end-if
           write reboot-report-record.

       write-env-table.
           move spaces to reboot-report-record
           write reboot-report-record
           move all "=" to reboot-report-record(1 : 72)
           write reboot-report-record
           move spaces to reboot-report-record
           move "ENV"       to reboot-report-record(1 : 3)
           move "HOSTS"     to reboot-report-record(11 : 5)
           move "REBOOTS"   to reboot-report-record(18 : 7)
           move "PLANNED"   to reboot-report-record(27 : 7)
           move "UNPLANNED" to reboot-report-record(36 : 9)
           write reboot-report-record
           perform write-one-env-line
               varying report-index from 1 by 1
               until report-index > env-count.

       write-one-env-line.
           move spaces to reboot-report-record
           if et-env(report-index) = spaces
               move "(NONE)" to reboot-report-record(1 : 6)
           else
               move et-env(report-index) to reboot-report-record(1 : 4)
           end-if
           move et-hosts(report-index) to count-edited
           move count-edited to reboot-report-record(11 : 5)
           move et-reboots(report-index) to count-edited
           move count-edited to reboot-report-record(20 : 5)
           move et-planned(report-index) to count-edited
           move count-edited to reboot-report-record(29 : 5)
           move et-unplanned(report-index) to count-edited
           move count-edited to reboot-report-record(40 : 5)
           write reboot-report-record.

       write-rpt-summary.
           move spaces to reboot-report-record
           write reboot-report-record
           move hosts-listed-count to count-edited
           move spaces to reboot-report-record
           string "HOSTS REBOOTED    " delimited by size
                  count-edited delimited by size
               into reboot-report-record
           end-string
           write reboot-report-record
           move reboots-listed-count to count-edited
           move spaces to reboot-report-record
           string "REBOOTS LISTED    " delimited by size
                  count-edited delimited by size
               into reboot-report-record
           end-string
           write reboot-report-record
           move planned-count to count-edited
           move spaces to reboot-report-record
           string "  PLANNED         " delimited by size
                  count-edited delimited by size
               into reboot-report-record
           end-string
           write reboot-report-record
           move unplanned-count to count-edited
           move spaces to reboot-report-record
           string "  UNPLANNED       " delimited by size
                  count-edited delimited by size
               into reboot-report-record
           end-string
           write reboot-report-record
           if env-overflow-count > 0
               move env-overflow-count to count-edited
               move spaces to reboot-report-record
               string "NOT IN ENV TABLE  " delimited by size
                      count-edited delimited by size
                      "  (TABLE FULL)" delimited by size
                   into reboot-report-record
               end-string
               write reboot-report-record
           end-if.
