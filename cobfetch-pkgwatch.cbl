       identification division.
       program-id. cobfetch-pkgwatch.

      *> Package watchlist check over COBFETCH.PKG - answers "who is
      *> still below the version security asked for". WATCH.CTL
      *> names each watched package with its minimum acceptable
      *> version, optionally for one environment only. Every active
      *> host on HOSTMAST.DAT is judged on its latest package
      *> capture (the newest capture date cobfetch-pkgsweep left for
      *> it), and for each watch row that applies to the host's
      *> environment:
      *>     BELOW MIN   installed version is lower than the minimum
      *>                 - an exposure, queued on COBFETCH.ALQ as
      *>                 condition PV plus the head of the package
      *>                 name, at the row's severity, so
      *>                 cobfetch-alertd routes it like any other
      *>                 exception
      *>     MISSING     the package is not in the capture at all
      *>     NO CAPTURE  the host has never been inventoried, so
      *>                 nothing can be said about it
      *> Versions are ordered the way dpkg orders them: runs of
      *> digits compare as numbers, the text between compares by
      *> character with letters before punctuation, and a tilde
      *> sorts before anything (1.0~rc1 is below 1.0). Output to
      *> PKGWATCH.RPT - the exceptions in host order, then one line
      *> per watch row with its exposure count. Ends 8 when WATCH.CTL,
      *> the master, COBFETCH.PKG or the report cannot be used, or an
      *> exposure could not be queued.

       environment division.
           configuration section.
           repository.
               function ord intrinsic.

           input-output section.
           file-control.
               select host-master-file assign to "HOSTMAST.DAT"
                   organization indexed
                   access mode is sequential
                   record key is hm-host
                   file status is host-master-status.

               select package-file assign to "COBFETCH.PKG"
                   organization indexed
                   access mode is dynamic
                   record key is pkg-key
                   file status is package-file-status.

               select watch-ctl-file assign to "WATCH.CTL"
                   organization line sequential
                   file status is watch-ctl-status.

               select alert-queue-file assign to "COBFETCH.ALQ"
                   organization indexed
                   access mode is dynamic
                   record key is alert-key
                   file status is alert-queue-status.

               select watch-report-file assign to "PKGWATCH.RPT"
                   organization line sequential
                   file status is watch-report-status.

       data division.
           file section.
               fd host-master-file.
                   copy hostmast.

               fd package-file.
                   copy pkgrec.

               fd watch-ctl-file.
                   copy watchctl.

               fd alert-queue-file.
                   copy alertrec.

               fd watch-report-file.
                   01 watch-report-record pic x(250).

           working-storage section.
               01 host-master-status    pic x(02).
               01 package-file-status   pic x(02).
               01 watch-ctl-status      pic x(02).
               01 alert-queue-status    pic x(02).
               01 watch-report-status   pic x(02).
               01 master-eof-switch     pic x(01) value "N".
                   88 master-eof            value "Y".
               01 watch-eof-switch      pic x(01) value "N".
                   88 watch-eof             value "Y".
               01 watch-abort-switch    pic x(01) value "N".
                   88 watch-abort           value "Y".
               01 master-open-switch    pic x(01) value "N".
                   88 master-open           value "Y".
               01 package-open-switch   pic x(01) value "N".
                   88 package-open          value "Y".
               01 report-open-switch    pic x(01) value "N".
                   88 report-open           value "Y".
               01 alert-lost-switch     pic x(01) value "N".
                   88 alert-lost            value "Y".

               01 run-date              pic x(08).
               01 run-time              pic x(06).
               01 alert-open-tries      pic 9(2).
               01 alert-retry-wait      pic 9(1) value 1.

      *> The watch rows, with the tallies for the closing summary.
               01 watch-count           pic 9(5) value 0.
               01 watch-table.
                   02 watch-entry occurs 100 times.
                       03 wt-package       pic x(64).
                       03 wt-min-version   pic x(64).
                       03 wt-environment   pic x(04).
                       03 wt-severity      pic x(01).
                       03 wt-checked       pic 9(5).
                       03 wt-ok            pic 9(5).
                       03 wt-below         pic 9(5).
                       03 wt-missing       pic 9(5).
               01 watch-index           usage binary-long.
               01 watch-search-index    usage binary-long.
               01 watch-override-index  usage binary-long.

      *> This host's newest capture date - found by walking its
      *> packages, since the key puts the date last.
               01 host-done-switch      pic x(01).
                   88 host-done             value "Y".
               01 latest-capture-date   pic x(08).

      *> Version comparison work area - the two versions, their
      *> lengths, a cursor into each and the verdict (-1 installed
      *> lower, 0 equal, 1 installed higher).
               01 version-a             pic x(64).
               01 version-b             pic x(64).
               01 version-a-len         usage binary-long.
               01 version-b-len         usage binary-long.
               01 version-a-pos         usage binary-long.
               01 version-b-pos         usage binary-long.
               01 version-compare       usage binary-long.
               01 version-scan          usage binary-long.
               01 weight-a              usage binary-long.
               01 weight-b              usage binary-long.
               01 weight-char           pic x(01).
               01 weight-value          usage binary-long.
               01 digit-run-a           usage binary-long.
               01 digit-run-b           usage binary-long.
               01 non-digit-done-switch pic x(01).
                   88 non-digit-done        value "Y".

               01 line-tag              pic x(12).
               01 line-detail           pic x(160).

               01 hosts-checked-count   pic 9(5) value 0.
               01 hosts-exposed-count   pic 9(5) value 0.
               01 hosts-no-capture-count pic 9(5) value 0.
               01 below-min-count       pic 9(5) value 0.
               01 missing-count         pic 9(5) value 0.
               01 alerts-queued-count   pic 9(5) value 0.
               01 host-exposed-switch   pic x(01).
                   88 host-exposed          value "Y".
               01 count-edited          pic zzzz9.

      *> ***************************************************************

       procedure division.
           accept run-date from date yyyymmdd
           accept run-time from time
           perform load-watch-table
           if not watch-abort
               perform open-watch-files
           end-if
           if not watch-abort
               perform write-watch-heading
               perform walk-host-master until master-eof
               perform write-watch-summary
               perform close-watch-files
           end-if
      *> An exposure that could not be queued has not been raised,
      *> so the run is no better than one that never started.
           if watch-abort or alert-lost
               move 8 to return-code
           end-if
           stop run.

      *> A row needs a package and a minimum to mean anything. No
      *> usable row at all means there is nothing to check.
       load-watch-table.
           open input watch-ctl-file
           if watch-ctl-status not = "00"
               display "WATCH.CTL not found or unreadable, status="
                   watch-ctl-status
               set watch-abort to true
           else
               perform read-one-watch-row
                   until watch-eof
                   or watch-count >= 100
               close watch-ctl-file
               if watch-count = 0
                   display "WATCH.CTL has no usable rows - nothing "
                       "checked"
                   set watch-abort to true
               end-if
           end-if.

       read-one-watch-row.
           read watch-ctl-file
               at end set watch-eof to true
               not at end perform store-one-watch-row
           end-read.

       store-one-watch-row.
           if wc-package not = spaces
               and wc-min-version not = spaces
               add 1 to watch-count
               move wc-package to wt-package(watch-count)
               move wc-min-version to wt-min-version(watch-count)
               if wc-environment = spaces
                   move "*ALL" to wt-environment(watch-count)
               else
                   move wc-environment to wt-environment(watch-count)
               end-if
               if wc-severity = "C"
                   move "C" to wt-severity(watch-count)
               else
                   move "W" to wt-severity(watch-count)
               end-if
               move 0 to wt-checked(watch-count)
               move 0 to wt-ok(watch-count)
               move 0 to wt-below(watch-count)
               move 0 to wt-missing(watch-count)
           end-if.

       open-watch-files.
           open input host-master-file
           if host-master-status = "00"
               set master-open to true
           else
               display "HOSTMAST.DAT not found or unreadable, status="
                   host-master-status
               set watch-abort to true
           end-if
           open input package-file
           if package-file-status = "00"
               set package-open to true
           else
               display "COBFETCH.PKG not found or unreadable, status="
                   package-file-status
               set watch-abort to true
           end-if
           open output watch-report-file
           if watch-report-status = "00"
               set report-open to true
           else
               display "PKGWATCH.RPT could not be opened, status="
                   watch-report-status
               set watch-abort to true
           end-if
           if watch-abort
               perform close-watch-files
           end-if.

       close-watch-files.
           if master-open
               close host-master-file
           end-if
           if package-open
               close package-file
           end-if
           if report-open
               close watch-report-file
           end-if.

       write-watch-heading.
           move spaces to watch-report-record
           string "PACKAGE WATCHLIST EXPOSURE  RUN " delimited by size
                  run-date(1 : 4) "-" run-date(5 : 2) "-"
                  run-date(7 : 2) delimited by size
               into watch-report-record
           end-string
           write watch-report-record
           move spaces to watch-report-record
           write watch-report-record.

       walk-host-master.
           read host-master-file next record
               at end set master-eof to true
               not at end
                   if hm-active
                       perform judge-one-host
                   end-if
           end-read.

       judge-one-host.
           add 1 to hosts-checked-count
           move "N" to host-exposed-switch
           perform find-latest-capture
           if latest-capture-date = spaces
               add 1 to hosts-no-capture-count
               move "NO CAPTURE" to line-tag
               move "HOST HAS NO PACKAGE CAPTURE ON COBFETCH.PKG"
                   to line-detail
               perform write-watch-line
           else
               perform judge-one-watch-row
                   varying watch-index from 1 by 1
                   until watch-index > watch-count
           end-if
           if host-exposed
               add 1 to hosts-exposed-count
           end-if.

       find-latest-capture.
           move spaces to latest-capture-date
           move "N" to host-done-switch
           move hm-host to pkg-host
           move low-values to pkg-name
           move low-values to pkg-date
           start package-file key not less than pkg-key
               invalid key set host-done to true
           end-start
           perform read-one-host-package until host-done.

       read-one-host-package.
           read package-file next record
               at end set host-done to true
               not at end
                   if pkg-host not = hm-host
                       set host-done to true
                   else
                       if pkg-date > latest-capture-date
                           move pkg-date to latest-capture-date
                       end-if
                   end-if
           end-read.

      *> A row applies when it names the host's environment, or is
      *> an *ALL row with no row of its own for that environment.
       judge-one-watch-row.
           if wt-environment(watch-index) = hm-environment
               perform check-one-watched-package
           else
               if wt-environment(watch-index) = "*ALL"
                   move 0 to watch-override-index
                   perform match-one-env-watch-row
                       varying watch-search-index from 1 by 1
                       until watch-search-index > watch-count
                       or watch-override-index > 0
                   if watch-override-index = 0
                       perform check-one-watched-package
                   end-if
               end-if
           end-if.

       match-one-env-watch-row.
           if wt-package(watch-search-index) = wt-package(watch-index)
               and wt-environment(watch-search-index)
                   = hm-environment
               move watch-search-index to watch-override-index
           end-if.

       check-one-watched-package.
           add 1 to wt-checked(watch-index)
           move hm-host to pkg-host
           move wt-package(watch-index) to pkg-name
           move latest-capture-date to pkg-date
           read package-file
               invalid key
                   add 1 to wt-missing(watch-index)
                   add 1 to missing-count
                   move "MISSING" to line-tag
                   move spaces to line-detail
                   string wt-package(watch-index) delimited by space
                          " NOT IN CAPTURE OF " delimited by size
                          latest-capture-date(1 : 4) "-"
                          latest-capture-date(5 : 2) "-"
                          latest-capture-date(7 : 2) delimited by size
                       into line-detail
                   end-string
                   perform write-watch-line
               not invalid key
                   move pkg-version to version-a
                   move wt-min-version(watch-index) to version-b
                   perform compare-versions
                   if version-compare < 0
                       perform report-exposure
                   else
                       add 1 to wt-ok(watch-index)
                   end-if
           end-read.

       report-exposure.
           set host-exposed to true
           add 1 to wt-below(watch-index)
           add 1 to below-min-count
           move "BELOW MIN" to line-tag
           move spaces to line-detail
           string wt-package(watch-index) delimited by space
                  " "         delimited by size
                  pkg-version delimited by space
                  " BELOW MINIMUM " delimited by size
                  wt-min-version(watch-index) delimited by space
                  "  CAPTURED "   delimited by size
                  latest-capture-date(1 : 4) "-"
                  latest-capture-date(5 : 2) "-"
                  latest-capture-date(7 : 2) delimited by size
               into line-detail
           end-string
           perform write-watch-line
           perform queue-exposure-alert.

       write-watch-line.
           move spaces to watch-report-record
           string hm-host        delimited by space
                  "  "           delimited by size
                  hm-environment delimited by size
                  "  "           delimited by size
                  line-tag       delimited by size
                  line-detail    delimited by "  "
               into watch-report-record
           end-string
           write watch-report-record.

      *> Version order. Each pass takes a run of non-digits from both
      *> versions, then a run of digits; the first difference
      *> decides.
       compare-versions.
           move 0 to version-compare
           move 0 to version-a-len
           perform measure-one-version-a-char
               varying version-scan from 64 by -1
               until version-scan < 1
               or version-a-len > 0
           move 0 to version-b-len
           perform measure-one-version-b-char
               varying version-scan from 64 by -1
               until version-scan < 1
               or version-b-len > 0
           move 1 to version-a-pos
           move 1 to version-b-pos
           perform compare-one-version-part
               until version-compare not = 0
               or (version-a-pos > version-a-len
                   and version-b-pos > version-b-len).

       measure-one-version-a-char.
           if version-a(version-scan : 1) not = space
               move version-scan to version-a-len
           end-if.

       measure-one-version-b-char.
           if version-b(version-scan : 1) not = space
               move version-scan to version-b-len
           end-if.

       compare-one-version-part.
           move "N" to non-digit-done-switch
           perform compare-one-non-digit
               until non-digit-done
               or version-compare not = 0
           if version-compare = 0
               perform compare-digit-run
           end-if.

      *> Weights: a tilde is below everything, the end of the
      *> version or the start of a digit run is next, then letters,
      *> then any other character.
       compare-one-non-digit.
           if version-a-pos > version-a-len
               move 0 to weight-a
           else
               move version-a(version-a-pos : 1) to weight-char
               perform weigh-version-char
               move weight-value to weight-a
           end-if
           if version-b-pos > version-b-len
               move 0 to weight-b
           else
               move version-b(version-b-pos : 1) to weight-char
               perform weigh-version-char
               move weight-value to weight-b
           end-if
           evaluate true
               when weight-a = 0 and weight-b = 0
                   set non-digit-done to true
               when weight-a < weight-b
                   move -1 to version-compare
               when weight-a > weight-b
                   move 1 to version-compare
               when other
                   add 1 to version-a-pos
                   add 1 to version-b-pos
           end-evaluate.

       weigh-version-char.
           evaluate true
               when weight-char is numeric
                   move 0 to weight-value
               when weight-char = "~"
                   move -1 to weight-value
               when weight-char is alphabetic
                   compute weight-value = ord(weight-char)
               when other
                   compute weight-value = ord(weight-char) + 256
           end-evaluate.

      *> Leading zeros do not count; a longer run of digits is the
      *> bigger number, and runs of equal length compare as text.
       compare-digit-run.
           perform skip-version-a-zero
               until version-a-pos > version-a-len
               or version-a(version-a-pos : 1) not = "0"
           perform skip-version-b-zero
               until version-b-pos > version-b-len
               or version-b(version-b-pos : 1) not = "0"
           move 0 to digit-run-a
           perform count-version-a-digit
               until version-a-pos + digit-run-a > version-a-len
               or version-a(version-a-pos + digit-run-a : 1)
                   is not numeric
           move 0 to digit-run-b
           perform count-version-b-digit
               until version-b-pos + digit-run-b > version-b-len
               or version-b(version-b-pos + digit-run-b : 1)
                   is not numeric
           evaluate true
               when digit-run-a < digit-run-b
                   move -1 to version-compare
               when digit-run-a > digit-run-b
                   move 1 to version-compare
               when digit-run-a > 0
                   if version-a(version-a-pos : digit-run-a)
                           < version-b(version-b-pos : digit-run-b)
                       move -1 to version-compare
                   end-if
                   if version-a(version-a-pos : digit-run-a)
                           > version-b(version-b-pos : digit-run-b)
                       move 1 to version-compare
                   end-if
           end-evaluate
           add digit-run-a to version-a-pos
           add digit-run-b to version-b-pos.

       skip-version-a-zero.
           add 1 to version-a-pos.

       skip-version-b-zero.
           add 1 to version-b-pos.

       count-version-a-digit.
           add 1 to digit-run-a.

       count-version-b-digit.
           add 1 to digit-run-b.

      *> Exposure alert - same bootstrap and duplicate-key handling
      *> as the other alert writers.
       queue-exposure-alert.
           move hm-host to alert-host
           move spaces to alert-condition
           string "PV" delimited by size
                  wt-package(watch-index)(1 : 6) delimited by space
               into alert-condition
           end-string
           move run-date to alert-date
           move run-time to alert-time
           move wt-severity(watch-index) to alert-severity
           move spaces to alert-detail
           string wt-package(watch-index) delimited by space
                  " "         delimited by size
                  pkg-version delimited by space
                  " below watchlist minimum " delimited by size
                  wt-min-version(watch-index) delimited by space
               into alert-detail
           end-string
           set alert-pending to true
           move 0      to alert-tier
           move spaces to alert-delivered-date
           move spaces to alert-delivered-time
           move spaces to alert-ack-user
           move spaces to alert-ack-date
           move spaces to alert-ack-time
           perform open-alert-queue
           if alert-queue-status = "00"
               write alert-record
                   invalid key continue
                   not invalid key add 1 to alerts-queued-count
               end-write
               close alert-queue-file
           else
               display "COBFETCH.ALQ could not be opened, status="
                   alert-queue-status
               set alert-lost to true
           end-if.

      *> COBFETCH.ALQ is shared with the collectors and the
      *> dispatcher - a concurrent writer shows up as status "61"
      *> for the length of one write-and-close, so retry briefly
      *> rather than drop the alert.
       open-alert-queue.
           move 0 to alert-open-tries
           perform open-alert-queue-once
               with test after
               until alert-queue-status not = "61"
               or alert-open-tries >= 5.

       open-alert-queue-once.
           add 1 to alert-open-tries
           if alert-open-tries > 1
               call "C$SLEEP" using alert-retry-wait
           end-if
           open i-o alert-queue-file
           if alert-queue-status = "35"
               open output alert-queue-file
               close alert-queue-file
               open i-o alert-queue-file
           end-if.

       write-watch-summary.
           move spaces to watch-report-record
           write watch-report-record
           move spaces to watch-report-record
           move "WATCHED PACKAGE" to watch-report-record(1 : 15)
           move "MINIMUM" to watch-report-record(24 : 7)
           move "ENV"     to watch-report-record(41 : 3)
           move "CHECKED" to watch-report-record(48 : 7)
           move "OK"      to watch-report-record(60 : 2)
           move "BELOW"   to watch-report-record(63 : 5)
           move "MISSING" to watch-report-record(69 : 7)
           write watch-report-record
           perform write-one-watch-total
               varying watch-index from 1 by 1
               until watch-index > watch-count
           move spaces to watch-report-record
           write watch-report-record
           move hosts-checked-count to count-edited
           move spaces to watch-report-record
           string "ACTIVE HOSTS CHECKED  " delimited by size
                  count-edited delimited by size
               into watch-report-record
           end-string
           write watch-report-record
           move hosts-exposed-count to count-edited
           move spaces to watch-report-record
           string "HOSTS EXPOSED         " delimited by size
                  count-edited delimited by size
               into watch-report-record
           end-string
           write watch-report-record
           move hosts-no-capture-count to count-edited
           move spaces to watch-report-record
           string "HOSTS NO CAPTURE      " delimited by size
                  count-edited delimited by size
               into watch-report-record
           end-string
           write watch-report-record
           move below-min-count to count-edited
           move spaces to watch-report-record
           string "BELOW MINIMUM         " delimited by size
                  count-edited delimited by size
               into watch-report-record
           end-string
           write watch-report-record
           move missing-count to count-edited
           move spaces to watch-report-record
           string "PACKAGE MISSING       " delimited by size
                  count-edited delimited by size
               into watch-report-record
           end-string
           write watch-report-record
           move alerts-queued-count to count-edited
           move spaces to watch-report-record
           string "ALERTS QUEUED         " delimited by size
                  count-edited delimited by size
               into watch-report-record
           end-string
           write watch-report-record.

       write-one-watch-total.
           move spaces to watch-report-record
           move wt-package(watch-index)(1 : 22)
               to watch-report-record(1 : 22)
           move wt-min-version(watch-index)(1 : 16)
               to watch-report-record(24 : 16)
           move wt-environment(watch-index)
               to watch-report-record(41 : 4)
           move wt-checked(watch-index) to count-edited
           move count-edited to watch-report-record(50 : 5)
           move wt-ok(watch-index) to count-edited
           move count-edited to watch-report-record(57 : 5)
           move wt-below(watch-index) to count-edited
           move count-edited to watch-report-record(63 : 5)
           move wt-missing(watch-index) to count-edited
           move count-edited to watch-report-record(71 : 5)
           write watch-report-record.
