       identification division.
       program-id. cobfetch-chargeback.

      *> Monthly storage chargeback over COBFETCH.DSK - what each
      *> owning group and each environment has allocated, used and
      *> free at the end of the month, and how that moved against
      *> the month before. Run as
      *>     cobfetch-chargeback [yyyymm]
      *> with the month defaulting to the one just closed. For every
      *> host and mount point the latest observation inside the
      *> month is the one charged (a filesystem is billed at its
      *> month-end size, not an average of every run), and the same
      *> is done for the prior month. The df -h texts ("48G",
      *> "1.2T", "512M") are brought to GB of 1024 x 1024 x 1024
      *> bytes; a size that cannot be read is counted and left out.
      *> Memory-backed filesystems (tmpfs, devtmpfs, udev) are not
      *> storage and are not charged. Owner and environment come
      *> from the host master; a host no longer on it is charged to
      *> (NOT ON MASTER) so its storage is not lost from the totals.
      *> The report goes to CHARGE.RPT; the same owner, environment
      *> and grand totals go to the fixed-format extract CHARGE.EXT
      *> for the finance feed.

       environment division.
           configuration section.
           repository.
               function integer-of-date intrinsic
               function date-of-integer intrinsic.

           input-output section.
           file-control.
               select disk-history-file assign to "COBFETCH.DSK"
                   organization indexed
                   access mode is sequential
                   record key is dh-key
                   file status is disk-history-status.

               select host-master-file assign to "HOSTMAST.DAT"
                   organization indexed
                   access mode is random
                   record key is hm-host
                   file status is host-master-status.

               select charge-report-file assign to "CHARGE.RPT"
                   organization line sequential
                   file status is charge-report-status.

               select charge-extract-file assign to "CHARGE.EXT"
                   organization line sequential
                   file status is charge-extract-status.

       data division.
           file section.
               fd disk-history-file.
                   copy diskrec.

               fd host-master-file.
                   copy hostmast.

               fd charge-report-file.
                   01 charge-report-record pic x(200).

               fd charge-extract-file.
                   copy chargerec.

           working-storage section.
               01 disk-history-status   pic x(02).
               01 host-master-status    pic x(02).
               01 charge-report-status  pic x(02).
               01 charge-extract-status pic x(02).
               01 disk-eof-switch       pic x(01) value "N".
                   88 disk-eof              value "Y".
               01 charge-abort-switch   pic x(01) value "N".
                   88 charge-abort          value "Y".
               01 charge-usage-switch   pic x(01) value "N".
                   88 charge-usage-bad      value "Y".
               01 master-avail-switch   pic x(01) value "N".
                   88 master-avail          value "Y".
               01 disk-open-switch      pic x(01) value "N".
                   88 disk-open             value "Y".
               01 host-missing-switch   pic x(01) value "N".
                   88 host-missing          value "Y".
               01 host-counted-switch   pic x(01) value "N".
                   88 host-counted          value "Y".

               01 charge-args           pic x(96).
               01 period-token          pic x(10).
               01 run-date              pic x(08).
               01 step-month            pic x(06).
               01 first-of-month        pic x(08).
               01 first-of-month-num redefines first-of-month
                                        pic 9(08).
               01 period-day-integer    usage binary-long.

      *> The month charged and the month before, as yyyymm; an
      *> observation belongs to a month when its date starts with it.
               01 period-month          pic x(06).
               01 period-month-parts redefines period-month.
                   02 period-yyyy       pic 9(04).
                   02 period-mm         pic 9(02).
               01 prior-month           pic x(06).

      *> The host/mount being walked and its latest observation in
      *> each month - 1 the month charged, 2 the prior month.
               01 group-host            pic x(64) value spaces.
               01 group-mount           pic x(64) value spaces.
               01 group-periods.
                   02 group-period occurs 2 times.
                       03 gp-found-switch  pic x(01).
                           88 gp-found         value "Y".
                       03 gp-filesystem    pic x(64).
                       03 gp-size-text     pic x(10).
                       03 gp-used-text     pic x(10).
                       03 gp-avail-text    pic x(10).
               01 period-index          usage binary-long.
               01 obs-period-index      usage binary-long.

      *> Owner and environment of the host being walked - read from
      *> the master once per host.
               01 charge-owner          pic x(30).
               01 charge-env            pic x(04).

      *> df -h size text to GB. A number (one decimal point or comma
      *> allowed) and an optional unit letter; no letter is bytes.
               01 size-text             pic x(10).
               01 size-char             pic x(01).
               01 size-digit            pic 9(01).
               01 size-char-index       usage binary-long.
               01 size-digit-count      usage binary-long.
               01 size-fraction-divisor usage binary-long.
               01 size-unit             pic x(01).
               01 size-number           pic 9(9)v9(6) comp-3.
               01 size-gb               pic 9(9)v9(6) comp-3.
               01 size-valid-switch     pic x(01).
                   88 size-valid            value "Y".
               01 size-point-switch     pic x(01).
                   88 size-point-seen       value "Y".
               01 size-scan-switch      pic x(01).
                   88 size-scan-done        value "Y".
      *> One filesystem's three sizes, rounded to the hundredth of
      *> a GB the totals are kept in.
               01 obs-allocated-gb      pic 9(9)v99 comp-3.
               01 obs-used-gb           pic 9(9)v99 comp-3.
               01 obs-free-gb           pic 9(9)v99 comp-3.
               01 obs-valid-switch      pic x(01).
                   88 obs-valid             value "Y".

      *> Totals by owner and by environment, each with the month
      *> charged and the prior month side by side.
               01 owner-count           pic 9(3) value 0.
               01 owner-table.
                   02 owner-entry occurs 200 times.
                       03 ot-owner         pic x(30).
                       03 ot-period occurs 2 times.
                           04 otp-filesystems  pic 9(05).
                           04 otp-allocated    pic 9(09)v99.
                           04 otp-used         pic 9(09)v99.
                           04 otp-free         pic 9(09)v99.
               01 owner-overflow-count  pic 9(5) value 0.
               01 env-count             pic 9(3) value 0.
               01 env-table.
                   02 env-entry occurs 50 times.
                       03 et-env           pic x(04).
                       03 et-period occurs 2 times.
                           04 etp-filesystems  pic 9(05).
                           04 etp-allocated    pic 9(09)v99.
                           04 etp-used         pic 9(09)v99.
                           04 etp-free         pic 9(09)v99.
               01 env-overflow-count    pic 9(5) value 0.
               01 grand-table.
                   02 grand-period occurs 2 times.
                       03 gt-filesystems   pic 9(05).
                       03 gt-allocated     pic 9(09)v99.
                       03 gt-used          pic 9(09)v99.
                       03 gt-free          pic 9(09)v99.
               01 search-index          usage binary-long.
               01 found-index           usage binary-long.
               01 report-index          usage binary-long.

      *> Swap scratches sized to the full entries - owner is 30
      *> plus two 38-byte period blocks, environment 4 plus the same.
               01 owner-scratch         pic x(106).
               01 env-scratch           pic x(80).
               01 sort-outer-index      usage binary-long.
               01 sort-inner-index      usage binary-long.
               01 sort-inner-limit      usage binary-long.

      *> One total line, whichever table it comes from.
               01 line-label            pic x(30).
               01 line-kind             pic x(01).
               01 line-periods.
                   02 line-period occurs 2 times.
                       03 lp-filesystems   pic 9(05).
                       03 lp-allocated     pic 9(09)v99.
                       03 lp-used          pic 9(09)v99.
                       03 lp-free          pic 9(09)v99.
               01 change-allocated      pic s9(09)v99 comp-3.
               01 change-used           pic s9(09)v99 comp-3.
               01 change-free           pic s9(09)v99 comp-3.
               01 gb-edited             pic zzz,zzz,zz9.99.
               01 change-edited         pic ----,---,--9.99.
               01 fs-edited             pic zzzz9.

               01 observations-read-count pic 9(7) value 0.
               01 filesystems-charged-count pic 9(7) value 0.
               01 memory-fs-count       pic 9(7) value 0.
               01 unreadable-count      pic 9(7) value 0.
               01 not-on-master-count   pic 9(7) value 0.
               01 count-edited          pic zzzzzz9.

      *> ***************************************************************

       procedure division.
           accept run-date from date yyyymmdd
           perform parse-charge-arguments
           if charge-usage-bad
               display "usage: cobfetch-chargeback [yyyymm]"
           else
               perform open-charge-files
               perform walk-disk-history until disk-eof
               if not charge-abort
                   perform post-one-group
                   perform sort-owner-table
                   perform sort-env-table
                   perform write-charge-report
               end-if
               perform close-charge-files
           end-if
           stop run.

      *> No month given means the month before this one - the run
      *> that closes a month's books happens early in the next. The
      *> prior month is one day before the first of the month.
       parse-charge-arguments.
           move spaces to charge-args
           accept charge-args from command-line
           move spaces to period-token
           unstring charge-args delimited by all " "
               into period-token
           end-unstring
           if period-token = spaces
               move run-date(1 : 6) to step-month
               perform step-back-one-month
               move step-month to period-month
           else
               if period-token(1 : 6) is numeric
                   and period-token(7 : 4) = spaces
                   move period-token(1 : 6) to period-month
                   if period-mm < 1 or period-mm > 12
                       set charge-usage-bad to true
                   end-if
               else
                   set charge-usage-bad to true
               end-if
           end-if
           if not charge-usage-bad
               move period-month to step-month
               perform step-back-one-month
               move step-month to prior-month
           end-if.

       step-back-one-month.
           move step-month to first-of-month(1 : 6)
           move "01" to first-of-month(7 : 2)
           compute period-day-integer
               = integer-of-date(first-of-month-num) - 1
           compute first-of-month-num
               = date-of-integer(period-day-integer)
           move first-of-month(1 : 6) to step-month.

      *> The master supplies owner and environment - without it
      *> every host is charged to (NOT ON MASTER), which defeats
      *> the purpose, so the run stops.
       open-charge-files.
           open input disk-history-file
           if disk-history-status = "00"
               set disk-open to true
           else
               display "COBFETCH.DSK not found or unreadable, status="
                   disk-history-status
               set disk-eof to true
               set charge-abort to true
           end-if
           if not charge-abort
               open input host-master-file
               if host-master-status = "00"
                   set master-avail to true
               else
                   display "HOSTMAST.DAT not found or unreadable, "
                       "status=" host-master-status
                   set disk-eof to true
                   set charge-abort to true
               end-if
           end-if
           if not charge-abort
               open output charge-report-file
               if charge-report-status not = "00"
                   display "CHARGE.RPT could not be opened, status="
                       charge-report-status
                   set disk-eof to true
                   set charge-abort to true
               end-if
           end-if
           if not charge-abort
               open output charge-extract-file
               if charge-extract-status not = "00"
                   display "CHARGE.EXT could not be opened, status="
                       charge-extract-status
                   close charge-report-file
                   set disk-eof to true
                   set charge-abort to true
               end-if
           end-if
           move "N" to gp-found-switch(1)
           move "N" to gp-found-switch(2)
           initialize owner-table
           initialize env-table
           initialize grand-table.

      *> The close is guarded on whether the open succeeded, not on
      *> the last operation's status - after the walk reads to end
      *> of file that status is "10", which is not "never opened".
       close-charge-files.
           if disk-open
               close disk-history-file
           end-if
           if master-avail
               close host-master-file
           end-if
           if not charge-abort
               close charge-report-file
               close charge-extract-file
           end-if.

      *> DSK walk - key order is host/mount/date/time, so the last
      *> observation seen for a month is that month's latest.
       walk-disk-history.
           read disk-history-file next record
               at end set disk-eof to true
               not at end perform handle-one-observation
           end-read.

       handle-one-observation.
           add 1 to observations-read-count
           if dh-host not = group-host or dh-mount not = group-mount
               perform post-one-group
               if dh-host not = group-host
                   move dh-host to group-host
                   perform look-up-owner
               end-if
               move dh-mount to group-mount
           end-if
           move 0 to obs-period-index
           if dh-date(1 : 6) = period-month
               move 1 to obs-period-index
           end-if
           if dh-date(1 : 6) = prior-month
               move 2 to obs-period-index
           end-if
           if obs-period-index > 0
               move "Y" to gp-found-switch(obs-period-index)
               move dh-filesystem to gp-filesystem(obs-period-index)
               move dh-size-text to gp-size-text(obs-period-index)
               move dh-used-text to gp-used-text(obs-period-index)
               move dh-avail-text to gp-avail-text(obs-period-index)
           end-if.

      *> A host missing from the master is counted once it posts a
      *> figure to either month, so the count matches the rows.
       look-up-owner.
           move "N" to host-missing-switch
           move "N" to host-counted-switch
           move group-host to hm-host
           read host-master-file
               invalid key
                   move "(NOT ON MASTER)" to charge-owner
                   move "????" to charge-env
                   set host-missing to true
               not invalid key
                   move hm-owner to charge-owner
                   move hm-environment to charge-env
           end-read
           if charge-owner = spaces
               move "(NO OWNER)" to charge-owner
           end-if.

       post-one-group.
           perform post-one-period
               varying period-index from 1 by 1
               until period-index > 2
           move "N" to gp-found-switch(1)
           move "N" to gp-found-switch(2).

       post-one-period.
           if gp-found(period-index)
               evaluate gp-filesystem(period-index)
                   when "tmpfs"
                   when "devtmpfs"
                   when "udev"
                       if period-index = 1
                           add 1 to memory-fs-count
                       end-if
                   when other
                       perform convert-group-sizes
                       if obs-valid
                           perform add-to-owner-total
                           perform add-to-env-total
                           add 1 to gt-filesystems(period-index)
                           add obs-allocated-gb
                               to gt-allocated(period-index)
                           add obs-used-gb to gt-used(period-index)
                           add obs-free-gb to gt-free(period-index)
                           if period-index = 1
                               add 1 to filesystems-charged-count
                           end-if
                           if host-missing and not host-counted
                               add 1 to not-on-master-count
                               set host-counted to true
                           end-if
                       else
                           add 1 to unreadable-count
                       end-if
               end-evaluate
           end-if.

       convert-group-sizes.
           move "N" to obs-valid-switch
           move gp-size-text(period-index) to size-text
           perform convert-size-text
           if size-valid
               compute obs-allocated-gb rounded = size-gb
               move gp-used-text(period-index) to size-text
               perform convert-size-text
           end-if
           if size-valid
               compute obs-used-gb rounded = size-gb
               move gp-avail-text(period-index) to size-text
               perform convert-size-text
           end-if
           if size-valid
               compute obs-free-gb rounded = size-gb
               set obs-valid to true
           end-if.

      *> df -h text to GB.
       convert-size-text.
           move "N" to size-valid-switch
           move "N" to size-point-switch
           move "N" to size-scan-switch
           move space to size-unit
           move 0 to size-number
           move 0 to size-digit-count
           move 1 to size-fraction-divisor
           perform scan-one-size-char
               varying size-char-index from 1 by 1
               until size-char-index > 10
               or size-scan-done
           if size-digit-count > 0 and size-unit not = "X"
               set size-valid to true
               evaluate size-unit
                   when space
                       compute size-gb rounded
                           = size-number / 1073741824
                   when "K"
                       compute size-gb rounded
                           = size-number / 1048576
                   when "M"
                       compute size-gb rounded = size-number / 1024
                   when "G"
                       move size-number to size-gb
                   when "T"
                       compute size-gb = size-number * 1024
                   when "P"
                       compute size-gb = size-number * 1048576
               end-evaluate
           end-if.

      *> A unit letter ends the number and must end the text; any
      *> other character makes the size unreadable (unit "X").
       scan-one-size-char.
           move size-text(size-char-index : 1) to size-char
           evaluate true
               when size-char = space
                   set size-scan-done to true
               when size-unit not = space
                   move "X" to size-unit
                   set size-scan-done to true
               when size-char is numeric
                   move size-char to size-digit
                   add 1 to size-digit-count
                   if size-point-seen
                       multiply 10 by size-fraction-divisor
                       compute size-number = size-number
                           + size-digit / size-fraction-divisor
                   else
                       compute size-number = size-number * 10
                           + size-digit
                   end-if
               when size-char = "." or size-char = ","
                   if size-point-seen
                       move "X" to size-unit
                       set size-scan-done to true
                   else
                       set size-point-seen to true
                   end-if
               when size-char = "K" or size-char = "k"
                   move "K" to size-unit
               when size-char = "M"
                   move "M" to size-unit
               when size-char = "G"
                   move "G" to size-unit
               when size-char = "T"
                   move "T" to size-unit
               when size-char = "P"
                   move "P" to size-unit
               when other
                   move "X" to size-unit
                   set size-scan-done to true
           end-evaluate.

       add-to-owner-total.
           move 0 to found-index
           perform match-one-owner
               varying search-index from 1 by 1
               until search-index > owner-count
               or found-index > 0
           if found-index = 0
               if owner-count < 200
                   add 1 to owner-count
                   move charge-owner to ot-owner(owner-count)
                   move owner-count to found-index
               else
                   add 1 to owner-overflow-count
               end-if
           end-if
           if found-index > 0
               add 1 to otp-filesystems(found-index, period-index)
               add obs-allocated-gb
                   to otp-allocated(found-index, period-index)
               add obs-used-gb to otp-used(found-index, period-index)
               add obs-free-gb to otp-free(found-index, period-index)
           end-if.

       match-one-owner.
           if ot-owner(search-index) = charge-owner
               move search-index to found-index
           end-if.

       add-to-env-total.
           move 0 to found-index
           perform match-one-env
               varying search-index from 1 by 1
               until search-index > env-count
               or found-index > 0
           if found-index = 0
               if env-count < 50
                   add 1 to env-count
                   move charge-env to et-env(env-count)
                   move env-count to found-index
               else
                   add 1 to env-overflow-count
               end-if
           end-if
           if found-index > 0
               add 1 to etp-filesystems(found-index, period-index)
               add obs-allocated-gb
                   to etp-allocated(found-index, period-index)
               add obs-used-gb to etp-used(found-index, period-index)
               add obs-free-gb to etp-free(found-index, period-index)
           end-if.

       match-one-env.
           if et-env(search-index) = charge-env
               move search-index to found-index
           end-if.

       sort-owner-table.
           perform sort-owner-one-pass
               varying sort-outer-index from 1 by 1
               until sort-outer-index >= owner-count.

       sort-owner-one-pass.
           compute sort-inner-limit = owner-count - sort-outer-index
           perform sort-owner-compare-pair
               varying sort-inner-index from 1 by 1
               until sort-inner-index > sort-inner-limit.

       sort-owner-compare-pair.
           if ot-owner(sort-inner-index)
                   > ot-owner(sort-inner-index + 1)
               move owner-entry(sort-inner-index) to owner-scratch
               move owner-entry(sort-inner-index + 1)
                   to owner-entry(sort-inner-index)
               move owner-scratch
                   to owner-entry(sort-inner-index + 1)
           end-if.

       sort-env-table.
           perform sort-env-one-pass
               varying sort-outer-index from 1 by 1
               until sort-outer-index >= env-count.

       sort-env-one-pass.
           compute sort-inner-limit = env-count - sort-outer-index
           perform sort-env-compare-pair
               varying sort-inner-index from 1 by 1
               until sort-inner-index > sort-inner-limit.

       sort-env-compare-pair.
           if et-env(sort-inner-index)
                   > et-env(sort-inner-index + 1)
               move env-entry(sort-inner-index) to env-scratch
               move env-entry(sort-inner-index + 1)
                   to env-entry(sort-inner-index)
               move env-scratch
                   to env-entry(sort-inner-index + 1)
           end-if.

      *> CHARGE.RPT and CHARGE.EXT.
       write-charge-report.
           move spaces to charge-report-record
           string "STORAGE CHARGEBACK  PERIOD " delimited by size
                  period-month(1 : 4) "-" period-month(5 : 2)
                      delimited by size
                  "  PRIOR " delimited by size
                  prior-month(1 : 4) "-" prior-month(5 : 2)
                      delimited by size
                  "  RUN "   delimited by size
                  run-date(1 : 4) "-" run-date(5 : 2) "-"
                  run-date(7 : 2) delimited by size
                  "  SIZES IN GB (1024 X 1024 X 1024 BYTES)"
                      delimited by size
               into charge-report-record
           end-string
           write charge-report-record
           move spaces to charge-report-record
           write charge-report-record
           move "BY OWNER" to charge-report-record
           write charge-report-record
           move "OWNER" to line-label
           perform write-column-heading
           move "O" to line-kind
           perform write-one-owner-line
               varying report-index from 1 by 1
               until report-index > owner-count
           move spaces to charge-report-record
           write charge-report-record
           move "BY ENVIRONMENT" to charge-report-record
           write charge-report-record
           move "ENV" to line-label
           perform write-column-heading
           move "E" to line-kind
           perform write-one-env-line
               varying report-index from 1 by 1
               until report-index > env-count
           move spaces to charge-report-record
           write charge-report-record
           move "T" to line-kind
           move "TOTAL" to line-label
           move grand-period(1) to line-period(1)
           move grand-period(2) to line-period(2)
           perform write-one-total-line
           perform write-charge-summary.

       write-column-heading.
           move spaces to charge-report-record
           move line-label to charge-report-record(1 : 30)
           move "FS" to charge-report-record(35 : 2)
           move "ALLOCATED" to charge-report-record(44 : 9)
           move "USED" to charge-report-record(65 : 4)
           move "FREE" to charge-report-record(81 : 4)
           move "PRIOR ALLOC" to charge-report-record(90 : 11)
           move "PRIOR USED" to charge-report-record(107 : 10)
           move "PRIOR FREE" to charge-report-record(123 : 10)
           move "CHG ALLOC" to charge-report-record(141 : 9)
           move "CHG USED" to charge-report-record(158 : 8)
           move "CHG FREE" to charge-report-record(174 : 8)
           write charge-report-record.

       write-one-owner-line.
           move ot-owner(report-index) to line-label
           move ot-period(report-index, 1) to line-period(1)
           move ot-period(report-index, 2) to line-period(2)
           perform write-one-total-line.

       write-one-env-line.
           move et-env(report-index) to line-label
           move et-period(report-index, 1) to line-period(1)
           move et-period(report-index, 2) to line-period(2)
           perform write-one-total-line.

       write-one-total-line.
           compute change-allocated
               = lp-allocated(1) - lp-allocated(2)
           compute change-used = lp-used(1) - lp-used(2)
           compute change-free = lp-free(1) - lp-free(2)
           move spaces to charge-report-record
           move line-label to charge-report-record(1 : 30)
           move lp-filesystems(1) to fs-edited
           move fs-edited to charge-report-record(32 : 5)
           move lp-allocated(1) to gb-edited
           move gb-edited to charge-report-record(38 : 15)
           move lp-used(1) to gb-edited
           move gb-edited to charge-report-record(54 : 15)
           move lp-free(1) to gb-edited
           move gb-edited to charge-report-record(70 : 15)
           move lp-allocated(2) to gb-edited
           move gb-edited to charge-report-record(86 : 15)
           move lp-used(2) to gb-edited
           move gb-edited to charge-report-record(102 : 15)
           move lp-free(2) to gb-edited
           move gb-edited to charge-report-record(118 : 15)
           move change-allocated to change-edited
           move change-edited to charge-report-record(135 : 15)
           move change-used to change-edited
           move change-edited to charge-report-record(151 : 15)
           move change-free to change-edited
           move change-edited to charge-report-record(167 : 15)
           write charge-report-record
           move period-month to ce-period
           move line-kind to ce-kind
           move line-label to ce-group
           move lp-filesystems(1) to ce-filesystems
           move lp-allocated(1) to ce-allocated-gb
           move lp-used(1) to ce-used-gb
           move lp-free(1) to ce-free-gb
           move lp-filesystems(2) to ce-prior-filesystems
           move lp-allocated(2) to ce-prior-allocated-gb
           move lp-used(2) to ce-prior-used-gb
           move lp-free(2) to ce-prior-free-gb
           move change-allocated to ce-change-allocated-gb
           move change-used to ce-change-used-gb
           move change-free to ce-change-free-gb
           write charge-extract-record.

       write-charge-summary.
           move spaces to charge-report-record
           write charge-report-record
           move observations-read-count to count-edited
           move spaces to charge-report-record
           string "OBSERVATIONS READ    " delimited by size
                  count-edited delimited by size
               into charge-report-record
           end-string
           write charge-report-record
           move filesystems-charged-count to count-edited
           move spaces to charge-report-record
           string "FILESYSTEMS CHARGED  " delimited by size
                  count-edited delimited by size
               into charge-report-record
           end-string
           write charge-report-record
           move memory-fs-count to count-edited
           move spaces to charge-report-record
           string "MEMORY FS SKIPPED    " delimited by size
                  count-edited delimited by size
               into charge-report-record
           end-string
           write charge-report-record
           move unreadable-count to count-edited
           move spaces to charge-report-record
           string "SIZES UNREADABLE     " delimited by size
                  count-edited delimited by size
               into charge-report-record
           end-string
           write charge-report-record
           move not-on-master-count to count-edited
           move spaces to charge-report-record
           string "HOSTS NOT ON MASTER  " delimited by size
                  count-edited delimited by size
               into charge-report-record
           end-string
           write charge-report-record
           if owner-overflow-count > 0
               move owner-overflow-count to count-edited
               move spaces to charge-report-record
               string "NOT IN OWNER TABLE   " delimited by size
                      count-edited delimited by size
                      "  (TABLE FULL)" delimited by size
                   into charge-report-record
               end-string
               write charge-report-record
           end-if
           if env-overflow-count > 0
               move env-overflow-count to count-edited
               move spaces to charge-report-record
               string "NOT IN ENV TABLE     " delimited by size
                      count-edited delimited by size
                      "  (TABLE FULL)" delimited by size
                   into charge-report-record
               end-string
               write charge-report-record
           end-if.
