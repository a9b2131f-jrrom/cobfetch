       identification division.
       program-id. cobfetch-alertmtta.

      *> Alert response times over the queue COBFETCH.ALQ - how fast
      *> alerts actually go out and how fast somebody takes them,
      *> for the monthly on-call review. For every alert raised in
      *> the date range:
      *>     time to deliver  raise stamp to delivery stamp, for an
      *>                      alert delivered at tier 1 only - an
      *>                      escalation overwrites the delivery
      *>                      stamp with the later page, so for a
      *>                      tier 2+ alert the first delivery time
      *>                      is no longer on the record
      *>     time to ack      raise stamp to the cobfetch-alertack
      *>                      stamp, for every acknowledged alert
      *> summarised, with count, average and longest in minutes, by
      *> severity, by environment (from HOSTMAST.DAT), by condition
      *> and by acknowledging operator. Each line also counts the
      *> criticals that climbed to NOTIFY.CTL tier 2 or beyond
      *> before they were acknowledged - escalation stops at the
      *> ack, so the tier left on an acknowledged critical is the
      *> tier it reached. Superseded and maintenance-suppressed
      *> alerts were never sent to anyone and are only counted.
      *> Then every alert still open right now - pending, or
      *> delivered and not acknowledged, whatever its raise date -
      *> is aged from its raise stamp into buckets by severity.
      *> Run as
      *>     cobfetch-alertmtta [from-yyyymmdd to-yyyymmdd]
      *> the range is on the raise date; no range means the whole
      *> queue. Output to MTTA.RPT.

       environment division.
           configuration section.
           repository.
               function integer-of-date intrinsic.

           input-output section.
           file-control.
               select alert-queue-file assign to "COBFETCH.ALQ"
                   organization indexed
                   access mode is sequential
                   record key is alert-key
                   file status is alert-queue-status.

               select host-master-file assign to "HOSTMAST.DAT"
                   organization indexed
                   access mode is random
                   record key is hm-host
                   file status is host-master-status.

               select mtta-report-file assign to "MTTA.RPT"
                   organization line sequential
                   file status is mtta-report-status.

       data division.
           file section.
               fd alert-queue-file.
                   copy alertrec.

               fd host-master-file.
                   copy hostmast.

               fd mtta-report-file.
                   01 mtta-report-record pic x(132).

           working-storage section.
               01 alert-queue-status    pic x(02).
               01 host-master-status    pic x(02).
               01 mtta-report-status    pic x(02).
               01 queue-eof-switch      pic x(01) value "N".
                   88 queue-eof             value "Y".
               01 mtta-abort-switch     pic x(01) value "N".
                   88 mtta-abort            value "Y".
               01 mtta-usage-switch     pic x(01) value "N".
                   88 mtta-usage-bad        value "Y".
               01 master-avail-switch   pic x(01) value "N".
                   88 master-avail          value "Y".
               01 queue-open-switch     pic x(01) value "N".
                   88 queue-open            value "Y".
               01 report-open-switch    pic x(01) value "N".
                   88 report-open           value "Y".

               01 mtta-args             pic x(40).
               01 from-token            pic x(10).
               01 to-token              pic x(10).
               01 range-start-date      pic x(08) value low-values.
               01 range-end-date        pic x(08) value high-values.

               01 run-date              pic x(08).
               01 run-time              pic x(08).

      *> Stamps are turned into minutes since the start of the day
      *> count integer-of-date works in, so any two subtract
      *> straight into elapsed minutes across midnight and month
      *> ends, as alertd's escalation clock does.
               01 stamp-date            pic x(08).
               01 stamp-time            pic x(06).
               01 stamp-date-num        pic 9(08).
               01 clock-part            pic 9(02).
               01 stamp-minutes         usage binary-long.
               01 now-minutes           usage binary-long.
               01 raise-minutes         usage binary-long.
               01 deliver-elapsed       usage binary-long.
               01 ack-elapsed           usage binary-long.
               01 age-minutes           usage binary-long.

      *> What this alert contributes, worked out once and then
      *> added into each bucket it belongs to.
               01 alert-env             pic x(04).
               01 deliver-timed-switch  pic x(01).
                   88 deliver-timed         value "Y".
               01 ack-timed-switch      pic x(01).
                   88 ack-timed             value "Y".
               01 crit-escalated-switch pic x(01).
                   88 crit-escalated        value "Y".

      *> One summary line per severity, environment, condition and
      *> operator value seen. The kind digit leads the key so one
      *> sort puts the four sections in order and each section's
      *> values in name order.
               01 bucket-want-key.
                   02 bucket-want-kind  pic x(01).
                   02 bucket-want-value pic x(16).
               01 bucket-found-index    usage binary-long.
               01 bucket-search-index   usage binary-long.
               01 bucket-count          pic 9(5) value 0.
               01 bucket-overflow-count pic 9(5) value 0.
               01 bucket-table.
                   02 bucket-entry occurs 500 times.
                       03 mb-key.
                           04 mb-kind          pic x(01).
                           04 mb-value         pic x(16).
                       03 mb-raised        pic 9(7).
                       03 mb-deliver-count pic 9(7).
                       03 mb-deliver-total pic 9(11).
                       03 mb-deliver-max   pic 9(9).
                       03 mb-ack-count     pic 9(7).
                       03 mb-ack-total     pic 9(11).
                       03 mb-ack-max       pic 9(9).
                       03 mb-crit-escalated pic 9(7).
               01 bucket-scratch        pic x(85).
               01 sort-outer-index      usage binary-long.
               01 sort-inner-index      usage binary-long.
               01 sort-inner-limit      usage binary-long.
               01 report-index          usage binary-long.
               01 section-kind          pic x(01).
               01 average-minutes       pic 9(9).

      *> Open alerts by age. Bucket upper limits in minutes - 1
      *> hour, 4 hours, 24 hours, 7 days, then everything older.
               01 aging-limits-values.
                   02 filler            pic 9(5) value 60.
                   02 filler            pic 9(5) value 240.
                   02 filler            pic 9(5) value 1440.
                   02 filler            pic 9(5) value 10080.
                   02 filler            pic 9(5) value 99999.
               01 aging-limits redefines aging-limits-values.
                   02 aging-limit       pic 9(5) occurs 5 times.
               01 aging-labels-values.
                   02 filler            pic x(16) value "UNDER 1 HOUR".
                   02 filler            pic x(16) value "1 TO 4 HOURS".
                   02 filler            pic x(16) value "4 TO 24 HOURS".
                   02 filler            pic x(16) value "1 TO 7 DAYS".
                   02 filler            pic x(16) value "OVER 7 DAYS".
               01 aging-labels redefines aging-labels-values.
                   02 aging-label       pic x(16) occurs 5 times.
               01 aging-table.
                   02 aging-entry occurs 5 times.
                       03 ag-warning       pic 9(7).
                       03 ag-critical      pic 9(7).
                       03 ag-other         pic 9(7).
               01 aging-index           usage binary-long.
               01 aging-found-index     usage binary-long.
               01 aging-row-total       pic 9(7).

               01 alerts-read-count     pic 9(7) value 0.
               01 alerts-in-range-count pic 9(7) value 0.
               01 alerts-measured-count pic 9(7) value 0.
               01 superseded-count      pic 9(7) value 0.
               01 suppressed-count      pic 9(7) value 0.
               01 untimed-deliver-count pic 9(7) value 0.
               01 open-crit-tier2-count pic 9(7) value 0.
               01 open-alert-count      pic 9(7) value 0.
               01 count-edited          pic zzzzzz9.
               01 minutes-edited        pic zzzzzz9.

      *> ***************************************************************

       procedure division.
           perform parse-mtta-arguments
           if mtta-usage-bad
               display "usage: cobfetch-alertmtta "
                   "[from-yyyymmdd to-yyyymmdd]"
           else
               perform open-mtta-files
               perform walk-alert-queue until queue-eof
               if not mtta-abort
                   perform sort-mtta-buckets
                   perform write-mtta-report
               end-if
               perform close-mtta-files
           end-if
           stop run.

       parse-mtta-arguments.
           accept run-date from date yyyymmdd
           accept run-time from time
           move run-date to stamp-date
           move run-time(1 : 6) to stamp-time
           perform convert-stamp-to-minutes
           move stamp-minutes to now-minutes
           move spaces to mtta-args
           accept mtta-args from command-line
           move spaces to from-token
           move spaces to to-token
           unstring mtta-args delimited by all " "
               into from-token to-token
           end-unstring
           if from-token not = spaces
               if from-token(1 : 8) is numeric
                   move from-token(1 : 8) to range-start-date
               else
                   set mtta-usage-bad to true
               end-if
               if to-token(1 : 8) is numeric
                   move to-token(1 : 8) to range-end-date
               else
                   set mtta-usage-bad to true
               end-if
           end-if.

      *> The master only supplies the environment - without it
      *> every alert lands under (NOT ON MASTER) but the times are
      *> still worth having.
       open-mtta-files.
           initialize aging-table
           open input alert-queue-file
           if alert-queue-status = "00"
               set queue-open to true
           else
               display "COBFETCH.ALQ not found or unreadable, status="
                   alert-queue-status
               set queue-eof to true
               set mtta-abort to true
           end-if
           if not mtta-abort
               open input host-master-file
               if host-master-status = "00"
                   set master-avail to true
               else
                   display "HOSTMAST.DAT not available, status="
                       host-master-status
                       " - environments not resolved"
               end-if
               open output mtta-report-file
               if mtta-report-status = "00"
                   set report-open to true
               else
                   display "MTTA.RPT could not be opened, status="
                       mtta-report-status
                   set queue-eof to true
                   set mtta-abort to true
               end-if
           end-if.

       close-mtta-files.
           if queue-open
               close alert-queue-file
           end-if
           if master-avail
               close host-master-file
           end-if
           if report-open
               close mtta-report-file
           end-if.

       walk-alert-queue.
           read alert-queue-file next record
               at end set queue-eof to true
               not at end perform handle-one-alert
           end-read.

      *> A raise stamp that is not a date and time cannot be timed
      *> at all - such a record is read and otherwise ignored.
       handle-one-alert.
           add 1 to alerts-read-count
           if alert-date is numeric and alert-time is numeric
               move alert-date to stamp-date
               move alert-time to stamp-time
               perform convert-stamp-to-minutes
               move stamp-minutes to raise-minutes
               if alert-date >= range-start-date
                   and alert-date <= range-end-date
                   perform measure-one-alert
               end-if
               if alert-pending
                   or (alert-delivered and alert-ack-user = spaces)
                   perform age-one-open-alert
               end-if
           end-if.

       measure-one-alert.
           add 1 to alerts-in-range-count
           evaluate true
               when alert-superseded
                   add 1 to superseded-count
               when alert-maint-suppressed
                   add 1 to suppressed-count
               when other
                   add 1 to alerts-measured-count
                   perform time-one-alert
                   perform post-one-alert
           end-evaluate.

       time-one-alert.
           move "N" to deliver-timed-switch
           move "N" to ack-timed-switch
           move "N" to crit-escalated-switch
           if alert-delivered
               and alert-delivered-date is numeric
               and alert-delivered-time is numeric
               if alert-tier = 1
                   move alert-delivered-date to stamp-date
                   move alert-delivered-time to stamp-time
                   perform convert-stamp-to-minutes
                   compute deliver-elapsed
                       = stamp-minutes - raise-minutes
                   if deliver-elapsed < 0
                       move 0 to deliver-elapsed
                   end-if
                   set deliver-timed to true
               else
                   add 1 to untimed-deliver-count
               end-if
           end-if
           if alert-ack-user not = spaces
               and alert-ack-date is numeric
               and alert-ack-time is numeric
               move alert-ack-date to stamp-date
               move alert-ack-time to stamp-time
               perform convert-stamp-to-minutes
               compute ack-elapsed = stamp-minutes - raise-minutes
               if ack-elapsed < 0
                   move 0 to ack-elapsed
               end-if
               set ack-timed to true
               if alert-severity = "C" and alert-tier >= 2
                   set crit-escalated to true
               end-if
           end-if.

      *> Severity, environment and condition lines take every alert
      *> measured; an operator line only exists for alerts that
      *> operator acknowledged.
       post-one-alert.
           move "1" to bucket-want-kind
           move alert-severity to bucket-want-value
           perform post-to-bucket
           perform resolve-alert-env
           move "2" to bucket-want-kind
           move alert-env to bucket-want-value
           if not master-avail or host-master-status not = "00"
               move "(NOT ON MASTER)" to bucket-want-value
           else
               if alert-env = spaces
                   move "(NONE)" to bucket-want-value
               end-if
           end-if
           perform post-to-bucket
           move "3" to bucket-want-kind
           move alert-condition to bucket-want-value
           perform post-to-bucket
           if ack-timed
               move "4" to bucket-want-kind
               move alert-ack-user to bucket-want-value
               perform post-to-bucket
           end-if.

       resolve-alert-env.
           move spaces to alert-env
           if master-avail
               move alert-host to hm-host
               read host-master-file
                   invalid key continue
                   not invalid key move hm-environment to alert-env
               end-read
           end-if.

       post-to-bucket.
           perform find-or-add-bucket
           if bucket-found-index > 0
               add 1 to mb-raised(bucket-found-index)
               if deliver-timed
                   add 1 to mb-deliver-count(bucket-found-index)
                   add deliver-elapsed
                       to mb-deliver-total(bucket-found-index)
                   if deliver-elapsed
                           > mb-deliver-max(bucket-found-index)
                       move deliver-elapsed
                           to mb-deliver-max(bucket-found-index)
                   end-if
               end-if
               if ack-timed
                   add 1 to mb-ack-count(bucket-found-index)
                   add ack-elapsed to mb-ack-total(bucket-found-index)
                   if ack-elapsed > mb-ack-max(bucket-found-index)
                       move ack-elapsed
                           to mb-ack-max(bucket-found-index)
                   end-if
               end-if
               if crit-escalated
                   add 1 to mb-crit-escalated(bucket-found-index)
               end-if
           end-if.

       find-or-add-bucket.
           move 0 to bucket-found-index
           perform match-one-bucket
               varying bucket-search-index from 1 by 1
               until bucket-search-index > bucket-count
               or bucket-found-index > 0
           if bucket-found-index = 0
               if bucket-count < 500
                   add 1 to bucket-count
                   move bucket-count to bucket-found-index
                   move bucket-want-key to mb-key(bucket-count)
                   move 0 to mb-raised(bucket-count)
                   move 0 to mb-deliver-count(bucket-count)
                   move 0 to mb-deliver-total(bucket-count)
                   move 0 to mb-deliver-max(bucket-count)
                   move 0 to mb-ack-count(bucket-count)
                   move 0 to mb-ack-total(bucket-count)
                   move 0 to mb-ack-max(bucket-count)
                   move 0 to mb-crit-escalated(bucket-count)
               else
                   add 1 to bucket-overflow-count
               end-if
           end-if.

       match-one-bucket.
           if mb-key(bucket-search-index) = bucket-want-key
               move bucket-search-index to bucket-found-index
           end-if.

      *> Aged from the raise stamp to now. A critical already paged
      *> past tier 1 and still not taken is counted on its own in
      *> the summary - that is the one management asks about.
       age-one-open-alert.
           add 1 to open-alert-count
           compute age-minutes = now-minutes - raise-minutes
           if age-minutes < 0
               move 0 to age-minutes
           end-if
           move 0 to aging-found-index
           perform match-one-aging-bucket
               varying aging-index from 1 by 1
               until aging-index > 4
               or aging-found-index > 0
           if aging-found-index = 0
               move 5 to aging-found-index
           end-if
           evaluate alert-severity
               when "W" add 1 to ag-warning(aging-found-index)
               when "C" add 1 to ag-critical(aging-found-index)
               when other add 1 to ag-other(aging-found-index)
           end-evaluate
           if alert-severity = "C" and alert-tier >= 2
               add 1 to open-crit-tier2-count
           end-if.

       match-one-aging-bucket.
           if age-minutes < aging-limit(aging-index)
               move aging-index to aging-found-index
           end-if.

       convert-stamp-to-minutes.
           move stamp-date to stamp-date-num
           compute stamp-minutes
               = integer-of-date(stamp-date-num) * 1440
           move stamp-time(1 : 2) to clock-part
           compute stamp-minutes = stamp-minutes + clock-part * 60
           move stamp-time(3 : 2) to clock-part
           add clock-part to stamp-minutes.

      *> Neighbor-swap sort on the kind-and-value key, as the field
      *> control sort in cobfetch does.
       sort-mtta-buckets.
           perform sort-bucket-one-pass
               varying sort-outer-index from 1 by 1
               until sort-outer-index >= bucket-count.

       sort-bucket-one-pass.
           compute sort-inner-limit = bucket-count - sort-outer-index
           perform sort-bucket-compare-pair
               varying sort-inner-index from 1 by 1
               until sort-inner-index > sort-inner-limit.

       sort-bucket-compare-pair.
           if mb-key(sort-inner-index) > mb-key(sort-inner-index + 1)
               move bucket-entry(sort-inner-index) to bucket-scratch
               move bucket-entry(sort-inner-index + 1)
                   to bucket-entry(sort-inner-index)
               move bucket-scratch
                   to bucket-entry(sort-inner-index + 1)
           end-if.

       write-mtta-report.
           move spaces to mtta-report-record
           string "ALERT RESPONSE TIMES  RUN " delimited by size
                  run-date(1 : 4) "-" run-date(5 : 2) "-"
                  run-date(7 : 2) delimited by size
               into mtta-report-record
           end-string
           if range-start-date = low-values
               move "ALL ALERTS ON THE QUEUE"
                   to mtta-report-record(40 : 23)
           else
               string "RAISED "     delimited by size
                      range-start-date(1 : 4) "-"
                      range-start-date(5 : 2) "-"
                      range-start-date(7 : 2) delimited by size
                      " TO "        delimited by size
                      range-end-date(1 : 4) "-"
                      range-end-date(5 : 2) "-"
                      range-end-date(7 : 2) delimited by size
                   into mtta-report-record(40 : 40)
               end-string
           end-if
           write mtta-report-record
           move spaces to mtta-report-record
           move "TIMES IN MINUTES FROM RAISE.  DELIVER TIMED AT TIER 1"
               to mtta-report-record
           write mtta-report-record
           move "1" to section-kind
           perform write-one-mtta-section
           move "2" to section-kind
           perform write-one-mtta-section
           move "3" to section-kind
           perform write-one-mtta-section
           move "4" to section-kind
           perform write-one-mtta-section
           perform write-aging-section
           perform write-mtta-summary.

       write-one-mtta-section.
           move spaces to mtta-report-record
           write mtta-report-record
           evaluate section-kind
               when "1" move "BY SEVERITY" to mtta-report-record
               when "2" move "BY ENVIRONMENT" to mtta-report-record
               when "3" move "BY CONDITION" to mtta-report-record
               when "4"
                   move "BY ACKNOWLEDGING OPERATOR"
                       to mtta-report-record
           end-evaluate
           write mtta-report-record
           move spaces to mtta-report-record
           move "ALERTS"    to mtta-report-record(20 : 6)
           move "DELIVERED" to mtta-report-record(27 : 9)
           move "AVG DLV"   to mtta-report-record(38 : 7)
           move "MAX DLV"   to mtta-report-record(46 : 7)
           move "ACKED"     to mtta-report-record(57 : 5)
           move "AVG ACK"   to mtta-report-record(63 : 7)
           move "MAX ACK"   to mtta-report-record(71 : 7)
           move "CRIT T2+"  to mtta-report-record(79 : 8)
           write mtta-report-record
           move all "-" to mtta-report-record(1 : 86)
           write mtta-report-record
           perform write-one-mtta-line
               varying report-index from 1 by 1
               until report-index > bucket-count.

       write-one-mtta-line.
           if mb-kind(report-index) = section-kind
               move spaces to mtta-report-record
               move mb-value(report-index)
                   to mtta-report-record(1 : 16)
               move mb-raised(report-index) to count-edited
               move count-edited to mtta-report-record(19 : 7)
               move mb-deliver-count(report-index) to count-edited
               move count-edited to mtta-report-record(29 : 7)
               if mb-deliver-count(report-index) > 0
                   compute average-minutes
                       = mb-deliver-total(report-index)
                           / mb-deliver-count(report-index)
                   move average-minutes to minutes-edited
                   move minutes-edited to mtta-report-record(38 : 7)
                   move mb-deliver-max(report-index) to minutes-edited
                   move minutes-edited to mtta-report-record(46 : 7)
               end-if
               move mb-ack-count(report-index) to count-edited
               move count-edited to mtta-report-record(55 : 7)
               if mb-ack-count(report-index) > 0
                   compute average-minutes
                       = mb-ack-total(report-index)
                           / mb-ack-count(report-index)
                   move average-minutes to minutes-edited
                   move minutes-edited to mtta-report-record(63 : 7)
                   move mb-ack-max(report-index) to minutes-edited
                   move minutes-edited to mtta-report-record(71 : 7)
               end-if
               move mb-crit-escalated(report-index) to count-edited
               move count-edited to mtta-report-record(80 : 7)
               write mtta-report-record
           end-if.

       write-aging-section.
           move spaces to mtta-report-record
           write mtta-report-record
           move spaces to mtta-report-record
           string "OPEN ALERTS BY AGE  AS OF " delimited by size
                  run-date(1 : 4) "-" run-date(5 : 2) "-"
                  run-date(7 : 2) delimited by size
                  " "          delimited by size
                  run-time(1 : 2) ":" run-time(3 : 2) delimited by size
               into mtta-report-record
           end-string
           write mtta-report-record
           move spaces to mtta-report-record
           move "WARNING"  to mtta-report-record(20 : 7)
           move "CRITICAL" to mtta-report-record(29 : 8)
           move "OTHER"    to mtta-report-record(40 : 5)
           move "TOTAL"    to mtta-report-record(50 : 5)
           write mtta-report-record
           move all "-" to mtta-report-record(1 : 54)
           write mtta-report-record
           perform write-one-aging-line
               varying aging-index from 1 by 1
               until aging-index > 5.

       write-one-aging-line.
           move spaces to mtta-report-record
           move aging-label(aging-index) to mtta-report-record(1 : 16)
           move ag-warning(aging-index) to count-edited
           move count-edited to mtta-report-record(20 : 7)
           move ag-critical(aging-index) to count-edited
           move count-edited to mtta-report-record(30 : 7)
           move ag-other(aging-index) to count-edited
           move count-edited to mtta-report-record(38 : 7)
           compute aging-row-total = ag-warning(aging-index)
               + ag-critical(aging-index) + ag-other(aging-index)
           move aging-row-total to count-edited
           move count-edited to mtta-report-record(48 : 7)
           write mtta-report-record.

       write-mtta-summary.
           move spaces to mtta-report-record
           write mtta-report-record
           move alerts-read-count to count-edited
           move spaces to mtta-report-record
           string "ALERTS READ               " delimited by size
                  count-edited delimited by size
               into mtta-report-record
           end-string
           write mtta-report-record
           move alerts-in-range-count to count-edited
           move spaces to mtta-report-record
           string "RAISED IN RANGE           " delimited by size
                  count-edited delimited by size
               into mtta-report-record
           end-string
           write mtta-report-record
           move alerts-measured-count to count-edited
           move spaces to mtta-report-record
           string "  MEASURED                " delimited by size
                  count-edited delimited by size
               into mtta-report-record
           end-string
           write mtta-report-record
           move superseded-count to count-edited
           move spaces to mtta-report-record
           string "  SUPERSEDED              " delimited by size
                  count-edited delimited by size
               into mtta-report-record
           end-string
           write mtta-report-record
           move suppressed-count to count-edited
           move spaces to mtta-report-record
           string "  SUPPRESSED (MAINT)      " delimited by size
                  count-edited delimited by size
               into mtta-report-record
           end-string
           write mtta-report-record
           move untimed-deliver-count to count-edited
           move spaces to mtta-report-record
           string "ESCALATED, DLV NOT TIMED  " delimited by size
                  count-edited delimited by size
               into mtta-report-record
           end-string
           write mtta-report-record
           move open-alert-count to count-edited
           move spaces to mtta-report-record
           string "OPEN NOW                  " delimited by size
                  count-edited delimited by size
               into mtta-report-record
           end-string
           write mtta-report-record
           move open-crit-tier2-count to count-edited
           move spaces to mtta-report-record
           string "  CRITICAL OPEN AT TIER 2+" delimited by size
                  count-edited delimited by size
               into mtta-report-record
           end-string
           write mtta-report-record
           if bucket-overflow-count > 0
               move bucket-overflow-count to count-edited
               move spaces to mtta-report-record
               string "SUMMARY LINES NOT KEPT    " delimited by size
                      count-edited delimited by size
                      "  (TABLE FULL)" delimited by size
                   into mtta-report-record
               end-string
               write mtta-report-record
           end-if.
