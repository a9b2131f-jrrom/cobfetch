       identification division.
       program-id. cobfetch-runctl.

      *> Nightly job stream driver - runs the steps JOBSTRM.CTL
      *> defines (the cobfetch-sweep partitions, then sweepmerge,
      *> intake, pkgsweep, comply, recon, disktrend, alertd and the
      *> rest) in the order their predecessors allow, and keeps each
      *> step's start, end, return code and outcome on the run
      *> control file COBFETCH.RUN under the night's business date.
      *> Run as
      *>     cobfetch-runctl [yyyymmdd]
      *> with the date defaulting to today. A step starts only when
      *> every step it names as a predecessor has finished OK; one
      *> whose predecessor failed, or was itself held, is HELD and
      *> never started, so a failed sweep cannot feed a half-empty
      *> merge into the compliance and recon steps behind it.
      *> A step whose return code is over its JOBSTRM.CTL maximum
      *> has FAILED. The programs the stream runs end 8 when they
      *> cannot open what they need or are called wrongly, and the
      *> runtime's own abend code is over any maximum too. They
      *> still end 0 on what is not a failure of the run: no alert
      *> queue yet for alertd, no BASELINE.CTL for comply (every
      *> host NO-BASELINE), a bad day count for recon or disktrend
      *> (the default is used), an unreachable host in a sweep
      *> (its own FAILED outcome and alert), and an alert the sweep
      *> or disktrend could not queue (reported on the console). A
      *> FAILED step queues a C alert on COBFETCH.ALQ (host
      *> JOBSTREAM, condition the step id) for cobfetch-alertd to
      *> page. The alertd row carries run mode "A": it starts once
      *> all its predecessors have finished, failed or held ones
      *> included, so the night's failure alerts go out that night.
      *> Only a failure in alertd itself, or in a step alertd does
      *> not wait on that ends after it, waits for the next
      *> dispatcher run.
      *>
      *> Restart: rerunning for the same date skips every step
      *> already OK on COBFETCH.RUN for that date and starts again
      *> from the first step that failed, was held, or was left
      *> RUNNING by a driver that died under it. Steps run one at a
      *> time in JOBSTRM.CTL order within what the predecessors
      *> allow. The run ends 8 while the stream is incomplete, 0
      *> once every step is OK. Outcome by step goes to RUNCTL.RPT.

       environment division.
           configuration section.
           repository.
               function test-date-yyyymmdd intrinsic.

           input-output section.
           file-control.
               select job-stream-file assign to "JOBSTRM.CTL"
                   organization line sequential
                   file status is job-stream-status.

               select run-control-file assign to "COBFETCH.RUN"
                   organization indexed
                   access mode is random
                   record key is rn-key
                   file status is run-control-status.

               select runctl-report-file assign to "RUNCTL.RPT"
                   organization line sequential
                   file status is runctl-report-status.

               select alert-queue-file assign to "COBFETCH.ALQ"
                   organization indexed
                   access mode is dynamic
                   record key is alert-key
                   file status is alert-queue-status.

       data division.
           file section.
               fd job-stream-file.
                   copy jobstrm.

               fd run-control-file.
                   copy runrec.

               fd runctl-report-file.
                   01 runctl-report-record pic x(200).

               fd alert-queue-file.
                   copy alertrec.

           working-storage section.
               01 job-stream-status     pic x(02).
               01 run-control-status    pic x(02).
               01 runctl-report-status  pic x(02).
               01 alert-queue-status    pic x(02).
               01 alert-open-tries      pic 9(2).
               01 alert-retry-wait      pic 9(1) value 1.
               01 stream-eof-switch     pic x(01) value "N".
                   88 stream-eof            value "Y".
               01 runctl-abort-switch   pic x(01) value "N".
                   88 runctl-abort          value "Y".
               01 runctl-usage-switch   pic x(01) value "N".
                   88 runctl-usage-bad      value "Y".
               01 run-control-open-switch pic x(01) value "N".
                   88 run-control-open      value "Y".
               01 report-open-switch    pic x(01) value "N".
                   88 report-open           value "Y".

               01 runctl-args           pic x(96).
               01 date-token            pic x(10).
               01 date-token-num        pic 9(08).
               01 run-date              pic x(08).
               01 today-date            pic x(08).
               01 clock-time            pic x(08).
               01 driver-start-time     pic x(06).

      *> The stream as JOBSTRM.CTL defines it, with where each step
      *> stands tonight. st-after-index points at the predecessor's
      *> own row once the whole file is in.
               01 step-count            pic 9(3) value 0.
               01 step-table.
                   02 step-entry occurs 50 times.
                       03 st-step-id       pic x(08).
                       03 st-command       pic x(64).
                       03 st-parameters    pic x(64).
                       03 st-after         pic x(08) occurs 4 times.
                       03 st-after-index   usage binary-long
                                               occurs 4 times.
                       03 st-max-ok-rc     pic 9(03).
                       03 st-run-mode      pic x(01).
                           88 st-run-always    value "A".
                       03 st-state         pic x(01).
                           88 st-pending       value "P".
                           88 st-ran-ok        value "O".
                           88 st-ok-earlier    value "D".
                           88 st-failed        value "F".
                           88 st-held          value "H".
                       03 st-start-date    pic x(08).
                       03 st-start-time    pic x(06).
                       03 st-end-date      pic x(08).
                       03 st-end-time      pic x(06).
                       03 st-rc            pic 9(03).
                       03 st-attempts      pic 9(03).
                       03 st-note          pic x(64).
               01 stream-row-count      pic 9(5) value 0.
               01 want-step-id          pic x(08).
               01 step-index            usage binary-long.
               01 search-index          usage binary-long.
               01 found-index           usage binary-long.
               01 after-index           usage binary-long.
               01 pred-index            usage binary-long.

      *> One scheduling pass walks the stream in file order; passes
      *> repeat while any pass still starts or holds a step.
               01 pass-progress-switch  pic x(01).
                   88 pass-progress         value "Y".
               01 step-blocked-switch   pic x(01).
                   88 step-blocked          value "Y".
               01 step-waiting-switch   pic x(01).
                   88 step-waiting          value "Y".
               01 blocking-step         pic x(08).
               01 blocking-verdict      pic x(06).
               01 run-record-switch     pic x(01).
                   88 run-record-found      value "Y".
               01 rerun-always-switch   pic x(01).
                   88 rerun-always          value "Y".

               01 step-command-line     pic x(256).
               01 system-status         usage binary-long.
               01 step-exit-code        usage binary-long.
               01 step-signal           usage binary-long.
               01 step-rc               pic 9(03).
               01 step-rc-edited        pic zz9.
               01 max-rc-edited         pic zz9.
               01 attempts-edited       pic zz9.
               01 status-text           pic x(10).

               01 steps-ok-count        pic 9(5) value 0.
               01 steps-earlier-count   pic 9(5) value 0.
               01 steps-failed-count    pic 9(5) value 0.
               01 steps-held-count      pic 9(5) value 0.
               01 count-edited          pic zzzz9.

      *> ***************************************************************

       procedure division.
           accept today-date from date yyyymmdd
           accept clock-time from time
           move clock-time(1 : 6) to driver-start-time
           perform parse-runctl-arguments
           if runctl-usage-bad
               display "usage: cobfetch-runctl [yyyymmdd]"
               move 8 to return-code
           else
               perform load-job-stream
               if not runctl-abort
                   perform resolve-predecessors
                       varying step-index from 1 by 1
                       until step-index > step-count
               end-if
               if not runctl-abort
                   perform open-runctl-files
               end-if
               if not runctl-abort
                   perform load-prior-outcome
                       varying step-index from 1 by 1
                       until step-index > step-count
                   perform reopen-always-step
                       varying step-index from 1 by 1
                       until step-index > step-count
                   perform run-one-pass
                       with test after
                       until not pass-progress
                   perform hold-unreached-step
                       varying step-index from 1 by 1
                       until step-index > step-count
                   perform write-step-lines
                   perform write-runctl-summary
               end-if
               perform close-runctl-files
               perform set-runctl-return-code
           end-if
           stop run.

       parse-runctl-arguments.
           move spaces to runctl-args
           accept runctl-args from command-line
           move spaces to date-token
           unstring runctl-args delimited by all " "
               into date-token
           end-unstring
           move today-date to run-date
           if date-token not = spaces
               if date-token(1 : 8) is numeric
                   and date-token(9 : 2) = spaces
                   move date-token(1 : 8) to date-token-num
                   if test-date-yyyymmdd(date-token-num) = 0
                       move date-token(1 : 8) to run-date
                   else
                       set runctl-usage-bad to true
                   end-if
               else
                   set runctl-usage-bad to true
               end-if
           end-if.

      *> JOBSTRM.CTL into the step table. The driver will not start
      *> a stream it cannot read whole - a bad row, a repeated step
      *> id or a predecessor that is not defined stops it before any
      *> step runs (cobfetch-ctlcheck reports the same faults).
       load-job-stream.
           open input job-stream-file
           if job-stream-status not = "00"
               display "JOBSTRM.CTL not found or unreadable, status="
                   job-stream-status
               set runctl-abort to true
           else
               perform read-one-stream-row
                   until stream-eof
               close job-stream-file
               if step-count = 0 and not runctl-abort
                   display "JOBSTRM.CTL defines no steps"
                   set runctl-abort to true
               end-if
           end-if.

       read-one-stream-row.
           read job-stream-file
               at end set stream-eof to true
               not at end perform store-one-stream-row
           end-read.

       store-one-stream-row.
           add 1 to stream-row-count
           if job-step-record = spaces
               continue
           else
               if js-step-id = spaces
                   or js-command = spaces
                   or js-max-ok-rc is not numeric
                   or not (js-run-after-ok or js-run-always)
                   move stream-row-count to count-edited
                   display "JOBSTRM.CTL row " count-edited
                       " has no step id, no command, a bad max rc"
                       " or a bad run mode"
                   set runctl-abort to true
               else
                   move js-step-id to want-step-id
                   move 0 to found-index
                   perform match-one-step-id
                       varying search-index from 1 by 1
                       until search-index > step-count
                       or found-index > 0
                   evaluate true
                       when found-index > 0
                           display "JOBSTRM.CTL step " js-step-id
                               " is defined twice"
                           set runctl-abort to true
                       when step-count >= 50
                           display "JOBSTRM.CTL has more than 50 steps"
                           set runctl-abort to true
                       when other
                           perform add-one-step
                   end-evaluate
               end-if
           end-if
           if runctl-abort
               set stream-eof to true
           end-if.

       match-one-step-id.
           if st-step-id(search-index) = want-step-id
               move search-index to found-index
           end-if.

       add-one-step.
           add 1 to step-count
           initialize step-entry(step-count)
           move js-step-id to st-step-id(step-count)
           move js-command to st-command(step-count)
           move js-parameters to st-parameters(step-count)
           move js-after(1) to st-after(step-count, 1)
           move js-after(2) to st-after(step-count, 2)
           move js-after(3) to st-after(step-count, 3)
           move js-after(4) to st-after(step-count, 4)
           move js-max-ok-rc to st-max-ok-rc(step-count)
           move js-run-mode to st-run-mode(step-count)
           set st-pending(step-count) to true.

       resolve-predecessors.
           perform resolve-one-predecessor
               varying after-index from 1 by 1
               until after-index > 4.

       resolve-one-predecessor.
           move 0 to st-after-index(step-index, after-index)
           if st-after(step-index, after-index) not = spaces
               move st-after(step-index, after-index) to want-step-id
               move 0 to found-index
               perform match-one-step-id
                   varying search-index from 1 by 1
                   until search-index > step-count
                   or found-index > 0
               if found-index = 0 or found-index = step-index
                   display "JOBSTRM.CTL step " st-step-id(step-index)
                       " waits on undefined step "
                       st-after(step-index, after-index)
                   set runctl-abort to true
               else
                   move found-index
                       to st-after-index(step-index, after-index)
               end-if
           end-if.

      *> COBFETCH.RUN does not exist before the first run - OPEN I-O
      *> fails (status "35") rather than creating it.
       open-runctl-files.
           open i-o run-control-file
           if run-control-status = "35"
               open output run-control-file
               close run-control-file
               open i-o run-control-file
           end-if
           if run-control-status = "00"
               set run-control-open to true
           else
               display "COBFETCH.RUN could not be opened, status="
                   run-control-status
               set runctl-abort to true
           end-if
           if not runctl-abort
               open output runctl-report-file
               if runctl-report-status = "00"
                   set report-open to true
               else
                   display "RUNCTL.RPT could not be opened, status="
                       runctl-report-status
                   set runctl-abort to true
               end-if
           end-if.

       close-runctl-files.
           if run-control-open
               close run-control-file
           end-if
           if report-open
               close runctl-report-file
           end-if.

      *> A step already OK for this date is not run again; anything
      *> else on file (failed, held, left running) is run again,
      *> with its attempt count carried forward.
       load-prior-outcome.
           perform read-run-record
           if run-record-found
               move rn-attempts to st-attempts(step-index)
               if rn-ok
                   set st-ok-earlier(step-index) to true
                   move rn-start-date to st-start-date(step-index)
                   move rn-start-time to st-start-time(step-index)
                   move rn-end-date to st-end-date(step-index)
                   move rn-end-time to st-end-time(step-index)
                   move rn-return-code to st-rc(step-index)
               end-if
           end-if.

       read-run-record.
           move "N" to run-record-switch
           move run-date to rn-run-date
           move st-step-id(step-index) to rn-step-id
           read run-control-file
               invalid key continue
               not invalid key set run-record-found to true
           end-read
           if not run-record-found
               initialize run-control-record
               move run-date to rn-run-date
               move st-step-id(step-index) to rn-step-id
           end-if.

      *> A run-always step that was OK earlier ran behind steps that
      *> had not all finished OK - if any of them runs again tonight,
      *> so does it, after them.
       reopen-always-step.
           if st-run-always(step-index)
               and st-ok-earlier(step-index)
               move "N" to rerun-always-switch
               perform check-one-always-predecessor
                   varying after-index from 1 by 1
                   until after-index > 4
               if rerun-always
                   set st-pending(step-index) to true
               end-if
           end-if.

       check-one-always-predecessor.
           move st-after-index(step-index, after-index) to pred-index
           if pred-index > 0
               if not st-ok-earlier(pred-index)
                   set rerun-always to true
               end-if
           end-if.

       save-run-record.
           if run-record-found
               rewrite run-control-record
                   invalid key continue
               end-rewrite
           else
               write run-control-record
                   invalid key continue
               end-write
               set run-record-found to true
           end-if
           if run-control-status not = "00"
               display "COBFETCH.RUN write failed for step " rn-step-id
                   ", status=" run-control-status
           end-if.

       run-one-pass.
           move "N" to pass-progress-switch
           perform consider-one-step
               varying step-index from 1 by 1
               until step-index > step-count.

       consider-one-step.
           if st-pending(step-index)
               move "N" to step-blocked-switch
               move "N" to step-waiting-switch
               move spaces to blocking-step
               perform check-one-predecessor
                   varying after-index from 1 by 1
                   until after-index > 4
               evaluate true
                   when step-blocked
                       move spaces to st-note(step-index)
                       string "AFTER " delimited by size
                              blocking-step delimited by space
                              " "             delimited by size
                              blocking-verdict delimited by space
                           into st-note(step-index)
                       end-string
                       perform hold-one-step
                       set pass-progress to true
                   when step-waiting
                       continue
                   when other
                       perform run-one-step
                       set pass-progress to true
               end-evaluate
           end-if.

      *> The first predecessor that failed or was held names the
      *> hold; one still pending only means not yet. A run-always
      *> step is not held - it only waits for them to finish.
       check-one-predecessor.
           move st-after-index(step-index, after-index) to pred-index
           if pred-index > 0
               evaluate true
                   when st-ran-ok(pred-index)
                   when st-ok-earlier(pred-index)
                       continue
                   when st-failed(pred-index)
                   when st-held(pred-index)
                       if not step-blocked
                           and not st-run-always(step-index)
                           set step-blocked to true
                           move st-step-id(pred-index) to blocking-step
                           if st-failed(pred-index)
                               move "FAILED" to blocking-verdict
                           else
                               move "HELD" to blocking-verdict
                           end-if
                       end-if
                   when other
                       set step-waiting to true
               end-evaluate
           end-if.

      *> Steps still pending once no pass makes progress wait on
      *> each other round a loop in JOBSTRM.CTL.
       hold-unreached-step.
           if st-pending(step-index)
               move "PREDECESSORS WAIT ON EACH OTHER"
                   to st-note(step-index)
               perform hold-one-step
           end-if.

       hold-one-step.
           set st-held(step-index) to true
           perform read-run-record
           set rn-held to true
           move spaces to rn-start-date
           move spaces to rn-start-time
           move spaces to rn-end-date
           move spaces to rn-end-time
           move 0 to rn-return-code
           move st-note(step-index) to rn-note
           perform save-run-record
           display "RUNCTL " st-step-id(step-index) " HELD - "
               st-note(step-index).

      *> The step is on file as RUNNING before it starts, so a
      *> driver that dies mid-step leaves that step to be rerun.
      *> CALL "SYSTEM" hands back the shell's wait status: the exit
      *> code times 256, or the signal number that killed the step,
      *> which is reported the way the shell would, as 128 plus the
      *> signal. A status that is no wait status at all means the
      *> shell itself could not be started.
       run-one-step.
           perform read-run-record
           add 1 to rn-attempts
           move rn-attempts to st-attempts(step-index)
           set rn-running to true
           accept st-start-date(step-index) from date yyyymmdd
           accept clock-time from time
           move clock-time(1 : 6) to st-start-time(step-index)
           move st-start-date(step-index) to rn-start-date
           move st-start-time(step-index) to rn-start-time
           move spaces to rn-end-date
           move spaces to rn-end-time
           move 0 to rn-return-code
           move spaces to rn-note
           perform save-run-record
           move spaces to step-command-line
           string st-command(step-index) delimited by space
                  " "                       delimited by size
                  st-parameters(step-index) delimited by "  "
               into step-command-line
           end-string
           display "RUNCTL " st-step-id(step-index) " STARTING "
               step-command-line(1 : 132)
           call "SYSTEM" using step-command-line
           move return-code to system-status
           move 0 to return-code
           if system-status < 0
               move 999 to step-rc
           else
               divide system-status by 256
                   giving step-exit-code remainder step-signal
               if step-signal > 0
                   compute step-rc = 128 + step-signal
               else
                   move step-exit-code to step-rc
               end-if
           end-if
           accept st-end-date(step-index) from date yyyymmdd
           accept clock-time from time
           move clock-time(1 : 6) to st-end-time(step-index)
           move step-rc to st-rc(step-index)
           move st-end-date(step-index) to rn-end-date
           move st-end-time(step-index) to rn-end-time
           move step-rc to rn-return-code
           move step-rc to step-rc-edited
           if step-rc > st-max-ok-rc(step-index)
               set st-failed(step-index) to true
               set rn-failed to true
               move st-max-ok-rc(step-index) to max-rc-edited
               move spaces to st-note(step-index)
               string "RC OVER MAX " delimited by size
                      max-rc-edited   delimited by size
                      " - ALERT QUEUED" delimited by size
                   into st-note(step-index)
               end-string
               move st-note(step-index) to rn-note
               perform queue-step-alert
           else
               set st-ran-ok(step-index) to true
               set rn-ok to true
               move spaces to st-note(step-index)
           end-if
           perform save-run-record
           display "RUNCTL " st-step-id(step-index) " ENDED RC "
               step-rc-edited.

      *> One alert per failed step per attempt - the step id is the
      *> condition, the end stamp keeps each attempt's alert apart.
      *> Same bootstrap and duplicate-key handling as the other
      *> alert writers.
       queue-step-alert.
           move "JOBSTREAM" to alert-host
           move st-step-id(step-index) to alert-condition
           move st-end-date(step-index) to alert-date
           move st-end-time(step-index) to alert-time
           move "C"      to alert-severity
           move spaces to alert-detail
           string "step " delimited by size
                  st-step-id(step-index) delimited by space
                  " failed rc " delimited by size
                  step-rc-edited delimited by size
                  " (max " delimited by size
                  max-rc-edited delimited by size
                  ") for run " delimited by size
                  run-date(1 : 4) "-" run-date(5 : 2) "-"
                  run-date(7 : 2) delimited by size
                  " - steps after it held; rerun cobfetch-runctl "
                      delimited by size
                  run-date delimited by size
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
               end-write
               close alert-queue-file
           else
               display "COBFETCH.ALQ could not be opened, status="
                   alert-queue-status
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

      *> RUNCTL.RPT - one line per step in JOBSTRM.CTL order.
       write-step-lines.
           move spaces to runctl-report-record
           string "JOB STREAM RUN  " delimited by size
                  run-date(1 : 4) "-" run-date(5 : 2) "-"
                  run-date(7 : 2) delimited by size
                  "  DRIVER STARTED " delimited by size
                  today-date(1 : 4) "-" today-date(5 : 2) "-"
                  today-date(7 : 2) delimited by size
                  " "  delimited by size
                  driver-start-time(1 : 2) ":"
                  driver-start-time(3 : 2) delimited by size
               into runctl-report-record
           end-string
           write runctl-report-record
           move spaces to runctl-report-record
           write runctl-report-record
           move "STEP" to runctl-report-record(1 : 4)
           move "STATUS" to runctl-report-record(11 : 6)
           move "TRY" to runctl-report-record(23 : 3)
           move "STARTED" to runctl-report-record(28 : 7)
           move "ENDED" to runctl-report-record(49 : 5)
           move "RC" to runctl-report-record(70 : 2)
           move "COMMAND / NOTE" to runctl-report-record(75 : 14)
           write runctl-report-record
           perform write-one-step-line
               varying step-index from 1 by 1
               until step-index > step-count.

       write-one-step-line.
           evaluate true
               when st-ran-ok(step-index)
                   move "OK" to status-text
                   add 1 to steps-ok-count
               when st-ok-earlier(step-index)
                   move "OK EARLIER" to status-text
                   add 1 to steps-earlier-count
               when st-failed(step-index)
                   move "FAILED" to status-text
                   add 1 to steps-failed-count
               when other
                   move "HELD" to status-text
                   add 1 to steps-held-count
           end-evaluate
           move spaces to runctl-report-record
           move st-step-id(step-index) to runctl-report-record(1 : 8)
           move status-text to runctl-report-record(11 : 10)
           move st-attempts(step-index) to attempts-edited
           move attempts-edited to runctl-report-record(23 : 3)
           if st-start-date(step-index) not = spaces
               string st-start-date(step-index)(1 : 4) "-"
                      st-start-date(step-index)(5 : 2) "-"
                      st-start-date(step-index)(7 : 2) " "
                      st-start-time(step-index)(1 : 2) ":"
                      st-start-time(step-index)(3 : 2) ":"
                      st-start-time(step-index)(5 : 2)
                          delimited by size
                   into runctl-report-record(28 : 19)
               end-string
               string st-end-date(step-index)(1 : 4) "-"
                      st-end-date(step-index)(5 : 2) "-"
                      st-end-date(step-index)(7 : 2) " "
                      st-end-time(step-index)(1 : 2) ":"
                      st-end-time(step-index)(3 : 2) ":"
                      st-end-time(step-index)(5 : 2)
                          delimited by size
                   into runctl-report-record(49 : 19)
               end-string
               move st-rc(step-index) to step-rc-edited
               move step-rc-edited to runctl-report-record(69 : 3)
           end-if
           if st-held(step-index)
               move st-note(step-index) to runctl-report-record(75 : 64)
           else
               string st-command(step-index) delimited by space
                      " "                       delimited by size
                      st-parameters(step-index) delimited by "  "
                   into runctl-report-record(75 : 126)
               end-string
               if st-note(step-index) not = spaces
                   move spaces to runctl-report-record(160 : 41)
                   move st-note(step-index)
                       to runctl-report-record(160 : 41)
               end-if
           end-if
           write runctl-report-record.

       write-runctl-summary.
           move spaces to runctl-report-record
           write runctl-report-record
           move step-count to count-edited
           move spaces to runctl-report-record
           string "STEPS DEFINED     " delimited by size
                  count-edited delimited by size
               into runctl-report-record
           end-string
           write runctl-report-record
           move steps-ok-count to count-edited
           move spaces to runctl-report-record
           string "  RAN OK          " delimited by size
                  count-edited delimited by size
               into runctl-report-record
           end-string
           write runctl-report-record
           move steps-earlier-count to count-edited
           move spaces to runctl-report-record
           string "  OK EARLIER      " delimited by size
                  count-edited delimited by size
               into runctl-report-record
           end-string
           write runctl-report-record
           move steps-failed-count to count-edited
           move spaces to runctl-report-record
           string "  FAILED          " delimited by size
                  count-edited delimited by size
               into runctl-report-record
           end-string
           write runctl-report-record
           move steps-held-count to count-edited
           move spaces to runctl-report-record
           string "  HELD            " delimited by size
                  count-edited delimited by size
               into runctl-report-record
           end-string
           write runctl-report-record
           move spaces to runctl-report-record
           write runctl-report-record
           move spaces to runctl-report-record
           if steps-failed-count + steps-held-count = 0
               move "STREAM COMPLETE" to runctl-report-record
           else
               string "STREAM INCOMPLETE - RERUN cobfetch-runctl "
                          delimited by size
                      run-date delimited by size
                      " TO RESTART AT THE FIRST FAILED STEP"
                          delimited by size
                   into runctl-report-record
               end-string
           end-if
           write runctl-report-record
           display runctl-report-record(1 : 100).

       set-runctl-return-code.
           if runctl-abort
               or steps-failed-count + steps-held-count > 0
               move 8 to return-code
           else
               move 0 to return-code
           end-if.
