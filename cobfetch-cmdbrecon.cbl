       identification division.
       program-id. cobfetch-cmdbrecon.

      *> CMDB reconciliation - matches the nightly corporate CMDB
      *> extract CMDB.DAT against the hand-maintained host master by
      *> hostname, so drift between the system of record and
      *> HOSTMAST.DAT is a morning report instead of a surprise.
      *> CMDBRECON.RPT lists:
      *>     NOT ON MASTER   a LIVE CMDB server the master lacks
      *>     RETIRED         an active master host the CMDB retired
      *>     INACTIVE        a LIVE CMDB server deactivated here
      *>     ENV MISMATCH    hm-environment disagrees with the CMDB
      *>     OWNER MISMATCH  hm-owner disagrees with the CMDB
      *>     NOT IN CMDB     an active master host the extract lacks
      *>     DUPLICATE       a host on the extract more than once
      *>     BAD STATUS      a CMDB status neither LIVE nor RETIRED
      *> Run as
      *>     cobfetch-cmdbrecon [APPLY]
      *> Without APPLY nothing is changed. With APPLY the NOT ON
      *> MASTER servers are added (environment and owner from the
      *> CMDB, active, connection fields left for hostmaint) and the
      *> RETIRED ones deactivated, under the same rules as
      *> cobfetch-hostmaint ADD and DEACT and journalled to
      *> COBFETCH.HMJ the same way - so onboarding a rack of boxes
      *> is one run, and every change still shows in
      *> cobfetch-hostjrnl. Mismatches and hosts missing from the
      *> extract are only reported: a short extract must never
      *> deactivate half the fleet, and which side of a mismatch is
      *> right is a decision for a person. A row whose status is
      *> neither LIVE nor RETIRED is not compared or applied at all -
      *> it is reported with the status as the extract has it.

       environment division.
           input-output section.
           file-control.
               select cmdb-extract-file assign to "CMDB.DAT"
                   organization line sequential
                   file status is cmdb-extract-status.

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

               select cmdb-report-file assign to "CMDBRECON.RPT"
                   organization line sequential
                   file status is cmdb-report-status.

       data division.
           file section.
               fd cmdb-extract-file.
                   copy cmdbrec.

               fd host-master-file.
                   copy hostmast.

               fd host-journal-file.
                   copy hostjrnl.

               fd cmdb-report-file.
                   01 cmdb-report-record pic x(220).

           working-storage section.
               01 cmdb-extract-status   pic x(02).
               01 host-master-status    pic x(02).
               01 host-journal-status   pic x(02).
               01 cmdb-report-status    pic x(02).
               01 cmdb-eof-switch       pic x(01) value "N".
                   88 cmdb-eof              value "Y".
               01 master-eof-switch     pic x(01) value "N".
                   88 master-eof            value "Y".
               01 cmdb-abort-switch     pic x(01) value "N".
                   88 cmdb-abort            value "Y".
               01 extract-open-switch   pic x(01) value "N".
                   88 extract-open          value "Y".
               01 master-open-switch    pic x(01) value "N".
                   88 master-open           value "Y".
               01 journal-open-switch   pic x(01) value "N".
                   88 journal-open          value "Y".
               01 report-open-switch    pic x(01) value "N".
                   88 report-open           value "Y".
               01 journal-written-switch pic x(01).
                   88 journal-written       value "Y".

               01 cmdb-args             pic x(20).
               01 cmdb-mode             pic x(06) value "REPORT".
                   88 cmdb-mode-apply       value "APPLY".

               01 run-date              pic x(08).
               01 run-time              pic x(06).
               01 maint-operator        pic x(16).
               01 maint-action          pic x(08).
               01 master-before-image   pic x(184).

      *> Every hostname seen on the extract, so the closing pass over
      *> the master can tell which active hosts the CMDB never
      *> mentioned. A full table makes that pass unreliable, so it
      *> is skipped and the summary says why rather than listing
      *> every host past the cutoff as NOT IN CMDB.
               01 seen-host-count       pic 9(5) value 0.
               01 seen-host-table.
                   02 seen-host occurs 5000 times pic x(64).
               01 seen-overflow-switch  pic x(01) value "N".
                   88 seen-overflow         value "Y".
               01 seen-search-index     usage binary-long.
               01 seen-found-index      usage binary-long.

               01 line-host             pic x(64).
               01 line-env              pic x(04).
               01 line-tag              pic x(16).
               01 line-detail           pic x(120).

               01 rows-read-count        pic 9(5) value 0.
               01 rows-matched-count     pic 9(5) value 0.
               01 not-on-master-count    pic 9(5) value 0.
               01 retired-active-count   pic 9(5) value 0.
               01 inactive-live-count    pic 9(5) value 0.
               01 env-mismatch-count     pic 9(5) value 0.
               01 owner-mismatch-count   pic 9(5) value 0.
               01 not-in-cmdb-count      pic 9(5) value 0.
               01 duplicate-row-count    pic 9(5) value 0.
               01 bad-status-count       pic 9(5) value 0.
               01 hosts-added-count      pic 9(5) value 0.
               01 hosts-deactivated-count pic 9(5) value 0.
               01 count-edited           pic zzzz9.

      *> ***************************************************************

       procedure division.
           accept run-date from date yyyymmdd
           accept run-time from time
           perform determine-cmdb-mode
           perform open-cmdb-files
           if not cmdb-abort
               perform write-cmdb-heading
               perform match-cmdb-rows until cmdb-eof
               perform find-hosts-not-in-cmdb
               perform write-cmdb-summary
           end-if
           perform close-cmdb-files
           stop run.

       determine-cmdb-mode.
           move spaces to cmdb-args
           accept cmdb-args from command-line
           if cmdb-args = "APPLY" or cmdb-args = "apply"
               set cmdb-mode-apply to true
           end-if.

      *> Report mode only reads the master; apply mode updates it
      *> and, like cobfetch-hostmaint, will not update it at all
      *> without the journal - and creates either file on the very
      *> first run (status "35") the way hostmaint does.
       open-cmdb-files.
           open input cmdb-extract-file
           if cmdb-extract-status = "00"
               set extract-open to true
           else
               display "CMDB.DAT not found or unreadable, status="
                   cmdb-extract-status
               set cmdb-abort to true
           end-if
           if not cmdb-abort
               if cmdb-mode-apply
                   perform open-master-update
               else
                   open input host-master-file
                   if host-master-status = "00"
                       set master-open to true
                   else
                       display "HOSTMAST.DAT not found or unreadable, "
                           "status=" host-master-status
                       set cmdb-abort to true
                   end-if
               end-if
           end-if
           if not cmdb-abort
               open output cmdb-report-file
               if cmdb-report-status = "00"
                   set report-open to true
               else
                   display "CMDBRECON.RPT could not be opened, status="
                       cmdb-report-status
                   set cmdb-abort to true
               end-if
           end-if.

       open-master-update.
           open i-o host-master-file
           if host-master-status = "35"
               open output host-master-file
               close host-master-file
               open i-o host-master-file
           end-if
           if host-master-status not = "00"
               display "HOSTMAST.DAT could not be opened, status="
                   host-master-status
               set cmdb-abort to true
           else
               set master-open to true
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
                   set cmdb-abort to true
               end-if
           end-if
           move spaces to maint-operator
           accept maint-operator from environment "USER"
           if maint-operator = spaces
               move "UNKNOWN" to maint-operator
           end-if.

      *> The closes are guarded on whether the opens succeeded, not
      *> on the last operation's status - after the extract is read
      *> to end of file that status is "10", which is not "never
      *> opened".
       close-cmdb-files.
           if extract-open
               close cmdb-extract-file
           end-if
           if master-open
               close host-master-file
           end-if
           if journal-open
               close host-journal-file
           end-if
           if report-open
               close cmdb-report-file
           end-if.

       write-cmdb-heading.
           move spaces to cmdb-report-record
           string "CMDB RECONCILIATION  RUN " delimited by size
                  run-date(1 : 4) "-" run-date(5 : 2) "-"
                  run-date(7 : 2) delimited by size
                  "  MODE "       delimited by size
                  cmdb-mode       delimited by space
               into cmdb-report-record
           end-string
           write cmdb-report-record
           move spaces to cmdb-report-record
           write cmdb-report-record.

       match-cmdb-rows.
           read cmdb-extract-file
               at end set cmdb-eof to true
               not at end
                   if cmdb-host not = spaces
                       perform match-one-cmdb-row
                   end-if
           end-read.

       match-one-cmdb-row.
           add 1 to rows-read-count
           perform find-seen-host
           if seen-found-index > 0
               add 1 to duplicate-row-count
               move "DUPLICATE" to line-tag
               move "HOST APPEARS MORE THAN ONCE ON THE EXTRACT"
                   to line-detail
               move cmdb-host to line-host
               move cmdb-environment to line-env
               perform write-cmdb-line
           else
               perform remember-seen-host
               if cmdb-live or cmdb-retired
                   move cmdb-host to hm-host
                   read host-master-file
                       invalid key perform handle-host-not-on-master
                       not invalid key perform compare-one-host
                   end-read
               else
                   perform report-bad-cmdb-status
               end-if
           end-if.

      *> A blank or mistyped status could hide a server either way,
      *> so the row is neither matched nor applied.
       report-bad-cmdb-status.
           add 1 to bad-status-count
           move "BAD STATUS" to line-tag
           move spaces to line-detail
           string "CMDB STATUS """ delimited by size
                  cmdb-status      delimited by size
                  """ IS NEITHER LIVE NOR RETIRED - NOT COMPARED"
                      delimited by size
               into line-detail
           end-string
           move cmdb-host to line-host
           move cmdb-environment to line-env
           perform write-cmdb-line.

       find-seen-host.
           move 0 to seen-found-index
           perform match-one-seen-host
               varying seen-search-index from 1 by 1
               until seen-search-index > seen-host-count
               or seen-found-index > 0.

       match-one-seen-host.
           if seen-host(seen-search-index) = cmdb-host
               move seen-search-index to seen-found-index
           end-if.

       remember-seen-host.
           if seen-host-count < 5000
               add 1 to seen-host-count
               move cmdb-host to seen-host(seen-host-count)
           else
               set seen-overflow to true
           end-if.

      *> A retired server that never reached the master is already
      *> where it should be - nothing to report.
       handle-host-not-on-master.
           if cmdb-live
               add 1 to not-on-master-count
               move "NOT ON MASTER" to line-tag
               move spaces to line-detail
               string "CMDB ENV "       delimited by size
                      cmdb-environment  delimited by size
                      "  OWNER "        delimited by size
                      cmdb-owner        delimited by "  "
                   into line-detail
               end-string
               if cmdb-mode-apply
                   perform add-host-from-cmdb
               end-if
               move cmdb-host to line-host
               move cmdb-environment to line-env
               perform write-cmdb-line
           end-if.

       compare-one-host.
           add 1 to rows-matched-count
           move hm-host to line-host
           move hm-environment to line-env
           if cmdb-retired
               if hm-active
                   add 1 to retired-active-count
                   move "RETIRED" to line-tag
                   move "ACTIVE ON MASTER, RETIRED IN THE CMDB"
                       to line-detail
                   if cmdb-mode-apply
                       perform deactivate-retired-host
                   end-if
                   perform write-cmdb-line
               end-if
           else
               if hm-inactive
                   add 1 to inactive-live-count
                   move "INACTIVE" to line-tag
                   move "LIVE IN THE CMDB, INACTIVE ON MASTER"
                       to line-detail
                   perform write-cmdb-line
               end-if
               if hm-environment not = cmdb-environment
                   add 1 to env-mismatch-count
                   move "ENV MISMATCH" to line-tag
                   move spaces to line-detail
                   string "MASTER "        delimited by size
                          hm-environment   delimited by size
                          "  CMDB "        delimited by size
                          cmdb-environment delimited by size
                       into line-detail
                   end-string
                   perform write-cmdb-line
               end-if
               if hm-owner not = cmdb-owner
                   add 1 to owner-mismatch-count
                   move "OWNER MISMATCH" to line-tag
                   move spaces to line-detail
                   string "MASTER "        delimited by size
                          hm-owner         delimited by "  "
                          "  CMDB "        delimited by size
                          cmdb-owner       delimited by "  "
                       into line-detail
                   end-string
                   perform write-cmdb-line
               end-if
           end-if.

      *> Same record cobfetch-hostmaint ADD builds from a command
      *> line carrying only host, environment and owner.
       add-host-from-cmdb.
           move cmdb-host        to hm-host
           move cmdb-environment to hm-environment
           move cmdb-owner       to hm-owner
           move spaces to hm-ssh-user
           move spaces to hm-ssh-port
           move spaces to hm-ssh-options
           set hm-active to true
           write host-master-record
               invalid key
                   display "add failed for " cmdb-host(1 : 32)
                       " status=" host-master-status
               not invalid key
                   add 1 to hosts-added-count
                   move spaces to master-before-image
                   move "ADD" to maint-action
                   perform journal-master-change
                   move spaces to line-detail
                   string "ADDED  ENV "    delimited by size
                          cmdb-environment delimited by size
                          "  OWNER "       delimited by size
                          cmdb-owner       delimited by "  "
                       into line-detail
                   end-string
           end-write.

       deactivate-retired-host.
           move host-master-record to master-before-image
           set hm-inactive to true
           rewrite host-master-record
               invalid key
                   display "rewrite failed for " hm-host(1 : 32)
                       " status=" host-master-status
               not invalid key
                   add 1 to hosts-deactivated-count
                   move "DEACT" to maint-action
                   perform journal-master-change
                   move "RETIRED IN THE CMDB - DEACTIVATED"
                       to line-detail
           end-rewrite.

      *> Same journal record and sequence-number retry as
      *> cobfetch-hostmaint, with this program named as the source.
       journal-master-change.
           move run-date            to hj-date
           move run-time            to hj-time
           move hm-host             to hj-host
           move 0                   to hj-seq
           move maint-action        to hj-action
           move maint-operator      to hj-operator
           move "cobfetch-cmdbrecon" to hj-program
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

      *> Closing pass - every active master host the extract never
      *> named. Inactive hosts are already out of service and are
      *> not the CMDB's concern.
       find-hosts-not-in-cmdb.
           if seen-overflow
               continue
           else
               move low-values to hm-host
               start host-master-file key not less than hm-host
                   invalid key set master-eof to true
               end-start
               perform check-master-hosts until master-eof
           end-if.

       check-master-hosts.
           read host-master-file next record
               at end set master-eof to true
               not at end
                   if hm-active
                       move hm-host to cmdb-host
                       perform find-seen-host
                       if seen-found-index = 0
                           add 1 to not-in-cmdb-count
                           move hm-host to line-host
                           move hm-environment to line-env
                           move "NOT IN CMDB" to line-tag
                           move spaces to line-detail
                           string "ACTIVE ON MASTER, OWNER "
                                      delimited by size
                                  hm-owner delimited by "  "
                               into line-detail
                           end-string
                           perform write-cmdb-line
                       end-if
                   end-if
           end-read.

       write-cmdb-line.
           move spaces to cmdb-report-record
           string line-host      delimited by space
                  "  "           delimited by size
                  line-env       delimited by size
                  "  "           delimited by size
                  line-tag       delimited by size
                  line-detail    delimited by size
               into cmdb-report-record
           end-string
           write cmdb-report-record.

       write-cmdb-summary.
           move spaces to cmdb-report-record
           write cmdb-report-record
           move rows-read-count to count-edited
           move spaces to cmdb-report-record
           string "CMDB ROWS READ          " delimited by size
                  count-edited delimited by size
               into cmdb-report-record
           end-string
           write cmdb-report-record
           move rows-matched-count to count-edited
           move spaces to cmdb-report-record
           string "ROWS MATCHED ON MASTER  " delimited by size
                  count-edited delimited by size
               into cmdb-report-record
           end-string
           write cmdb-report-record
           move not-on-master-count to count-edited
           move spaces to cmdb-report-record
           string "NOT ON MASTER           " delimited by size
                  count-edited delimited by size
               into cmdb-report-record
           end-string
           write cmdb-report-record
           move retired-active-count to count-edited
           move spaces to cmdb-report-record
           string "RETIRED BUT ACTIVE      " delimited by size
                  count-edited delimited by size
               into cmdb-report-record
           end-string
           write cmdb-report-record
           move inactive-live-count to count-edited
           move spaces to cmdb-report-record
           string "LIVE BUT INACTIVE       " delimited by size
                  count-edited delimited by size
               into cmdb-report-record
           end-string
           write cmdb-report-record
           move env-mismatch-count to count-edited
           move spaces to cmdb-report-record
           string "ENVIRONMENT MISMATCHES  " delimited by size
                  count-edited delimited by size
               into cmdb-report-record
           end-string
           write cmdb-report-record
           move owner-mismatch-count to count-edited
           move spaces to cmdb-report-record
           string "OWNER MISMATCHES        " delimited by size
                  count-edited delimited by size
               into cmdb-report-record
           end-string
           write cmdb-report-record
           move duplicate-row-count to count-edited
           move spaces to cmdb-report-record
           string "DUPLICATE CMDB ROWS     " delimited by size
                  count-edited delimited by size
               into cmdb-report-record
           end-string
           write cmdb-report-record
           move bad-status-count to count-edited
           move spaces to cmdb-report-record
           string "BAD CMDB STATUS         " delimited by size
                  count-edited delimited by size
               into cmdb-report-record
           end-string
           write cmdb-report-record
           if seen-overflow
               move spaces to cmdb-report-record
               string "NOT IN CMDB             " delimited by size
                      "NOT CHECKED - EXTRACT EXCEEDS 5000 HOSTS"
                          delimited by size
                   into cmdb-report-record
               end-string
               write cmdb-report-record
           else
               move not-in-cmdb-count to count-edited
               move spaces to cmdb-report-record
               string "NOT IN CMDB             " delimited by size
                      count-edited delimited by size
                   into cmdb-report-record
               end-string
               write cmdb-report-record
           end-if
           if cmdb-mode-apply
               move hosts-added-count to count-edited
               move spaces to cmdb-report-record
               string "HOSTS ADDED             " delimited by size
                      count-edited delimited by size
                   into cmdb-report-record
               end-string
               write cmdb-report-record
               move hosts-deactivated-count to count-edited
               move spaces to cmdb-report-record
               string "HOSTS DEACTIVATED       " delimited by size
                      count-edited delimited by size
                   into cmdb-report-record
               end-string
               write cmdb-report-record
           end-if.
