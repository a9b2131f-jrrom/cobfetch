       identification division.
       program-id. cobfetch-hostjrnl.

      *> Host master change report over the journal COBFETCH.HMJ -
      *> the quarterly "who changed what on HOSTMAST.DAT" answer the
      *> change auditors ask for. Walks the journal in key order
      *> (date/time/host), so the report reads oldest change first,
      *> and for every change in the range prints the action, the
      *> host, the operator and program that made it, then field by
      *> field what it was before and what it became. A CHANGE lists
      *> only the fields that actually moved; an ADD lists every
      *> field it set; DEACT and ACT show the active flag flip. Run
      *> as
      *>     cobfetch-hostjrnl host|* [from-yyyymmdd to-yyyymmdd]
      *> the host argument is a leading match ("web" covers web01,
      *> web02, ...) and "*" means every host; no range means the
      *> whole journal. Output to HOSTJRNL.RPT.

       environment division.
           input-output section.
           file-control.
               select host-journal-file assign to "COBFETCH.HMJ"
                   organization indexed
                   access mode is dynamic
                   record key is hj-key
                   file status is host-journal-status.

               select journal-report-file assign to "HOSTJRNL.RPT"
                   organization line sequential
                   file status is journal-report-status.

       data division.
           file section.
               fd host-journal-file.
                   copy hostjrnl.

               fd journal-report-file.
                   01 journal-report-record pic x(200).

           working-storage section.
               01 host-journal-status   pic x(02).
               01 journal-report-status pic x(02).
               01 journal-eof-switch    pic x(01) value "N".
                   88 journal-eof           value "Y".
               01 jrnl-abort-switch     pic x(01) value "N".
                   88 jrnl-abort            value "Y".
               01 jrnl-usage-switch     pic x(01) value "N".
                   88 jrnl-usage-bad        value "Y".

               01 jrnl-args             pic x(96).
               01 host-pattern          pic x(64).
               01 host-pattern-len      pic 9(2) value 0.
               01 from-token            pic x(10).
               01 to-token              pic x(10).
               01 range-start-date      pic x(08) value low-values.
               01 range-end-date        pic x(08) value high-values.

      *> One field of the before/after comparison - the label and
      *> both values, padded to the widest hostmast.cpy field so one
      *> paragraph prints any of them.
               01 compare-label         pic x(12).
               01 compare-before        pic x(64).
               01 compare-after         pic x(64).
               01 fields-listed-count   pic 9(2).

               01 changes-listed-count  pic 9(7) value 0.
               01 adds-listed-count     pic 9(7) value 0.
               01 updates-listed-count  pic 9(7) value 0.
               01 deacts-listed-count   pic 9(7) value 0.
               01 acts-listed-count     pic 9(7) value 0.
               01 count-edited          pic zzzzzz9.

      *> ***************************************************************

       procedure division.
           perform parse-jrnl-arguments
           if jrnl-usage-bad
               display "usage: cobfetch-hostjrnl host|* "
                   "[from-yyyymmdd to-yyyymmdd]"
           else
               perform open-jrnl-files
               perform position-journal
               perform walk-journal until journal-eof
               perform write-jrnl-summary
               perform close-jrnl-files
           end-if
           stop run.

       parse-jrnl-arguments.
           move spaces to jrnl-args
           accept jrnl-args from command-line
           move spaces to host-pattern
           move spaces to from-token
           move spaces to to-token
           unstring jrnl-args delimited by all " "
               into host-pattern from-token to-token
           end-unstring
           if host-pattern = spaces
               set jrnl-usage-bad to true
           end-if
           if from-token not = spaces
               if from-token(1 : 8) is numeric
                   move from-token(1 : 8) to range-start-date
               else
                   set jrnl-usage-bad to true
               end-if
               if to-token(1 : 8) is numeric
                   move to-token(1 : 8) to range-end-date
               else
                   set jrnl-usage-bad to true
               end-if
           end-if
           move 0 to host-pattern-len
           if host-pattern not = "*"
               inspect host-pattern tallying host-pattern-len
                   for characters before initial space
           end-if.

       open-jrnl-files.
           open input host-journal-file
           if host-journal-status not = "00"
               display "COBFETCH.HMJ not found or unreadable, status="
                   host-journal-status
               set journal-eof to true
               set jrnl-abort to true
           end-if
           if not jrnl-abort
               open output journal-report-file
               if journal-report-status not = "00"
                   display "HOSTJRNL.RPT could not be opened, status="
                       journal-report-status
                   set journal-eof to true
                   set jrnl-abort to true
               end-if
           end-if
           if not jrnl-abort
               perform write-jrnl-heading
           end-if.

      *> The close is guarded on whether the open succeeded, not on
      *> the last operation's status - after the walk reads to end
      *> of file that status is "10", which is not "never opened".
       close-jrnl-files.
           if not jrnl-abort
               close host-journal-file
               close journal-report-file
           end-if.

       write-jrnl-heading.
           move spaces to journal-report-record
           string "HOST MASTER CHANGES  " delimited by size
                  host-pattern delimited by space
               into journal-report-record
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
                   into journal-report-record(60 : )
               end-string
           end-if
           write journal-report-record
           move spaces to journal-report-record
           write journal-report-record.

      *> The journal is in date order, so the range start is one
      *> START away and the walk stops at the first change past the
      *> range end.
       position-journal.
           if not jrnl-abort
               move range-start-date to hj-date
               move low-values to hj-time
               move low-values to hj-host
               move 0 to hj-seq
               start host-journal-file key not less than hj-key
                   invalid key set journal-eof to true
               end-start
           end-if.

       walk-journal.
           read host-journal-file next record
               at end set journal-eof to true
               not at end
                   if hj-date > range-end-date
                       set journal-eof to true
                   else
                       perform handle-one-change
                   end-if
           end-read.

       handle-one-change.
           if host-pattern-len = 0
               or hj-host(1 : host-pattern-len)
                   = host-pattern(1 : host-pattern-len)
               add 1 to changes-listed-count
               evaluate true
                   when hj-action-add    add 1 to adds-listed-count
                   when hj-action-change add 1 to updates-listed-count
                   when hj-action-deact  add 1 to deacts-listed-count
                   when hj-action-act    add 1 to acts-listed-count
               end-evaluate
               perform write-change-heading
               perform write-change-fields
           end-if.

       write-change-heading.
           move spaces to journal-report-record
           write journal-report-record
           move spaces to journal-report-record
           string hj-date(1 : 4) "-" hj-date(5 : 2) "-"
                  hj-date(7 : 2) delimited by size
                  " "            delimited by size
                  hj-time(1 : 2) ":" hj-time(3 : 2) ":"
                  hj-time(5 : 2) delimited by size
                  "  "           delimited by size
                  hj-action      delimited by size
                  "  "           delimited by size
                  hj-host        delimited by space
                  "  BY "        delimited by size
                  hj-operator    delimited by space
                  "  VIA "       delimited by size
                  hj-program     delimited by space
               into journal-report-record
           end-string
           write journal-report-record.

       write-change-fields.
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
           perform write-one-field-change
           if fields-listed-count = 0
               move spaces to journal-report-record
               move "    NO FIELD CHANGED" to journal-report-record
               write journal-report-record
           end-if.

      *> An ADD has no before image, so every field it set is
      *> listed; anything else lists only what moved.
       write-one-field-change.
           if (hj-action-add and compare-after not = spaces)
               or (not hj-action-add
                   and compare-before not = compare-after)
               add 1 to fields-listed-count
               move spaces to journal-report-record
               move "    " to journal-report-record(1 : 4)
               move compare-label to journal-report-record(5 : 12)
               move "BEFORE " to journal-report-record(18 : 7)
               if hj-action-add
                   move "(NONE)" to journal-report-record(25 : 6)
               else
                   move compare-before to journal-report-record(25 : 64)
               end-if
               move "AFTER " to journal-report-record(91 : 6)
               move compare-after to journal-report-record(97 : 64)
               write journal-report-record
           end-if.

       write-jrnl-summary.
           if jrnl-abort
               continue
           else
               move spaces to journal-report-record
               write journal-report-record
               move changes-listed-count to count-edited
               move spaces to journal-report-record
               string "CHANGES LISTED    " delimited by size
                      count-edited delimited by size
                   into journal-report-record
               end-string
               write journal-report-record
               move adds-listed-count to count-edited
               move spaces to journal-report-record
               string "  ADD             " delimited by size
                      count-edited delimited by size
                   into journal-report-record
               end-string
               write journal-report-record
               move updates-listed-count to count-edited
               move spaces to journal-report-record
               string "  CHANGE          " delimited by size
                      count-edited delimited by size
                   into journal-report-record
               end-string
               write journal-report-record
               move deacts-listed-count to count-edited
               move spaces to journal-report-record
               string "  DEACT           " delimited by size
                      count-edited delimited by size
                   into journal-report-record
               end-string
               write journal-report-record
               move acts-listed-count to count-edited
               move spaces to journal-report-record
               string "  ACT             " delimited by size
                      count-edited delimited by size
                   into journal-report-record
               end-string
               write journal-report-record
           end-if.
