      *> One step of the nightly job stream definition JOBSTRM.CTL -
      *> the step's id, the program it runs and the parameters it is
      *> given, up to four steps that must have finished OK before
      *> it may start, and the highest return code that still counts
      *> as OK (cobfetch-ctlcheck ends 4 on warnings, for one). Steps
      *> are started in file order as their predecessors finish.
      *> Run mode blank starts the step only when every predecessor
      *> finished OK; "A" starts it once they have all finished,
      *> whatever the outcome (the alert dispatcher, which has to
      *> page the stream's own failures the same night).
      *> Fixed columns, maintained by ops as data like FIELDS.CTL.
           01 job-step-record.
               02 js-step-id       pic x(08).
               02 js-command       pic x(64).
               02 js-parameters    pic x(64).
               02 js-predecessors.
                   03 js-after     pic x(08) occurs 4 times.
               02 js-max-ok-rc     pic 9(03).
               02 js-run-mode      pic x(01).
                   88 js-run-after-ok  value space.
                   88 js-run-always    value "A".
