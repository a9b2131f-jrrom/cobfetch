      *> One step of one night's run on the run-control file
      *> COBFETCH.RUN, written by cobfetch-runctl - keyed by the
      *> business date the stream ran for and the step id, so a
      *> rerun for the same date finds the steps that already
      *> finished OK and starts again from the first one that did
      *> not. A step is marked RUNNING before it starts, so one
      *> still RUNNING on a rerun is one whose driver died under it.
      *> A HELD step was never started because a step it depends on
      *> failed or was itself held.
           01 run-control-record.
               02 rn-key.
                   03 rn-run-date      pic x(08).
                   03 rn-step-id       pic x(08).
               02 rn-status            pic x(01).
                   88 rn-running           value "R".
                   88 rn-ok                value "O".
                   88 rn-failed            value "F".
                   88 rn-held              value "H".
               02 rn-start-date        pic x(08).
               02 rn-start-time        pic x(06).
               02 rn-end-date          pic x(08).
               02 rn-end-time          pic x(06).
               02 rn-return-code       pic 9(03).
               02 rn-attempts          pic 9(03).
               02 rn-note              pic x(64).
