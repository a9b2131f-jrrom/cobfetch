      *> One total on the storage chargeback extract CHARGE.EXT,
      *> written by cobfetch-chargeback for the finance feed - one
      *> row per owner, one per environment and one grand total for
      *> the period. Sizes are in GB of 1024 x 1024 x 1024 bytes,
      *> taken from each host/mount's latest df observation in the
      *> month; free is df's available column, so it need not equal
      *> allocated less used. The prior columns are the month before,
      *> measured the same way, and the changes are this month less
      *> the prior month, signed.
           01 charge-extract-record.
               02 ce-period            pic x(06).
               02 ce-kind              pic x(01).
                   88 ce-owner-total       value "O".
                   88 ce-env-total         value "E".
                   88 ce-grand-total       value "T".
               02 ce-group             pic x(30).
               02 ce-filesystems       pic 9(05).
               02 ce-allocated-gb      pic 9(09)v99.
               02 ce-used-gb           pic 9(09)v99.
               02 ce-free-gb           pic 9(09)v99.
               02 ce-prior-filesystems pic 9(05).
               02 ce-prior-allocated-gb pic 9(09)v99.
               02 ce-prior-used-gb     pic 9(09)v99.
               02 ce-prior-free-gb     pic 9(09)v99.
               02 ce-change-allocated-gb pic s9(09)v99
                                           sign leading separate.
               02 ce-change-used-gb    pic s9(09)v99
                                           sign leading separate.
               02 ce-change-free-gb    pic s9(09)v99
                                           sign leading separate.
