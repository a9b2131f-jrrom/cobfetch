      *> One server row of the nightly corporate CMDB extract
      *> CMDB.DAT - the system of record for which servers exist,
      *> the environment they belong to and the group that owns
      *> them. Fixed columns, cut by the CMDB export job to match
      *> hostmast.cpy's widths so the two compare field for field. A
      *> server the CMDB has decommissioned stays on the extract
      *> with the RETIRED status until it is archived there.
           01 cmdb-record.
               02 cmdb-host            pic x(64).
               02 cmdb-environment     pic x(04).
               02 cmdb-owner           pic x(30).
               02 cmdb-status          pic x(08).
                   88 cmdb-live            value "LIVE".
                   88 cmdb-retired         value "RETIRED".
