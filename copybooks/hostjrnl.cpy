      *> One change to the host master on the journal COBFETCH.HMJ -
      *> written by every cobfetch-hostmaint ADD / CHANGE / DEACT /
      *> ACT that actually updates HOSTMAST.DAT (and by anything else
      *> that maintains the master under the same rules), so "who
      *> flipped this box to DEV, and when" is answered from the
      *> journal instead of shell history. Keyed date/time/host so
      *> one sequential pass walks a quarter's changes in the order
      *> they were made; the sequence number keeps two changes to
      *> the same host in the same second apart. The before and
      *> after images are the whole hostmast.cpy record, field for
      *> field in the same order - a before image of spaces is an
      *> ADD. The operator is the login that ran the change and the
      *> program is what made it.
           01 host-journal-record.
               02 hj-key.
                   03 hj-date          pic x(08).
                   03 hj-time          pic x(06).
                   03 hj-host          pic x(64).
                   03 hj-seq           pic 9(02).
               02 hj-action            pic x(08).
                   88 hj-action-add        value "ADD".
                   88 hj-action-change     value "CHANGE".
                   88 hj-action-deact      value "DEACT".
                   88 hj-action-act        value "ACT".
               02 hj-operator          pic x(16).
               02 hj-program           pic x(20).
               02 hj-before-image.
                   03 hjb-host         pic x(64).
                   03 hjb-environment  pic x(04).
                   03 hjb-owner        pic x(30).
                   03 hjb-ssh-user     pic x(16).
                   03 hjb-ssh-port     pic x(05).
                   03 hjb-ssh-options  pic x(64).
                   03 hjb-active-flag  pic x(01).
               02 hj-after-image.
                   03 hja-host         pic x(64).
                   03 hja-environment  pic x(04).
                   03 hja-owner        pic x(30).
                   03 hja-ssh-user     pic x(16).
                   03 hja-ssh-port     pic x(05).
                   03 hja-ssh-options  pic x(64).
                   03 hja-active-flag  pic x(01).
