      *> One reboot on the reboot event file COBFETCH.RBT, found by
      *> cobfetch-rebootscan where a host's uptime on COBFETCH.HIST
      *> went backwards between two consecutive snapshots. The boot
      *> time is estimated as the detecting snapshot's time less the
      *> uptime it reported (uptime -p is to the minute, so seconds
      *> are always 00). The snapshot before it brackets the window
      *> the reboot happened in, and rb-uptime-minutes is that
      *> snapshot's uptime - how long the box had at least been up
      *> before it went down. rb-uptime-line is the detecting
      *> snapshot's uptime -p text, kept as the evidence. Keyed
      *> host/boot date/boot time, so a rescan of the same history
      *> finds the same keys and adds nothing twice.
           01 reboot-record.
               02 rb-key.
                   03 rb-host          pic x(64).
                   03 rb-boot-date     pic x(08).
                   03 rb-boot-time     pic x(06).
               02 rb-detected-date     pic x(08).
               02 rb-detected-time     pic x(06).
               02 rb-prior-date        pic x(08).
               02 rb-prior-time        pic x(06).
               02 rb-uptime-minutes    pic 9(09).
               02 rb-uptime-line       pic x(64).
