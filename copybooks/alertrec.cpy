      *> One alert on the persistent queue COBFETCH.ALQ, keyed so
      *> repeats of the same condition on the same host at the same
      *> moment collapse. Written by cobfetch (failed lookups,
      *> recently-rebooted warning), cobfetch-sweep (FAILED sweep
      *> outcome), cobfetch-disktrend (filesystem forecast),
      *> cobfetch-pkgwatch (package below its watchlist minimum) and
      *> cobfetch-runctl (failed job stream step); drained,
      *> deduplicated and delivered by cobfetch-alertd. Conditions:
      *> the failed field label for a lookup failure (HOSTNAME,
      *> USER, OS, KERNEL, UPTIME, SHELL, DISK), REBOOT, SWPFAIL,
      *> "DF" plus the start of the mount point, "PV" plus the start
      *> of the package name, and for host JOBSTREAM the failed
      *> step's id. Severity: W warning, C critical.
      *> Delivered and handled are different states: the delivery
      *> stamp and routing tier say when and through which NOTIFY.CTL
      *> tier the alert last went out, and the acknowledgment fields
