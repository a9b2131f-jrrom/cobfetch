      *> One row of the package watchlist WATCH.CTL - a package and
      *> the lowest version security will accept for it, optionally
      *> scoped to one environment (blank or "*ALL" covers every
      *> environment; an environment row beats the *ALL row for the
      *> same package), and the severity the exposure alert is
      *> raised at (W when blank). Fixed columns, maintained by ops
      *> as data like FIELDS.CTL. Versions are compared the way the
      *> package managers order them, so 3.0.13 is above 3.0.9.
           01 watch-ctl-record.
               02 wc-package       pic x(64).
               02 wc-min-version   pic x(64).
               02 wc-environment   pic x(04).
               02 wc-severity      pic x(01).
