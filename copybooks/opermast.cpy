      *> the change dialog refuses to accept again.
               05 op-pwd-changed-date pic x(08).
               05 op-prev-password occurs 3 times pic x(08).
      *> the permission flags for menu options 41-99, carried past
      *> the original layout so existing records still read; blank
      *> on an old record means none of the later options.
               05 op-permissions-ext pic x(59).
