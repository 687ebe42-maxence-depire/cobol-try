           05 ox-operator-id pic x(08).
           05 ox-password    pic x(08).
           05 ox-permissions pic x(40).
           05 ox-permissions-ext pic x(59).

       fd  operator-master-file.
           copy opermast.
           move "A" to op-status.
           move zero to op-fail-count.
           move ox-permissions to op-permissions.
           move ox-permissions-ext to op-permissions-ext.
      *> a reload is a supervisor's reset: the expiry clock starts
      *> fresh and the re-use history is wiped with it.
           move function current-date(1:8) to op-pwd-changed-date.
