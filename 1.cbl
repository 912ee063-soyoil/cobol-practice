           write run-control-record.

       0095-mark-run-control-running.
           move spaces to rc-end-date.
           move spaces to rc-end-time.
           perform 0097-stamp-run-control-start.
           move "RUNNING " to rc-run-status.
           rewrite run-control-record.
