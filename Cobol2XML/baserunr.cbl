            arrived and which are missing can be seen at a glance
            instead of being pieced together from old reports.

            15-oct-2026 - jb - BASEBTCH now claims a run number with a
            started ("S") row when a feed is let in and adds the
            completed ("C") row when the run finishes.  only completed
            rows are listed and counted here -- a run that never
            finished shows up in BASERECN, not as a run.

       environment division.
       input-output section.
       file-control.
           05  rc_failed                       pic 9(08).
           05  filler                          pic x(01).
           05  rc_status                       pic x(01).
               88  rc_completed                value "C".

       fd  runrpt-file.
       01  runrpt-record                       pic x(100).
                  at end
                       set runctl_eof to true
                  not at end
                       if rc_completed
                          add 1 to runs_read
                          perform store-one-run thru store-one-run-ex
                       end-if
              end-read
           end-perform
           close runctl-file.
