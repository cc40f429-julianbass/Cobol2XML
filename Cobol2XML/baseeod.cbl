            reads that history for day-by-day and month-over-month
            trends.

            15-oct-2026 - jb - the audit record is widened to the
            full 182-column line, so the origin, requester and
            approver columns are not read back as lines of their own.

       environment division.
       input-output section.
       file-control.
           05  aud_decimal_fraction            pic x(12).
           05  filler                          pic x(01).
           05  aud_output_fraction             pic x(12).
       ***--- the origin, requester and approver columns
           05  filler                          pic x(56).

       fd  eodrpt-file.
       01  eodrpt-record                       pic x(80).
