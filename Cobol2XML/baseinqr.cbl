            the monthly archives stay sequential scans, they are
            already cut down to one month each.

            15-oct-2026 - jb - the audit and archive records are
            widened to the full 182-column line, so the origin,
            requester and approver columns are not read back as lines
            of their own; the report still prints the first 126.

       environment division.
       input-output section.
       file-control.
           05  aud_decimal_fraction            pic x(12).
           05  filler                          pic x(01).
           05  aud_output_fraction             pic x(12).
       ***--- the origin, requester and approver columns
           05  filler                          pic x(56).

       fd  archive-file.
       01  archive-record                      pic x(182).

       fd  inqrpt-file.
       01  inqrpt-record                       pic x(132).
           else
              add 1 to recs_converted
           end-if
           write inqrpt-record from audit-record(1:126).
       select-one-record-ex.
