            functions) -- the replay calls pass it along unused to
            keep the argument list whole.

            15-oct-2026 - jb - the audit record is widened to the
            full 182-column line, so the origin, requester and
            approver columns are not read back as lines of their own;
            the report still prints the first 126.

       environment division.
       input-output section.
       file-control.
           05  aud_decimal_fraction            pic x(12).
           05  filler                          pic x(01).
           05  aud_output_fraction             pic x(12).
       ***--- the origin, requester and approver columns
           05  filler                          pic x(56).

       fd  verrpt-file.
       01  verrpt-record                      pic x(132).
       report-mismatch.
           if record_ok
              set record_bad to true
              write verrpt-record from audit-record(1:126)
           end-if
           write verrpt-record from ver_reason_line.

