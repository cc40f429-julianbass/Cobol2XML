            shadow that was switched off mid-session (or never existed)
            catches back up.

            15-oct-2026 - jb - the audit line grew lineage columns past
            column 126 (origin, session or run number, sequence); the
            live, archive and work records widened to carry the whole
            line, and the shadow rebuild keeps the classic 126.

            15-oct-2026 - jb - widened again for the requester id
            column BASEBTCH now appends after the lineage.

            15-oct-2026 - jb - and again for the approver column a
            conversion released through BASEAPPR carries.

       environment division.
       input-output section.
       file-control.
       fd  audit-file.
       01  audit-record.
           05  aud_date                        pic 9(08).
           05  filler                          pic x(174).

       fd  archive-file.
       01  archive-record                      pic x(182).

       fd  work-file.
       01  work-record                         pic x(182).

       fd  arcrpt-file.
       01  arcrpt-record                       pic x(80).
