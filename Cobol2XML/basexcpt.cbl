            keyed shadow when it is there, the full BASEAUD scan
            when it is not.

            15-oct-2026 - jb - conversions held for a second
            operator's approval are flagged too (PENDAPPR): any item
            still in the BASEPEND pending-approval file that was held
            on or before the report's to-date has outlived the day it
            was keyed and is listed with its held audit line.

            15-oct-2026 - jb - the audit record is widened to the
            full 182-column line, so the origin, requester and
            approver columns are not read back as lines of their own;
            the report still prints the first 126.

       environment division.
       input-output section.
       file-control.
           select xprm-file assign to "BASEXPRM"
               organization is line sequential
               file status is xprm_file_status.
           select optional pending-file assign to "BASEPEND"
               organization is line sequential
               file status is pend_file_status.
           select xcprpt-file assign to "BASEXCPR"
               organization is line sequential.

           05  aud_decimal_fraction            pic x(12).
           05  filler                          pic x(01).
           05  aud_output_fraction             pic x(12).
       ***--- the origin, requester and approver columns
           05  filler                          pic x(56).

       ***--- the keyed shadow of BASEAUD -- record 0 is the control
       ***--- record, every other record carries one audit line
           05  filler                          pic x(01).
           05  xp_vol_limit                    pic 9(06).

       ***--- a conversion BASE is holding for a second operator's
       ***--- approval, with the audit line it will write once released
       fd  pending-file.
       01  pending-record.
           05  pnd_session                     pic x(14).
           05  filler                          pic x(01).
           05  pnd_seq                         pic 9(08).
           05  filler                          pic x(01).
           05  pnd_held_date                   pic 9(08).
           05  filler                          pic x(01).
           05  pnd_held_time                   pic 9(08).
           05  filler                          pic x(01).
           05  pnd_maker                       pic x(08).
           05  filler                          pic x(01).
           05  pnd_reason                      pic x(08).
           05  filler                          pic x(01).
           05  pnd_line                        pic x(182).

       fd  xcprpt-file.
       01  xcprpt-record                       pic x(132).

       01  xprm_file_status                    pic x(02).
           88  xprm_status_ok                  value "00".

       01  pend_file_status                    pic x(02).
           88  pend_status_ok                  value "00".

       77  pend_eof_switch                     pic x(01).
           88  pend_eof                        value "Y".
           88  pend_not_eof                    value "N".

       77  pend_overdue                        pic 9(08) comp-x value 0.

       77  audit_eof_switch                    pic x(01).
           88  audit_eof                       value "Y".
           88  audit_not_eof                   value "N".
           end-if

           perform flag-operator-totals
           perform flag-pending-approvals thru
               flag-pending-approvals-ex

           write xcprpt-record from xcp_blank_line
           move "RECORDS READ"       to xs_label
           move "AUDIT LINES FLAGGED" to xs_label
           move lines_flagged        to xs_count
           write xcprpt-record from xcp_summary_line
           move "HELD, NOT APPROVED"   to xs_label
           move pend_overdue         to xs_count
           write xcprpt-record from xcp_summary_line

           close xcprpt-file


           if off_shift
              add 1 to lines_flagged
              write xcprpt-record from audit-record(1:126)
              move "OFFSHIFT" to xr_rule
              move spaces     to xr_text
              string "stamped " aud_time(1:2) ":00, shift is "
              write xcprpt-record from xcp_flag_line
           end-if.
       flag-one-operator-ex.

       ***---
       ***---  items still waiting in BASEPEND that were held on or
       ***---  before the to-date -- by the time this report runs
       ***---  their day is over and nobody has released them.  a
       ***---  missing BASEPEND is an empty queue
       ***---
       flag-pending-approvals.
           open input pending-file
           if not pend_status_ok
              if pend_file_status = "05"
                 close pending-file
              else
                 display "BASEXCPT: BASEPEND not available (status "
                     pend_file_status ") -- held items not checked"
              end-if
              go to flag-pending-approvals-ex
           end-if
           set pend_not_eof to true
           perform until pend_eof
              read pending-file
                  at end
                       set pend_eof to true
                  not at end
                       if pnd_held_date <= xcp_to_date
                          add 1 to lines_flagged
                          add 1 to pend_overdue
                          move pnd_line(1:126) to xcprpt-record
                          write xcprpt-record
                          move "PENDAPPR" to xr_rule
                          move spaces     to xr_text
                          string "held " pnd_held_date " "
                                 pnd_held_time(1:4) " by " pnd_maker
                                 " (" pnd_reason ") not yet approved"
                              delimited by size into xr_text
                          write xcprpt-record from xcp_reason_line
                       end-if
              end-read
           end-perform
           close pending-file.
       flag-pending-approvals-ex.
