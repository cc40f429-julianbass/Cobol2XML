       identification division.
       program-id.  basecert.

       date-written.  15-oct-2026 - jb.

       remarks.

            Quarterly access recertification report.  Every active
            operator on BASEOPR is listed with the authorities they
            hold, and for each authority who granted it and when --
            taken from the BASEOPRH change history BASEOPRM writes,
            the latest record that turned the flag on.  An authority
            held since before the history was kept says so instead of
            naming anybody.  Each operator also shows the last day
            they signed on (a SIGNON or PWSET line in BASESLOG, any
            program) and the last day a conversion was logged under
            their id (BASEAUD plus the BASEAUD.YYYYMM archives for as
            many months back as asked for, 12 when left blank), so a
            manager can see who still uses what they hold.

            Each operator block ends in a keep/remove line for the
            operator's manager to sign, and the report closes with
            the reviewer's sign-off.

            15-oct-2026 - jb - the approve authority (column 49 of
            the operator row) is listed and traced like the other
            five.

       environment division.
       input-output section.
       file-control.
           select operator-file assign to "BASEOPR"
               organization is line sequential
               file status is opr_file_status.
           select history-file assign to "BASEOPRH"
               organization is line sequential
               file status is hist_file_status.
           select seclog-file assign to "BASESLOG"
               organization is line sequential
               file status is slg_file_status.
           select audit-file assign to "BASEAUD"
               organization is line sequential
               file status is audit_file_status.
           select optional archive-file assign to dynamic arch_file_name
               organization is line sequential
               file status is arch_file_status.
           select certrpt-file assign to "BASECERR"
               organization is line sequential.

       data division.
       file section.

       fd  operator-file.
       01  operator-record.
           05  opr_id                          pic x(08).
           05  filler                          pic x(01).
           05  opr_name                        pic x(20).
           05  filler                          pic x(01).
           05  opr_auth_convert                pic x(01).
           05  opr_auth_signed                 pic x(01).
           05  opr_auth_view                   pic x(01).
           05  opr_auth_batch                  pic x(01).
           05  opr_auth_admin                  pic x(01).
           05  filler                          pic x(01).
           05  opr_active                      pic x(01).
           05  filler                          pic x(01).
           05  opr_password                    pic x(08).
           05  opr_fail_count                  pic x(01).
           05  opr_pwchange                    pic x(01).
           05  opr_auth_approve                pic x(01).

       ***--- the BASEOPRM change history -- the before and after
       ***--- images are operator rows in the BASEOPR columns
       fd  history-file.
       01  history-record.
           05  oph_date                        pic 9(08).
           05  filler                          pic x(01).
           05  oph_time                        pic 9(08).
           05  filler                          pic x(01).
           05  oph_admin                       pic x(08).
           05  filler                          pic x(01).
           05  oph_action                      pic x(08).
           05  filler                          pic x(01).
           05  oph_opr_id                      pic x(08).
           05  filler                          pic x(01).
           05  oph_before.
               10  hbf_id                      pic x(08).
               10  filler                      pic x(01).
               10  hbf_name                    pic x(20).
               10  filler                      pic x(01).
               10  hbf_auth_flags              pic x(05).
               10  filler                      pic x(13).
               10  hbf_approve                 pic x(01).
               10  filler                      pic x(11).
           05  filler                          pic x(01).
           05  oph_after.
               10  haf_id                      pic x(08).
               10  filler                      pic x(01).
               10  haf_name                    pic x(20).
               10  filler                      pic x(01).
               10  haf_auth_flags              pic x(05).
               10  filler                      pic x(13).
               10  haf_approve                 pic x(01).
               10  filler                      pic x(11).

       fd  seclog-file.
       01  seclog-record.
           05  slg_date                        pic 9(08).
           05  filler                          pic x(01).
           05  slg_time                        pic 9(08).
           05  filler                          pic x(01).
           05  slg_program                     pic x(08).
           05  filler                          pic x(01).
           05  slg_operator                    pic x(08).
           05  filler                          pic x(01).
           05  slg_result                      pic x(08).
           05  filler                          pic x(01).
           05  slg_member                      pic x(08).
           05  filler                          pic x(01).
           05  slg_generation                  pic x(04).

       fd  audit-file.
       01  audit-record.
           05  aud_date                        pic 9(08).
           05  filler                          pic x(01).
           05  aud_time                        pic 9(08).
           05  filler                          pic x(01).
           05  aud_operator_id                 pic x(08).
           05  filler                          pic x(156).

       fd  archive-file.
       01  archive-record                      pic x(182).

       fd  certrpt-file.
       01  certrpt-record                      pic x(132).

       working-storage section.

       77  crt_review_date                     pic 9(08).
       77  crt_months                          pic 9(03).

       01  opr_file_status                     pic x(02).
           88  opr_status_ok                   value "00".

       01  hist_file_status                    pic x(02).
           88  hist_status_ok                  value "00".

       01  slg_file_status                     pic x(02).
           88  slg_status_ok                   value "00".

       01  audit_file_status                   pic x(02).
           88  audit_status_ok                 value "00".

       ***--- "05" on the open means the optional archive was not
       ***--- there for that month -- a month with nothing archived
       01  arch_file_status                    pic x(02).
           88  arch_status_ok                  value "00".
           88  arch_created_new                value "05".

       77  arch_file_name                      pic x(14).

       77  in_eof_switch                       pic x(01).
           88  in_eof                          value "Y".
           88  in_not_eof                      value "N".

       ***--- the month being walked, taken apart for the year
       ***--- rollover both ways
       01  crt_month.
           05  crt_month_yyyy                  pic 9(04).
           05  crt_month_mm                    pic 9(02).
       01  crt_month_num redefines crt_month   pic 9(06).
       77  crt_last_month                      pic 9(06).
       77  crt_first_month                     pic 9(06).
       77  crt_month_count                     pic 9(03).

       77  files_searched                      pic 9(04) comp-x value 0.
       77  auth_held                           pic 9(06) comp-x value 0.
       77  auth_no_history                     pic 9(06) comp-x value 0.
       77  crt_held_count                      pic 9(01) comp-x.

       01  crt_auth_name_data.
           05  filler                  pic x(10) value "convert   ".
           05  filler                  pic x(10) value "signed    ".
           05  filler                  pic x(10) value "view      ".
           05  filler                  pic x(10) value "run-batch ".
           05  filler                  pic x(10) value "administer".
           05  filler                  pic x(10) value "approve   ".
       01  crt_auth_name_table redefines crt_auth_name_data.
           03  crt_auth_name occurs 6 times    pic x(10).

       ***--- a history image's six flags side by side -- approve sits
       ***--- apart from the other five in the operator row
       01  crt_before_flags.
           05  crt_before_five                 pic x(05).
           05  crt_before_approve              pic x(01).
       01  crt_before_table redefines crt_before_flags.
           03  hbf_auth occurs 6 times         pic x(01).

       01  crt_after_flags.
           05  crt_after_five                  pic x(05).
           05  crt_after_approve               pic x(01).
       01  crt_after_table redefines crt_after_flags.
           03  haf_auth occurs 6 times         pic x(01).

       77  auth_idx                            pic 9(01) comp-x.

       ***--- the active operators, each with its authorities, who
       ***--- granted each and when, and the last sign-on and last
       ***--- conversion dates found
       77  crt_count                           pic 9(03) comp-x value 0.
       77  crt_idx                             pic 9(03) comp-x.

       77  crt_found_switch                    pic x(01).
           88  crt_found                       value "Y".
           88  crt_not_found                   value "N".

       77  crt_lookup_id                       pic x(08).

       01  crt_table_area.
           03  crt_entry occurs 100 times.
               05  crt_opr_id                  pic x(08).
               05  crt_opr_name                pic x(20).
               05  crt_auth_entry occurs 6 times.
                   10  crt_auth                pic x(01).
                   10  crt_granted_by          pic x(08).
                   10  crt_granted_on          pic 9(08).
               05  crt_last_signon             pic 9(08).
               05  crt_last_convert            pic 9(08).

       01  crt_title_line.
           05  filler                          pic x(49) value
               "BASECERT  ACCESS RECERTIFICATION    REVIEW DATE ".
           05  ttl_review_date                 pic 9(08).
           05  filler                          pic x(28) value
               "    AUDIT SEARCHED FROM ".
           05  ttl_first_month                 pic 9(06).
           05  filler                          pic x(41) value spaces.

       01  crt_operator_line.
           05  filler                          pic x(09) value
               "OPERATOR ".
           05  col_opr_id                      pic x(08).
           05  filler                          pic x(02) value spaces.
           05  col_opr_name                    pic x(20).
           05  filler                          pic x(16) value
               "   LAST SIGN-ON ".
           05  col_last_signon                 pic x(12).
           05  filler                          pic x(19) value
               "   LAST CONVERSION ".
           05  col_last_convert                pic x(12).
           05  filler                          pic x(34) value spaces.

       01  crt_column_line.
           05  filler                          pic x(43) value
               "     AUTHORITY    GRANTED BY  GRANTED ON  ".
           05  filler                          pic x(89) value spaces.

       01  crt_auth_line.
           05  filler                          pic x(05) value spaces.
           05  cal_auth_name                   pic x(10).
           05  filler                          pic x(03) value spaces.
           05  cal_granted                     pic x(60).
           05  filler                          pic x(54) value spaces.

       01  crt_grant_text.
           05  cgt_granted_by                  pic x(08).
           05  filler                          pic x(04) value spaces.
           05  cgt_granted_on                  pic 9(08).

       01  crt_manager_line.
           05  filler                          pic x(48) value
               "     KEEP ACCESS ___   REMOVE ___   MANAGER ____".
           05  filler                          pic x(48) value
               "________________________    DATE ____________   ".
           05  filler                          pic x(36) value spaces.

       01  crt_summary_line.
           05  filler                          pic x(02) value spaces.
           05  cs_label                        pic x(28).
           05  cs_count                        pic z(07)9.
           05  filler                          pic x(94) value spaces.

       01  crt_signoff_line.
           05  filler                          pic x(48) value
               "  REVIEW COMPLETED BY __________________________".
           05  filler                          pic x(48) value
               "    SIGNATURE ______________________________    ".
           05  filler                          pic x(36) value
               "DATE ____________".

       01  crt_blank_line                      pic x(132) value spaces.

       procedure division.
       main-logic.

           display "Review date (YYYYMMDD, blank = today): " no
           accept crt_review_date
           if crt_review_date = 0
              accept crt_review_date from date yyyymmdd
           end-if
           display "Months of audit archives to search "
               "(blank = 12): " no
           accept crt_months
           if crt_months = 0
              move 12 to crt_months
           end-if

           perform load-active-operators
           if crt_count = 0
              display "BASECERT: no active operators on BASEOPR -- "
                  "nothing to recertify"
              goback
           end-if

           perform scan-change-history
           perform scan-signon-log

       ***--- the archives from the first month asked for through the
       ***--- review month, oldest first, then the live file
           move crt_review_date(1:6) to crt_last_month
           move crt_last_month       to crt_month_num
           move 1                    to crt_month_count
           perform until crt_month_count >= crt_months
              if crt_month_mm = 01
                 subtract 1 from crt_month_yyyy
                 move 12 to crt_month_mm
              else
                 subtract 1 from crt_month_mm
              end-if
              add 1 to crt_month_count
           end-perform
           move crt_month_num to crt_first_month
           perform until crt_month_num > crt_last_month
              perform scan-one-archive
              if crt_month_mm = 12
                 add 1 to crt_month_yyyy
                 move 01 to crt_month_mm
              else
                 add 1 to crt_month_mm
              end-if
           end-perform
           perform scan-live-audit

           open output certrpt-file
           move crt_review_date to ttl_review_date
           move crt_first_month to ttl_first_month
           write certrpt-record from crt_title_line
           write certrpt-record from crt_blank_line

           perform varying crt_idx from 1 by 1 until crt_idx > crt_count
              perform print-one-operator
           end-perform

           move "ACTIVE OPERATORS"          to cs_label
           move crt_count                   to cs_count
           write certrpt-record from crt_summary_line
           move "AUTHORITIES HELD"          to cs_label
           move auth_held                   to cs_count
           write certrpt-record from crt_summary_line
           move "HELD WITHOUT GRANT HISTORY" to cs_label
           move auth_no_history             to cs_count
           write certrpt-record from crt_summary_line
           move "AUDIT FILES SEARCHED"      to cs_label
           move files_searched              to cs_count
           write certrpt-record from crt_summary_line
           write certrpt-record from crt_blank_line
           write certrpt-record from crt_blank_line
           write certrpt-record from crt_signoff_line

           close certrpt-file

           display "BASECERT: " crt_count " active operator(s), "
               auth_held " authorit(ies) held -- report in BASECERR"

           goback.

       ***---
       ***---  the active operators and what they hold today -- rows
       ***---  from before the active flag existed carry a space and
       ***---  count as active, the way BASEOPRM reads them
       ***---
       load-active-operators.
           open input operator-file
           if not opr_status_ok
              display "BASECERT: cannot open BASEOPR (status "
                  opr_file_status ")"
              goback
           end-if
           set in_not_eof to true
           perform until in_eof
              read operator-file
                  at end
                       set in_eof to true
                  not at end
                       if opr_active not = "N"
                          perform store-one-operator
                       end-if
              end-read
           end-perform
           close operator-file.

       store-one-operator.
           if crt_count >= 100
              display "BASECERT: more than 100 active operators -- "
                  "operators past 100 are left off the report"
              set in_eof to true
           else
              add 1 to crt_count
              move opr_id   to crt_opr_id(crt_count)
              move opr_name to crt_opr_name(crt_count)
              move opr_auth_convert to crt_auth(crt_count, 1)
              move opr_auth_signed  to crt_auth(crt_count, 2)
              move opr_auth_view    to crt_auth(crt_count, 3)
              move opr_auth_batch   to crt_auth(crt_count, 4)
              move opr_auth_admin   to crt_auth(crt_count, 5)
              move opr_auth_approve to crt_auth(crt_count, 6)
              perform varying auth_idx from 1 by 1 until auth_idx > 6
                 move spaces to crt_granted_by(crt_count, auth_idx)
                 move 0      to crt_granted_on(crt_count, auth_idx)
              end-perform
              move 0 to crt_last_signon(crt_count)
              move 0 to crt_last_convert(crt_count)
           end-if.

       find-operator-row.
           set crt_not_found to true
           perform varying crt_idx from 1 by 1
                   until crt_idx > crt_count or crt_found
              if crt_opr_id(crt_idx) = crt_lookup_id
                 set crt_found to true
                 subtract 1 from crt_idx
              end-if
           end-perform.

       ***---
       ***---  the change history oldest first: every record that turns
       ***---  an authority on (an ADD, or a flag that was off before)
       ***---  names the grantor, and one that turns it off clears the
       ***---  grant -- what is left is the grant still standing
       ***---
       scan-change-history.
           open input history-file
           if not hist_status_ok
              display "BASECERT: BASEOPRH not available (status "
                  hist_file_status ") -- no grants can be traced"
           else
              set in_not_eof to true
              perform until in_eof
                 read history-file
                     at end
                          set in_eof to true
                     not at end
                          move oph_opr_id to crt_lookup_id
                          perform find-operator-row
                          if crt_found
                             perform trace-one-grant
                          end-if
                 end-read
              end-perform
              close history-file
           end-if.

       trace-one-grant.
           move hbf_auth_flags to crt_before_five
           move hbf_approve    to crt_before_approve
           move haf_auth_flags to crt_after_five
           move haf_approve    to crt_after_approve
           perform varying auth_idx from 1 by 1 until auth_idx > 6
              if haf_auth(auth_idx) = "Y"
                 if oph_action = "ADD" or hbf_auth(auth_idx) not = "Y"
                    move oph_admin to crt_granted_by(crt_idx, auth_idx)
                    move oph_date  to crt_granted_on(crt_idx, auth_idx)
                 end-if
              else
                 move spaces to crt_granted_by(crt_idx, auth_idx)
                 move 0      to crt_granted_on(crt_idx, auth_idx)
              end-if
           end-perform.

       ***---
       ***---  the latest good sign-on per operator, whichever program
       ***---  took it -- a password set on first use is a sign-on too
       ***---
       scan-signon-log.
           open input seclog-file
           if not slg_status_ok
              display "BASECERT: BASESLOG not available (status "
                  slg_file_status ") -- no sign-on dates"
           else
              set in_not_eof to true
              perform until in_eof
                 read seclog-file
                     at end
                          set in_eof to true
                     not at end
                          if slg_result = "SIGNON" or "PWSET"
                             move slg_operator to crt_lookup_id
                             perform find-operator-row
                             if crt_found
                                and slg_date > crt_last_signon(crt_idx)
                                move slg_date
                                    to crt_last_signon(crt_idx)
                             end-if
                          end-if
                 end-read
              end-perform
              close seclog-file
           end-if.

       ***---
       ***---  one monthly archive, if that month was archived at all
       ***---
       scan-one-archive.
           move spaces to arch_file_name
           string "BASEAUD." crt_month_num
               delimited by size into arch_file_name
           open input archive-file
           if arch_created_new
              close archive-file
           else
              if arch_status_ok
                 add 1 to files_searched
                 set in_not_eof to true
                 perform until in_eof
                    read archive-file
                        at end
                             set in_eof to true
                        not at end
                             move archive-record to audit-record
                             perform note-conversion-date
                    end-read
                 end-perform
                 close archive-file
              else
                 display "BASECERT: cannot open " arch_file_name
                     " (status " arch_file_status ") -- skipped"
              end-if
           end-if.

       scan-live-audit.
           open input audit-file
           if not audit_status_ok
              display "BASECERT: BASEAUD not available (status "
                  audit_file_status ")"
           else
              add 1 to files_searched
              set in_not_eof to true
              perform until in_eof
                 read audit-file
                     at end
                          set in_eof to true
                     not at end
                          perform note-conversion-date
                 end-read
              end-perform
              close audit-file
           end-if.

       note-conversion-date.
           move aud_operator_id to crt_lookup_id
           perform find-operator-row
           if crt_found
              and aud_date > crt_last_convert(crt_idx)
              move aud_date to crt_last_convert(crt_idx)
           end-if.

       ***---
       ***---  one operator's block: heading with the activity dates,
       ***---  a line per authority held, and the manager's sign-off
       ***---
       print-one-operator.
           move crt_opr_id(crt_idx)   to col_opr_id
           move crt_opr_name(crt_idx) to col_opr_name
           if crt_last_signon(crt_idx) = 0
              move "NONE ON FILE" to col_last_signon
           else
              move crt_last_signon(crt_idx) to col_last_signon
           end-if
           if crt_last_convert(crt_idx) = 0
              move "NONE FOUND" to col_last_convert
           else
              move crt_last_convert(crt_idx) to col_last_convert
           end-if
           write certrpt-record from crt_operator_line
           write certrpt-record from crt_column_line

           move 0 to crt_held_count
           perform varying auth_idx from 1 by 1 until auth_idx > 6
              if crt_auth(crt_idx, auth_idx) = "Y"
                 add 1 to crt_held_count
                 add 1 to auth_held
                 move crt_auth_name(auth_idx) to cal_auth_name
                 if crt_granted_by(crt_idx, auth_idx) = spaces
                    add 1 to auth_no_history
                    move "(held before the change history was kept)"
                        to cal_granted
                 else
                    move crt_granted_by(crt_idx, auth_idx)
                        to cgt_granted_by
                    move crt_granted_on(crt_idx, auth_idx)
                        to cgt_granted_on
                    move crt_grant_text to cal_granted
                 end-if
                 write certrpt-record from crt_auth_line
              end-if
           end-perform
           if crt_held_count = 0
              move spaces to cal_auth_name
              move "(no authorities held)" to cal_granted
              write certrpt-record from crt_auth_line
           end-if

           write certrpt-record from crt_blank_line
           write certrpt-record from crt_manager_line
           write certrpt-record from crt_blank_line.
