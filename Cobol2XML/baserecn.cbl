       identification division.
       program-id.  baserecn.

       date-written.  15-oct-2026 - jb.

       remarks.

            Run-to-audit reconciliation.  BASERUNC says what each
            BASEBTCH run read, converted and failed; the audit trail
            should hold exactly one line per detail pair the run
            read.  This job takes the runs started inside a date range
            and checks them against the batch lines in BASEAUD and the
            BASEAUD.YYYYMM archives from the range's first month on --
            each batch audit line carries its run number and BASEIN
            detail sequence number -- and reports per run:

            MISSING    -- detail numbers inside the run's read count
                          with no audit line.
            DUPLICATE  -- a detail number audited more than once (a
                          restart that replayed a pair, an archive
                          roll that ran twice).
            UNEXPECTED -- a line past the run's read count, or lines
                          tagged with a run number BASERUNC holds no
                          completed run for (an abandoned run's
                          leftovers -- its number was claimed by a
                          started row that never completed).

            and the read, converted and failed counts the audit lines
            add up to beside the ones BASERUNC holds.  The tagged
            lines are extracted to BASERWRK and sorted by run and
            detail number into BASERSRT before they are matched
            against the completed runs on BASERUNC, taken into run-
            number order (a restarted run completes after runs that
            started later).  Audit lines written before the lineage
            columns existed carry no run number and are left out.

            The report goes to BASERECR.  Return code 8 when any run
            failed to reconcile, 0 when they all did, 12 when there is
            no from-date or BASERUNC cannot be read.

       environment division.
       input-output section.
       file-control.
           select runctl-file assign to "BASERUNC"
               organization is line sequential
               file status is runctl_file_status.
           select audit-file assign to "BASEAUD"
               organization is line sequential
               file status is audit_file_status.
           select optional archive-file assign to dynamic arch_file_name
               organization is line sequential
               file status is arch_file_status.
           select extract-file assign to "BASERWRK"
               organization is line sequential.
           select sorted-file assign to "BASERSRT"
               organization is line sequential.
           select sort-file assign to "BASERSWK".
           select recrpt-file assign to "BASERECR"
               organization is line sequential.

       data division.
       file section.

       fd  runctl-file.
       01  runctl-record.
           05  rc_run_number                   pic 9(06).
           05  filler                          pic x(01).
           05  rc_run_date                     pic 9(08).
           05  filler                          pic x(01).
           05  rc_source                       pic x(08).
           05  filler                          pic x(01).
           05  rc_start_date                   pic 9(08).
           05  filler                          pic x(01).
           05  rc_start_time                   pic 9(08).
           05  filler                          pic x(01).
           05  rc_end_date                     pic 9(08).
           05  filler                          pic x(01).
           05  rc_end_time                     pic 9(08).
           05  filler                          pic x(01).
           05  rc_read                         pic 9(08).
           05  filler                          pic x(01).
           05  rc_converted                    pic 9(08).
           05  filler                          pic x(01).
           05  rc_failed                       pic 9(08).
           05  filler                          pic x(01).
           05  rc_status                       pic x(01).
               88  rc_completed                value "C".

       fd  audit-file.
       01  audit-record.
           05  aud_date                        pic 9(08).
           05  filler                          pic x(01).
           05  aud_time                        pic 9(08).
           05  filler                          pic x(01).
           05  aud_operator_id                 pic x(08).
           05  filler                          pic x(01).
           05  aud_base                        pic x(02).
           05  filler                          pic x(01).
           05  aud_input_value                 pic x(16).
           05  filler                          pic x(01).
           05  aud_decimal_value               pic x(16).
           05  filler                          pic x(01).
           05  aud_output_value                pic x(16).
           05  filler                          pic x(01).
           05  aud_signed_decimal              pic x(16).
           05  filler                          pic x(01).
           05  aud_target_base                 pic x(02).
           05  filler                          pic x(01).
           05  aud_decimal_fraction            pic x(12).
           05  filler                          pic x(01).
           05  aud_output_fraction             pic x(12).
           05  filler                          pic x(01).
           05  aud_origin                      pic x(01).
           05  filler                          pic x(01).
           05  aud_origin_id.
               10  aud_origin_run              pic x(06).
               10  filler                      pic x(08).
           05  filler                          pic x(01).
           05  aud_origin_seq                  pic x(08).
           05  filler                          pic x(30).

       fd  archive-file.
       01  archive-record                      pic x(182).

       ***--- one tagged batch line: run, detail number, whether it
       ***--- converted ("C") or failed ("F"), and its stamp
       fd  extract-file.
       01  extract-record.
           05  ext_run                         pic 9(06).
           05  filler                          pic x(01).
           05  ext_seq                         pic 9(08).
           05  filler                          pic x(01).
           05  ext_result                      pic x(01).
           05  filler                          pic x(01).
           05  ext_date                        pic 9(08).
           05  filler                          pic x(01).
           05  ext_time                        pic 9(08).

       fd  sorted-file.
       01  sorted-record.
           05  srt_run                         pic 9(06).
           05  filler                          pic x(01).
           05  srt_seq                         pic 9(08).
           05  filler                          pic x(01).
           05  srt_result                      pic x(01).
           05  filler                          pic x(01).
           05  srt_date                        pic 9(08).
           05  filler                          pic x(01).
           05  srt_time                        pic 9(08).

       sd  sort-file.
       01  sort-record.
           05  swk_run                         pic 9(06).
           05  filler                          pic x(01).
           05  swk_seq                         pic 9(08).
           05  filler                          pic x(20).

       fd  recrpt-file.
       01  recrpt-record                       pic x(132).

       working-storage section.

       77  rcn_from_date                       pic 9(08).
       77  rcn_to_date                         pic 9(08).

       01  runctl_file_status                  pic x(02).
           88  runctl_ok                       value "00".

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

       77  srt_eof_switch                      pic x(01).
           88  srt_eof                         value "Y".
           88  srt_not_eof                     value "N".

       ***--- the month being walked, taken apart for the december
       ***--- rollover
       01  rcn_month.
           05  rcn_month_yyyy                  pic 9(04).
           05  rcn_month_mm                    pic 9(02).
       01  rcn_month_num redefines rcn_month   pic 9(06).
       77  rcn_last_month                      pic 9(06).
       77  rcn_today                           pic 9(08).

       77  files_searched                      pic 9(04) comp-x value 0.
       77  lines_read                          pic 9(08) comp-x value 0.
       77  lines_tagged                        pic 9(08) comp-x value 0.
       77  runs_checked                        pic 9(04) comp-x value 0.
       77  runs_clean                          pic 9(04) comp-x value 0.
       77  runs_off                            pic 9(04) comp-x value 0.
       77  total_missing                       pic 9(08) comp-x value 0.
       77  total_duplicate                     pic 9(08) comp-x value 0.
       77  total_unexpected                    pic 9(08) comp-x value 0.

       ***--- every run BASERUNC holds as completed, in run-number
       ***--- order,
       ***--- the ones started inside the range marked for checking
       77  run_count                           pic 9(04) comp-x value 0.
       77  run_idx                             pic 9(04) comp-x.
       77  run_slot                            pic 9(04) comp-x.
       77  run_move                            pic 9(04) comp-x.

       77  run_found_switch                    pic x(01).
           88  run_found                       value "Y".
           88  run_not_found                   value "N".

       01  run_table.
           03  run_entry occurs 2000 times.
               05  rt_run_number               pic 9(06).
               05  rt_run_date                 pic 9(08).
               05  rt_source                   pic x(08).
               05  rt_start_date               pic 9(08).
               05  rt_read                     pic 9(08).
               05  rt_converted                pic 9(08).
               05  rt_failed                   pic 9(08).
               05  rt_selected                 pic x(01).

       77  tag_run                             pic 9(06).

       ***--- the run whose lines are being matched: the next detail
       ***--- number expected, the last one seen, and what the lines
       ***--- have added up to so far
       77  grp_expected                        pic 9(08).
       77  grp_last_seq                        pic 9(08).
       77  grp_read                            pic 9(08).
       77  grp_converted                       pic 9(08).
       77  grp_failed                          pic 9(08).
       77  grp_missing                         pic 9(08).
       77  grp_duplicate                       pic 9(08).
       77  grp_unexpected                      pic 9(08).
       77  grp_lines                           pic 9(08).
       77  grp_gap_to                          pic 9(08).

       ***--- exception lines found for the current run, held until
       ***--- its run line is out so they print beneath it -- a run
       ***--- gone badly wrong is summarised past the first 50
       77  grp_printed                         pic 9(04) comp-x.
       77  grp_reason_idx                      pic 9(04) comp-x.
       01  grp_reason_table.
           03  grp_reason_row occurs 50 times  pic x(132).

       01  rcn_title_line.
           05  filler                          pic x(40) value
               "BASERECN  RUN-TO-AUDIT RECONCILIATION   ".
           05  ttl_from_date                   pic 9(08).
           05  filler                          pic x(03) value " - ".
           05  ttl_to_date                     pic 9(08).
           05  filler                          pic x(73) value spaces.

       01  rcn_column_line.
           05  filler                          pic x(48) value
               "     RUN  RUN DATE  SOURCE        READ  AUDITED ".
           05  filler                          pic x(48) value
               " CONVERTED   AUDITED      FAILED  AUDITED  RESUL".
           05  filler                          pic x(36) value
               "T".

       01  rcn_run_line.
           05  filler                          pic x(02) value spaces.
           05  rl_run_number                   pic 9(06).
           05  filler                          pic x(02) value spaces.
           05  rl_run_date                     pic 9(08).
           05  filler                          pic x(02) value spaces.
           05  rl_source                       pic x(08).
           05  filler                          pic x(02) value spaces.
           05  rl_read                         pic z(07)9.
           05  filler                          pic x(01) value space.
           05  rl_read_found                   pic z(07)9.
           05  filler                          pic x(04) value spaces.
           05  rl_converted                    pic z(07)9.
           05  filler                          pic x(01) value space.
           05  rl_converted_found              pic z(07)9.
           05  filler                          pic x(04) value spaces.
           05  rl_failed                       pic z(07)9.
           05  filler                          pic x(01) value space.
           05  rl_failed_found                 pic z(07)9.
           05  filler                          pic x(02) value spaces.
           05  rl_result                       pic x(10).
           05  filler                          pic x(23) value spaces.

       01  rcn_reason_line.
           05  filler                          pic x(03) value " ->".
           05  rr_rule                         pic x(11).
           05  rr_text                         pic x(80).
           05  filler                          pic x(38) value spaces.

       01  rcn_summary_line.
           05  filler                          pic x(02) value spaces.
           05  rs_label                        pic x(24).
           05  rs_count                        pic z(07)9.
           05  filler                          pic x(98) value spaces.

       01  rcn_blank_line                      pic x(132) value spaces.

       77  rcn_edit_from                       pic z(07)9.
       77  rcn_edit_to                         pic z(07)9.

       procedure division.
       main-logic.

           display "Runs started from date (YYYYMMDD): " no
           accept rcn_from_date
           if rcn_from_date not numeric or rcn_from_date = 0
              display "BASERECN: a from-date is needed -- no "
                  "reconciliation"
              move 12 to return-code
              goback
           end-if
           display "To   date (YYYYMMDD, blank = from date): " no
           accept rcn_to_date
           if rcn_to_date = 0
              move rcn_from_date to rcn_to_date
           end-if

           perform load-run-control

       ***--- a run's lines are stamped on or after the day it started,
       ***--- so the archives from the range's first month through
       ***--- this month, then the live file, hold all of them
           open output extract-file
           accept rcn_today from date yyyymmdd
           move rcn_from_date(1:6) to rcn_month_num
           move rcn_today(1:6)     to rcn_last_month
           perform until rcn_month_num > rcn_last_month
              perform extract-one-archive
              if rcn_month_mm = 12
                 add 1 to rcn_month_yyyy
                 move 01 to rcn_month_mm
              else
                 add 1 to rcn_month_mm
              end-if
           end-perform
           perform extract-live-file
           close extract-file

           sort sort-file
               on ascending key swk_run swk_seq
               using extract-file
               giving sorted-file

           open output recrpt-file
           move rcn_from_date to ttl_from_date
           move rcn_to_date   to ttl_to_date
           write recrpt-record from rcn_title_line
           write recrpt-record from rcn_blank_line
           write recrpt-record from rcn_column_line

       ***--- the sorted lines against the runs, both in run order:
       ***--- lines for a run number below the current run belong to
       ***--- no completed run
           open input sorted-file
           set srt_not_eof to true
           perform read-sorted-line
           perform varying run_idx from 1 by 1 until run_idx > run_count
              if rt_selected(run_idx) = "Y"
                 perform until srt_eof
                         or srt_run >= rt_run_number(run_idx)
                    perform report-unknown-run
                 end-perform
                 perform check-one-run
              end-if
           end-perform
           perform until srt_eof
              perform report-unknown-run
           end-perform
           close sorted-file

           write recrpt-record from rcn_blank_line
           move "AUDIT FILES SEARCHED" to rs_label
           move files_searched         to rs_count
           write recrpt-record from rcn_summary_line
           move "AUDIT LINES READ"     to rs_label
           move lines_read             to rs_count
           write recrpt-record from rcn_summary_line
           move "BATCH LINES MATCHED"  to rs_label
           move lines_tagged           to rs_count
           write recrpt-record from rcn_summary_line
           move "RUNS CHECKED"         to rs_label
           move runs_checked           to rs_count
           write recrpt-record from rcn_summary_line
           move "RUNS RECONCILED"      to rs_label
           move runs_clean             to rs_count
           write recrpt-record from rcn_summary_line
           move "RUNS OUT OF BALANCE"  to rs_label
           move runs_off               to rs_count
           write recrpt-record from rcn_summary_line
           move "DETAILS MISSING"      to rs_label
           move total_missing          to rs_count
           write recrpt-record from rcn_summary_line
           move "DUPLICATE LINES"      to rs_label
           move total_duplicate        to rs_count
           write recrpt-record from rcn_summary_line
           move "UNEXPECTED LINES"     to rs_label
           move total_unexpected       to rs_count
           write recrpt-record from rcn_summary_line

           close recrpt-file

           display "BASERECN: " runs_checked " run(s) checked, "
               runs_off " out of balance -- report in BASERECR"

           if runs_off > 0 or total_unexpected > 0
              move 8 to return-code
           else
              move 0 to return-code
           end-if
           goback.

       ***---
       ***---  every completed run -- the ones outside the range still
       ***---  count, so their lines are not taken for strays.  a
       ***---  started row only claimed its number; a run that never
       ***---  completed is no run to reconcile against
       ***---
       load-run-control.
           open input runctl-file
           if not runctl_ok
              display "BASERECN: cannot open BASERUNC (status "
                  runctl_file_status ")"
              move 12 to return-code
              goback
           end-if
           set in_not_eof to true
           perform until in_eof
              read runctl-file
                  at end
                       set in_eof to true
                  not at end
                       perform store-one-run thru store-one-run-ex
              end-read
           end-perform
           close runctl-file.

       store-one-run.
           if not rc_completed
              go to store-one-run-ex
           end-if
           if run_count >= 2000
              display "BASERECN: more than 2000 runs on BASERUNC -- "
                  "no reconciliation"
              move 12 to return-code
              goback
           end-if

       ***--- slotted into run-number order -- the matching below walks
       ***--- the runs and the sorted lines side by side
           move run_count to run_slot
           add 1 to run_slot
           perform varying run_idx from 1 by 1
                   until run_idx > run_count
              if rt_run_number(run_idx) > rc_run_number
                 and run_slot > run_count
                 move run_idx to run_slot
              end-if
           end-perform
           perform varying run_move from run_count by -1
                   until run_move < run_slot
              move run_entry(run_move) to run_entry(run_move + 1)
           end-perform
           add 1 to run_count

           move rc_run_number to rt_run_number(run_slot)
           move rc_run_date   to rt_run_date(run_slot)
           move rc_source     to rt_source(run_slot)
           move rc_start_date to rt_start_date(run_slot)
           move rc_read       to rt_read(run_slot)
           move rc_converted  to rt_converted(run_slot)
           move rc_failed     to rt_failed(run_slot)
           if rc_start_date >= rcn_from_date
              and rc_start_date <= rcn_to_date
              move "Y" to rt_selected(run_slot)
           else
              move "N" to rt_selected(run_slot)
           end-if.
       store-one-run-ex.

       extract-one-archive.
           move spaces to arch_file_name
           string "BASEAUD." rcn_month_num
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
                             perform extract-one-line thru
                                extract-one-line-ex
                    end-read
                 end-perform
                 close archive-file
              else
                 display "BASERECN: cannot open " arch_file_name
                     " (status " arch_file_status ") -- skipped"
              end-if
           end-if.

       extract-live-file.
           open input audit-file
           if not audit_status_ok
              display "BASERECN: BASEAUD not available (status "
                  audit_file_status ")"
           else
              add 1 to files_searched
              set in_not_eof to true
              perform until in_eof
                 read audit-file
                     at end
                          set in_eof to true
                     not at end
                          perform extract-one-line thru
                             extract-one-line-ex
                 end-read
              end-perform
              close audit-file
           end-if.

       ***---
       ***---  a batch line goes to the extract when its run is one
       ***---  being checked, or when its run never completed and
       ***---  it was stamped inside the range
       ***---
       extract-one-line.
           add 1 to lines_read
           if aud_origin not = "B"
              or aud_origin_run not numeric
              or aud_origin_seq not numeric
              go to extract-one-line-ex
           end-if
           move aud_origin_run to tag_run
           perform find-run
           if run_found
              if rt_selected(run_idx) not = "Y"
                 go to extract-one-line-ex
              end-if
           else
              if aud_date < rcn_from_date or aud_date > rcn_to_date
                 go to extract-one-line-ex
              end-if
           end-if

           move spaces         to extract-record
           move tag_run        to ext_run
           move aud_origin_seq to ext_seq
           if aud_decimal_value = spaces
              move "F" to ext_result
           else
              move "C" to ext_result
           end-if
           move aud_date       to ext_date
           move aud_time       to ext_time
           write extract-record.
       extract-one-line-ex.

       find-run.
           set run_not_found to true
           perform varying run_idx from 1 by 1
                   until run_idx > run_count or run_found
              if rt_run_number(run_idx) = tag_run
                 set run_found to true
                 subtract 1 from run_idx
              end-if
           end-perform.

       read-sorted-line.
           read sorted-file
               at end
                    set srt_eof to true
           end-read.

       ***---
       ***---  one run against its lines: walk the detail numbers in
       ***---  order, a gap is missing details, a repeat is a
       ***---  duplicate, anything past the read count is unexpected
       ***---
       check-one-run.
           add 1 to runs_checked
           move 1 to grp_expected
           move 0 to grp_last_seq
           move 0 to grp_read
           move 0 to grp_converted
           move 0 to grp_failed
           move 0 to grp_missing
           move 0 to grp_duplicate
           move 0 to grp_unexpected
           move 0 to grp_printed

           move rt_run_number(run_idx) to rl_run_number
           move rt_run_date(run_idx)   to rl_run_date
           move rt_source(run_idx)     to rl_source

           perform until srt_eof
                   or srt_run not = rt_run_number(run_idx)
              perform check-one-line
              perform read-sorted-line
           end-perform
           if grp_expected <= rt_read(run_idx)
              move rt_read(run_idx) to grp_gap_to
              perform report-gap
           end-if

           move rt_read(run_idx)       to rl_read
           move grp_read               to rl_read_found
           move rt_converted(run_idx)  to rl_converted
           move grp_converted          to rl_converted_found
           move rt_failed(run_idx)     to rl_failed
           move grp_failed             to rl_failed_found
           if grp_missing = 0 and grp_duplicate = 0
              and grp_unexpected = 0
              and grp_read = rt_read(run_idx)
              and grp_converted = rt_converted(run_idx)
              and grp_failed = rt_failed(run_idx)
              add 1 to runs_clean
              move "RECONCILED" to rl_result
           else
              add 1 to runs_off
              move "OUT OF BAL" to rl_result
           end-if
           write recrpt-record from rcn_run_line
           perform varying grp_reason_idx from 1 by 1
                   until grp_reason_idx > grp_printed
                      or grp_reason_idx > 50
              write recrpt-record
                  from grp_reason_row(grp_reason_idx)
           end-perform
           if grp_printed > 50
              move "..." to rr_rule
              move spaces to rr_text
              string "exception lines past the first 50 for this run "
                     "are not printed"
                  delimited by size into rr_text
              write recrpt-record from rcn_reason_line
           end-if
           add grp_missing    to total_missing
           add grp_duplicate  to total_duplicate
           add grp_unexpected to total_unexpected.

       check-one-line.
           add 1 to lines_tagged
           if srt_seq = grp_last_seq
              add 1 to grp_duplicate
              move "DUPLICATE" to rr_rule
              move srt_seq to rcn_edit_from
              move spaces to rr_text
              string "detail " rcn_edit_from " audited again "
                     srt_date " " srt_time
                  delimited by size into rr_text
              perform print-run-reason
           else
              if srt_seq > rt_read(run_idx) or srt_seq = 0
                 add 1 to grp_unexpected
                 move "UNEXPECTED" to rr_rule
                 move srt_seq to rcn_edit_from
                 move spaces to rr_text
                 string "detail " rcn_edit_from " is past the run's "
                        "read count"
                     delimited by size into rr_text
                 perform print-run-reason
              else
                 if srt_seq > grp_expected
                    compute grp_gap_to = srt_seq - 1
                    perform report-gap
                 end-if
                 compute grp_expected = srt_seq + 1
                 add 1 to grp_read
                 if srt_result = "C"
                    add 1 to grp_converted
                 else
                    add 1 to grp_failed
                 end-if
              end-if
           end-if
           move srt_seq to grp_last_seq.

       ***--- details grp_expected through grp_gap_to have no line
       report-gap.
           compute grp_missing = grp_missing
               + grp_gap_to - grp_expected + 1
           move "MISSING" to rr_rule
           move grp_expected to rcn_edit_from
           move grp_gap_to   to rcn_edit_to
           move spaces to rr_text
           string "detail " rcn_edit_from " through " rcn_edit_to
                  " not in the audit trail"
               delimited by size into rr_text
           perform print-run-reason.

       print-run-reason.
           add 1 to grp_printed
           if grp_printed <= 50
              move rcn_reason_line to grp_reason_row(grp_printed)
           end-if.

       ***---
       ***---  lines under a run number with no completed run --
       ***---  one line per such run with its line count
       ***---
       report-unknown-run.
           move srt_run to tag_run
           move 0 to grp_lines
           perform until srt_eof or srt_run not = tag_run
              add 1 to grp_lines
              add 1 to lines_tagged
              perform read-sorted-line
           end-perform
           add grp_lines to total_unexpected
           move "UNEXPECTED" to rr_rule
           move grp_lines to rcn_edit_from
           move spaces to rr_text
           string "run " tag_run " never completed on BASERUNC -- "
                  rcn_edit_from " audit line(s) carry it"
               delimited by size into rr_text
           write recrpt-record from rcn_reason_line.
