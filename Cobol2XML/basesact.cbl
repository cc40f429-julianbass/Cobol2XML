       identification division.
       program-id.  basesact.

       date-written.  15-oct-2026 - jb.

       remarks.

            Security activity report over the BASESLOG sign-on log.
            BASE, BASEBTCH and BASEOPRM append a line for every
            sign-on attempt they see, and the log has never been read
            unless somebody asked after the fact -- this report is
            the daily (or date-range) reading of it the security
            officer signs.  It totals the failed attempts per
            operator id and per program, broken down by result
            (BADPW, LOCKED, NOTFOUND, INACTIVE, NOAUTH, anything
            else), and flags what needs a second look:

            LOCKOUT  -- an id whose third bad password in a row
                        tripped the three-strike lockout, with the
                        stamp and program it happened in.  the log
                        before the from-date is read for the strikes
                        that led up to it, as BASEOPR's fail count
                        carries them from day to day.
            UNKNOWN  -- attempts against an id that is not on BASEOPR
                        (or was not at the time, NOTFOUND).
            INACTIVE -- attempts against an id that is deactivated on
                        BASEOPR (or was at the time).
            BURST    -- failures against several different ids from
                        the same program inside a short window, the
                        pattern of somebody walking a list of ids.
                        the window (minutes) and the number of
                        distinct ids are asked for at the start, 5
                        minutes and 3 ids when left blank.  a burst
                        is looked for within one day's log lines.

            The result totals and a reviewed-by line close the
            report, and only ids and programs with at least one
            failure are listed, so a normal day's report stays on the
            one page the security officer signs.  An attempt is a
            failure unless its result is SIGNON or PWSET.

            15-oct-2026 - jb - BASERSTR writes a RESTORE line for
            every master it puts back from a backup set; those are
            successes too, not failures.

       environment division.
       input-output section.
       file-control.
           select seclog-file assign to "BASESLOG"
               organization is line sequential
               file status is slg_file_status.
           select operator-file assign to "BASEOPR"
               organization is line sequential
               file status is opr_file_status.
           select sacrpt-file assign to "BASESACR"
               organization is line sequential.

       data division.
       file section.

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

       fd  sacrpt-file.
       01  sacrpt-record                       pic x(132).

       working-storage section.

       77  sac_from_date                       pic 9(08).
       77  sac_to_date                         pic 9(08).
       77  sac_window_minutes                  pic 9(03).
       77  sac_window_seconds                  pic 9(05).
       77  sac_burst_ids                       pic 9(02).

       01  slg_file_status                     pic x(02).
           88  slg_status_ok                   value "00".

       01  opr_file_status                     pic x(02).
           88  opr_status_ok                   value "00".

       77  slg_eof_switch                      pic x(01).
           88  slg_eof                         value "Y".
           88  slg_not_eof                     value "N".

       77  opr_eof_switch                      pic x(01).
           88  opr_eof                         value "Y".
           88  opr_not_eof                     value "N".

       77  recs_read                           pic 9(08) comp-x value 0.
       77  recs_selected                       pic 9(08) comp-x value 0.
       77  recs_failed                         pic 9(08) comp-x value 0.
       77  lines_flagged                       pic 9(08) comp-x value 0.

       ***--- the failure category an attempt falls in -- subscripts
       ***--- 1-6: BADPW, LOCKED, NOTFOUND, INACTIVE, NOAUTH, other
       77  sac_category                        pic 9(01) comp-x.
       77  cat_idx                             pic 9(01) comp-x.

       77  sac_failure_switch                  pic x(01).
           88  sac_is_failure                  value "Y".
           88  sac_is_success                  value "N".

       ***--- BASEOPR as it stands today: each id, whether it is
       ***--- active and whether its fail count has it locked out
       77  mst_count                           pic 9(03) comp-x value 0.
       77  mst_idx                             pic 9(03) comp-x.
       77  mst_slot                            pic 9(03) comp-x.

       77  mst_found_switch                    pic x(01).
           88  mst_found                       value "Y".
           88  mst_not_found                   value "N".

       01  mst_table_area.
           03  mst_entry occurs 100 times.
               05  mst_opr_id                  pic x(08).
               05  mst_active                  pic x(01).
               05  mst_fail                    pic x(01).

       ***--- one tally row per operator id seen in the range -- the
       ***--- bad-password run is the three-strike count as the log
       ***--- shows it, cleared by a good sign-on or a password set
       77  ops_count                           pic 9(03) comp-x value 0.
       77  ops_idx                             pic 9(03) comp-x.

       77  ops_found_switch                    pic x(01).
           88  ops_found                       value "Y".
           88  ops_not_found                   value "N".

       77  ops_warn_switch                     pic x(01) value "N".
           88  ops_warned                      value "Y".
           88  ops_not_warned                  value "N".

       01  ops_table_area.
           03  ops_entry occurs 300 times.
               05  ops_opr_id                  pic x(08).
               05  ops_attempts                pic 9(08) comp-x.
               05  ops_failed                  pic 9(08) comp-x.
               05  ops_cat_count occurs 6 times
                                               pic 9(08) comp-x.
               05  ops_lockouts                pic 9(04) comp-x.
               05  ops_badpw_run               pic 9(04) comp-x.

       ***--- the bad-password run each id carries into the range from
       ***--- the log lines before it -- the fail count on BASEOPR
       ***--- does not start again each day, so neither does this
       77  bpw_count                           pic 9(03) comp-x value 0.
       77  bpw_idx                             pic 9(03) comp-x.

       77  bpw_found_switch                    pic x(01).
           88  bpw_found                       value "Y".
           88  bpw_not_found                   value "N".

       77  bpw_warn_switch                     pic x(01) value "N".
           88  bpw_warned                      value "Y".
           88  bpw_not_warned                  value "N".

       01  bpw_table_area.
           03  bpw_entry occurs 300 times.
               05  bpw_opr_id                  pic x(08).
               05  bpw_run                     pic 9(04) comp-x.

       ***--- the same tallies per program that logged the attempt
       77  pgm_count                           pic 9(02) comp-x value 0.
       77  pgm_idx                             pic 9(02) comp-x.

       77  pgm_found_switch                    pic x(01).
           88  pgm_found                       value "Y".
           88  pgm_not_found                   value "N".

       01  pgm_table_area.
           03  pgm_entry occurs 30 times.
               05  pgm_name                    pic x(08).
               05  pgm_attempts                pic 9(08) comp-x.
               05  pgm_failed                  pic 9(08) comp-x.
               05  pgm_cat_count occurs 6 times
                                               pic 9(08) comp-x.
               05  pgm_lockouts                pic 9(04) comp-x.

       ***--- every result code seen, with its count, for the totals
       77  res_count                           pic 9(02) comp-x value 0.
       77  res_idx                             pic 9(02) comp-x.

       77  res_found_switch                    pic x(01).
           88  res_found                       value "Y".
           88  res_not_found                   value "N".

       01  res_table_area.
           03  res_entry occurs 30 times.
               05  res_code                    pic x(08).
               05  res_total                   pic 9(08) comp-x.

       ***--- the lockouts as they happened, printed once the scan is
       ***--- done
       77  lck_count                           pic 9(03) comp-x value 0.
       77  lck_idx                             pic 9(03) comp-x.

       01  lck_table_area.
           03  lck_entry occurs 200 times.
               05  lck_opr_id                  pic x(08).
               05  lck_date                    pic 9(08).
               05  lck_time                    pic 9(08).
               05  lck_program                 pic x(08).

       ***--- every in-range failure, in log order, for the burst
       ***--- search -- the seconds-past-midnight form of the stamp is
       ***--- what the window is measured in
       77  brs_count                           pic 9(04) comp-x value 0.
       77  brs_idx                             pic 9(04) comp-x.
       77  brs_idx2                            pic 9(04) comp-x.
       77  brs_last                            pic 9(04) comp-x.
       77  brs_failures                        pic 9(04) comp-x.
       77  brs_window_end                      pic 9(06).

       77  brs_warn_switch                     pic x(01) value "N".
           88  brs_warned                      value "Y".
           88  brs_not_warned                  value "N".

       77  brs_window_switch                   pic x(01).
           88  brs_window_passed               value "Y".
           88  brs_window_open                 value "N".

       01  brs_table_area.
           03  brs_entry occurs 2000 times.
               05  brs_date                    pic 9(08).
               05  brs_time                    pic 9(08).
               05  brs_seconds                 pic 9(05).
               05  brs_program                 pic x(08).
               05  brs_opr_id                  pic x(08).
               05  brs_in_burst                pic x(01).

       ***--- the distinct ids inside the window being looked at
       77  bid_count                           pic 9(02) comp-x.
       77  bid_idx                             pic 9(02) comp-x.

       77  bid_found_switch                    pic x(01).
           88  bid_found                       value "Y".
           88  bid_not_found                   value "N".

       01  bid_table_area.
           03  bid_opr_id occurs 99 times      pic x(08).

       01  sac_time_work.
           05  sac_hh                          pic 9(02).
           05  sac_mm                          pic 9(02).
           05  sac_ss                          pic 9(02).
           05  filler                          pic 9(02).

       01  sac_end_time_work.
           05  sac_end_hh                      pic 9(02).
           05  sac_end_mm                      pic 9(02).
           05  sac_end_ss                      pic 9(02).
           05  filler                          pic 9(02).

       77  sac_edit_count                      pic z(07)9.
       77  sac_edit_small                      pic z(03)9.
       77  sac_edit_ids                        pic z9.

       01  sac_title_line.
           05  filler                          pic x(35) value
               "BASESACT  SECURITY ACTIVITY REPORT ".
           05  ttl_from_date                   pic 9(08).
           05  filler                          pic x(03) value " - ".
           05  ttl_to_date                     pic 9(08).
           05  filler                          pic x(78) value spaces.

       01  sac_section_line.
           05  filler                          pic x(01) value space.
           05  sec_heading                     pic x(60).
           05  filler                          pic x(71) value spaces.

       01  sac_column_line.
           05  col_name                        pic x(10).
           05  filler                          pic x(50) value
               "  ATTEMPTS    FAILED     BADPW    LOCKED  NOTFOUND".
           05  filler                          pic x(40) value
               "  INACTIVE    NOAUTH     OTHER  LOCKOUTS".
           05  filler                          pic x(32) value
               "  BASEOPR".

       01  sac_tally_line.
           05  filler                          pic x(02) value spaces.
           05  tl_name                         pic x(08).
           05  filler                          pic x(02) value spaces.
           05  tl_attempts                     pic z(07)9.
           05  filler                          pic x(02) value spaces.
           05  tl_failed                       pic z(07)9.
           05  tl_category occurs 6 times.
               10  filler                      pic x(02).
               10  tl_cat_count                pic z(07)9.
           05  filler                          pic x(02) value spaces.
           05  tl_lockouts                     pic z(07)9.
           05  filler                          pic x(02) value spaces.
           05  tl_master                       pic x(12).
           05  filler                          pic x(18) value spaces.

       01  sac_flag_line.
           05  filler                          pic x(01) value space.
           05  sf_rule                         pic x(09).
           05  sf_text                         pic x(100).
           05  filler                          pic x(22) value spaces.

       01  sac_summary_line.
           05  filler                          pic x(02) value spaces.
           05  ss_label                        pic x(24).
           05  ss_count                        pic z(07)9.
           05  filler                          pic x(98) value spaces.

       01  sac_signoff_line.
           05  filler                          pic x(48) value
               "  REVIEWED BY ______________________________    ".
           05  filler                          pic x(48) value
               "SIGNATURE ______________________________    DATE".
           05  filler                          pic x(36) value
               " ____________".

       01  sac_blank_line                      pic x(132) value spaces.

       procedure division.
       main-logic.

           display "From date (YYYYMMDD): " no
           accept sac_from_date
           display "To   date (YYYYMMDD, blank = from date): " no
           accept sac_to_date
           if sac_to_date = 0
              move sac_from_date to sac_to_date
           end-if
           display "Burst window in minutes (blank = 5): " no
           accept sac_window_minutes
           if sac_window_minutes = 0
              move 5 to sac_window_minutes
           end-if
           display "Distinct ids that make a burst (blank = 3): " no
           accept sac_burst_ids
           if sac_burst_ids < 2
              move 3 to sac_burst_ids
           end-if
           compute sac_window_seconds = sac_window_minutes * 60

           perform load-operator-master

           open input seclog-file
           if not slg_status_ok
              display "BASESACT: cannot open BASESLOG (status "
                  slg_file_status ")"
              goback
           end-if

           set slg_not_eof to true
           perform until slg_eof
              read seclog-file
                  at end
                       set slg_eof to true
                  not at end
                       add 1 to recs_read
                       if slg_date < sac_from_date
                          perform carry-badpw-run thru
                             carry-badpw-run-ex
                       end-if
                       if slg_date >= sac_from_date
                          and slg_date <= sac_to_date
                          perform tally-one-attempt thru
                             tally-one-attempt-ex
                       end-if
              end-read
           end-perform
           close seclog-file

           open output sacrpt-file
           move sac_from_date to ttl_from_date
           move sac_to_date   to ttl_to_date
           write sacrpt-record from sac_title_line
           write sacrpt-record from sac_blank_line

           perform print-operator-tallies
           perform print-program-tallies

           move "FLAGS" to sec_heading
           write sacrpt-record from sac_section_line
           perform print-lockout-flags
           perform print-master-flags
           perform find-bursts
           write sacrpt-record from sac_blank_line

           perform print-result-totals

           write sacrpt-record from sac_blank_line
           write sacrpt-record from sac_blank_line
           write sacrpt-record from sac_signoff_line

           close sacrpt-file

           display "BASESACT: " recs_selected " attempt(s) in range, "
               recs_failed " failed, " lines_flagged " flag(s) -- "
               "report in BASESACR"

           goback.

       ***---
       ***---  today's BASEOPR, for telling an unknown or deactivated
       ***---  id from a live one -- without it every id reads as
       ***---  unknown, which the report says up front
       ***---
       load-operator-master.
           move 0 to mst_count
           open input operator-file
           if opr_status_ok
              set opr_not_eof to true
              perform until opr_eof
                 read operator-file
                     at end
                          set opr_eof to true
                     not at end
                          if mst_count < 100
                             add 1 to mst_count
                             move opr_id
                                 to mst_opr_id(mst_count)
                             move opr_active
                                 to mst_active(mst_count)
                             move opr_fail_count
                                 to mst_fail(mst_count)
                          else
                             display "BASESACT: BASEOPR has more than "
                                 "100 rows -- ids past row 100 read "
                                 "as not on file"
                             set opr_eof to true
                          end-if
                 end-read
              end-perform
              close operator-file
           else
              display "BASESACT: BASEOPR not available (status "
                  opr_file_status ") -- every id reads as not on file"
           end-if.

       ***---
       ***---  one in-range log line: its result total, its operator
       ***---  and program tallies, the three-strike run, and -- for a
       ***---  failure -- a slot in the burst table
       ***---
       tally-one-attempt.
           add 1 to recs_selected
           perform tally-result

           set sac_is_failure to true
           evaluate slg_result
               when "SIGNON"
               when "PWSET"
               when "RESTORE"
                    set sac_is_success to true
               when "BADPW"
                    move 1 to sac_category
               when "LOCKED"
                    move 2 to sac_category
               when "NOTFOUND"
                    move 3 to sac_category
               when "INACTIVE"
                    move 4 to sac_category
               when "NOAUTH"
                    move 5 to sac_category
               when other
                    move 6 to sac_category
           end-evaluate
           if sac_is_failure
              add 1 to recs_failed
           end-if

           perform find-program-tally
           if pgm_found
              add 1 to pgm_attempts(pgm_idx)
              if sac_is_failure
                 add 1 to pgm_failed(pgm_idx)
                 add 1 to pgm_cat_count(pgm_idx, sac_category)
              end-if
           end-if

           perform find-operator-tally
           if ops_not_found
              go to tally-one-attempt-ex
           end-if
           add 1 to ops_attempts(ops_idx)
           if sac_is_success
              move 0 to ops_badpw_run(ops_idx)
              go to tally-one-attempt-ex
           end-if
           add 1 to ops_failed(ops_idx)
           add 1 to ops_cat_count(ops_idx, sac_category)

       ***--- the third bad password in a row is the one that locks the
       ***--- id -- BADPW, not LOCKED, since LOCKED only shows up on the
       ***--- attempts that come after it.  a locked id logs nothing
       ***--- but LOCKED, so a BADPW on a run already at three means
       ***--- an administrator unlocked it in between
           if sac_category = 1
              if ops_badpw_run(ops_idx) >= 3
                 move 0 to ops_badpw_run(ops_idx)
              end-if
              add 1 to ops_badpw_run(ops_idx)
              if ops_badpw_run(ops_idx) = 3
                 add 1 to ops_lockouts(ops_idx)
                 if pgm_found
                    add 1 to pgm_lockouts(pgm_idx)
                 end-if
                 perform store-lockout
              end-if
           end-if

           perform store-burst-failure.
       tally-one-attempt-ex.

       tally-result.
           set res_not_found to true
           perform varying res_idx from 1 by 1
                   until res_idx > res_count or res_found
              if res_code(res_idx) = slg_result
                 set res_found to true
                 subtract 1 from res_idx
              end-if
           end-perform
           if res_not_found
              if res_count < 30
                 add 1 to res_count
                 move res_count  to res_idx
                 move slg_result to res_code(res_idx)
                 move 0          to res_total(res_idx)
                 set res_found to true
              end-if
           end-if
           if res_found
              add 1 to res_total(res_idx)
           end-if.

       ***---
       ***---  find (or claim) the operator's tally row -- a table
       ***---  that fills up says so once and the extras go untallied
       ***---
       find-operator-tally.
           set ops_not_found to true
           perform varying ops_idx from 1 by 1
                   until ops_idx > ops_count or ops_found
              if ops_opr_id(ops_idx) = slg_operator
                 set ops_found to true
                 subtract 1 from ops_idx
              end-if
           end-perform
           if ops_not_found
              if ops_count < 300
                 add 1 to ops_count
                 move ops_count    to ops_idx
                 move slg_operator to ops_opr_id(ops_idx)
                 move 0 to ops_attempts(ops_idx)
                 move 0 to ops_failed(ops_idx)
                 move 0 to ops_lockouts(ops_idx)
                 move 0 to ops_badpw_run(ops_idx)
                 perform find-badpw-carry
                 if bpw_found
                    move bpw_run(bpw_idx) to ops_badpw_run(ops_idx)
                 end-if
                 perform varying cat_idx from 1 by 1 until cat_idx > 6
                    move 0 to ops_cat_count(ops_idx, cat_idx)
                 end-perform
                 set ops_found to true
              else
                 if ops_not_warned
                    display "BASESACT: more than 300 operator ids in "
                        "range -- the extras are not tallied"
                    set ops_warned to true
                 end-if
              end-if
           end-if.

       ***---
       ***---  a log line from before the range: only the bad-password
       ***---  run is kept, so a lockout whose first strikes fell
       ***---  before the from-date still shows on the day it tripped
       ***---
       carry-badpw-run.
           if slg_result = "SIGNON" or "PWSET"
              perform find-badpw-carry
              if bpw_found
                 move 0 to bpw_run(bpw_idx)
              end-if
              go to carry-badpw-run-ex
           end-if
           if slg_result not = "BADPW"
              go to carry-badpw-run-ex
           end-if

           perform find-badpw-carry
           if bpw_not_found
              if bpw_count < 300
                 add 1 to bpw_count
                 move bpw_count    to bpw_idx
                 move slg_operator to bpw_opr_id(bpw_idx)
                 move 0            to bpw_run(bpw_idx)
              else
                 if bpw_not_warned
                    display "BASESACT: more than 300 ids with a bad "
                        "password before the range -- a lockout "
                        "begun there may be missed"
                    set bpw_warned to true
                 end-if
                 go to carry-badpw-run-ex
              end-if
           end-if
           if bpw_run(bpw_idx) >= 3
              move 0 to bpw_run(bpw_idx)
           end-if
           add 1 to bpw_run(bpw_idx).
       carry-badpw-run-ex.

       find-badpw-carry.
           set bpw_not_found to true
           perform varying bpw_idx from 1 by 1
                   until bpw_idx > bpw_count or bpw_found
              if bpw_opr_id(bpw_idx) = slg_operator
                 set bpw_found to true
                 subtract 1 from bpw_idx
              end-if
           end-perform.

       find-program-tally.
           set pgm_not_found to true
           perform varying pgm_idx from 1 by 1
                   until pgm_idx > pgm_count or pgm_found
              if pgm_name(pgm_idx) = slg_program
                 set pgm_found to true
                 subtract 1 from pgm_idx
              end-if
           end-perform
           if pgm_not_found
              if pgm_count < 30
                 add 1 to pgm_count
                 move pgm_count   to pgm_idx
                 move slg_program to pgm_name(pgm_idx)
                 move 0 to pgm_attempts(pgm_idx)
                 move 0 to pgm_failed(pgm_idx)
                 move 0 to pgm_lockouts(pgm_idx)
                 perform varying cat_idx from 1 by 1 until cat_idx > 6
                    move 0 to pgm_cat_count(pgm_idx, cat_idx)
                 end-perform
                 set pgm_found to true
              end-if
           end-if.

       store-lockout.
           if lck_count < 200
              add 1 to lck_count
              move slg_operator to lck_opr_id(lck_count)
              move slg_date     to lck_date(lck_count)
              move slg_time     to lck_time(lck_count)
              move slg_program  to lck_program(lck_count)
           end-if
           move 0 to ops_badpw_run(ops_idx).

       store-burst-failure.
           if brs_count >= 2000
              if brs_not_warned
                 display "BASESACT: more than 2000 failures in range "
                     "-- the burst search covers the first 2000"
                 set brs_warned to true
              end-if
           else
              add 1 to brs_count
              move slg_date     to brs_date(brs_count)
              move slg_time     to brs_time(brs_count)
              move slg_time     to sac_time_work
              compute brs_seconds(brs_count) =
                  sac_hh * 3600 + sac_mm * 60 + sac_ss
              move slg_program  to brs_program(brs_count)
              move slg_operator to brs_opr_id(brs_count)
              move "N"          to brs_in_burst(brs_count)
           end-if.

       ***---
       ***---  the per-operator block -- ids with a failure only, each
       ***---  with where it stands on BASEOPR today
       ***---
       print-operator-tallies.
           move "FAILED ATTEMPTS BY OPERATOR ID" to sec_heading
           write sacrpt-record from sac_section_line
           move "  OPERATOR" to col_name
           write sacrpt-record from sac_column_line
           perform varying ops_idx from 1 by 1 until ops_idx > ops_count
              if ops_failed(ops_idx) > 0
                 move ops_opr_id(ops_idx)   to tl_name
                 move ops_attempts(ops_idx) to tl_attempts
                 move ops_failed(ops_idx)   to tl_failed
                 perform varying cat_idx from 1 by 1 until cat_idx > 6
                    move spaces to tl_category(cat_idx)
                    move ops_cat_count(ops_idx, cat_idx)
                        to tl_cat_count(cat_idx)
                 end-perform
                 move ops_lockouts(ops_idx) to tl_lockouts
                 perform find-master-row
                 evaluate true
                     when mst_not_found
                          move "NOT ON FILE" to tl_master
                     when mst_active(mst_slot) = "N"
                          move "INACTIVE"    to tl_master
                     when mst_fail(mst_slot) numeric
                          and mst_fail(mst_slot) >= "3"
                          move "LOCKED NOW"  to tl_master
                     when other
                          move "ACTIVE"      to tl_master
                 end-evaluate
                 write sacrpt-record from sac_tally_line
              end-if
           end-perform
           write sacrpt-record from sac_blank_line.

       print-program-tallies.
           move "FAILED ATTEMPTS BY PROGRAM" to sec_heading
           write sacrpt-record from sac_section_line
           move "  PROGRAM " to col_name
           write sacrpt-record from sac_column_line
           perform varying pgm_idx from 1 by 1 until pgm_idx > pgm_count
              if pgm_failed(pgm_idx) > 0
                 move pgm_name(pgm_idx)     to tl_name
                 move pgm_attempts(pgm_idx) to tl_attempts
                 move pgm_failed(pgm_idx)   to tl_failed
                 perform varying cat_idx from 1 by 1 until cat_idx > 6
                    move spaces to tl_category(cat_idx)
                    move pgm_cat_count(pgm_idx, cat_idx)
                        to tl_cat_count(cat_idx)
                 end-perform
                 move pgm_lockouts(pgm_idx) to tl_lockouts
                 move spaces                to tl_master
                 write sacrpt-record from sac_tally_line
              end-if
           end-perform
           write sacrpt-record from sac_blank_line.

       find-master-row.
           set mst_not_found to true
           move 0 to mst_slot
           perform varying mst_idx from 1 by 1
                   until mst_idx > mst_count or mst_found
              if mst_opr_id(mst_idx) = ops_opr_id(ops_idx)
                 set mst_found to true
                 move mst_idx to mst_slot
              end-if
           end-perform.

       print-lockout-flags.
           perform varying lck_idx from 1 by 1 until lck_idx > lck_count
              add 1 to lines_flagged
              move "LOCKOUT" to sf_rule
              move lck_time(lck_idx) to sac_time_work
              move spaces    to sf_text
              string "OPERATOR " lck_opr_id(lck_idx) " "
                     lck_date(lck_idx) " "
                     sac_hh ":" sac_mm ":" sac_ss
                     "  third bad password in a row in "
                     lck_program(lck_idx)
                  delimited by size into sf_text
              write sacrpt-record from sac_flag_line
           end-perform.

       ***---
       ***---  attempts against ids that are not live operators -- not
       ***---  on BASEOPR, or deactivated there, today or at the time
       ***---  of the attempt
       ***---
       print-master-flags.
           perform varying ops_idx from 1 by 1 until ops_idx > ops_count
              perform find-master-row
              move ops_attempts(ops_idx) to sac_edit_count
              if mst_not_found or ops_cat_count(ops_idx, 3) > 0
                 add 1 to lines_flagged
                 move "UNKNOWN" to sf_rule
                 move spaces    to sf_text
                 string "OPERATOR " ops_opr_id(ops_idx) " "
                        sac_edit_count
                        " attempt(s) against an id not on BASEOPR"
                     delimited by size into sf_text
                 write sacrpt-record from sac_flag_line
              else
                 if mst_active(mst_slot) = "N"
                    or ops_cat_count(ops_idx, 4) > 0
                    add 1 to lines_flagged
                    move "INACTIVE" to sf_rule
                    move spaces     to sf_text
                    string "OPERATOR " ops_opr_id(ops_idx) " "
                           sac_edit_count
                           " attempt(s) against a deactivated id"
                        delimited by size into sf_text
                    write sacrpt-record from sac_flag_line
                 end-if
              end-if
           end-perform.

       ***---
       ***---  walk the failures in log order: from each one not
       ***---  already inside a reported burst, gather the same
       ***---  program's failures on the same day inside the window
       ***---  and count the distinct ids among them
       ***---
       find-bursts.
           perform varying brs_idx from 1 by 1 until brs_idx > brs_count
              if brs_in_burst(brs_idx) = "N"
                 perform check-one-burst thru check-one-burst-ex
              end-if
           end-perform.

       check-one-burst.
           compute brs_window_end =
               brs_seconds(brs_idx) + sac_window_seconds
           move 0 to bid_count
           move 0 to brs_failures
           move brs_idx to brs_last
           set brs_window_open to true
           perform varying brs_idx2 from brs_idx by 1
                   until brs_idx2 > brs_count or brs_window_passed
              if brs_date(brs_idx2) not = brs_date(brs_idx)
                 or brs_seconds(brs_idx2) > brs_window_end
                 set brs_window_passed to true
              else
                 if brs_program(brs_idx2) = brs_program(brs_idx)
                    add 1 to brs_failures
                    move brs_idx2 to brs_last
                    perform count-burst-id
                 end-if
              end-if
           end-perform

           if bid_count < sac_burst_ids
              go to check-one-burst-ex
           end-if

           perform varying brs_idx2 from brs_idx by 1
                   until brs_idx2 > brs_last
              if brs_program(brs_idx2) = brs_program(brs_idx)
                 move "Y" to brs_in_burst(brs_idx2)
              end-if
           end-perform

           add 1 to lines_flagged
           move "BURST" to sf_rule
           move spaces  to sf_text
           move brs_time(brs_idx)  to sac_time_work
           move brs_time(brs_last) to sac_end_time_work
           move brs_failures to sac_edit_small
           move bid_count    to sac_edit_ids
           string "PROGRAM  " brs_program(brs_idx) " "
                  brs_date(brs_idx) " "
                  sac_hh ":" sac_mm ":" sac_ss "-"
                  sac_end_hh ":" sac_end_mm ":" sac_end_ss " "
                  sac_edit_small " failure(s) across "
                  sac_edit_ids " operator id(s)"
               delimited by size into sf_text
           write sacrpt-record from sac_flag_line.
       check-one-burst-ex.

       count-burst-id.
           set bid_not_found to true
           perform varying bid_idx from 1 by 1
                   until bid_idx > bid_count or bid_found
              if bid_opr_id(bid_idx) = brs_opr_id(brs_idx2)
                 set bid_found to true
              end-if
           end-perform
           if bid_not_found and bid_count < 99
              add 1 to bid_count
              move brs_opr_id(brs_idx2) to bid_opr_id(bid_count)
           end-if.

       print-result-totals.
           move "ATTEMPTS BY RESULT" to sec_heading
           write sacrpt-record from sac_section_line
           perform varying res_idx from 1 by 1 until res_idx > res_count
              move res_code(res_idx)  to ss_label
              move res_total(res_idx) to ss_count
              write sacrpt-record from sac_summary_line
           end-perform
           write sacrpt-record from sac_blank_line
           move "LOG LINES READ"     to ss_label
           move recs_read            to ss_count
           write sacrpt-record from sac_summary_line
           move "ATTEMPTS IN RANGE"  to ss_label
           move recs_selected        to ss_count
           write sacrpt-record from sac_summary_line
           move "FAILED ATTEMPTS"    to ss_label
           move recs_failed          to ss_count
           write sacrpt-record from sac_summary_line
           move "FLAGS RAISED"       to ss_label
           move lines_flagged        to ss_count
           write sacrpt-record from sac_summary_line.
