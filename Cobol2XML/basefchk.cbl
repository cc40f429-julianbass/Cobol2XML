       identification division.
       program-id.  basefchk.

       date-written.  15-oct-2026 - jb.

       remarks.

            Expected-feed check.  BASERUNR lists the feeds that
            arrived; it cannot show one that never came, and a missing
            nightly feed has been found days later when a downstream
            desk complained.  This job holds the day's BASERUNC runs
            against the BASEFSCH feed schedule and flags, per source
            system:

            MISSING   -- the feed was due that day, its cutoff has
                         passed, and no completed run carries it.
            LATE      -- a run for the day started after the cutoff.
            LOWCOUNT  -- a run read fewer pairs than the schedule's
            HIGHCOUNT    minimum, or more than its maximum.

            BASEFSCH holds one row per hdr_source_system: the days of
            the week the feed is due (seven Y/N flags, Monday first,
            or the word WEEKDAY for Monday to Friday), the latest
            acceptable arrival as a day offset from the feed date
            (0 = the same day, 1 = the morning after) and an HHMM
            time, and the smallest and largest pair count expected
            (a maximum of zero means no ceiling).  A run belongs to
            the day its header's run date names, and arrives when
            BASEBTCH starts on it.  A feed whose cutoff is still
            ahead is reported as PENDING, not missing.

            The feed date is asked for -- blank checks yesterday's
            feeds, the way the overnight stream runs it.  The report
            goes to BASEFCHR.  Return code 8 when any feed was
            flagged, so the night operator gets paged, 0 when every
            feed is in, and 12 when the schedule or the run-control
            file cannot be read.

       environment division.
       input-output section.
       file-control.
           select fsch-file assign to "BASEFSCH"
               organization is line sequential
               file status is fsch_file_status.
           select runctl-file assign to "BASERUNC"
               organization is line sequential
               file status is runctl_file_status.
           select fchrpt-file assign to "BASEFCHR"
               organization is line sequential.

       data division.
       file section.

       ***--- one expected feed: when it is due, its arrival cutoff
       ***--- and the pair-count band a normal night falls in
       fd  fsch-file.
       01  fsch-record.
           05  fs_source                       pic x(08).
           05  filler                          pic x(01).
           05  fs_days                         pic x(07).
           05  filler                          pic x(01).
           05  fs_cutoff_days                  pic 9(01).
           05  filler                          pic x(01).
           05  fs_cutoff_time                  pic 9(04).
           05  filler                          pic x(01).
           05  fs_min_read                     pic 9(08).
           05  filler                          pic x(01).
           05  fs_max_read                     pic 9(08).

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

       fd  fchrpt-file.
       01  fchrpt-record                       pic x(132).

       working-storage section.

       01  fsch_file_status                    pic x(02).
           88  fsch_ok                         value "00".

       01  runctl_file_status                  pic x(02).
           88  runctl_ok                       value "00".

       77  in_eof_switch                       pic x(01).
           88  in_eof                          value "Y".
           88  in_not_eof                      value "N".

       77  fck_feed_date                       pic 9(08).
       77  fck_today                           pic 9(08).
       77  fck_now                             pic 9(08).
       77  fck_now_hhmm                        pic 9(04).

       77  feeds_checked                       pic 9(04) comp-x value 0.
       77  feeds_due                           pic 9(04) comp-x value 0.
       77  feeds_flagged                       pic 9(04) comp-x value 0.
       77  feeds_missing                       pic 9(04) comp-x value 0.
       77  feeds_pending                       pic 9(04) comp-x value 0.
       77  runs_late                           pic 9(04) comp-x value 0.
       77  runs_out_of_band                    pic 9(04) comp-x value 0.

       ***--- the schedule rows in memory
       77  sch_count                           pic 9(03) comp-x value 0.
       77  sch_idx                             pic 9(03) comp-x.

       01  sch_table.
           03  sch_entry occurs 100 times.
               05  sch_source                  pic x(08).
               05  sch_days                    pic x(07).
               05  sch_day_flag redefines sch_days
                                               pic x(01) occurs 7.
               05  sch_cutoff_days             pic 9(01).
               05  sch_cutoff_time             pic 9(04).
               05  sch_min_read                pic 9(08).
               05  sch_max_read                pic 9(08).

       ***--- the completed runs for the feed date, in the order they
       ***--- registered
       77  run_count                           pic 9(03) comp-x value 0.
       77  run_idx                             pic 9(03) comp-x.

       01  run_table.
           03  run_entry occurs 500 times.
               05  rt_run_number               pic 9(06).
               05  rt_source                   pic x(08).
               05  rt_start_date               pic 9(08).
               05  rt_start_time               pic 9(08).
               05  rt_read                     pic 9(08).

       77  src_runs                            pic 9(03) comp-x.

       77  run_flag_switch                     pic x(01).
           88  run_flagged                     value "Y".
           88  run_clean                       value "N".

       77  run_late_switch                     pic x(01).
           88  run_late                        value "Y".
           88  run_on_time                     value "N".

       77  feed_flag_switch                    pic x(01).
           88  feed_flagged                    value "Y".
           88  feed_clean                      value "N".

       ***--- date arithmetic on yyyymmdd -- a day number for the
       ***--- weekday, and a step forward or back across month and
       ***--- year ends
       01  dt_date.
           05  dt_yyyy                         pic 9(04).
           05  dt_mm                           pic 9(02).
           05  dt_dd                           pic 9(02).
       01  dt_date_num redefines dt_date       pic 9(08).

       77  dt_year                             pic 9(05) comp-x.
       77  dt_month                            pic 9(02) comp-x.
       77  dt_day_number                       pic 9(08) comp-x.
       77  dt_part                             pic 9(08) comp-x.
       77  dt_weekday                          pic 9(01).
       77  dt_month_days                       pic 9(02).
       77  dt_rem4                             pic 9(03) comp-x.
       77  dt_rem100                           pic 9(03) comp-x.
       77  dt_rem400                           pic 9(03) comp-x.
       77  dt_steps                            pic 9(01).

       01  dt_month_table.
           05  filler                          pic x(24) value
               "312831303130313130313031".
       01  dt_month_lengths redefines dt_month_table.
           05  dt_month_length                 pic 9(02) occurs 12.

       77  fck_cutoff_date                     pic 9(08).

       77  cutoff_passed_switch                pic x(01).
           88  cutoff_passed                   value "Y".
           88  cutoff_ahead                    value "N".

       01  fck_title_line.
           05  filler                          pic x(36) value
               "BASEFCHK  EXPECTED-FEED CHECK FOR   ".
           05  ttl_feed_date                   pic 9(08).
           05  filler                          pic x(12) value
               "   (WEEKDAY ".
           05  ttl_weekday                     pic x(03).
           05  filler                          pic x(73) value ")".

       01  fck_weekday_names                   pic x(21) value
           "MONTUEWEDTHUFRISATSUN".
       01  fck_weekday_table redefines fck_weekday_names.
           05  fck_weekday_name                pic x(03) occurs 7.

       01  fck_column_line.
           05  filler                          pic x(44) value
               " SOURCE    STATUS        RUN  STARTED       ".
           05  filler                          pic x(44) value
               "     READ  EXPECTED           CUTOFF        ".
           05  filler                          pic x(44) value spaces.

       01  fck_detail_line.
           05  filler                          pic x(01) value space.
           05  dl_source                       pic x(08).
           05  filler                          pic x(02) value spaces.
           05  dl_status                       pic x(09).
           05  filler                          pic x(02) value spaces.
           05  dl_run_number                   pic x(06).
           05  filler                          pic x(02) value spaces.
           05  dl_start_date                   pic x(08).
           05  filler                          pic x(01) value space.
           05  dl_start_time                   pic x(04).
           05  filler                          pic x(02) value spaces.
           05  dl_read                         pic x(08).
           05  filler                          pic x(02) value spaces.
           05  dl_min_read                     pic z(07)9.
           05  filler                          pic x(01) value "-".
           05  dl_max_read                     pic x(08).
           05  filler                          pic x(02) value spaces.
           05  dl_cutoff_date                  pic 9(08).
           05  filler                          pic x(01) value space.
           05  dl_cutoff_time                  pic 9(04).
           05  filler                          pic x(45) value spaces.

       01  fck_reason_line.
           05  filler                          pic x(03) value " ->".
           05  fr_rule                         pic x(10).
           05  fr_text                         pic x(70).
           05  filler                          pic x(49) value spaces.

       77  fck_count_edit                      pic z(07)9.

       01  fck_summary_line.
           05  filler                          pic x(02) value spaces.
           05  fsm_label                       pic x(24).
           05  fsm_count                       pic z(07)9.
           05  filler                          pic x(98) value spaces.

       01  fck_blank_line                      pic x(132) value spaces.

       procedure division.
       main-logic.

           accept fck_today from date yyyymmdd
           accept fck_now   from time
           move fck_now(1:4) to fck_now_hhmm

           display "Feed date (YYYYMMDD, blank = yesterday): " no
           accept fck_feed_date
           if fck_feed_date = 0
              move fck_today to dt_date_num
              perform step-back-one-day
              move dt_date_num to fck_feed_date
           end-if

           move fck_feed_date to dt_date_num
           perform compute-weekday

           perform load-schedule
           perform load-run-control

           open output fchrpt-file
           move fck_feed_date                  to ttl_feed_date
           move fck_weekday_name(dt_weekday)   to ttl_weekday
           write fchrpt-record from fck_title_line
           write fchrpt-record from fck_blank_line
           write fchrpt-record from fck_column_line

           perform varying sch_idx from 1 by 1 until sch_idx > sch_count
              perform check-one-feed thru check-one-feed-ex
           end-perform

           write fchrpt-record from fck_blank_line
           move "FEEDS SCHEDULED"      to fsm_label
           move feeds_checked          to fsm_count
           write fchrpt-record from fck_summary_line
           move "FEEDS DUE"            to fsm_label
           move feeds_due              to fsm_count
           write fchrpt-record from fck_summary_line
           move "FEEDS MISSING"        to fsm_label
           move feeds_missing          to fsm_count
           write fchrpt-record from fck_summary_line
           move "FEEDS NOT YET DUE"    to fsm_label
           move feeds_pending          to fsm_count
           write fchrpt-record from fck_summary_line
           move "RUNS LATE"            to fsm_label
           move runs_late              to fsm_count
           write fchrpt-record from fck_summary_line
           move "RUNS OUT OF BAND"     to fsm_label
           move runs_out_of_band       to fsm_count
           write fchrpt-record from fck_summary_line
           move "FEEDS FLAGGED"        to fsm_label
           move feeds_flagged          to fsm_count
           write fchrpt-record from fck_summary_line

           close fchrpt-file

           display "BASEFCHK: " feeds_due " feed(s) due for "
               fck_feed_date ", " feeds_flagged
               " flagged -- report in BASEFCHR"

           if feeds_flagged > 0
              move 8 to return-code
           else
              move 0 to return-code
           end-if
           goback.

       ***---
       ***---  the schedule -- without it nothing can be called
       ***---  missing, so a missing or empty BASEFSCH stops the job
       ***---
       load-schedule.
           open input fsch-file
           if not fsch_ok
              display "BASEFCHK: cannot open BASEFSCH (status "
                  fsch_file_status ")"
              move 12 to return-code
              goback
           end-if
           set in_not_eof to true
           perform until in_eof
              read fsch-file
                  at end
                       set in_eof to true
                  not at end
                       perform store-one-schedule
              end-read
           end-perform
           close fsch-file
           if sch_count = 0
              display "BASEFCHK: BASEFSCH has no feeds -- nothing "
                  "to check"
              move 12 to return-code
              goback
           end-if.

       store-one-schedule.
           if sch_count >= 100
              display "BASEFCHK: BASEFSCH has more than 100 feeds -- "
                  "no check run"
              move 12 to return-code
              goback
           end-if
           call "c$toupper" using fs_days, value 7
           if fs_days = "WEEKDAY"
              move "YYYYYNN" to fs_days
           end-if
           add 1 to sch_count
           move fs_source      to sch_source(sch_count)
           move fs_days        to sch_days(sch_count)
           move 0              to sch_cutoff_days(sch_count)
           move 0              to sch_cutoff_time(sch_count)
           move 0              to sch_min_read(sch_count)
           move 0              to sch_max_read(sch_count)
           if fs_cutoff_days numeric
              move fs_cutoff_days to sch_cutoff_days(sch_count)
           end-if
           if fs_cutoff_time numeric
              move fs_cutoff_time to sch_cutoff_time(sch_count)
           end-if
           if fs_min_read numeric
              move fs_min_read    to sch_min_read(sch_count)
           end-if
           if fs_max_read numeric
              move fs_max_read    to sch_max_read(sch_count)
           end-if.

       ***---
       ***---  the completed runs whose header names the feed date --
       ***---  an abandoned run never registers, so it cannot count as
       ***---  the feed having arrived
       ***---
       load-run-control.
           open input runctl-file
           if not runctl_ok
              display "BASEFCHK: cannot open BASERUNC (status "
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
                       if rc_completed
                          and rc_run_date = fck_feed_date
                          perform store-one-run
                       end-if
              end-read
           end-perform
           close runctl-file.

       store-one-run.
           if run_count >= 500
              display "BASEFCHK: more than 500 runs for "
                  fck_feed_date " -- no check run"
              move 12 to return-code
              goback
           end-if
           add 1 to run_count
           move rc_run_number to rt_run_number(run_count)
           move rc_source     to rt_source(run_count)
           move rc_start_date to rt_start_date(run_count)
           move rc_start_time to rt_start_time(run_count)
           move rc_read       to rt_read(run_count).

       ***---
       ***---  one scheduled feed: every run it sent for the day
       ***---  against its cutoff and count band, or -- with none --
       ***---  missing once the cutoff is behind us, pending before
       ***---
       check-one-feed.
           add 1 to feeds_checked
           set feed_clean to true

           move fck_feed_date to dt_date_num
           move 0 to dt_steps
           perform until dt_steps >= sch_cutoff_days(sch_idx)
              perform step-forward-one-day
              add 1 to dt_steps
           end-perform
           move dt_date_num to fck_cutoff_date

           move spaces                   to dl_status
           move spaces                   to dl_run_number
           move spaces                   to dl_start_date
           move spaces                   to dl_start_time
           move spaces                   to dl_read
           move sch_source(sch_idx)      to dl_source
           move sch_min_read(sch_idx)    to dl_min_read
           if sch_max_read(sch_idx) = 0
              move "  NO MAX"            to dl_max_read
           else
              move sch_max_read(sch_idx) to fck_count_edit
              move fck_count_edit        to dl_max_read
           end-if
           move fck_cutoff_date          to dl_cutoff_date
           move sch_cutoff_time(sch_idx) to dl_cutoff_time

           move 0 to src_runs
           perform varying run_idx from 1 by 1 until run_idx > run_count
              if rt_source(run_idx) = sch_source(sch_idx)
                 add 1 to src_runs
                 perform check-one-run
              end-if
           end-perform

           if sch_day_flag(sch_idx, dt_weekday) not = "Y"
              if src_runs = 0
                 move "NOT DUE"  to dl_status
                 write fchrpt-record from fck_detail_line
              end-if
              go to check-one-feed-ex
           end-if

           add 1 to feeds_due
           if src_runs > 0
              go to check-one-feed-ex
           end-if

           set cutoff_ahead to true
           if fck_today > fck_cutoff_date
              set cutoff_passed to true
           end-if
           if fck_today = fck_cutoff_date
              and fck_now_hhmm > sch_cutoff_time(sch_idx)
              set cutoff_passed to true
           end-if

           if cutoff_ahead
              add 1 to feeds_pending
              move "PENDING"  to dl_status
              write fchrpt-record from fck_detail_line
              go to check-one-feed-ex
           end-if

           add 1 to feeds_missing
           set feed_flagged to true
           move "MISSING"  to dl_status
           write fchrpt-record from fck_detail_line
           move "MISSING"  to fr_rule
           move spaces     to fr_text
           string "no completed run from " delimited by size
                  sch_source(sch_idx) delimited by space
                  " for " fck_feed_date " by the cutoff"
                      delimited by size
               into fr_text
           write fchrpt-record from fck_reason_line.
       check-one-feed-ex.
           if feed_flagged
              add 1 to feeds_flagged
           end-if.

       ***---
       ***---  one run of the feed: its start stamp against the cutoff
       ***---  and its read count against the band -- a run on a day
       ***---  the feed is not due is still held to both
       ***---
       check-one-run.
           set run_clean to true
           set run_on_time to true
           move rt_run_number(run_idx)       to dl_run_number
           move rt_start_date(run_idx)       to dl_start_date
           move rt_start_time(run_idx)(1:4)  to dl_start_time
           move rt_read(run_idx)             to fck_count_edit
           move fck_count_edit               to dl_read
           move "OK"                         to dl_status

           if rt_start_date(run_idx) > fck_cutoff_date
              or (rt_start_date(run_idx) = fck_cutoff_date
                  and rt_start_time(run_idx)(1:4)
                      > sch_cutoff_time(sch_idx))
              add 1 to runs_late
              set run_flagged to true
              set run_late to true
              move "LATE"     to dl_status
           end-if

           if rt_read(run_idx) < sch_min_read(sch_idx)
              or (sch_max_read(sch_idx) > 0
                  and rt_read(run_idx) > sch_max_read(sch_idx))
              add 1 to runs_out_of_band
              if run_clean
                 if rt_read(run_idx) < sch_min_read(sch_idx)
                    move "LOWCOUNT"  to dl_status
                 else
                    move "HIGHCOUNT" to dl_status
                 end-if
              else
                 move "FLAGGED"   to dl_status
              end-if
              set run_flagged to true
           end-if

           write fchrpt-record from fck_detail_line

           if run_late
              move "LATE"     to fr_rule
              move spaces     to fr_text
              string "started " rt_start_date(run_idx) " "
                     rt_start_time(run_idx)(1:4) ", cutoff "
                     fck_cutoff_date " " sch_cutoff_time(sch_idx)
                  delimited by size into fr_text
              write fchrpt-record from fck_reason_line
           end-if
           if rt_read(run_idx) < sch_min_read(sch_idx)
              move "LOWCOUNT" to fr_rule
              move spaces     to fr_text
              move sch_min_read(sch_idx) to fck_count_edit
              string "read " dl_read " pairs, at least "
                     fck_count_edit " expected"
                  delimited by size into fr_text
              write fchrpt-record from fck_reason_line
           end-if
           if sch_max_read(sch_idx) > 0
              and rt_read(run_idx) > sch_max_read(sch_idx)
              move "HIGHCOUNT" to fr_rule
              move spaces      to fr_text
              move sch_max_read(sch_idx) to fck_count_edit
              string "read " dl_read " pairs, at most "
                     fck_count_edit " expected"
                  delimited by size into fr_text
              write fchrpt-record from fck_reason_line
           end-if

           if run_flagged
              set feed_flagged to true
           end-if
           move spaces to dl_run_number
           move spaces to dl_start_date
           move spaces to dl_start_time
           move spaces to dl_read.

       ***---
       ***---  the weekday of dt_date, 1 = Monday through 7 = Sunday,
       ***---  off a day number counted from a year starting in March
       ***---  so the leap day falls at the end of it
       ***---
       compute-weekday.
           move dt_yyyy to dt_year
           move dt_mm   to dt_month
           if dt_month <= 2
              subtract 1 from dt_year
              add 12 to dt_month
           end-if
           compute dt_day_number = dt_year * 365 + dt_dd
           divide dt_year by 4   giving dt_part
           add dt_part to dt_day_number
           divide dt_year by 100 giving dt_part
           subtract dt_part from dt_day_number
           divide dt_year by 400 giving dt_part
           add dt_part to dt_day_number
           compute dt_part = (dt_month - 3) * 153 + 2
           divide dt_part by 5 giving dt_part
           add dt_part to dt_day_number
           add 1 to dt_day_number
           divide dt_day_number by 7 giving dt_part
               remainder dt_weekday
           add 1 to dt_weekday.

       ***---
       ***---  the length of dt_date's month, February by the leap
       ***---  year rule
       ***---
       set-month-days.
           move dt_month_length(dt_mm) to dt_month_days
           if dt_mm = 2
              divide dt_yyyy by 4   giving dt_part remainder dt_rem4
              divide dt_yyyy by 100 giving dt_part remainder dt_rem100
              divide dt_yyyy by 400 giving dt_part remainder dt_rem400
              if dt_rem4 = 0
                 and (dt_rem100 not = 0 or dt_rem400 = 0)
                 move 29 to dt_month_days
              end-if
           end-if.

       step-forward-one-day.
           perform set-month-days
           if dt_dd < dt_month_days
              add 1 to dt_dd
           else
              move 1 to dt_dd
              if dt_mm = 12
                 move 1 to dt_mm
                 add 1 to dt_yyyy
              else
                 add 1 to dt_mm
              end-if
           end-if.

       step-back-one-day.
           if dt_dd > 1
              subtract 1 from dt_dd
           else
              if dt_mm = 1
                 move 12 to dt_mm
                 subtract 1 from dt_yyyy
              else
                 subtract 1 from dt_mm
              end-if
              perform set-month-days
              move dt_month_days to dt_dd
           end-if.
