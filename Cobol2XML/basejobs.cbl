       identification division.
       program-id.  basejobs.

       date-written.  15-oct-2026 - jb.

       remarks.

            Nightly job-stream controller.  The overnight run used to
            be a run sheet the operator followed by hand -- BASEXIN,
            BASEBTCH, BASEEOD, BASEXCPT, BASEXAUD, BASERUNR, and
            BASEARCH on the last day of the month -- checking each
            step's return code by eye, and a step that failed at 2am
            was not always noticed before the next one ran over its
            output.  This program runs the steps in the order the
            BASEJSTP step-definition file gives them, checks each
            step's return code against the highest code that step is
            allowed to end with, and stops the stream at the first
            step that goes over it.

            Each BASEJSTP row carries the step number, the program
            name, the highest acceptable return code, "D" (every
            night) or "M" (month-end only), and the command line that
            runs the step -- answers a step prompts for are fed to it
            there, the way the run sheet had them.  Month-end is the
            calendar's last day of the month, or any night MONTHEND is
            passed on the command line.

            Every step run is appended to the BASEJLOG job log with
            its start and end stamps, return code and outcome, and
            the stream's position is kept in the BASEJCTL control
            record after every step.  A stream that stopped on a
            failed step is resumed from that step by passing RESTART
            -- the steps already finished are not rerun, the month-end
            decision made when the stream started stands, and when the
            failed step is BASEBTCH the RESTART is passed on to it so
            it picks up from its own BASECKPT checkpoint.  Starting a
            new stream over a failed one needs FRESH, so a failure
            cannot be run over by accident.

            Return code 0 is a completed stream; a failed step's own
            return code ends the controller when it stops the stream,
            and 16 means the stream could not be started at all -- or
            that a step's command could not be run, which the system
            reports as a negative code and which always fails the
            step whatever its highest acceptable code.

       environment division.
       input-output section.
       file-control.
           select step-file assign to "BASEJSTP"
               organization is line sequential
               file status is step_file_status.
           select optional jobctl-file assign to "BASEJCTL"
               organization is line sequential
               file status is jobctl_file_status.
           select joblog-file assign to "BASEJLOG"
               organization is line sequential.

       data division.
       file section.

       ***--- one step of the stream
       fd  step-file.
       01  step-record.
           05  js_step                         pic 9(02).
           05  filler                          pic x(01).
           05  js_program                      pic x(08).
           05  filler                          pic x(01).
           05  js_max_rc                       pic 9(03).
           05  filler                          pic x(01).
           05  js_when                         pic x(01).
           05  filler                          pic x(01).
           05  js_command                      pic x(100).

       ***--- where the stream stands: the night it started for, "R"
       ***--- running, "F" failed or "C" complete, the step to run
       ***--- next, the program that failed, and whether it is a
       ***--- month-end stream
       fd  jobctl-file.
       01  jobctl-record.
           05  jc_stream_date                  pic 9(08).
           05  filler                          pic x(01).
           05  jc_status                       pic x(01).
               88  jc_running                  value "R".
               88  jc_failed                   value "F".
               88  jc_complete                 value "C".
           05  filler                          pic x(01).
           05  jc_next_step                    pic 9(02).
           05  filler                          pic x(01).
           05  jc_failed_program               pic x(08).
           05  filler                          pic x(01).
           05  jc_month_end                    pic x(01).

       fd  joblog-file.
       01  joblog-record.
           05  jl_stream_date                  pic 9(08).
           05  filler                          pic x(01).
           05  jl_step                         pic 9(02).
           05  filler                          pic x(01).
           05  jl_program                      pic x(08).
           05  filler                          pic x(01).
           05  jl_start_date                   pic 9(08).
           05  filler                          pic x(01).
           05  jl_start_time                   pic 9(08).
           05  filler                          pic x(01).
           05  jl_end_date                     pic 9(08).
           05  filler                          pic x(01).
           05  jl_end_time                     pic 9(08).
           05  filler                          pic x(01).
           05  jl_rc                           pic -(09)9.
           05  filler                          pic x(01).
           05  jl_max_rc                       pic 9(03).
           05  filler                          pic x(01).
           05  jl_outcome                      pic x(08).

       working-storage section.

       01  step_file_status                    pic x(02).
           88  step_status_ok                  value "00".

       ***--- "05" is the optional control file being created -- the
       ***--- very first stream
       01  jobctl_file_status                  pic x(02).
           88  jobctl_status_ok                value "00".
           88  jobctl_created_new              value "05".

       77  step_eof_switch                     pic x(01).
           88  step_eof                        value "Y".
           88  step_not_eof                    value "N".

       ***--- the command line can carry RESTART, FRESH and MONTHEND
       01  cmd_line                            pic x(32).

       77  restart_tally                       pic 9(02) comp-x value 0.
       77  fresh_tally                         pic 9(02) comp-x value 0.
       77  monthend_tally                      pic 9(02) comp-x value 0.

       77  restart_switch                      pic x(01) value "N".
           88  restart_requested               value "Y".

       77  resumed_switch                      pic x(01) value "N".
           88  stream_resumed                  value "Y".
           88  stream_new                      value "N".

       77  month_end_switch                    pic x(01) value "N".
           88  month_end_stream                value "Y".
           88  daily_stream                    value "N".

       77  stop_switch                         pic x(01) value "N".
           88  stream_stopped                  value "Y".
           88  stream_going                    value "N".

       ***--- the step definitions in stream order
       77  stp_count                           pic 9(02) comp-x value 0.
       77  stp_idx                             pic 9(02) comp-x.

       01  stp_table_area.
           03  stp_entry occurs 30 times.
               05  stp_step                    pic 9(02).
               05  stp_program                 pic x(08).
               05  stp_max_rc                  pic 9(03).
               05  stp_when                    pic x(01).
               05  stp_command                 pic x(100).

       ***--- the control record as last written
       01  ctl_area.
           05  ctl_stream_date                 pic 9(08) value 0.
           05  ctl_status                      pic x(01) value space.
           05  ctl_next_step                   pic 9(02) value 0.
           05  ctl_failed_program              pic x(08) value spaces.
           05  ctl_month_end                   pic x(01) value space.

       77  resume_step                         pic 9(02) value 0.

       ***--- the command handed to the system for one step, with
       ***--- room for a RESTART on the end
       77  sys_command                         pic x(120).
       77  cmd_len                             pic 9(03) comp-x.

       ***--- the system call's code in full -- negative when the
       ***--- command could not be run at all
       77  step_rc                             pic s9(09).
       77  step_rc_edit                        pic -(09)9.
       77  step_start_date                     pic 9(08).
       77  step_start_time                     pic 9(08).
       77  step_outcome                        pic x(08).

       77  steps_run                           pic 9(02) comp-x value 0.
       77  steps_skipped                       pic 9(02) comp-x value 0.

       ***--- today taken apart for the last-day-of-month test
       01  today_date.
           05  today_yyyy                      pic 9(04).
           05  today_mm                        pic 9(02).
           05  today_dd                        pic 9(02).
       01  today_num redefines today_date      pic 9(08).

       01  month_days_data.
           05  filler                          pic x(24) value
               "312831303130313130313031".
       01  month_days_table redefines month_days_data.
           03  month_days occurs 12 times      pic 9(02).

       77  last_day                            pic 9(02).
       77  leap_quotient                       pic 9(04).
       77  leap_rem_4                          pic 9(04).
       77  leap_rem_100                        pic 9(04).
       77  leap_rem_400                        pic 9(04).

       procedure division.
       main-logic.

           accept cmd_line from command-line
           call "c$toupper" using cmd_line, value 32
           inspect cmd_line tallying restart_tally for all "RESTART"
           inspect cmd_line tallying fresh_tally for all "FRESH"
           inspect cmd_line tallying monthend_tally for all "MONTHEND"
           if restart_tally > 0
              set restart_requested to true
           end-if

           perform load-step-file thru load-step-file-ex
           perform read-control-record
           perform decide-stream-start thru decide-stream-start-ex

           set stream_going to true
           perform varying stp_idx from 1 by 1
                   until stp_idx > stp_count or stream_stopped
              if stp_step(stp_idx) >= resume_step
                 perform run-one-step thru run-one-step-ex
              end-if
           end-perform

           if stream_stopped
              display "BASEJOBS: stream " ctl_stream_date
                  " stopped at step " ctl_next_step " ("
                  ctl_failed_program ") -- fix the cause and rerun "
                  "with RESTART"
              goback
           end-if

           move "C"    to ctl_status
           move 0      to ctl_next_step
           move spaces to ctl_failed_program
           perform write-control-record
           display "BASEJOBS: stream " ctl_stream_date " complete -- "
               steps_run " step(s) run, " steps_skipped " skipped"
           move 0 to return-code
           goback.

       ***---
       ***---  the step definitions, which have to come in ascending
       ***---  step order with a program and a command on every row --
       ***---  a stream that cannot be trusted is not started
       ***---
       load-step-file.
           open input step-file
           if not step_status_ok
              display "BASEJOBS: cannot open BASEJSTP (status "
                  step_file_status ") -- no stream run"
              move 16 to return-code
              goback
           end-if
           set step_not_eof to true
           perform until step_eof
              read step-file
                  at end
                       set step_eof to true
                  not at end
                       perform store-one-step
              end-read
           end-perform
           close step-file

           if stp_count = 0
              display "BASEJOBS: BASEJSTP has no steps -- no stream run"
              move 16 to return-code
              goback
           end-if.
       load-step-file-ex.

       store-one-step.
           if stp_count >= 30
              display "BASEJOBS: BASEJSTP has more than 30 steps -- "
                  "no stream run"
              move 16 to return-code
              goback
           end-if
           if js_step not numeric or js_max_rc not numeric
              or js_program = spaces or js_command = spaces
              or (js_when not = "D" and js_when not = "M")
              display "BASEJOBS: BASEJSTP row " js_step " "
                  js_program " is incomplete -- no stream run"
              move 16 to return-code
              goback
           end-if
           if stp_count > 0
              if js_step <= stp_step(stp_count)
                 display "BASEJOBS: BASEJSTP step " js_step
                     " is out of order -- no stream run"
                 move 16 to return-code
                 goback
              end-if
           end-if
           add 1 to stp_count
           move js_step    to stp_step(stp_count)
           move js_program to stp_program(stp_count)
           move js_max_rc  to stp_max_rc(stp_count)
           move js_when    to stp_when(stp_count)
           move js_command to stp_command(stp_count).

       read-control-record.
           open input jobctl-file
           if jobctl_status_ok
              read jobctl-file
                  at end
                       continue
                  not at end
                       move jc_stream_date    to ctl_stream_date
                       move jc_status         to ctl_status
                       move jc_next_step      to ctl_next_step
                       move jc_failed_program to ctl_failed_program
                       move jc_month_end      to ctl_month_end
              end-read
           end-if
           close jobctl-file.

       ***---
       ***---  resume the stopped stream, or start a new one -- an
       ***---  unfinished stream ("F", or "R" when the controller itself
       ***---  was cut off mid-step) is only resumed on RESTART and
       ***---  only run over on FRESH
       ***---
       decide-stream-start.
           if ctl_status = "F" or ctl_status = "R"
              if restart_requested
                 set stream_resumed to true
                 move ctl_next_step to resume_step
                 if ctl_month_end = "Y"
                    set month_end_stream to true
                 end-if
                 display "BASEJOBS: resuming stream " ctl_stream_date
                     " at step " resume_step " (" ctl_failed_program
                     ")"
                 go to decide-stream-start-ex
              end-if
              if fresh_tally = 0
                 display "BASEJOBS: stream " ctl_stream_date
                     " stopped at step " ctl_next_step " ("
                     ctl_failed_program ") -- pass RESTART to resume "
                     "it or FRESH to start a new stream"
                 move 16 to return-code
                 goback
              end-if
              display "BASEJOBS: FRESH requested -- stream "
                  ctl_stream_date " is abandoned at step "
                  ctl_next_step
           else
              if restart_requested
                 display "BASEJOBS: RESTART requested but no stream "
                     "is waiting to be resumed -- starting a new one"
              end-if
           end-if

           set stream_new to true
           move 0 to resume_step
           accept today_num from date yyyymmdd
           move today_num to ctl_stream_date
           perform check-month-end
           if monthend_tally > 0
              set month_end_stream to true
           end-if
           if month_end_stream
              move "Y" to ctl_month_end
              display "BASEJOBS: stream " ctl_stream_date
                  " starting -- month-end steps included"
           else
              move "N" to ctl_month_end
              display "BASEJOBS: stream " ctl_stream_date " starting"
           end-if.
       decide-stream-start-ex.

       ***---
       ***---  is today the last day of its month -- february's 29th
       ***---  on the usual every-fourth-year-but-not-centuries rule
       ***---
       check-month-end.
           move month_days(today_mm) to last_day
           if today_mm = 2
              divide today_yyyy by 4 giving leap_quotient
                  remainder leap_rem_4
              divide today_yyyy by 100 giving leap_quotient
                  remainder leap_rem_100
              divide today_yyyy by 400 giving leap_quotient
                  remainder leap_rem_400
              if leap_rem_4 = 0
                 and (leap_rem_100 not = 0 or leap_rem_400 = 0)
                 move 29 to last_day
              end-if
           end-if
           if today_dd = last_day
              set month_end_stream to true
           end-if.

       ***---
       ***---  one step: month-end steps pass by on an ordinary night,
       ***---  the rest run with the control record marked running
       ***---  first, so a controller cut off mid-step still knows
       ***---  where to resume
       ***---
       run-one-step.
           accept step_start_date from date yyyymmdd
           accept step_start_time from time

           if stp_when(stp_idx) = "M" and daily_stream
              add 1 to steps_skipped
              move 0         to step_rc
              move "SKIPPED" to step_outcome
              perform write-job-log
              go to run-one-step-ex
           end-if

           move "R"                  to ctl_status
           move stp_step(stp_idx)    to ctl_next_step
           move stp_program(stp_idx) to ctl_failed_program
           perform write-control-record

           move stp_command(stp_idx) to sys_command
           if stream_resumed
              and stp_step(stp_idx) = resume_step
              and stp_program(stp_idx) = "BASEBTCH"
              perform varying cmd_len from 100 by -1
                      until cmd_len = 0
                         or sys_command(cmd_len:1) not = space
                 continue
              end-perform
              move " RESTART" to sys_command(cmd_len + 1:8)
              display "BASEJOBS: BASEBTCH restarting from its "
                  "checkpoint"
           end-if

           display "BASEJOBS: step " stp_step(stp_idx) " "
               stp_program(stp_idx) " starting"
           move 0 to return-code
           call "SYSTEM" using sys_command
           move return-code to step_rc
           move step_rc     to step_rc_edit
           add 1 to steps_run

           if step_rc < 0 or step_rc > stp_max_rc(stp_idx)
              move "FAILED" to step_outcome
              perform write-job-log
              move "F" to ctl_status
              perform write-control-record
              set stream_stopped to true
              display "BASEJOBS: step " stp_step(stp_idx) " "
                  stp_program(stp_idx) " ended with return code "
                  step_rc_edit " -- highest allowed is "
                  stp_max_rc(stp_idx)
              if step_rc < 0
                 move 16 to return-code
              else
                 move step_rc to return-code
              end-if
              go to run-one-step-ex
           end-if

           move "OK" to step_outcome
           perform write-job-log
           display "BASEJOBS: step " stp_step(stp_idx) " "
               stp_program(stp_idx) " ended with return code "
               step_rc_edit

       ***--- the step is done -- a resume from here on starts past it
           if stp_idx < stp_count
              move stp_step(stp_idx + 1) to ctl_next_step
           else
              compute ctl_next_step = stp_step(stp_idx) + 1
           end-if
           move spaces to ctl_failed_program
           perform write-control-record.
       run-one-step-ex.

       write-job-log.
           move spaces               to joblog-record
           move ctl_stream_date      to jl_stream_date
           move stp_step(stp_idx)    to jl_step
           move stp_program(stp_idx) to jl_program
           move step_start_date      to jl_start_date
           move step_start_time      to jl_start_time
           accept jl_end_date from date yyyymmdd
           accept jl_end_time from time
           move step_rc              to jl_rc
           move stp_max_rc(stp_idx)  to jl_max_rc
           move step_outcome         to jl_outcome
           open extend joblog-file
           write joblog-record
           close joblog-file.

       write-control-record.
           move spaces             to jobctl-record
           move ctl_stream_date    to jc_stream_date
           move ctl_status         to jc_status
           move ctl_next_step      to jc_next_step
           move ctl_failed_program to jc_failed_program
           move ctl_month_end      to jc_month_end
           open output jobctl-file
           write jobctl-record
           close jobctl-file.
