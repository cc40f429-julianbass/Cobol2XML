       identification division.
       program-id.  baserstr.

       date-written.  15-oct-2026 - jb.

       remarks.

            Point-in-time restore of the masters from the backup sets
            BASEBKUP takes.  The BASEBKM manifest lists every
            generation still kept, with the date and time it was taken
            and, for each master, its record count and whether it was
            there at all; this transaction lists those generations and
            puts back either one master or the whole set as it stood
            when the generation was taken.

            The operator signs on against BASEOPR with the same
            password rules BASE applies and has to hold the admin
            authority; every attempt goes to the BASESLOG security
            log.  Each restore is confirmed first.  The master's lines
            are counted in the set before anything is touched, and a
            set that does not hold the number of lines the manifest
            recorded for it is refused -- the live master is left as
            it is.  A master that was absent when the set was taken is
            restored as an empty file, except BASEOPR, which is never
            emptied; one that was there but could not be read into the
            set (UNREAD) is not restored from it at all.  Every master
            put back writes a RESTORE line to BASESLOG under the
            restoring operator, with the master and the generation it
            came from in two columns past the result.

            BASERUNC is checked before it goes back: BASEBTCH numbers
            each run from the highest row on it, and the audit lines
            of every run already carry their number.  When the live
            file has runs past the set's highest, the restore is asked
            for a second time, and the later live rows are carried
            into the restored file, so no run number is handed out
            twice; answering no leaves BASERUNC as it is.

            No backup is taken before a restore -- run BASEBKUP first
            when the live masters may be wanted again.

       environment division.
       input-output section.
       file-control.
           select operator-file assign to "BASEOPR"
               organization is line sequential
               file status is opr_file_status.
           select seclog-file assign to "BASESLOG"
               organization is line sequential.
           select optional manifest-file assign to "BASEBKM"
               organization is line sequential
               file status is manifest_file_status.
           select set-file assign to dynamic rst_set_name
               organization is line sequential
               file status is set_file_status.
           select master-file assign to dynamic rst_member_name
               organization is line sequential
               file status is master_file_status.

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

       fd  seclog-file.
       01  seclog-record.
           05  slg_date                        pic 9(08).
           05  filler                          pic x(01) value space.
           05  slg_time                        pic 9(08).
           05  filler                          pic x(01) value space.
           05  slg_program                     pic x(08).
           05  filler                          pic x(01) value space.
           05  slg_operator                    pic x(08).
           05  filler                          pic x(01) value space.
           05  slg_result                      pic x(08).
           05  filler                          pic x(01) value space.
           05  slg_member                      pic x(08).
           05  filler                          pic x(01) value space.
           05  slg_generation                  pic x(04).

       ***--- one master in one generation, as BASEBKUP writes it
       fd  manifest-file.
       01  manifest-record                     pic x(48).

       ***--- one master line in the set, behind the name of the
       ***--- master it belongs to
       fd  set-file.
       01  set-record.
           05  bks_member                      pic x(08).
           05  filler                          pic x(01).
           05  bks_line                        pic x(200).

       fd  master-file.
       01  master-record                       pic x(200).

       working-storage section.

       01  opr_file_status                     pic x(02).
           88  opr_status_ok                   value "00".

       01  manifest_file_status                pic x(02).
           88  manifest_status_ok              value "00".
           88  manifest_created_new            value "05".

       01  set_file_status                     pic x(02).
           88  set_status_ok                   value "00".

       01  master_file_status                  pic x(02).
           88  master_status_ok                value "00".

       77  opr_eof_switch                      pic x(01).
           88  opr_eof                         value "Y".
           88  opr_not_eof                     value "N".

       77  opr_found_switch                    pic x(01).
           88  opr_found                       value "Y".
           88  opr_not_found                   value "N".

       77  in_eof_switch                       pic x(01).
           88  in_eof                          value "Y".
           88  in_not_eof                      value "N".

       77  menu_choice                         pic x(01).
           88  menu_list                       value "1".
           88  menu_restore_one                value "2".
           88  menu_restore_all                value "3".
           88  menu_exit                       value "4".

       77  confirm_switch                      pic x(01).
           88  confirm_yes                     value "Y" "y".
           88  confirm_no                      value "N" "n".

       77  signon_attempts                     pic 9(01).
       77  signon_id                           pic x(08).
       77  signon_name                         pic x(20).

       77  signon_ok_switch                    pic x(01) value "N".
           88  signon_ok                       value "Y".
           88  signon_not_ok                   value "N".

       ***--- rows from before the active flag existed carry a space
       ***--- there -- only an explicit "N" keeps an operator out
       77  opr_active_flag                     pic x(01) value "Y".
           88  opr_deactivated                 value "N".

       77  auth_admin_flag                     pic x(01) value "N".
           88  auth_admin                      value "Y".

       ***--- password state picked up with the operator row -- the
       ***--- fail count travels as a character so a legacy row's
       ***--- space can be told apart from a real zero
       77  signon_password                     pic x(08).
       77  signon_fail_char                    pic x(01).
       77  signon_fail_count                   pic 9(01).
       77  signon_pwchange                     pic x(01).
           88  signon_pw_must_change           value "Y".

       77  entry_password                      pic x(08).

       01  seclog_result                       pic x(08).

       ***--- what a RESTORE line names -- blank on a sign-on line
       77  seclog_member                       pic x(08) value spaces.
       77  seclog_generation                   pic x(04) value spaces.

       ***--- the whole master, one row per line, for the fail-count
       ***--- rewrites the sign-on has to make -- BASEOPR is line
       ***--- sequential, so an update is a full copy-back
       77  oprm_save_count                     pic 9(03) comp-x.
       77  oprm_save_idx                       pic 9(03) comp-x.
       01  oprm_save_table.
           03  oprm_save_row occurs 100 times  pic x(60).

       ***--- a master bigger than the copy-back table must not be
       ***--- rewritten at all -- truncating it would delete operators
       77  oprm_save_over_switch               pic x(01).
           88  oprm_save_over                  value "Y".
           88  oprm_save_fits                  value "N".

       ***--- BASEBKM in memory, read fresh each time round the menu
       77  man_count                           pic 9(04) comp-x value 0.
       77  man_idx                             pic 9(04) comp-x.
       01  man_table.
           03  man_row occurs 2000 times       pic x(48).

       77  man_over_switch                     pic x(01) value "N".
           88  man_over                        value "Y".
           88  man_fits                        value "N".

       01  man_row_view.
           05  mrv_gen                         pic 9(04).
           05  filler                          pic x(01).
           05  mrv_date                        pic 9(08).
           05  filler                          pic x(01).
           05  mrv_time                        pic 9(08).
           05  filler                          pic x(01).
           05  mrv_member                      pic x(08).
           05  filler                          pic x(01).
           05  mrv_count                       pic 9(08).
           05  filler                          pic x(01).
           05  mrv_state                       pic x(07).
               88  mrv_present                 value "PRESENT".
               88  mrv_absent                  value "ABSENT".
               88  mrv_unread                  value "UNREAD".

       ***--- one generation's line on the list, added up over its
       ***--- manifest rows
       77  lst_gen                             pic 9(04).
       77  lst_date                            pic 9(08).
       77  lst_time                            pic 9(08).
       77  lst_masters                         pic 9(02).
       77  lst_present                         pic 9(02).
       77  lst_records                         pic 9(08).
       77  lst_gens                            pic 9(04).

       ***--- the generation and master picked, and how the restore
       ***--- of each master went
       77  rst_gen                             pic 9(04).
       77  rst_member                          pic x(08).
       77  rst_member_name                     pic x(08).
       77  rst_set_name                        pic x(11).
       77  rst_lines                           pic 9(08).
       77  rst_written                         pic 9(08).
       77  rst_masters                         pic 9(02).
       77  rst_restored                        pic 9(02).

       77  rst_found_switch                    pic x(01).
           88  rst_found                       value "Y".
           88  rst_not_found                   value "N".

       77  rst_done_switch                     pic x(01).
           88  rst_done                        value "Y".
           88  rst_not_done                    value "N".

       77  rst_stamp_date                      pic 9(08).
       77  rst_stamp_time                      pic 9(08).

       ***--- BASERUNC going back to an older generation: the highest
       ***--- run number in the set and on the live file, and the live
       ***--- rows past the set's, carried into the restored file so
       ***--- BASEBTCH never hands out a run number it already used
       77  rnc_set_max                         pic 9(06).
       77  rnc_live_max                        pic 9(06).
       77  rnc_run_number                      pic 9(06).
       77  rnc_count                           pic 9(04) comp-x value 0.
       77  rnc_idx                             pic 9(04) comp-x.
       01  rnc_table.
           03  rnc_row occurs 2000 times       pic x(96).

       77  rnc_ok_switch                       pic x(01).
           88  rnc_ok                          value "Y".
           88  rnc_refused                     value "N".

       procedure division.
       main-logic.

           perform sign-on-administrator
           if signon_not_ok
              display "Sign-on failed -- ending"
              accept omitted
              goback
           end-if.

       menu.

           display window erase

           perform load-manifest
           display "BASERSTR master restore -- " man_count
               " manifest row(s)"
           display "1. List backup generations"
           display "2. Restore one master"
           display "3. Restore a whole set"
           display "4. Exit"
           display "Choice: " no
           accept menu_choice

           if menu_list
              perform list-generations
              go to menu
           end-if

           if menu_restore_one
              perform restore-one thru restore-one-ex
              go to menu
           end-if

           if menu_restore_all
              perform restore-all thru restore-all-ex
              go to menu
           end-if

           if menu_exit
              goback
           end-if

           display "Invalid choice - please select 1 to 4"
           go to menu.

       ***---
       ***---  sign-on against BASEOPR: the id has to be on file,
       ***---  active and hold the admin authority before its
       ***---  password is asked for.  a blank or change-flagged
       ***---  password has to be set through BASE first, three wrong
       ***---  answers lock the id, and every outcome lands in BASESLOG
       ***---
       sign-on-administrator.
           move 0 to signon_attempts
           set signon_not_ok to true
           perform until signon_ok or signon_attempts >= 3
              add 1 to signon_attempts
              display "Operator id: " no
              accept signon_id
              call "c$toupper" using signon_id, value 8
              perform find-operator
              if opr_not_found
                 display "Operator " signon_id " is not on file"
                 move "NOTFOUND" to seclog_result
                 perform write-signon-log
              else
                 if opr_deactivated
                    display "Operator " signon_id " is deactivated"
                    move "INACTIVE" to seclog_result
                    perform write-signon-log
                 else
                    if auth_admin
                       perform verify-password thru
                           verify-password-ex
                    else
                       display "Operator " signon_id " does not hold "
                           "the admin authority"
                       move "NOAUTH" to seclog_result
                       perform write-signon-log
                    end-if
                 end-if
              end-if
           end-perform

           if signon_ok
              display "Signed on: " signon_name
           end-if.

       verify-password.
           if signon_fail_char numeric
              move signon_fail_char to signon_fail_count
           else
              move 0 to signon_fail_count
           end-if

           if signon_fail_count >= 3
              display "Operator " signon_id " is locked out -- ask an "
                  "administrator to reset the password"
              move "LOCKED" to seclog_result
              perform write-signon-log
              go to verify-password-ex
           end-if

           if signon_password = spaces or signon_pw_must_change
              display "Operator " signon_id " must set a password "
                  "through BASE first"
              move "PWNEEDED" to seclog_result
              perform write-signon-log
              go to verify-password-ex
           end-if

           display "Password: " no
           accept entry_password
           if entry_password = signon_password
              set signon_ok to true
              if signon_fail_count > 0
                 move 0   to signon_fail_count
                 move "0" to signon_fail_char
                 perform update-operator-master thru
                     update-operator-master-ex
              end-if
              move "SIGNON" to seclog_result
              perform write-signon-log
           else
              display "Invalid password"
              add 1 to signon_fail_count
              move signon_fail_count to signon_fail_char
              perform update-operator-master thru
                     update-operator-master-ex
              move "BADPW" to seclog_result
              perform write-signon-log
              if signon_fail_count >= 3
                 display "Operator " signon_id " is now locked out"
              end-if
           end-if.
       verify-password-ex.

       ***---
       ***---  copy the master back out with this operator's fail
       ***---  count brought up to date -- BASEOPR is line sequential,
       ***---  so the one-row update is a full read and rewrite
       ***---
       update-operator-master.
           move 0 to oprm_save_count
           set oprm_save_fits to true
           open input operator-file
           if opr_status_ok
              set opr_not_eof to true
              perform until opr_eof
                 read operator-file
                     at end
                          set opr_eof to true
                     not at end
                          if oprm_save_count >= 100
                             set oprm_save_over to true
                             set opr_eof to true
                          else
                             add 1 to oprm_save_count
                             if opr_id = signon_id
                                move signon_fail_char
                                    to opr_fail_count
                             end-if
                             move operator-record
                                 to oprm_save_row(oprm_save_count)
                          end-if
                 end-read
              end-perform
              close operator-file
       ***--- a master the table cannot hold is left alone -- a
       ***--- partial rewrite would silently delete operator rows
              if oprm_save_over
                 display "BASEOPR has more than 100 rows -- "
                     "fail count not saved"
                 go to update-operator-master-ex
              end-if
              open output operator-file
              perform varying oprm_save_idx from 1 by 1
                      until oprm_save_idx > oprm_save_count
                 write operator-record
                     from oprm_save_row(oprm_save_idx)
              end-perform
              close operator-file
           else
              display "BASEOPR not available (status " opr_file_status
                  ") -- fail count not saved"
           end-if.
       update-operator-master-ex.

       write-signon-log.
           accept rst_stamp_date from date yyyymmdd
           accept rst_stamp_time from time
           move spaces         to seclog-record
           move rst_stamp_date to slg_date
           move rst_stamp_time to slg_time
           move "BASERSTR"     to slg_program
           move signon_id      to slg_operator
           move seclog_result  to slg_result
           move seclog_member     to slg_member
           move seclog_generation to slg_generation
           open extend seclog-file
           write seclog-record
           close seclog-file.

       find-operator.
           set opr_not_found to true
           open input operator-file
           if opr_status_ok
              set opr_not_eof to true
              perform until opr_eof or opr_found
                 read operator-file
                     at end
                          set opr_eof to true
                     not at end
                          if opr_id = signon_id
                             set opr_found to true
                             move opr_name         to signon_name
                             move opr_auth_admin   to auth_admin_flag
                             move opr_active       to opr_active_flag
                             move opr_password     to signon_password
                             move opr_fail_count   to signon_fail_char
                             move opr_pwchange     to signon_pwchange
                          end-if
                 end-read
              end-perform
              close operator-file
           else
              display "BASEOPR not available (status " opr_file_status
                  ") -- sign-on cannot be verified"
           end-if.

       ***---
       ***---  BASEBKM into the table -- a missing manifest means no
       ***---  backup has been taken yet
       ***---
       load-manifest.
           move 0 to man_count
           set man_fits to true
           open input manifest-file
           if manifest_created_new
              close manifest-file
           else
              if manifest_status_ok
                 set in_not_eof to true
                 perform until in_eof
                    read manifest-file
                        at end
                             set in_eof to true
                        not at end
                             if man_count >= 2000
                                set man_over to true
                                set in_eof to true
                             else
                                add 1 to man_count
                                move manifest-record
                                    to man_row(man_count)
                             end-if
                    end-read
                 end-perform
                 close manifest-file
              else
                 display "BASEBKM not available (status "
                     manifest_file_status ")"
              end-if
           end-if
           if man_over
              display "BASEBKM holds more than 2000 rows -- only the "
                  "oldest generations can be seen; run BASEBKUP to "
                  "age it off"
           end-if.

       ***---
       ***---  one line per generation: when it was taken, how many
       ***---  masters it found, and the lines it holds
       ***---
       list-generations.
           display "GEN   TAKEN     AT        MASTERS  RECORDS"
           move 0 to lst_gen
           move 0 to lst_gens
           perform varying man_idx from 1 by 1
                   until man_idx > man_count
              move man_row(man_idx) to man_row_view
              if mrv_gen not = lst_gen
                 if lst_gen > 0
                    perform show-generation-line
                 end-if
                 move mrv_gen  to lst_gen
                 move mrv_date to lst_date
                 move mrv_time to lst_time
                 move 0 to lst_masters
                 move 0 to lst_present
                 move 0 to lst_records
              end-if
              add 1 to lst_masters
              if mrv_present
                 add 1 to lst_present
              end-if
              add mrv_count to lst_records
           end-perform
           if lst_gen > 0
              perform show-generation-line
           end-if
           display lst_gens " generation(s) kept"
           display "Press ENTER to continue: " no
           accept omitted.

       show-generation-line.
           add 1 to lst_gens
           display lst_gen "  " lst_date "  " lst_time "  "
               lst_present " of " lst_masters "  " lst_records.

       ***---
       ***---  one master back from one generation
       ***---
       restore-one.
           display "Generation: " no
           accept rst_gen convert
           display "Master (e.g. BASESYM): " no
           accept rst_member
           call "c$toupper" using rst_member, value 8

           set rst_not_found to true
           perform varying man_idx from 1 by 1
                   until man_idx > man_count or rst_found
              move man_row(man_idx) to man_row_view
              if mrv_gen = rst_gen and mrv_member = rst_member
                 set rst_found to true
              end-if
           end-perform
           if rst_not_found
              display "Generation " rst_gen " holds no " rst_member
              go to restore-one-ex
           end-if

           display "Generation " mrv_gen " taken " mrv_date " at "
               mrv_time ": " mrv_member " " mrv_state " " mrv_count
               " record(s)"
           display "Overwrite the live " mrv_member " (Y/N): " no
           accept confirm_switch
           if not confirm_yes
              display "Nothing done"
              go to restore-one-ex
           end-if

           perform restore-member thru restore-member-ex
           display "Press ENTER to continue: " no
           accept omitted.
       restore-one-ex.

       ***---
       ***---  every master in one generation, in the order the set
       ***---  was taken
       ***---
       restore-all.
           display "Generation: " no
           accept rst_gen convert

           move 0 to rst_masters
           perform varying man_idx from 1 by 1
                   until man_idx > man_count
              move man_row(man_idx) to man_row_view
              if mrv_gen = rst_gen
                 add 1 to rst_masters
                 display "  " mrv_member " " mrv_state " " mrv_count
                     " record(s), taken " mrv_date " at " mrv_time
              end-if
           end-perform
           if rst_masters = 0
              display "No generation " rst_gen " on BASEBKM"
              go to restore-all-ex
           end-if

           display "Overwrite all " rst_masters
               " live masters (Y/N): " no
           accept confirm_switch
           if not confirm_yes
              display "Nothing done"
              go to restore-all-ex
           end-if

           move 0 to rst_restored
           perform varying man_idx from 1 by 1
                   until man_idx > man_count
              move man_row(man_idx) to man_row_view
              if mrv_gen = rst_gen
                 perform restore-member thru restore-member-ex
                 if rst_done
                    add 1 to rst_restored
                 end-if
              end-if
           end-perform
           display rst_restored " of " rst_masters " master(s) restored"
           display "Press ENTER to continue: " no
           accept omitted.
       restore-all-ex.

       ***---
       ***---  put back the master on man_row_view.  its lines are
       ***---  counted in the set first and must match the manifest
       ***---  before the live file is opened for output
       ***---
       restore-member.
           set rst_not_done to true
           move 0 to rnc_count
           move mrv_member to rst_member_name
           move spaces to rst_set_name
           string "BASEBK." mrv_gen delimited by size into rst_set_name

           if mrv_unread
              display mrv_member " could not be read when generation "
                  mrv_gen " was taken -- not restored"
              go to restore-member-ex
           end-if

           if mrv_absent
              if mrv_member = "BASEOPR "
                 display "BASEOPR was absent from generation " mrv_gen
                     " -- not emptied"
                 go to restore-member-ex
              end-if
              go to restore-member-write
           end-if

           move 0 to rst_lines
           open input set-file
           if not set_status_ok
              display "Cannot open " rst_set_name " (status "
                  set_file_status ") -- " mrv_member " not restored"
              go to restore-member-ex
           end-if
           set in_not_eof to true
           perform until in_eof
              read set-file
                  at end
                       set in_eof to true
                  not at end
                       if bks_member = mrv_member
                          add 1 to rst_lines
                       end-if
              end-read
           end-perform
           close set-file

           if rst_lines not = mrv_count
              display rst_set_name " holds " rst_lines " line(s) of "
                  mrv_member ", the manifest says " mrv_count
                  " -- not restored"
              go to restore-member-ex
           end-if
           if rst_lines = 0 and mrv_member = "BASEOPR "
              display "BASEOPR in generation " mrv_gen " is empty -- "
                  "not restored"
              go to restore-member-ex
           end-if.

       restore-member-write.
           if mrv_member = "BASERUNC"
              perform check-run-history thru check-run-history-ex
              if rnc_refused
                 go to restore-member-ex
              end-if
           end-if
           move 0 to rst_written
           open output master-file
           if not master_status_ok
              display "Cannot write " mrv_member " (status "
                  master_file_status ") -- not restored"
              go to restore-member-ex
           end-if
           if mrv_present
              open input set-file
              set in_not_eof to true
              perform until in_eof
                 read set-file
                     at end
                          set in_eof to true
                     not at end
                          if bks_member = mrv_member
                             write master-record from bks_line
                             add 1 to rst_written
                          end-if
                 end-read
              end-perform
              close set-file
           end-if
           perform varying rnc_idx from 1 by 1 until rnc_idx > rnc_count
              write master-record from rnc_row(rnc_idx)
              add 1 to rst_written
           end-perform
           close master-file

           set rst_done to true
           move "RESTORE"  to seclog_result
           move mrv_member to seclog_member
           move mrv_gen    to seclog_generation
           perform write-signon-log
           move spaces     to seclog_member
           move spaces     to seclog_generation
           display mrv_member " restored from generation " mrv_gen
               ", " rst_written " record(s)"
           if rnc_count > 0
              display "  " rnc_count " later run row(s) carried forward"
           end-if.
       restore-member-ex.

       ***---
       ***---  BASERUNC numbers every run from its highest row, and the
       ***---  audit lines a run wrote carry its number -- a set whose
       ***---  runs stop short of the live file's would see those
       ***---  numbers handed out again.  the later live rows are
       ***---  carried into the restored file once the operator says
       ***---  so a second time, or the restore is refused
       ***---
       check-run-history.
           set rnc_ok to true
           move 0 to rnc_set_max
           move 0 to rnc_live_max
           move 0 to rnc_count

           if mrv_present
              open input set-file
              set in_not_eof to true
              perform until in_eof
                 read set-file
                     at end
                          set in_eof to true
                     not at end
                          if bks_member = mrv_member
                             and bks_line(1:6) numeric
                             move bks_line(1:6) to rnc_run_number
                             if rnc_run_number > rnc_set_max
                                move rnc_run_number to rnc_set_max
                             end-if
                          end-if
                 end-read
              end-perform
              close set-file
           end-if

           open input master-file
           if not master_status_ok
              if master_file_status = "35"
                 go to check-run-history-ex
              end-if
              display "Cannot read the live BASERUNC (status "
                  master_file_status ") -- not restored"
              set rnc_refused to true
              go to check-run-history-ex
           end-if
           set in_not_eof to true
           perform until in_eof
              read master-file
                  at end
                       set in_eof to true
                  not at end
                       if master-record(1:6) numeric
                          move master-record(1:6) to rnc_run_number
                          if rnc_run_number > rnc_live_max
                             move rnc_run_number to rnc_live_max
                          end-if
                          if rnc_run_number > rnc_set_max
                             perform hold-later-run
                          end-if
                       end-if
              end-read
           end-perform
           close master-file

           if rnc_refused
              display "BASERUNC holds more than 2000 runs past "
                  "generation " mrv_gen " -- not restored"
              go to check-run-history-ex
           end-if
           if rnc_live_max <= rnc_set_max
              go to check-run-history-ex
           end-if

           display "The live BASERUNC runs to run " rnc_live_max
               ", generation " mrv_gen " only to run " rnc_set_max
           compute rnc_run_number = rnc_set_max + 1
           display "Restored alone, BASEBTCH would hand out run "
               rnc_run_number " to " rnc_live_max " again"
           display "Carry the later runs into the restored BASERUNC "
               "(Y/N): " no
           accept confirm_switch
           if not confirm_yes
              display "BASERUNC not restored"
              set rnc_refused to true
              move 0 to rnc_count
           end-if.
       check-run-history-ex.

       hold-later-run.
           if rnc_count < 2000
              add 1 to rnc_count
              move master-record to rnc_row(rnc_count)
           else
              set rnc_refused to true
           end-if.
