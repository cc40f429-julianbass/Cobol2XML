       identification division.
       program-id.  baseappr.

       date-written.  15-oct-2026 - jb.

       remarks.

            Dual-control approval transaction.  Some conversions feed
            ledger postings -- signed-mode work, anything run under a
            BASEPROF profile flagged for dual control, and values past
            the BASEDUAL threshold -- and the BASE screen no longer
            lets the operator who keyed one make it final on their
            own: its audit line waits in the BASEPEND pending-approval
            file instead of going to BASEAUD.  This transaction is
            where a second operator reviews those items and releases
            or refuses each one.

            The operator signs on against BASEOPR with the same
            password rules BASE applies and has to hold the approve
            authority; every attempt goes to the BASESLOG security
            log.  Nobody may approve or reject an item they keyed
            themselves.

            An approved item's audit line is written to BASEAUD (and
            the BASEAUDK shadow) stamped with the moment it was
            released and the approver's id, so it lands in the day it
            became final.  A rejected item never reaches the audit
            log.  Either way the item leaves BASEPEND and the decision
            -- approver, stamp, a note, and the held item in full --
            is appended to the BASEPNDH approval history.  BASEPEND is
            read back just before every decision and rewritten just
            after it, so items BASE holds while this screen is open
            are never lost.

       environment division.
       input-output section.
       file-control.
           select operator-file assign to "BASEOPR"
               organization is line sequential
               file status is opr_file_status.
           select seclog-file assign to "BASESLOG"
               organization is line sequential.
           select optional pending-file assign to "BASEPEND"
               organization is line sequential
               file status is pend_file_status.
           select penhist-file assign to "BASEPNDH"
               organization is line sequential.
           select audit-file assign to "BASEAUD"
               organization is line sequential.
           select optional audk-file assign to "BASEAUDK"
               organization is indexed
               access mode is dynamic
               record key is audk_seq
               alternate record key is audk_stamp with duplicates
               file status is audk_file_status.

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

       ***--- a conversion BASE held for a second operator: its key
       ***--- (session and line number off its lineage), when and by
       ***--- whom it was keyed, why it was held, and its audit line
       fd  pending-file.
       01  pending-record.
           05  pnd_key.
               10  pnd_session                 pic x(14).
               10  filler                      pic x(01).
               10  pnd_seq                     pic 9(08).
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

       ***--- one decision: the verdict, who gave it and when, the
       ***--- approver's note, and the held item as it stood
       fd  penhist-file.
       01  penhist-record.
           05  pnh_decision                    pic x(08).
           05  filler                          pic x(01).
           05  pnh_approver                    pic x(08).
           05  filler                          pic x(01).
           05  pnh_date                        pic 9(08).
           05  filler                          pic x(01).
           05  pnh_time                        pic 9(08).
           05  filler                          pic x(01).
           05  pnh_note                        pic x(30).
           05  filler                          pic x(01).
           05  pnh_item                        pic x(242).

       ***--- only the stamp, the keying operator and the approver
       ***--- column are touched -- the rest of the held line goes
       ***--- out exactly as BASE built it
       fd  audit-file.
       01  audit-record.
           05  aud_date                        pic 9(08).
           05  filler                          pic x(01).
           05  aud_time                        pic 9(08).
           05  filler                          pic x(01).
           05  aud_operator_id                 pic x(08).
           05  filler                          pic x(147).
           05  filler                          pic x(01).
           05  aud_approver                    pic x(08).

       ***--- the keyed shadow of BASEAUD: the audit line travels as
       ***--- one blob behind a running sequence number and its
       ***--- date/time stamp.  record 0 is the control record -- its
       ***--- line carries the last sequence number used
       fd  audk-file.
       01  audk-record.
           05  audk_seq                        pic 9(08).
           05  audk_stamp.
               10  audk_date                   pic 9(08).
               10  audk_time                   pic 9(08).
           05  audk_line                       pic x(126).

       working-storage section.

       01  opr_file_status                     pic x(02).
           88  opr_status_ok                   value "00".

       01  pend_file_status                    pic x(02).
           88  pend_status_ok                  value "00".
           88  pend_created_new                value "05".

       77  opr_eof_switch                      pic x(01).
           88  opr_eof                         value "Y".
           88  opr_not_eof                     value "N".

       77  opr_found_switch                    pic x(01).
           88  opr_found                       value "Y".
           88  opr_not_found                   value "N".

       77  pend_eof_switch                     pic x(01).
           88  pend_eof                        value "Y".
           88  pend_not_eof                    value "N".

       77  menu_choice                         pic x(01).
           88  menu_list                       value "1".
           88  menu_approve                    value "2".
           88  menu_reject                     value "3".
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

       77  auth_approve_flag                   pic x(01) value "N".
           88  auth_approve                    value "Y".

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

       ***--- BASEPEND in memory -- read fresh before every decision
       ***--- and written back straight after it
       77  pend_count                          pic 9(03) comp-x value 0.
       77  pend_idx                            pic 9(03) comp-x.
       77  pend_idx2                           pic 9(03) comp-x.
       77  pend_slot                           pic 9(03) comp-x.

       77  pend_over_switch                    pic x(01) value "N".
           88  pend_over                       value "Y".
           88  pend_fits                       value "N".

       77  pend_found_switch                   pic x(01).
           88  pend_found                      value "Y".
           88  pend_not_found                  value "N".

       01  pend_table.
           03  pend_row occurs 500 times       pic x(242).

       ***--- the item picked off the list, and the row as listed --
       ***--- it is found again by the whole row once BASEPEND has
       ***--- been read back, since two sessions signed on in the same
       ***--- second share a session key
       77  apr_item_no                         pic 9(03).
       01  apr_item_row                        pic x(242).
       77  apr_note                            pic x(30).

       77  apr_decision                        pic x(08).
           88  apr_approving                   value "APPROVED".
           88  apr_rejecting                   value "REJECTED".

       77  apr_stamp_date                      pic 9(08).
       77  apr_stamp_time                      pic 9(08).

       ***--- a held audit line taken apart for the screen -- the
       ***--- BASEAUD columns
       01  held_line.
           05  hl_date                         pic 9(08).
           05  filler                          pic x(01).
           05  hl_time                         pic 9(08).
           05  filler                          pic x(01).
           05  hl_operator_id                  pic x(08).
           05  filler                          pic x(01).
           05  hl_base                         pic x(02).
           05  filler                          pic x(01).
           05  hl_input_value                  pic x(16).
           05  filler                          pic x(01).
           05  hl_decimal_value                pic x(16).
           05  filler                          pic x(01).
           05  hl_output_value                 pic x(16).
           05  filler                          pic x(01).
           05  hl_signed_decimal               pic x(16).
           05  filler                          pic x(01).
           05  hl_target_base                  pic x(02).
           05  filler                          pic x(01).
           05  hl_decimal_fraction             pic x(12).
           05  filler                          pic x(01).
           05  hl_output_fraction              pic x(12).
           05  filler                          pic x(56).

       ***--- the keyed shadow's health -- one bad status turns the
       ***--- shadow off for the session (with one warning) and the
       ***--- flat file carries on alone
       01  audk_file_status                    pic x(02).
           88  audk_status_ok                  value "00".
           88  audk_status_created             value "05".

       77  audk_usable_switch                  pic x(01) value "N".
           88  audk_usable                     value "Y".
           88  audk_not_usable                 value "N".

       77  audk_last_seq                       pic 9(08).

       77  audk_ctl_found_switch               pic x(01).
           88  audk_ctl_found                  value "Y".
           88  audk_ctl_missing                value "N".

       ***--- the control line carries a dirty flag: "D" means the
       ***--- shadow missed writes and readers must scan the flat
       ***--- file until BASEARCH rebuilds it
       01  audk_ctl_line.
           05  audk_ctl_last_seq               pic 9(08).
           05  filler                          pic x(01).
           05  audk_ctl_dirty                  pic x(01).
           05  filler                          pic x(116).

       procedure division.
       main-logic.

           perform sign-on-approver
           if signon_not_ok
              display "Sign-on failed -- ending"
              accept omitted
              goback
           end-if

           open extend audit-file
           perform open-audit-shadow

       menu.

           display window erase

           perform load-pending-file
           display "BASEAPPR dual-control approval -- " pend_count
               " item(s) waiting"
           display "1. List pending items"
           display "2. Approve an item"
           display "3. Reject an item"
           display "4. Exit"
           display "Choice: " no
           accept menu_choice

           if menu_list
              perform list-pending
              go to menu
           end-if

           if menu_approve
              move "APPROVED" to apr_decision
              perform decide-item thru decide-item-ex
              go to menu
           end-if

           if menu_reject
              move "REJECTED" to apr_decision
              perform decide-item thru decide-item-ex
              go to menu
           end-if

           if menu_exit
              close audit-file
              if audk_usable
                 close audk-file
              end-if
              goback
           end-if

           display "Invalid choice - please select 1 to 4"
           go to menu.

       ***---
       ***---  sign-on against BASEOPR: the id has to be on file,
       ***---  active and hold the approve authority before its
       ***---  password is asked for.  a blank or change-flagged
       ***---  password has to be set through BASE first, three wrong
       ***---  answers lock the id, and every outcome lands in BASESLOG
       ***---
       sign-on-approver.
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
                    if auth_approve
                       perform verify-password thru
                           verify-password-ex
                    else
                       display "Operator " signon_id " does not hold "
                           "the approve authority"
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
           accept apr_stamp_date from date yyyymmdd
           accept apr_stamp_time from time
           move apr_stamp_date to slg_date
           move apr_stamp_time to slg_time
           move "BASEAPPR"     to slg_program
           move signon_id      to slg_operator
           move seclog_result  to slg_result
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
                             move opr_auth_approve to auth_approve_flag
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
       ***---  BASEPEND into the table -- a missing file is simply an
       ***---  empty queue, and a queue bigger than the table is shown
       ***---  but never written back
       ***---
       load-pending-file.
           move 0 to pend_count
           set pend_fits to true
           open input pending-file
           if pend_created_new
              close pending-file
           else
              if pend_status_ok
                 set pend_not_eof to true
                 perform until pend_eof
                    read pending-file
                        at end
                             set pend_eof to true
                        not at end
                             if pend_count >= 500
                                set pend_over to true
                                set pend_eof to true
                             else
                                add 1 to pend_count
                                move pending-record
                                    to pend_row(pend_count)
                             end-if
                    end-read
                 end-perform
                 close pending-file
              else
                 display "BASEPEND not available (status "
                     pend_file_status ")"
              end-if
           end-if
           if pend_over
              display "BASEPEND holds more than 500 items -- only "
                  "the first 500 can be decided this session"
           end-if.

       ***---
       ***---  the queue, one item per line: who keyed it, when, why it
       ***---  was held, and what it converts
       ***---
       list-pending.
           display "NO   HELD     TIME      KEYED BY  REASON    "
               "BASE INPUT            DECIMAL          TO OUTPUT"
           perform varying pend_idx from 1 by 1
                   until pend_idx > pend_count
              move pend_row(pend_idx) to pending-record
              move pnd_line           to held_line
              display pend_idx "  " pnd_held_date " "
                  pnd_held_time "  " pnd_maker "  " pnd_reason "  "
                  hl_base "   " hl_input_value " "
                  hl_decimal_value " " hl_target_base " "
                  hl_output_value
           end-perform
           display pend_count " item(s) waiting"
           display "Press ENTER to continue: " no
           accept omitted.

       ***---
       ***---  approve or reject one item off the list.  the keying
       ***---  operator can never decide their own item, the decision
       ***---  is confirmed, and BASEPEND is read back before anything
       ***---  is written so the item is found by the whole row as it
       ***---  was listed rather than its place in a list that may
       ***---  have grown since -- and the row found is checked against
       ***---  the approver once more before it is decided
       ***---
       decide-item.
           if pend_over
              display "BASEPEND is larger than this screen can "
                  "rewrite -- no decisions until it is cleared down"
              go to decide-item-ex
           end-if

           display "Item number: " no
           accept apr_item_no convert
           if apr_item_no < 1 or apr_item_no > pend_count
              display "No item " apr_item_no " on the list"
              go to decide-item-ex
           end-if

           move pend_row(apr_item_no) to pending-record
           move pnd_line              to held_line
           move pend_row(apr_item_no) to apr_item_row

           if pnd_maker = signon_id
              display "You keyed this conversion -- it needs a "
                  "different approver"
              go to decide-item-ex
           end-if

           display "Keyed by " pnd_maker " on " pnd_held_date " at "
               pnd_held_time ", held for " pnd_reason
           display "Base " hl_base " value " hl_input_value
               " decimal " hl_decimal_value
           display "To base " hl_target_base " value " hl_output_value
           if hl_decimal_fraction not = spaces
              display "Fraction " hl_decimal_fraction
                  " -> " hl_output_fraction
           end-if

           move spaces to apr_note
           if apr_rejecting
              display "Reason for rejecting: " no
              accept apr_note
              if apr_note = spaces
                 display "A rejection needs a reason -- nothing done"
                 go to decide-item-ex
              end-if
           else
              display "Note (optional): " no
              accept apr_note
           end-if

           display "Confirm " apr_decision " (Y/N): " no
           accept confirm_switch
           if not confirm_yes
              display "Nothing done"
              go to decide-item-ex
           end-if

           perform load-pending-file
           if pend_over
              display "BASEPEND grew past 500 items -- nothing done"
              go to decide-item-ex
           end-if
           set pend_not_found to true
           perform varying pend_idx from 1 by 1
                   until pend_idx > pend_count or pend_found
              if pend_row(pend_idx) = apr_item_row
                 set pend_found to true
                 move pend_idx to pend_slot
              end-if
           end-perform
           if pend_not_found
              display "That item has already been decided -- "
                  "nothing done"
              go to decide-item-ex
           end-if

           move pend_row(pend_slot) to pending-record
           if pnd_maker = signon_id
              display "You keyed this conversion -- it needs a "
                  "different approver"
              go to decide-item-ex
           end-if
           accept apr_stamp_date from date yyyymmdd
           accept apr_stamp_time from time

       ***--- the audit line first: if anything stops after it the
       ***--- item is still pending and shows up again, rather than
       ***--- gone from the queue and missing from the log
           if apr_approving
              perform write-approved-line
           end-if

           move spaces         to penhist-record
           move apr_decision   to pnh_decision
           move signon_id      to pnh_approver
           move apr_stamp_date to pnh_date
           move apr_stamp_time to pnh_time
           move apr_note       to pnh_note
           move pending-record to pnh_item
           open extend penhist-file
           write penhist-record
           close penhist-file

           perform varying pend_idx from pend_slot by 1
                   until pend_idx >= pend_count
              compute pend_idx2 = pend_idx + 1
              move pend_row(pend_idx2) to pend_row(pend_idx)
           end-perform
           subtract 1 from pend_count
           perform rewrite-pending-file

           display "Item " apr_decision " -- keyed by " pnd_maker
           display "Press ENTER to continue: " no
           accept omitted.
       decide-item-ex.

       ***---
       ***---  the held line goes to the audit log as final: stamped
       ***---  with the moment it was released and the approver's id,
       ***---  everything else as BASE built it
       ***---
       write-approved-line.
           move pnd_line       to audit-record
           move apr_stamp_date to aud_date
           move apr_stamp_time to aud_time
           move signon_id      to aud_approver
           write audit-record
           perform write-audit-shadow thru
               write-audit-shadow-ex.

       rewrite-pending-file.
           open output pending-file
           perform varying pend_idx from 1 by 1
                   until pend_idx > pend_count
              write pending-record from pend_row(pend_idx)
           end-perform
           close pending-file.

       ***---
       ***---  the keyed shadow rides along when it can -- when it
       ***---  cannot be opened the flat file still carries the whole
       ***---  truth
       ***---
       open-audit-shadow.
           open i-o audk-file
           if audk_status_ok
              set audk_usable to true
           else
              if audk_status_created
       ***--- a shadow born empty next to a populated BASEAUD would
       ***--- make every keyed reader under-report -- creation is
       ***--- left to BASEARCH's rebuild, the only path that fills it
                 close audk-file
                 display "BASEAUDK not built yet -- audit shadow "
                     "off until BASEARCH creates it"
              else
                 display "BASEAUDK not available (status "
                     audk_file_status ") -- audit shadow off"
              end-if
              set audk_not_usable to true
           end-if.

       ***---
       ***---  something went wrong mid-session -- say so once, flag
       ***---  the shadow dirty so no reader trusts it, and run on
       ***---  without it rather than losing audit lines
       ***---
       audit-shadow-failed.
           display "BASEAUDK write failed (status " audk_file_status
               ") -- audit shadow off, BASEARCH will rebuild it"
           set audk_not_usable to true
           perform mark-shadow-dirty.

       ***---
       ***---  put the dirty flag on the control record -- best
       ***---  effort, the shadow is already suspect, but a reader
       ***---  that can still see the flag will scan the flat file
       ***---
       mark-shadow-dirty.
           perform read-shadow-control
           move "D"           to audk_ctl_dirty
           move audk_last_seq to audk_ctl_last_seq
           move 0             to audk_seq
           move 0             to audk_date
           move 0             to audk_time
           move audk_ctl_line to audk_line
           if audk_ctl_missing
              write audk-record
                  invalid key
                       continue
              end-write
           else
              rewrite audk-record
                  invalid key
                       continue
              end-rewrite
           end-if.

       ***---
       ***---  one keyed copy of the audit line just written: claim
       ***---  the next sequence number from the control record, write
       ***---  the line under it, and put the control record back
       ***---
       write-audit-shadow.
           if audk_not_usable
              go to write-audit-shadow-ex
           end-if

           perform read-shadow-control

           add 1 to audk_last_seq
           move audk_last_seq  to audk_seq
           move apr_stamp_date to audk_date
           move apr_stamp_time to audk_time
       ***--- the shadow keeps the classic 126 columns -- the lineage
       ***--- and approver past them are read off BASEAUD itself
           move audit-record   to audk_line
           write audk-record
               invalid key
                    perform audit-shadow-failed
           end-write
           if audk_usable
              if audk_file_status not = "00"
                 and audk_file_status not = "02"
                 perform audit-shadow-failed
              end-if
           end-if

       ***--- the control line read back above rides through here so
       ***--- an existing dirty flag is preserved, not washed clean
           if audk_usable
              move 0             to audk_seq
              move 0             to audk_date
              move 0             to audk_time
              move audk_last_seq to audk_ctl_last_seq
              move audk_ctl_line to audk_line
              if audk_ctl_missing
                 write audk-record
                     invalid key
       ***--- two writers can race the first control record -- fall
       ***--- back to rewriting the one that got there first
                          rewrite audk-record
                              invalid key
                                   perform audit-shadow-failed
                          end-rewrite
                 end-write
              else
                 rewrite audk-record
                     invalid key
                          perform audit-shadow-failed
                 end-rewrite
              end-if
           end-if.
       write-audit-shadow-ex.

       ***---
       ***---  the control record's last-used sequence number -- zero
       ***---  when the shadow is brand new
       ***---
       read-shadow-control.
           move 0 to audk_last_seq
           move 0 to audk_seq
           move spaces to audk_ctl_line
           set audk_ctl_missing to true
           read audk-file
               invalid key
                    continue
               not invalid key
                    set audk_ctl_found to true
                    move audk_line to audk_ctl_line
                    if audk_ctl_last_seq numeric
                       move audk_ctl_last_seq to audk_last_seq
                    end-if
           end-read.
