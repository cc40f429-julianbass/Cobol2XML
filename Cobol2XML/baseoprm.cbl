            same way BASE does, and every attempt is appended to the
            BASESLOG security log.

            15-oct-2026 - jb - every save appends a before/after
            history record to BASEOPRH for each maintenance action it
            carries -- ADD, RENAME, AUTHCHG, DEACT, REACT, PWRESET,
            UNLOCK -- stamped with the signed-on administrator's id
            (*BOOTSTR when the master had no administrator to sign
            on).  the working copy is compared against what was on
            file after sign-on, so an edit undone before saving
            leaves no trace.  the images are the operator row as it
            sits in BASEOPR with the password masked out; BASECERT
            reads them for the quarterly recertification.

            15-oct-2026 - jb - a sixth authority, approve (column 49
            of the operator row, blank on an older row reads as N),
            lets an operator release or reject the conversions BASE
            holds for dual control through BASEAPPR.  it is edited,
            listed and logged like the other five.  a save is not
            refused when nobody holds it -- nothing is held until the
            desks start using it -- but it warns while fewer than two
            active operators do, since nobody may approve their own
            work.

       environment division.
       input-output section.
       file-control.
               file status is opr_file_status.
           select seclog-file assign to "BASESLOG"
               organization is line sequential.
           select history-file assign to "BASEOPRH"
               organization is line sequential.

       data division.
       file section.
           05  opr_password                    pic x(08).
           05  opr_fail_count                  pic x(01).
           05  opr_pwchange                    pic x(01).
           05  opr_auth_approve                pic x(01).

       fd  seclog-file.
       01  seclog-record.
           05  filler                          pic x(01) value space.
           05  slg_result                      pic x(08).

       ***--- one maintenance action on one operator: who did it,
       ***--- when, and the operator row before and after
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
           05  oph_before                      pic x(60).
           05  filler                          pic x(01).
           05  oph_after                       pic x(60).

       working-storage section.

       01  opr_file_status                     pic x(02).

       ***--- per-authority counts of the active operators holding each
       ***--- flag, for the refuse-to-orphan check at save time --
       ***--- subscripts 1-6: convert, signed, view, batch, administer,
       ***--- approve -- the first five may never be left unheld
       01  opm_auth_cover_table.
           03  opm_auth_cover occurs 6 times   pic 9(03) comp-x.

       01  opm_auth_name_data.
           05  filler                  pic x(10) value "convert   ".
           05  filler                  pic x(10) value "view      ".
           05  filler                  pic x(10) value "run-batch ".
           05  filler                  pic x(10) value "administer".
           05  filler                  pic x(10) value "approve   ".
       01  opm_auth_name_table redefines opm_auth_name_data.
           03  opm_auth_name occurs 6 times    pic x(10).

       77  auth_idx                            pic 9(01) comp-x.

           03  opm_entry occurs 100 times.
               05  opm_opr_id                  pic x(08).
               05  opm_opr_name                pic x(20).
               05  opm_opr_auth occurs 6 times pic x(01).
               05  opm_opr_active              pic x(01).
                   88  opm_opr_is_active       value "Y" " ".
       ***--- the fail count travels as a character so a legacy row's
               05  opm_opr_pwchange            pic x(01).
                   88  opm_opr_pw_must_change  value "Y".

       ***--- the master as it stood once sign-on was through, one
       ***--- row image per operator -- the save compares the working
       ***--- copy against it to know which actions to log
       77  opm_orig_count                      pic 9(03) comp-x value 0.
       77  opm_orig_slot                       pic 9(03) comp-x.

       01  opm_orig_table.
           03  opm_orig_row occurs 100 times   pic x(60).

       ***--- a working-copy row and its original laid out the way
       ***--- BASEOPR holds them, padded to the 60 columns the history
       ***--- images are kept in
       01  opm_after_image.
           05  aft_id                          pic x(08).
           05  filler                          pic x(01).
           05  aft_name                        pic x(20).
           05  filler                          pic x(01).
           05  aft_auth_flags.
               10  aft_auth occurs 5 times     pic x(01).
           05  filler                          pic x(01).
           05  aft_active                      pic x(01).
           05  filler                          pic x(01).
           05  aft_password                    pic x(08).
           05  aft_fail                        pic x(01).
           05  aft_pwchange                    pic x(01).
           05  aft_approve                     pic x(01).
           05  filler                          pic x(11).

       01  opm_before_image.
           05  bef_id                          pic x(08).
           05  filler                          pic x(01).
           05  bef_name                        pic x(20).
           05  filler                          pic x(01).
           05  bef_auth_flags.
               10  bef_auth occurs 5 times     pic x(01).
           05  filler                          pic x(01).
           05  bef_active                      pic x(01).
           05  filler                          pic x(01).
           05  bef_password                    pic x(08).
           05  bef_fail                        pic x(01).
           05  bef_pwchange                    pic x(01).
           05  bef_approve                     pic x(01).
           05  filler                          pic x(11).

       77  opm_orig_found_switch               pic x(01).
           88  opm_orig_found                  value "Y".
           88  opm_orig_not_found              value "N".

       ***--- the actions one operator's row picked up since the last
       ***--- save -- one history record each
       77  hist_action_count                   pic 9(01) comp-x.
       77  hist_idx                            pic 9(01) comp-x.

       01  hist_action_table.
           03  hist_action occurs 6 times      pic x(08).

       77  hist_admin_id                       pic x(08).
       77  hist_stamp_date                     pic 9(08).
       77  hist_stamp_time                     pic 9(08).

       procedure division.
       main-logic.

              goback
           end-if

           move signon_id to hist_admin_id
           if hist_admin_id = spaces
              move "*BOOTSTR" to hist_admin_id
           end-if
           perform take-original-copy

       menu.

           display window erase
                                 to opm_opr_auth(opm_count, 4)
                             move opr_auth_admin
                                 to opm_opr_auth(opm_count, 5)
       ***--- the approve column is newer than every other -- an
       ***--- older row's blank there means it was never granted
                             if opr_auth_approve = "Y"
                                move "Y" to opm_opr_auth(opm_count, 6)
                             else
                                move "N" to opm_opr_auth(opm_count, 6)
                             end-if
       ***--- rows from before the active flag existed carry a space
       ***--- there -- they have always been live, so they stay "Y"
                             if opr_active = "N"
           move opm_opr_password(opm_idx2) to opr_password
           move opm_opr_fail(opm_idx2)    to opr_fail_count
           move opm_opr_pwchange(opm_idx2) to opr_pwchange
           move opm_opr_auth(opm_idx2, 6) to opr_auth_approve
           write operator-record.

       ***---
       ***---
       list-operators.
           display "ID        NAME                  CNV SGN VIW BAT "
               "ADM APV ACTIVE"
           perform varying opm_idx from 1 by 1 until opm_idx > opm_count
              display opm_opr_id(opm_idx) "  "
                  opm_opr_name(opm_idx) "   "
                  opm_opr_auth(opm_idx, 3) "   "
                  opm_opr_auth(opm_idx, 4) "   "
                  opm_opr_auth(opm_idx, 5) "   "
                  opm_opr_auth(opm_idx, 6) "   "
                  opm_opr_active(opm_idx)
           end-perform
           display opm_count " operator(s)"
                    move opm_id    to opm_opr_id(opm_slot)
                    move opm_name  to opm_opr_name(opm_slot)
                    perform varying auth_idx from 1 by 1
                            until auth_idx > 6
                       move "N" to opm_opr_auth(opm_slot, auth_idx)
                       perform get-authority-flag
                       move opm_flag
                 move opm_name to opm_opr_name(opm_slot)
                 set table_changed to true
              end-if
              perform varying auth_idx from 1 by 1 until auth_idx > 6
                 move opm_opr_auth(opm_slot, auth_idx) to opm_flag
                 perform get-authority-flag
                 if opm_flag not = opm_opr_auth(opm_slot, auth_idx)
                 perform write-one-operator-row
              end-perform
              close operator-file
              perform write-change-history
              perform take-original-copy
              set table_unchanged to true
              display "BASEOPR saved -- " opm_count " operator(s)"
           end-if.

       ***---
       ***---  the structural checks: no blank ids or names, no id
       ***---  twice, and every authority bar approve still held by one
       ***---  active operator -- a save that would leave nobody able
       ***---  to convert, run batch or administer is refused outright
       ***---
              set save_invalid to true
           end-if

           perform varying auth_idx from 1 by 1 until auth_idx > 6
              move 0 to opm_auth_cover(auth_idx)
           end-perform

              end-perform
              if opm_opr_is_active(opm_idx)
                 perform varying auth_idx from 1 by 1
                         until auth_idx > 6
                    if opm_opr_auth(opm_idx, auth_idx) = "Y"
                       add 1 to opm_auth_cover(auth_idx)
                    end-if
                     opm_auth_name(auth_idx) " authority"
                 set save_invalid to true
              end-if
           end-perform

       ***--- approve only warns -- a held conversion needs an approver
       ***--- other than the operator who keyed it
           if opm_auth_cover(6) < 2
              display "Warning: " opm_auth_cover(6) " active "
                  "operator(s) hold the approve authority -- an "
                  "approver's own held conversions need a second one"
           end-if.

       ***---
       ***---  remember the master as it now stands -- after sign-on,
       ***---  and again after every save, so each save logs only what
       ***---  it changed
       ***---
       take-original-copy.
           perform varying opm_idx2 from 1 by 1
                   until opm_idx2 > opm_count
              perform build-row-image
              move opm_after_image to opm_orig_row(opm_idx2)
           end-perform
           move opm_count to opm_orig_count.

       ***---
       ***---  one working-copy row as an image in the BASEOPR columns
       ***---
       build-row-image.
           move spaces to opm_after_image
           move opm_opr_id(opm_idx2)   to aft_id
           move opm_opr_name(opm_idx2) to aft_name
           perform varying auth_idx from 1 by 1 until auth_idx > 5
              move opm_opr_auth(opm_idx2, auth_idx)
                  to aft_auth(auth_idx)
           end-perform
           move opm_opr_active(opm_idx2)   to aft_active
           move opm_opr_password(opm_idx2) to aft_password
           move opm_opr_fail(opm_idx2)     to aft_fail
           move opm_opr_pwchange(opm_idx2) to aft_pwchange
           move opm_opr_auth(opm_idx2, 6)  to aft_approve.

       ***---
       ***---  the history for a save that just went through: every
       ***---  row compared against its original, one BASEOPRH record
       ***---  per action found, all under the one save stamp
       ***---
       write-change-history.
           accept hist_stamp_date from date yyyymmdd
           accept hist_stamp_time from time
           open extend history-file
           perform varying opm_idx2 from 1 by 1
                   until opm_idx2 > opm_count
              perform history-one-operator thru
                  history-one-operator-ex
           end-perform
           close history-file.

       history-one-operator.
           perform build-row-image
           move 0 to hist_action_count
           move spaces to opm_before_image

           set opm_orig_not_found to true
           perform varying opm_orig_slot from 1 by 1
                   until opm_orig_slot > opm_orig_count
                      or opm_orig_found
              if opm_orig_row(opm_orig_slot)(1:8) = aft_id
                 set opm_orig_found to true
                 move opm_orig_row(opm_orig_slot) to opm_before_image
              end-if
           end-perform

           if opm_orig_not_found
              add 1 to hist_action_count
              move "ADD" to hist_action(hist_action_count)
           else
              if bef_active not = aft_active
                 add 1 to hist_action_count
                 if aft_active = "N"
                    move "DEACT" to hist_action(hist_action_count)
                 else
                    move "REACT" to hist_action(hist_action_count)
                 end-if
              end-if
              if bef_auth_flags not = aft_auth_flags
                 or bef_approve not = aft_approve
                 add 1 to hist_action_count
                 move "AUTHCHG" to hist_action(hist_action_count)
              end-if
              if bef_name not = aft_name
                 add 1 to hist_action_count
                 move "RENAME" to hist_action(hist_action_count)
              end-if
       ***--- the only way this transaction touches a password is the
       ***--- reset, and a fail count on its own only moves on unlock
              if bef_password not = aft_password
                 or bef_pwchange not = aft_pwchange
                 add 1 to hist_action_count
                 move "PWRESET" to hist_action(hist_action_count)
              else
                 if bef_fail not = aft_fail
                    add 1 to hist_action_count
                    move "UNLOCK" to hist_action(hist_action_count)
                 end-if
              end-if
           end-if

           if hist_action_count = 0
              go to history-one-operator-ex
           end-if

       ***--- passwords never go to the history, only whether there
       ***--- was one
           if bef_password not = spaces
              move all "*" to bef_password
           end-if
           if aft_password not = spaces
              move all "*" to aft_password
           end-if

           perform varying hist_idx from 1 by 1
                   until hist_idx > hist_action_count
              move spaces            to history-record
              move hist_stamp_date   to oph_date
              move hist_stamp_time   to oph_time
              move hist_admin_id     to oph_admin
              move hist_action(hist_idx) to oph_action
              move aft_id            to oph_opr_id
              if opm_orig_found
                 move opm_before_image to oph_before
              end-if
              move opm_after_image   to oph_after
              write history-record
           end-perform.
       history-one-operator-ex.
