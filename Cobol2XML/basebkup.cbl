       identification division.
       program-id.  basebkup.

       date-written.  15-oct-2026 - jb.

       remarks.

            Master-file backup set.  The system runs off small flat
            masters the administrators edit live -- BASEOPR, BASESYM,
            BASEPROF, BASEXPRM, the BASERUNC run history, the BASECKPT
            checkpoint, the BASEJSTP job steps, the BASEFSCH feed
            schedule and the BASEDUAL dual-control threshold -- and a
            bad save in BASESYMM or BASEOPRM could only be undone from
            whatever the overnight filesystem backup happened to
            catch.  This job copies every one of them into one backup
            set per run, BASEBK.nnnn, under the next generation
            number; each line of the set carries the name of the
            master it came from.

            The BASEBKM manifest gets one row per master per
            generation: the generation, the date and time the set was
            taken, the master, its record count, and PRESENT, ABSENT
            (a master that did not exist when the set was taken -- no
            checkpoint outside a failed batch run, for instance) or
            UNREAD (a master that was there but could not be opened,
            which BASERSTR will not restore from that set).
            BASERSTR reads the manifest to list the generations and
            restores from the sets.

            The number of generations to keep is asked for, 7 when
            left blank; older sets are deleted and their rows leave
            the manifest once the new set is safely written.  Return
            code 0 when the set was taken, 8 when it was taken but a
            master could not be read into it, 12 when it could not be
            taken at all.

       environment division.
       input-output section.
       file-control.
           select optional master-file assign to dynamic bkp_member_name
               organization is line sequential
               file status is master_file_status.
           select set-file assign to dynamic bkp_set_name
               organization is line sequential
               file status is set_file_status.
           select optional manifest-file assign to "BASEBKM"
               organization is line sequential
               file status is manifest_file_status.

       data division.
       file section.

       ***--- any master, one line at a time -- the widest is the
       ***--- job-step row, 200 leaves room
       fd  master-file.
       01  master-record                       pic x(200).

       ***--- one master line in the set, behind the name of the
       ***--- master it belongs to
       fd  set-file.
       01  set-record.
           05  bks_member                      pic x(08).
           05  filler                          pic x(01).
           05  bks_line                        pic x(200).

       ***--- one master in one generation
       fd  manifest-file.
       01  manifest-record.
           05  bkm_gen                         pic 9(04).
           05  filler                          pic x(01).
           05  bkm_date                        pic 9(08).
           05  filler                          pic x(01).
           05  bkm_time                        pic 9(08).
           05  filler                          pic x(01).
           05  bkm_member                      pic x(08).
           05  filler                          pic x(01).
           05  bkm_count                       pic 9(08).
           05  filler                          pic x(01).
           05  bkm_state                       pic x(07).

       working-storage section.

       01  master_file_status                  pic x(02).
           88  master_status_ok                value "00".
           88  master_absent                   value "05".

       01  set_file_status                     pic x(02).
           88  set_status_ok                   value "00".

       01  manifest_file_status                pic x(02).
           88  manifest_status_ok              value "00".
           88  manifest_created_new            value "05".

       77  in_eof_switch                       pic x(01).
           88  in_eof                          value "Y".
           88  in_not_eof                      value "N".

       77  bkp_member_name                     pic x(08).
       77  bkp_set_name                        pic x(11).
       77  bkp_new_gen                         pic 9(04) value 0.
       77  bkp_keep                            pic 9(03).
       77  bkp_oldest_kept                     pic 9(04).
       77  bkp_date                            pic 9(08).
       77  bkp_time                            pic 9(08).
       77  bkp_count                           pic 9(08).
       77  bkp_total                           pic 9(08) value 0.
       77  bkp_aged                            pic 9(04) value 0.
       77  bkp_delete_status                   pic 9(02) comp-x.
       77  bkp_unread                          pic 9(02) value 0.

       ***--- the masters a set holds, in the order they are taken
       01  bkp_member_list.
           05  filler                          pic x(08) value
               "BASEOPR ".
           05  filler                          pic x(08) value
               "BASESYM ".
           05  filler                          pic x(08) value
               "BASEPROF".
           05  filler                          pic x(08) value
               "BASEXPRM".
           05  filler                          pic x(08) value
               "BASERUNC".
           05  filler                          pic x(08) value
               "BASECKPT".
           05  filler                          pic x(08) value
               "BASEJSTP".
           05  filler                          pic x(08) value
               "BASEFSCH".
           05  filler                          pic x(08) value
               "BASEDUAL".
       01  bkp_member_table redefines bkp_member_list.
           05  bkp_member                      pic x(08) occurs 9.
       77  bkp_member_idx                      pic 9(02) comp-x.

       ***--- the manifest in memory, for the next generation number
       ***--- and the age-off rewrite
       77  man_count                           pic 9(04) comp-x value 0.
       77  man_idx                             pic 9(04) comp-x.
       01  man_table.
           03  man_row occurs 2000 times       pic x(48).
       01  man_row_view.
           05  mrv_gen                         pic 9(04).
           05  filler                          pic x(19).
           05  mrv_member                      pic x(08).
           05  filler                          pic x(17).

       77  man_over_switch                     pic x(01) value "N".
           88  man_over                        value "Y".
           88  man_fits                        value "N".

       procedure division.
       main-logic.

           display "Generations to keep (blank = 7): " no
           accept bkp_keep convert
           if bkp_keep = 0
              move 7 to bkp_keep
           end-if

           perform load-manifest
           add 1 to bkp_new_gen
           accept bkp_date from date yyyymmdd
           accept bkp_time from time

           move spaces to bkp_set_name
           string "BASEBK." bkp_new_gen
               delimited by size into bkp_set_name
           open output set-file
           if not set_status_ok
              display "BASEBKUP: cannot create " bkp_set_name
                  " (status " set_file_status ") -- no backup taken"
              move 12 to return-code
              goback
           end-if

           open extend manifest-file
           perform varying bkp_member_idx from 1 by 1
                   until bkp_member_idx > 9
              perform copy-one-master
           end-perform
           close manifest-file
           close set-file

           display "BASEBKUP: generation " bkp_new_gen " taken in "
               bkp_set_name ", " bkp_total " record(s)"

           perform age-off-generations thru age-off-generations-ex

           if bkp_unread > 0
              display "BASEBKUP: " bkp_unread " master(s) could not "
                  "be read into this set"
              move 8 to return-code
              goback
           end-if
           move 0 to return-code
           goback.

       ***---
       ***---  the manifest as it stands -- the highest generation on
       ***---  it is the one this run follows
       ***---
       load-manifest.
           open input manifest-file
           if manifest_created_new
              close manifest-file
           else
              if not manifest_status_ok
                 display "BASEBKUP: cannot open BASEBKM (status "
                     manifest_file_status ") -- no backup taken"
                 move 12 to return-code
                 goback
              end-if
              set in_not_eof to true
              perform until in_eof
                 read manifest-file
                     at end
                          set in_eof to true
                     not at end
                          if bkm_gen > bkp_new_gen
                             move bkm_gen to bkp_new_gen
                          end-if
                          if man_count < 2000
                             add 1 to man_count
                             move manifest-record to man_row(man_count)
                          else
                             set man_over to true
                          end-if
                 end-read
              end-perform
              close manifest-file
           end-if
           if bkp_new_gen >= 9999
              display "BASEBKUP: generation numbers are used up -- "
                  "clear BASEBKM down before the next backup"
              move 12 to return-code
              goback
           end-if.

       ***---
       ***---  one master into the set, line for line, and its row on
       ***---  the manifest
       ***---
       copy-one-master.
           move bkp_member(bkp_member_idx) to bkp_member_name
           move 0 to bkp_count
           move spaces to manifest-record
           move bkp_new_gen to bkm_gen
           move bkp_date    to bkm_date
           move bkp_time    to bkm_time
           move bkp_member_name to bkm_member

           open input master-file
           if master_absent
              close master-file
              move "ABSENT"  to bkm_state
           else
              if master_status_ok
                 set in_not_eof to true
                 perform until in_eof
                    read master-file
                        at end
                             set in_eof to true
                        not at end
                             move bkp_member_name to bks_member
                             move space           to set-record(9:1)
                             move master-record   to bks_line
                             write set-record
                             add 1 to bkp_count
                    end-read
                 end-perform
                 close master-file
                 move "PRESENT" to bkm_state
              else
       ***--- not ABSENT -- a restore would empty a master that was
       ***--- there all along
                 display "BASEBKUP: cannot read " bkp_member_name
                     " (status " master_file_status ") -- noted "
                     "unread in this set"
                 move "UNREAD"  to bkm_state
                 add 1 to bkp_unread
              end-if
           end-if

           move bkp_count to bkm_count
           add bkp_count to bkp_total
           write manifest-record
           if man_count < 2000
              add 1 to man_count
              move manifest-record to man_row(man_count)
           else
              set man_over to true
           end-if
           display "BASEBKUP:   " bkp_member_name " " bkm_state " "
               bkp_count " record(s)".

       ***---
       ***---  generations past the number kept: their sets are
       ***---  deleted and the manifest is written back without them.
       ***---  a manifest too big to hold is left whole rather than cut
       ***---
       age-off-generations.
           if bkp_new_gen <= bkp_keep
              go to age-off-generations-ex
           end-if
           if man_over
              display "BASEBKUP: BASEBKM holds more than 2000 rows -- "
                  "no generations aged off"
              go to age-off-generations-ex
           end-if
           compute bkp_oldest_kept = bkp_new_gen - bkp_keep + 1

           open output manifest-file
           perform varying man_idx from 1 by 1 until man_idx > man_count
              move man_row(man_idx) to man_row_view
              if mrv_gen >= bkp_oldest_kept
                 write manifest-record from man_row(man_idx)
              else
       ***--- every generation has a BASEOPR row, so the set is
       ***--- deleted once, on that row
                 if mrv_member = "BASEOPR "
                    move spaces to bkp_set_name
                    string "BASEBK." mrv_gen
                        delimited by size into bkp_set_name
                    call "c$delete" using bkp_set_name, "S"
                        giving bkp_delete_status
                    add 1 to bkp_aged
                    display "BASEBKUP: generation " mrv_gen
                        " aged off"
                 end-if
              end-if
           end-perform
           close manifest-file.
       age-off-generations-ex.
