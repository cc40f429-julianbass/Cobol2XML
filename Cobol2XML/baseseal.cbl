       identification division.
       program-id.  baseseal.

       date-written.  15-oct-2026 - jb.

       remarks.

            Daily seal of the BASEAUD audit log.  BASEAUD and the
            BASEAUD.YYYYMM archives are plain line-sequential files,
            and a line edited or deleted by anyone with file access
            leaves no trace.  This step runs after midnight and seals
            every audit date that is over and not yet sealed: for each
            one it appends a row to the BASEAUDS seal file with the
            number of audit lines stamped that day and a check value
            folded over those lines, in file order, a word at a time.
            Each row also carries a chain value built from the day's
            date, count and check value and the previous row's chain
            value, so a seal row that is edited, dropped or moved
            breaks every row after it.  BASESVFY recomputes the seals
            over the live file and the archives and reports any day
            that no longer matches.

            Only whole days are sealed -- today is still being
            written.  Lines are looked for in the archives from the
            month of the last sealed date (or, on the first run, from
            ten years back, which covers the seven-year retention)
            through this month, and then in the live file, so a
            BASEARCH roll between two seal runs loses nothing.  A day
            with no audit lines gets no row; lines stamped on a day
            that is already sealed are left for BASESVFY to report.

            Return code 0 when the seal ran, 12 when BASEAUD or the
            seal file cannot be read.

       environment division.
       input-output section.
       file-control.
           select audit-file assign to "BASEAUD"
               organization is line sequential
               file status is audit_file_status.
           select optional archive-file assign to dynamic arch_file_name
               organization is line sequential
               file status is arch_file_status.
           select optional seal-file assign to "BASEAUDS"
               organization is line sequential
               file status is seal_file_status.

       data division.
       file section.

       ***--- the seal only steers on the date column -- the whole
       ***--- line, padded to its full width, goes into the check value
       fd  audit-file.
       01  audit-record.
           05  aud_date                        pic 9(08).
           05  filler                          pic x(174).

       fd  archive-file.
       01  archive-record                      pic x(182).

       ***--- one sealed audit date: its line count, the check value
       ***--- over its lines, the chain value linking it to the row
       ***--- before, and when the seal was made
       fd  seal-file.
       01  seal-record.
           05  sl_date                         pic 9(08).
           05  filler                          pic x(01).
           05  sl_count                        pic 9(08).
           05  filler                          pic x(01).
           05  sl_check                        pic 9(10).
           05  filler                          pic x(01).
           05  sl_chain                        pic 9(10).
           05  filler                          pic x(01).
           05  sl_sealed_date                  pic 9(08).
           05  filler                          pic x(01).
           05  sl_sealed_time                  pic 9(08).

       working-storage section.

       01  audit_file_status                   pic x(02).
           88  audit_status_ok                 value "00".

       01  arch_file_status                    pic x(02).
           88  arch_status_ok                  value "00".
           88  arch_created_new                value "05".

       01  seal_file_status                    pic x(02).
           88  seal_status_ok                  value "00".
           88  seal_created_new                value "05".

       77  in_eof_switch                       pic x(01).
           88  in_eof                          value "Y".
           88  in_not_eof                      value "N".

       77  arch_file_name                      pic x(14).

       77  seal_today                          pic 9(08).
       77  seal_now                            pic 9(08).
       77  seal_last_date                      pic 9(08) value 0.
       77  seal_last_chain                     pic 9(10) value 0.
       77  seals_on_file                       pic 9(08) comp-x value 0.

       77  files_searched                      pic 9(04) comp-x value 0.
       77  lines_read                          pic 9(08) comp-x value 0.
       77  lines_sealed                        pic 9(08) comp-x value 0.
       77  lines_bad_date                      pic 9(08) comp-x value 0.
       77  days_sealed                         pic 9(04) comp-x value 0.

       ***--- the month being walked, taken apart for the december
       ***--- roll-over
       01  seal_month.
           05  seal_month_yyyy                 pic 9(04).
           05  seal_month_mm                   pic 9(02).
       01  seal_month_num redefines seal_month pic 9(06).
       77  seal_last_month                     pic 9(06).

       ***--- one row per unsealed day found, kept in date order as
       ***--- they are claimed -- room for the whole seven-year
       ***--- retention, so the first run can seal everything on file
       77  day_count                           pic 9(04) comp-x value 0.
       77  day_idx                             pic 9(04) comp-x.
       77  day_slot                            pic 9(04) comp-x value 0.
       77  day_move                            pic 9(04) comp-x.

       01  day_table.
           03  day_entry occurs 4000 times.
               05  day_date                    pic 9(08).
               05  day_lines                   pic 9(08) comp-x.
               05  day_check                   pic 9(10) comp-x.

       77  day_found_switch                    pic x(01).
           88  day_found                       value "Y".
           88  day_not_found                   value "N".

       ***--- the check value works over the padded line as 45 binary
       ***--- words and a two-byte tail, each folded in modulo the
       ***--- prime 2147483647
       01  seal_line                           pic x(182).
       01  seal_line_words redefines seal_line.
           05  seal_word                       pic x(04) comp-x
                                               occurs 45.
           05  seal_tail                       pic x(02) comp-x.

       77  seal_word_idx                       pic 9(02) comp-x.
       77  seal_hash                           pic 9(10) comp-x.
       77  seal_work                           pic 9(15) comp-x.
       77  seal_quot                           pic 9(15) comp-x.
       77  seal_prime                          pic 9(10) comp-x
                                               value 2147483647.
       77  seal_mult                           pic 9(05) comp-x
                                               value 65599.

       procedure division.
       main-logic.

           accept seal_today from date yyyymmdd
           accept seal_now   from time

           perform load-seal-file

           if seal_last_date = 0
              move seal_today(1:6) to seal_month_num
              subtract 10 from seal_month_yyyy
           else
              move seal_last_date(1:6) to seal_month_num
           end-if
           move seal_today(1:6) to seal_last_month

           perform until seal_month_num > seal_last_month
              perform scan-one-archive
              if seal_month_mm = 12
                 add 1 to seal_month_yyyy
                 move 01 to seal_month_mm
              else
                 add 1 to seal_month_mm
              end-if
           end-perform
           perform scan-live-file

           perform write-new-seals thru write-new-seals-ex

           display "BASESEAL: " lines_read " line(s) read from "
               files_searched " file(s), " days_sealed
               " day(s) sealed holding " lines_sealed " line(s)"
           if lines_bad_date > 0
              display "BASESEAL: " lines_bad_date " line(s) with no "
                  "valid date could not be sealed"
           end-if
           move 0 to return-code
           goback.

       ***---
       ***---  the last row on the seal file -- its date is where this
       ***---  run takes over, its chain value is the next row's link
       ***---
       load-seal-file.
           open input seal-file
           if seal_created_new
              close seal-file
           else
              if not seal_status_ok
                 display "BASESEAL: cannot open BASEAUDS (status "
                     seal_file_status ")"
                 move 12 to return-code
                 goback
              end-if
              set in_not_eof to true
              perform until in_eof
                 read seal-file
                     at end
                          set in_eof to true
                     not at end
                          add 1 to seals_on_file
                          move sl_date  to seal_last_date
                          move sl_chain to seal_last_chain
                 end-read
              end-perform
              close seal-file
           end-if.

       scan-one-archive.
           move spaces to arch_file_name
           string "BASEAUD." seal_month_num
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
                             perform seal-one-line thru
                                seal-one-line-ex
                    end-read
                 end-perform
                 close archive-file
              else
                 display "BASESEAL: cannot open " arch_file_name
                     " (status " arch_file_status ")"
                 move 12 to return-code
                 goback
              end-if
           end-if.

       scan-live-file.
           open input audit-file
           if not audit_status_ok
              display "BASESEAL: cannot open BASEAUD (status "
                  audit_file_status ")"
              move 12 to return-code
              goback
           end-if
           add 1 to files_searched
           set in_not_eof to true
           perform until in_eof
              read audit-file
                  at end
                       set in_eof to true
                  not at end
                       perform seal-one-line thru seal-one-line-ex
              end-read
           end-perform
           close audit-file.

       ***---
       ***---  one audit line: a line for a finished day not yet
       ***---  sealed is folded into that day's count and check value
       ***---
       seal-one-line.
           add 1 to lines_read
           if aud_date not numeric
              add 1 to lines_bad_date
              go to seal-one-line-ex
           end-if
           if aud_date <= seal_last_date or aud_date >= seal_today
              go to seal-one-line-ex
           end-if

           perform find-day-row thru find-day-row-ex
           if day_not_found
              go to seal-one-line-ex
           end-if

           move audit-record to seal_line
           move day_check(day_slot) to seal_hash
           perform fold-line-check
           move seal_hash to day_check(day_slot)
           add 1 to day_lines(day_slot)
           add 1 to lines_sealed.
       seal-one-line-ex.

       ***---
       ***---  the day's row -- the last one used is tried first, as
       ***---  the lines come in date order nearly always; a new day
       ***---  is slotted into date order
       ***---
       find-day-row.
           set day_not_found to true
           if day_slot > 0
              if day_date(day_slot) = aud_date
                 set day_found to true
                 go to find-day-row-ex
              end-if
           end-if
           perform varying day_idx from 1 by 1
                   until day_idx > day_count or day_found
              if day_date(day_idx) = aud_date
                 set day_found to true
                 move day_idx to day_slot
              end-if
           end-perform
           if day_found
              go to find-day-row-ex
           end-if

           if day_count >= 4000
              display "BASESEAL: more than 4000 unsealed days -- "
                  "run the seal more often; nothing sealed"
              move 12 to return-code
              goback
           end-if

           move day_count to day_slot
           add 1 to day_slot
           perform varying day_idx from 1 by 1
                   until day_idx > day_count
              if day_date(day_idx) > aud_date
                 and day_slot > day_count
                 move day_idx to day_slot
              end-if
           end-perform
           perform varying day_move from day_count by -1
                   until day_move < day_slot
              move day_entry(day_move) to day_entry(day_move + 1)
           end-perform
           add 1 to day_count
           move aud_date to day_date(day_slot)
           move 0        to day_lines(day_slot)
           move 0        to day_check(day_slot)
           set day_found to true.
       find-day-row-ex.

       ***---
       ***---  fold seal_line into seal_hash word by word
       ***---
       fold-line-check.
           perform varying seal_word_idx from 1 by 1
                   until seal_word_idx > 45
              compute seal_work = seal_hash * seal_mult
                  + seal_word(seal_word_idx)
              divide seal_work by seal_prime giving seal_quot
                  remainder seal_hash
           end-perform
           compute seal_work = seal_hash * seal_mult + seal_tail
           divide seal_work by seal_prime giving seal_quot
               remainder seal_hash.

       ***---
       ***---  the new rows in date order, each chained to the one
       ***---  before it through its date, count and check value
       ***---
       write-new-seals.
           if day_count = 0
              go to write-new-seals-ex
           end-if
           open extend seal-file
           perform varying day_idx from 1 by 1 until day_idx > day_count
              move seal_last_chain to seal_hash
              compute seal_work = seal_hash * seal_mult
                  + day_date(day_idx)
              divide seal_work by seal_prime giving seal_quot
                  remainder seal_hash
              compute seal_work = seal_hash * seal_mult
                  + day_lines(day_idx)
              divide seal_work by seal_prime giving seal_quot
                  remainder seal_hash
              compute seal_work = seal_hash * seal_mult
                  + day_check(day_idx)
              divide seal_work by seal_prime giving seal_quot
                  remainder seal_hash

              move spaces              to seal-record
              move day_date(day_idx)   to sl_date
              move day_lines(day_idx)  to sl_count
              move day_check(day_idx)  to sl_check
              move seal_hash           to sl_chain
              move seal_today          to sl_sealed_date
              move seal_now            to sl_sealed_time
              write seal-record
              move seal_hash to seal_last_chain
              add 1 to days_sealed
              display "BASESEAL: " day_date(day_idx) " sealed, "
                  day_lines(day_idx) " line(s)"
           end-perform
           close seal-file.
       write-new-seals-ex.
