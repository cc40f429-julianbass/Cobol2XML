       identification division.
       program-id.  basesvfy.

       date-written.  15-oct-2026 - jb.

       remarks.

            Seal verification for the audit trail.  BASESEAL leaves
            one row per sealed audit date in BASEAUDS -- the day's
            line count, a check value over its lines and a chain value
            linking it to the row before.  This job recomputes all of
            it over the BASEAUD.YYYYMM archives and the live BASEAUD
            file and reports every day that no longer matches:

            COUNT     -- the day holds more or fewer lines than were
                         sealed (lines added or deleted).
            CHECK     -- the count agrees but the check value does
                         not (a line was altered or the day's lines
                         reordered).
            MISSING   -- a sealed day has no lines left at all.
            CHAIN     -- the seal row itself does not chain from the
                         row before it (a seal row edited, dropped or
                         inserted).
            ORDER     -- seal rows out of date order.
            UNSEALED  -- lines stamped on a day inside the sealed
                         period that has no seal row.

            A from-date may be given so archives already past the
            retention period and purged are not reported missing --
            the seal rows before it are still chain-checked, their
            lines are not looked for.  Lines dated after the last
            sealed day are counted and left alone.

            The report goes to BASESVFR.  Return code 8 when any day
            failed, 0 when the whole sealed history verified, 12 when
            the seal file or BASEAUD cannot be read.

       environment division.
       input-output section.
       file-control.
           select audit-file assign to "BASEAUD"
               organization is line sequential
               file status is audit_file_status.
           select optional archive-file assign to dynamic arch_file_name
               organization is line sequential
               file status is arch_file_status.
           select seal-file assign to "BASEAUDS"
               organization is line sequential
               file status is seal_file_status.
           select svfrpt-file assign to "BASESVFR"
               organization is line sequential.

       data division.
       file section.

       fd  audit-file.
       01  audit-record.
           05  aud_date                        pic 9(08).
           05  filler                          pic x(174).

       fd  archive-file.
       01  archive-record                      pic x(182).

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

       fd  svfrpt-file.
       01  svfrpt-record                       pic x(132).

       working-storage section.

       01  audit_file_status                   pic x(02).
           88  audit_status_ok                 value "00".

       01  arch_file_status                    pic x(02).
           88  arch_status_ok                  value "00".
           88  arch_created_new                value "05".

       01  seal_file_status                    pic x(02).
           88  seal_status_ok                  value "00".

       77  in_eof_switch                       pic x(01).
           88  in_eof                          value "Y".
           88  in_not_eof                      value "N".

       77  arch_file_name                      pic x(14).

       77  svf_from_date                       pic 9(08).
       77  svf_today                           pic 9(08).
       77  svf_first_date                      pic 9(08) value 0.
       77  svf_last_date                       pic 9(08) value 0.
       77  svf_prev_chain                      pic 9(10) value 0.
       77  svf_prev_date                       pic 9(08) value 0.

       77  files_searched                      pic 9(04) comp-x value 0.
       77  lines_read                          pic 9(08) comp-x value 0.
       77  lines_checked                       pic 9(08) comp-x value 0.
       77  lines_after_seal                    pic 9(08) comp-x value 0.
       77  lines_bad_date                      pic 9(08) comp-x value 0.
       77  days_verified                       pic 9(08) comp-x value 0.
       77  days_failed                         pic 9(08) comp-x value 0.
       77  seal_rows_failed                    pic 9(08) comp-x value 0.

       ***--- the month being walked, taken apart for the december
       ***--- roll-over
       01  svf_month.
           05  svf_month_yyyy                  pic 9(04).
           05  svf_month_mm                    pic 9(02).
       01  svf_month_num redefines svf_month   pic 9(06).
       77  svf_last_month                      pic 9(06).

       ***--- the seal rows, with what the files hold for each day
       ***--- tallied beside them -- seven years of days fit
       77  seal_count                          pic 9(04) comp-x value 0.
       77  seal_idx                            pic 9(04) comp-x.
       77  seal_slot                           pic 9(04) comp-x value 0.
       77  seal_low                            pic 9(04) comp-x.
       77  seal_high                           pic 9(04) comp-x.
       77  seal_mid                            pic 9(04) comp-x.

       01  seal_table.
           03  seal_entry occurs 4000 times.
               05  st_date                     pic 9(08).
               05  st_count                    pic 9(08).
               05  st_check                    pic 9(10).
               05  st_found_lines              pic 9(08) comp-x.
               05  st_found_check              pic 9(10) comp-x.

       77  seal_order_switch                   pic x(01) value "Y".
           88  seal_in_order                   value "Y".
           88  seal_out_of_order               value "N".

       77  seal_found_switch                   pic x(01).
           88  seal_found                      value "Y".
           88  seal_not_found                  value "N".

       ***--- days inside the sealed period that have lines and no
       ***--- seal row
       77  uns_count                           pic 9(03) comp-x value 0.
       77  uns_idx                             pic 9(03) comp-x.

       77  uns_found_switch                    pic x(01).
           88  uns_found                       value "Y".
           88  uns_not_found                   value "N".

       77  uns_warn_switch                     pic x(01) value "N".
           88  uns_warned                      value "Y".
           88  uns_not_warned                  value "N".

       01  uns_table.
           03  uns_entry occurs 200 times.
               05  uns_date                    pic 9(08).
               05  uns_lines                   pic 9(08) comp-x.

       ***--- the check value works over the padded line as 45 binary
       ***--- words and a two-byte tail, each folded in modulo the
       ***--- prime 2147483647 -- exactly as BASESEAL folds it
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

       01  svf_title_line.
           05  filler                          pic x(36) value
               "BASESVFY  AUDIT SEAL VERIFICATION  ".
           05  ttl_from_label                  pic x(05) value
               "FROM ".
           05  ttl_from_date                   pic x(08).
           05  filler                          pic x(83) value spaces.

       01  svf_column_line.
           05  filler                          pic x(44) value
               " DATE      RULE        SEALED     FOUND     ".
           05  filler                          pic x(88) value
               "SEALED CHK   FOUND CHK".

       01  svf_detail_line.
           05  filler                          pic x(01) value space.
           05  sd_date                         pic 9(08).
           05  filler                          pic x(02) value spaces.
           05  sd_rule                         pic x(09).
           05  filler                          pic x(01) value space.
           05  sd_sealed                       pic z(07)9.
           05  filler                          pic x(02) value spaces.
           05  sd_found                        pic z(07)9.
           05  filler                          pic x(05) value spaces.
           05  sd_sealed_check                 pic z(09)9.
           05  filler                          pic x(02) value spaces.
           05  sd_found_check                  pic z(09)9.
           05  filler                          pic x(66) value spaces.

       01  svf_summary_line.
           05  filler                          pic x(02) value spaces.
           05  ss_label                        pic x(24).
           05  ss_count                        pic z(07)9.
           05  filler                          pic x(98) value spaces.

       01  svf_blank_line                      pic x(132) value spaces.

       procedure division.
       main-logic.

           accept svf_today from date yyyymmdd
           display "Verify from date (YYYYMMDD, blank = every sealed "
               "day): " no
           accept svf_from_date

           open output svfrpt-file
           if svf_from_date = 0
              move "ALL DAYS"    to ttl_from_date
           else
              move svf_from_date to ttl_from_date
           end-if
           write svfrpt-record from svf_title_line
           write svfrpt-record from svf_blank_line
           write svfrpt-record from svf_column_line

           perform load-seal-table

           if seal_count = 0
              display "BASESVFY: BASEAUDS holds no seals -- nothing "
                  "to verify"
              close svfrpt-file
              move 0 to return-code
              goback
           end-if

           if svf_from_date < svf_first_date
              move svf_first_date to svf_from_date
           end-if

           move svf_from_date(1:6) to svf_month_num
           move svf_today(1:6)     to svf_last_month
           perform until svf_month_num > svf_last_month
              perform scan-one-archive
              if svf_month_mm = 12
                 add 1 to svf_month_yyyy
                 move 01 to svf_month_mm
              else
                 add 1 to svf_month_mm
              end-if
           end-perform
           perform scan-live-file

           perform varying seal_idx from 1 by 1
                   until seal_idx > seal_count
              if st_date(seal_idx) >= svf_from_date
                 perform verify-one-day
              end-if
           end-perform

           perform varying uns_idx from 1 by 1 until uns_idx > uns_count
              add 1 to days_failed
              move uns_date(uns_idx)  to sd_date
              move "UNSEALED"         to sd_rule
              move 0                  to sd_sealed
              move uns_lines(uns_idx) to sd_found
              move 0                  to sd_sealed_check
              move 0                  to sd_found_check
              write svfrpt-record from svf_detail_line
           end-perform

           write svfrpt-record from svf_blank_line
           move "SEAL ROWS ON FILE"    to ss_label
           move seal_count             to ss_count
           write svfrpt-record from svf_summary_line
           move "SEAL ROWS BROKEN"     to ss_label
           move seal_rows_failed       to ss_count
           write svfrpt-record from svf_summary_line
           move "AUDIT FILES SEARCHED" to ss_label
           move files_searched         to ss_count
           write svfrpt-record from svf_summary_line
           move "AUDIT LINES READ"     to ss_label
           move lines_read             to ss_count
           write svfrpt-record from svf_summary_line
           move "LINES IN SEALED DAYS" to ss_label
           move lines_checked          to ss_count
           write svfrpt-record from svf_summary_line
           move "LINES NOT YET SEALED" to ss_label
           move lines_after_seal       to ss_count
           write svfrpt-record from svf_summary_line
           move "DAYS VERIFIED"        to ss_label
           move days_verified          to ss_count
           write svfrpt-record from svf_summary_line
           move "DAYS FAILED"          to ss_label
           move days_failed            to ss_count
           write svfrpt-record from svf_summary_line

           close svfrpt-file

           display "BASESVFY: " days_verified " day(s) verified, "
               days_failed " failed, " seal_rows_failed
               " seal row(s) broken -- report in BASESVFR"

           if days_failed > 0 or seal_rows_failed > 0
              move 8 to return-code
           else
              move 0 to return-code
           end-if
           goback.

       ***---
       ***---  every seal row into the table, each one's chain value
       ***---  recomputed from the row before it as it goes by
       ***---
       load-seal-table.
           open input seal-file
           if not seal_status_ok
              display "BASESVFY: cannot open BASEAUDS (status "
                  seal_file_status ")"
              close svfrpt-file
              move 12 to return-code
              goback
           end-if
           set in_not_eof to true
           perform until in_eof
              read seal-file
                  at end
                       set in_eof to true
                  not at end
                       perform store-one-seal
              end-read
           end-perform
           close seal-file.

       store-one-seal.
           if seal_count >= 4000
              display "BASESVFY: BASEAUDS holds more than 4000 days -- "
                  "no verification"
              close svfrpt-file
              move 12 to return-code
              goback
           end-if
           add 1 to seal_count
           move sl_date  to st_date(seal_count)
           move sl_count to st_count(seal_count)
           move sl_check to st_check(seal_count)
           move 0        to st_found_lines(seal_count)
           move 0        to st_found_check(seal_count)
           if seal_count = 1
              move sl_date to svf_first_date
           end-if
           move sl_date to svf_last_date

           if sl_date not > svf_prev_date
              set seal_out_of_order to true
              add 1 to seal_rows_failed
              move sl_date         to sd_date
              move "ORDER"         to sd_rule
              move sl_count        to sd_sealed
              move 0               to sd_found
              move sl_check        to sd_sealed_check
              move 0               to sd_found_check
              write svfrpt-record from svf_detail_line
           end-if
           move sl_date to svf_prev_date

           move svf_prev_chain to seal_hash
           compute seal_work = seal_hash * seal_mult + sl_date
           divide seal_work by seal_prime giving seal_quot
               remainder seal_hash
           compute seal_work = seal_hash * seal_mult + sl_count
           divide seal_work by seal_prime giving seal_quot
               remainder seal_hash
           compute seal_work = seal_hash * seal_mult + sl_check
           divide seal_work by seal_prime giving seal_quot
               remainder seal_hash
           if seal_hash not = sl_chain
              add 1 to seal_rows_failed
              move sl_date         to sd_date
              move "CHAIN"         to sd_rule
              move sl_count        to sd_sealed
              move 0               to sd_found
              move sl_chain        to sd_sealed_check
              move seal_hash       to sd_found_check
              write svfrpt-record from svf_detail_line
           end-if
       ***--- the next row links to this row's chain as it stands, so
       ***--- one tampered row is reported once, not for ever after
           move sl_chain to svf_prev_chain.

       scan-one-archive.
           move spaces to arch_file_name
           string "BASEAUD." svf_month_num
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
                             perform check-one-line thru
                                check-one-line-ex
                    end-read
                 end-perform
                 close archive-file
              else
                 display "BASESVFY: cannot open " arch_file_name
                     " (status " arch_file_status ") -- its days will "
                     "show as failed"
              end-if
           end-if.

       scan-live-file.
           open input audit-file
           if not audit_status_ok
              display "BASESVFY: cannot open BASEAUD (status "
                  audit_file_status ")"
              close svfrpt-file
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
                       perform check-one-line thru check-one-line-ex
              end-read
           end-perform
           close audit-file.

       ***---
       ***---  one audit line: folded into its sealed day's tally, or
       ***---  noted against an unsealed day inside the sealed period
       ***---
       check-one-line.
           add 1 to lines_read
           if aud_date not numeric
              add 1 to lines_bad_date
              go to check-one-line-ex
           end-if
           if aud_date < svf_from_date
              go to check-one-line-ex
           end-if
           if aud_date > svf_last_date
              add 1 to lines_after_seal
              go to check-one-line-ex
           end-if

           perform find-seal-row
           if seal_not_found
              perform note-unsealed-day
              go to check-one-line-ex
           end-if

           add 1 to lines_checked
           move audit-record to seal_line
           move st_found_check(seal_slot) to seal_hash
           perform fold-line-check
           move seal_hash to st_found_check(seal_slot)
           add 1 to st_found_lines(seal_slot).
       check-one-line-ex.

       ***---
       ***---  the seal row for the line's date -- the last one used
       ***---  first, then a halving search over the dates, or a plain
       ***---  pass when the seal rows are out of order
       ***---
       find-seal-row.
           set seal_not_found to true
           if seal_slot > 0
              if st_date(seal_slot) = aud_date
                 set seal_found to true
              end-if
           end-if
           if seal_found
              continue
           else
              if seal_in_order
                 move 1          to seal_low
                 move seal_count to seal_high
                 perform until seal_low > seal_high or seal_found
                    compute seal_mid = (seal_low + seal_high) / 2
                    if st_date(seal_mid) = aud_date
                       set seal_found to true
                       move seal_mid to seal_slot
                    else
                       if st_date(seal_mid) < aud_date
                          compute seal_low = seal_mid + 1
                       else
                          if seal_mid = 1
                             move 0 to seal_high
                          else
                             compute seal_high = seal_mid - 1
                          end-if
                       end-if
                    end-if
                 end-perform
              else
                 perform varying seal_idx from 1 by 1
                         until seal_idx > seal_count or seal_found
                    if st_date(seal_idx) = aud_date
                       set seal_found to true
                       move seal_idx to seal_slot
                    end-if
                 end-perform
              end-if
           end-if.

       note-unsealed-day.
           set uns_not_found to true
           perform varying uns_idx from 1 by 1
                   until uns_idx > uns_count or uns_found
              if uns_date(uns_idx) = aud_date
                 set uns_found to true
                 add 1 to uns_lines(uns_idx)
              end-if
           end-perform
           if uns_not_found
              if uns_count < 200
                 add 1 to uns_count
                 move aud_date to uns_date(uns_count)
                 move 1        to uns_lines(uns_count)
              else
                 if uns_not_warned
                    display "BASESVFY: more than 200 unsealed days -- "
                        "the extras are not listed"
                    set uns_warned to true
                    add 1 to days_failed
                 end-if
              end-if
           end-if.

       ***---
       ***---  one sealed day: what the files hold against what was
       ***---  sealed
       ***---
       verify-one-day.
           add 1 to days_verified
           move st_date(seal_idx)        to sd_date
           move st_count(seal_idx)       to sd_sealed
           move st_found_lines(seal_idx) to sd_found
           move st_check(seal_idx)       to sd_sealed_check
           move st_found_check(seal_idx) to sd_found_check
           if st_found_lines(seal_idx) = 0
              add 1 to days_failed
              move "MISSING" to sd_rule
              write svfrpt-record from svf_detail_line
           else
              if st_found_lines(seal_idx) not = st_count(seal_idx)
                 add 1 to days_failed
                 move "COUNT" to sd_rule
                 write svfrpt-record from svf_detail_line
              else
                 if st_found_check(seal_idx) not = st_check(seal_idx)
                    add 1 to days_failed
                    move "CHECK" to sd_rule
                    write svfrpt-record from svf_detail_line
                 end-if
              end-if
           end-if.

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
