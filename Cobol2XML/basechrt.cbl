       identification division.
       program-id.  basechrt.

       date-written.  15-oct-2026 - jb.

       remarks.

            Printed conversion reference chart.  The comms and ledger
            desks work from photocopied charts -- 0-255 in bases 2, 8
            and 16, 0-1295 in base 36 -- printed before BASESYM became
            editable, so nothing says they still match the live symbol
            table.  This job prints a fresh one: a value range, a step
            and up to six columns, each a target base (2-36) or a
            BASEPROF profile name, and every value is driven through
            base's "base-convert" entry point so the chart shows
            exactly what a conversion would produce today.

            A profile column encodes into the profile's to base and
            honours its signed mode and width -- a negative value in
            a signed column prints as its radix complement in that
            many digits, and a width pads an unsigned column with the
            table's zero digit.  A negative value in an unsigned column
            prints as the encoded magnitude behind a minus sign.  A
            value a column cannot hold prints as OVERFLOW -- past
            sixteen digits, or, in a signed column, outside the half of
            its span a signed decode under the profile reads back as
            that value (a positive value whose leading digit would
            read as a negative one, or a negative one too big for the
            width).

            The chart goes to BASECHRR at 60 lines a page, each page
            headed with the range, the columns and the date BASESYM
            was last loaded, so a desk can tell when its copy has gone
            stale.  Return code 0 when the chart printed, 12 when the
            range or the columns asked for are no good.

       environment division.
       input-output section.
       file-control.
           select profile-file assign to "BASEPROF"
               organization is line sequential
               file status is profile_file_status.
           select chart-file assign to "BASECHRR"
               organization is line sequential.

       data division.
       file section.

       fd  profile-file.
       01  profile-record.
           05  prf_name                        pic x(12).
           05  filler                          pic x(01).
           05  prf_from_base                   pic 9(02).
           05  filler                          pic x(01).
           05  prf_to_base                     pic 9(02).
           05  filler                          pic x(01).
           05  prf_signed                      pic x(01).
           05  filler                          pic x(01).
           05  prf_width                       pic 9(02).
           05  filler                          pic x(01).
           05  prf_places                      pic 9(02).
           05  filler                          pic x(01).
           05  prf_dual                        pic x(01).

       fd  chart-file.
       01  chart-record                        pic x(132).

       working-storage section.

       01  profile_file_status                 pic x(02).
           88  profile_status_ok               value "00".

       77  profile_eof_switch                  pic x(01).
           88  profile_eof                     value "Y".
           88  profile_not_eof                 value "N".

       77  prof_found_switch                   pic x(01).
           88  prof_found                      value "Y".
           88  prof_not_found                  value "N".

       ***--- the range asked for -- signed, so a signed chart can run
       ***--- from the negative half of its span
       77  chr_from                            pic s9(12).
       77  chr_to                              pic s9(12).
       77  chr_step                            pic 9(08).
       ***--- a digit wider than the range, so the step past the to
       ***--- value and the size of the range both fit
       77  chr_value                           pic s9(13).
       77  chr_value_count                     pic 9(08) comp-x value 0.
       77  chr_values_asked                    pic 9(13).
       77  chr_magnitude                       pic 9(12).
       77  chr_sign_width                      pic 9(02).
       77  chr_lead                            pic 9(02).
       77  chr_span                            pic 9(18).

       ***--- the columns: what was typed, the base it encodes into,
       ***--- its signed mode and width, the table's zero digit for
       ***--- that base, and the first magnitude too big for the
       ***--- sixteen digits base-convert encodes into (0 when the
       ***--- base is wide enough that the range cannot reach it).  a
       ***--- signed column also keeps the first positive value whose
       ***--- leading digit would decode as negative and the largest
       ***--- magnitude a negative value may have in its width
       77  col_count                           pic 9(01) value 0.
       77  col_idx                             pic 9(01).
       01  chr_col_entry                       pic x(12).
       01  chr_col_entry_num redefines chr_col_entry.
           05  chr_col_entry_base              pic 9(02).
           05  filler                          pic x(10).

       01  col_table.
           03  col_entry occurs 6 times.
               05  col_name                    pic x(12).
               05  col_base                    pic 9(02).
               05  col_signed                  pic x(01).
               05  col_width                   pic 9(02).
               05  col_zero                    pic x(01).
               05  col_limit                   pic 9(18).
               05  col_pos_limit               pic 9(18).
               05  col_neg_limit               pic 9(18).

       77  col_done_switch                     pic x(01).
           88  col_done                        value "Y".
           88  col_not_done                    value "N".

       77  col_bad_switch                      pic x(01) value "N".
           88  col_bad                         value "Y".
           88  col_good                        value "N".

       ***--- the profiles, read once
       77  prof_count                          pic 9(03) comp-x value 0.
       77  prof_idx                            pic 9(03) comp-x.
       77  prof_slot                           pic 9(03) comp-x.

       01  prof_table.
           03  prof_entry occurs 100 times.
               05  pfl_name                    pic x(12).
               05  pfl_to                      pic 9(02).
               05  pfl_signed                  pic x(01).
               05  pfl_width                   pic 9(02).

       ***--- when BASESYM was last written, off the file itself --
       ***--- the date the table the charts reflect was loaded
       01  sym_file_info.
           05  sym_file_size                   pic x(08) comp-x.
           05  sym_file_date                   pic 9(08) comp-x.
           05  sym_file_time                   pic 9(08) comp-x.
       77  sym_info_status                     pic 9(02) comp-x.
       77  sym_load_date                       pic 9(08).

       ***--- page control -- 60 lines a page, five of them heading
       77  page_number                         pic 9(04) value 0.
       77  page_lines                          pic 9(02) value 60.

       01  chr_cell                            pic x(16).
       01  chr_cell_work                       pic x(16).
       77  chr_pad_idx                         pic 9(02) comp-x.

       01  lk-function                         pic x(01).
           88  lk-base-to-decimal              value "D".
           88  lk-decimal-to-base              value "B".
           88  lk-base-to-base                 value "X".

       01  lk-base                             pic 9(2).

       01  lk-value                            pic x(16).

       ***--- second operand of the arithmetic functions -- unused by
       ***--- the encodes made here, passed along for the entry
       ***--- point's full argument list
       01  lk-value-2                          pic x(16) value spaces.

       01  lk-status                           pic x(01).
           88  lk-valid                        value "Y".
           88  lk-invalid                      value "N".
           88  lk-overflow                     value "O".

       01  lk-signed                           pic x(01) value "N".
           88  lk-signed-yes                   value "Y".
           88  lk-signed-no                    value "N".

       01  lk-signed-decimal                   pic s9(16).

       01  lk-width                            pic 99 value 0.

       01  lk-target-base                      pic 9(2) value 0.

       01  lk-fraction.
           05  lk-frac-decimal-digits          pic x(16).
           05  lk-frac-output-digits           pic x(16).

       01  lk-places                           pic 99 value 0.

       01  chr_title_line.
           05  filler                          pic x(38) value
               "BASECHRT  CONVERSION REFERENCE CHART  ".
           05  ttl_from                        pic -(11)9.
           05  filler                          pic x(04) value " TO ".
           05  ttl_to                          pic -(11)9.
           05  filler                          pic x(06) value " STEP ".
           05  ttl_step                        pic z(07)9.
           05  filler                          pic x(16) value
               "   BASESYM OF   ".
           05  ttl_sym_date                    pic x(08).
           05  filler                          pic x(14) value
               "        PAGE  ".
           05  ttl_page                        pic z(03)9.
           05  filler                          pic x(10) value spaces.

       01  chr_name_line.
           05  filler                          pic x(16) value
               "         DECIMAL".
           05  nl_column occurs 6 times.
               10  filler                      pic x(01) value space.
               10  nl_name                     pic x(16).
           05  filler                          pic x(14) value spaces.

       01  chr_base_line.
           05  filler                          pic x(16) value spaces.
           05  bl_column occurs 6 times.
               10  filler                      pic x(01) value space.
               10  bl_text                     pic x(16).
           05  filler                          pic x(14) value spaces.

       01  chr_detail_line.
           05  dl_value                        pic -(15)9.
           05  dl_column occurs 6 times.
               10  filler                      pic x(01) value space.
               10  dl_cell                     pic x(16).
           05  filler                          pic x(14) value spaces.

       01  chr_blank_line                      pic x(132) value spaces.

       procedure division.
       main-logic.

           perform load-profile-table

           display "From value: " no
           accept chr_from convert
           display "To   value: " no
           accept chr_to convert
           display "Step (blank = 1): " no
           accept chr_step convert
           if chr_step = 0
              move 1 to chr_step
           end-if

           if chr_to < chr_from
              display "BASECHRT: the to value is below the from value "
                  "-- no chart"
              move 12 to return-code
              goback
           end-if

       ***--- a chart is for a desk to read -- a range that would
       ***--- print thousands of pages was mistyped
           compute chr_values_asked = (chr_to - chr_from) / chr_step + 1
           if chr_values_asked > 100000
              display "BASECHRT: " chr_values_asked " values asked "
                  "for -- 100000 is the most one chart prints"
              move 12 to return-code
              goback
           end-if

           set col_not_done to true
           perform until col_done or col_count >= 6
              perform ask-one-column thru ask-one-column-ex
           end-perform
           if col_bad
              move 12 to return-code
              goback
           end-if
           if col_count = 0
              display "BASECHRT: no columns asked for -- no chart"
              move 12 to return-code
              goback
           end-if

           perform find-symbol-date
           perform set-up-headings

           open output chart-file
           move 60 to page_lines
           perform varying chr_value from chr_from by chr_step
                   until chr_value > chr_to
              perform print-one-value
           end-perform
           close chart-file

           display "BASECHRT: " chr_value_count " value(s) on "
               page_number " page(s) -- chart in BASECHRR"
           move 0 to return-code
           goback.

       ***---
       ***---  one column: a base number, or a profile name that puts
       ***---  its own to base, signed mode and width in charge
       ***---
       ask-one-column.
           compute col_idx = col_count + 1
           display "Column " col_idx " -- base (2-36) or profile "
               "(blank = no more): " no
           accept chr_col_entry
           call "c$toupper" using chr_col_entry, value 12
           call "c$justify" using chr_col_entry, "L"
           if chr_col_entry = spaces
              set col_done to true
              go to ask-one-column-ex
           end-if

           add 1 to col_count
           move chr_col_entry to col_name(col_count)
           move "N"           to col_signed(col_count)
           move 0             to col_width(col_count)

           if chr_col_entry(3:10) = spaces
              and chr_col_entry(1:2) numeric
              move chr_col_entry_base to col_base(col_count)
           else
              if chr_col_entry(2:11) = spaces
                 and chr_col_entry(1:1) numeric
                 move chr_col_entry(1:1) to col_base(col_count)
              else
                 perform look-up-profile
                 if prof_not_found
                    display "BASECHRT: no profile " chr_col_entry
                        " on BASEPROF -- no chart"
                    set col_bad to true
                    set col_done to true
                    go to ask-one-column-ex
                 end-if
                 move pfl_to(prof_slot)     to col_base(col_count)
                 move pfl_signed(prof_slot) to col_signed(col_count)
                 move pfl_width(prof_slot)  to col_width(col_count)
              end-if
           end-if

           if col_base(col_count) < 2 or col_base(col_count) > 36
              display "BASECHRT: base " col_base(col_count)
                  " is outside 2-36 -- no chart"
              set col_bad to true
              set col_done to true
              go to ask-one-column-ex
           end-if
           if col_width(col_count) > 16
              move 16 to col_width(col_count)
           end-if

           compute col_limit(col_count) = col_base(col_count) ** 16
               on size error
                  move 0 to col_limit(col_count)
           end-compute
           if col_limit(col_count) > 999999999999
              move 0 to col_limit(col_count)
           end-if

       ***--- a signed column holds the values whose radix complement
       ***--- in its width reads back the same: the positives up to the
       ***--- first leading digit of half the base or more, and the
       ***--- negatives whose complement starts at that digit.  a span
       ***--- too big to work out is one no range here can reach
           move 0 to col_pos_limit(col_count)
           move 0 to col_neg_limit(col_count)
           if col_signed(col_count) = "Y"
              move col_width(col_count) to chr_sign_width
              if chr_sign_width = 0
                 move 16 to chr_sign_width
              end-if
              compute chr_span = col_base(col_count) ** chr_sign_width
                  on size error
                     move 0 to chr_span
              end-compute
              if chr_span > 0
                 compute chr_lead = (col_base(col_count) + 1) / 2
                 compute col_pos_limit(col_count)
                     = chr_lead * (chr_span / col_base(col_count))
                 compute col_neg_limit(col_count)
                     = chr_span - col_pos_limit(col_count)
              end-if
           end-if

       ***--- the table's zero digit for this base: the base itself
       ***--- encodes as "10", so its last digit is the zero
           move col_count to col_idx
           move "N"       to lk-signed
           move 0         to lk-width
           move col_base(col_idx) to lk-signed-decimal
           perform call-base-convert
           move lk-value(16:1) to col_zero(col_idx).
       ask-one-column-ex.

       ***---
       ***---  every profile on BASEPROF into the table -- a chart with
       ***---  only base columns runs without the file
       ***---
       load-profile-table.
           move 0 to prof_count
           open input profile-file
           if profile_status_ok
              set profile_not_eof to true
              perform until profile_eof
                 read profile-file
                     at end
                          set profile_eof to true
                     not at end
                          if prof_count < 100
                             add 1 to prof_count
                             call "c$toupper" using prf_name, value 12
                             move prf_name   to pfl_name(prof_count)
                             move prf_signed to pfl_signed(prof_count)
                             if prf_to_base numeric
                                move prf_to_base
                                    to pfl_to(prof_count)
                             else
                                move 0 to pfl_to(prof_count)
                             end-if
                             if prf_width numeric
                                move prf_width
                                    to pfl_width(prof_count)
                             else
                                move 0 to pfl_width(prof_count)
                             end-if
                          else
                             set profile_eof to true
                          end-if
                 end-read
              end-perform
              close profile-file
           end-if.

       look-up-profile.
           set prof_not_found to true
           perform varying prof_idx from 1 by 1
                   until prof_idx > prof_count or prof_found
              if pfl_name(prof_idx) = chr_col_entry
                 set prof_found to true
                 move prof_idx to prof_slot
              end-if
           end-perform.

       ***---
       ***---  the date BASESYM was last written -- a missing file
       ***---  means the charts carry the standard 0-9/A-Z table, and
       ***---  the heading says so
       ***---
       find-symbol-date.
           move 0 to sym_load_date
           call "c$fileinfo" using "BASESYM", sym_file_info
               giving sym_info_status
           if sym_info_status = 0
              move sym_file_date to sym_load_date
           end-if
           if sym_load_date = 0
              move "STANDARD" to ttl_sym_date
           else
              move sym_load_date to ttl_sym_date
           end-if.

       ***---
       ***---  the two column-heading lines: what was asked for, then
       ***---  the base with the signed mode and width in force
       ***---
       set-up-headings.
           move chr_from to ttl_from
           move chr_to   to ttl_to
           move chr_step to ttl_step
           perform varying col_idx from 1 by 1 until col_idx > 6
              move spaces to nl_name(col_idx)
              move spaces to bl_text(col_idx)
              move spaces to dl_cell(col_idx)
           end-perform
           perform varying col_idx from 1 by 1 until col_idx > col_count
              move col_name(col_idx) to nl_name(col_idx)
              call "c$justify" using nl_name(col_idx), "R"
              if col_signed(col_idx) = "Y"
                 string "B" col_base(col_idx) " SIGNED W"
                        col_width(col_idx)
                     delimited by size into bl_text(col_idx)
              else
                 if col_width(col_idx) > 0
                    string "BASE " col_base(col_idx) " W"
                           col_width(col_idx)
                        delimited by size into bl_text(col_idx)
                 else
                    string "BASE " col_base(col_idx)
                        delimited by size into bl_text(col_idx)
                 end-if
              end-if
              call "c$justify" using bl_text(col_idx), "R"
           end-perform.

       ***---
       ***---  one chart line: the decimal value and its encoding in
       ***---  every column, with a fresh page heading every 60 lines
       ***---
       print-one-value.
           if page_lines >= 60
              perform print-page-heading
           end-if
           add 1 to chr_value_count
           move chr_value to dl_value
           perform varying col_idx from 1 by 1 until col_idx > col_count
              perform encode-one-cell thru encode-one-cell-ex
              move chr_cell to dl_cell(col_idx)
           end-perform
           write chart-record from chr_detail_line
               after advancing 1 line
           add 1 to page_lines.

       print-page-heading.
           add 1 to page_number
           move page_number to ttl_page
           write chart-record from chr_title_line
               after advancing page
           write chart-record from chr_name_line
               after advancing 2 lines
           write chart-record from chr_base_line
               after advancing 1 line
           write chart-record from chr_blank_line
               after advancing 1 line
           move 5 to page_lines.

       ***---
       ***---  the value in one column -- a signed column hands the
       ***---  negative half to base-convert for its radix complement,
       ***---  an unsigned one encodes the magnitude and shows the sign
       ***---
       encode-one-cell.
           move spaces to chr_cell
       ***--- base-convert has no room check of its own for a plain
       ***--- encode -- a value past sixteen digits is stopped here
           if chr_value < 0
              compute chr_magnitude = 0 - chr_value
           else
              move chr_value to chr_magnitude
           end-if
           if col_limit(col_idx) > 0
              and chr_magnitude >= col_limit(col_idx)
              move "OVERFLOW" to chr_cell
              call "c$justify" using chr_cell, "R"
              go to encode-one-cell-ex
           end-if
           if col_pos_limit(col_idx) > 0
              if (chr_value >= 0
                    and chr_magnitude >= col_pos_limit(col_idx))
                 or (chr_value < 0
                    and chr_magnitude > col_neg_limit(col_idx))
                 move "OVERFLOW" to chr_cell
                 call "c$justify" using chr_cell, "R"
                 go to encode-one-cell-ex
              end-if
           end-if
           if col_signed(col_idx) = "Y"
              move "Y"                to lk-signed
              move col_width(col_idx) to lk-width
              move chr_value          to lk-signed-decimal
           else
              move "N"                to lk-signed
              move 0                  to lk-width
              if chr_value < 0
                 compute lk-signed-decimal = 0 - chr_value
              else
                 move chr_value       to lk-signed-decimal
              end-if
           end-if
           perform call-base-convert

           if lk-overflow
              move "OVERFLOW" to chr_cell
              call "c$justify" using chr_cell, "R"
              go to encode-one-cell-ex
           end-if
           if lk-invalid
              move "INVALID" to chr_cell
              call "c$justify" using chr_cell, "R"
              go to encode-one-cell-ex
           end-if

           move lk-value to chr_cell
           if chr_cell = spaces
              move col_zero(col_idx) to chr_cell(16:1)
           end-if
           if col_width(col_idx) > 0
              compute chr_pad_idx = 17 - col_width(col_idx)
              perform until chr_pad_idx > 16
                 if chr_cell(chr_pad_idx:1) = space
                    move col_zero(col_idx) to chr_cell(chr_pad_idx:1)
                 end-if
                 add 1 to chr_pad_idx
              end-perform
           end-if
           if col_signed(col_idx) not = "Y" and chr_value < 0
              call "c$justify" using chr_cell, "L"
              move "-"            to chr_cell_work(1:1)
              move chr_cell(1:15) to chr_cell_work(2:15)
              move chr_cell_work  to chr_cell
              call "c$justify" using chr_cell, "R"
           end-if.
       encode-one-cell-ex.

       call-base-convert.
           set lk-decimal-to-base to true
           move col_base(col_idx) to lk-base
           move 0                 to lk-target-base
           move 0                 to lk-places
           move spaces            to lk-value
           move spaces            to lk-fraction
           call "base-convert" using lk-function, lk-base, lk-value,
                lk-status, lk-signed, lk-signed-decimal, lk-width,
                lk-target-base, lk-fraction, lk-places,
                lk-value-2.
