            header check loudly, a short one would reconcile clean
            and quietly lose work.

            15-oct-2026 - jb - a <conversion> may carry the sender's
            own <requestid> (up to 20 characters, no spaces), passed
            through on the BASEIN detail past the reason-code room so
            BASEREJ, BASEAUD and the BASEACK acknowledgment can hand it
            back.  a rejected request now also leaves a whole-feed
            rejection in BASEACK.<source>.XML when the request got as
            far as naming its source system, so the sender hears about
            it without waiting on BASEXINR.

            15-oct-2026 - jb - the whole-feed rejection now carries
            an <ack> per <conversion> the request held, each REJECTED
            with reason BADREQ and the sender's <requestid>, and
            <rejected> counts them.  a conversion that failed its own
            checks is staged in BASEXWRK as an "X" line carrying just
            its id so it is answered too -- a request with any error
            never becomes BASEIN, so those lines never reach a feed.

       environment division.
       input-output section.
       file-control.
               organization is line sequential.
           select xinrpt-file assign to "BASEXINR"
               organization is line sequential.
           select ack-file assign to dynamic ack_file_name
               organization is line sequential.

       data division.
       file section.
       fd  basein-file.
       01  basein-record.
           05  bin_type                        pic x(01).
           05  filler                          pic x(61).
       01  basein-header-record.
           05  filler                          pic x(01).
           05  hdr_run_date                    pic 9(08).
           05  bi_target_base                  pic x(02).
           05  bi_profile                      pic x(12).
           05  filler                          pic x(09).
           05  bi_request_id                   pic x(20).
       01  basein-trailer-record.
           05  filler                          pic x(01).
           05  trl_pair_count                  pic 9(08).
           05  filler                          pic x(21).

       ***--- validated details wait here until the whole request has
       ***--- proved itself -- only then does BASEIN get built.  a
       ***--- conversion that failed is staged as an "X" line with
       ***--- its request id, for the whole-feed rejection to answer
       fd  work-file.
       01  work-record                         pic x(62).

       fd  xinrpt-file.
       01  xinrpt-record                       pic x(100).

       ***--- the acknowledgment back to the sender, one file per
       ***--- source system -- BASEBTCH writes the same shape
       fd  ack-file.
       01  ack-record                          pic x(100).

       working-storage section.

       01  req_file_status                     pic x(02).
           88  work_eof                        value "Y".
           88  work_not_eof                    value "N".

       ***--- BASEXWRK only belongs to this run once the parse has
       ***--- opened it -- a request that could not even be read must
       ***--- not answer with a previous run's staged lines
       77  work_staged_switch                  pic x(01) value "N".
           88  work_staged                     value "Y".
           88  work_not_staged                 value "N".

       77  lines_read                          pic 9(08) comp-x value 0.
       77  error_count                         pic 9(04) comp-x value 0.
       77  details_taken                       pic 9(08) comp-x value 0.
       77  cur_target                          pic x(16) value spaces.
       77  cur_input                           pic x(100) value spaces.
       77  cur_profile                         pic x(16) value spaces.
       77  cur_request_id                      pic x(100) value spaces.

       01  cur_base_num                        pic 9(02).
       01  cur_target_num                      pic 9(02).

       01  err_text                            pic x(70).

       ***--- BASEACK.<source>.XML and the scratch for its lines
       77  ack_file_name                       pic x(24).
       77  xml_tag                             pic x(16).
       77  xml_val                             pic x(20).
       77  ack_detail                          pic 9(08) comp-x.
       77  ack_rejected                        pic 9(08) comp-x.
       01  xml_count_edit                      pic z(07)9.

       01  xin_title_line.
           05  filler                          pic x(32) value
               "BASEXIN  XML REQUEST INTAKE     ".
           end-if

           open output work-file
           set work_staged to true

           set req_not_eof to true
           perform until req_eof
       reject-request.
           open output basein-file
           close basein-file
           perform write-feed-rejection thru write-feed-rejection-ex
           write xinrpt-record from xin_blank_line
           move "ERRORS FOUND"        to xs_label
           move error_count           to xs_count
                 move spaces to cur_target
                 move spaces to cur_input
                 move spaces to cur_profile
                 move spaces to cur_request_id
              end-if
              go to process-one-line-ex
           end-if
              if xin_tag = "profile"
                 move xin_value to cur_profile
              else
               if xin_tag = "requestid"
                 move xin_value to cur_request_id
               else
                 move spaces to err_text
                 string "unexpected tag <" delimited by size
                        xin_tag            delimited by space
                        "> in a conversion" delimited by size
                     into err_text
                 perform report-error
               end-if
              end-if
             end-if
            end-if
              end-if
           end-if

       ***--- the id goes back out as an xml value and a fixed column
       ***--- -- it has to fit the column and read as one word
           if cur_request_id(21:80) not = spaces
              move "<requestid> is longer than 20 characters"
                  to err_text
              perform report-error
           else
              move 0 to value_len
              perform varying scan_ind from 20 by -1
                      until scan_ind < 1 or value_len > 0
                 if cur_request_id(scan_ind:1) not = space
                    move scan_ind to value_len
                 end-if
              end-perform
              perform varying scan_ind from 1 by 1
                      until scan_ind >= value_len
                 if cur_request_id(scan_ind:1) = space
                    move "<requestid> contains a space" to err_text
                    perform report-error
                    move value_len to scan_ind
                 end-if
              end-perform
           end-if

           if error_count > conv_err_base
              move spaces               to basein-detail-record
              move "X"                  to bin_type
              move cur_request_id(1:20) to bi_request_id
              write work-record from basein-record
              go to take-one-conversion-ex
           end-if

              move cur_target_num to bi_target_base
           end-if
           move cur_profile(1:12) to bi_profile
           move cur_request_id(1:20) to bi_request_id
           write work-record from basein-record
           add 1 to details_taken.
       take-one-conversion-ex.

           close basein-file.

       ***---
       ***---  the request never reached BASEIN -- tell the sender the
       ***---  whole feed was refused, in the same BASEACK shape
       ***---  BASEBTCH acknowledges a run with, one <ack> per
       ***---  conversion the parse staged.  without a source system
       ***---  there is no file to name, and BASEXINR alone has to
       ***---  carry the news
       ***---
       write-feed-rejection.
           if req_source = spaces
              display "BASEXIN: no <source> -- no acknowledgment "
                  "written"
              go to write-feed-rejection-ex
           end-if
           move spaces to ack_file_name
           string "BASEACK."  delimited by size
                  req_source  delimited by space
                  ".XML"      delimited by size
               into ack_file_name
           open output ack-file
           move "<?xml version=""1.0""?>" to ack-record
           write ack-record
           move "<acknowledgment>" to ack-record
           write ack-record
           move "rundate"    to xml_tag
           move req_run_date to xml_val
           perform write-ack-element
           move "source"     to xml_tag
           move req_source   to xml_val
           perform write-ack-element
           move "feedstatus" to xml_tag
           move "REJECTED"   to xml_val
           perform write-ack-element
           move "reason"     to xml_tag
           move "BADREQ"     to xml_val
           perform write-ack-element

           move 0 to ack_detail
           move 0 to ack_rejected
           if work_staged
              open input work-file
              set work_not_eof to true
              perform until work_eof
                 read work-file
                     at end
                          set work_eof to true
                     not at end
                          move work-record to basein-record
                          perform write-ack-entry
                 end-read
              end-perform
              close work-file
           end-if

           move "accepted"   to xml_tag
           move "0"          to xml_val
           perform write-ack-element
           move "rejected"   to xml_tag
           move ack_rejected to xml_count_edit
           move xml_count_edit to xml_val
           call "c$justify" using xml_val, "L"
           perform write-ack-element
           move "</acknowledgment>" to ack-record
           write ack-record
           close ack-file
           display "BASEXIN: whole-feed rejection written to "
               ack_file_name.
       write-feed-rejection-ex.

       ***---
       ***---  one staged conversion, refused with the rest of the
       ***---  request -- numbered in request order
       ***---
       write-ack-entry.
           add 1 to ack_detail
           add 1 to ack_rejected
           move "  <ack>" to ack-record
           write ack-record

           move "detail"    to xml_tag
           move ack_detail  to xml_count_edit
           move xml_count_edit to xml_val
           call "c$justify" using xml_val, "L"
           perform write-ack-element

           move "requestid"   to xml_tag
           move bi_request_id to xml_val
           perform write-ack-element

           move "status"    to xml_tag
           move "REJECTED"  to xml_val
           perform write-ack-element

           move "reason"    to xml_tag
           move "BADREQ"    to xml_val
           perform write-ack-element

           move "  </ack>" to ack-record
           write ack-record.

       ***---
       ***---  one "    <tag>value</tag>" line from xml_tag/xml_val
       ***---
       write-ack-element.
           move spaces to ack-record
           string "    <"  delimited by size
                  xml_tag  delimited by space
                  ">"      delimited by size
                  xml_val  delimited by space
                  "</"     delimited by size
                  xml_tag  delimited by space
                  ">"      delimited by size
               into ack-record
           write ack-record.

       ***---
       ***---  a left-justified one-or-two-digit value squared up
       ***---  into w_two_num -- "2", "2 " and "02" all read as 2,
