            -- if the shadow cannot be opened the run carries on and
            BASEARCH rebuilds it later.

            15-oct-2026 - jb - every audit line now carries its
            lineage past the old last column: origin "B", the
            BASERUNC run number the run registers under and the
            pair's BASEIN detail sequence number, so BASERECN can
            check each run's counts against the lines it actually
            left in the audit trail.  a restarted run keeps its run
            number and carries on from the next detail number.

            15-oct-2026 - jb - a BASEIN detail can carry the
            requester's own id in columns 43-62 (BASEXIN fills it from
            <requestid>).  it rides through to BASEREJ in the same
            columns, to the end of the audit line and to BASERPT.XML,
            and every run now answers the sender with
            BASEACK.<source>.XML: ACCEPTED or REJECTED (with the
            reject reason code) per request.  a run that abends, or a
            duplicate feed refused without OVERRIDE, answers with a
            whole-feed rejection listing every request in BASEIN.

            15-oct-2026 - jb - BASECKPT now carries the run number
            too, and a RESTART takes it from there instead of working
            out the next one from BASERUNC -- a feed that completed
            while this one was down had moved that on, and the lines
            after the restart went out under a run number BASERECN
            had never heard of.  a checkpoint written before this
            change has no run number and the restart falls back to
            the next free one as before.

            15-oct-2026 - jb - a run now claims its number as soon as
            the feed is let in, by appending a started ("S") row to
            BASERUNC; the completed ("C") row follows at the end as
            before.  the next-number scan counts every row, so an
            abandoned run's number (and its audit lines) is never
            handed to the next feed, and a restart finishes under the
            number its own started row holds.  only completed rows
            count as a feed already processed.

            15-oct-2026 - jb - the BASEPROF record now runs to the
            dual-control flag BASEPRFM writes in column 29, so a
            profile row is no longer read back as two.

       environment division.
       input-output section.
       file-control.
           select profile-file assign to "BASEPROF"
               organization is line sequential
               file status is prof_file_status.
       ***--- optional: a restarted run may find the interrupted run
       ***--- never got as far as the acknowledgment work file
           select optional ackwork-file assign to "BASEACKW"
               organization is line sequential.
           select ack-file assign to dynamic ack_file_name
               organization is line sequential.
           select optional audk-file assign to "BASEAUDK"
               organization is indexed
               access mode is dynamic
               88  bir_header                  value "H".
               88  bir_detail                  value "D".
               88  bir_trailer                 value "T".
           05  filler                          pic x(61).
       01  basein-header-record.
           05  filler                          pic x(01).
           05  hdr_run_date                    pic 9(08).
       ***--- carries past the pair -- read and ignored, so rejects
       ***--- feed straight back in without an edit to strip it
           05  filler                          pic x(09).
       ***--- the requester's own id for the pair -- handed back on
       ***--- every output so the sender can match results up
           05  bi_request_id                   pic x(20).
       01  basein-trailer-record.
           05  filler                          pic x(01).
           05  trl_pair_count                  pic 9(08).
       01  checkpoint-record.
           05  ckpt_records_done               pic 9(08).
           05  ckpt_records_failed             pic 9(08).
           05  ckpt_run_number                 pic 9(06).

       ***--- rejects carry the failed pair in the exact BASEIN layout
       ***--- (control records included) so a corrected BASEREJ can be
           05  rej_profile                     pic x(12).
           05  filler                          pic x(01) value space.
           05  rej_reason                      pic x(08).
           05  rej_request_id                  pic x(20).
       01  basrej-header-record.
           05  filler                          pic x(01).
           05  rej_hdr_run_date                pic 9(08).
           05  opr_password                    pic x(08).
           05  opr_fail_count                  pic x(01).
           05  opr_pwchange                    pic x(01).
       ***--- the approve authority BASEAPPR checks -- carried here
       ***--- only so the copy-back of the master keeps it
           05  opr_auth_approve                pic x(01).

       fd  runctl-file.
       01  runctl-record.
           05  filler                          pic x(01) value space.
           05  rc_status                       pic x(01).
               88  rc_completed                value "C".
               88  rc_started                  value "S".

       fd  seclog-file.
       01  seclog-record.
           05  prf_width                       pic 9(02).
           05  filler                          pic x(01).
           05  prf_places                      pic 9(02).
           05  filler                          pic x(01).
           05  prf_dual                        pic x(01).

       fd  audit-file.
       01  audit-record.
           05  aud_decimal_fraction            pic x(12).
           05  filler                          pic x(01) value space.
           05  aud_output_fraction             pic x(12).
       ***--- where the line came from: "I" with the interactive
       ***--- session's sign-on stamp, or "B" with the BASERUNC run
       ***--- number -- and the line's number within it (the BASEIN
       ***--- detail sequence number for a batch line)
           05  filler                          pic x(01) value space.
           05  aud_origin                      pic x(01).
           05  filler                          pic x(01) value space.
           05  aud_origin_id                   pic x(14).
           05  filler                          pic x(01) value space.
           05  aud_origin_seq                  pic 9(08).
           05  filler                          pic x(01) value space.
           05  aud_request_id                  pic x(20).
       ***--- the dual-control approver -- batch lines are never held
           05  filler                          pic x(01) value space.
           05  aud_approver                    pic x(08).

       ***--- one line per pair as it finishes, turned into the
       ***--- BASEACK xml at the end of the run -- kept on disk so a
       ***--- restarted run still acknowledges the pairs done before
       ***--- the interruption
       fd  ackwork-file.
       01  ackwork-record.
           05  akw_detail                      pic 9(08).
           05  filler                          pic x(01).
           05  akw_request_id                  pic x(20).
           05  filler                          pic x(01).
           05  akw_status                      pic x(08).
           05  filler                          pic x(01).
           05  akw_reason                      pic x(08).

       fd  ack-file.
       01  ack-record                          pic x(100).

       ***--- the keyed shadow of BASEAUD: the audit line travels as
       ***--- one blob behind a running sequence number and its
           88  runctl_not_eof                  value "N".

       77  run_number                          pic 9(06) value 0.
       77  restart_run_number                  pic 9(06) value 0.
       77  dup_run_number                      pic 9(06) value 0.

       77  run_claimed_switch                  pic x(01) value "N".
           88  run_number_claimed              value "Y".
           88  run_number_not_claimed          value "N".

       77  dup_run_switch                      pic x(01) value "N".
           88  duplicate_feed                  value "Y".

       ***--- scratch for building one xml line: the tag name and the
       ***--- already-left-justified element value
       77  xml_tag                             pic x(16).
       77  xml_val                             pic x(20).
       01  xml_count_edit                      pic z(15)9.

       77  pair_status                         pic x(09).

       ***--- the acknowledgment: BASEACK.<source>.XML, the feed's
       ***--- verdict and the reason when the whole feed is refused
       77  ack_file_name                       pic x(24).
       77  ack_run_date                        pic 9(08).
       77  ack_source                          pic x(08).
       77  ack_feed_status                     pic x(08).
       77  ack_feed_reason                     pic x(08).
       77  ack_accepted                        pic 9(08) comp-x.
       77  ack_rejected                        pic 9(08) comp-x.
       77  ack_detail                          pic 9(08) comp-x.

       77  ack_eof_switch                      pic x(01).
           88  ack_eof                         value "Y".
           88  ack_not_eof                     value "N".

       ***--- why an abend refuses the whole feed -- anything that is
       ***--- not a duplicate refusal is FEEDABND
       77  feed_reject_reason                  pic x(08) value "FEEDABND".

       77  basein_open_switch                  pic x(01) value "N".
           88  basein_open                     value "Y".
           88  basein_closed                   value "N".

       procedure division.
       main-logic.

           end-if

           open input basein-file
           set basein_open to true

       ***--- the feed's identity is checked before a single output
       ***--- file is opened -- a refused duplicate must leave the
           if restart_count > 0
              open extend baserpt-file
              open extend basrej-file
              open extend ackwork-file
              if xml_requested
                 open extend basexml-file
                 if xml_created_new
           else
              open output baserpt-file
              open output basrej-file
              open output ackwork-file
              if xml_requested
                 open output basexml-file
                 set xml_header_needed to true
                 perform write-xml-conversion
              end-if
              perform write-audit-record
              perform write-ack-work
              add 1 to records_done
              perform write-checkpoint
              perform read-next-pair
           end-if

           perform register-run-control
           perform write-acknowledgment

           perform clear-checkpoint

           close basein-file
           set basein_closed to true
           close baserpt-file
           close basrej-file
           if xml_requested
           end-if
           close runctl-file
           add 1 to run_number
       ***--- a restart carries on under the number the interrupted
       ***--- run claimed with its started row -- no other feed can
       ***--- have been given it since
           if restart_count > 0 and restart_run_number > 0
              move restart_run_number to run_number
              set run_number_claimed to true
           end-if

           if duplicate_feed
              if override_requested
                     dup_run_number
                 move "feed already processed -- pass OVERRIDE to rerun"
                     to abend_message
                 move "DUPFEED" to feed_reject_reason
                 perform abend-run
              end-if
           end-if

           if run_number_not_claimed
              perform claim-run-number
           end-if.

       ***---
       ***---  the feed is in -- append a started row so its run number
       ***---  is taken from the moment its first audit line can carry
       ***---  it, whether or not the run ever completes
       ***---
       claim-run-number.
           move spaces            to runctl-record
           move run_number        to rc_run_number
           move in_run_date       to rc_run_date
           move in_source_system  to rc_source
           move run_start_date    to rc_start_date
           move run_start_time    to rc_start_time
           move 0                 to rc_end_date
           move 0                 to rc_end_time
           move 0                 to rc_read
           move 0                 to rc_converted
           move 0                 to rc_failed
           set rc_started to true
           open extend runctl-file
           write runctl-record
           close runctl-file
           set run_number_claimed to true.

       ***---
       ***---  the run finished cleanly -- append it to the run-control
       ***---  history with its identity, timestamps and final counts
       ***---
       abend-run.
           display "BASEBTCH: " abend_message
           perform write-feed-rejection thru write-feed-rejection-ex
           display "BASEBTCH: run abandoned"
           move 12 to return-code
           goback.
       ***---
       read-checkpoint.
           move 0 to restart_count
           move 0 to restart_run_number
           open input checkpoint-file
           if ckpt_ok
              read checkpoint-file
                       if ckpt_records_failed numeric
                          move ckpt_records_failed to records_failed
                       end-if
                       if ckpt_run_number numeric
                          move ckpt_run_number to restart_run_number
                       end-if
              end-read
              close checkpoint-file
           end-if.
       write-checkpoint.
           move records_done   to ckpt_records_done
           move records_failed to ckpt_records_failed
           move run_number     to ckpt_run_number
           open output checkpoint-file
           write checkpoint-record
           close checkpoint-file.
       clear-checkpoint.
           move 0 to ckpt_records_done
           move 0 to ckpt_records_failed
           move 0 to ckpt_run_number
           open output checkpoint-file
           write checkpoint-record
           close checkpoint-file.
           string eff_target_base delimited by size into xml_val
           perform write-xml-element

           move "requestid"   to xml_tag
           move bi_request_id to xml_val
           perform write-xml-element

           move "input"  to xml_tag
           move bi_value to xml_val
           call "c$justify" using xml_val, "L"
           move bi_value       to rej_value
           move bi_target_base to rej_target_base
           move bi_profile     to rej_profile
           move bi_request_id  to rej_request_id
           write basrej-record
           add 1 to records_failed.

              move spaces to aud_decimal_fraction
              move spaces to aud_output_fraction
           end-if
           move "B"                 to aud_origin
           move run_number          to aud_origin_id
           compute aud_origin_seq = records_done + 1
           move bi_request_id       to aud_request_id
           move spaces              to aud_approver
           write audit-record
           perform write-audit-shadow thru
               write-audit-shadow-ex.

       ***---
       ***---  the pair's verdict for the acknowledgment -- the reject
       ***---  reason is the one BASEREJ just got
       ***---
       write-ack-work.
           move spaces to ackwork-record
           compute akw_detail = records_done + 1
           move bi_request_id to akw_request_id
           if pair_status = "CONVERTED"
              move "ACCEPTED" to akw_status
           else
              move "REJECTED" to akw_status
              move rej_reason to akw_reason
           end-if
           write ackwork-record.

       ***---
       ***---  the run came through -- the feed is ACCEPTED and each
       ***---  request carries its own verdict from the work file
       ***---
       write-acknowledgment.
           close ackwork-file
           move in_run_date      to ack_run_date
           move in_source_system to ack_source
           move "ACCEPTED"       to ack_feed_status
           move spaces           to ack_feed_reason
           perform open-ack-file

           open input ackwork-file
           set ack_not_eof to true
           perform until ack_eof
              read ackwork-file
                  at end
                       set ack_eof to true
                  not at end
                       perform write-ack-entry
              end-read
           end-perform
           close ackwork-file

           perform close-ack-file.

       ***---
       ***---  the run is being abandoned -- every request on BASEIN
       ***---  goes back REJECTED under the feed's reason, pairs done
       ***---  before the abend included: nothing from a run that did
       ***---  not finish is to be taken as delivered.  a BASEIN with
       ***---  no header names no source system to answer, and the
       ***---  console message is all there is
       ***---
       write-feed-rejection.
           if basein_open
              close basein-file
              set basein_closed to true
           end-if
           open input basein-file
           read basein-file
               at end
                    move "E" to bir_type
           end-read
           if not bir_header
              display "BASEBTCH: no BASEIN header -- no "
                  "acknowledgment written"
              close basein-file
              go to write-feed-rejection-ex
           end-if

           move hdr_run_date       to ack_run_date
           move hdr_source_system  to ack_source
           move "REJECTED"         to ack_feed_status
           move feed_reject_reason to ack_feed_reason
           perform open-ack-file

           move 0 to ack_detail
           set ack_not_eof to true
           perform until ack_eof
              read basein-file
                  at end
                       set ack_eof to true
                  not at end
                       if bir_detail
                          add 1 to ack_detail
                          move spaces             to ackwork-record
                          move ack_detail         to akw_detail
                          move bi_request_id      to akw_request_id
                          move "REJECTED"         to akw_status
                          move feed_reject_reason to akw_reason
                          perform write-ack-entry
                       end-if
              end-read
           end-perform
           close basein-file

           perform close-ack-file.
       write-feed-rejection-ex.

       ***---
       ***---  BASEACK.<source>.XML opened fresh with the feed's
       ***---  identity and verdict -- the run number only when the
       ***---  run was accepted and registered under it
       ***---
       open-ack-file.
           move 0 to ack_accepted
           move 0 to ack_rejected
           move spaces to ack_file_name
           string "BASEACK."  delimited by size
                  ack_source  delimited by space
                  ".XML"      delimited by size
               into ack_file_name
           open output ack-file
           move "<?xml version=""1.0""?>" to ack-record
           write ack-record
           move "<acknowledgment>" to ack-record
           write ack-record
           move "rundate"   to xml_tag
           move spaces      to xml_val
           string ack_run_date delimited by size into xml_val
           perform write-ack-element
           move "source"    to xml_tag
           move ack_source  to xml_val
           perform write-ack-element
           if ack_feed_status = "ACCEPTED"
              move "runnumber" to xml_tag
              move spaces      to xml_val
              string run_number delimited by size into xml_val
              perform write-ack-element
           end-if
           move "feedstatus"    to xml_tag
           move ack_feed_status to xml_val
           perform write-ack-element
           if ack_feed_reason not = spaces
              move "reason"        to xml_tag
              move ack_feed_reason to xml_val
              perform write-ack-element
           end-if.

       ***---
       ***---  one <ack> element from the work line in ackwork-record
       ***---
       write-ack-entry.
           if akw_status = "ACCEPTED"
              add 1 to ack_accepted
           else
              add 1 to ack_rejected
           end-if
           move "  <ack>" to ack-record
           write ack-record

           move "detail"    to xml_tag
           move akw_detail  to xml_count_edit
           move xml_count_edit to xml_val
           call "c$justify" using xml_val, "L"
           perform write-ack-element

           move "requestid"    to xml_tag
           move akw_request_id to xml_val
           perform write-ack-element

           move "status"   to xml_tag
           move akw_status to xml_val
           perform write-ack-element

           if akw_reason not = spaces
              move "reason"   to xml_tag
              move akw_reason to xml_val
              perform write-ack-element
           end-if

           move "  </ack>" to ack-record
           write ack-record.

       close-ack-file.
           move "accepted"   to xml_tag
           move ack_accepted to xml_count_edit
           move xml_count_edit to xml_val
           call "c$justify" using xml_val, "L"
           perform write-ack-element
           move "rejected"   to xml_tag
           move ack_rejected to xml_count_edit
           move xml_count_edit to xml_val
           call "c$justify" using xml_val, "L"
           perform write-ack-element
           move "</acknowledgment>" to ack-record
           write ack-record
           close ack-file
           display "BASEBTCH: acknowledgment written to "
               ack_file_name.

       ***---
       ***---  one "    <tag>value</tag>" line from xml_tag/xml_val,
       ***---  the acknowledgment's twin of write-xml-element
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
       ***---  the keyed shadow rides along when it can -- when it
       ***---  cannot be opened the flat file still carries the whole
           move audk_last_seq to audk_seq
           move audit_date    to audk_date
           move audit_time    to audk_time
       ***--- the shadow keeps the classic 126 columns -- the lineage
       ***--- past them is read off BASEAUD itself
           move audit-record  to audk_line
           write audk-record
               invalid key
