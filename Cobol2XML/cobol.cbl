            back to scanning it, and BASEARCH rebuilds the shadow
            from scratch whenever it rewrites the live file.

            15-oct-2026 - jb - every audit line now carries its
            lineage past the old last column: origin "I", the
            session's sign-on stamp (date and time to the second) and
            the line's number within the session, so a conversion
            can be traced back to the sitting it was keyed in and
            told apart from a batch line.  the keyed shadow keeps the
            classic 126 columns; the lineage lives on BASEAUD.

            15-oct-2026 - jb - the audit line carries a requester id
            column after the lineage for BASEBTCH's feed requests -- a
            conversion keyed here leaves it blank.

            15-oct-2026 - jb - dual control: a signed-mode conversion
            or calculation, one run under a BASEPROF profile flagged
            for it, or one whose decimal value is past the BASEDUAL
            threshold is no longer final when it is keyed.  its audit
            line goes to the BASEPEND pending-approval file instead of
            BASEAUD, and reaches the audit log only when a second
            operator holding the approve authority releases it
            through BASEAPPR.  the audit line grew an approver column
            for that, blank on everything else.

       environment division.
       input-output section.
       file-control.
           select profile-file assign to "BASEPROF"
               organization is line sequential
               file status is prof_file_status.
           select dual-file assign to "BASEDUAL"
               organization is line sequential
               file status is dual_file_status.
       ***--- optional: the first conversion ever held creates it
           select optional pending-file assign to "BASEPEND"
               organization is line sequential.
           select optional audk-file assign to "BASEAUDK"
               organization is indexed
               access mode is dynamic
           05  prf_width                       pic 9(02).
           05  filler                          pic x(01).
           05  prf_places                      pic 9(02).
           05  filler                          pic x(01).
           05  prf_dual                        pic x(01).

       ***--- the dual-control amount: a conversion whose decimal
       ***--- value is past it waits for approval -- zero switches the
       ***--- amount rule off
       fd  dual-file.
       01  dual-record.
           05  dual_threshold                  pic 9(16).

       ***--- a conversion waiting for a second operator: its key (the
       ***--- session and line number off its lineage), when and by
       ***--- whom it was keyed, why it was held, and the audit line it
       ***--- will become once approved
       fd  pending-file.
       01  pending-record.
           05  pnd_session                     pic x(14).
           05  filler                          pic x(01) value space.
           05  pnd_seq                         pic 9(08).
           05  filler                          pic x(01) value space.
           05  pnd_held_date                   pic 9(08).
           05  filler                          pic x(01) value space.
           05  pnd_held_time                   pic 9(08).
           05  filler                          pic x(01) value space.
           05  pnd_maker                       pic x(08).
           05  filler                          pic x(01) value space.
           05  pnd_reason                      pic x(08).
           05  filler                          pic x(01) value space.
           05  pnd_line                        pic x(182).

       fd  symtab-file.
       01  symtab-record.
           05  opr_password                    pic x(08).
           05  opr_fail_count                  pic x(01).
           05  opr_pwchange                    pic x(01).
       ***--- the approve authority BASEAPPR checks -- carried here
       ***--- only so the copy-back of the master keeps it
           05  opr_auth_approve                pic x(01).

       fd  seclog-file.
       01  seclog-record.
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
       ***--- the second operator who released a held conversion
           05  filler                          pic x(01) value space.
           05  aud_approver                    pic x(08).

       working-storage section.

               05  pfl_signed                  pic x(01).
               05  pfl_width                   pic 9(02).
               05  pfl_places                  pic 9(02).
               05  pfl_dual                    pic x(01).

       ***--- dual control: the threshold off BASEDUAL, whether the
       ***--- current conversion ran under a flagged profile, and the
       ***--- reason the line in hand is being held (spaces = final)
       01  dual_file_status                    pic x(02).
           88  dual_status_ok                  value "00".

       77  dual_amount_limit                   pic 9(16) value 0.
       01  dual_amount                         pic 9(16).

       77  profile_dual_switch                 pic x(01) value "N".
           88  profile_is_dual                 value "Y".
           88  profile_not_dual                value "N".

       77  dual_reason                         pic x(08).

       01  symtab_file_status                  pic x(02).
           88  symtab_status_ok                value "00".
       01  audit_date                          pic 9(08).
       01  audit_time                          pic 9(08).

       ***--- the session every audit line of this sitting is tagged
       ***--- with -- the sign-on stamp -- and the running line count
       ***--- within it
       01  session_id.
           05  session_date                    pic 9(08).
           05  session_time                    pic 9(06).
       77  session_seq                         pic 9(08) value 0.
       01  session_clock                       pic 9(08).

       01  w_number                            pic 9(16).
       01  w_radix_span                        pic 9(16).
       01  w_signed_number                     pic s9(16).
       get-conversion.

           display window erase
           set profile_not_dual to true

       ***--- a named profile answers the five questions below in one
       ***--- go -- a blank answer keeps the question-by-question path
       get-arithmetic.

           display window erase
           set profile_not_dual to true

           display "Base: " no
           accept current_base convert
       initialize-audit.
           perform ensure-symbol-table-loaded
           perform sign-on-operator
           perform load-dual-control
           open extend audit-file
           perform open-audit-shadow.

       ***---
       ***---  the dual-control amount, once per session -- no
       ***---  BASEDUAL means no amount rule, signed mode and flagged
       ***---  profiles are still held
       ***---
       load-dual-control.
           move 0 to dual_amount_limit
           open input dual-file
           if dual_status_ok
              read dual-file
                  at end
                       continue
                  not at end
                       if dual_threshold numeric
                          move dual_threshold to dual_amount_limit
                       end-if
              end-read
              close dual-file
           end-if.

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
           end-if

           move signon_id to audit_operator_id
           accept session_date from date yyyymmdd
           accept session_clock from time
           move session_clock(1:6) to session_time
           display "Signed on: " signon_name.

       ***---

           move pfl_places(prof_slot) to w_frac_places
           move pfl_width(prof_slot)  to entry_width
           if pfl_dual(prof_slot) = "Y"
              set profile_is_dual to true
           end-if
           if pfl_signed(prof_slot) = "Y"
              if auth_signed
                 set signed_mode to true
                                 to pfl_width(prof_count)
                             move prf_places
                                 to pfl_places(prof_count)
                             move prf_dual
                                 to pfl_dual(prof_count)
                          else
                             display "BASEPROF has more than 50 rows "
                                 "-- rows past 50 are ignored"
           end-if
           move audit_decimal_fraction to aud_decimal_fraction
           move audit_output_fraction  to aud_output_fraction
           add 1 to session_seq
           move "I"                 to aud_origin
           move session_id          to aud_origin_id
           move session_seq         to aud_origin_seq
           move spaces              to aud_request_id
           move spaces              to aud_approver

           perform check-dual-control
           if dual_reason not = spaces
              perform hold-for-approval
           else
              write audit-record
              perform write-audit-shadow thru
                  write-audit-shadow-ex
           end-if.

       ***---
       ***---  does the line in hand need a second operator?  signed
       ***---  mode first, then a flagged profile, then the amount --
       ***---  the first rule that fires is the reason recorded
       ***---
       check-dual-control.
           move spaces to dual_reason
           if w_signed_number < 0
              compute dual_amount = 0 - w_signed_number
           else
              move w_signed_number to dual_amount
           end-if
           if signed_mode
              move "SIGNED" to dual_reason
           else
              if profile_is_dual
                 move "PROFILE" to dual_reason
              else
                 if dual_amount_limit > 0
                    and dual_amount > dual_amount_limit
                    move "AMOUNT" to dual_reason
                 end-if
              end-if
           end-if.

       ***---
       ***---  park the audit line in BASEPEND for BASEAPPR -- opened
       ***---  and closed around the one write so an approver's
       ***---  rewrite of the file never races a held handle
       ***---
       hold-for-approval.
           move spaces            to pending-record
           move aud_origin_id     to pnd_session
           move aud_origin_seq    to pnd_seq
           move audit_date        to pnd_held_date
           move audit_time        to pnd_held_time
           move audit_operator_id to pnd_maker
           move dual_reason       to pnd_reason
           move audit-record      to pnd_line
           open extend pending-file
           write pending-record
           close pending-file
           display "Held for approval (" dual_reason ") -- not final "
               "until a second operator releases it in BASEAPPR".

       ***---
       ***---  the sum, difference or product of the two decoded
