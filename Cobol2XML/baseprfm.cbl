            signed mode Y or N, width at most 16 and fraction places
            at most 12.

            15-oct-2026 - jb - a profile can be flagged for dual
            control (column 29, Y or N -- blank on an older row reads
            as N): every conversion the BASE screen runs under a
            flagged profile is held for a second operator's approval
            in BASEAPPR before it reaches the audit log.

       environment division.
       input-output section.
       file-control.
           05  prf_width                       pic 9(02).
           05  filler                          pic x(01).
           05  prf_places                      pic 9(02).
           05  filler                          pic x(01).
           05  prf_dual                        pic x(01).

       working-storage section.

               05  pfm_prf_signed              pic x(01).
               05  pfm_prf_width               pic 9(02).
               05  pfm_prf_places              pic 9(02).
               05  pfm_prf_dual                pic x(01).

       procedure division.
       main-logic.
                                 to pfm_prf_width(pfm_count)
                             move prf_places
                                 to pfm_prf_places(pfm_count)
                             if prf_dual = space
                                move "N" to pfm_prf_dual(pfm_count)
                             else
                                move prf_dual
                                    to pfm_prf_dual(pfm_count)
                             end-if
                          else
                             display "BASEPROF has more than 50 rows "
                                 "-- rows past 50 are ignored"
       ***---  show the working copy, one profile per line
       ***---
       list-profiles.
           display "NAME          FROM  TO  SIGNED  WIDTH  PLACES  DUAL"
           perform varying pfm_idx from 1 by 1 until pfm_idx > pfm_count
              display pfm_prf_name(pfm_idx) "   "
                  pfm_prf_from(pfm_idx) "  "
                  pfm_prf_to(pfm_idx) "    "
                  pfm_prf_signed(pfm_idx) "      "
                  pfm_prf_width(pfm_idx) "     "
                  pfm_prf_places(pfm_idx) "      "
                  pfm_prf_dual(pfm_idx)
           end-perform
           display pfm_count " profile(s)"
           display "Press ENTER to continue: " no
                  pfm_prf_to(pfm_slot) " signed "
                  pfm_prf_signed(pfm_slot) " width "
                  pfm_prf_width(pfm_slot) " places "
                  pfm_prf_places(pfm_slot) " dual "
                  pfm_prf_dual(pfm_slot)
              perform get-profile-fields
              set table_changed to true
              display "Changed " pfm_name
           display "Width (digits, 0 = none): " no
           accept pfm_prf_width(pfm_slot) convert
           display "Fraction places (0 = same as input): " no
           accept pfm_prf_places(pfm_slot) convert
           display "Dual control (Y/N, blank = N): " no
           accept pfm_prf_dual(pfm_slot)
           call "c$toupper" using pfm_prf_dual(pfm_slot), value 1
           if pfm_prf_dual(pfm_slot) = space
              move "N" to pfm_prf_dual(pfm_slot)
           end-if.

       find-profile.
           set pfm_not_found to true
                 move pfm_prf_signed(pfm_idx) to prf_signed
                 move pfm_prf_width(pfm_idx)  to prf_width
                 move pfm_prf_places(pfm_idx) to prf_places
                 move pfm_prf_dual(pfm_idx)   to prf_dual
                 write profile-record
              end-perform
              close profile-file
       ***---
       ***---  the structural checks: unique nonblank names, bases
       ***---  inside 2-36, signed mode Y or N, width at most 16,
       ***---  fraction places at most the 12 the audit record carries,
       ***---  dual control Y or N
       ***---
       validate-table.
           set save_valid to true
                     " -- at most 12"
                 set save_invalid to true
              end-if
              if pfm_prf_dual(pfm_idx) not = "Y"
                 and pfm_prf_dual(pfm_idx) not = "N"
                 display "Profile " pfm_prf_name(pfm_idx)
                     " has dual control " pfm_prf_dual(pfm_idx)
                     " -- must be Y or N"
                 set save_invalid to true
              end-if
           end-perform.
