      *   (SMTPPRF). A file cut before those fields existed does NOT  *
      *   line up against the current cpyqmail/cpyrelay layouts: the  *
      *   mail payload sits 41 bytes early and the profile record is  *
      *   12 bytes (pacing/breaker) and 160 bytes (DKIM) short. This  *
      *   utility splices the new fields in as SPACES, which every    *
      *   reader treats as "take the default" (priority class 5, no   *
      *   pacing caps, breaker threshold 3, retry counters from zero, *
      *   mail sent unsigned).                                        *
      *                                                               *
      *   PARM picks the conversion:                                  *
      *                                                               *
      *                     the 89-byte front)                        *
      *     PARM='ARCHIVE'  same conversion - QARCHF records are      *
      *                     written field for field like the queue's  *
      *     PARM='PROFILE'  old profile record (200) -> new (372)     *
      *     PARM='DKIM'     pacing-era profile record (212) -> new    *
      *                     (372), the DKIM selector/domain/key       *
      *                     label added as spaces                     *
      *                                                               *
      *   Mail records are VARIABLE length - the cpymailp body table  *
      *   runs occurs depending on num-rows, so a typical statement   *
      *   RECFM=VB. Profile records are the fixed ones.               *
      *                                                               *
      *   QUEUE/ARCHIVE read CVTMAILI and write CVTMAILO; PROFILE     *
      *   and DKIM read CVTPROFI and write CVTPROFO. QMAILF is VSAM:  *
      *   REPRO it to a flat dataset, convert, DELETE/DEFINE and      *
      *   REPRO back - see jcl/COBSMTPV.jcl. Run each conversion      *
      *   exactly once, with the mail system down; converting an      *
           Select Prof-In Assign to CVTPROFI
               Organization is Sequential
               File Status is cv-profin-status.
           Select Prof-Pacing-In Assign to CVTPROFI
               Organization is Sequential
               File Status is cv-profin-status.
           Select Prof-Out Assign to CVTPROFO
               Organization is Sequential
               File Status is cv-profout-status.
      * rp-auth-password, nothing after                               *
      *---------------------------------------------------------------*
       01  old-profile-record             pic x(200).
       FD  Prof-Pacing-In
           Label Records are Standard.
      *---------------------------------------------------------------*
      * The pacing-era profile record - the 200 bytes above plus the  *
      * pacing and breaker fields, no DKIM fields yet (PARM='DKIM')   *
      *---------------------------------------------------------------*
       01  pacing-profile-record          pic x(212).
       FD  Prof-Out
           Label Records are Standard.
      *---------------------------------------------------------------*
      * The NEW profile record - the same 200 bytes plus the pacing   *
      * and breaker fields (rp-max-per-minute, rp-max-per-session,    *
      * rp-max-conn-failures) and the DKIM signing identity           *
      * (rp-dkim-selector, rp-dkim-domain, rp-dkim-key-label) on the  *
      * end                                                           *
      *---------------------------------------------------------------*
       01  new-profile-record.
           05  np-base                    pic x(200).
           05  np-pacing                  pic x(12).
           05  np-dkim                    pic x(160).
       Working-Storage Section.
       01  cv-mailin-status               pic x(02) value '00'.
           88  mailin-status-ok               value '00'.
           88  END-OF-INPUT                   value 'Y'.
       01  cv-run-mode                    pic x value ' '.
           88  CONVERT-MAIL                   values 'Q' 'A'.
           88  CONVERT-PROFILE                values 'P' 'D'.
           88  CONVERT-PACING-PROFILE         value 'D'.
       01  cv-in-count                    pic 9(8) binary value zero.
       01  cv-out-count                   pic 9(8) binary value zero.
       01  cv-in-display.
                      move 'A' to cv-run-mode
                  when 'PROFILE'
                      move 'P' to cv-run-mode
                  when 'DKIM   '
                      move 'D' to cv-run-mode
              end-evaluate
           end-if.
           if not CONVERT-MAIL and not CONVERT-PROFILE
              Display 'COBSMTPV: bad PARM, expected QUEUE, ARCHIVE, '
                      'PROFILE or DKIM'
              Move 16 to Return-Code
              Goback
           end-if.
           Exit.

      *---------------------------------------------------------------*
      * Old profile record to new: the pacing/breaker tail and the    *
      * DKIM fields go on as spaces - no caps, default breaker        *
      * threshold, unsigned. PARM='DKIM' reads a pacing-era record    *
      * instead and adds only the DKIM fields                         *
      *---------------------------------------------------------------*
       Convert-Profile-File.
           If CONVERT-PACING-PROFILE
              Open Input Prof-Pacing-In
           else
              Open Input Prof-In
           end-if.
           If not profin-status-ok
              Display 'COBSMTPV: open failed for CVTPROFI, status='
                      cv-profin-status
           end-if.
           Perform Read-Prof-In thru Read-Prof-In-Exit.
           Perform until END-OF-INPUT
               if CONVERT-PACING-PROFILE
                  move pacing-profile-record
                    to new-profile-record(1:212)
               else
                  move old-profile-record to np-base
                  move spaces             to np-pacing
               end-if
               move spaces to np-dkim
               Write new-profile-record
               if profout-status-ok
                  add 1 to cv-out-count
                  Perform Read-Prof-In thru Read-Prof-In-Exit
               end-if
           end-perform.
           If CONVERT-PACING-PROFILE
              Close Prof-Pacing-In
           else
              Close Prof-In
           end-if.
           Close Prof-Out.
       Convert-Profile-File-Exit.
           Exit.
      * Read the next old-format profile record                       *
      *---------------------------------------------------------------*
       Read-Prof-In.
           If CONVERT-PACING-PROFILE
              Read Prof-Pacing-In
                  at end
                      move 'Y' to cv-end-of-input
              end-read
           else
              Read Prof-In
                  at end
                      move 'Y' to cv-end-of-input
              end-read
           end-if.
           If not END-OF-INPUT and not profin-status-ok
              Display 'COBSMTPV: read failed for CVTPROFI, status='
                      cv-profin-status
