      *   the consolidated end-of-job totals in the usual format.     *
      *   No PARM is the classic single-task run, untouched.          *
      *                                                               *
      *   Every live record's mailing-id is checked against the       *
      *   MAILREG mailing registry as the run meets it; a mailing-id  *
      *   that is not registered, or whose registration is closed,    *
      *   is listed once on the REGRPT report with how many records   *
      *   carry it. The records still go out - the report is for the  *
      *   owning application to get registered before chargeback.     *
      *                                                               *
      *   Duplicate mail is stopped at the last moment too: before    *
      *   the send, every record is fingerprinted (COBSMTPG - SHA-256 *
      *   of recipient, subject and body) and looked up on the DUPFPF *
      *   duplicate file, the backstop for records other applications *
      *   queue directly. A fingerprint nobody owns yet is registered *
      *   to the record; one owned by another message-id means the    *
      *   record is a duplicate - it is held, not sent, and DUPRPT    *
      *   lists both message-ids and both mailing-ids. COBSMTPQ       *
      *   RELEASE DUPMSG lets a genuine repeat go.                    *
      *                                                               *
      *****************************************************************
       Identification Division.
       Program-id. COBSMTPB initial.
           Select Suppress-Report Assign to SUPRPT
               Organization is Sequential
               File Status is ws-suprpt-status.
           Select Registry-File Assign to MAILREG
               Organization is Indexed
               Access is Random
               Record Key is mg-mailing-id
               File Status is ws-mreg-status.
           Select Registry-Report Assign to REGRPT
               Organization is Sequential
               File Status is ws-regrpt-status.
           Select Dupfp-File Assign to DUPFPF
               Organization is Indexed
               Access is Random
               Record Key is df-fingerprint
               File Status is ws-dupf-status.
           Select Duplicate-Report Assign to DUPRPT
               Organization is Sequential
               File Status is ws-duprpt-status.
       Data Division.
       File Section.
       FD  Queue-File
       FD  Suppress-Report
           Label Records are Standard.
       01  suppress-report-line           pic x(132).
       FD  Registry-File
           Label Records are Standard.
           copy cpymreg.
       FD  Registry-Report
           Label Records are Standard.
       01  registry-report-line           pic x(132).
       FD  Dupfp-File
           Label Records are Standard.
           copy cpydupf.
       FD  Duplicate-Report
           Label Records are Standard.
       01  duplicate-report-line          pic x(132).
       Working-Storage Section.
       01  ws-queue-status                pic x(02) value '00'.
           88  queue-status-ok                value '00'.
               value 'ADDRESSES SUPPRESSED    : '.
           05  ws-st-count-disp           pic zzz,zz9.
           05  filler                     pic x(99) value spaces.
      *---------------------------------------------------------------*
      * Mailing registry check - one entry per distinct unregistered  *
      * or closed mailing-id met on the queue, with its record count. *
      * The last mailing-id looked up is remembered so a mailing's    *
      * records, which sit together on the queue, cost one read       *
      *---------------------------------------------------------------*
       01  ws-mreg-status                 pic x(02) value '00'.
           88  mreg-status-ok                 value '00'.
       01  ws-regrpt-status               pic x(02) value '00'.
           88  regrpt-status-ok               value '00'.
       01  ws-registry-open               pic x value 'N'.
           88  REGISTRY-IS-OPEN               value 'Y'.
       01  ws-reg-last-mailing            pic x(08) value low-values.
       01  ws-reg-last-reason             pic x(14) value spaces.
       01  ws-unreg-used                  pic 9(4) binary value zero.
       01  ws-max-unreg                   pic 9(4) binary value 200.
       01  ws-unreg-overflow              pic x value 'N'.
       01  ws-unreg-records               pic 9(8) binary value zero.
       01  ws-unreg-ix                    pic 9(4) binary.
       01  ws-unreg-found                 pic x value 'N'.
       01  ws-unreg-table.
           05  ws-unreg-entry occurs 200.
               10  ws-ur-mailing-id       pic x(08).
               10  ws-ur-reason           pic x(14).
               10  ws-ur-count            pic 9(8) binary.
       01  ws-unreg-title.
           05  filler                     pic x(42) value
               'UNREGISTERED MAILING REPORT - COBSMTPB    '.
           05  ws-ut-timestamp            pic x(19).
           05  filler                     pic x(71) value spaces.
       01  ws-unreg-line.
           05  ws-ul-mailing              pic x(08).
           05  filler                     pic x(01) value space.
           05  ws-ul-reason               pic x(14).
           05  filler                     pic x(01) value space.
           05  ws-ul-count-disp           pic zzz,zz9.
           05  filler                     pic x(101) value spaces.
       01  ws-unreg-total-line.
           05  filler                     pic x(26)
               value 'RECORDS UNREGISTERED    : '.
           05  ws-ut-count-disp           pic zzz,zz9.
           05  filler                     pic x(99) value spaces.
      *---------------------------------------------------------------*
      * Duplicate-mail backstop - the record's fingerprint against    *
      * DUPFPF before the send. An unopenable DUPFPF, or a record     *
      * COBSMTPG cannot fingerprint, is a warning: the record goes    *
      * out unchecked (COBSMTPM already checked everything it         *
      * composed) and the run ends RC 4 at least                      *
      *---------------------------------------------------------------*
       01  ws-dupf-status                 pic x(02) value '00'.
           88  dupf-status-ok                 value '00'.
       01  ws-duprpt-status               pic x(02) value '00'.
           88  duprpt-status-ok               value '00'.
       01  ws-dupf-open                   pic x value 'N'.
           88  DUPFPF-IS-OPEN                 value 'Y'.
       01  ws-fprint-state                pic x value 'N'.
           88  FPRINT-NEW                     value 'N'.
           88  FPRINT-OWNED                   value 'O'.
           88  FPRINT-DUPLICATE               value 'D'.
           88  FPRINT-UNCHECKED               value 'U'.
       01  ws-dup-held-count              pic 9(8) binary value zero.
       01  ws-unchecked-count             pic 9(8) binary value zero.
       01  ws-duplicate-line.
           05  ws-dl-message-id           pic x(16).
           05  filler                     pic x(01) value space.
           05  ws-dl-mailing              pic x(08).
           05  filler                     pic x(14)
               value ' DUPLICATE OF '.
           05  ws-dl-owner-id             pic x(16).
           05  filler                     pic x(01) value space.
           05  ws-dl-owner-mailing        pic x(08).
           05  filler                     pic x(01) value space.
           05  ws-dl-owned-time           pic x(19).
           05  filler                     pic x(01) value space.
           05  ws-dl-source               pic x(08).
           05  filler                     pic x(01) value space.
           05  ws-dl-recipient            pic x(38).
       01  ws-duplicate-title.
           05  filler                     pic x(42) value
               'DUPLICATE MAIL REPORT - COBSMTPB          '.
           05  ws-dt-timestamp            pic x(19).
           05  filler                     pic x(71) value spaces.
       01  ws-duplicate-heading.
           05  filler                     pic x(39)
               value 'HELD MESSAGE-ID  MAILING'.
           05  filler                     pic x(26)
               value 'OWNER MESSAGE-ID OWNER'.
           05  filler                     pic x(29)
               value 'OWNED SINCE         SOURCE'.
           05  filler                     pic x(38)
               value 'RECIPIENT'.
       01  ws-duplicate-total-line.
           05  filler                     pic x(26)
               value 'DUPLICATES HELD         : '.
           05  ws-dp-count-disp           pic zzz,zz9.
           05  filler                     pic x(99) value spaces.
       copy cpyfprt.
       01  ws-sent-count                  pic 9(8) binary value zero.
       01  ws-failed-count                pic 9(8) binary value zero.
       01  ws-skipped-count               pic 9(8) binary value zero.
               10  ws-pr-max-conn-fail    pic 9(8) binary.
               10  ws-pr-conn-fail-count  pic 9(8) binary.
               10  ws-pr-tripped          pic x(01).
      *
      *        DKIM signing identity - blank sends unsigned
      *
               10  ws-pr-dkim-selector    pic x(32).
               10  ws-pr-dkim-domain      pic x(64).
               10  ws-pr-dkim-key-label   pic x(64).
       01  ws-profile-ix                  pic 9(4) binary.
       01  ws-profile-found               pic x value 'N'.
           88  PROFILE-FOUND                  value 'Y'.
           05  filler                     pic x(20)
               value 'Suspended (relay) : '.
           05  ws-suspended-disp          pic zzz,zz9.
       01  ws-dup-held-display.
           05  filler                     pic x(20)
               value 'Duplicates held   : '.
           05  ws-dup-held-disp           pic zzz,zz9.
       01  ws-unchecked-display.
           05  filler                     pic x(20)
               value 'Dup check failed  : '.
           05  ws-unchecked-disp          pic zzz,zz9.
       Linkage Section.
       01  parm-field.
           05  parm-length                pic s9(4) binary.
           move ws-retry-wait-count to ws-retry-wait-disp
           move ws-dead-count to ws-dead-disp
           move ws-suspended-count to ws-suspended-disp
           move ws-dup-held-count to ws-dup-held-disp
           move ws-unchecked-count to ws-unchecked-disp
           Display ws-counters-display
           Display ws-sent-display
           Display ws-failed-display
           Display ws-retry-wait-display
           Display ws-dead-display
           Display ws-suspended-display
           Display ws-dup-held-display
           Display ws-unchecked-display
      *
      *    a held duplicate is somebody's double run to chase, and
      *    a record sent without the check needs looking at - both
      *    are worth a warning even on an otherwise clean night
      *
           If (ws-dup-held-count greater zero
               or ws-unchecked-count greater zero
               or not DUPFPF-IS-OPEN)
              and Return-Code less 4
              Move 4 to Return-Code
           end-if
           If PARALLEL-TASK-MODE
              Perform Write-Task-Totals thru Write-Task-Totals-Exit
           end-if
           Write suppress-report-line from ws-suppress-title.
           move spaces to suppress-report-line.
           Write suppress-report-line.
      *
      *    the registry check only reports - a missing registry
      *    must not cost the night's sending, so it is a warning
      *
           Open Input Registry-File.
           If mreg-status-ok
              move 'Y' to ws-registry-open
           else
              Display 'COBSMTPB: open failed for MAILREG, status='
                      ws-mreg-status ' - mailing-ids not checked'
           end-if.
           Open Output Registry-Report.
           If not regrpt-status-ok
              Display 'COBSMTPB: open failed for REGRPT, status='
                      ws-regrpt-status
              Move 16 to Return-Code
              Goback
           end-if.
           move ws-timestamp to ws-ut-timestamp.
           Write registry-report-line from ws-unreg-title.
           move spaces to registry-report-line.
           Write registry-report-line.
      *
      *    the duplicate file is the backstop behind COBSMTPM's own
      *    check - losing it must not cost the night's sending, so
      *    it is a warning and the records go out unchecked
      *
           Open I-O Dupfp-File.
           If dupf-status-ok
              move 'Y' to ws-dupf-open
           else
              Display 'COBSMTPB: open failed for DUPFPF, status='
                      ws-dupf-status ' - duplicates not checked'
           end-if.
           Open Output Duplicate-Report.
           If not duprpt-status-ok
              Display 'COBSMTPB: open failed for DUPRPT, status='
                      ws-duprpt-status
              Move 16 to Return-Code
              Goback
           end-if.
           move ws-timestamp to ws-dt-timestamp.
           Write duplicate-report-line from ws-duplicate-title.
           move spaces to duplicate-report-line.
           Write duplicate-report-line.
           Write duplicate-report-line from ws-duplicate-heading.
       Open-Files-Exit.
           Exit.

                    to ws-pr-auth-userid(ws-profile-count)
                  move rp-auth-password
                    to ws-pr-auth-password(ws-profile-count)
                  move rp-dkim-selector
                    to ws-pr-dkim-selector(ws-profile-count)
                  move rp-dkim-domain
                    to ws-pr-dkim-domain(ws-profile-count)
                  move rp-dkim-key-label
                    to ws-pr-dkim-key-label(ws-profile-count)
                  if rp-max-per-minute numeric
                     move rp-max-per-minute
                       to ws-pr-max-per-minute(ws-profile-count)
                   end-if
                   go to Screen-For-Pass-Exit
           end-evaluate.
           if ws-pass equal 1 and REGISTRY-IS-OPEN
              Perform Check-Registry thru Check-Registry-Exit
           end-if.
           if RETRYING-FAILED-RECORD
      *
      *       rc 98 means the message was DELIVERED and only the
       Screen-For-Pass-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The record's mailing-id against the MAILREG registry - a miss *
      * or a closed registration is tallied under the mailing-id for  *
      * the REGRPT report; nothing about the record changes           *
      *---------------------------------------------------------------*
       Check-Registry.
           if qm-mailing-id not equal ws-reg-last-mailing
              move qm-mailing-id to ws-reg-last-mailing
              move spaces to ws-reg-last-reason
              move qm-mailing-id to mg-mailing-id
              Read Registry-File
                  invalid key
                      move 'NOT REGISTERED' to ws-reg-last-reason
                  not invalid key
                      if not mg-active
                         move 'CLOSED' to ws-reg-last-reason
                      end-if
              end-read
           end-if.
           if ws-reg-last-reason equal spaces
              go to Check-Registry-Exit
           end-if.
           add 1 to ws-unreg-records.
           move 'N' to ws-unreg-found.
           perform varying ws-unreg-ix from 1 by 1
                     until ws-unreg-ix greater ws-unreg-used
                        or ws-unreg-found equal 'Y'
              if ws-ur-mailing-id(ws-unreg-ix) equal qm-mailing-id
                 add 1 to ws-ur-count(ws-unreg-ix)
                 move 'Y' to ws-unreg-found
              end-if
           end-perform.
           if ws-unreg-found equal 'N'
              if ws-unreg-used less ws-max-unreg
                 add 1 to ws-unreg-used
                 move qm-mailing-id
                   to ws-ur-mailing-id(ws-unreg-used)
                 move ws-reg-last-reason
                   to ws-ur-reason(ws-unreg-used)
                 move 1 to ws-ur-count(ws-unreg-used)
              else
                 move 'Y' to ws-unreg-overflow
              end-if
           end-if.
       Check-Registry-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the next queue record                                    *
      *---------------------------------------------------------------*
                 go to Process-One-Message-Exit
              end-if
      *
      *       duplicate backstop - a record whose fingerprint belongs
      *       to another message is held where it stands: not sent,
      *       not failed, no attempt counted, waiting for an
      *       operator to say whether it is a genuine repeat
      *
              if DUPFPF-IS-OPEN
                 Perform Check-Duplicate thru Check-Duplicate-Exit
                 if FPRINT-DUPLICATE
                    set qm-held to true
                    Rewrite queued-mail-record
                    if not queue-status-ok
                       Display 'COBSMTPB: rewrite failed, status='
                               ws-queue-status
                    end-if
                    go to Process-One-Message-Exit
                 end-if
              end-if
      *
      *       do-not-mail backstop - drop suppressed addresses from
      *       the record before anything touches the wire, and fail
      *       cleanly (never send empty) when nobody is left
           move ws-pr-auth-mechanism(ws-profile-ix) to auth-mechanism
           move ws-pr-auth-userid(ws-profile-ix)    to auth-userid
           move ws-pr-auth-password(ws-profile-ix)  to auth-password
           move ws-pr-dkim-selector(ws-profile-ix)  to dkim-selector
           move ws-pr-dkim-domain(ws-profile-ix)    to dkim-domain
           move ws-pr-dkim-key-label(ws-profile-ix) to dkim-key-label
           move qm-sender        to sender
           move qm-recipients    to recipients
           move qm-carbon-copy   to carbon-copy
       Report-Suppressed-Address-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The record's fingerprint against DUPFPF. Nobody owns it: the  *
      * record registers it and goes out. It owns it already (its     *
      * own compose, or an earlier attempt): it goes out. Another     *
      * message-id owns it: a duplicate, reported on DUPRPT. A        *
      * duplicate key on the register is a parallel task that got     *
      * there first - the owner is read back and judged the same way  *
      *---------------------------------------------------------------*
       Check-Duplicate.
           move 'N' to ws-fprint-state.
           move qm-recipients to fp-recipients.
           move qm-subject    to fp-subject.
           move qm-num-rows   to fp-num-rows.
           move qm-txt-msg    to fp-txt-msg.
           Call 'COBSMTPG' using fingerprint-parm.
           if fp-return-code not equal zero
              Display 'COBSMTPB: no fingerprint, duplicate check '
                      'skipped - ' qm-message-id
              move 'U' to ws-fprint-state
              add 1 to ws-unchecked-count
              go to Check-Duplicate-Exit
           end-if.
           move fp-fingerprint to df-fingerprint.
           Read Dupfp-File
               invalid key
                   move spaces to fingerprint-record
                   move fp-fingerprint  to df-fingerprint
                   move qm-message-id   to df-message-id
                   move qm-mailing-id   to df-mailing-id
                   move ws-run-stamp    to df-owned-time
                   move 'COBSMTPB'      to df-owner-source
                   Write fingerprint-record
                       invalid key
                           move fp-fingerprint to df-fingerprint
                           Read Dupfp-File
                               invalid key
                                   continue
                           end-read
                   end-write
           end-read.
           if not dupf-status-ok
              Display 'COBSMTPB: DUPFPF I-O failed, status='
                      ws-dupf-status ' - duplicate check skipped - '
                      qm-message-id
              move 'U' to ws-fprint-state
              add 1 to ws-unchecked-count
              go to Check-Duplicate-Exit
           end-if.
           if df-message-id equal qm-message-id
              move 'O' to ws-fprint-state
              go to Check-Duplicate-Exit
           end-if.
           move 'D' to ws-fprint-state.
           move qm-message-id   to ws-dl-message-id.
           move qm-mailing-id   to ws-dl-mailing.
           move df-message-id   to ws-dl-owner-id.
           move df-mailing-id   to ws-dl-owner-mailing.
           move df-owned-time   to ws-dl-owned-time.
           move df-owner-source to ws-dl-source.
           move qm-recipient(1) to ws-dl-recipient.
           Write duplicate-report-line from ws-duplicate-line.
           add 1 to ws-dup-held-count.
           Display 'COBSMTPB: duplicate of ' df-message-id
                   ' held - ' qm-message-id.
       Check-Duplicate-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Close the queue                                                *
      *---------------------------------------------------------------*
           move 'END OF REPORT' to suppress-report-line.
           Write suppress-report-line.
           Close Suppress-Report.
           if REGISTRY-IS-OPEN
              Close Registry-File
           end-if.
           Perform Print-Unregistered thru Print-Unregistered-Exit.
           Close Registry-Report.
           if DUPFPF-IS-OPEN
              Close Dupfp-File
           end-if.
           move spaces to duplicate-report-line.
           Write duplicate-report-line.
           move ws-dup-held-count to ws-dp-count-disp.
           Write duplicate-report-line from ws-duplicate-total-line.
           move spaces to duplicate-report-line.
           move 'END OF REPORT' to duplicate-report-line.
           Write duplicate-report-line.
           Close Duplicate-Report.
       Close-Files-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The REGRPT body - one line per unregistered or closed         *
      * mailing-id met on the queue, then the record total            *
      *---------------------------------------------------------------*
       Print-Unregistered.
           if not REGISTRY-IS-OPEN
              move '  (MAILREG NOT AVAILABLE - NOTHING CHECKED)'
                to registry-report-line
              Write registry-report-line
           else
              if ws-unreg-used equal zero
                 move '  (NONE)' to registry-report-line
                 Write registry-report-line
              end-if
           end-if.
           perform varying ws-unreg-ix from 1 by 1
                     until ws-unreg-ix greater ws-unreg-used
              move ws-ur-mailing-id(ws-unreg-ix) to ws-ul-mailing
              if ws-ur-mailing-id(ws-unreg-ix) equal spaces
                 move '(BLANK)' to ws-ul-mailing
              end-if
              move ws-ur-reason(ws-unreg-ix)     to ws-ul-reason
              move ws-ur-count(ws-unreg-ix)      to ws-ul-count-disp
              Write registry-report-line from ws-unreg-line
           end-perform.
           if ws-unreg-overflow equal 'Y'
              move '  (OVER 200 MAILING-IDS - LIST TRUNCATED)'
                to registry-report-line
              Write registry-report-line
           end-if.
           move spaces to registry-report-line.
           Write registry-report-line.
           move ws-unreg-records to ws-ut-count-disp.
           Write registry-report-line from ws-unreg-total-line.
           move spaces to registry-report-line.
           move 'END OF REPORT' to registry-report-line.
           Write registry-report-line.
       Print-Unregistered-Exit.
           Exit.
