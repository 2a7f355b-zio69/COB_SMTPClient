      *   detail record per addressee; several mailings can ride      *
      *   in the same extract back to back.                           *
      *                                                               *
      *   A detail record may be followed by 'L' line-item records,   *
      *   each feeding one pass of the template's repeated block -    *
      *   a statement's transaction table of any length, no longer    *
      *   flattened into &LINE01..&LINE15 - and the template's IF     *
      *   blocks print only when their variable is present and not    *
      *   zero. An addressee whose merged body would run past the     *
      *   200 rows a queue record holds is reported and not queued,   *
      *   never cut short.                                            *
      *                                                               *
      *   A mailing flagged for approval on its header is written     *
      *   held ('H', invisible to the overnight run) with the first   *
      *   few addressees also queued as fully merged proofs to the    *
      *   anybody. The decision is automatic from the checkpoint;     *
      *   nobody counts records in ISPF.                              *
      *                                                               *
      *   Every mailing must be on the MAILREG mailing registry       *
      *   (cpymreg) and active: a header whose mailing-id is not      *
      *   registered, or whose registration is closed, is refused -   *
      *   its details are skipped, not queued - so nothing goes out   *
      *   that cannot be charged back to a cost centre.               *
      *                                                               *
      *   The same message is never queued twice by accident: every   *
      *   merged addressee is fingerprinted (COBSMTPG - SHA-256 of    *
      *   recipient, subject and body) and looked up on the DUPFPF    *
      *   duplicate file. A new fingerprint is registered to the      *
      *   record just queued; one already owned by another message -  *
      *   the same MAILXTR run twice under two mailing-ids, or a      *
      *   statement another application already queued - means the    *
      *   record is written held, and DUPRPT lists it with both       *
      *   message-ids and both mailing-ids. A genuine repeat is let   *
      *   go with a COBSMTPQ RELEASE DUPMSG card.                     *
      *                                                               *
      *   Each mailing ends with a 'T' trailer carrying the sending   *
      *   application's own count of its detail records and hash     *
      *   total of the account variable the header names. The whole  *
      *   extract is read once for these control totals before any   *
      *   record is merged, and a mailing that does not agree with    *
      *   its trailer - or has none - is queued held and flagged on   *
      *   SYSOUT (RC=8), so a truncated or doubled extract never goes *
      *   out until somebody has looked at it.                        *
      *                                                               *
      *   Every detail record that cannot be queued - bad address,    *
      *   no recipient, a template variable it does not carry, on     *
      *   the do-not-mail list, a body too long for the queue, or a   *
      *   refused mailing - goes to the MAILREJ reject file (cpymrej) *
      *   with its reason code, as the extract record it was, so the  *
      *   application can correct it and send it back in.             *
      *                                                               *
      *****************************************************************
       Identification Division.
       Program-id. COBSMTPM initial.
               Access is Random
               Record Key is ck-key
               File Status is cm-ckpt-status.
           Select Registry-File Assign to MAILREG
               Organization is Indexed
               Access is Random
               Record Key is mg-mailing-id
               File Status is cm-mreg-status.
           Select Dupfp-File Assign to DUPFPF
               Organization is Indexed
               Access is Random
               Record Key is df-fingerprint
               File Status is cm-dupf-status.
           Select Duplicate-Report Assign to DUPRPT
               Organization is Sequential
               File Status is cm-duprpt-status.
           Select Reject-File Assign to MAILREJ
               Organization is Sequential
               File Status is cm-rej-status.
       Data Division.
       File Section.
       FD  Template-File
           05  ck-cur-mailing             pic x(08).
           05  ck-extract-id              pic x(08).
           05  ck-stamp                   pic x(19).
       FD  Registry-File
           Label Records are Standard.
           copy cpymreg.
       FD  Dupfp-File
           Label Records are Standard.
           copy cpydupf.
       FD  Duplicate-Report
           Label Records are Standard.
       01  duplicate-report-line          pic x(132).
       FD  Reject-File
           Label Records are Standard.
           copy cpymrej.
       Working-Storage Section.
       01  cm-tmplt-status                pic x(02) value '00'.
           88  tmplt-status-ok                value '00'.
               value 'ADDRESSES SUPPRESSED    : '.
           05  cm-st-count-disp           pic zzz,zz9.
           05  filler                     pic x(99) value spaces.
      *---------------------------------------------------------------*
      * Mailing registry - the header's mailing-id must be on MAILREG *
      * and active, or the whole mailing is refused                   *
      *---------------------------------------------------------------*
       01  cm-mreg-status                 pic x(02) value '00'.
           88  mreg-status-ok                 value '00'.
       01  cm-mailing-refused             pic x value 'N'.
           88  MAILING-REFUSED                value 'Y'.
       01  cm-refused-count               pic 9(8) binary value zero.
      *---------------------------------------------------------------*
      * Duplicate-mail check - the merged addressee's fingerprint     *
      * against DUPFPF. The owner of a fingerprint already on file is *
      * kept here for the DUPRPT line, because the record area is     *
      * rewritten when the new record's own fingerprint is not a      *
      * duplicate. A message COBSMTPG could not fingerprint is        *
      * queued as normal and counted unchecked                        *
      *---------------------------------------------------------------*
       01  cm-dupf-status                 pic x(02) value '00'.
           88  dupf-status-ok                 value '00'.
       01  cm-duprpt-status               pic x(02) value '00'.
           88  duprpt-status-ok               value '00'.
       01  cm-fprint-state                pic x value 'N'.
           88  FPRINT-NEW                     value 'N'.
           88  FPRINT-DUPLICATE               value 'D'.
           88  FPRINT-UNCHECKED               value 'U'.
       01  cm-dup-count                   pic 9(8) binary value zero.
       01  cm-unchecked-count             pic 9(8) binary value zero.
       01  cm-last-message-id             pic x(16).
       01  cm-dup-owner.
           05  cm-do-message-id           pic x(16).
           05  cm-do-mailing-id           pic x(08).
           05  cm-do-owned-time           pic x(19).
           05  cm-do-source               pic x(08).
       01  cm-duplicate-line.
           05  cm-dl-message-id           pic x(16).
           05  filler                     pic x(01) value space.
           05  cm-dl-mailing              pic x(08).
           05  filler                     pic x(14)
               value ' DUPLICATE OF '.
           05  cm-dl-owner-id             pic x(16).
           05  filler                     pic x(01) value space.
           05  cm-dl-owner-mailing        pic x(08).
           05  filler                     pic x(01) value space.
           05  cm-dl-owned-time           pic x(19).
           05  filler                     pic x(01) value space.
           05  cm-dl-source               pic x(08).
           05  filler                     pic x(01) value space.
           05  cm-dl-recipient            pic x(38).
       01  cm-duplicate-title.
           05  filler                     pic x(42) value
               'DUPLICATE MAIL REPORT - COBSMTPM          '.
           05  cm-dt-timestamp            pic x(19).
           05  filler                     pic x(71) value spaces.
       01  cm-duplicate-heading.
           05  filler                     pic x(39)
               value 'HELD MESSAGE-ID  MAILING'.
           05  filler                     pic x(26)
               value 'OWNER MESSAGE-ID OWNER'.
           05  filler                     pic x(29)
               value 'OWNED SINCE         SOURCE'.
           05  filler                     pic x(38)
               value 'RECIPIENT'.
       01  cm-duplicate-total-line.
           05  filler                     pic x(26)
               value 'DUPLICATES HELD         : '.
           05  cm-dp-count-disp           pic zzz,zz9.
           05  filler                     pic x(99) value spaces.
       copy cpyfprt.
      *---------------------------------------------------------------*
      * Control totals - one entry per mailing in the extract, in the *
      * order the headers come, filled by the first read of the       *
      * extract: what the details add up to and whether the trailer   *
      * agreed. The merge pass follows the headers through the same   *
      * entries; a mailing past the table's 500 cannot be proved and  *
      * is held like one that did not balance                         *
      *---------------------------------------------------------------*
       01  cm-control-max                 pic 9(4) binary value 500.
       01  cm-control-count               pic 9(4) binary value zero.
       01  cm-control-ix                  pic 9(8) binary value zero.
       01  cm-headers-read                pic 9(8) binary value zero.
       01  cm-controls.
           05  cm-control occurs 500.
               10  cm-ct-mailing-id       pic x(08).
               10  cm-ct-var              pic x(08).
               10  cm-ct-state            pic x(01).
                   88  CT-NO-TRAILER            value 'N'.
                   88  CT-BALANCED              value 'B'.
                   88  CT-OUT-OF-BALANCE        value 'O'.
               10  cm-ct-details          pic 9(08).
               10  cm-ct-hash             pic 9(18).
               10  cm-ct-tr-mailing-id    pic x(08).
               10  cm-ct-tr-details       pic 9(08).
               10  cm-ct-tr-hash          pic 9(18).
               10  cm-ct-note             pic x(30).
       01  cm-control-held                pic x value 'N'.
           88  CONTROL-HELD                   value 'Y'.
       01  cm-unbalanced-count            pic 9(8) binary value zero.
       01  cm-control-held-count          pic 9(8) binary value zero.
       01  cm-hash-value                  pic 9(18).
       01  cm-hash-work                   pic 9(19).
       01  cm-hash-digit                  pic 9(01).
       01  cm-hash-ix                     pic 9(4) binary.
       01  cm-control-line.
           05  filler                     pic x(22)
               value 'COBSMTPM:   details   '.
           05  cm-cl-details              pic z(7)9.
           05  filler                     pic x(10) value ' trailer  '.
           05  cm-cl-tr-details           pic z(7)9.
           05  filler                     pic x(07) value ' hash  '.
           05  cm-cl-hash                 pic z(17)9.
           05  filler                     pic x(10) value ' trailer  '.
           05  cm-cl-tr-hash              pic z(17)9.
      *---------------------------------------------------------------*
      * MAILREJ reject file - the header of a mailing goes out ahead  *
      * of its first reject, and a trailer totalling just the         *
      * rejected details closes it, so the file reads back as an      *
      * extract of its own                                            *
      *---------------------------------------------------------------*
       01  cm-rej-status                  pic x(02) value '00'.
           88  rej-status-ok                  value '00'.
       01  cm-header-image                pic x(1159).
       01  cm-rej-header-done             pic x value 'N'.
           88  REJECT-HEADER-WRITTEN          value 'Y'.
       01  cm-rej-details                 pic 9(08) value zero.
       01  cm-rej-hash                    pic 9(18) value zero.
       01  cm-reject-count                pic 9(8) binary value zero.
       01  cm-rj-ix                       pic 9(4) binary.
       01  cm-reject-code                 pic x(02).
       01  cm-reject-text                 pic x(30).
       01  cm-reject-data                 pic x(60).
       01  cm-reject-trailer.
           05  cm-rt-mailing-id           pic x(08).
           05  cm-rt-detail-count         pic 9(08).
           05  cm-rt-hash-total           pic 9(18).
           05  filler                     pic x(1124) value spaces.
      *
      *    the first &VARIABLE of the addressee's merge that neither
      *    the detail nor the line item carries, and the address
      *    syntax check's work areas
      *
       01  cm-missing-var                 pic x(08).
       01  cm-syntax-ok                   pic x value 'N'.
           88  ADDRESS-SYNTAX-OK              value 'Y'.
       01  cm-at-count                    pic 9(4) binary.
       01  cm-at-pos                      pic 9(4) binary.
       01  cm-addr-lgt                    pic 9(4) binary.
       01  cm-end-of-templates            pic x value 'N'.
           88  END-OF-TEMPLATES               value 'Y'.
      *---------------------------------------------------------------*
           05  cm-ml-approval             pic x(01).
               88  APPROVAL-MAILING             value 'Y'.
           05  cm-ml-reviewer             pic x(60).
           05  cm-ml-control-var          pic x(08).
      *---------------------------------------------------------------*
      * The addressee being merged - its 'D' record is saved here and *
      * merged once the next record that is not an 'L' line item (or  *
      * end of file) shows all its line items are in                  *
      *---------------------------------------------------------------*
       01  cm-detail-pending              pic x value 'N'.
           88  DETAIL-PENDING                 value 'Y'.
       01  cm-detail.
           05  cm-dt-recipient            pic x(60).
           05  cm-dt-cc                   pic x(60).
           05  cm-dt-attach-key           pic x(16).
           05  cm-dt-attach-count         pic 9(02).
           05  cm-dt-variable occurs 15.
               10  cm-dt-var-name         pic x(08).
               10  cm-dt-var-value        pic x(60).
      *
      *    its line items - more than the 200 a body could ever show
      *    makes the addressee a body overflow without looking further
      *
       01  cm-item-count                  pic 9(4) binary value zero.
       01  cm-item-overflow               pic x value 'N'.
           88  ITEMS-OVERFLOW                 value 'Y'.
       01  cm-items.
           05  cm-item occurs 200.
               10  cm-it-variable occurs 15.
                   15  cm-it-var-name     pic x(08).
                   15  cm-it-var-value    pic x(60).
      *---------------------------------------------------------------*
      * Message-id generation: yymmdd + hhmmss + a 4-digit sequence   *
      * that restarts each second - unique on the queue, and a WRITE  *
       01  cm-merged-subject              pic x(80).
       01  cm-merged-body.
           05  cm-merged-row              pic x(128) occurs 200.
       01  cm-row-count                   pic 9(4) binary value zero.
       01  cm-body-overflow               pic x value 'N'.
           88  BODY-OVERFLOW                  value 'Y'.
       01  cm-overflow-count              pic 9(8) binary value zero.
       01  cm-proof-sent                  pic 9(02) value zero.
       01  cm-proof-count                 pic 9(8) binary value zero.
       01  cm-held-count                  pic 9(8) binary value zero.
      *---------------------------------------------------------------*
      * The template currently loaded - subject skeleton plus up to   *
      * 200 body lines, the ceiling cpyqmail puts on the queue        *
      * record's body table. Each line keeps its record type; a       *
      * repeat or IF start also carries the line number of its end    *
      *---------------------------------------------------------------*
       01  cm-template.
           05  cm-tpl-loaded-id           pic x(08) value spaces.
           05  cm-tpl-subject             pic x(128).
           05  cm-tpl-body-count          pic 9(4) binary value zero.
           05  cm-tpl-entry occurs 200.
               10  cm-tpl-type            pic x(01).
               10  cm-tpl-match           pic 9(4) binary.
               10  cm-tpl-line            pic x(128).
      *---------------------------------------------------------------*
      * Block handling - the open repeat/IF while a template is       *
      * checked, and the walk through it for one addressee: template  *
      * line, line item being repeated (zero outside the block) and   *
      * where its block starts                                        *
      *---------------------------------------------------------------*
       01  cm-open-repeat                 pic 9(4) binary.
       01  cm-open-if                     pic 9(4) binary.
       01  cm-tx                          pic 9(4) binary.
       01  cm-cur-item                    pic 9(4) binary value zero.
       01  cm-block-start                 pic 9(4) binary.
       01  cm-cond-value                  pic x(60).
       01  cm-cond-true                   pic x value 'N'.
           88  CONDITION-TRUE                 value 'Y'.
      *---------------------------------------------------------------*
      * Merge work area - one line in, variables resolved, one line   *
      * out                                                           *
       01  cm-line-out                    pic x(128).
       01  cm-out-ptr                     pic 9(4) binary.
       01  cm-var-name                    pic x(08).
       01  cm-var-value                   pic x(60).
       01  cm-var-lgt                     pic 9(4) binary.
       01  cm-val-lgt                     pic 9(4) binary.
       01  cm-out-room                    pic 9(4) binary.
           05  filler                     pic x(20)
               value 'Proofs queued     : '.
           05  cm-proof-disp              pic zzz,zz9.
       01  cm-refused-display.
           05  filler                     pic x(20)
               value 'Mailings refused  : '.
           05  cm-refused-disp            pic zzz,zz9.
       01  cm-overflow-display.
           05  filler                     pic x(20)
               value 'Bodies over 200   : '.
           05  cm-overflow-disp           pic zzz,zz9.
       01  cm-dup-display.
           05  filler                     pic x(20)
               value 'Duplicates held   : '.
           05  cm-dup-disp                pic zzz,zz9.
       01  cm-unchecked-display.
           05  filler                     pic x(20)
               value 'Dup check failed  : '.
           05  cm-unchecked-disp          pic zzz,zz9.
       01  cm-reject-display.
           05  filler                     pic x(20)
               value 'Records rejected  : '.
           05  cm-reject-disp             pic zzz,zz9.
       01  cm-unbalanced-display.
           05  filler                     pic x(20)
               value 'Out of balance    : '.
           05  cm-unbalanced-disp         pic zzz,zz9.
       01  cm-control-held-display.
           05  filler                     pic x(20)
               value 'Held on totals    : '.
           05  cm-control-held-disp       pic zzz,zz9.
       Procedure Division.
      *=============================================*
       Main-Logic.
           Perform Open-Files        thru Open-Files-Exit
           Perform Init-Checkpoint   thru Init-Checkpoint-Exit
           Perform Check-Control-Totals
              thru Check-Control-Totals-Exit
           Perform Read-Extract      thru Read-Extract-Exit
           Perform until END-OF-EXTRACT
               Perform Process-Extract-Record
                  thru Process-Extract-Record-Exit
               Perform Read-Extract  thru Read-Extract-Exit
           end-perform
           if DETAIL-PENDING
              Perform Dispose-Detail thru Dispose-Detail-Exit
           end-if
           Perform End-Reject-Mailing thru End-Reject-Mailing-Exit
           Perform Finish-Checkpoint thru Finish-Checkpoint-Exit
           Perform Close-Files       thru Close-Files-Exit
           move cm-mailing-count to cm-mailings-disp
           move cm-restarted-count to cm-restarted-disp
           move cm-held-count to cm-held-disp
           move cm-proof-count to cm-proof-disp
           move cm-refused-count to cm-refused-disp
           move cm-overflow-count to cm-overflow-disp
           move cm-dup-count to cm-dup-disp
           move cm-unchecked-count to cm-unchecked-disp
           move cm-reject-count to cm-reject-disp
           move cm-unbalanced-count to cm-unbalanced-disp
           move cm-control-held-count to cm-control-held-disp
           Display cm-mailings-display
           Display cm-written-display
           Display cm-skipped-display
           Display cm-restarted-display
           Display cm-held-display
           Display cm-proof-display
           Display cm-refused-display
           Display cm-overflow-display
           Display cm-dup-display
           Display cm-unchecked-display
           Display cm-reject-display
           Display cm-unbalanced-display
           Display cm-control-held-display
      *
      *    a refused mailing is somebody's missing statement run, an
      *    overflowing body somebody's missing statement, a held
      *    duplicate somebody's double run - the scheduler gets a
      *    warning code for any of them, and for records that went
      *    on the queue without the duplicate check
      *
           if (cm-refused-count greater zero
               or cm-overflow-count greater zero
               or cm-dup-count greater zero
               or cm-unchecked-count greater zero
               or cm-reject-count greater zero)
              and Return-Code less 4
              Move 4 to Return-Code
           end-if
      *
      *    a mailing out of balance with its trailer is an extract
      *    that is short, doubled or corrupt - held whole, and more
      *    than a warning
      *
           if cm-unbalanced-count greater zero
              and Return-Code less 8
              Move 8 to Return-Code
           end-if
           Goback.

      *---------------------------------------------------------------*
              Move 16 to Return-Code
              Goback
           end-if.
      *
      *    the registry decides what may be queued at all - without
      *    it nothing can be proved chargeable, so it is a hard stop
      *    like SUPRF
      *
           Open Input Registry-File.
           If not mreg-status-ok
              Display 'COBSMTPM: open failed for MAILREG, status='
                      cm-mreg-status
              Move 16 to Return-Code
              Goback
           end-if.
      *
      *    the duplicate file is what stops a double run reaching
      *    the members - the composer is restartable, so it stops
      *    here rather than queue a night's mail unchecked
      *
           Open I-O Dupfp-File.
           If not dupf-status-ok
              Display 'COBSMTPM: open failed for DUPFPF, status='
                      cm-dupf-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open Output Duplicate-Report.
           If not duprpt-status-ok
              Display 'COBSMTPM: open failed for DUPRPT, status='
                      cm-duprpt-status
              Move 16 to Return-Code
              Goback
           end-if.
      *
      *    the reject file is the only way a rejected addressee gets
      *    back to its application - no file, no merge
      *
           Open Output Reject-File.
           If not rej-status-ok
              Display 'COBSMTPM: open failed for MAILREJ, status='
                      cm-rej-status
              Move 16 to Return-Code
              Goback
           end-if.
           Perform Stamp-Current-Time thru Stamp-Current-Time-Exit.
           move cm-now-stamp to cm-st-timestamp.
           Write suppress-report-line from cm-suppress-title.
           move spaces to suppress-report-line.
           Write suppress-report-line.
           move cm-now-stamp to cm-dt-timestamp.
           Write duplicate-report-line from cm-duplicate-title.
           move spaces to duplicate-report-line.
           Write duplicate-report-line.
           Write duplicate-report-line from cm-duplicate-heading.
       Open-Files-Exit.
           Exit.

       Read-Extract-Exit.
           Exit.

      *---------------------------------------------------------------*
      * First read of the extract: count and hash every mailing's     *
      * details and check them against its trailer, then rewind the  *
      * extract for the merge. Nothing is queued here, so a resumed   *
      * run simply reads it again and comes to the same answer        *
      *---------------------------------------------------------------*
       Check-Control-Totals.
           move zero to cm-control-count.
           move zero to cm-control-ix.
           move zero to cm-headers-read.
           Perform Read-Extract      thru Read-Extract-Exit.
           Perform until END-OF-EXTRACT
               Perform Tally-Control-Record
                  thru Tally-Control-Record-Exit
               Perform Read-Extract  thru Read-Extract-Exit
           end-perform.
           Close Extract-File.
           Open Input Extract-File.
           If not xtr-status-ok
              Display 'COBSMTPM: reopen failed for MAILXTR, status='
                      cm-xtr-status
              Move 16 to Return-Code
              Goback
           end-if.
           move 'N' to cm-end-of-extract.
      *
      *    every mailing that did not balance is flagged now, before
      *    the merge - its records will be queued held
      *
           perform varying cm-control-ix from 1 by 1
                     until cm-control-ix greater cm-control-count
               if not CT-BALANCED(cm-control-ix)
                  add 1 to cm-unbalanced-count
                  Display 'COBSMTPM: mailing '
                          cm-ct-mailing-id(cm-control-ix)
                          ' out of balance with its trailer - '
                          cm-ct-note(cm-control-ix)
                          ' - queued held'
                  move cm-ct-details(cm-control-ix)
                    to cm-cl-details
                  move cm-ct-tr-details(cm-control-ix)
                    to cm-cl-tr-details
                  move cm-ct-hash(cm-control-ix)
                    to cm-cl-hash
                  move cm-ct-tr-hash(cm-control-ix)
                    to cm-cl-tr-hash
                  Display cm-control-line
               end-if
           end-perform.
           if cm-headers-read greater cm-control-count
              compute cm-unbalanced-count = cm-unbalanced-count
                    + cm-headers-read - cm-control-count
              Display 'COBSMTPM: extract carries ' cm-headers-read
                      ' mailings - those past the first '
                      cm-control-max ' cannot be balanced and are '
                      'queued held'
           end-if.
           move zero to cm-control-ix.
       Check-Control-Totals-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One extract record on the first read: a header opens the next *
      * control entry, a detail adds to its count and hash, and the   *
      * trailer is checked against them. A detail after its trailer,  *
      * a second trailer or a trailer naming another mailing puts the *
      * mailing out of balance                                        *
      *---------------------------------------------------------------*
       Tally-Control-Record.
           evaluate true
               when mx-header
                   add 1 to cm-headers-read
                   if cm-headers-read greater cm-control-max
                      move cm-headers-read to cm-control-ix
                      go to Tally-Control-Record-Exit
                   end-if
                   move cm-headers-read to cm-control-ix
                   move cm-control-ix to cm-control-count
                   move mx-mailing-id to cm-ct-mailing-id(cm-control-ix)
                   if mx-control-var greater spaces
                      move mx-control-var to cm-ct-var(cm-control-ix)
                   else
                      move 'ACCT'         to cm-ct-var(cm-control-ix)
                   end-if
                   move 'N'    to cm-ct-state(cm-control-ix)
                   move zero   to cm-ct-details(cm-control-ix)
                                  cm-ct-hash(cm-control-ix)
                                  cm-ct-tr-details(cm-control-ix)
                                  cm-ct-tr-hash(cm-control-ix)
                   move spaces to cm-ct-tr-mailing-id(cm-control-ix)
                   move 'NO TRAILER' to cm-ct-note(cm-control-ix)
               when mx-detail
                   if cm-control-ix equal zero
                      or cm-control-ix greater cm-control-max
                      go to Tally-Control-Record-Exit
                   end-if
                   add 1 to cm-ct-details(cm-control-ix)
                   move mx-detail-data to cm-detail
                   move cm-ct-var(cm-control-ix) to cm-ml-control-var
                   Perform Hash-Control-Value
                      thru Hash-Control-Value-Exit
                   compute cm-hash-work = cm-ct-hash(cm-control-ix)
                                        + cm-hash-value
                   move cm-hash-work to cm-ct-hash(cm-control-ix)
                   if not CT-NO-TRAILER(cm-control-ix)
                      move 'O' to cm-ct-state(cm-control-ix)
                      move 'DETAIL AFTER THE TRAILER'
                        to cm-ct-note(cm-control-ix)
                   end-if
               when mx-trailer
                   if cm-control-ix equal zero
                      Display 'COBSMTPM: trailer with no header '
                              'before it - ignored'
                      go to Tally-Control-Record-Exit
                   end-if
                   if cm-control-ix greater cm-control-max
                      go to Tally-Control-Record-Exit
                   end-if
                   if not CT-NO-TRAILER(cm-control-ix)
                      move 'O' to cm-ct-state(cm-control-ix)
                      move 'SECOND TRAILER'
                        to cm-ct-note(cm-control-ix)
                      go to Tally-Control-Record-Exit
                   end-if
                   move mx-tr-mailing-id
                     to cm-ct-tr-mailing-id(cm-control-ix)
                   if mx-tr-detail-count numeric
                      move mx-tr-detail-count
                        to cm-ct-tr-details(cm-control-ix)
                   end-if
                   if mx-tr-hash-total numeric
                      move mx-tr-hash-total
                        to cm-ct-tr-hash(cm-control-ix)
                   end-if
                   evaluate true
                       when mx-tr-detail-count not numeric
                         or mx-tr-hash-total not numeric
                           move 'O' to cm-ct-state(cm-control-ix)
                           move 'TRAILER TOTALS NOT NUMERIC'
                             to cm-ct-note(cm-control-ix)
                       when mx-tr-mailing-id not equal
                            cm-ct-mailing-id(cm-control-ix)
                           move 'O' to cm-ct-state(cm-control-ix)
                           move 'TRAILER FOR ANOTHER MAILING'
                             to cm-ct-note(cm-control-ix)
                       when mx-tr-detail-count not equal
                            cm-ct-details(cm-control-ix)
                           move 'O' to cm-ct-state(cm-control-ix)
                           move 'DETAIL COUNT DIFFERS'
                             to cm-ct-note(cm-control-ix)
                       when mx-tr-hash-total not equal
                            cm-ct-hash(cm-control-ix)
                           move 'O' to cm-ct-state(cm-control-ix)
                           move 'HASH TOTAL DIFFERS'
                             to cm-ct-note(cm-control-ix)
                       when other
                           move 'B' to cm-ct-state(cm-control-ix)
                           move spaces to cm-ct-note(cm-control-ix)
                   end-evaluate
               when other
                   continue
           end-evaluate.
       Tally-Control-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * cm-hash-value for the detail in cm-detail: the digits of its  *
      * cm-ml-control-var value read as one number, kept to the low-  *
      * order 18 digits. Not on the record, nothing                   *
      *---------------------------------------------------------------*
       Hash-Control-Value.
           move zero to cm-hash-value.
           move zero to cm-cur-item.
           move cm-ml-control-var to cm-var-name.
           Perform Find-Variable thru Find-Variable-Exit.
           if not VAR-FOUND
              go to Hash-Control-Value-Exit
           end-if.
           perform varying cm-hash-ix from 1 by 1
                     until cm-hash-ix greater 60
               if cm-var-value(cm-hash-ix:1) numeric
                  move cm-var-value(cm-hash-ix:1) to cm-hash-digit
                  compute cm-hash-work = cm-hash-value * 10
                                       + cm-hash-digit
                  move cm-hash-work to cm-hash-value
               end-if
           end-perform.
       Hash-Control-Value-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One extract record: a header starts the next mailing (save    *
      * it and load its template), a detail is one addressee to       *
      * merge and queue once its line items have been read            *
      *---------------------------------------------------------------*
       Process-Extract-Record.
           if mx-line-item
              Perform Save-Line-Item thru Save-Line-Item-Exit
              go to Process-Extract-Record-Exit
           end-if.
      *
      *    anything else ends the line items of the addressee before
      *    it, who is merged and disposed of first
      *
           if DETAIL-PENDING
              Perform Dispose-Detail thru Dispose-Detail-Exit
           end-if.
      *
      *    the trailer only closes the mailing's rejects - its totals
      *    were checked on the first read of the extract
      *
           if mx-trailer
              Perform End-Reject-Mailing
                 thru End-Reject-Mailing-Exit
              go to Process-Extract-Record-Exit
           end-if.
           if mx-header
      *
      *       the first header names the extract for the checkpoint.
                    Goback
                 end-if
              end-if
              Perform End-Reject-Mailing
                 thru End-Reject-Mailing-Exit
              move merge-extract-record to cm-header-image
              move mx-template-id    to cm-ml-template-id
              move mx-profile        to cm-ml-profile
              move mx-mailing-id     to cm-ml-mailing-id
                 move 'N'    to cm-ml-approval
                 move spaces to cm-ml-reviewer
              end-if
              if mx-control-var greater spaces
                 move mx-control-var to cm-ml-control-var
              else
                 move 'ACCT'         to cm-ml-control-var
              end-if
      *
      *       the mailing's control totals, as the first read of the
      *       extract found them
      *
              add 1 to cm-control-ix
              move 'N' to cm-control-held
              if cm-control-ix greater cm-control-count
                 move 'Y' to cm-control-held
              else
                 if not CT-BALANCED(cm-control-ix)
                    move 'Y' to cm-control-held
                 end-if
              end-if
              move 'Y' to cm-header-seen
              Perform Check-Registry thru Check-Registry-Exit
              if MAILING-REFUSED
                 add 1 to cm-refused-count
              else
                 add 1 to cm-mailing-count
                 Perform Load-Template  thru Load-Template-Exit
                 if not TEMPLATE-OK
                    Display 'COBSMTPM: template not found or empty: '
                            cm-ml-template-id
                 end-if
              end-if
           else
              if mx-detail
                 move mx-detail-data to cm-detail
                 move zero to cm-item-count
                 move 'N'  to cm-item-overflow
                 move 'Y'  to cm-detail-pending
              else
                 Display 'COBSMTPM: unknown record type '
                         mx-record-type ' - skipped'
       Process-Extract-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One 'L' line item, kept with the detail record it follows     *
      *---------------------------------------------------------------*
       Save-Line-Item.
           if not DETAIL-PENDING
              Display 'COBSMTPM: line item with no detail record '
                      'before it - skipped'
              add 1 to cm-skipped-count
              go to Save-Line-Item-Exit
           end-if.
           if cm-item-count less 200
              add 1 to cm-item-count
              move mx-item-variables to cm-item(cm-item-count)
           else
              move 'Y' to cm-item-overflow
           end-if.
       Save-Line-Item-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The saved addressee, complete with its line items: merge and  *
      * queue it (or pass it over on a resume) and commit it to the   *
      * checkpoint                                                    *
      *---------------------------------------------------------------*
       Dispose-Detail.
           move 'N' to cm-detail-pending.
           add 1 to cm-details-seen.
      *
      *    a detail the abended run already committed is passed
      *    over - re-merging it would double-mail the addressee
      *    tonight
      *
           if cm-details-seen not greater cm-restart-skip
              add 1 to cm-restarted-count
              go to Dispose-Detail-Exit
           end-if.
      *
      *    first live detail of a resume: the header reprocessing
      *    reset the proof counter, so the abended run's count is
      *    restored - but only when the resume lands inside the
      *    very mailing it was counting for, or the reviewer gets
      *    the sample twice
      *
           if RESUME-PENDING
              move 'N' to cm-resume-pending
              if cm-ml-mailing-id equal cm-ckpt-cur-mailing
                 move cm-ckpt-proof-sent to cm-proof-sent
              end-if
           end-if.
           if HEADER-SEEN and TEMPLATE-OK
              and not MAILING-REFUSED
              Perform Compose-Queue-Record
                 thru Compose-Queue-Record-Exit
           else
              add 1 to cm-skipped-count
      *
      *       a detail of a refused or template-less mailing goes
      *       back to its application too - a detail with no header
      *       before it has no mailing to go back under
      *
              if HEADER-SEEN
                 if MAILING-REFUSED
                    move 'MR' to cm-reject-code
                    move 'MAILING NOT ACTIVE ON MAILREG'
                      to cm-reject-text
                    move cm-ml-mailing-id to cm-reject-data
                 else
                    move 'NT' to cm-reject-code
                    move 'TEMPLATE MISSING OR UNUSABLE'
                      to cm-reject-text
                    move cm-ml-template-id to cm-reject-data
                 end-if
                 Perform Reject-Detail thru Reject-Detail-Exit
              end-if
           end-if.
           Perform Update-Checkpoint thru Update-Checkpoint-Exit.
       Dispose-Detail-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The header's mailing-id against the MAILREG registry - not on *
      * file, or registered but no longer active, refuses the whole   *
      * mailing: its details are counted skipped as they go by        *
      *---------------------------------------------------------------*
       Check-Registry.
           move 'N' to cm-mailing-refused.
           move cm-ml-mailing-id to mg-mailing-id.
           Read Registry-File
               invalid key
                   move 'Y' to cm-mailing-refused
                   Display 'COBSMTPM: mailing ' cm-ml-mailing-id
                           ' is not on the MAILREG registry - '
                           'refused, nothing queued'
           end-read.
           if not MAILING-REFUSED
              and not mg-active
              move 'Y' to cm-mailing-refused
              Display 'COBSMTPM: mailing ' cm-ml-mailing-id
                      ' is registered but not active (status '
                      mg-status ') - refused, nothing queued'
           end-if.
       Check-Registry-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Load the mailing's template from the library into the table.  *
      * The library is sequential and templates are contiguous, so    *
                  if tp-subject-line
                     move tp-text to cm-tpl-subject
                  end-if
                  if tp-body-line or tp-repeat-start or tp-repeat-end
                     or tp-if-start or tp-if-end
                     if cm-tpl-body-count less 200
                        add 1 to cm-tpl-body-count
                        move tp-record-type
                          to cm-tpl-type(cm-tpl-body-count)
                        move zero to cm-tpl-match(cm-tpl-body-count)
                        move tp-text to cm-tpl-line(cm-tpl-body-count)
                     else
                        Display 'COBSMTPM: template over 200 lines,  '
                  Perform Read-Template thru Read-Template-Exit
               end-if
           end-perform.
           if cm-tpl-loaded-id equal cm-ml-template-id
              and cm-tpl-body-count greater zero
              Perform Check-Template-Blocks
                 thru Check-Template-Blocks-Exit
           end-if.
           if cm-tpl-loaded-id equal cm-ml-template-id
              and cm-tpl-body-count greater zero
              move 'Y' to cm-template-ok
       Load-Template-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Pair every repeat start with its end and every IF with its    *
      * FI, noting the end's line number on the start line. A block   *
      * left open, closed twice, nested in its own kind or crossing   *
      * the other kind makes the template unusable - it is unloaded   *
      * so the mailing's details are skipped, not mis-merged          *
      *---------------------------------------------------------------*
       Check-Template-Blocks.
           move zero to cm-open-repeat.
           move zero to cm-open-if.
           perform varying cm-tx from 1 by 1
                     until cm-tx greater cm-tpl-body-count
               evaluate cm-tpl-type(cm-tx)
                   when 'R'
                       if cm-open-repeat greater zero
                          go to Check-Template-Blocks-Bad
                       end-if
                       move cm-tx to cm-open-repeat
                   when 'E'
                       if cm-open-repeat equal zero
                          or cm-open-if greater cm-open-repeat
                          go to Check-Template-Blocks-Bad
                       end-if
                       move cm-tx to cm-tpl-match(cm-open-repeat)
                       move zero  to cm-open-repeat
                   when 'I'
                       if cm-open-if greater zero
                          or cm-tpl-line(cm-tx) not greater spaces
                          go to Check-Template-Blocks-Bad
                       end-if
                       move cm-tx to cm-open-if
                   when 'F'
                       if cm-open-if equal zero
                          or cm-open-repeat greater cm-open-if
                          go to Check-Template-Blocks-Bad
                       end-if
                       move cm-tx to cm-tpl-match(cm-open-if)
                       move zero  to cm-open-if
                   when other
                       continue
               end-evaluate
           end-perform.
           if cm-open-repeat equal zero
              and cm-open-if equal zero
              go to Check-Template-Blocks-Exit
           end-if.
       Check-Template-Blocks-Bad.
           Display 'COBSMTPM: template ' cm-ml-template-id
                   ' has a repeat or IF block that does not pair '
                   'up - not used'.
           move spaces to cm-tpl-loaded-id.
           move zero   to cm-tpl-body-count.
       Check-Template-Blocks-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the next template library record                         *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       Compose-Queue-Record.
      *
      *    a detail with nobody to send to, or an address the relay
      *    would only refuse, goes back to the application as it
      *    came - a bad cc too, rather than quietly dropping it
      *
           if cm-dt-recipient not greater spaces
              move 'NR' to cm-reject-code
              move 'NO RECIPIENT' to cm-reject-text
              move spaces to cm-reject-data
              Perform Reject-Detail thru Reject-Detail-Exit
              go to Compose-Queue-Record-Exit
           end-if.
           move cm-dt-recipient to cm-screen-slot.
           Perform Check-Address-Syntax
              thru Check-Address-Syntax-Exit.
           if not ADDRESS-SYNTAX-OK
              move 'AS' to cm-reject-code
              move 'RECIPIENT ADDRESS SYNTAX' to cm-reject-text
              move cm-dt-recipient to cm-reject-data
              Perform Reject-Detail thru Reject-Detail-Exit
              go to Compose-Queue-Record-Exit
           end-if.
           if cm-dt-cc greater spaces
              move cm-dt-cc to cm-screen-slot
              Perform Check-Address-Syntax
                 thru Check-Address-Syntax-Exit
              if not ADDRESS-SYNTAX-OK
                 move 'AS' to cm-reject-code
                 move 'CC ADDRESS SYNTAX' to cm-reject-text
                 move cm-dt-cc to cm-reject-data
                 Perform Reject-Detail thru Reject-Detail-Exit
                 go to Compose-Queue-Record-Exit
              end-if
           end-if.
      *
      *    do-not-mail check before anything is generated: a detail
      *    whose recipient is suppressed is never queued at all -
      *    failing cleanly here beats a record with no addressee -
      *    and a suppressed cc just loses the cc
      *
           move cm-dt-recipient to cm-screen-slot.
           Perform Look-Up-Suppression
              thru Look-Up-Suppression-Exit.
           if ADDRESS-SUPPRESSED
              Perform Report-Suppressed-Address
                 thru Report-Suppressed-Address-Exit
              move 'SP' to cm-reject-code
              move 'RECIPIENT ON DO-NOT-MAIL LIST' to cm-reject-text
              move su-reason to cm-reject-data
              Perform Reject-Detail thru Reject-Detail-Exit
              go to Compose-Queue-Record-Exit
           end-if.
           move 'N' to cm-cc-suppressed.
           if cm-dt-cc greater spaces
              move cm-dt-cc to cm-screen-slot
              Perform Look-Up-Suppression
                 thru Look-Up-Suppression-Exit
              if ADDRESS-SUPPRESSED
      *    merge into working storage first - subject (cut to the 80
      *    bytes the queue record carries) and every body line. The
      *    record area may be written twice below and is built fresh
      *    from these areas for each write. A body that will not fit
      *    the queue record is reported, and nothing is queued
      *
           move zero to cm-cur-item
           move spaces to cm-missing-var
           move cm-tpl-subject to cm-line-in
           Perform Merge-Line        thru Merge-Line-Exit
           move cm-line-out(1:80) to cm-merged-subject
           Perform Expand-Body       thru Expand-Body-Exit
           if BODY-OVERFLOW
              Perform Report-Body-Overflow
                 thru Report-Body-Overflow-Exit
              move 'BO' to cm-reject-code
              move 'BODY OVER 200 ROWS' to cm-reject-text
              if ITEMS-OVERFLOW
                 move 'OVER 200 LINE ITEMS - FIRST 200 RETURNED'
                   to cm-reject-data
              else
                 move spaces to cm-reject-data
              end-if
              Perform Reject-Detail thru Reject-Detail-Exit
              go to Compose-Queue-Record-Exit
           end-if
      *
      *    a &VARIABLE the record does not carry would go out as
      *    '&NAME' in somebody's letter - back to the application
      *
           if cm-missing-var greater spaces
              move 'MV' to cm-reject-code
              move 'VARIABLE MISSING FROM RECORD' to cm-reject-text
              move cm-missing-var to cm-reject-data
              Perform Reject-Detail thru Reject-Detail-Exit
              go to Compose-Queue-Record-Exit
           end-if
      *
      *    the merged message's fingerprint - seen before under
      *    another message-id, this one is a duplicate
      *
           Perform Check-Duplicate thru Check-Duplicate-Exit
      *
      *    an approval mailing's records are written held - the
      *    overnight run never sees them until the reviewer's
      *    APPROVE card releases the mailing. A duplicate is written
      *    held too, whatever the mailing, until an operator says
      *    it is a genuine repeat, and so is every record of a
      *    mailing out of balance with its trailer
      *
           evaluate true
               when FPRINT-DUPLICATE
                   set qm-held to true
               when CONTROL-HELD
                   set qm-held to true
                   add 1 to cm-control-held-count
               when APPROVAL-MAILING
                   set qm-held to true
                   add 1 to cm-held-count
               when other
                   set qm-pending to true
           end-evaluate
           Perform Generate-Message-Id
              thru Generate-Message-Id-Exit
           Perform Build-Queue-Fields thru Build-Queue-Fields-Exit
           move cm-dt-recipient     to qm-recipient(1)
           if CC-SUPPRESSED
              move spaces           to qm-cc(1)
           else
              move cm-dt-cc         to qm-cc(1)
           end-if
           move cm-merged-subject   to qm-subject
      *
           Perform Write-Queue-Record thru Write-Queue-Record-Exit.
           if queue-status-ok
              evaluate true
                  when FPRINT-DUPLICATE
                      Perform Report-Duplicate
                         thru Report-Duplicate-Exit
                  when FPRINT-NEW
                      Perform Register-Fingerprint
                         thru Register-Fingerprint-Exit
              end-evaluate
           end-if.
      *
      *    a duplicate is nobody's proof - the reviewer sees the
      *    mailing's real first addressees, not the double run - and
      *    a mailing out of balance is not proofed until its extract
      *    has been put right
      *
           if FPRINT-DUPLICATE or CONTROL-HELD
              go to Compose-Queue-Record-Exit
           end-if.
      *
      *    the first few addressees of an approval mailing also go
      *    out as fully merged proofs to the reviewer - pending, so
       Compose-Queue-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Walk the template for this addressee into cm-merged-row:      *
      * body lines merged in turn, a repeat block walked once per     *
      * line item (skipped without any), an IF block skipped unless   *
      * its variable tests true. Row 201 sets the overflow and stops  *
      *---------------------------------------------------------------*
       Expand-Body.
           move zero to cm-row-count.
           move zero to cm-cur-item.
           move 'N'  to cm-body-overflow.
           if ITEMS-OVERFLOW
              move 'Y' to cm-body-overflow
              go to Expand-Body-Exit
           end-if.
           move 1 to cm-tx.
           perform until cm-tx greater cm-tpl-body-count
                      or BODY-OVERFLOW
               evaluate cm-tpl-type(cm-tx)
                   when 'R'
                       if cm-item-count greater zero
                          move 1 to cm-cur-item
                          compute cm-block-start = cm-tx + 1
                          add 1 to cm-tx
                       else
                          compute cm-tx = cm-tpl-match(cm-tx) + 1
                       end-if
                   when 'E'
                       if cm-cur-item less cm-item-count
                          add 1 to cm-cur-item
                          move cm-block-start to cm-tx
                       else
                          move zero to cm-cur-item
                          add 1 to cm-tx
                       end-if
                   when 'I'
                       Perform Test-Condition
                          thru Test-Condition-Exit
                       if CONDITION-TRUE
                          add 1 to cm-tx
                       else
                          compute cm-tx = cm-tpl-match(cm-tx) + 1
                       end-if
                   when 'F'
                       add 1 to cm-tx
                   when other
                       if cm-row-count less 200
                          add 1 to cm-row-count
                          move cm-tpl-line(cm-tx) to cm-line-in
                          Perform Merge-Line thru Merge-Line-Exit
                          move cm-line-out
                            to cm-merged-row(cm-row-count)
                       else
                          move 'Y' to cm-body-overflow
                       end-if
                       add 1 to cm-tx
               end-evaluate
           end-perform.
           move zero to cm-cur-item.
      *
      *    every line conditional and every condition false still
      *    leaves a (blank) body to send
      *
           if cm-row-count equal zero
              move 1      to cm-row-count
              move spaces to cm-merged-row(1)
           end-if.
       Expand-Body-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The IF line at cm-tx: its variable (column 1, with or without *
      * the '&') must be on the line item or detail record and hold   *
      * something other than blanks or a zero amount                  *
      *---------------------------------------------------------------*
       Test-Condition.
           move 'N' to cm-cond-true.
           move spaces to cm-var-name.
           if cm-tpl-line(cm-tx) (1:1) equal '&'
              unstring cm-tpl-line(cm-tx) (2:127) delimited by space
                  into cm-var-name
              end-unstring
           else
              unstring cm-tpl-line(cm-tx) delimited by space
                  into cm-var-name
              end-unstring
           end-if.
           Perform Find-Variable thru Find-Variable-Exit.
           if not VAR-FOUND
              go to Test-Condition-Exit
           end-if.
           move cm-var-value to cm-cond-value.
           inspect cm-cond-value converting '0.,+-' to '     '.
           if cm-cond-value greater spaces
              move 'Y' to cm-cond-true
           end-if.
       Test-Condition-Exit.
           Exit.

      *---------------------------------------------------------------*
      * An addressee whose body would not fit the 200-row queue       *
      * record - reported for the owning application, not queued      *
      *---------------------------------------------------------------*
       Report-Body-Overflow.
           Display 'COBSMTPM: body over 200 rows, not queued - '
                   'mailing ' cm-ml-mailing-id ' recipient '
                   cm-dt-recipient.
           add 1 to cm-overflow-count.
       Report-Body-Overflow-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Fingerprint the merged addressee and look it up on DUPFPF:    *
      * not there is a new message, there under another message-id    *
      * is a duplicate (its owner saved for the report). A message    *
      * COBSMTPG could not hash is left unchecked                     *
      *---------------------------------------------------------------*
       Check-Duplicate.
           move 'N' to cm-fprint-state.
           move spaces to fp-recipients.
           move cm-dt-recipient   to fp-recipient(1).
           move cm-merged-subject to fp-subject.
           move cm-row-count      to fp-num-rows.
           move spaces to fp-txt-msg.
           perform varying iz from 1 by 1
                     until iz greater cm-row-count
               move cm-merged-row(iz) to fp-msg-row(iz)
           end-perform.
           Call 'COBSMTPG' using fingerprint-parm.
           if fp-return-code not equal zero
              Display 'COBSMTPM: no fingerprint, duplicate check '
                      'skipped - mailing ' cm-ml-mailing-id
                      ' recipient ' cm-dt-recipient
              move 'U' to cm-fprint-state
              add 1 to cm-unchecked-count
              go to Check-Duplicate-Exit
           end-if.
           move fp-fingerprint to df-fingerprint.
           Read Dupfp-File
               invalid key
                   go to Check-Duplicate-Exit
           end-read.
           if not dupf-status-ok
              Display 'COBSMTPM: read failed for DUPFPF, status='
                      cm-dupf-status
              move 'U' to cm-fprint-state
              add 1 to cm-unchecked-count
              go to Check-Duplicate-Exit
           end-if.
           move 'D' to cm-fprint-state.
           move df-message-id   to cm-do-message-id.
           move df-mailing-id   to cm-do-mailing-id.
           move df-owned-time   to cm-do-owned-time.
           move df-owner-source to cm-do-source.
       Check-Duplicate-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The record just queued owns its new fingerprint from now on.  *
      * A duplicate key here is a fingerprint another composer        *
      * registered since the lookup - the record is already queued,   *
      * so it is only reported; COBSMTPB holds it before the send     *
      *---------------------------------------------------------------*
       Register-Fingerprint.
           move spaces to fingerprint-record.
           move fp-fingerprint     to df-fingerprint.
           move cm-last-message-id to df-message-id.
           move cm-ml-mailing-id   to df-mailing-id.
           move cm-queued-stamp    to df-owned-time.
           move 'COBSMTPM'         to df-owner-source.
           Write fingerprint-record
               invalid key
                   Display 'COBSMTPM: fingerprint of '
                           cm-last-message-id
                           ' already registered - left to COBSMTPB'
                   go to Register-Fingerprint-Exit
           end-write.
           if not dupf-status-ok
              Display 'COBSMTPM: write failed for DUPFPF, status='
                      cm-dupf-status ' key=' cm-last-message-id
           end-if.
       Register-Fingerprint-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One DUPRPT line per duplicate written held - both message-ids *
      * and both mailing-ids, for the owning application and for the  *
      * operator who may release it                                   *
      *---------------------------------------------------------------*
       Report-Duplicate.
           move cm-last-message-id to cm-dl-message-id.
           move cm-ml-mailing-id   to cm-dl-mailing.
           move cm-do-message-id   to cm-dl-owner-id.
           move cm-do-mailing-id   to cm-dl-owner-mailing.
           move cm-do-owned-time   to cm-dl-owned-time.
           move cm-do-source       to cm-dl-source.
           move cm-dt-recipient    to cm-dl-recipient.
           Write duplicate-report-line from cm-duplicate-line.
           add 1 to cm-dup-count.
       Report-Duplicate-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The saved addressee to MAILREJ with cm-reject-code/-text/     *
      * -data: its 'D' record and its line items as they came in,     *
      * after the mailing's header if this is its first reject        *
      *---------------------------------------------------------------*
       Reject-Detail.
           if not REJECT-HEADER-WRITTEN
              move spaces to mail-reject-record
              move cm-header-image to rj-extract-record
              Write mail-reject-record
              move 'Y'  to cm-rej-header-done
              move zero to cm-rej-details
              move zero to cm-rej-hash
           end-if.
           move spaces          to mail-reject-record.
           move cm-reject-code  to rj-reason-code.
           move cm-reject-text  to rj-reason-text.
           move cm-reject-data  to rj-reason-data.
           move 'D'             to rj-record-type.
           move cm-detail       to rj-record-data.
           Write mail-reject-record.
           if not rej-status-ok
              Display 'COBSMTPM: write failed for MAILREJ, status='
                      cm-rej-status ' recipient ' cm-dt-recipient
              go to Reject-Detail-Exit
           end-if.
           perform varying cm-rj-ix from 1 by 1
                     until cm-rj-ix greater cm-item-count
               move spaces         to mail-reject-record
               move cm-reject-code to rj-reason-code
               move cm-reject-text to rj-reason-text
               move cm-reject-data to rj-reason-data
               move 'L'            to rj-record-type
               move cm-item(cm-rj-ix)
                 to rj-record-data(1:1020)
               Write mail-reject-record
           end-perform.
           add 1 to cm-reject-count.
           add 1 to cm-rej-details.
           Perform Hash-Control-Value thru Hash-Control-Value-Exit.
           compute cm-hash-work = cm-rej-hash + cm-hash-value.
           move cm-hash-work to cm-rej-hash.
       Reject-Detail-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Close the mailing's rejects with a trailer of their own, so   *
      * the reject file balances when it comes back as an extract     *
      *---------------------------------------------------------------*
       End-Reject-Mailing.
           if not REJECT-HEADER-WRITTEN
              go to End-Reject-Mailing-Exit
           end-if.
           move cm-ml-mailing-id to cm-rt-mailing-id.
           move cm-rej-details   to cm-rt-detail-count.
           move cm-rej-hash      to cm-rt-hash-total.
           move spaces            to mail-reject-record.
           move 'T'               to rj-record-type.
           move cm-reject-trailer to rj-record-data.
           Write mail-reject-record.
           move 'N' to cm-rej-header-done.
       End-Reject-Mailing-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Everything the mailing record and its proof share, built      *
      * from working storage and the extract record only - status,    *
           move cm-ml-earliest-time to qm-earliest-time
           move zero                to qm-attempt-count
           move spaces              to qm-next-attempt
           move cm-row-count        to qm-num-rows
           move spaces to qm-recipients qm-carbon-copy qm-blind-copy
           move spaces to qm-recipient-status qm-cc-status
                          qm-bcc-status
           move cm-ml-sender        to qm-sender
           move cm-ml-html          to qm-html
           move cm-ml-source-ccsid  to qm-source-ccsid
           move cm-dt-attach-key    to qm-attach-key
           if cm-dt-attach-count numeric
              move cm-dt-attach-count to qm-attach-count
           else
              move zero             to qm-attach-count
           end-if
           perform varying iz from 1 by 1
                     until iz greater cm-row-count
               move cm-merged-row(iz) to qm-msg-row(iz)
           end-perform.
       Build-Queue-Fields-Exit.
           end-write.
           if queue-status-ok
              add 1 to cm-written-count
              move spaces to cm-last-message-id
              string cm-id-stamp delimited by size
                     cm-id-seq   delimited by size
                  into cm-last-message-id
              end-string
           else
              Display 'COBSMTPM: write failed for QMAILF, status='
                      cm-queue-status

      *---------------------------------------------------------------*
      * Resolve every &VARIABLE in cm-line-in against the current     *
      * line item's and detail record's name/value pairs, building    *
      * cm-line-out. A variable name is 1 to 8 upper-case             *
      * letters/digits right after the '&'; an unknown name is passed *
      * through literally and the first one kept in cm-missing-var -  *
      * the addressee is rejected rather than mailed with it          *
      *---------------------------------------------------------------*
       Merge-Line.
           move spaces to cm-line-out.
           if cm-var-lgt greater zero
              move spaces to cm-var-name
              move cm-line-in(ix + 1:cm-var-lgt) to cm-var-name
              Perform Find-Variable thru Find-Variable-Exit
           end-if.
           if VAR-FOUND
      *
      *
              perform varying cm-val-lgt from 60 by -1
                        until cm-val-lgt less 1
                           or cm-var-value(cm-val-lgt:1)
                              not equal space
              end-perform
              compute cm-out-room = 129 - cm-out-ptr
                 move cm-out-room to cm-val-lgt
              end-if
              if cm-val-lgt greater zero
                 move cm-var-value(1:cm-val-lgt)
                   to cm-line-out(cm-out-ptr:cm-val-lgt)
                 add cm-val-lgt to cm-out-ptr
              end-if
              compute ix = ix + cm-var-lgt + 1
           else
              if cm-var-lgt greater zero
                 and cm-missing-var equal spaces
                 move cm-var-name to cm-missing-var
              end-if
              move '&' to cm-line-out(cm-out-ptr:1)
              add 1 to cm-out-ptr
              add 1 to ix
       Resolve-Variable-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Look cm-var-name up - on the line item being repeated first,  *
      * when there is one, then on the detail record - and hand its   *
      * value back in cm-var-value                                    *
      *---------------------------------------------------------------*
       Find-Variable.
           move 'N' to cm-var-found.
           move spaces to cm-var-value.
           if cm-cur-item greater zero
              perform varying iy from 1 by 1
                        until iy greater 15
                           or VAR-FOUND
                  if cm-it-var-name(cm-cur-item, iy) equal cm-var-name
                     move 'Y' to cm-var-found
                     move cm-it-var-value(cm-cur-item, iy)
                       to cm-var-value
                  end-if
              end-perform
           end-if.
           perform varying iy from 1 by 1
                     until iy greater 15
                        or VAR-FOUND
               if cm-dt-var-name(iy) equal cm-var-name
                  move 'Y' to cm-var-found
                  move cm-dt-var-value(iy) to cm-var-value
               end-if
           end-perform.
       Find-Variable-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the checkpoint and decide, automatically, whether this   *
      * is a fresh run or the rerun of an abended one. A checkpoint   *
       Extract-Bare-Address-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The address in cm-screen-slot, stripped to its bare form,     *
      * must have exactly one '@' with something before it and a      *
      * domain after it holding a '.' that is neither its first nor   *
      * its last character - and a '<' must be closed by a '>'        *
      *---------------------------------------------------------------*
       Check-Address-Syntax.
           move 'N' to cm-syntax-ok.
           Perform Extract-Bare-Address
              thru Extract-Bare-Address-Exit.
           move zero to cm-at-count.
           inspect cm-screen-slot tallying cm-at-count for all '<'.
           if cm-at-count greater zero
              move zero to cm-at-count
              inspect cm-screen-slot tallying cm-at-count for all '>'
              if cm-at-count equal zero
                 go to Check-Address-Syntax-Exit
              end-if
           end-if.
           perform varying cm-addr-lgt from 60 by -1
                     until cm-addr-lgt equal zero
                        or su-address(cm-addr-lgt:1) not equal space
           end-perform.
           if cm-addr-lgt less 5
              go to Check-Address-Syntax-Exit
           end-if.
           move zero to cm-at-count.
           inspect su-address(1:cm-addr-lgt)
               tallying cm-at-count for all ' '.
           if cm-at-count greater zero
              go to Check-Address-Syntax-Exit
           end-if.
           inspect su-address(1:cm-addr-lgt)
               tallying cm-at-count for all '@'.
           if cm-at-count not equal 1
              go to Check-Address-Syntax-Exit
           end-if.
           move zero to cm-at-pos.
           inspect su-address(1:cm-addr-lgt)
               tallying cm-at-pos for characters before initial '@'.
           if cm-at-pos equal zero
              or cm-at-pos + 3 greater cm-addr-lgt
              go to Check-Address-Syntax-Exit
           end-if.
           if su-address(cm-at-pos + 2:1) equal '.'
              or su-address(cm-addr-lgt:1) equal '.'
              go to Check-Address-Syntax-Exit
           end-if.
           move zero to cm-at-count.
           inspect su-address(cm-at-pos + 2:cm-addr-lgt - cm-at-pos - 1)
               tallying cm-at-count for all '.'.
           if cm-at-count greater zero
              move 'Y' to cm-syntax-ok
           end-if.
       Check-Address-Syntax-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One SUPRPT line per blocked address - the compliance proof    *
      *---------------------------------------------------------------*
           Close Queue-File.
           Close Checkpoint-File.
           Close Suppress-File.
           Close Registry-File.
           Close Dupfp-File.
           Close Reject-File.
           move spaces to duplicate-report-line.
           Write duplicate-report-line.
           move cm-dup-count to cm-dp-count-disp.
           Write duplicate-report-line from cm-duplicate-total-line.
           move spaces to duplicate-report-line.
           move 'END OF REPORT' to duplicate-report-line.
           Write duplicate-report-line.
           Close Duplicate-Report.
           move spaces to suppress-report-line.
           Write suppress-report-line.
           move cm-suppressed-count to cm-st-count-disp.
