      *****************************************************************
      *                                                               *
      *   Month-end chargeback of outbound mail by cost centre.       *
      *   Every message delivered in the month - whether it still     *
      *   sits sent on QMAILF or has been purged to the QARCHF        *
      *   archive - is charged to the mailing that queued it, and     *
      *   through the MAILREG mailing registry (cpymreg) to that      *
      *   mailing's department and cost centre: messages,             *
      *   recipients actually offered to the relay (suppressed        *
      *   slots are not charged), attachments, bytes (body text plus  *
      *   the attachment content still on the ATTCHF store) and send  *
      *   attempts, retries included.                                 *
      *                                                               *
      *   A mailing-id that is not on the registry is charged to the  *
      *   suspense cost centre *UNREG* so nothing drops out of the    *
      *   totals; COBSMTPB's REGRPT names the offenders nightly.      *
      *                                                               *
      *   The month's delivery audit lines, read by key from the      *
      *   AUDHIST history, are then totalled and set against the      *
      *   charged figures: any successful sends and recipients the    *
      *   history shows beyond what was charged went out through      *
      *   direct COBSMTPC calls that never touched the queue, and     *
      *   are printed as the unattributed line for finance to chase.  *
      *                                                               *
      *   CHGPARM is one card: the month to charge, yyyy-mm, in       *
      *   columns 1-7. A missing card charges the previous calendar   *
      *   month - the normal month-end run.                           *
      *                                                               *
      *****************************************************************
       Identification Division.
       Program-id. COBSMTPK initial.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Queue-File Assign to QMAILF
               Organization is Indexed
               Access is Sequential
               Record Key is qm-message-id
               File Status is cb-queue-status.
           Select Archive-File Assign to QARCHF
               Organization is Sequential
               File Status is cb-arch-status.
           Select Audit-File Assign to AUDHIST
               Organization is Indexed
               Access is Dynamic
               Record Key is hy-key
               File Status is cb-audit-status.
           Select Registry-File Assign to MAILREG
               Organization is Indexed
               Access is Random
               Record Key is mg-mailing-id
               File Status is cb-mreg-status.
           Select Attach-File Assign to ATTCHF
               Organization is Indexed
               Access is Random
               Record Key is at-key
               File Status is cb-attach-status.
           Select Param-File Assign to CHGPARM
               Organization is Sequential
               File Status is cb-param-status.
           Select Report-File Assign to CHGRPT
               Organization is Sequential
               File Status is cb-report-status.
       Data Division.
       File Section.
       FD  Queue-File
           Label Records are Standard.
           copy cpyqmail.
       FD  Archive-File
           Label Records are Standard.
      *---------------------------------------------------------------*
      * The QARCHF archive record, field for field the same layout    *
      * COBSMTPQ's PURGE writes                                       *
      *---------------------------------------------------------------*
       01  archived-mail-record.
           05  ar-message-id              pic x(16).
           05  ar-status                  pic x(01).
           05  ar-mailing-id              pic x(08).
           05  ar-profile                 pic x(08).
           05  ar-attach-key              pic x(16).
           05  ar-attach-count            pic 9(02).
           05  ar-queued-time             pic x(19).
           05  ar-sent-time               pic x(19).
           05  ar-priority                pic 9(01).
           05  ar-earliest-time           pic x(19).
           05  ar-attempt-count           pic 9(02).
           05  ar-next-attempt            pic x(19).
           copy cpymailp replacing ==:TAG:== by ==ar-==
                                   ==2500==  by ==200==.
       FD  Audit-File
           Label Records are Standard.
           copy cpyaudh.
       FD  Registry-File
           Label Records are Standard.
           copy cpymreg.
       FD  Attach-File
           Label Records are Standard.
           copy cpyattch.
       FD  Param-File
           Label Records are Standard.
       01  param-card.
           05  pc-month                   pic x(07).
           05  filler                     pic x(73).
       FD  Report-File
           Label Records are Standard.
       01  report-line                    pic x(132).
       Working-Storage Section.
           copy cpyaudit.
       01  cb-queue-status                pic x(02) value '00'.
           88  queue-status-ok                value '00'.
       01  cb-arch-status                 pic x(02) value '00'.
           88  arch-status-ok                 value '00'.
       01  cb-audit-status                pic x(02) value '00'.
           88  audit-status-ok                value '00'.
       01  cb-mreg-status                 pic x(02) value '00'.
           88  mreg-status-ok                 value '00'.
       01  cb-attach-status               pic x(02) value '00'.
           88  attach-status-ok               value '00'.
       01  cb-param-status                pic x(02) value '00'.
           88  param-status-ok                value '00'.
       01  cb-report-status               pic x(02) value '00'.
           88  report-status-ok               value '00'.
       01  cb-end-of-queue                pic x value 'N'.
           88  END-OF-QUEUE                   value 'Y'.
       01  cb-end-of-archive              pic x value 'N'.
           88  END-OF-ARCHIVE                 value 'Y'.
       01  cb-end-of-audit                pic x value 'N'.
           88  END-OF-AUDIT                   value 'Y'.
       01  cb-attach-open                 pic x value 'N'.
           88  ATTACH-STORE-OPEN              value 'Y'.
      *---------------------------------------------------------------*
      * The month being charged, 'yyyy-mm' - matched against the      *
      * first 7 bytes of every timestamp                              *
      *---------------------------------------------------------------*
       01  cb-month                       pic x(07).
       01  cb-today                       pic 9(8).
       01  redefines cb-today.
           05  cb-td-ccyy                 pic 9(4).
           05  cb-td-mm                   pic 9(2).
           05  cb-td-dd                   pic 9(2).
       01  cb-prev-ccyy                   pic 9(4).
       01  cb-prev-mm                     pic 9(2).
      *---------------------------------------------------------------*
      * The record being charged, live or archived, copied into one   *
      * common shape so the charging is written once - the same      *
      * approach as COBSMTPI's inquiry record                         *
      *---------------------------------------------------------------*
       01  cb-record.
           05  cb-message-id              pic x(16).
           05  cb-status                  pic x(01).
           05  cb-mailing-id              pic x(08).
           05  cb-attach-key              pic x(16).
           05  cb-attach-count            pic 9(02).
           05  cb-sent-time               pic x(19).
           05  cb-attempt-count           pic 9(02).
           copy cpymailp replacing ==:TAG:== by ==cb-==
                                   ==2500==  by ==200==.
      *---------------------------------------------------------------*
      * One charge line per cost centre + mailing, kept in that order *
      * as the table is built so the report prints sorted             *
      *---------------------------------------------------------------*
       01  cb-charge-used                 pic 9(4) binary value zero.
       01  cb-max-charges                 pic 9(4) binary value 1000.
       01  cb-charge-overflow             pic x value 'N'.
       01  cb-charge-table.
           05  cb-charge-entry occurs 1000.
               10  cb-ch-key.
                   15  cb-ch-cost-centre  pic x(08).
                   15  cb-ch-mailing-id   pic x(08).
               10  cb-ch-dept             pic x(20).
               10  cb-ch-messages         pic 9(9) comp-3.
               10  cb-ch-recipients       pic 9(9) comp-3.
               10  cb-ch-attachments      pic 9(9) comp-3.
               10  cb-ch-bytes            pic 9(15) comp-3.
               10  cb-ch-attempts         pic 9(9) comp-3.
       01  cb-new-key.
           05  cb-nk-cost-centre          pic x(08).
           05  cb-nk-mailing-id           pic x(08).
       01  cb-new-dept                    pic x(20).
       01  cb-slot                        pic 9(4) binary.
       01  cb-found                       pic x.
      *
      *    the last registry lookup, remembered - a mailing's
      *    records sit together on both files
      *
       01  cb-reg-last-mailing            pic x(08) value low-values.
       01  cb-reg-last-cost-centre        pic x(08).
       01  cb-reg-last-dept               pic x(20).
      *---------------------------------------------------------------*
      * One record's charge                                           *
      *---------------------------------------------------------------*
       01  cb-rec-recipients              pic 9(9) comp-3.
       01  cb-rec-bytes                   pic 9(15) comp-3.
       01  cb-rec-attempts                pic 9(9) comp-3.
       01  cb-row-lgt                     pic 9(4) binary.
       01  cb-at-seq                      pic 9(02).
      *---------------------------------------------------------------*
      * Totals - per cost centre as the report breaks, the grand      *
      * total, and the audit log's own count for the month            *
      *---------------------------------------------------------------*
       01  cb-totals.
           05  cb-tt-messages             pic 9(9) comp-3.
           05  cb-tt-recipients           pic 9(9) comp-3.
           05  cb-tt-attachments          pic 9(9) comp-3.
           05  cb-tt-bytes                pic 9(15) comp-3.
           05  cb-tt-attempts             pic 9(9) comp-3.
       01  cb-grand.
           05  cb-gt-messages             pic 9(9) comp-3.
           05  cb-gt-recipients           pic 9(9) comp-3.
           05  cb-gt-attachments          pic 9(9) comp-3.
           05  cb-gt-bytes                pic 9(15) comp-3.
           05  cb-gt-attempts             pic 9(9) comp-3.
       01  cb-break-cost-centre           pic x(08).
       01  cb-audit-attempts              pic 9(9) comp-3 value zero.
       01  cb-audit-delivered             pic 9(9) comp-3 value zero.
       01  cb-audit-recipients            pic 9(9) comp-3 value zero.
       01  cb-unattr-messages             pic s9(9) comp-3.
       01  cb-unattr-recipients           pic s9(9) comp-3.
       01  cb-semi-count                  pic 9(4) binary.
       01  cb-queue-charged               pic 9(8) binary value zero.
       01  cb-archive-charged             pic 9(8) binary value zero.
       01  ix                             pic 9(4) binary.
       01  iy                             pic 9(4) binary.
      *---------------------------------------------------------------*
      * Report lines                                                  *
      *---------------------------------------------------------------*
       01  cb-line                        pic x(132).
       01  cb-title-line.
           05  filler                     pic x(36)
               value 'OUTBOUND MAIL CHARGEBACK FOR MONTH  '.
           05  cb-tl-month                pic x(07).
           05  filler                     pic x(89) value spaces.
       01  cb-heading-line.
           05  filler                     pic x(09) value 'COST CTR'.
           05  filler                     pic x(09) value 'MAILING'.
           05  filler                     pic x(21) value 'DEPARTMENT'.
           05  filler                     pic x(12) value
               '    MESSAGES'.
           05  filler                     pic x(12) value
               '  RECIPIENTS'.
           05  filler                     pic x(12) value
               ' ATTACHMENTS'.
           05  filler                     pic x(20) value
               '               BYTES'.
           05  filler                     pic x(12) value
               '    ATTEMPTS'.
           05  filler                     pic x(25) value spaces.
       01  cb-charge-line.
           05  cb-cl-cost-centre          pic x(08).
           05  filler                     pic x(01) value space.
           05  cb-cl-mailing              pic x(08).
           05  filler                     pic x(01) value space.
           05  cb-cl-dept                 pic x(20).
           05  filler                     pic x(01) value space.
           05  cb-cl-messages             pic zzz,zzz,zz9.
           05  filler                     pic x(01) value space.
           05  cb-cl-recipients           pic zzz,zzz,zz9.
           05  filler                     pic x(01) value space.
           05  cb-cl-attachments          pic zzz,zzz,zz9.
           05  filler                     pic x(01) value space.
           05  cb-cl-bytes                pic zzz,zzz,zzz,zzz,zz9.
           05  filler                     pic x(01) value space.
           05  cb-cl-attempts             pic zzz,zzz,zz9.
           05  filler                     pic x(25) value spaces.
       01  cb-audit-line.
           05  cb-al-label                pic x(40).
           05  cb-al-count                pic ---,---,--9.
           05  filler                     pic x(81) value spaces.
       Procedure Division.
      *=============================================*
       Main-Logic.
           Perform Open-Files        thru Open-Files-Exit
           Perform Read-Param-Card   thru Read-Param-Card-Exit
           Perform Charge-Queue      thru Charge-Queue-Exit
           Perform Charge-Archive    thru Charge-Archive-Exit
           Perform Total-Audit-Log   thru Total-Audit-Log-Exit
           Perform Print-Charges     thru Print-Charges-Exit
           Perform Print-Audit-Check thru Print-Audit-Check-Exit
           Perform Close-Files       thru Close-Files-Exit
           Goback.

      *---------------------------------------------------------------*
      * Open everything - the attachment store is optional: without   *
      * it the bytes column carries body text only, and says so       *
      *---------------------------------------------------------------*
       Open-Files.
           Open Input Queue-File.
           If not queue-status-ok
              Display 'COBSMTPK: open failed for QMAILF, status='
                      cb-queue-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open Input Archive-File.
           If not arch-status-ok
              Display 'COBSMTPK: open failed for QARCHF, status='
                      cb-arch-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open Input Audit-File.
           If not audit-status-ok
              Display 'COBSMTPK: open failed for AUDHIST, status='
                      cb-audit-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open Input Registry-File.
           If not mreg-status-ok
              Display 'COBSMTPK: open failed for MAILREG, status='
                      cb-mreg-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open Input Attach-File.
           If attach-status-ok
              move 'Y' to cb-attach-open
           else
              Display 'COBSMTPK: open failed for ATTCHF, status='
                      cb-attach-status
                      ' - bytes are body text only'
           end-if.
           Open Output Report-File.
           If not report-status-ok
              Display 'COBSMTPK: open failed for CHGRPT, status='
                      cb-report-status
              Move 16 to Return-Code
              Goback
           end-if.
       Open-Files-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The month off the parameter card - no card (or a blank one)   *
      * means the calendar month before today                         *
      *---------------------------------------------------------------*
       Read-Param-Card.
           accept cb-today from date yyyymmdd.
           if cb-td-mm equal 1
              compute cb-prev-ccyy = cb-td-ccyy - 1
              move 12 to cb-prev-mm
           else
              move cb-td-ccyy to cb-prev-ccyy
              compute cb-prev-mm = cb-td-mm - 1
           end-if.
           move spaces to cb-month.
           string cb-prev-ccyy '-' cb-prev-mm
                  delimited by size into cb-month
           end-string.
           Open Input Param-File.
           If not param-status-ok
              Display 'COBSMTPK: no CHGPARM card, charging ' cb-month
              go to Read-Param-Card-Exit
           end-if.
           Read Param-File
               at end
                   continue
               not at end
                   if pc-month greater spaces
                      move pc-month to cb-month
                   end-if
           end-read.
           Close Param-File.
       Read-Param-Card-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Every record still on the queue that was sent in the month    *
      *---------------------------------------------------------------*
       Charge-Queue.
           Perform Read-Queue-Next thru Read-Queue-Next-Exit.
           Perform until END-OF-QUEUE
               if qm-sent
                  and qm-sent-time(1:7) equal cb-month
                  Perform Move-Queue-To-Charge
                     thru Move-Queue-To-Charge-Exit
                  Perform Charge-One-Record
                     thru Charge-One-Record-Exit
                  add 1 to cb-queue-charged
               end-if
               Perform Read-Queue-Next thru Read-Queue-Next-Exit
           end-perform.
       Charge-Queue-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the next queue record                                    *
      *---------------------------------------------------------------*
       Read-Queue-Next.
           Read Queue-File next
               at end
                   move 'Y' to cb-end-of-queue
           end-read.
           If not END-OF-QUEUE and not queue-status-ok
              Display 'COBSMTPK: read failed for QMAILF, status='
                      cb-queue-status
              move 'Y' to cb-end-of-queue
           end-if.
       Read-Queue-Next-Exit.
           Exit.

      *---------------------------------------------------------------*
      * And every archived record that was sent in the month          *
      *---------------------------------------------------------------*
       Charge-Archive.
           Perform Read-Archive thru Read-Archive-Exit.
           Perform until END-OF-ARCHIVE
               if ar-status equal 'S'
                  and ar-sent-time(1:7) equal cb-month
                  Perform Move-Archive-To-Charge
                     thru Move-Archive-To-Charge-Exit
                  Perform Charge-One-Record
                     thru Charge-One-Record-Exit
                  add 1 to cb-archive-charged
               end-if
               Perform Read-Archive thru Read-Archive-Exit
           end-perform.
       Charge-Archive-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the next archive record                                  *
      *---------------------------------------------------------------*
       Read-Archive.
           Read Archive-File
               at end
                   move 'Y' to cb-end-of-archive
           end-read.
           If not END-OF-ARCHIVE and not arch-status-ok
              Display 'COBSMTPK: read failed for QARCHF, status='
                      cb-arch-status
              move 'Y' to cb-end-of-archive
           end-if.
       Read-Archive-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The live record into the common charge shape                  *
      *---------------------------------------------------------------*
       Move-Queue-To-Charge.
           move qm-message-id       to cb-message-id
           move qm-status           to cb-status
           move qm-mailing-id       to cb-mailing-id
           move qm-attach-key       to cb-attach-key
           move qm-attach-count     to cb-attach-count
           move qm-sent-time        to cb-sent-time
           move qm-attempt-count    to cb-attempt-count
           move qm-recipients       to cb-recipients
           move qm-carbon-copy      to cb-carbon-copy
           move qm-blind-copy       to cb-blind-copy
           move qm-recipient-status to cb-recipient-status
           move qm-cc-status        to cb-cc-status
           move qm-bcc-status       to cb-bcc-status
           move qm-num-rows         to cb-num-rows
           move qm-txt-msg          to cb-txt-msg.
       Move-Queue-To-Charge-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The archived record into the common charge shape              *
      *---------------------------------------------------------------*
       Move-Archive-To-Charge.
           move ar-message-id       to cb-message-id
           move ar-status           to cb-status
           move ar-mailing-id       to cb-mailing-id
           move ar-attach-key       to cb-attach-key
           move ar-attach-count     to cb-attach-count
           move ar-sent-time        to cb-sent-time
           move ar-attempt-count    to cb-attempt-count
           move ar-recipients       to cb-recipients
           move ar-carbon-copy      to cb-carbon-copy
           move ar-blind-copy       to cb-blind-copy
           move ar-recipient-status to cb-recipient-status
           move ar-cc-status        to cb-cc-status
           move ar-bcc-status       to cb-bcc-status
           move ar-num-rows         to cb-num-rows
           move ar-txt-msg          to cb-txt-msg.
       Move-Archive-To-Charge-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One sent record onto its cost centre + mailing line           *
      *---------------------------------------------------------------*
       Charge-One-Record.
           Perform Look-Up-Registry thru Look-Up-Registry-Exit.
           move cb-reg-last-cost-centre to cb-nk-cost-centre.
           move cb-mailing-id           to cb-nk-mailing-id.
           move cb-reg-last-dept        to cb-new-dept.
           Perform Find-Charge-Slot thru Find-Charge-Slot-Exit.
           if cb-slot equal zero
              go to Charge-One-Record-Exit
           end-if.
      *
      *    recipients the relay was actually offered - a suppressed
      *    slot never reached the wire and is not charged
      *
           move zero to cb-rec-recipients.
           perform varying ix from 1 by 1 until ix greater 10
               if cb-recipient(ix) greater spaces
                  and cb-recipient-rc(ix) not equal 'SUP'
                  add 1 to cb-rec-recipients
               end-if
               if cb-cc(ix) greater spaces
                  and cb-cc-rc(ix) not equal 'SUP'
                  add 1 to cb-rec-recipients
               end-if
               if cb-bcc(ix) greater spaces
                  and cb-bcc-rc(ix) not equal 'SUP'
                  add 1 to cb-rec-recipients
               end-if
           end-perform.
      *
      *    body bytes as they travel - each row trimmed, plus CRLF
      *
           move zero to cb-rec-bytes.
           perform varying ix from 1 by 1
                     until ix greater cb-num-rows
               perform varying cb-row-lgt from 128 by -1
                         until cb-row-lgt less 1
                            or cb-msg-row(ix) (cb-row-lgt:1)
                               not equal space
               end-perform
               compute cb-rec-bytes = cb-rec-bytes + cb-row-lgt + 2
           end-perform.
           if cb-attach-count numeric
              and cb-attach-count greater zero
              Perform Add-Attachment-Bytes
                 thru Add-Attachment-Bytes-Exit
           end-if.
           if cb-attempt-count numeric
              and cb-attempt-count greater zero
              move cb-attempt-count to cb-rec-attempts
           else
              move 1 to cb-rec-attempts
           end-if.
           add 1                 to cb-ch-messages(cb-slot).
           add cb-rec-recipients to cb-ch-recipients(cb-slot).
           if cb-attach-count numeric
              add cb-attach-count to cb-ch-attachments(cb-slot)
           end-if.
           add cb-rec-bytes      to cb-ch-bytes(cb-slot).
           add cb-rec-attempts   to cb-ch-attempts(cb-slot).
       Charge-One-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The content size of each attachment off its ATTCHF header    *
      * segment, while the store still holds it                       *
      *---------------------------------------------------------------*
       Add-Attachment-Bytes.
           if not ATTACH-STORE-OPEN
              go to Add-Attachment-Bytes-Exit
           end-if.
           perform varying cb-at-seq from 1 by 1
                     until cb-at-seq greater cb-attach-count
               move cb-attach-key to at-attach-key
               move cb-at-seq     to at-seq
               move zero          to at-segment
               Read Attach-File
                   invalid key
                       continue
                   not invalid key
                       if at-num-bytes numeric
                          add at-num-bytes to cb-rec-bytes
                       end-if
               end-read
           end-perform.
       Add-Attachment-Bytes-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The mailing's cost centre and department off MAILREG - a      *
      * mailing-id not registered goes to the *UNREG* suspense line   *
      *---------------------------------------------------------------*
       Look-Up-Registry.
           if cb-mailing-id equal cb-reg-last-mailing
              go to Look-Up-Registry-Exit
           end-if.
           move cb-mailing-id to cb-reg-last-mailing.
           move cb-mailing-id to mg-mailing-id.
           Read Registry-File
               invalid key
                   move '*UNREG* '        to cb-reg-last-cost-centre
                   move 'NOT REGISTERED'  to cb-reg-last-dept
               not invalid key
                   move mg-cost-centre    to cb-reg-last-cost-centre
                   move mg-dept           to cb-reg-last-dept
           end-read.
       Look-Up-Registry-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The charge line for cb-new-key, slotted into key order when   *
      * it is new. cb-slot comes back zero when the table is full     *
      *---------------------------------------------------------------*
       Find-Charge-Slot.
           move zero to cb-slot.
           move 'N' to cb-found.
           perform varying ix from 1 by 1
                     until ix greater cb-charge-used
                        or cb-found equal 'Y'
                        or cb-ch-key(ix) greater cb-new-key
              if cb-ch-key(ix) equal cb-new-key
                 move 'Y' to cb-found
                 move ix  to cb-slot
              end-if
           end-perform.
           if cb-found equal 'Y'
              go to Find-Charge-Slot-Exit
           end-if.
           if cb-charge-used not less cb-max-charges
              move 'Y' to cb-charge-overflow
              go to Find-Charge-Slot-Exit
           end-if.
           move ix to cb-slot.
           perform varying iy from cb-charge-used by -1
                     until iy less cb-slot
              move cb-charge-entry(iy) to cb-charge-entry(iy + 1)
           end-perform.
           add 1 to cb-charge-used.
           move cb-new-key  to cb-ch-key(cb-slot).
           move cb-new-dept to cb-ch-dept(cb-slot).
           move zero to cb-ch-messages(cb-slot)
                        cb-ch-recipients(cb-slot)
                        cb-ch-attachments(cb-slot)
                        cb-ch-bytes(cb-slot)
                        cb-ch-attempts(cb-slot).
       Find-Charge-Slot-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The month's audit lines: every attempt, the successful ones   *
      * and the recipients they carried (one ';' per address). The    *
      * history is started at the first of the month and read until   *
      * the month changes                                             *
      *---------------------------------------------------------------*
       Total-Audit-Log.
           move low-values to hy-key.
           move cb-month   to hy-timestamp(1:7).
           Start Audit-File key not less hy-key
               invalid key
                   move 'Y' to cb-end-of-audit
           end-start.
           if not END-OF-AUDIT
              Perform Read-Audit thru Read-Audit-Exit
           end-if.
           Perform until END-OF-AUDIT
               if au-timestamp(1:7) equal cb-month
                  add 1 to cb-audit-attempts
                  if au-rc equal zero
                     add 1 to cb-audit-delivered
                     move zero to cb-semi-count
                     inspect au-recipients
                         tallying cb-semi-count for all ';'
                     inspect au-cc
                         tallying cb-semi-count for all ';'
                     inspect au-bcc
                         tallying cb-semi-count for all ';'
                     add cb-semi-count to cb-audit-recipients
                  end-if
               end-if
               Perform Read-Audit thru Read-Audit-Exit
           end-perform.
       Total-Audit-Log-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the next audit line                                      *
      *---------------------------------------------------------------*
       Read-Audit.
           Read Audit-File next
               at end
                   move 'Y' to cb-end-of-audit
           end-read.
           If not END-OF-AUDIT and not audit-status-ok
              Display 'COBSMTPK: read failed for AUDHIST, status='
                      cb-audit-status
              move 'Y' to cb-end-of-audit
           end-if.
           If not END-OF-AUDIT
              if hy-timestamp(1:7) greater cb-month
                 move 'Y' to cb-end-of-audit
              else
                 move hy-audit-line to audit-record
              end-if
           end-if.
       Read-Audit-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The charge lines, a subtotal at every cost centre break and   *
      * the grand total                                               *
      *---------------------------------------------------------------*
       Print-Charges.
           move cb-month to cb-tl-month.
           Write report-line from cb-title-line.
           move spaces to cb-line.
           Write report-line from cb-line.
           Write report-line from cb-heading-line.
           if not ATTACH-STORE-OPEN
              move '  (ATTCHF NOT AVAILABLE - BYTES ARE BODY TEXT ONLY)'
                to cb-line
              Write report-line from cb-line
           end-if.
           if cb-charge-used equal zero
              move '  (NO MAIL SENT IN THE MONTH)' to cb-line
              Write report-line from cb-line
           end-if.
           initialize cb-totals cb-grand.
           if cb-charge-used greater zero
              move cb-ch-cost-centre(1) to cb-break-cost-centre
           end-if.
           perform varying ix from 1 by 1
                     until ix greater cb-charge-used
              if cb-ch-cost-centre(ix) not equal cb-break-cost-centre
                 Perform Print-Cost-Centre-Total
                    thru Print-Cost-Centre-Total-Exit
                 move cb-ch-cost-centre(ix) to cb-break-cost-centre
              end-if
              move cb-ch-cost-centre(ix) to cb-cl-cost-centre
              move cb-ch-mailing-id(ix)  to cb-cl-mailing
              move cb-ch-dept(ix)        to cb-cl-dept
              move cb-ch-messages(ix)    to cb-cl-messages
              move cb-ch-recipients(ix)  to cb-cl-recipients
              move cb-ch-attachments(ix) to cb-cl-attachments
              move cb-ch-bytes(ix)       to cb-cl-bytes
              move cb-ch-attempts(ix)    to cb-cl-attempts
              Write report-line from cb-charge-line
              add cb-ch-messages(ix)    to cb-tt-messages
                                           cb-gt-messages
              add cb-ch-recipients(ix)  to cb-tt-recipients
                                           cb-gt-recipients
              add cb-ch-attachments(ix) to cb-tt-attachments
                                           cb-gt-attachments
              add cb-ch-bytes(ix)       to cb-tt-bytes
                                           cb-gt-bytes
              add cb-ch-attempts(ix)    to cb-tt-attempts
                                           cb-gt-attempts
           end-perform.
           if cb-charge-used greater zero
              Perform Print-Cost-Centre-Total
                 thru Print-Cost-Centre-Total-Exit
           end-if.
           if cb-charge-overflow equal 'Y'
              move '  (OVER 1000 CHARGE LINES - REPORT INCOMPLETE)'
                to cb-line
              Write report-line from cb-line
           end-if.
           move 'ALL     '         to cb-cl-cost-centre.
           move 'TOTAL   '         to cb-cl-mailing.
           move spaces             to cb-cl-dept.
           move cb-gt-messages     to cb-cl-messages.
           move cb-gt-recipients   to cb-cl-recipients.
           move cb-gt-attachments  to cb-cl-attachments.
           move cb-gt-bytes        to cb-cl-bytes.
           move cb-gt-attempts     to cb-cl-attempts.
           Write report-line from cb-charge-line.
           move spaces to cb-line.
           Write report-line from cb-line.
       Print-Charges-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The subtotal of the cost centre just finished                 *
      *---------------------------------------------------------------*
       Print-Cost-Centre-Total.
           move cb-break-cost-centre to cb-cl-cost-centre.
           move 'TOTAL   '         to cb-cl-mailing.
           move spaces             to cb-cl-dept.
           move cb-tt-messages     to cb-cl-messages.
           move cb-tt-recipients   to cb-cl-recipients.
           move cb-tt-attachments  to cb-cl-attachments.
           move cb-tt-bytes        to cb-cl-bytes.
           move cb-tt-attempts     to cb-cl-attempts.
           Write report-line from cb-charge-line.
           move spaces to cb-line.
           Write report-line from cb-line.
           initialize cb-totals.
       Print-Cost-Centre-Total-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The audit log against the charged figures - what the log      *
      * shows beyond the charges went out by direct COBSMTPC calls    *
      *---------------------------------------------------------------*
       Print-Audit-Check.
           move 'AUDIT LOG CHECK' to cb-line.
           Write report-line from cb-line.
           move 'SMTPAUD SEND ATTEMPTS IN MONTH        : '
             to cb-al-label.
           move cb-audit-attempts to cb-al-count.
           Write report-line from cb-audit-line.
           move 'SMTPAUD SUCCESSFUL SENDS              : '
             to cb-al-label.
           move cb-audit-delivered to cb-al-count.
           Write report-line from cb-audit-line.
           move 'SMTPAUD RECIPIENTS ON SUCCESSFUL SENDS: '
             to cb-al-label.
           move cb-audit-recipients to cb-al-count.
           Write report-line from cb-audit-line.
           move 'MESSAGES CHARGED (QUEUE)              : '
             to cb-al-label.
           move cb-queue-charged to cb-al-count.
           Write report-line from cb-audit-line.
           move 'MESSAGES CHARGED (ARCHIVE)            : '
             to cb-al-label.
           move cb-archive-charged to cb-al-count.
           Write report-line from cb-audit-line.
           compute cb-unattr-messages =
                   cb-audit-delivered - cb-gt-messages.
           compute cb-unattr-recipients =
                   cb-audit-recipients - cb-gt-recipients.
           move 'UNATTRIBUTED SENDS (DIRECT CALLS)     : '
             to cb-al-label.
           move cb-unattr-messages to cb-al-count.
           Write report-line from cb-audit-line.
           move 'UNATTRIBUTED RECIPIENTS               : '
             to cb-al-label.
           move cb-unattr-recipients to cb-al-count.
           Write report-line from cb-audit-line.
       Print-Audit-Check-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Close everything                                               *
      *---------------------------------------------------------------*
       Close-Files.
           move spaces to cb-line.
           Write report-line from cb-line.
           move 'END OF REPORT' to cb-line.
           Write report-line from cb-line.
           Close Queue-File.
           Close Archive-File.
           Close Audit-File.
           Close Registry-File.
           if ATTACH-STORE-OPEN
              Close Attach-File
           end-if.
           Close Report-File.
       Close-Files-Exit.
           Exit.
