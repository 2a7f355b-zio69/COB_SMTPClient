      *   Message-ID arrives before any Final-Recipient line and is   *
      *   ignored by that ordering.                                   *
      *                                                               *
      *   Every failed address also lands on the ADRHLTH address-     *
      *   health file (cpyhlth) with the 'Status:' code that follows  *
      *   its Final-Recipient line, the bounce date and a running     *
      *   count - hard (5.x.x) and soft (4.x.x) kept apart. An        *
      *   address reaching the BNCPARM hard-bounce limit, or a run    *
      *   of soft bounces reaching the soft limit inside the window,  *
      *   is written to SUPRF with su-reason 'BOUNCED' and tagged     *
      *   SUPPRESS on the report, so the next night's composer and    *
      *   driver stop mailing it without anyone keying it in.         *
      *   Delivery reports with a 2.x.x status are not bounces and    *
      *   leave the health file alone.                                *
      *                                                               *
      *   BNCPARM is one optional card: the hard-bounce limit in      *
      *   columns 1-3, the soft-bounce limit in columns 5-7 and the   *
      *   soft-bounce window in days in columns 9-11. A missing card  *
      *   or blank field takes the default - suppress on the first    *
      *   hard bounce, or on the fifth soft bounce within 14 days.    *
      *                                                               *
      *****************************************************************
       Identification Division.
       Program-id. COBSMTPN initial.
           Select Report-File Assign to BNCRPT
               Organization is Sequential
               File Status is bn-report-status.
           Select Health-File Assign to ADRHLTH
               Organization is Indexed
               Access is Random
               Record Key is ah-address
               File Status is bn-health-status.
           Select Suppress-File Assign to SUPRF
               Organization is Indexed
               Access is Random
               Record Key is su-address
               File Status is bn-suppress-status.
           Select Param-File Assign to BNCPARM
               Organization is Sequential
               File Status is bn-param-status.
       Data Division.
       File Section.
       FD  Bounce-File
       FD  Report-File
           Label Records are Standard.
       01  report-line                    pic x(132).
       FD  Health-File
           Label Records are Standard.
           copy cpyhlth.
       FD  Suppress-File
           Label Records are Standard.
           copy cpysupr.
       FD  Param-File
           Label Records are Standard.
       01  param-card.
           05  pc-hard-limit              pic x(03).
           05  filler                     pic x(01).
           05  pc-soft-limit              pic x(03).
           05  filler                     pic x(01).
           05  pc-soft-days               pic x(03).
           05  filler                     pic x(69).
       Working-Storage Section.
       01  bn-bounce-status               pic x(02) value '00'.
           88  bounce-status-ok               value '00'.
           88  archive-status-ok              value '00'.
       01  bn-report-status               pic x(02) value '00'.
           88  report-status-ok               value '00'.
       01  bn-health-status               pic x(02) value '00'.
           88  health-status-ok               value '00'.
       01  bn-suppress-status             pic x(02) value '00'.
           88  suppress-status-ok             value '00'.
       01  bn-param-status                pic x(02) value '00'.
           88  param-status-ok                value '00'.
       01  bn-end-of-bounces              pic x value 'N'.
           88  END-OF-BOUNCES                 value 'Y'.
       01  bn-end-of-archive              pic x value 'N'.
      *---------------------------------------------------------------*
       01  bn-fail-count                  pic 9(4) binary value zero.
       01  bn-failed-table.
           05  bn-failed-entry occurs 10.
               10  bn-failed-addr         pic x(60).
               10  bn-failed-status       pic x(09).
       01  bn-orig-msgid                  pic x(16).
      *---------------------------------------------------------------*
      * Address-health work: the suppression limits off BNCPARM, the *
      * bounce being applied, and the day arithmetic for the soft    *
      * bounce window                                                 *
      *---------------------------------------------------------------*
       01  bn-hard-limit                  pic 9(03) value 1.
       01  bn-soft-limit                  pic 9(03) value 5.
       01  bn-soft-days                   pic 9(03) value 14.
       01  bn-cur-mailing                 pic x(08).
       01  bn-cur-status                  pic x(09).
       01  bn-cur-class                   pic x(01).
       01  bn-health-found                pic x value 'N'.
           88  HEALTH-ON-FILE                 value 'Y'.
       01  bn-run-start                   pic 9(8).
       01  redefines bn-run-start.
           05  bn-rs-ccyy                 pic 9(4).
           05  bn-rs-mm                   pic 9(2).
           05  bn-rs-dd                   pic 9(2).
       01  bn-run-days                    pic s9(8) binary.
      *---------------------------------------------------------------*
      * Line scanning and extraction work                              *
      *---------------------------------------------------------------*
       01  bn-pos                         pic 9(4) binary.
       01  bn-unknown-count               pic 9(8) binary value zero.
       01  bn-flagged-count               pic 9(8) binary value zero.
       01  bn-noslot-count                pic 9(8) binary value zero.
       01  bn-hard-count                  pic 9(8) binary value zero.
       01  bn-soft-count                  pic 9(8) binary value zero.
       01  bn-new-addr-count              pic 9(8) binary value zero.
       01  bn-suppressed-count            pic 9(8) binary value zero.
      *---------------------------------------------------------------*
      * Report lines                                                  *
      *---------------------------------------------------------------*
           05  bn-dt-mailing              pic x(08).
           05  filler                     pic x(01) value space.
           05  bn-dt-address              pic x(60).
           05  filler                     pic x(01) value space.
           05  bn-dt-status               pic x(09).
           05  filler                     pic x(27) value spaces.
       01  bn-count-line.
           05  bn-ct-label                pic x(26).
           05  bn-ct-disp                 pic zzz,zz9.
      *=============================================*
       Main-Logic.
           Perform Open-Files        thru Open-Files-Exit
           Perform Read-Param-Card   thru Read-Param-Card-Exit
           Perform Stamp-Run-Time    thru Stamp-Run-Time-Exit
           move bn-timestamp to bn-tl-date
           Write report-line from bn-title-line

      *---------------------------------------------------------------*
      * Open everything - the queue for update (status slots get      *
      * rewritten in place), the archive only gets opened per lookup, *
      * the health and suppression files for update                   *
      *---------------------------------------------------------------*
       Open-Files.
           Open Input Bounce-File.
              Move 16 to Return-Code
              Goback
           end-if.
           Open I-O Health-File.
           If not health-status-ok
              Display 'COBSMTPN: open failed for ADRHLTH, status='
                      bn-health-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open I-O Suppress-File.
           If not suppress-status-ok
              Display 'COBSMTPN: open failed for SUPRF, status='
                      bn-suppress-status
              Move 16 to Return-Code
              Goback
           end-if.
       Open-Files-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The suppression limits off the BNCPARM card - a missing card  *
      * or a blank or non-numeric field keeps that default            *
      *---------------------------------------------------------------*
       Read-Param-Card.
           Open Input Param-File.
           If not param-status-ok
              Display 'COBSMTPN: no BNCPARM card, default limits used'
              go to Read-Param-Card-Exit
           end-if.
           Read Param-File
               at end
                   continue
               not at end
                   if pc-hard-limit numeric
                      and pc-hard-limit greater zero
                      move pc-hard-limit to bn-hard-limit
                   end-if
                   if pc-soft-limit numeric
                      and pc-soft-limit greater zero
                      move pc-soft-limit to bn-soft-limit
                   end-if
                   if pc-soft-days numeric
                      and pc-soft-days greater zero
                      move pc-soft-days to bn-soft-days
                   end-if
           end-read.
           Close Param-File.
           Display 'COBSMTPN: suppress after ' bn-hard-limit
                   ' hard or ' bn-soft-limit ' soft bounces in '
                   bn-soft-days ' days'.
       Read-Param-Card-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the next bounce-dump line                                *
      *---------------------------------------------------------------*
      * at least one failed address already collected is the          *
      * original message's id (the DSN's own Message-ID comes before  *
      * any Final-Recipient and falls through harmlessly) and closes  *
      * the DSN out against the queue. A 'Status:' line belongs to    *
      * the Final-Recipient just collected - the first one after it  *
      * is kept, anything later in the returned headers is not        *
      *---------------------------------------------------------------*
       Process-Bounce-Line.
           move zero to bn-pos.
                 and bn-fail-count less 10
                 add 1 to bn-fail-count
                 move bn-addr to bn-failed-addr(bn-fail-count)
                 move spaces  to bn-failed-status(bn-fail-count)
              end-if
              go to Process-Bounce-Line-Exit
           end-if.
           if bn-fail-count equal zero
              go to Process-Bounce-Line-Exit
           end-if.
           if bounce-line(1:7) equal 'Status:'
              if bn-failed-status(bn-fail-count) equal spaces
                 Perform Extract-Status-Code
                    thru Extract-Status-Code-Exit
              end-if
              go to Process-Bounce-Line-Exit
           end-if.
           move zero to bn-pos.
           perform varying ix from 1 by 1
                     until ix greater 246
       Extract-Failed-Address-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The RFC 3464 code off a 'Status: 5.1.1 (bad mailbox)' line -  *
      * the first word after the colon, up to the 9 bytes the widest  *
      * legal code (n.nnn.nnn) needs                                  *
      *---------------------------------------------------------------*
       Extract-Status-Code.
           perform varying bn-start from 8 by 1
                     until bn-start greater 256
                        or bounce-line(bn-start:1) not equal space
           end-perform.
           if bn-start greater 256
              go to Extract-Status-Code-Exit
           end-if.
           move zero to bn-id-lgt.
           perform until bn-id-lgt equal 9
                      or bn-start + bn-id-lgt greater 256
                      or bounce-line(bn-start + bn-id-lgt:1)
                         equal space
                      or bounce-line(bn-start + bn-id-lgt:1)
                         equal '('
               add 1 to bn-id-lgt
           end-perform.
           if bn-id-lgt greater zero
              move bounce-line(bn-start:bn-id-lgt)
                to bn-failed-status(bn-fail-count)
           end-if.
       Extract-Status-Code-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The local part of the '<...@...>' id on a Message-ID line -   *
      * with message-ref in play that local part IS the queue key,    *
                  move bn-orig-msgid  to bn-dt-msgid
                  move qm-mailing-id  to bn-dt-mailing
                  move bn-addr        to bn-dt-address
                  move bn-failed-status(bn-fx) to bn-dt-status
                  Write report-line from bn-detail-line
                  move qm-mailing-id  to bn-cur-mailing
                  Perform Update-Address-Health
                     thru Update-Address-Health-Exit
              end-perform
              Rewrite queued-mail-record
              if not queue-status-ok
                  end-if
                  move bn-orig-msgid to bn-dt-msgid
                  move bn-failed-addr(bn-fx) to bn-dt-address
                  move bn-failed-status(bn-fx) to bn-dt-status
                  Write report-line from bn-detail-line
                  move bn-dt-mailing to bn-cur-mailing
                  move bn-failed-addr(bn-fx) to bn-addr
                  Perform Update-Address-Health
                     thru Update-Address-Health-Exit
              end-perform
              if BOUNCE-IN-ARCHIVE
                 add 1 to bn-archive-count
       Flag-Recipient-Slots-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One failed address (bn-addr, its bn-fx status, bn-cur-mailing *
      * and bn-orig-msgid) onto the address-health file: new record   *
      * or running counts bumped, then the suppression limits tested  *
      *---------------------------------------------------------------*
       Update-Address-Health.
           if bn-addr not greater spaces
              go to Update-Address-Health-Exit
           end-if.
           move bn-failed-status(bn-fx) to bn-cur-status.
           move bn-cur-status(1:1) to bn-cur-class.
           if bn-cur-class equal '2'
              go to Update-Address-Health-Exit
           end-if.
           if bn-cur-class not equal '5'
              move '4' to bn-cur-class
           end-if.
           Perform Stamp-Run-Time thru Stamp-Run-Time-Exit.
           move bn-addr to ah-address.
           move 'N' to bn-health-found.
           Read Health-File
               invalid key
                   continue
               not invalid key
                   move 'Y' to bn-health-found
           end-read.
           if not HEALTH-ON-FILE
              move spaces to address-health-record
              move bn-addr to ah-address
              move zero to ah-bounce-count ah-hard-count
                           ah-soft-count ah-soft-run-count
              move 'N' to ah-suppressed-flag
              move bn-timestamp to ah-first-bounce-time
              add 1 to bn-new-addr-count
           end-if.
           move bn-cur-mailing to ah-last-mailing-id.
           move bn-orig-msgid  to ah-last-message-id.
           move bn-cur-status  to ah-last-status.
           move bn-cur-class   to ah-last-class.
           move bn-timestamp   to ah-last-bounce-time.
           add 1 to ah-bounce-count.
           if ah-last-hard
              add 1 to ah-hard-count
              add 1 to bn-hard-count
           else
              add 1 to ah-soft-count
              add 1 to bn-soft-count
              Perform Count-Soft-Run thru Count-Soft-Run-Exit
           end-if.
           if not ah-suppressed
              if ah-hard-count not less bn-hard-limit
                 or ah-soft-run-count not less bn-soft-limit
                 Perform Suppress-Address thru Suppress-Address-Exit
              end-if
           end-if.
           if HEALTH-ON-FILE
              Rewrite address-health-record
           else
              Write address-health-record
           end-if.
           if not health-status-ok
              Display 'COBSMTPN: ADRHLTH update failed, status='
                      bn-health-status ' key=' ah-address
           end-if.
       Update-Address-Health-Exit.
           Exit.

      *---------------------------------------------------------------*
      * A soft bounce joins the current run while the run is still    *
      * inside its window; once the window has closed (or there never *
      * was a run) this bounce starts a new one                       *
      *---------------------------------------------------------------*
       Count-Soft-Run.
           move 99999 to bn-run-days.
           if ah-soft-run-count greater zero
              and ah-soft-run-start(1:4) numeric
              and ah-soft-run-start(6:2) numeric
              and ah-soft-run-start(9:2) numeric
              move ah-soft-run-start(1:4) to bn-rs-ccyy
              move ah-soft-run-start(6:2) to bn-rs-mm
              move ah-soft-run-start(9:2) to bn-rs-dd
              compute bn-run-days =
                      function integer-of-date(bn-today)
                    - function integer-of-date(bn-run-start)
           end-if.
           if bn-run-days greater bn-soft-days
              move 1 to ah-soft-run-count
              move bn-timestamp to ah-soft-run-start
           else
              add 1 to ah-soft-run-count
           end-if.
       Count-Soft-Run-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The address has crossed a limit: onto SUPRF as 'BOUNCED'. An  *
      * address someone already put there by hand keeps its own       *
      * reason - it is marked suppressed here and left alone          *
      *---------------------------------------------------------------*
       Suppress-Address.
           move ah-address   to su-address.
           move 'BOUNCED'    to su-reason.
           move bn-timestamp to su-added-time.
           Write suppression-record
               invalid key
                   continue
               not invalid key
                   add 1 to bn-suppressed-count
                   move 'SUPPRESS' to bn-dt-tag
                   move bn-orig-msgid  to bn-dt-msgid
                   move bn-cur-mailing to bn-dt-mailing
                   move ah-address     to bn-dt-address
                   move ah-last-status to bn-dt-status
                   Write report-line from bn-detail-line
           end-write.
           if not suppress-status-ok
              and bn-suppress-status not equal '22'
              Display 'COBSMTPN: SUPRF write failed, status='
                      bn-suppress-status ' key=' su-address
              go to Suppress-Address-Exit
           end-if.
           move 'Y'          to ah-suppressed-flag.
           move bn-timestamp to ah-suppressed-time.
       Suppress-Address-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Look the message-id up on the flat QARCHF archive - opened    *
      * and scanned per lookup, the same close/reopen rewind the      *
               move spaces     to bn-dt-msgid
               move spaces     to bn-dt-mailing
               move bn-failed-addr(bn-fx) to bn-dt-address
               move bn-failed-status(bn-fx) to bn-dt-status
               Write report-line from bn-detail-line
               move spaces     to bn-cur-mailing
               move bn-failed-addr(bn-fx) to bn-addr
               Perform Update-Address-Health
                  thru Update-Address-Health-Exit
           end-perform.
      *
      *    the truncated DSN still counts as one processed bounce -
           move 'ADDRESS NOT ON RECORD   : ' to bn-ct-label.
           move bn-noslot-count to bn-ct-disp.
           Write report-line from bn-count-line.
           move 'HARD BOUNCES (5.X.X)    : ' to bn-ct-label.
           move bn-hard-count to bn-ct-disp.
           Write report-line from bn-count-line.
           move 'SOFT BOUNCES (4.X.X)    : ' to bn-ct-label.
           move bn-soft-count to bn-ct-disp.
           Write report-line from bn-count-line.
           move 'NEW ADDRESSES ON ADRHLTH: ' to bn-ct-label.
           move bn-new-addr-count to bn-ct-disp.
           Write report-line from bn-count-line.
           move 'ADDED TO SUPRF (BOUNCED): ' to bn-ct-label.
           move bn-suppressed-count to bn-ct-disp.
           Write report-line from bn-count-line.
           move spaces to bn-line.
           Write report-line from bn-line.
           move 'END OF REPORT' to bn-line.
           Close Bounce-File.
           Close Queue-File.
           Close Report-File.
           Close Health-File.
           Close Suppress-File.
       Close-Files-Exit.
           Exit.
