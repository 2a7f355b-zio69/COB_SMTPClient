      *   subject and the semicolon-joined recipient string, the      *
      *   same match key the COBSMTPX reconciliation uses.            *
      *                                                               *
      *   The attempts come from the keyed AUDHIST history the        *
      *   nightly COBSMTPL merge builds: each message's lines are     *
      *   read by key from its queued time to the day of its last     *
      *   attempt, so an inquiry no longer loads the whole log.       *
      *                                                               *
      *****************************************************************
       Identification Division.
       Program-id. COBSMTPI initial.
           Select Archive-File Assign to QARCHF
               Organization is Sequential
               File Status is iq-arch-status.
           Select Audit-File Assign to AUDHIST
               Organization is Indexed
               Access is Dynamic
               Record Key is hy-key
               File Status is iq-audit-status.
           Select Report-File Assign to INQRPT
               Organization is Sequential
                                   ==2500==  by ==200==.
       FD  Audit-File
           Label Records are Standard.
           copy cpyaudh.
       FD  Report-File
           Label Records are Standard.
       01  report-line                    pic x(132).
       Working-Storage Section.
           copy cpyaudit.
       01  iq-ctl-status                  pic x(02) value '00'.
           88  ctl-status-ok                  value '00'.
       01  iq-queue-status                pic x(02) value '00'.
                                   ==2500==  by ==200==.
       01  iq-source                      pic x(08).
      *---------------------------------------------------------------*
      * The last day of history a message's attempts can be on        *
      *---------------------------------------------------------------*
       01  iq-audit-to-date               pic x(10).
      *---------------------------------------------------------------*
      * Match work                                                    *
      *---------------------------------------------------------------*
       01  iq-attempts-shown              pic 9(4) binary.
       01  ix                             pic 9(8) binary.
       01  iy                             pic 9(8) binary.
      *---------------------------------------------------------------*
      * Counters                                                      *
      *---------------------------------------------------------------*
      *=============================================*
       Main-Logic.
           Perform Open-Files        thru Open-Files-Exit
           Perform Read-Card         thru Read-Card-Exit
           Perform until END-OF-CARDS
               Perform Process-Card  thru Process-Card-Exit
           end-if.
           Open Input Audit-File.
           If not audit-status-ok
              Display 'COBSMTPI: open failed for AUDHIST, status='
                      iq-audit-status
              Move 16 to Return-Code
              Goback
           Exit.

      *---------------------------------------------------------------*
      * Read the next history line - the first line past the last     *
      * day wanted ends the read                                      *
      *---------------------------------------------------------------*
       Read-Audit.
           Read Audit-File next
               at end
                   move 'Y' to iq-end-of-audit
           end-read.
           If not END-OF-AUDIT and not audit-status-ok
              Display 'COBSMTPI: read failed for AUDHIST, status='
                      iq-audit-status
              move 'Y' to iq-end-of-audit
           end-if.
           If not END-OF-AUDIT
              if hy-timestamp(1:10) greater iq-audit-to-date
                 move 'Y' to iq-end-of-audit
              else
                 move hy-audit-line to audit-record
              end-if
           end-if.
       Read-Audit-Exit.
           Exit.

      * An attempt cannot precede its record's queueing, and monthly  *
      * mailings reuse sender, subject AND member address - so lines  *
      * stamped before this record was queued belong to an earlier    *
      * month's message and are kept off this history - the read      *
      * starts at the queued time. It stops after the day of the      *
      * last attempt; a record never attempted since a requeue has    *
      * no last-attempt time and is read to the end of the history    *
      *---------------------------------------------------------------*
       Print-Audit-Attempts.
           Perform Build-Recipient-String
              thru Build-Recipient-String-Exit.
           move zero to iq-attempts-shown.
           if iq-sent-time greater spaces
              move iq-sent-time(1:10) to iq-audit-to-date
           else
              move '9999-99-99' to iq-audit-to-date
           end-if.
           move 'N' to iq-end-of-audit.
           move low-values     to hy-key.
           move iq-queued-time to hy-timestamp.
           Start Audit-File key not less hy-key
               invalid key
                   move 'Y' to iq-end-of-audit
           end-start.
           if not END-OF-AUDIT
              Perform Read-Audit thru Read-Audit-Exit
           end-if.
           Perform until END-OF-AUDIT
               if au-sender equal iq-sender
                  and au-subject equal iq-subject
                  and au-recipients equal iq-q-recipients
                  move au-timestamp to iq-al-timestamp
                  move au-rc        to iq-al-rc
                  Write report-line from iq-audit-line
                  add 1 to iq-attempts-shown
               end-if
               Perform Read-Audit thru Read-Audit-Exit
           end-perform.
           if iq-attempts-shown equal zero
              Write report-line from iq-noaudit-line
