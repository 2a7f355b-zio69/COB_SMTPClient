      *   RECPARM card: from-date 1-10, to-date 12-21 (yyyy-mm-dd),   *
      *   match tolerance in seconds 23-26 (default 300).             *
      *                                                               *
      *   The audit lines come from the keyed AUDHIST history the     *
      *   nightly COBSMTPL merge builds from the SMTPAUD task logs,   *
      *   read by key from the window's from-date to its to-date.     *
      *                                                               *
      *****************************************************************
       Identification Division.
       Program-id. COBSMTPX initial.
               Access is Dynamic
               Record Key is qm-message-id
               File Status is xr-queue-status.
           Select Audit-File Assign to AUDHIST
               Organization is Indexed
               Access is Dynamic
               Record Key is hy-key
               File Status is xr-audit-status.
           Select Param-File Assign to RECPARM
               Organization is Sequential
           copy cpyqmail.
       FD  Audit-File
           Label Records are Standard.
           copy cpyaudh.
       FD  Param-File
           Label Records are Standard.
       01  param-card.
           Label Records are Standard.
       01  report-line                    pic x(132).
       Working-Storage Section.
           copy cpyaudit.
       01  xr-queue-status                pic x(02) value '00'.
           88  queue-status-ok                value '00'.
       01  xr-audit-status                pic x(02) value '00'.
           end-if.
           Open Input Audit-File.
           If not audit-status-ok
              Display 'COBSMTPX: open failed for AUDHIST, status='
                      xr-audit-status
              Move 16 to Return-Code
              Goback
      * Pull the window's audit lines into storage                    *
      *---------------------------------------------------------------*
       Load-Audit-Table.
           Perform Start-Audit thru Start-Audit-Exit.
           Perform until END-OF-AUDIT
               if au-timestamp(1:10) not less xr-from-date
                  and au-timestamp(1:10) not greater xr-to-date
           Exit.

      *---------------------------------------------------------------*
      * Position the history at the first line of the window          *
      *---------------------------------------------------------------*
       Start-Audit.
           move low-values   to hy-key.
           move xr-from-date to hy-timestamp(1:10).
           Start Audit-File key not less hy-key
               invalid key
                   move 'Y' to xr-end-of-audit
           end-start.
           if not END-OF-AUDIT
              Perform Read-Audit thru Read-Audit-Exit
           end-if.
       Start-Audit-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the next audit line - the first line past the window     *
      * ends the read                                                 *
      *---------------------------------------------------------------*
       Read-Audit.
           Read Audit-File next
               at end
                   move 'Y' to xr-end-of-audit
           end-read.
           If not END-OF-AUDIT and not audit-status-ok
              Display 'COBSMTPX: read failed for AUDHIST, status='
                      xr-audit-status
              move 'Y' to xr-end-of-audit
           end-if.
           If not END-OF-AUDIT
              if hy-timestamp(1:10) greater xr-to-date
                 move 'Y' to xr-end-of-audit
              else
                 move hy-audit-line to audit-record
              end-if
           end-if.
       Read-Audit-Exit.
           Exit.

