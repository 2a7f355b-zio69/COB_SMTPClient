      *****************************************************************
      *                                                               *
      *   Daily summary report over the delivery audit trail. Reads   *
      *   the audit lines COBSMTPC appends (one per send attempt,     *
      *   win or lose), from the keyed AUDHIST history COBSMTPL       *
      *   merges them into, for a requested date range and            *
      *   prints a management-ready summary: totals sent versus       *
      *   failed, a breakdown by au-rc failure code, volume by hour   *
      *   of day, the top senders by count, and a detail section of   *
      *   RPTPARM is one card: the from-date in columns 1-10 and     *
      *   the to-date in columns 12-21, both yyyy-mm-dd. A blank     *
      *   date (or a missing card) leaves that end of the range      *
      *   open. The history is read from the from-date forward by    *
      *   key and stops at the to-date - never end to end.           *
      *                                                               *
      *****************************************************************
       Identification Division.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Audit-File Assign to AUDHIST
               Organization is Indexed
               Access is Dynamic
               Record Key is hy-key
               File Status is rp-audit-status.
           Select Param-File Assign to RPTPARM
               Organization is Sequential
       File Section.
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
       01  rp-audit-status                pic x(02) value '00'.
           88  audit-status-ok                value '00'.
       01  rp-param-status                pic x(02) value '00'.
       Main-Logic.
           Perform Open-Files        thru Open-Files-Exit
           Perform Read-Param-Card   thru Read-Param-Card-Exit
           Perform Start-Audit       thru Start-Audit-Exit
           Perform until END-OF-AUDIT
               if au-timestamp(1:10) not less rp-from-date
                  and au-timestamp(1:10) not greater rp-to-date
       Open-Files.
           Open Input Audit-File.
           If not audit-status-ok
              Display 'COBSMTPR: open failed for AUDHIST, status='
                      rp-audit-status
              Move 16 to Return-Code
              Goback
           Exit.

      *---------------------------------------------------------------*
      * Position the history at the first line of the from-date and   *
      * read it                                                       *
      *---------------------------------------------------------------*
       Start-Audit.
           move 'N' to rp-end-of-audit.
           move low-values   to hy-key.
           move rp-from-date to hy-timestamp(1:10).
           Start Audit-File key not less hy-key
               invalid key
                   move 'Y' to rp-end-of-audit
           end-start.
           if not END-OF-AUDIT
              Perform Read-Audit thru Read-Audit-Exit
           end-if.
       Start-Audit-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the next audit line - the first line past the to-date    *
      * ends the range                                                *
      *---------------------------------------------------------------*
       Read-Audit.
           Read Audit-File next
               at end
                   move 'Y' to rp-end-of-audit
           end-read.
           If not END-OF-AUDIT and not audit-status-ok
              Display 'COBSMTPR: read failed for AUDHIST, status='
                      rp-audit-status
              move 'Y' to rp-end-of-audit
           end-if.
           If not END-OF-AUDIT
              if hy-timestamp(1:10) greater rp-to-date
                 move 'Y' to rp-end-of-audit
              else
                 move hy-audit-line to audit-record
              end-if
           end-if.
       Read-Audit-Exit.
           Exit.

           Exit.

      *---------------------------------------------------------------*
      * Second pass over the range for the failed lines only - a      *
      * fresh START at the from-date                                  *
      *---------------------------------------------------------------*
       Print-Failed-Detail.
           move 'FAILED DELIVERY DETAIL' to rp-line.
              Write report-line from rp-line
              go to Print-Failed-Detail-Exit
           end-if.
           Perform Start-Audit thru Start-Audit-Exit.
           Perform until END-OF-AUDIT
               if au-timestamp(1:10) not less rp-from-date
                  and au-timestamp(1:10) not greater rp-to-date
