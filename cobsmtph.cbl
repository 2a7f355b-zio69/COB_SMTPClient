      *****************************************************************
      *                                                               *
      *   Weekly address-quality report over the ADRHLTH address-     *
      *   health file COBSMTPN keeps from the bounce traffic. Every   *
      *   address whose latest bounce falls inside the requested      *
      *   range is counted under the mailing that bounce came back    *
      *   from, so each mailing's owner sees how dirty the list they  *
      *   sent really is: how many addresses bounced, hard (5.x.x)    *
      *   versus soft (4.x.x), and how many the bounce processor      *
      *   suppressed automatically in the range. A detail section     *
      *   then lists each of those addresses with its status code,    *
      *   running counts and suppression date - the list owner's      *
      *   clean-up worksheet.                                         *
      *                                                               *
      *   HLTPARM is one card: the from-date in columns 1-10 and     *
      *   the to-date in columns 12-21, both yyyy-mm-dd. A missing   *
      *   card reports the seven days ending today; a blank date     *
      *   leaves that end of the range open.                         *
      *                                                               *
      *****************************************************************
       Identification Division.
       Program-id. COBSMTPH initial.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Health-File Assign to ADRHLTH
               Organization is Indexed
               Access is Sequential
               Record Key is ah-address
               File Status is hr-health-status.
           Select Param-File Assign to HLTPARM
               Organization is Sequential
               File Status is hr-param-status.
           Select Report-File Assign to HLTRPT
               Organization is Sequential
               File Status is hr-report-status.
       Data Division.
       File Section.
       FD  Health-File
           Label Records are Standard.
           copy cpyhlth.
       FD  Param-File
           Label Records are Standard.
       01  param-card.
           05  pc-from-date               pic x(10).
           05  filler                     pic x(01).
           05  pc-to-date                 pic x(10).
           05  filler                     pic x(59).
       FD  Report-File
           Label Records are Standard.
       01  report-line                    pic x(132).
       Working-Storage Section.
       01  hr-health-status               pic x(02) value '00'.
           88  health-status-ok               value '00'.
       01  hr-param-status                pic x(02) value '00'.
           88  param-status-ok                value '00'.
       01  hr-report-status               pic x(02) value '00'.
           88  report-status-ok               value '00'.
       01  hr-end-of-health               pic x value 'N'.
           88  END-OF-HEALTH                  value 'Y'.
       01  hr-from-date                   pic x(10).
       01  hr-to-date                     pic x(10).
      *---------------------------------------------------------------*
      * The default range - the seven days ending today               *
      *---------------------------------------------------------------*
       01  hr-today                       pic 9(8).
       01  redefines hr-today.
           05  hr-td-ccyy                 pic 9(4).
           05  hr-td-mm                   pic 9(2).
           05  hr-td-dd                   pic 9(2).
       01  hr-week-ago                    pic 9(8).
       01  redefines hr-week-ago.
           05  hr-wa-ccyy                 pic 9(4).
           05  hr-wa-mm                   pic 9(2).
           05  hr-wa-dd                   pic 9(2).
      *---------------------------------------------------------------*
      * One slot per mailing-id seen in the range, kept in mailing-id *
      * order as it is built                                          *
      *---------------------------------------------------------------*
       01  hr-mailing-used                pic 9(4) binary value zero.
       01  hr-max-mailings                pic 9(4) binary value 500.
       01  hr-mailing-overflow            pic x value 'N'.
       01  hr-mailing-table.
           05  hr-mailing-entry occurs 500.
               10  hr-ml-mailing-id       pic x(08).
               10  hr-ml-addresses        pic 9(8) binary.
               10  hr-ml-hard             pic 9(8) binary.
               10  hr-ml-soft             pic 9(8) binary.
               10  hr-ml-suppressed       pic 9(8) binary.
               10  hr-ml-bounces          pic 9(8) binary.
       01  hr-total-addresses             pic 9(8) binary value zero.
       01  hr-total-hard                  pic 9(8) binary value zero.
       01  hr-total-soft                  pic 9(8) binary value zero.
       01  hr-total-suppressed            pic 9(8) binary value zero.
       01  hr-total-bounces               pic 9(8) binary value zero.
       01  hr-found                       pic x.
       01  hr-slot                        pic 9(4) binary.
       01  hr-in-range                    pic x.
       01  ix                             pic 9(4) binary.
       01  iy                             pic 9(4) binary.
      *---------------------------------------------------------------*
      * Report line work areas                                        *
      *---------------------------------------------------------------*
       01  hr-line                        pic x(132).
       01  hr-title-line.
           05  filler                     pic x(33)
               value 'ADDRESS QUALITY BY MAILING-ID,   '.
           05  hr-tl-from                 pic x(10).
           05  filler                     pic x(09) value ' THROUGH '.
           05  hr-tl-to                   pic x(10).
           05  filler                     pic x(70) value spaces.
       01  hr-heading-line.
           05  filler                     pic x(09) value 'MAILING'.
           05  filler                     pic x(09) value '  ADDRS'.
           05  filler                     pic x(09) value '   HARD'.
           05  filler                     pic x(11) value '   SOFT'.
           05  filler                     pic x(13) value 'SUPPRSD'.
           05  filler                     pic x(07) value 'BOUNCES'.
           05  filler                     pic x(74) value spaces.
       01  hr-mailing-line.
           05  hr-ml-mailing-disp         pic x(08).
           05  filler                     pic x(01) value space.
           05  hr-ml-addresses-disp       pic zzz,zz9.
           05  filler                     pic x(02) value spaces.
           05  hr-ml-hard-disp            pic zzz,zz9.
           05  filler                     pic x(02) value spaces.
           05  hr-ml-soft-disp            pic zzz,zz9.
           05  filler                     pic x(04) value spaces.
           05  hr-ml-suppressed-disp      pic zzz,zz9.
           05  filler                     pic x(06) value spaces.
           05  hr-ml-bounces-disp         pic zzz,zz9.
           05  filler                     pic x(74) value spaces.
       01  hr-detail-heading.
           05  filler                     pic x(09) value 'MAILING'.
           05  filler                     pic x(61) value 'ADDRESS'.
           05  filler                     pic x(10) value 'STATUS'.
           05  filler                     pic x(11) value 'LAST BNCE'.
           05  filler                     pic x(06) value ' HARD'.
           05  filler                     pic x(06) value ' SOFT'.
           05  filler                     pic x(06) value '  RUN'.
           05  filler                     pic x(23) value 'SUPPRESSED'.
       01  hr-detail-line.
           05  hr-dt-mailing              pic x(08).
           05  filler                     pic x(01) value space.
           05  hr-dt-address              pic x(60).
           05  filler                     pic x(01) value space.
           05  hr-dt-status               pic x(09).
           05  filler                     pic x(01) value space.
           05  hr-dt-last-date            pic x(10).
           05  filler                     pic x(01) value space.
           05  hr-dt-hard                 pic zzzz9.
           05  filler                     pic x(01) value space.
           05  hr-dt-soft                 pic zzzz9.
           05  filler                     pic x(01) value space.
           05  hr-dt-run                  pic zzzz9.
           05  filler                     pic x(01) value space.
           05  hr-dt-suppressed           pic x(10).
           05  filler                     pic x(13) value spaces.
       Procedure Division.
      *=============================================*
       Main-Logic.
           Perform Open-Files        thru Open-Files-Exit
           Perform Read-Param-Card   thru Read-Param-Card-Exit
           Perform Read-Health       thru Read-Health-Exit
           Perform until END-OF-HEALTH
               Perform Test-Range    thru Test-Range-Exit
               if hr-in-range equal 'Y'
                  Perform Tally-Address thru Tally-Address-Exit
               end-if
               Perform Read-Health   thru Read-Health-Exit
           end-perform
           Perform Print-Summary     thru Print-Summary-Exit
           Perform Print-Address-Detail
              thru Print-Address-Detail-Exit
           Perform Close-Files       thru Close-Files-Exit
           Goback.

      *---------------------------------------------------------------*
      * Open everything                                                *
      *---------------------------------------------------------------*
       Open-Files.
           Open Input Health-File.
           If not health-status-ok
              Display 'COBSMTPH: open failed for ADRHLTH, status='
                      hr-health-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open Output Report-File.
           If not report-status-ok
              Display 'COBSMTPH: open failed for HLTRPT, status='
                      hr-report-status
              Move 16 to Return-Code
              Goback
           end-if.
       Open-Files-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The date range off the parameter card - no card at all means  *
      * the week ending today, a blank date leaves that end open      *
      *---------------------------------------------------------------*
       Read-Param-Card.
           accept hr-today from date yyyymmdd.
           compute hr-week-ago =
                   function date-of-integer
                           (function integer-of-date(hr-today) - 6).
           move spaces to hr-from-date hr-to-date.
           string hr-wa-ccyy '-' hr-wa-mm '-' hr-wa-dd
                  delimited by size into hr-from-date
           end-string.
           string hr-td-ccyy '-' hr-td-mm '-' hr-td-dd
                  delimited by size into hr-to-date
           end-string.
           Open Input Param-File.
           If not param-status-ok
              Display 'COBSMTPH: no HLTPARM card, reporting '
                      hr-from-date ' through ' hr-to-date
              go to Read-Param-Card-Exit
           end-if.
           Read Param-File
               at end
                   continue
               not at end
                   move '0000-00-00' to hr-from-date
                   move '9999-99-99' to hr-to-date
                   if pc-from-date greater spaces
                      move pc-from-date to hr-from-date
                   end-if
                   if pc-to-date greater spaces
                      move pc-to-date to hr-to-date
                   end-if
           end-read.
           Close Param-File.
       Read-Param-Card-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the next address-health record                           *
      *---------------------------------------------------------------*
       Read-Health.
           Read Health-File next record
               at end
                   move 'Y' to hr-end-of-health
           end-read.
           If not END-OF-HEALTH and not health-status-ok
              Display 'COBSMTPH: read failed for ADRHLTH, status='
                      hr-health-status
              move 'Y' to hr-end-of-health
           end-if.
       Read-Health-Exit.
           Exit.

      *---------------------------------------------------------------*
      * An address is in the report when its latest bounce falls in   *
      * the range                                                     *
      *---------------------------------------------------------------*
       Test-Range.
           move 'N' to hr-in-range.
           if ah-last-bounce-time(1:10) not less hr-from-date
              and ah-last-bounce-time(1:10) not greater hr-to-date
              move 'Y' to hr-in-range
           end-if.
       Test-Range-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Count the address under its latest bounce's mailing - a new   *
      * mailing is slotted in mailing-id order so the summary prints  *
      * sorted without a separate sort step                           *
      *---------------------------------------------------------------*
       Tally-Address.
           move 'N' to hr-found.
           perform varying ix from 1 by 1
                     until ix greater hr-mailing-used
                        or hr-found equal 'Y'
                        or hr-ml-mailing-id(ix)
                           greater ah-last-mailing-id
              if hr-ml-mailing-id(ix) equal ah-last-mailing-id
                 move 'Y' to hr-found
                 move ix  to hr-slot
              end-if
           end-perform.
           if hr-found equal 'N'
              if hr-mailing-used not less hr-max-mailings
                 move 'Y' to hr-mailing-overflow
                 go to Tally-Address-Exit
              end-if
              move ix to hr-slot
              perform varying iy from hr-mailing-used by -1
                        until iy less hr-slot
                 move hr-mailing-entry(iy) to hr-mailing-entry(iy + 1)
              end-perform
              add 1 to hr-mailing-used
              move ah-last-mailing-id to hr-ml-mailing-id(hr-slot)
              move zero to hr-ml-addresses(hr-slot)
                           hr-ml-hard(hr-slot)
                           hr-ml-soft(hr-slot)
                           hr-ml-suppressed(hr-slot)
                           hr-ml-bounces(hr-slot)
           end-if.
           add 1 to hr-ml-addresses(hr-slot) hr-total-addresses.
           if ah-last-hard
              add 1 to hr-ml-hard(hr-slot) hr-total-hard
           else
              add 1 to hr-ml-soft(hr-slot) hr-total-soft
           end-if.
           if ah-suppressed
              and ah-suppressed-time(1:10) not less hr-from-date
              and ah-suppressed-time(1:10) not greater hr-to-date
              add 1 to hr-ml-suppressed(hr-slot) hr-total-suppressed
           end-if.
           if ah-bounce-count numeric
              add ah-bounce-count to hr-ml-bounces(hr-slot)
                                     hr-total-bounces
           end-if.
       Tally-Address-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One line per mailing, then the grand total                    *
      *---------------------------------------------------------------*
       Print-Summary.
           move hr-from-date to hr-tl-from.
           move hr-to-date   to hr-tl-to.
           Write report-line from hr-title-line.
           move spaces to hr-line.
           Write report-line from hr-line.
           Write report-line from hr-heading-line.
           if hr-mailing-used equal zero
              move '  (NO BOUNCES IN RANGE)' to hr-line
              Write report-line from hr-line
           end-if
           perform varying ix from 1 by 1
                     until ix greater hr-mailing-used
              if hr-ml-mailing-id(ix) greater spaces
                 move hr-ml-mailing-id(ix)  to hr-ml-mailing-disp
              else
                 move '(NONE)'              to hr-ml-mailing-disp
              end-if
              move hr-ml-addresses(ix)   to hr-ml-addresses-disp
              move hr-ml-hard(ix)        to hr-ml-hard-disp
              move hr-ml-soft(ix)        to hr-ml-soft-disp
              move hr-ml-suppressed(ix)  to hr-ml-suppressed-disp
              move hr-ml-bounces(ix)     to hr-ml-bounces-disp
              Write report-line from hr-mailing-line
           end-perform.
           if hr-mailing-overflow equal 'Y'
              move '  (OVER 500 MAILINGS - SUMMARY TRUNCATED)'
                to hr-line
              Write report-line from hr-line
           end-if.
           move 'TOTAL   '            to hr-ml-mailing-disp.
           move hr-total-addresses    to hr-ml-addresses-disp.
           move hr-total-hard         to hr-ml-hard-disp.
           move hr-total-soft         to hr-ml-soft-disp.
           move hr-total-suppressed   to hr-ml-suppressed-disp.
           move hr-total-bounces      to hr-ml-bounces-disp.
           Write report-line from hr-mailing-line.
           move spaces to hr-line.
           Write report-line from hr-line.
       Print-Summary-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Second pass over the file for the address detail - closed and *
      * reopened to rewind, same as the detail pass in COBSMTPR       *
      *---------------------------------------------------------------*
       Print-Address-Detail.
           move 'ADDRESS DETAIL' to hr-line.
           Write report-line from hr-line.
           if hr-total-addresses equal zero
              move '  (NONE)' to hr-line
              Write report-line from hr-line
              go to Print-Address-Detail-Exit
           end-if.
           Write report-line from hr-detail-heading.
           Close Health-File.
           Open Input Health-File.
           If not health-status-ok
              Display 'COBSMTPH: reopen failed for ADRHLTH, status='
                      hr-health-status
              go to Print-Address-Detail-Exit
           end-if.
           move 'N' to hr-end-of-health.
           Perform Read-Health thru Read-Health-Exit.
           Perform until END-OF-HEALTH
               Perform Test-Range thru Test-Range-Exit
               if hr-in-range equal 'Y'
                  move ah-last-mailing-id        to hr-dt-mailing
                  move ah-address                to hr-dt-address
                  move ah-last-status            to hr-dt-status
                  move ah-last-bounce-time(1:10) to hr-dt-last-date
                  move ah-hard-count             to hr-dt-hard
                  move ah-soft-count             to hr-dt-soft
                  move ah-soft-run-count         to hr-dt-run
                  if ah-suppressed
                     move ah-suppressed-time(1:10) to hr-dt-suppressed
                  else
                     move spaces to hr-dt-suppressed
                  end-if
                  Write report-line from hr-detail-line
               end-if
               Perform Read-Health thru Read-Health-Exit
           end-perform.
       Print-Address-Detail-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Close everything                                               *
      *---------------------------------------------------------------*
       Close-Files.
           move spaces to hr-line.
           Write report-line from hr-line.
           move 'END OF REPORT' to hr-line.
           Write report-line from hr-line.
           Close Health-File.
           Close Report-File.
       Close-Files-Exit.
           Exit.
