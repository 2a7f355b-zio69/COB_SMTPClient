      *****************************************************************
      *                                                               *
      *   Audit history maintenance. COBSMTPC appends one SMTPAUD     *
      *   line per send attempt to a flat DISP=MOD log - since the    *
      *   parallel run, one log per task - and those logs used to     *
      *   grow for ever. This utility keeps them short:               *
      *                                                               *
      *     PARM='MERGE'   nightly, after the overnight run: every    *
      *                    line on AUDIN (the task logs and the       *
      *                    single-run log, concatenated) is sorted    *
      *                    into timestamp order and added to the      *
      *                    keyed AUDHIST history (cpyaudh). The job   *
      *                    then empties the logs for the next night.  *
      *     PARM='RETAIN'  history lines older than the HSTPARM       *
      *                    retention period (days, columns 1-4) are   *
      *                    copied to the AUDARCH archive generation   *
      *                    and deleted from AUDHIST.                  *
      *                                                               *
      *   COBSMTPR, COBSMTPX, COBSMTPI and COBSMTPK read AUDHIST by   *
      *   key - they no longer see the task logs at all, so MERGE     *
      *   runs before them.                                           *
      *                                                               *
      *   A MERGE re-run over logs already loaded (the empty steps    *
      *   did not get to run) is safe: a line whose timestamp and     *
      *   content are already on the history is counted and skipped,  *
      *   and the step ends RC 4 so the operator sees it happened.    *
      *   Any failure that could lose lines ends RC 16 and the job's  *
      *   empty steps are bypassed.                                   *
      *                                                               *
      *****************************************************************
       Identification Division.
       Program-id. COBSMTPL initial.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Audit-In Assign to AUDIN
               Organization is Sequential
               File Status is hs-audin-status.
           Select Sort-File Assign to SORTWK1.
           Select History-File Assign to AUDHIST
               Organization is Indexed
               Access is Dynamic
               Record Key is hy-key
               File Status is hs-hist-status.
           Select Archive-File Assign to AUDARCH
               Organization is Sequential
               File Status is hs-arch-status.
           Select Param-File Assign to HSTPARM
               Organization is Sequential
               File Status is hs-param-status.
       Data Division.
       File Section.
       FD  Audit-In
           Label Records are Standard.
           copy cpyaudit.
       SD  Sort-File.
       01  sort-record.
           05  sr-timestamp               pic x(19).
           05  filler                     pic x(1979).
       FD  History-File
           Label Records are Standard.
           copy cpyaudh.
       FD  Archive-File
           Label Records are Standard.
       01  archive-history-record         pic x(2022).
       FD  Param-File
           Label Records are Standard.
       01  param-card.
           05  pc-retain-days             pic x(04).
           05  filler                     pic x(76).
       Working-Storage Section.
       01  hs-audin-status                pic x(02) value '00'.
           88  audin-status-ok                value '00'.
       01  hs-hist-status                 pic x(02) value '00'.
           88  hist-status-ok                 value '00'.
           88  hist-duplicate-key             value '22'.
           88  hist-not-loaded                value '35'.
       01  hs-arch-status                 pic x(02) value '00'.
           88  arch-status-ok                 value '00'.
       01  hs-param-status                pic x(02) value '00'.
           88  param-status-ok                value '00'.
       01  hs-end-of-sort                 pic x value 'N'.
           88  END-OF-SORT                    value 'Y'.
       01  hs-end-of-history              pic x value 'N'.
           88  END-OF-HISTORY                 value 'Y'.
       01  hs-run-mode                    pic x value ' '.
           88  RUN-MERGE                      value 'M'.
           88  RUN-RETAIN                     value 'R'.
      *
      *    a cluster that has never held a record will not open I-O:
      *    the first night loads it opened OUTPUT, where nothing can
      *    already be on file to compare against
      *
       01  hs-first-load                  pic x value 'N'.
           88  FIRST-LOAD                     value 'Y'.
       01  hs-load-failed                 pic x value 'N'.
           88  LOAD-FAILED                    value 'Y'.
       01  hs-line-done                   pic x value 'N'.
           88  LINE-DONE                      value 'Y'.
      *---------------------------------------------------------------*
      * MERGE work - the incoming line and its place on the history   *
      *---------------------------------------------------------------*
       01  hs-prev-timestamp              pic x(19) value low-values.
       01  hs-next-seq                    pic 9(05) value zero.
       01  hs-incoming-line               pic x(1998).
      *---------------------------------------------------------------*
      * RETAIN work - the cutoff 'yyyy-mm-dd' a line has to be older  *
      * than, worked out the way COBSMTPQ's PURGE does                *
      *---------------------------------------------------------------*
       01  hs-retain-days                 pic 9(4) binary.
       01  hs-today-int                   pic 9(8) binary.
       01  hs-cutoff-yyyymmdd             pic 9(8).
       01  redefines hs-cutoff-yyyymmdd.
           05  hs-co-ccyy                 pic 9(4).
           05  hs-co-mm                   pic 9(2).
           05  hs-co-dd                   pic 9(2).
       01  hs-today                       pic 9(8).
       01  hs-cutoff-date                 pic x(10).
      *---------------------------------------------------------------*
      * Counters                                                      *
      *---------------------------------------------------------------*
       01  hs-read-count                  pic 9(8) binary value zero.
       01  hs-added-count                 pic 9(8) binary value zero.
       01  hs-dup-count                   pic 9(8) binary value zero.
       01  hs-archived-count              pic 9(8) binary value zero.
       01  hs-read-display.
           05  filler                     pic x(20)
               value 'Log lines read    : '.
           05  hs-read-disp               pic zzz,zzz,zz9.
       01  hs-added-display.
           05  filler                     pic x(20)
               value 'Added to history  : '.
           05  hs-added-disp              pic zzz,zzz,zz9.
       01  hs-dup-display.
           05  filler                     pic x(20)
               value 'Already on history: '.
           05  hs-dup-disp                pic zzz,zzz,zz9.
       01  hs-archived-display.
           05  filler                     pic x(20)
               value 'Lines archived    : '.
           05  hs-archived-disp           pic zzz,zzz,zz9.
       Linkage Section.
       01  parm-field.
           05  parm-length                pic s9(4) binary.
           05  parm-text                  pic x(32).
       Procedure Division using parm-field.
      *=============================================*
       Main-Logic.
           Perform Parse-Parm        thru Parse-Parm-Exit
           If RUN-MERGE
              Perform Merge-Task-Logs
                 thru Merge-Task-Logs-Exit
              move hs-read-count  to hs-read-disp
              move hs-added-count to hs-added-disp
              move hs-dup-count   to hs-dup-disp
              Display hs-read-display
              Display hs-added-display
              Display hs-dup-display
           else
              Perform Retain-History
                 thru Retain-History-Exit
              move hs-archived-count to hs-archived-disp
              Display hs-archived-display
           end-if
           Goback.

      *---------------------------------------------------------------*
      * Which run? A missing or unknown PARM stops the job            *
      *---------------------------------------------------------------*
       Parse-Parm.
           if parm-length greater zero
              evaluate parm-text(1:6)
                  when 'MERGE '
                      move 'M' to hs-run-mode
                  when 'RETAIN'
                      move 'R' to hs-run-mode
              end-evaluate
           end-if.
           if not RUN-MERGE and not RUN-RETAIN
              Display 'COBSMTPL: bad PARM, expected MERGE or RETAIN'
              Move 16 to Return-Code
              Goback
           end-if.
       Parse-Parm-Exit.
           Exit.

      *---------------------------------------------------------------*
      * MERGE: sort every log line into timestamp order - lines       *
      * stamped in the same second keep their log order - and load    *
      * them onto the history                                         *
      *---------------------------------------------------------------*
       Merge-Task-Logs.
           Open I-O History-File.
           If hist-not-loaded
              Open Output History-File
              move 'Y' to hs-first-load
           end-if.
           If not hist-status-ok
              Display 'COBSMTPL: open failed for AUDHIST, status='
                      hs-hist-status
              Move 16 to Return-Code
              Goback
           end-if.
           Sort Sort-File
               on ascending key sr-timestamp
               with duplicates in order
               using Audit-In
               output procedure is Load-History
                                thru Load-History-Exit.
           Close History-File.
           if Sort-Return not equal zero
              Display 'COBSMTPL: sort of AUDIN failed, return code='
                      Sort-Return
              Move 16 to Return-Code
              go to Merge-Task-Logs-Exit
           end-if.
           if LOAD-FAILED
              Move 16 to Return-Code
              go to Merge-Task-Logs-Exit
           end-if.
           if hs-dup-count greater zero
              Display 'COBSMTPL: lines already on the history were '
                      'skipped - were the logs merged before?'
              Move 4 to Return-Code
           end-if.
       Merge-Task-Logs-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The sort's output side: each line, in order, onto AUDHIST     *
      *---------------------------------------------------------------*
       Load-History.
           Perform Return-Sorted-Line thru Return-Sorted-Line-Exit.
           Perform until END-OF-SORT or LOAD-FAILED
               Perform Add-History-Line thru Add-History-Line-Exit
               Perform Return-Sorted-Line
                  thru Return-Sorted-Line-Exit
           end-perform.
      *
      *    a failed load still drains the sort so it ends cleanly -
      *    the RC 16 keeps the logs from being emptied
      *
           Perform until END-OF-SORT
               Perform Return-Sorted-Line
                  thru Return-Sorted-Line-Exit
           end-perform.
       Load-History-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Next line out of the sort                                     *
      *---------------------------------------------------------------*
       Return-Sorted-Line.
           Return Sort-File
               at end
                   move 'Y' to hs-end-of-sort
               not at end
                   add 1 to hs-read-count
           end-return.
       Return-Sorted-Line-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One line onto the history. Lines of the same second are       *
      * numbered 0, 1, 2 ... in the order they came; a key already    *
      * taken holds either this very line from an earlier run         *
      * (skipped) or another line of that second from an earlier      *
      * night's log (take the next number)                            *
      *---------------------------------------------------------------*
       Add-History-Line.
           if sr-timestamp equal hs-prev-timestamp
              add 1 to hs-next-seq
           else
              move zero to hs-next-seq
              move sr-timestamp to hs-prev-timestamp
           end-if.
           move sort-record to hs-incoming-line.
           move 'N' to hs-line-done.
           Perform until LINE-DONE or LOAD-FAILED
               move sr-timestamp     to hy-timestamp
               move hs-next-seq      to hy-seq
               move hs-incoming-line to hy-audit-line
               Write audit-history-record
               evaluate true
                   when hist-status-ok
                       add 1 to hs-added-count
                       move 'Y' to hs-line-done
                   when hist-duplicate-key and not FIRST-LOAD
                       Perform Check-Duplicate-Line
                          thru Check-Duplicate-Line-Exit
                   when other
                       Display 'COBSMTPL: write failed for AUDHIST, '
                               'status=' hs-hist-status
                               ' key=' hy-key
                       move 'Y' to hs-load-failed
               end-evaluate
           end-perform.
       Add-History-Line-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The key is taken - is it by this same line?                   *
      *---------------------------------------------------------------*
       Check-Duplicate-Line.
           Read History-File
               invalid key
                   Display 'COBSMTPL: read failed for AUDHIST, '
                           'status=' hs-hist-status ' key=' hy-key
                   move 'Y' to hs-load-failed
                   go to Check-Duplicate-Line-Exit
           end-read.
           if hy-audit-line equal hs-incoming-line
              add 1 to hs-dup-count
              move 'Y' to hs-line-done
           else
              if hs-next-seq equal 99999
                 Display 'COBSMTPL: over 99999 lines stamped '
                         hy-timestamp
                 move 'Y' to hs-load-failed
              else
                 add 1 to hs-next-seq
              end-if
           end-if.
       Check-Duplicate-Line-Exit.
           Exit.

      *---------------------------------------------------------------*
      * RETAIN: every line older than the cutoff to the archive       *
      * generation, then off the history - and only off the history   *
      * once the archive write worked                                 *
      *---------------------------------------------------------------*
       Retain-History.
           Perform Read-Retention-Card
              thru Read-Retention-Card-Exit.
           Open I-O History-File.
           If not hist-status-ok
              Display 'COBSMTPL: open failed for AUDHIST, status='
                      hs-hist-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open Output Archive-File.
           If not arch-status-ok
              Display 'COBSMTPL: open failed for AUDARCH, status='
                      hs-arch-status
              Close History-File
              Move 16 to Return-Code
              Goback
           end-if.
           Display 'COBSMTPL: archiving history lines older than '
                   hs-cutoff-date.
           move low-values to hy-key.
           Start History-File key not less hy-key
               invalid key
                   move 'Y' to hs-end-of-history
           end-start.
           if not END-OF-HISTORY
              Perform Read-History-Next thru Read-History-Next-Exit
           end-if.
           Perform until END-OF-HISTORY
                      or hy-timestamp(1:10) not less hs-cutoff-date
               Write archive-history-record
                   from audit-history-record
               if not arch-status-ok
                  Display 'COBSMTPL: write failed for AUDARCH, '
                          'status=' hs-arch-status ' key=' hy-key
                  Move 16 to Return-Code
                  move 'Y' to hs-end-of-history
               else
                  Delete History-File
                      invalid key
                          Display 'COBSMTPL: delete failed for '
                                  'AUDHIST, status=' hs-hist-status
                                  ' key=' hy-key
                          Move 16 to Return-Code
                          move 'Y' to hs-end-of-history
                  end-delete
                  if not END-OF-HISTORY
                     add 1 to hs-archived-count
                     Perform Read-History-Next
                        thru Read-History-Next-Exit
                  end-if
               end-if
           end-perform.
           Close History-File.
           Close Archive-File.
       Retain-History-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The retention period in days, columns 1-4. There is no        *
      * default - a missing or unreadable card archives nothing       *
      *---------------------------------------------------------------*
       Read-Retention-Card.
           Open Input Param-File.
           If not param-status-ok
              Display 'COBSMTPL: open failed for HSTPARM, status='
                      hs-param-status
              Move 16 to Return-Code
              Goback
           end-if.
           move spaces to param-card.
           Read Param-File
               at end
                   continue
           end-read.
           Close Param-File.
           if pc-retain-days not numeric
              or pc-retain-days equal zero
              Display 'COBSMTPL: HSTPARM needs the retention days '
                      'as 4 digits in columns 1-4'
              Move 16 to Return-Code
              Goback
           end-if.
           move pc-retain-days to hs-retain-days.
           accept hs-today from date yyyymmdd.
           compute hs-today-int =
                   function integer-of-date(hs-today).
           compute hs-cutoff-yyyymmdd =
                   function date-of-integer
                           (hs-today-int - hs-retain-days).
           move spaces to hs-cutoff-date.
           string hs-co-ccyy delimited by size
                  '-'        delimited by size
                  hs-co-mm   delimited by size
                  '-'        delimited by size
                  hs-co-dd   delimited by size
               into hs-cutoff-date
           end-string.
       Read-Retention-Card-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Next line of the history                                      *
      *---------------------------------------------------------------*
       Read-History-Next.
           Read History-File next
               at end
                   move 'Y' to hs-end-of-history
           end-read.
           If not END-OF-HISTORY and not hist-status-ok
              Display 'COBSMTPL: read failed for AUDHIST, status='
                      hs-hist-status
              Move 16 to Return-Code
              move 'Y' to hs-end-of-history
           end-if.
       Read-History-Next-Exit.
           Exit.
