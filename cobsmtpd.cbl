      *****************************************************************
      *                                                               *
      *   Batch report distribution by e-mail. One step after any     *
      *   job that produces a report dataset mails the report to the  *
      *   people on its distribution list instead of printing it -    *
      *   queued to QMAILF like every other mail, so it goes out in   *
      *   the normal overnight run with the same SMTPAUD audit trail, *
      *   suppression screening and chargeback.                       *
      *                                                               *
      *   The DSTPARM card names the report-id (columns 1-8); the     *
      *   keyed DISTLST distribution list (cpydist) gives the         *
      *   recipients, subject, relay profile and mailing-id, whether  *
      *   to put the report in the body or attach it, and whether an  *
      *   empty report is sent at all. RPTIN is the report itself:    *
      *   FBA print with ASA carriage control in column 1 - page      *
      *   ejects, double and triple spacing honoured, overprint lines *
      *   dropped - or plain FB text.                                 *
      *                                                               *
      *   An attached report is loaded onto the ATTCHF store the way  *
      *   COBSMTPA builds it - segment-0000 header with the exact     *
      *   byte count, 4000-byte content segments - as text/plain,     *
      *   one line per report line, page ejects as form feeds. A long *
      *   report is split into several attachments at a page break,  *
      *   five attachments to a mail, as many mails as it takes, the  *
      *   subject numbered PART n OF m. A report asked for in the     *
      *   body that will not fit the queue record's 200 rows of 128   *
      *   bytes is attached instead - it is never cut.                *
      *                                                               *
      *   The report's mailing-id must be registered and active on    *
      *   MAILREG, as COBSMTPM demands of every mailing. A report     *
      *   that cannot be distributed (unknown report-id, no           *
      *   recipient, mailing refused) ends the step with RC 8 and     *
      *   queues nothing; every run is logged on DSTRPT.              *
      *                                                               *
      *****************************************************************
       Identification Division.
       Program-id. COBSMTPD initial.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Param-File Assign to DSTPARM
               Organization is Sequential
               File Status is rd-param-status.
           Select Distribution-File Assign to DISTLST
               Organization is Indexed
               Access is Random
               Record Key is dl-report-id
               File Status is rd-dist-status.
           Select Registry-File Assign to MAILREG
               Organization is Indexed
               Access is Random
               Record Key is mg-mailing-id
               File Status is rd-mreg-status.
           Select Report-Input Assign to RPTIN
               Organization is Sequential
               File Status is rd-rptin-status.
           Select Queue-File Assign to QMAILF
               Organization is Indexed
               Access is Random
               Record Key is qm-message-id
               File Status is rd-queue-status.
           Select Attach-File Assign to ATTCHF
               Organization is Indexed
               Access is Random
               Record Key is at-key
               File Status is rd-attch-status.
           Select Report-File Assign to DSTRPT
               Organization is Sequential
               File Status is rd-rpt-status.
       Data Division.
       File Section.
       FD  Param-File
           Label Records are Standard.
       01  param-card.
           05  pc-report-id               pic x(08).
           05  filler                     pic x(72).
       FD  Distribution-File
           Label Records are Standard.
           copy cpydist.
       FD  Registry-File
           Label Records are Standard.
           copy cpymreg.
      *---------------------------------------------------------------*
      * The report as the producing job wrote it - the record length  *
      * comes from the dataset, only the first dl-record-length bytes *
      * of the area are ever looked at                                *
      *---------------------------------------------------------------*
       FD  Report-Input
           Record contains 0 characters
           Label Records are Standard.
       01  report-input-record            pic x(133).
       FD  Queue-File
           Label Records are Standard.
           copy cpyqmail.
       FD  Attach-File
           Label Records are Standard.
           copy cpyattch.
       FD  Report-File
           Label Records are Standard.
       01  report-line                    pic x(132).
       Working-Storage Section.
       01  rd-param-status                pic x(02) value '00'.
           88  param-status-ok                value '00'.
       01  rd-dist-status                 pic x(02) value '00'.
           88  dist-status-ok                 value '00'.
       01  rd-mreg-status                 pic x(02) value '00'.
           88  mreg-status-ok                 value '00'.
       01  rd-rptin-status                pic x(02) value '00'.
           88  rptin-status-ok                value '00'.
       01  rd-queue-status                pic x(02) value '00'.
           88  queue-status-ok                value '00'.
       01  rd-attch-status                pic x(02) value '00'.
           88  attch-status-ok                value '00'.
       01  rd-rpt-status                  pic x(02) value '00'.
           88  rpt-status-ok                  value '00'.
       01  rd-end-of-report               pic x value 'N'.
           88  END-OF-REPORT                  value 'Y'.
      *---------------------------------------------------------------*
      * What this run decided - refused (nothing queued), skipped as  *
      * empty, or queued in the body, as attachments, or as a bare    *
      * "no data" notice                                              *
      *---------------------------------------------------------------*
       01  rd-report-id                   pic x(08).
       01  rd-refused                     pic x value 'N'.
           88  DISTRIBUTION-REFUSED           value 'Y'.
       01  rd-refused-reason              pic x(40) value spaces.
       01  rd-mode                        pic x value space.
           88  MODE-INLINE                    value 'I'.
           88  MODE-ATTACH                    value 'A'.
           88  MODE-EMPTY-NOTICE              value 'E'.
           88  MODE-SKIPPED                   value 'S'.
      *---------------------------------------------------------------*
      * The distribution-list entry's settings, defaults applied      *
      *---------------------------------------------------------------*
       01  rd-asa                         pic x value 'Y'.
           88  ASA-PRINT                      value 'Y'.
       01  rd-record-length               pic 9(4) binary.
       01  rd-part-limit                  pic 9(8) binary.
       01  rd-priority                    pic 9(01).
       01  rd-stem                        pic x(40).
       01  rd-stem-lgt                    pic 9(4) binary.
      *---------------------------------------------------------------*
      * The report is read twice. Pass 1 only counts - lines, pages,  *
      * body rows it would need and the attachment parts it would    *
      * cut - so the delivery can be decided and every mail's         *
      * subject numbered before anything is queued; pass 2 builds     *
      * the body or the attachments with exactly the same rules      *
      *---------------------------------------------------------------*
       01  rd-pass                        pic 9 value 1.
           88  COUNTING-PASS                  value 1.
           88  BUILDING-PASS                  value 2.
       01  rd-cc                          pic x(01).
       01  rd-text                        pic x(133).
       01  rd-text-width                  pic 9(4) binary.
       01  rd-text-lgt                    pic 9(4) binary.
       01  rd-page-start                  pic x.
           88  PAGE-START                     value 'Y'.
       01  rd-blank-before                pic 9(4) binary.
       01  rd-lines-read                  pic 9(8) binary.
       01  rd-output-lines                pic 9(8) binary.
       01  rd-data-lines                  pic 9(8) binary.
       01  rd-overprint-lines             pic 9(8) binary.
       01  rd-pages                       pic 9(8) binary.
       01  rd-inline-rows                 pic 9(8) binary.
       01  rd-too-wide                    pic x.
           88  TOO-WIDE-FOR-BODY              value 'Y'.
      *---------------------------------------------------------------*
      * Attachment parts - a part closes once it holds rd-part-limit  *
      * lines and the next page starts (any line, for plain text),    *
      * or when the next line would take it past the 2,000,000 bytes  *
      * COBSMTPB reassembles per attachment                           *
      *---------------------------------------------------------------*
       01  rd-ff                          pic x(01) value x'0C'.
       01  rd-crlf                        pic x(02) value x'0D25'.
       01  rd-content                     pic x(2000000).
       01  rd-max-part-bytes              pic 9(8) binary
                                          value 2000000.
       01  rd-line-bytes                  pic 9(8) binary.
       01  rd-part-bytes                  pic 9(8) binary.
       01  rd-part-lines                  pic 9(8) binary.
       01  rd-part-count                  pic 9(8) binary.
       01  rd-total-parts                 pic 9(8) binary.
       01  rd-part-nbr                    pic 9(03).
       01  rd-part-in-msg                 pic 9(02).
       01  rd-max-per-msg                 pic 9(02) value 5.
       01  rd-part-name                   pic x(80).
       01  rd-offset                      pic 9(8) binary.
       01  rd-seg-len                     pic 9(8) binary.
       01  rd-seg-nbr                     pic 9(4) binary.
       01  rd-load-ok                     pic x value 'Y'.
           88  LOAD-OK                        value 'Y'.
      *---------------------------------------------------------------*
      * The mail being built - message-id and attach-key, subject,   *
      * and the body rows                                             *
      *---------------------------------------------------------------*
       01  rd-msg-id                      pic x(16).
       01  rd-attach-key                  pic x(16).
       01  rd-key-free                    pic x.
       01  rd-msg-nbr                     pic 9(03) value zero.
       01  rd-total-msgs                  pic 9(03) value zero.
       01  rd-first-part                  pic 9(03).
       01  rd-subject                     pic x(80).
       01  rd-subj-lgt                    pic 9(4) binary.
       01  rd-body-count                  pic 9(4) binary.
       01  rd-body.
           05  rd-body-row                pic x(128) occurs 200.
       01  rd-edit-1                      pic zz,zzz,zz9.
       01  rd-edit-2                      pic zz,zzz,zz9.
       01  rd-edit-n                      pic zz9.
       01  rd-edit-m                      pic zz9.
      *---------------------------------------------------------------*
      * Message-id generation, as COBSMTPM does it: yymmdd + hhmmss   *
      * + a 4-digit sequence that restarts each second                *
      *---------------------------------------------------------------*
       01  rd-today                       pic 9(8).
       01  redefines rd-today.
           05  rd-td-ccyy                 pic 9(4).
           05  filler redefines rd-td-ccyy.
               10  filler                 pic 9(2).
               10  rd-td-yy               pic 9(2).
           05  rd-td-mm                   pic 9(2).
           05  rd-td-dd                   pic 9(2).
       01  rd-time-now                    pic 9(8).
       01  redefines rd-time-now.
           05  rd-tm-hh                   pic 9(2).
           05  rd-tm-mi                   pic 9(2).
           05  rd-tm-ss                   pic 9(2).
           05  filler                     pic 9(2).
       01  rd-id-stamp                    pic x(12).
       01  rd-last-stamp                  pic x(12) value spaces.
       01  rd-id-seq                      pic 9(4) value zero.
       01  rd-queued-stamp                pic x(19).
       01  ix                             pic 9(4) binary.
       01  iy                             pic 9(4) binary.
      *---------------------------------------------------------------*
      * Counters and report lines                                     *
      *---------------------------------------------------------------*
       01  rd-queued-count                pic 9(8) binary value zero.
       01  rd-loaded-count                pic 9(8) binary value zero.
       01  rd-line                        pic x(132).
       01  rd-title-line.
           05  filler                     pic x(31) value
               'REPORT DISTRIBUTION - COBSMTPD '.
           05  rd-tl-stamp                pic x(19).
           05  filler                     pic x(82) value spaces.
       01  rd-entry-line.
           05  filler                     pic x(10) value 'REPORT-ID '.
           05  rd-en-report-id            pic x(08).
           05  filler                     pic x(09) value ' MAILING '.
           05  rd-en-mailing              pic x(08).
           05  filler                     pic x(09) value ' PROFILE '.
           05  rd-en-profile              pic x(08).
           05  filler                     pic x(10) value ' DELIVERY '.
           05  rd-en-delivery             pic x(20).
           05  filler                     pic x(50) value spaces.
       01  rd-load-line.
           05  filler                     pic x(09) value 'LOADED   '.
           05  rd-ld-key                  pic x(16).
           05  filler                     pic x(05) value ' SEQ='.
           05  rd-ld-seq                  pic 9(02).
           05  filler                     pic x(07) value ' LINES='.
           05  rd-ld-lines                pic zzz,zz9.
           05  filler                     pic x(07) value ' BYTES='.
           05  rd-ld-bytes                pic z,zzz,zz9.
           05  filler                     pic x(06) value ' NAME='.
           05  rd-ld-name                 pic x(40).
           05  filler                     pic x(24) value spaces.
       01  rd-queue-line.
           05  filler                     pic x(09) value 'QUEUED   '.
           05  rd-ql-msg-id               pic x(16).
           05  filler                     pic x(13) value
               ' ATTACHMENTS='.
           05  rd-ql-count                pic z9.
           05  filler                     pic x(10) value
               ' SUBJECT: '.
           05  rd-ql-subject              pic x(80).
           05  filler                     pic x(02) value spaces.
       01  rd-count-line.
           05  rd-ct-label                pic x(26).
           05  rd-ct-disp                 pic zz,zzz,zz9.
           05  filler                     pic x(96) value spaces.
       Procedure Division.
      *=============================================*
       Main-Logic.
           Perform Open-Files         thru Open-Files-Exit
           Perform Read-Param-Card    thru Read-Param-Card-Exit
           Perform Load-Distribution  thru Load-Distribution-Exit
           if not DISTRIBUTION-REFUSED
              move 1 to rd-pass
              Perform Run-Report-Pass thru Run-Report-Pass-Exit
              Perform Decide-Delivery thru Decide-Delivery-Exit
              Perform Distribute-Report
                 thru Distribute-Report-Exit
           end-if
           Perform Print-Totals       thru Print-Totals-Exit
           Perform Close-Files        thru Close-Files-Exit
           if DISTRIBUTION-REFUSED
              and Return-Code less 8
              Move 8 to Return-Code
           end-if
           Goback.

      *---------------------------------------------------------------*
      * Open the distribution list, registry, queue, store and log -  *
      * the report itself is opened by each pass                      *
      *---------------------------------------------------------------*
       Open-Files.
           Open Input Distribution-File.
           If not dist-status-ok
              Display 'COBSMTPD: open failed for DISTLST, status='
                      rd-dist-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open Input Registry-File.
           If not mreg-status-ok
              Display 'COBSMTPD: open failed for MAILREG, status='
                      rd-mreg-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open I-O Queue-File.
           If not queue-status-ok
              Display 'COBSMTPD: open failed for QMAILF, status='
                      rd-queue-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open I-O Attach-File.
           If not attch-status-ok
              Display 'COBSMTPD: open failed for ATTCHF, status='
                      rd-attch-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open Output Report-File.
           If not rpt-status-ok
              Display 'COBSMTPD: open failed for DSTRPT, status='
                      rd-rpt-status
              Move 16 to Return-Code
              Goback
           end-if.
           Perform Stamp-Current-Time thru Stamp-Current-Time-Exit.
           move rd-queued-stamp to rd-tl-stamp.
           Write report-line from rd-title-line.
           move spaces to rd-line.
           Write report-line from rd-line.
       Open-Files-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The report-id off the DSTPARM card - without one there is     *
      * nothing to look up, which is a broken step, not a quiet night *
      *---------------------------------------------------------------*
       Read-Param-Card.
           move spaces to rd-report-id.
           Open Input Param-File.
           If not param-status-ok
              Display 'COBSMTPD: open failed for DSTPARM, status='
                      rd-param-status
              Move 16 to Return-Code
              Goback
           end-if.
           Read Param-File
               at end
                   continue
               not at end
                   move pc-report-id to rd-report-id
           end-read.
           Close Param-File.
           if rd-report-id not greater spaces
              Display 'COBSMTPD: no report-id on the DSTPARM card'
              Move 16 to Return-Code
              Goback
           end-if.
       Read-Param-Card-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The report's distribution-list entry, its mailing checked     *
      * against the registry, and its settings with defaults applied  *
      *---------------------------------------------------------------*
       Load-Distribution.
           move rd-report-id to dl-report-id.
           Read Distribution-File
               invalid key
                   move 'Y' to rd-refused
                   move 'REPORT-ID NOT ON DISTLST' to rd-refused-reason
           end-read.
           if DISTRIBUTION-REFUSED
              move rd-report-id to rd-en-report-id
              move spaces to rd-en-mailing rd-en-profile
              move 'NOT SENT' to rd-en-delivery
              Write report-line from rd-entry-line
              go to Load-Distribution-Exit
           end-if.
           move dl-report-id  to rd-en-report-id.
           move dl-mailing-id to rd-en-mailing.
           move dl-profile    to rd-en-profile.
           evaluate true
               when dl-inline
                   move 'INLINE' to rd-en-delivery
               when other
                   move 'ATTACH' to rd-en-delivery
           end-evaluate.
           Write report-line from rd-entry-line.
           if dl-to(1) not greater spaces
              move 'Y' to rd-refused
              move 'NO RECIPIENT ON THE DISTLST ENTRY'
                to rd-refused-reason
              go to Load-Distribution-Exit
           end-if.
      *
      *    the same rule COBSMTPM applies to every mailing - nothing
      *    goes out that cannot be charged back
      *
           move dl-mailing-id to mg-mailing-id.
           Read Registry-File
               invalid key
                   move 'Y' to rd-refused
                   move 'MAILING NOT ON THE MAILREG REGISTRY'
                     to rd-refused-reason
           end-read.
           if not DISTRIBUTION-REFUSED
              and not mg-active
              move 'Y' to rd-refused
              move 'MAILING REGISTERED BUT NOT ACTIVE'
                to rd-refused-reason
           end-if.
           if DISTRIBUTION-REFUSED
              go to Load-Distribution-Exit
           end-if.
           if dl-plain-text
              move 'N' to rd-asa
           else
              move 'Y' to rd-asa
           end-if.
           if dl-record-length numeric
              and dl-record-length greater zero
              and dl-record-length not greater 133
              move dl-record-length to rd-record-length
           else
              if ASA-PRINT
                 move 133 to rd-record-length
              else
                 move 80  to rd-record-length
              end-if
           end-if.
           if ASA-PRINT and rd-record-length less 2
              move 133 to rd-record-length
           end-if.
           if dl-part-lines numeric
              and dl-part-lines greater zero
              move dl-part-lines to rd-part-limit
           else
              move 50000 to rd-part-limit
           end-if.
           if dl-priority numeric
              and dl-priority greater zero
              move dl-priority to rd-priority
           else
              move 5 to rd-priority
           end-if.
           if dl-attach-name greater spaces
              move dl-attach-name to rd-stem
           else
              move dl-report-id   to rd-stem
           end-if.
           perform varying rd-stem-lgt from 40 by -1
                     until rd-stem-lgt less 1
                        or rd-stem(rd-stem-lgt:1) not equal space
           end-perform.
       Load-Distribution-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One pass over the report - pass 1 counts, pass 2 builds       *
      *---------------------------------------------------------------*
       Run-Report-Pass.
           Open Input Report-Input.
           If not rptin-status-ok
              Display 'COBSMTPD: open failed for RPTIN, status='
                      rd-rptin-status
              Move 16 to Return-Code
              Goback
           end-if.
           move 'N' to rd-end-of-report.
           move 'N' to rd-too-wide.
           move zero to rd-lines-read rd-output-lines rd-data-lines
                        rd-overprint-lines rd-pages rd-inline-rows
                        rd-part-bytes rd-part-lines rd-part-count
                        rd-body-count.
           Perform Read-Report-Input thru Read-Report-Input-Exit.
           Perform until END-OF-REPORT
               Perform Process-Report-Line
                  thru Process-Report-Line-Exit
               Perform Read-Report-Input thru Read-Report-Input-Exit
           end-perform.
           Close Report-Input.
           if BUILDING-PASS
              and MODE-ATTACH
              and rd-part-bytes greater zero
              Perform Flush-Part thru Flush-Part-Exit
           end-if.
       Run-Report-Pass-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the next report line                                     *
      *---------------------------------------------------------------*
       Read-Report-Input.
           Read Report-Input
               at end
                   move 'Y' to rd-end-of-report
           end-read.
           If not END-OF-REPORT and not rptin-status-ok
              Display 'COBSMTPD: read failed for RPTIN, status='
                      rd-rptin-status
              move 'Y' to rd-end-of-report
           end-if.
       Read-Report-Input-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One report line: carriage control decoded ('1' new page, '0'  *
      * one blank line first, '-' two, '+' overprint - dropped, it    *
      * only ever bolds or underlines what is already there), the     *
      * text trimmed, then counted or built into body or attachment   *
      *---------------------------------------------------------------*
       Process-Report-Line.
           add 1 to rd-lines-read.
           move 'N'    to rd-page-start.
           move zero   to rd-blank-before.
           move spaces to rd-text.
           if ASA-PRINT
              move report-input-record(1:1) to rd-cc
              compute rd-text-width = rd-record-length - 1
              move report-input-record(2:rd-text-width)
                to rd-text(1:rd-text-width)
           else
              move space to rd-cc
              move rd-record-length to rd-text-width
              move report-input-record(1:rd-text-width)
                to rd-text(1:rd-text-width)
           end-if.
           evaluate rd-cc
               when '1'
                   move 'Y' to rd-page-start
               when '0'
                   move 1 to rd-blank-before
               when '-'
                   move 2 to rd-blank-before
               when '+'
                   add 1 to rd-overprint-lines
                   go to Process-Report-Line-Exit
               when other
                   continue
           end-evaluate.
      *
      *    the first line out opens page 1 - a page eject in front of
      *    it would only put a blank page at the top
      *
           if rd-output-lines equal zero
              move 1   to rd-pages
              move 'N' to rd-page-start
           else
              if PAGE-START
                 add 1 to rd-pages
              end-if
           end-if.
           add 1 to rd-output-lines.
           perform varying rd-text-lgt from rd-text-width by -1
                     until rd-text-lgt less 1
                        or rd-text(rd-text-lgt:1) not equal space
           end-perform.
           if rd-text-lgt greater zero
              add 1 to rd-data-lines
           end-if.
      *
      *    the body rows this line needs - a blank row stands in for
      *    the page eject
      *
           if PAGE-START
              add 1 to rd-inline-rows
           end-if.
           add rd-blank-before to rd-inline-rows.
           add 1 to rd-inline-rows.
           if rd-text-lgt greater 128
              move 'Y' to rd-too-wide
           end-if.
           if BUILDING-PASS and MODE-INLINE
              Perform Add-Body-Rows thru Add-Body-Rows-Exit
           end-if.
           if COUNTING-PASS
              or (BUILDING-PASS and MODE-ATTACH)
              Perform Add-Attachment-Line
                 thru Add-Attachment-Line-Exit
           end-if.
       Process-Report-Line-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The line into the mail body. Pass 1 has already proved the    *
      * whole report fits 200 rows of 128 bytes                       *
      *---------------------------------------------------------------*
       Add-Body-Rows.
           if PAGE-START
              add 1 to rd-body-count
              move spaces to rd-body-row(rd-body-count)
           end-if.
           perform varying iy from 1 by 1
                     until iy greater rd-blank-before
              add 1 to rd-body-count
              move spaces to rd-body-row(rd-body-count)
           end-perform.
           add 1 to rd-body-count.
           move rd-text(1:128) to rd-body-row(rd-body-count).
       Add-Body-Rows-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The line into the current attachment part - a new part is     *
      * started first when the current one is full. Each line goes in *
      * trimmed and CRLF-terminated, a page eject as a form feed in   *
      * front of it (none at the top of a part)                       *
      *---------------------------------------------------------------*
       Add-Attachment-Line.
           compute rd-line-bytes = rd-blank-before * 2
                                 + rd-text-lgt + 2.
           if PAGE-START
              add 1 to rd-line-bytes
           end-if.
           if rd-part-bytes greater zero
              and ((rd-part-lines not less rd-part-limit
                    and (PAGE-START or not ASA-PRINT))
                   or rd-part-bytes + rd-line-bytes
                      greater rd-max-part-bytes)
              if BUILDING-PASS
                 Perform Flush-Part thru Flush-Part-Exit
              end-if
              move zero to rd-part-bytes rd-part-lines
           end-if.
           if rd-part-bytes equal zero
              if PAGE-START
                 subtract 1 from rd-line-bytes
                 move 'N' to rd-page-start
              end-if
              add 1 to rd-part-count
              if BUILDING-PASS
                 Perform Start-Part thru Start-Part-Exit
              end-if
           end-if.
           if BUILDING-PASS
              if PAGE-START
                 move rd-ff to rd-content(rd-part-bytes + 1:1)
                 add 1 to rd-part-bytes
              end-if
              perform varying iy from 1 by 1
                        until iy greater rd-blank-before
                 move rd-crlf to rd-content(rd-part-bytes + 1:2)
                 add 2 to rd-part-bytes
              end-perform
              if rd-text-lgt greater zero
                 move rd-text(1:rd-text-lgt)
                   to rd-content(rd-part-bytes + 1:rd-text-lgt)
                 add rd-text-lgt to rd-part-bytes
              end-if
              move rd-crlf to rd-content(rd-part-bytes + 1:2)
              add 2 to rd-part-bytes
           else
              add rd-line-bytes to rd-part-bytes
           end-if.
           add 1 to rd-part-lines.
       Add-Attachment-Line-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Settle how the report goes out, from what pass 1 counted      *
      *---------------------------------------------------------------*
       Decide-Delivery.
           if rd-data-lines equal zero
              if dl-only-if-data
                 move 'S' to rd-mode
                 move 'NOT SENT - THE REPORT HAS NO DATA' to rd-line
                 Write report-line from rd-line
              else
                 move 'E' to rd-mode
              end-if
              go to Decide-Delivery-Exit
           end-if.
           if dl-inline
              and rd-inline-rows not greater 200
              and not TOO-WIDE-FOR-BODY
              move 'I' to rd-mode
              go to Decide-Delivery-Exit
           end-if.
           move 'A' to rd-mode.
           if dl-inline
              move 'TOO BIG FOR THE MAIL BODY - ATTACHED INSTEAD'
                to rd-line
              Write report-line from rd-line
           end-if.
           move rd-part-count to rd-total-parts.
           compute rd-total-msgs =
                   (rd-total-parts + rd-max-per-msg - 1)
                 / rd-max-per-msg.
       Decide-Delivery-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Queue the mail(s) the way Decide-Delivery settled             *
      *---------------------------------------------------------------*
       Distribute-Report.
           evaluate true
               when MODE-SKIPPED
                   continue
               when MODE-EMPTY-NOTICE
                   move 1 to rd-total-msgs
                   Perform Start-Message thru Start-Message-Exit
                   Perform Finish-Message thru Finish-Message-Exit
               when MODE-INLINE
                   move 1 to rd-total-msgs
                   Perform Start-Message thru Start-Message-Exit
                   move 2 to rd-pass
                   Perform Run-Report-Pass thru Run-Report-Pass-Exit
                   Perform Finish-Message thru Finish-Message-Exit
               when MODE-ATTACH
                   move zero to rd-msg-nbr rd-part-nbr
                   move zero to rd-part-in-msg
                   move 2 to rd-pass
                   Perform Run-Report-Pass thru Run-Report-Pass-Exit
                   if rd-msg-nbr greater zero
                      Perform Finish-Message
                         thru Finish-Message-Exit
                   end-if
           end-evaluate.
       Distribute-Report-Exit.
           Exit.

      *---------------------------------------------------------------*
      * A new attachment part - the mail in hand is queued and a new  *
      * one started when it already carries its five                  *
      *---------------------------------------------------------------*
       Start-Part.
           if rd-msg-nbr equal zero
              or rd-part-in-msg not less rd-max-per-msg
              if rd-msg-nbr greater zero
                 Perform Finish-Message thru Finish-Message-Exit
              end-if
              Perform Start-Message thru Start-Message-Exit
           end-if.
           add 1 to rd-part-in-msg.
           add 1 to rd-part-nbr.
       Start-Part-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The part just finished onto the store: header segment 0000    *
      * with the exact byte count, then the content in 4000-byte      *
      * segments, as COBSMTPA's LOAD cuts them                        *
      *---------------------------------------------------------------*
       Flush-Part.
           move 'Y' to rd-load-ok.
           move spaces to rd-part-name.
           if rd-total-parts equal 1
              string rd-stem(1:rd-stem-lgt) delimited by size
                     '.txt'                 delimited by size
                  into rd-part-name
              end-string
           else
              string rd-stem(1:rd-stem-lgt) delimited by size
                     '-'                    delimited by size
                     rd-part-nbr            delimited by size
                     '.txt'                 delimited by size
                  into rd-part-name
              end-string
           end-if.
           move rd-attach-key  to at-attach-key.
           move rd-part-in-msg to at-seq.
           move zero           to at-segment.
           move spaces         to at-data.
           move 'text/plain'   to at-content-type.
           move rd-part-name   to at-content-name.
           move 'Y'            to at-transfer-encode.
           move 'Y'            to at-translate-ascii.
           move spaces         to at-transfer-encoding.
           move 76             to at-row-length.
           move rd-part-bytes  to at-num-bytes.
           Perform Write-Store-Record thru Write-Store-Record-Exit.
           move zero to rd-offset.
           move zero to rd-seg-nbr.
           Perform until rd-offset not less rd-part-bytes
                      or not LOAD-OK
               add 1 to rd-seg-nbr
               compute rd-seg-len = rd-part-bytes - rd-offset
               if rd-seg-len greater 4000
                  move 4000 to rd-seg-len
               end-if
               move rd-attach-key  to at-attach-key
               move rd-part-in-msg to at-seq
               move rd-seg-nbr     to at-segment
               move spaces         to at-data
               move rd-content(rd-offset + 1:rd-seg-len)
                 to at-data(1:rd-seg-len)
               Perform Write-Store-Record
                  thru Write-Store-Record-Exit
               add rd-seg-len to rd-offset
           end-perform.
           if not LOAD-OK
              move 'Y' to rd-refused
              move 'ATTACHMENT STORE WRITE FAILED'
                to rd-refused-reason
              go to Flush-Part-Exit
           end-if.
           add 1 to rd-loaded-count.
           move rd-attach-key  to rd-ld-key.
           move rd-part-in-msg to rd-ld-seq.
           move rd-part-lines  to rd-ld-lines.
           move rd-part-bytes  to rd-ld-bytes.
           move rd-part-name   to rd-ld-name.
           Write report-line from rd-load-line.
       Flush-Part-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Write one store record - the key was claimed unused, so a     *
      * duplicate here is somebody else's load and is not touched     *
      *---------------------------------------------------------------*
       Write-Store-Record.
           Write attach-store-record.
           if not attch-status-ok
              Display 'COBSMTPD: store write failed, status='
                      rd-attch-status ' key=' at-attach-key
                      ' seq=' at-seq ' segment=' at-segment
              move 'N' to rd-load-ok
           end-if.
       Write-Store-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * A new mail: fresh message-id, which also serves as the store  *
      * key of its attachments - bumped until no store record sits    *
      * under it                                                      *
      *---------------------------------------------------------------*
       Start-Message.
           add 1 to rd-msg-nbr.
           move zero to rd-part-in-msg.
           compute rd-first-part = rd-part-nbr + 1.
           Perform Generate-Message-Id thru Generate-Message-Id-Exit.
           move spaces to rd-attach-key.
           if not MODE-ATTACH
              go to Start-Message-Exit
           end-if.
           move 'N' to rd-key-free.
           perform until rd-key-free equal 'Y'
                      or rd-id-seq equal 9999
               move rd-msg-id to at-attach-key
               move 1         to at-seq
               move zero      to at-segment
               Read Attach-File
                   invalid key
                       move 'Y' to rd-key-free
                   not invalid key
                       add 1 to rd-id-seq
                       move spaces to rd-msg-id
                       string rd-id-stamp delimited by size
                              rd-id-seq   delimited by size
                           into rd-msg-id
                       end-string
               end-read
           end-perform.
           move rd-msg-id to rd-attach-key.
       Start-Message-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The mail in hand onto the queue - pending, for tonight's run  *
      *---------------------------------------------------------------*
       Finish-Message.
           if DISTRIBUTION-REFUSED
              go to Finish-Message-Exit
           end-if.
           Perform Build-Subject thru Build-Subject-Exit.
           if not MODE-INLINE
              Perform Build-Notice-Body thru Build-Notice-Body-Exit
           end-if.
           move rd-msg-id       to qm-message-id.
           set qm-pending to true.
           move dl-mailing-id   to qm-mailing-id.
           move dl-profile      to qm-profile.
           move rd-attach-key   to qm-attach-key.
           if MODE-ATTACH
              move rd-part-in-msg to qm-attach-count
           else
              move zero           to qm-attach-count
           end-if.
           move rd-queued-stamp to qm-queued-time.
           move spaces          to qm-sent-time.
           move rd-priority     to qm-priority.
           move spaces          to qm-earliest-time.
           move zero            to qm-attempt-count.
           move spaces          to qm-next-attempt.
           move dl-sender       to qm-sender.
           move dl-recipients   to qm-recipients.
           move dl-carbon-copy  to qm-carbon-copy.
           move spaces          to qm-blind-copy.
           move 'N'             to qm-html.
           move zero            to qm-source-ccsid.
           move rd-subject      to qm-subject.
           move zero            to qm-rc-client.
           move spaces to qm-recipient-status qm-cc-status
                          qm-bcc-status.
           move rd-body-count   to qm-num-rows.
           perform varying ix from 1 by 1
                     until ix greater rd-body-count
               move rd-body-row(ix) to qm-msg-row(ix)
           end-perform.
           Perform Write-Queue-Record thru Write-Queue-Record-Exit.
       Finish-Message-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The list's subject, numbered PART n OF m when the report      *
      * takes more than one mail                                      *
      *---------------------------------------------------------------*
       Build-Subject.
           move dl-subject to rd-subject.
           if rd-total-msgs not greater 1
              go to Build-Subject-Exit
           end-if.
           perform varying rd-subj-lgt from 64 by -1
                     until rd-subj-lgt less 1
                        or dl-subject(rd-subj-lgt:1) not equal space
           end-perform.
           if rd-subj-lgt less 1
              move 1 to rd-subj-lgt
           end-if.
           move rd-msg-nbr    to rd-edit-n.
           move rd-total-msgs to rd-edit-m.
           move spaces to rd-subject.
           string dl-subject(1:rd-subj-lgt) delimited by size
                  ' (PART '                 delimited by size
                  rd-edit-n                 delimited by size
                  ' OF '                    delimited by size
                  rd-edit-m                 delimited by size
                  ')'                       delimited by size
               into rd-subject
           end-string.
       Build-Subject-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The short covering body of an attached (or empty) report      *
      *---------------------------------------------------------------*
       Build-Notice-Body.
           move spaces to rd-body.
           move 1 to rd-body-count.
           if MODE-EMPTY-NOTICE
              string 'Report '           delimited by size
                     rd-report-id        delimited by space
                     ', distributed '    delimited by size
                     rd-queued-stamp     delimited by size
                     ', contained no data.'
                                         delimited by size
                  into rd-body-row(1)
              end-string
              go to Build-Notice-Body-Exit
           end-if.
           string 'Report '              delimited by size
                  rd-report-id           delimited by space
                  ', distributed '       delimited by size
                  rd-queued-stamp        delimited by size
                  ', is attached.'       delimited by size
               into rd-body-row(1)
           end-string.
           move rd-pages        to rd-edit-1.
           move rd-output-lines to rd-edit-2.
           string 'Pages: '              delimited by size
                  rd-edit-1              delimited by size
                  '   Lines: '           delimited by size
                  rd-edit-2              delimited by size
               into rd-body-row(3)
           end-string.
           move 3 to rd-body-count.
           if rd-total-msgs greater 1
              move rd-msg-nbr    to rd-edit-n
              move rd-total-msgs to rd-edit-m
              move rd-first-part to rd-edit-1
              move rd-part-nbr   to rd-edit-2
              string 'This is mail '     delimited by size
                     rd-edit-n           delimited by size
                     ' of '              delimited by size
                     rd-edit-m           delimited by size
                     ', carrying report parts'
                                         delimited by size
                     rd-edit-1           delimited by size
                     ' to'               delimited by size
                     rd-edit-2           delimited by size
                     '.'                 delimited by size
                  into rd-body-row(4)
              end-string
              move 4 to rd-body-count
           end-if.
       Build-Notice-Body-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Stamp a fresh message-id: yymmdd+hhmmss plus a sequence that  *
      * restarts each second, and the queued timestamp in step        *
      *---------------------------------------------------------------*
       Generate-Message-Id.
           Perform Stamp-Current-Time thru Stamp-Current-Time-Exit.
           move spaces to rd-id-stamp.
           string rd-td-yy  delimited by size
                  rd-td-mm  delimited by size
                  rd-td-dd  delimited by size
                  rd-tm-hh  delimited by size
                  rd-tm-mi  delimited by size
                  rd-tm-ss  delimited by size
               into rd-id-stamp
           end-string.
           if rd-id-stamp equal rd-last-stamp
              add 1 to rd-id-seq
           else
              move 1 to rd-id-seq
              move rd-id-stamp to rd-last-stamp
           end-if.
           move spaces to rd-msg-id.
           string rd-id-stamp delimited by size
                  rd-id-seq   delimited by size
               into rd-msg-id
           end-string.
       Generate-Message-Id-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Write the finished record. A duplicate key means another      *
      * composer got the same second's sequence number in first -     *
      * bump the sequence and try again rather than losing the mail   *
      *---------------------------------------------------------------*
       Write-Queue-Record.
           Write queued-mail-record
               invalid key
                   perform until queue-status-ok
                              or rd-queue-status not equal '22'
                              or rd-id-seq equal 9999
                      add 1 to rd-id-seq
                      move spaces to qm-message-id
                      string rd-id-stamp delimited by size
                             rd-id-seq   delimited by size
                          into qm-message-id
                      end-string
                      Write queued-mail-record
                          invalid key continue
                      end-write
                   end-perform
           end-write.
           if queue-status-ok
              add 1 to rd-queued-count
              move qm-message-id   to rd-ql-msg-id
              move qm-attach-count to rd-ql-count
              move qm-subject      to rd-ql-subject
              Write report-line from rd-queue-line
           else
              Display 'COBSMTPD: write failed for QMAILF, status='
                      rd-queue-status
              move 'Y' to rd-refused
              move 'QUEUE WRITE FAILED' to rd-refused-reason
           end-if.
       Write-Queue-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Build rd-queued-stamp with the current date and time - the    *
      * same 'yyyy-mm-dd hh:mm:ss' shape everything else stamps       *
      *---------------------------------------------------------------*
       Stamp-Current-Time.
           accept rd-today from date yyyymmdd.
           accept rd-time-now from time.
           move spaces to rd-queued-stamp.
           string rd-td-ccyy delimited by size
                  '-'        delimited by size
                  rd-td-mm   delimited by size
                  '-'        delimited by size
                  rd-td-dd   delimited by size
                  ' '        delimited by size
                  rd-tm-hh   delimited by size
                  ':'        delimited by size
                  rd-tm-mi   delimited by size
                  ':'        delimited by size
                  rd-tm-ss   delimited by size
               into rd-queued-stamp
           end-string.
       Stamp-Current-Time-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Totals at the bottom of the log                               *
      *---------------------------------------------------------------*
       Print-Totals.
           if DISTRIBUTION-REFUSED
              move spaces to rd-line
              string 'NOT SENT - '      delimited by size
                     rd-refused-reason  delimited by size
                  into rd-line
              end-string
              Write report-line from rd-line
              Display 'COBSMTPD: report ' rd-report-id ' not sent - '
                      rd-refused-reason
           end-if.
           move spaces to rd-line.
           Write report-line from rd-line.
           move 'REPORT LINES READ       : ' to rd-ct-label.
           move rd-lines-read to rd-ct-disp.
           Write report-line from rd-count-line.
           move 'PAGES                   : ' to rd-ct-label.
           move rd-pages to rd-ct-disp.
           Write report-line from rd-count-line.
           move 'LINES WITH DATA         : ' to rd-ct-label.
           move rd-data-lines to rd-ct-disp.
           Write report-line from rd-count-line.
           move 'OVERPRINT LINES DROPPED : ' to rd-ct-label.
           move rd-overprint-lines to rd-ct-disp.
           Write report-line from rd-count-line.
           move 'ATTACHMENTS LOADED      : ' to rd-ct-label.
           move rd-loaded-count to rd-ct-disp.
           Write report-line from rd-count-line.
           move 'MAILS QUEUED            : ' to rd-ct-label.
           move rd-queued-count to rd-ct-disp.
           Write report-line from rd-count-line.
           move spaces to rd-line.
           Write report-line from rd-line.
           move 'END OF REPORT' to rd-line.
           Write report-line from rd-line.
       Print-Totals-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Close everything                                               *
      *---------------------------------------------------------------*
       Close-Files.
           Close Distribution-File.
           Close Registry-File.
           Close Queue-File.
           Close Attach-File.
           Close Report-File.
       Close-Files-Exit.
           Exit.
