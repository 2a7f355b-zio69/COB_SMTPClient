      *****************************************************************
      *                                                               *
      *   SMQC - online console over the mail queue, for operators    *
      *   who today wait for a COBSMTPQ card run to see or change a   *
      *   mailing. CICS, pseudo-conversational, BMS mapset SMTPOMS.   *
      *                                                               *
      *   List screen (SMTPOL): the records of one mailing - or the   *
      *   whole file - on the queue QMAILF or the archive, fifteen    *
      *   to a page, each with its status, priority, attempt count    *
      *   and next-attempt time, filtered by mailing-id and status.   *
      *   PF7/PF8 page, 'S' against a line opens it.                  *
      *                                                               *
      *   Detail screen (SMTPOD): one record in full - times, relay   *
      *   profile, last rc, and every addressee with the rc and       *
      *   reply line the relay gave for it, ten to a screen.          *
      *                                                               *
      *   Actions, on the queue only, by exactly COBSMTPQ's rules:    *
      *     PF4  HOLD     pending 'P' -> held 'H'                     *
      *     PF5  RELEASE  held 'H'    -> pending 'P'                  *
      *     PF6  REQUEUE  failed 'F'  -> pending 'P', retries reset   *
      *     PF9  RESTORE  dead 'D'    -> pending 'P', retries reset   *
      *     PF10 APPROVE  held 'H'    -> pending 'P'   (mailing only) *
      *     PF11 REJECT   held 'H'    -> archive, off the queue       *
      *                                                (mailing only) *
      *     PF12 RELEASE DUPLICATE                                    *
      *                   held 'H'    -> pending 'P'   (message only) *
      *   From the list they act on the whole mailing named in the    *
      *   MAILING field; from the detail screen PF4/5/6/9/12 act on   *
      *   the one message. APPROVE and REJECT want the key pressed    *
      *   twice.                                                      *
      *                                                               *
      *   Every record changed is logged on OPLOGF (cpyoplg) with the *
      *   operator's userid, terminal and the time, in the same unit  *
      *   of work as the change - if the log record cannot be         *
      *   written the change is backed out.                           *
      *                                                               *
      *   RELEASE and APPROVE leave DUPFPF alone, as in COBSMTPQ, so  *
      *   a record held as a duplicate is only held again at the next *
      *   send. PF12 is COBSMTPQ RELEASE DUPMSG: the record takes     *
      *   over the DUPFPF fingerprint another message owns and goes   *
      *   back to pending, in the same unit of work. A REJECTed       *
      *   record drops the fingerprints it owns, so the mailing       *
      *   corrected and sent again is not held as its own duplicate.  *
      *                                                               *
      *   The archive is read through QARCHK, the keyed copy of       *
      *   QARCHF the nightly COBSMTPO housekeeping job rebuilds; a    *
      *   REJECTed record is written to transient data queue SMQA     *
      *   (DD QARCHON), which the same job appends to QARCHF. As in   *
      *   COBSMTPQ, the queue record is only deleted once its         *
      *   archive copy is written.                                    *
      *                                                               *
      *****************************************************************
       Identification Division.
       Program-id. COBSMTPO.
       Environment Division.
       Data Division.
       Working-Storage Section.
      *---------------------------------------------------------------*
      * What the console remembers between screens - passed back to   *
      * itself on every RETURN TRANSID                                *
      *---------------------------------------------------------------*
       01  oc-commarea.
           05  oc-ca-state                pic x(01).
               88  OC-ON-LIST                 value 'L'.
               88  OC-ON-DETAIL               value 'D'.
           05  oc-ca-source               pic x(01).
               88  OC-FROM-QUEUE              value 'Q'.
               88  OC-FROM-ARCHIVE            value 'A'.
           05  oc-ca-mailing              pic x(08).
           05  oc-ca-status               pic x(01).
           05  oc-ca-page                 pic 9(03).
      *
      *    the first key of every page shown so far, so PF7 can go
      *    back without browsing backwards through the file
      *
           05  oc-ca-page-key   occurs 50 pic x(16).
           05  oc-ca-next-key             pic x(16).
           05  oc-ca-more                 pic x(01).
               88  OC-MORE-TO-COME            value 'Y'.
           05  oc-ca-line-key   occurs 15 pic x(16).
           05  oc-ca-detail-key           pic x(16).
           05  oc-ca-slot-start           pic 9(02).
      *
      *    APPROVE / REJECT waiting for its second press, and the
      *    mailing the first press was for
      *
           05  oc-ca-confirm              pic x(08).
           05  oc-ca-confirm-mailing      pic x(08).
      *---------------------------------------------------------------*
      * The record being shown or changed - both files are read into  *
      * the queue layout, the archive record matching it field for    *
      * field                                                         *
      *---------------------------------------------------------------*
           copy cpyqmail.
           copy cpyoplg.
           copy cpydupf.
           copy cpyfprt.
           copy cpyomap.
           copy dfhaid.
           copy dfhbmsca.
       01  oc-resp                        pic s9(8) binary.
       01  oc-file-name                   pic x(08).
       01  oc-browse-key                  pic x(16).
       01  oc-max-length                  pic s9(8) binary.
       01  oc-rec-length                  pic s9(8) binary.
      *    WRITEQ TD takes a halfword length only - native binary, so
      *    a record over 9999 bytes is not cut to its low 4 digits
       01  oc-td-length                   pic s9(4) comp-5.
       01  oc-message                     pic x(79).
       01  oc-ix                          pic 9(4) binary.
       01  oc-jx                          pic 9(4) binary.
       01  oc-line-count                  pic 9(4) binary.
       01  oc-scan-count                  pic 9(8) binary.
      *
      *    reads allowed to fill one list page - a filter that matches
      *    little on a big file stops here and offers PF8 rather
      *    than hold the terminal
      *
       01  oc-scan-limit                  pic 9(8) binary value 2000.
       01  oc-end-of-browse               pic x value 'N'.
           88  END-OF-BROWSE                  value 'Y'.
       01  oc-screen-sent                 pic x value 'N'.
           88  SCREEN-SENT                    value 'Y'.
       01  oc-input-ok                    pic x value 'Y'.
           88  INPUT-OK                       value 'Y'.
       01  oc-pending-confirm             pic x(08).
       01  oc-pending-mailing             pic x(08).
       01  oc-new-mailing                 pic x(08).
       01  oc-new-status                  pic x(01).
           88  OC-VALID-STATUS                value ' ' 'P' 'S' 'F'
                                                    'H' 'D'.
       01  oc-new-source                  pic x(01).
       01  oc-page-display                pic zz9.
       01  oc-count-edit                  pic zzz,zz9.
      *---------------------------------------------------------------*
      * Current date and time, 'yyyy-mm-dd hh:mm:ss' like the queue   *
      *---------------------------------------------------------------*
       01  oc-abstime                     pic s9(15) packed-decimal.
       01  oc-timestamp.
           05  oc-stamp-date              pic x(10).
           05  filler                     pic x(01) value space.
           05  oc-stamp-time              pic x(08).
      *---------------------------------------------------------------*
      * Actions                                                       *
      *---------------------------------------------------------------*
       01  oc-action                      pic x(08).
           88  OC-HOLD                        value 'HOLD'.
           88  OC-RELEASE                     value 'RELEASE'.
           88  OC-REQUEUE                     value 'REQUEUE'.
           88  OC-RESTORE                     value 'RESTORE'.
           88  OC-APPROVE                     value 'APPROVE'.
           88  OC-REJECT                      value 'REJECT'.
           88  OC-RELDUP                      value 'RELDUP'.
       01  oc-scope                       pic x(08).
       01  oc-act-key                     pic x(16).
       01  oc-fprint-key                  pic x(32).
       01  oc-dup-taken                   pic x value 'N'.
           88  DUPLICATE-TAKEN-OVER           value 'Y'.
       01  oc-old-status                  pic x(01).
       01  oc-changed                     pic x value 'N'.
           88  RECORD-CHANGED                 value 'Y'.
       01  oc-stop                        pic x value 'N'.
           88  ACTION-STOPPED                 value 'Y'.
       01  oc-batch-changed               pic 9(8) binary.
       01  oc-total-changed               pic 9(8) binary.
       01  oc-resume-key                  pic x(16).
      *
      *    a mailing is worked in batches of keys, each batch one
      *    unit of work, so a big mailing neither holds a browse
      *    open across updates nor locks thousands of records
      *
       01  oc-batch-limit                 pic 9(4) binary value 100.
       01  oc-batch-count                 pic 9(4) binary.
       01  oc-batch-key     occurs 100    pic x(16).
      *---------------------------------------------------------------*
      * One list line                                                 *
      *---------------------------------------------------------------*
       01  oc-list-line.
           05  oc-ll-msgid                pic x(16).
           05  filler                     pic x(01) value space.
           05  oc-ll-status               pic x(01).
           05  filler                     pic x(01) value space.
           05  oc-ll-priority             pic x(01).
           05  filler                     pic x(01) value space.
           05  oc-ll-attempts             pic x(02).
           05  filler                     pic x(01) value space.
           05  oc-ll-next                 pic x(19).
           05  filler                     pic x(01) value space.
           05  oc-ll-recipient            pic x(33).
      *---------------------------------------------------------------*
      * Every addressee of the detail record, To then Cc then Bcc,    *
      * blank slots left out                                          *
      *---------------------------------------------------------------*
       01  oc-slot-count                  pic 9(4) binary.
       01  oc-slot-table.
           05  oc-slot          occurs 30.
               10  oc-sl-type             pic x(03).
               10  oc-sl-address          pic x(60).
               10  oc-sl-rc               pic x(03).
               10  oc-sl-reply            pic x(80).
       01  oc-detail-line.
           05  oc-dl-type                 pic x(03).
           05  filler                     pic x(01) value space.
           05  oc-dl-address              pic x(30).
           05  filler                     pic x(01) value space.
           05  oc-dl-rc                   pic x(03).
           05  filler                     pic x(01) value space.
           05  oc-dl-reply                pic x(40).
       01  oc-slot-range.
           05  oc-sr-first                pic z9.
           05  filler                     pic x(01) value '-'.
           05  oc-sr-last                 pic z9.
           05  filler                     pic x(04) value ' OF '.
           05  oc-sr-count                pic z9.
       Linkage Section.
       01  dfhcommarea                    pic x(1105).
       Procedure Division.
      *=============================================*
       Main-Logic.
           Perform Stamp-Current-Time thru Stamp-Current-Time-Exit.
           move 200 to qm-num-rows.
           move length of queued-mail-record to oc-max-length.
           move spaces to oc-message.
           if eibcalen equal zero
              Perform First-Time thru First-Time-Exit
           else
              move dfhcommarea to oc-commarea
              if OC-ON-DETAIL
                 Perform Process-Detail-Key
                    thru Process-Detail-Key-Exit
              else
                 Perform Process-List-Key
                    thru Process-List-Key-Exit
              end-if
           end-if.
           exec cics return transid(eibtrnid)
                     commarea(oc-commarea)
                     length(length of oc-commarea)
           end-exec.
           Goback.

      *---------------------------------------------------------------*
      * SMQC typed on a clear screen: the whole queue, first page     *
      *---------------------------------------------------------------*
       First-Time.
           move spaces to oc-commarea.
           set OC-ON-LIST to true.
           set OC-FROM-QUEUE to true.
           move 1 to oc-ca-page.
           move low-values to oc-ca-page-key(1).
           move zero to oc-ca-slot-start.
           move 'ENTER A MAILING-ID AND/OR STATUS TO NARROW THE LIST'
             to oc-message.
           Perform Build-List-Page thru Build-List-Page-Exit.
           Perform Send-List-Map thru Send-List-Map-Exit.
       First-Time-Exit.
           Exit.

      *---------------------------------------------------------------*
      * A key pressed on the list screen                              *
      *---------------------------------------------------------------*
       Process-List-Key.
           move oc-ca-confirm to oc-pending-confirm.
           move oc-ca-confirm-mailing to oc-pending-mailing.
           move spaces to oc-ca-confirm oc-ca-confirm-mailing.
           move 'N' to oc-screen-sent.
           evaluate eibaid
               when dfhpf3
                   exec cics send text
                             from('SMQC MAIL QUEUE CONSOLE ENDED')
                             length(29)
                             erase freekb
                   end-exec
                   exec cics return end-exec
               when dfhclear
                   continue
               when dfhpf7
                   if oc-ca-page greater 1
                      subtract 1 from oc-ca-page
                   else
                      move 'ALREADY AT THE FIRST PAGE' to oc-message
                   end-if
               when dfhpf8
                   if OC-MORE-TO-COME and oc-ca-page less 50
                      add 1 to oc-ca-page
                      move oc-ca-next-key
                        to oc-ca-page-key(oc-ca-page)
                   else
                      move 'NO MORE RECORDS' to oc-message
                   end-if
               when dfhenter
                   Perform Receive-List-Map
                      thru Receive-List-Map-Exit
                   if INPUT-OK
                      Perform Select-Line thru Select-Line-Exit
                   end-if
               when dfhpf4
                   move 'HOLD' to oc-action
                   Perform Mailing-Action thru Mailing-Action-Exit
               when dfhpf5
                   move 'RELEASE' to oc-action
                   Perform Mailing-Action thru Mailing-Action-Exit
               when dfhpf6
                   move 'REQUEUE' to oc-action
                   Perform Mailing-Action thru Mailing-Action-Exit
               when dfhpf9
                   move 'RESTORE' to oc-action
                   Perform Mailing-Action thru Mailing-Action-Exit
               when dfhpf10
                   move 'APPROVE' to oc-action
                   Perform Mailing-Action thru Mailing-Action-Exit
               when dfhpf11
                   move 'REJECT' to oc-action
                   Perform Mailing-Action thru Mailing-Action-Exit
               when other
                   move 'KEY NOT IN USE ON THIS SCREEN' to oc-message
           end-evaluate.
           if not SCREEN-SENT
              Perform Build-List-Page thru Build-List-Page-Exit
              Perform Send-List-Map thru Send-List-Map-Exit
           end-if.
       Process-List-Key-Exit.
           Exit.

      *---------------------------------------------------------------*
      * A key pressed on the detail screen                            *
      *---------------------------------------------------------------*
       Process-Detail-Key.
           move spaces to oc-ca-confirm oc-ca-confirm-mailing.
           evaluate eibaid
               when dfhpf3
               when dfhclear
                   set OC-ON-LIST to true
                   Perform Build-List-Page thru Build-List-Page-Exit
                   Perform Send-List-Map thru Send-List-Map-Exit
                   go to Process-Detail-Key-Exit
               when dfhpf7
                   if oc-ca-slot-start greater 10
                      subtract 10 from oc-ca-slot-start
                   else
                      move 1 to oc-ca-slot-start
                   end-if
               when dfhpf8
                   add 10 to oc-ca-slot-start
               when dfhenter
                   continue
               when dfhpf4
                   move 'HOLD' to oc-action
                   Perform Message-Action thru Message-Action-Exit
               when dfhpf5
                   move 'RELEASE' to oc-action
                   Perform Message-Action thru Message-Action-Exit
               when dfhpf6
                   move 'REQUEUE' to oc-action
                   Perform Message-Action thru Message-Action-Exit
               when dfhpf9
                   move 'RESTORE' to oc-action
                   Perform Message-Action thru Message-Action-Exit
               when dfhpf12
                   move 'RELDUP' to oc-action
                   Perform Message-Action thru Message-Action-Exit
               when other
                   move 'KEY NOT IN USE ON THIS SCREEN' to oc-message
           end-evaluate.
           Perform Show-Detail thru Show-Detail-Exit.
       Process-Detail-Key-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Pick up the filter fields. A changed filter starts the list   *
      * again at page one; a bad one is refused and the old list      *
      * stays                                                         *
      *---------------------------------------------------------------*
       Receive-List-Map.
           move 'Y' to oc-input-ok.
           move low-values to smtpoli.
           exec cics receive map('SMTPOL') mapset('SMTPOMS')
                     into(smtpoli)
                     resp(oc-resp)
           end-exec.
           if oc-resp not equal dfhresp(normal)
              and oc-resp not equal dfhresp(mapfail)
              move 'SCREEN COULD NOT BE READ - PRESS ENTER'
                to oc-message
              move 'N' to oc-input-ok
              go to Receive-List-Map-Exit
           end-if.
           move spaces to oc-new-mailing oc-new-status oc-new-source.
           if lmaill greater zero
              move lmaili to oc-new-mailing
           end-if.
           if lstatl greater zero
              move lstati to oc-new-status
           end-if.
           if lsrcel greater zero
              move lsrcei to oc-new-source
           end-if.
           inspect oc-new-mailing replacing all low-values by spaces.
           inspect oc-new-status replacing all low-values by spaces.
           inspect oc-new-source replacing all low-values by spaces.
           if oc-new-source equal space
              move 'Q' to oc-new-source
           end-if.
           if oc-new-source not equal 'Q' and not equal 'A'
              move 'SOURCE MUST BE Q (QUEUE) OR A (ARCHIVE)'
                to oc-message
              move 'N' to oc-input-ok
              go to Receive-List-Map-Exit
           end-if.
           if not OC-VALID-STATUS
              move 'STATUS MUST BE P, S, F, H, D OR BLANK'
                to oc-message
              move 'N' to oc-input-ok
              go to Receive-List-Map-Exit
           end-if.
           if oc-new-mailing not equal oc-ca-mailing
              or oc-new-status not equal oc-ca-status
              or oc-new-source not equal oc-ca-source
              move oc-new-mailing to oc-ca-mailing
              move oc-new-status  to oc-ca-status
              move oc-new-source  to oc-ca-source
              move 1 to oc-ca-page
              move low-values to oc-ca-page-key(1)
              move spaces to oc-ca-confirm oc-ca-confirm-mailing
           end-if.
       Receive-List-Map-Exit.
           Exit.

      *---------------------------------------------------------------*
      * ENTER with an 'S' against a line: open the first one marked   *
      *---------------------------------------------------------------*
       Select-Line.
           perform varying oc-ix from 1 by 1
                     until oc-ix greater 15
                        or lseli(oc-ix) equal 'S' or 's'
           end-perform.
           if oc-ix greater 15
              go to Select-Line-Exit
           end-if.
           if oc-ca-line-key(oc-ix) equal spaces
              move 'NO RECORD ON THAT LINE' to oc-message
              go to Select-Line-Exit
           end-if.
           move oc-ca-line-key(oc-ix) to oc-ca-detail-key.
           move 1 to oc-ca-slot-start.
           set OC-ON-DETAIL to true.
           Perform Show-Detail thru Show-Detail-Exit.
           move 'Y' to oc-screen-sent.
       Select-Line-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Fill one page of the list from the page's first key onwards,  *
      * keeping the key of each line for selection and the key after  *
      * the last line for PF8                                         *
      *---------------------------------------------------------------*
       Build-List-Page.
           move low-values to smtpoli.
           move spaces to oc-ca-next-key.
           move 'N' to oc-ca-more.
           perform varying oc-ix from 1 by 1 until oc-ix greater 15
               move spaces to oc-ca-line-key(oc-ix)
           end-perform.
           move zero to oc-line-count oc-scan-count.
           Perform Set-File-Name thru Set-File-Name-Exit.
           move oc-ca-page-key(oc-ca-page) to oc-browse-key.
           Perform Start-Browse thru Start-Browse-Exit.
           if END-OF-BROWSE
              go to Build-List-Page-Done
           end-if.
           Perform Read-Browse-Next thru Read-Browse-Next-Exit.
           Perform until END-OF-BROWSE
               if (oc-ca-mailing equal spaces
                   or qm-mailing-id equal oc-ca-mailing)
                  and (oc-ca-status equal space
                   or qm-status equal oc-ca-status)
                  if oc-line-count equal 15
                     move qm-message-id to oc-ca-next-key
                     move 'Y' to oc-ca-more
                     move 'Y' to oc-end-of-browse
                  else
                     add 1 to oc-line-count
                     Perform Format-List-Line
                        thru Format-List-Line-Exit
                  end-if
               end-if
               if not END-OF-BROWSE
                  if oc-scan-count not less oc-scan-limit
                     move qm-message-id to oc-ca-next-key
                     move 'Y' to oc-ca-more
                     move 'Y' to oc-end-of-browse
                     move 'SEARCH LIMIT REACHED - PF8 SEARCHES ON'
                       to oc-message
                  else
                     Perform Read-Browse-Next
                        thru Read-Browse-Next-Exit
                  end-if
               end-if
           end-perform.
           exec cics endbr file(oc-file-name) resp(oc-resp)
           end-exec.
       Build-List-Page-Done.
           if oc-line-count equal zero and oc-message equal spaces
              move 'NO RECORDS MATCH' to oc-message
           end-if.
       Build-List-Page-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One list line from the record just read                       *
      *---------------------------------------------------------------*
       Format-List-Line.
           move qm-message-id    to oc-ll-msgid
                                    oc-ca-line-key(oc-line-count).
           move qm-status        to oc-ll-status.
           move qm-priority      to oc-ll-priority.
           move qm-attempt-count to oc-ll-attempts.
           move qm-next-attempt  to oc-ll-next.
           move qm-recipient(1)  to oc-ll-recipient.
           move oc-list-line     to llini(oc-line-count).
       Format-List-Line-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Send the list screen                                          *
      *---------------------------------------------------------------*
       Send-List-Map.
           move oc-timestamp   to ldateo.
           move oc-ca-mailing  to lmailo.
           move oc-ca-status   to lstato.
           move oc-ca-source   to lsrceo.
           move oc-ca-page     to oc-page-display.
           move oc-page-display to lpageo.
           move oc-message     to lmsgo.
           exec cics send map('SMTPOL') mapset('SMTPOMS')
                     from(smtpolo)
                     erase freekb
           end-exec.
       Send-List-Map-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the detail record and send the detail screen - back to   *
      * the list if it has gone since the list was shown              *
      *---------------------------------------------------------------*
       Show-Detail.
           Perform Set-File-Name thru Set-File-Name-Exit.
           move oc-max-length to oc-rec-length.
           exec cics read file(oc-file-name)
                     into(queued-mail-record)
                     flength(oc-rec-length)
                     ridfld(oc-ca-detail-key)
                     resp(oc-resp)
           end-exec.
           if oc-resp not equal dfhresp(normal)
              set OC-ON-LIST to true
              if oc-resp equal dfhresp(notfnd)
                 move 'RECORD NO LONGER ON FILE' to oc-message
              else
                 Perform File-Error-Message
                    thru File-Error-Message-Exit
              end-if
              Perform Build-List-Page thru Build-List-Page-Exit
              Perform Send-List-Map thru Send-List-Map-Exit
              go to Show-Detail-Exit
           end-if.
           Perform Load-Address-Slots thru Load-Address-Slots-Exit.
           move low-values to smtpodi.
           move oc-timestamp      to ddateo.
           move qm-message-id     to dmsgido.
           move qm-status         to dstato.
           move qm-mailing-id     to dmailo.
           move qm-profile        to dprofo.
           move qm-priority       to dprtyo.
           move qm-attempt-count  to dattso.
           move qm-rc-client      to drco.
           move qm-attach-count   to dattco.
           move qm-queued-time    to dquedo.
           move qm-sent-time      to dsento.
           move qm-next-attempt   to dnexto.
           move qm-earliest-time  to derlyo.
           move qm-sender         to dfromo.
           move qm-subject        to dsubjo.
      *
      *    PF8 past the last addressee stays on the last screenful
      *
           if oc-ca-slot-start greater oc-slot-count
              and oc-slot-count greater zero
              compute oc-ix = (oc-slot-count - 1) / 10
              compute oc-ca-slot-start = oc-ix * 10 + 1
              if oc-message equal spaces
                 move 'NO MORE ADDRESSES' to oc-message
              end-if
           end-if.
           if oc-ca-slot-start less 1
              move 1 to oc-ca-slot-start
           end-if.
           move zero to oc-jx.
           perform varying oc-ix from oc-ca-slot-start by 1
                     until oc-ix greater oc-slot-count
                        or oc-jx equal 10
               add 1 to oc-jx
               move oc-sl-type(oc-ix)    to oc-dl-type
               move oc-sl-address(oc-ix) to oc-dl-address
               move oc-sl-rc(oc-ix)      to oc-dl-rc
               move oc-sl-reply(oc-ix)   to oc-dl-reply
               move oc-detail-line       to dlni(oc-jx)
           end-perform.
           if oc-slot-count greater zero
              move oc-ca-slot-start to oc-sr-first
              compute oc-ix = oc-ca-slot-start + oc-jx - 1
              move oc-ix            to oc-sr-last
              move oc-slot-count    to oc-sr-count
              move oc-slot-range    to dsloto
           end-if.
           if OC-FROM-ARCHIVE and oc-message equal spaces
              move 'ARCHIVE COPY - NO ACTIONS' to oc-message
           end-if.
           move oc-message to dmsgo.
           exec cics send map('SMTPOD') mapset('SMTPOMS')
                     from(smtpodo)
                     erase freekb
           end-exec.
       Show-Detail-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Gather the record's addressees with their results             *
      *---------------------------------------------------------------*
       Load-Address-Slots.
           move zero to oc-slot-count.
           perform varying oc-ix from 1 by 1 until oc-ix greater 10
               if qm-recipient(oc-ix) not equal spaces
                  add 1 to oc-slot-count
                  move 'TO'                   to oc-sl-type
                                                 (oc-slot-count)
                  move qm-recipient(oc-ix)    to oc-sl-address
                                                 (oc-slot-count)
                  move qm-recipient-rc(oc-ix) to oc-sl-rc
                                                 (oc-slot-count)
                  move qm-recipient-reply(oc-ix)
                                              to oc-sl-reply
                                                 (oc-slot-count)
               end-if
           end-perform.
           perform varying oc-ix from 1 by 1 until oc-ix greater 10
               if qm-cc(oc-ix) not equal spaces
                  add 1 to oc-slot-count
                  move 'CC'                   to oc-sl-type
                                                 (oc-slot-count)
                  move qm-cc(oc-ix)           to oc-sl-address
                                                 (oc-slot-count)
                  move qm-cc-rc(oc-ix)        to oc-sl-rc
                                                 (oc-slot-count)
                  move qm-cc-reply(oc-ix)     to oc-sl-reply
                                                 (oc-slot-count)
               end-if
           end-perform.
           perform varying oc-ix from 1 by 1 until oc-ix greater 10
               if qm-bcc(oc-ix) not equal spaces
                  add 1 to oc-slot-count
                  move 'BCC'                  to oc-sl-type
                                                 (oc-slot-count)
                  move qm-bcc(oc-ix)          to oc-sl-address
                                                 (oc-slot-count)
                  move qm-bcc-rc(oc-ix)       to oc-sl-rc
                                                 (oc-slot-count)
                  move qm-bcc-reply(oc-ix)    to oc-sl-reply
                                                 (oc-slot-count)
               end-if
           end-perform.
       Load-Address-Slots-Exit.
           Exit.

      *---------------------------------------------------------------*
      * PF4/5/6/9 on the detail screen: the one message               *
      *---------------------------------------------------------------*
       Message-Action.
           if not OC-FROM-QUEUE
              move 'ARCHIVE COPY - NO ACTIONS' to oc-message
              go to Message-Action-Exit
           end-if.
           move 'MSGID' to oc-scope.
           move 'N' to oc-stop.
           move zero to oc-batch-changed.
           move oc-ca-detail-key to oc-act-key.
           Perform Act-On-Record thru Act-On-Record-Exit.
           if ACTION-STOPPED
              go to Message-Action-Exit
           end-if.
           exec cics syncpoint end-exec.
           if RECORD-CHANGED
              string 'MESSAGE ' oc-act-key delimited by size
                     ' - '      delimited by size
                     oc-action  delimited by space
                     ' DONE'    delimited by size
                  into oc-message
              end-string
           else
              evaluate true
                  when oc-resp equal dfhresp(notfnd)
                      move 'RECORD NO LONGER ON FILE' to oc-message
                  when OC-RELDUP and oc-old-status equal 'H'
                      move 'NOT HELD AS A DUPLICATE OF ANOTHER MESSAGE'
                        to oc-message
                  when other
                      string 'STATUS ' oc-old-status delimited by size
                             ' IS NOT ELIGIBLE FOR ' delimited by size
                             oc-action delimited by space
                          into oc-message
                      end-string
              end-evaluate
           end-if.
       Message-Action-Exit.
           Exit.

      *---------------------------------------------------------------*
      * PF4/5/6/9/10/11 on the list: every record of the mailing,     *
      * a batch of keys at a time, one unit of work per batch         *
      *---------------------------------------------------------------*
       Mailing-Action.
           Perform Receive-List-Map thru Receive-List-Map-Exit.
           if not INPUT-OK
              go to Mailing-Action-Exit
           end-if.
           if oc-ca-mailing equal spaces
              move 'ENTER THE MAILING-ID TO ACT ON' to oc-message
              go to Mailing-Action-Exit
           end-if.
           if not OC-FROM-QUEUE
              move 'ACTIONS APPLY TO THE QUEUE - SOURCE MUST BE Q'
                to oc-message
              go to Mailing-Action-Exit
           end-if.
      *
      *    the second press must be for the same action on the same
      *    mailing - a MAILING field overtyped between the presses
      *    asks again
      *
           if (OC-APPROVE or OC-REJECT)
              and (oc-pending-confirm not equal oc-action
                   or oc-pending-mailing not equal oc-ca-mailing)
              move oc-action     to oc-ca-confirm
              move oc-ca-mailing to oc-ca-confirm-mailing
              string 'PRESS THE KEY AGAIN TO '  delimited by size
                     oc-action                  delimited by space
                     ' MAILING '                delimited by size
                     oc-ca-mailing              delimited by size
                  into oc-message
              end-string
              go to Mailing-Action-Exit
           end-if.
           move 'MAILING' to oc-scope.
           move 'N' to oc-stop.
           move zero to oc-total-changed.
           move low-values to oc-resume-key.
           move 'N' to oc-end-of-browse.
           Perform until END-OF-BROWSE or ACTION-STOPPED
               Perform Collect-Mailing-Batch
                  thru Collect-Mailing-Batch-Exit
               move zero to oc-batch-changed
               perform varying oc-jx from 1 by 1
                         until oc-jx greater oc-batch-count
                            or ACTION-STOPPED
                   move oc-batch-key(oc-jx) to oc-act-key
                   Perform Act-On-Record thru Act-On-Record-Exit
               end-perform
               if not ACTION-STOPPED
                  exec cics syncpoint end-exec
                  add oc-batch-changed to oc-total-changed
               end-if
           end-perform.
           move oc-total-changed to oc-count-edit.
           if not ACTION-STOPPED
              move spaces to oc-message
              string oc-action     delimited by space
                     ' MAILING '   delimited by size
                     oc-ca-mailing delimited by size
                     ' - '         delimited by size
                     oc-count-edit delimited by size
                     ' RECORDS CHANGED' delimited by size
                  into oc-message
              end-string
           end-if.
       Mailing-Action-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Browse on from the last key done for the next batch of the    *
      * mailing's keys - the browse is ended before any update        *
      *---------------------------------------------------------------*
       Collect-Mailing-Batch.
           move zero to oc-batch-count.
           move 'QMAILF' to oc-file-name.
           move oc-resume-key to oc-browse-key.
           Perform Start-Browse thru Start-Browse-Exit.
           if END-OF-BROWSE
              go to Collect-Mailing-Batch-Exit
           end-if.
           Perform Read-Browse-Next thru Read-Browse-Next-Exit.
           Perform until END-OF-BROWSE
                      or oc-batch-count equal oc-batch-limit
               if qm-mailing-id equal oc-ca-mailing
                  and qm-message-id not equal oc-resume-key
                  add 1 to oc-batch-count
                  move qm-message-id to oc-batch-key(oc-batch-count)
               end-if
               if oc-batch-count less oc-batch-limit
                  Perform Read-Browse-Next thru Read-Browse-Next-Exit
               end-if
           end-perform.
           exec cics endbr file(oc-file-name) resp(oc-resp)
           end-exec.
           if oc-batch-count greater zero
              move oc-batch-key(oc-batch-count) to oc-resume-key
           end-if.
       Collect-Mailing-Batch-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read one queue record for update, apply the action, write it  *
      * back and log it. Anything that fails backs the unit of work   *
      * out and stops the action                                      *
      *---------------------------------------------------------------*
       Act-On-Record.
           move 'N' to oc-changed.
           move space to oc-old-status.
           move oc-max-length to oc-rec-length.
           exec cics read file('QMAILF')
                     into(queued-mail-record)
                     flength(oc-rec-length)
                     ridfld(oc-act-key)
                     update
                     resp(oc-resp)
           end-exec.
           if oc-resp equal dfhresp(notfnd)
              go to Act-On-Record-Exit
           end-if.
           if oc-resp not equal dfhresp(normal)
              move 'QMAILF' to oc-file-name
              Perform File-Error-Message thru File-Error-Message-Exit
              Perform Back-Out-Action thru Back-Out-Action-Exit
              go to Act-On-Record-Exit
           end-if.
           move qm-status to oc-old-status.
      *
      *    RELEASE DUPLICATE first hands the held record the
      *    fingerprint another message owns - only a record that
      *    really was held as a duplicate goes back to pending
      *
           move 'N' to oc-dup-taken.
           if OC-RELDUP and qm-held
              Perform Take-Over-Fingerprint
                 thru Take-Over-Fingerprint-Exit
              if oc-resp not equal dfhresp(normal)
                 move 'DUPFPF' to oc-file-name
                 Perform File-Error-Message
                    thru File-Error-Message-Exit
                 Perform Back-Out-Action thru Back-Out-Action-Exit
                 go to Act-On-Record-Exit
              end-if
           end-if.
           Perform Apply-Transition thru Apply-Transition-Exit.
           if not RECORD-CHANGED
              exec cics unlock file('QMAILF') resp(oc-resp)
              end-exec
              go to Act-On-Record-Exit
           end-if.
           if OC-REJECT
              Perform Archive-And-Delete thru Archive-And-Delete-Exit
              if ACTION-STOPPED
                 go to Act-On-Record-Exit
              end-if
           else
              exec cics rewrite file('QMAILF')
                        from(queued-mail-record)
                        flength(oc-rec-length)
                        resp(oc-resp)
              end-exec
           end-if.
           if oc-resp not equal dfhresp(normal)
              move 'QMAILF' to oc-file-name
              Perform File-Error-Message thru File-Error-Message-Exit
              Perform Back-Out-Action thru Back-Out-Action-Exit
              go to Act-On-Record-Exit
           end-if.
      *
      *    a rejected record was never sent - the fingerprint it
      *    owns goes with it, so the mailing resubmitted is not
      *    held as a duplicate of itself
      *
           if OC-REJECT
              Perform Forget-Fingerprint
                 thru Forget-Fingerprint-Exit
              if oc-resp not equal dfhresp(normal)
                 move 'DUPFPF' to oc-file-name
                 Perform File-Error-Message
                    thru File-Error-Message-Exit
                 Perform Back-Out-Action thru Back-Out-Action-Exit
                 go to Act-On-Record-Exit
              end-if
           end-if.
           Perform Write-Action-Log thru Write-Action-Log-Exit.
           if oc-resp not equal dfhresp(normal)
              move 'ACTION LOG OPLOGF UNAVAILABLE - CHANGE BACKED OUT'
                to oc-message
              Perform Back-Out-Action thru Back-Out-Action-Exit
              go to Act-On-Record-Exit
           end-if.
           add 1 to oc-batch-changed.
       Act-On-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The one place a status byte is allowed to change - the same   *
      * rules as COBSMTPQ's Apply-Transition                          *
      *---------------------------------------------------------------*
       Apply-Transition.
           evaluate true
               when OC-HOLD
                   if qm-pending
                      set qm-held to true
                      move 'Y' to oc-changed
                   end-if
               when OC-RELEASE
                   if qm-held
                      set qm-pending to true
                      move 'Y' to oc-changed
                   end-if
               when OC-RELDUP
                   if qm-held and DUPLICATE-TAKEN-OVER
                      set qm-pending to true
                      move 'Y' to oc-changed
                   end-if
               when OC-REQUEUE
                   if qm-failed
                      set qm-pending to true
                      move spaces to qm-sent-time
                      move zero to qm-attempt-count
                      move spaces to qm-next-attempt
                      move 'Y' to oc-changed
                   end-if
               when OC-RESTORE
                   if qm-dead
                      set qm-pending to true
                      move spaces to qm-sent-time
                      move zero to qm-attempt-count
                      move spaces to qm-next-attempt
                      move 'Y' to oc-changed
                   end-if
               when OC-APPROVE
                   if qm-held
                      set qm-pending to true
                      move 'Y' to oc-changed
                   end-if
               when OC-REJECT
                   if qm-held
                      move 'Y' to oc-changed
                   end-if
           end-evaluate.
       Apply-Transition-Exit.
           Exit.

      *---------------------------------------------------------------*
      * REJECT: the record's archive image goes to SMQA first, and    *
      * the queue record is deleted only when that write worked.      *
      * SMQA is not recoverable, so a backed-out REJECT can leave an  *
      * archive copy of a record still on the queue - kept twice,     *
      * never lost                                                    *
      *---------------------------------------------------------------*
       Archive-And-Delete.
           move oc-rec-length to oc-td-length.
           exec cics writeq td queue('SMQA')
                     from(queued-mail-record)
                     length(oc-td-length)
                     resp(oc-resp)
           end-exec.
           if oc-resp not equal dfhresp(normal)
              move 'ARCHIVE QUEUE SMQA UNAVAILABLE - NOTHING REJECTED'
                to oc-message
              Perform Back-Out-Action thru Back-Out-Action-Exit
              go to Archive-And-Delete-Exit
           end-if.
           exec cics delete file('QMAILF') resp(oc-resp)
           end-exec.
       Archive-And-Delete-Exit.
           Exit.

      *---------------------------------------------------------------*
      * PF12 RELEASE DUPLICATE: the held record, when DUPFPF has its  *
      * fingerprint owned by another message-id, becomes the owner -  *
      * the same handover as COBSMTPQ RELEASE DUPMSG, in the action's *
      * unit of work. Only a handover marks the record taken over;    *
      * not on file, owned by itself, or not fingerprinted leaves it  *
      * held, and any other response backs the action out             *
      *---------------------------------------------------------------*
       Take-Over-Fingerprint.
           move dfhresp(normal) to oc-resp.
           move qm-recipients to fp-recipients.
           move qm-subject    to fp-subject.
           move qm-num-rows   to fp-num-rows.
           move qm-txt-msg    to fp-txt-msg.
           Call 'COBSMTPG' using fingerprint-parm.
           if fp-return-code not equal zero
              go to Take-Over-Fingerprint-Exit
           end-if.
           move fp-fingerprint to oc-fprint-key.
           exec cics read file('DUPFPF')
                     into(fingerprint-record)
                     ridfld(oc-fprint-key)
                     update
                     resp(oc-resp)
           end-exec.
           if oc-resp equal dfhresp(notfnd)
              move dfhresp(normal) to oc-resp
              go to Take-Over-Fingerprint-Exit
           end-if.
           if oc-resp not equal dfhresp(normal)
              go to Take-Over-Fingerprint-Exit
           end-if.
           if df-message-id equal qm-message-id
              exec cics unlock file('DUPFPF') resp(oc-resp)
              end-exec
              go to Take-Over-Fingerprint-Exit
           end-if.
           Perform Stamp-Current-Time thru Stamp-Current-Time-Exit.
           move qm-message-id to df-message-id.
           move qm-mailing-id to df-mailing-id.
           move oc-timestamp  to df-owned-time.
           move 'COBSMTPO'    to df-owner-source.
           exec cics rewrite file('DUPFPF')
                     from(fingerprint-record)
                     resp(oc-resp)
           end-exec.
           if oc-resp equal dfhresp(normal)
              move 'Y' to oc-dup-taken
           end-if.
       Take-Over-Fingerprint-Exit.
           Exit.

      *---------------------------------------------------------------*
      * REJECT: the record just archived gives up the DUPFPF          *
      * fingerprint it owns, in the action's unit of work, so the     *
      * mailing sent again is not held as a duplicate of a message    *
      * that never went out. Not on file, owned by another message,   *
      * or not fingerprinted is nothing to remove; any other response *
      * backs the action out                                          *
      *---------------------------------------------------------------*
       Forget-Fingerprint.
           move dfhresp(normal) to oc-resp.
           move qm-recipients to fp-recipients.
           move qm-subject    to fp-subject.
           move qm-num-rows   to fp-num-rows.
           move qm-txt-msg    to fp-txt-msg.
           Call 'COBSMTPG' using fingerprint-parm.
           if fp-return-code not equal zero
              go to Forget-Fingerprint-Exit
           end-if.
           move fp-fingerprint to oc-fprint-key.
           exec cics read file('DUPFPF')
                     into(fingerprint-record)
                     ridfld(oc-fprint-key)
                     update
                     resp(oc-resp)
           end-exec.
           if oc-resp equal dfhresp(notfnd)
              move dfhresp(normal) to oc-resp
              go to Forget-Fingerprint-Exit
           end-if.
           if oc-resp not equal dfhresp(normal)
              go to Forget-Fingerprint-Exit
           end-if.
           if df-message-id not equal qm-message-id
              exec cics unlock file('DUPFPF') resp(oc-resp)
              end-exec
              go to Forget-Fingerprint-Exit
           end-if.
           exec cics delete file('DUPFPF')
                     resp(oc-resp)
           end-exec.
       Forget-Fingerprint-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Log the change just made on OPLOGF                            *
      *---------------------------------------------------------------*
       Write-Action-Log.
           Perform Stamp-Current-Time thru Stamp-Current-Time-Exit.
           move spaces to operator-log-record.
           exec cics assign userid(ol-userid) resp(oc-resp)
           end-exec.
           move oc-act-key    to ol-message-id.
           move oc-timestamp  to ol-timestamp.
           move eibtaskn      to ol-task-nbr.
           move eibtrmid      to ol-termid.
           move eibtrnid      to ol-tranid.
           move oc-action     to ol-action.
           move oc-scope      to ol-scope.
           move qm-mailing-id to ol-mailing-id.
           move oc-old-status to ol-old-status.
           if OC-REJECT
              move 'X' to ol-new-status
           else
              move qm-status to ol-new-status
           end-if.
           exec cics write file('OPLOGF')
                     from(operator-log-record)
                     ridfld(ol-key)
                     resp(oc-resp)
           end-exec.
       Write-Action-Log-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Back out the unit of work in flight and stop the action       *
      *---------------------------------------------------------------*
       Back-Out-Action.
           exec cics syncpoint rollback resp(oc-resp)
           end-exec.
           move 'N' to oc-changed.
           move 'Y' to oc-stop.
       Back-Out-Action-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Start a browse of the current file at oc-browse-key           *
      *---------------------------------------------------------------*
       Start-Browse.
           move 'N' to oc-end-of-browse.
           exec cics startbr file(oc-file-name)
                     ridfld(oc-browse-key)
                     gteq
                     resp(oc-resp)
           end-exec.
           if oc-resp equal dfhresp(notfnd)
              move 'Y' to oc-end-of-browse
              go to Start-Browse-Exit
           end-if.
           if oc-resp not equal dfhresp(normal)
              Perform File-Error-Message thru File-Error-Message-Exit
              move 'Y' to oc-end-of-browse
              move 'Y' to oc-stop
           end-if.
       Start-Browse-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Next record of the browse                                     *
      *---------------------------------------------------------------*
       Read-Browse-Next.
           move oc-max-length to oc-rec-length.
           exec cics readnext file(oc-file-name)
                     into(queued-mail-record)
                     flength(oc-rec-length)
                     ridfld(oc-browse-key)
                     resp(oc-resp)
           end-exec.
           if oc-resp equal dfhresp(endfile)
              move 'Y' to oc-end-of-browse
              go to Read-Browse-Next-Exit
           end-if.
           if oc-resp not equal dfhresp(normal)
              Perform File-Error-Message thru File-Error-Message-Exit
              move 'Y' to oc-end-of-browse
              move 'Y' to oc-stop
              go to Read-Browse-Next-Exit
           end-if.
           add 1 to oc-scan-count.
       Read-Browse-Next-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Queue or archive, as the SOURCE field says                    *
      *---------------------------------------------------------------*
       Set-File-Name.
           if OC-FROM-ARCHIVE
              move 'QARCHK' to oc-file-name
           else
              move 'QMAILF' to oc-file-name
           end-if.
       Set-File-Name-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Unexpected file condition - name the file and the RESP        *
      *---------------------------------------------------------------*
       File-Error-Message.
           move oc-resp to oc-count-edit.
           move spaces to oc-message.
           string 'FILE '      delimited by size
                  oc-file-name delimited by space
                  ' UNAVAILABLE, RESP=' delimited by size
                  oc-count-edit delimited by size
               into oc-message
           end-string.
       File-Error-Message-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Current date and time as 'yyyy-mm-dd hh:mm:ss'                *
      *---------------------------------------------------------------*
       Stamp-Current-Time.
           exec cics asktime abstime(oc-abstime)
           end-exec.
           exec cics formattime abstime(oc-abstime)
                     yyyymmdd(oc-stamp-date)
                     datesep('-')
                     time(oc-stamp-time)
                     timesep(':')
           end-exec.
       Stamp-Current-Time-Exit.
           Exit.
