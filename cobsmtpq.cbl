      *                                    the mailing                *
      *     RELEASE MSGID   <message-id>   held 'H' -> pending 'P'    *
      *     RELEASE MAILING <mailing-id>                              *
      *     RELEASE DUPMSG  <message-id>   a record held as a         *
      *     RELEASE DUPMAIL <mailing-id>   duplicate is a genuine     *
      *                                    repeat - it takes over     *
      *                                    the DUPFPF fingerprint     *
      *                                    and goes back to 'P'.      *
      *                                    DUPMAIL passes over the    *
      *                                    mailing's records held     *
      *                                    for any other reason       *
      *     REQUEUE MSGID   <message-id>   failed 'F' -> pending 'P'  *
      *     REQUEUE MAILING <mailing-id>                              *
      *     REQUEUE ALL                    every failed record        *
      *                                    out - the mailing's held   *
      *                                    records go to the          *
      *                                    archive and off the        *
      *                                    queue, never sent, and     *
      *                                    the DUPFPF fingerprints    *
      *                                    they own are dropped       *
      *     PURGE   DAYS    <nnn>          sent 'S' records whose     *
      *                                    last attempt is older      *
      *                                    than nnn days go to the    *
      *                                    QARCHF archive and off     *
      *                                    the queue                  *
      *     PURGE   FPRINT  <nnn>          DUPFPF fingerprints owned  *
      *                                    for more than nnn days     *
      *                                    are deleted - how long a   *
      *                                    message counts as already  *
      *                                    sent for duplicate-mail    *
      *                                    detection                  *
      *                                                               *
      *   Operations used to do all of this with hand edits of the    *
      *   dataset - which corrupted the queue once. Every change      *
           Select Archive-File Assign to QARCHF
               Organization is Sequential
               File Status is mt-archive-status.
           Select Dupfp-File Assign to DUPFPF
               Organization is Indexed
               Access is Dynamic
               Record Key is df-fingerprint
               File Status is mt-dupf-status.
       Data Division.
       File Section.
       FD  Queue-File
           05  ar-next-attempt            pic x(19).
           copy cpymailp replacing ==:TAG:== by ==ar-==
                                   ==2500==  by ==200==.
       FD  Dupfp-File
           Label Records are Standard.
           copy cpydupf.
       Working-Storage Section.
       01  mt-queue-status                pic x(02) value '00'.
           88  queue-status-ok                value '00'.
           88  END-OF-CARDS                   value 'Y'.
       01  mt-end-of-queue                pic x value 'N'.
           88  END-OF-QUEUE                   value 'Y'.
       01  mt-dupf-status                 pic x(02) value '00'.
           88  dupf-status-ok                 value '00'.
       01  mt-end-of-dupf                 pic x value 'N'.
           88  END-OF-DUPF                    value 'Y'.
      *---------------------------------------------------------------*
      * The parsed card                                               *
      *---------------------------------------------------------------*
           88  MT-BY-ALL                      value 'ALL'.
           88  MT-BY-DAYS                     value 'DAYS'.
           88  MT-BY-DEAD                     value 'DEAD'.
           88  MT-BY-DUPMSG                   value 'DUPMSG'.
           88  MT-BY-DUPMAIL                  value 'DUPMAIL'.
           88  MT-BY-FPRINT                   value 'FPRINT'.
       01  mt-value                       pic x(16).
       01  mt-card-ok                     pic x.
           88  CARD-OK                        value 'Y'.
           05  mt-co-mm                   pic 9(2).
           05  mt-co-dd                   pic 9(2).
       01  mt-today                       pic 9(8).
       01  redefines mt-today.
           05  mt-td-ccyy                 pic 9(4).
           05  mt-td-mm                   pic 9(2).
           05  mt-td-dd                   pic 9(2).
       01  mt-cutoff-date                 pic x(10).
      *---------------------------------------------------------------*
      * RELEASE DUPMSG / DUPMAIL work - the held record's fingerprint *
      * from COBSMTPG, and the release time it takes ownership at     *
      *---------------------------------------------------------------*
       copy cpyfprt.
       01  mt-time-now                    pic 9(8).
       01  redefines mt-time-now.
           05  mt-tm-hh                   pic 9(2).
           05  mt-tm-mi                   pic 9(2).
           05  mt-tm-ss                   pic 9(2).
           05  filler                     pic 9(2).
       01  mt-now-stamp                   pic x(19).
      *---------------------------------------------------------------*
      * Per-card and whole-run counters                               *
      *---------------------------------------------------------------*
       01  mt-changed-count               pic 9(8) binary value zero.
              Move 16 to Return-Code
              Goback
           end-if.
           Open I-O Dupfp-File.
           If not dupf-status-ok
              Display 'COBSMTPQ: open failed for DUPFPF, status='
                      mt-dupf-status
              Move 16 to Return-Code
              Goback
           end-if.
       Open-Files-Exit.
           Exit.

                 thru List-Dead-Records-Exit
              go to Process-Card-Exit
           end-if.
           evaluate true
               when MT-BY-MSGID or MT-BY-DUPMSG
                   Perform Apply-To-One-Record
                      thru Apply-To-One-Record-Exit
               when MT-PURGE and MT-BY-FPRINT
                   Perform Purge-Fingerprints
                      thru Purge-Fingerprints-Exit
               when MT-PURGE
                   Perform Purge-Sent-Records
                      thru Purge-Sent-Records-Exit
               when other
                   Perform Apply-To-Scanned-Records
                      thru Apply-To-Scanned-Records-Exit
           end-evaluate.
           move mt-changed-count to mt-changed-disp.
           Display mt-changed-display.
           add mt-changed-count to mt-total-changed.
              and mt-value greater spaces
              move 'Y' to mt-card-ok
           end-if.
           if MT-RELEASE
              and (MT-BY-DUPMSG or MT-BY-DUPMAIL)
              and mt-value greater spaces
              move 'Y' to mt-card-ok
           end-if.
           if MT-REQUEUE and MT-BY-ALL
              move 'Y' to mt-card-ok
           end-if.
              and mt-value greater spaces
              move 'Y' to mt-card-ok
           end-if.
           if MT-PURGE and (MT-BY-DAYS or MT-BY-FPRINT)
              if mt-value(1:4) numeric
                 or (mt-value(1:3) numeric
                     and mt-value(4:1) equal space)
                   go to Apply-To-One-Record-Exit
           end-read.
           Perform Apply-Transition thru Apply-Transition-Exit.
      *
      *    a held record DUPMSG passed over has had its own say
      *
           if mt-changed-count equal zero
              and not (MT-BY-DUPMSG and qm-held)
              Display 'COBSMTPQ: record status ' qm-status
                      ' not eligible for ' mt-verb
           end-if.
                      Perform Rewrite-Queue-Record
                         thru Rewrite-Queue-Record-Exit
                   end-if
      *
      *        a duplicate's release goes through its fingerprint -
      *        a plain RELEASE would only see COBSMTPB hold it again
      *
               when MT-RELEASE and (MT-BY-DUPMSG or MT-BY-DUPMAIL)
                   if qm-held
                      Perform Release-Duplicate
                         thru Release-Duplicate-Exit
                   end-if
               when MT-RELEASE
                   if qm-held
                      set qm-pending to true
      *
      *        a rejected mailing's held records leave the queue
      *        for good, but through the archive - the proofs and
      *        the rejection stay reconstructible. A record that was
      *        never sent gives up its fingerprint, so the mailing
      *        resubmitted is not held as a duplicate of itself
      *
               when MT-REJECT
                   if qm-held
                      Perform Archive-And-Delete
                         thru Archive-And-Delete-Exit
                      if archive-status-ok and queue-status-ok
                         Perform Forget-Fingerprint
                            thru Forget-Fingerprint-Exit
                      end-if
                   end-if
           end-evaluate.
       Apply-Transition-Exit.
      * the cutoff go to the archive, then off the queue              *
      *---------------------------------------------------------------*
       Purge-Sent-Records.
           Perform Compute-Cutoff-Date thru Compute-Cutoff-Date-Exit.
           Display 'COBSMTPQ: purging sent records older than '
                   mt-cutoff-date.
           Perform Start-Queue-Scan thru Start-Queue-Scan-Exit.
           Perform until END-OF-QUEUE
               if qm-sent
                  and qm-sent-time(1:10) less mt-cutoff-date
                  Perform Archive-And-Delete
                     thru Archive-And-Delete-Exit
               end-if
               Perform Read-Queue-Next thru Read-Queue-Next-Exit
           end-perform.
       Purge-Sent-Records-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The PURGE card's day count into mt-cutoff-date, 'yyyy-mm-dd'  *
      * that many days before today                                   *
      *---------------------------------------------------------------*
       Compute-Cutoff-Date.
      *
      *    the card's day count is left-justified - move exactly the
      *    digits present (Parse-Card already proved they are digits)
                  mt-co-dd   delimited by size
               into mt-cutoff-date
           end-string.
       Compute-Cutoff-Date-Exit.
           Exit.

      *---------------------------------------------------------------*
      * PURGE FPRINT n: every DUPFPF fingerprint whose owner took it  *
      * before the cutoff is deleted - a message older than that is   *
      * no longer a duplicate's original                              *
      *---------------------------------------------------------------*
       Purge-Fingerprints.
           Perform Compute-Cutoff-Date thru Compute-Cutoff-Date-Exit.
           Display 'COBSMTPQ: purging fingerprints older than '
                   mt-cutoff-date.
           move 'N' to mt-end-of-dupf.
           move low-values to df-fingerprint.
           Start Dupfp-File key not less df-fingerprint
               invalid key
                   move 'Y' to mt-end-of-dupf
           end-start.
           Perform until END-OF-DUPF
               Read Dupfp-File next
                   at end
                       move 'Y' to mt-end-of-dupf
               end-read
               if not END-OF-DUPF
                  if not dupf-status-ok
                     Display 'COBSMTPQ: read failed for DUPFPF, '
                             'status=' mt-dupf-status
                     add 1 to mt-error-count
                     move 'Y' to mt-end-of-dupf
                  else
                     if df-owned-time(1:10) less mt-cutoff-date
                        Delete Dupfp-File
                        if dupf-status-ok
                           add 1 to mt-changed-count
                        else
                           Display 'COBSMTPQ: delete failed for '
                                   'DUPFPF, status=' mt-dupf-status
                                   ' owner=' df-message-id
                           add 1 to mt-error-count
                        end-if
                     end-if
                  end-if
               end-if
           end-perform.
       Purge-Fingerprints-Exit.
           Exit.

      *---------------------------------------------------------------*
      * A held record released as a genuine repeat: its fingerprint   *
      * is handed over to it on DUPFPF (the owner COBSMTPB judges     *
      * against) and it goes back to pending. A held record whose     *
      * fingerprint is its own, or on nobody's file, was held for     *
      * some other reason and is passed over                          *
      *---------------------------------------------------------------*
       Release-Duplicate.
           move qm-recipients to fp-recipients.
           move qm-subject    to fp-subject.
           move qm-num-rows   to fp-num-rows.
           move qm-txt-msg    to fp-txt-msg.
           Call 'COBSMTPG' using fingerprint-parm.
           if fp-return-code not equal zero
              Display 'COBSMTPQ: no fingerprint for ' qm-message-id
                      ' - not released'
              add 1 to mt-error-count
              go to Release-Duplicate-Exit
           end-if.
           move fp-fingerprint to df-fingerprint.
           Read Dupfp-File
               invalid key
                   if MT-BY-DUPMSG
                      Display 'COBSMTPQ: ' qm-message-id
                              ' is not held as a duplicate'
                   end-if
                   go to Release-Duplicate-Exit
           end-read.
           if not dupf-status-ok
              Display 'COBSMTPQ: read failed for DUPFPF, status='
                      mt-dupf-status ' key=' qm-message-id
              add 1 to mt-error-count
              go to Release-Duplicate-Exit
           end-if.
           if df-message-id equal qm-message-id
              if MT-BY-DUPMSG
                 Display 'COBSMTPQ: ' qm-message-id
                         ' is not held as a duplicate'
              end-if
              go to Release-Duplicate-Exit
           end-if.
           Display 'COBSMTPQ: ' qm-message-id ' released, was a '
                   'duplicate of ' df-message-id ' mailing '
                   df-mailing-id.
           Perform Stamp-Now thru Stamp-Now-Exit.
           move qm-message-id to df-message-id.
           move qm-mailing-id to df-mailing-id.
           move mt-now-stamp  to df-owned-time.
           move 'COBSMTPQ'    to df-owner-source.
           Rewrite fingerprint-record.
           if not dupf-status-ok
              Display 'COBSMTPQ: rewrite failed for DUPFPF, status='
                      mt-dupf-status ' key=' qm-message-id
              add 1 to mt-error-count
              go to Release-Duplicate-Exit
           end-if.
           set qm-pending to true.
           Perform Rewrite-Queue-Record
              thru Rewrite-Queue-Record-Exit.
       Release-Duplicate-Exit.
           Exit.

      *---------------------------------------------------------------*
      * mt-now-stamp, 'yyyy-mm-dd hh:mm:ss', for the fingerprint's    *
      * new owner                                                     *
      *---------------------------------------------------------------*
       Stamp-Now.
           accept mt-today from date yyyymmdd.
           accept mt-time-now from time.
           move spaces to mt-now-stamp.
           string mt-td-ccyy delimited by size
                  '-'        delimited by size
                  mt-td-mm   delimited by size
                  '-'        delimited by size
                  mt-td-dd   delimited by size
                  ' '        delimited by size
                  mt-tm-hh   delimited by size
                  ':'        delimited by size
                  mt-tm-mi   delimited by size
                  ':'        delimited by size
                  mt-tm-ss   delimited by size
               into mt-now-stamp
           end-string.
       Stamp-Now-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The record just rejected off the queue: its DUPFPF entry is   *
      * deleted when it is the owner. An entry owned by another       *
      * message stays - this record was the duplicate, not the        *
      * original                                                      *
      *---------------------------------------------------------------*
       Forget-Fingerprint.
           move qm-recipients to fp-recipients.
           move qm-subject    to fp-subject.
           move qm-num-rows   to fp-num-rows.
           move qm-txt-msg    to fp-txt-msg.
           Call 'COBSMTPG' using fingerprint-parm.
           if fp-return-code not equal zero
              Display 'COBSMTPQ: no fingerprint for ' qm-message-id
                      ' - DUPFPF entry not removed'
              add 1 to mt-error-count
              go to Forget-Fingerprint-Exit
           end-if.
           move fp-fingerprint to df-fingerprint.
           Read Dupfp-File
               invalid key
                   go to Forget-Fingerprint-Exit
           end-read.
           if not dupf-status-ok
              Display 'COBSMTPQ: read failed for DUPFPF, status='
                      mt-dupf-status ' key=' qm-message-id
              add 1 to mt-error-count
              go to Forget-Fingerprint-Exit
           end-if.
           if df-message-id not equal qm-message-id
              go to Forget-Fingerprint-Exit
           end-if.
           Delete Dupfp-File.
           if not dupf-status-ok
              Display 'COBSMTPQ: delete failed for DUPFPF, status='
                      mt-dupf-status ' key=' qm-message-id
              add 1 to mt-error-count
           end-if.
       Forget-Fingerprint-Exit.
           Exit.

      *---------------------------------------------------------------*
           Close Queue-File.
           Close Control-File.
           Close Archive-File.
           Close Dupfp-File.
       Close-Files-Exit.
           Exit.
