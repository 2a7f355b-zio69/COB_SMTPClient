      *****************************************************************
      *                                                               *
      *   Personal-data erasure. When a member exercises the right    *
      *   to erasure, every trace of their address this system        *
      *   holds is redacted or removed in one controlled run, and     *
      *   the data-protection officer gets a dated evidence report    *
      *   listing exactly which records in which files were changed.  *
      *                                                               *
      *   Driven by ERACTL cards, one address per card:               *
      *                                                               *
      *     ERASE  ADDRESS <address>       bare address, or the       *
      *                                    'Name <address>' form      *
      *                                                               *
      *   and by the PARM:                                            *
      *                                                               *
      *     PARM='DRYRUN'  report what would change, change nothing   *
      *     PARM='ERASE'   make the changes and report them           *
      *                                                               *
      *   A missing or unknown PARM stops the job - an erasure run    *
      *   is never the default.                                       *
      *                                                               *
      *   What is done to a message that carries the address in any   *
      *   sender, recipient, cc or bcc slot - on the QMAILF queue,    *
      *   the QARCHF archive and its QARCHK keyed copy:               *
      *                                                               *
      *     - every matching slot becomes the fixed erasure token     *
      *       address and its server reply text is blanked to the     *
      *       token reply; the rc byte stays                          *
      *     - the subject becomes the token subject                   *
      *     - the body rows are removed - one marker row saying the   *
      *       content was erased, and when, is left so every reader   *
      *       still finds a well-formed record                        *
      *     - the attachment reference is dropped and the ATTCHF      *
      *       segments behind it deleted - unless a message for       *
      *       someone else still points at the same key, when the     *
      *       store is left alone and the report says so              *
      *     - status, mailing-id, profile, times, attempt count and   *
      *       rc are NOT touched, so the COBSMTPR and COBSMTPX        *
      *       totals still balance after the run                      *
      *                                                               *
      *   Every AUDHIST audit line the address appears on, and every  *
      *   line belonging to one of the messages above (same sender,   *
      *   subject and recipient string - the COBSMTPX match key,      *
      *   taken BEFORE the message was redacted), gets the same       *
      *   treatment: matching segments become the token, the subject  *
      *   the token subject; timestamp and rc stay. The queue record  *
      *   and its audit lines are redacted alike, so they still match *
      *   each other afterwards. An AUDARCH generation of the audit   *
      *   history archive, when one is supplied, is redacted in       *
      *   place the same way.                                         *
      *                                                               *
      *   The address itself goes onto SUPRF with su-reason           *
      *   'ERASURE' (an entry already there keeps its own reason),    *
      *   so nothing is ever sent to it again, and its ADRHLTH bounce *
      *   history is deleted. The token address is put on SUPRF too:  *
      *   a record not yet sent when it was redacted is suppressed    *
      *   by COBSMTPB instead of mailing the token.                   *
      *                                                               *
      *   A redacted message's DUPFPF duplicate-mail fingerprint -    *
      *   worked out by COBSMTPG from the message as it was BEFORE    *
      *   the redaction - is deleted when the message owns it, so no  *
      *   hash of the member's mail outlives the mail itself.         *
      *                                                               *
      *   The flat SMTPAUD logs are not rewritten - the run expects   *
      *   them empty, every line already merged onto AUDHIST by       *
      *   COBSMTPL. AUDIN (the same concatenation the merge reads)    *
      *   is counted first; an ERASE run finding lines on it stops    *
      *   RC 16 before anything is changed.                           *
      *                                                               *
      *   QARCHF is flat and variable: the ERASE run writes the whole *
      *   archive, redacted, to QARCHO and the job copies it back.    *
      *   Return codes: 0 clean, 4 cards in error or a record that    *
      *   could not be changed (see the report), 16 nothing safe to   *
      *   copy back - the job stops.                                  *
      *                                                               *
      *****************************************************************
       Identification Division.
       Program-id. COBSMTPE initial.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-File Assign to ERACTL
               Organization is Sequential
               File Status is er-ctl-status.
           Select Queue-File Assign to QMAILF
               Organization is Indexed
               Access is Dynamic
               Record Key is qm-message-id
               File Status is er-queue-status.
           Select Archive-File Assign to QARCHF
               Organization is Sequential
               File Status is er-arch-status.
           Select Archive-Out Assign to QARCHO
               Organization is Sequential
               File Status is er-archo-status.
           Select Archive-Keyed Assign to QARCHK
               Organization is Indexed
               Access is Dynamic
               Record Key is ak-message-id
               File Status is er-archk-status.
           Select Audit-File Assign to AUDHIST
               Organization is Indexed
               Access is Dynamic
               Record Key is hy-key
               File Status is er-audit-status.
           Select Audit-Archive Assign to AUDARCH
               Organization is Sequential
               File Status is er-audarch-status.
           Select Audit-In Assign to AUDIN
               Organization is Sequential
               File Status is er-audin-status.
           Select Attach-File Assign to ATTCHF
               Organization is Indexed
               Access is Dynamic
               Record Key is at-key
               File Status is er-attch-status.
           Select Suppress-File Assign to SUPRF
               Organization is Indexed
               Access is Random
               Record Key is su-address
               File Status is er-suppress-status.
           Select Health-File Assign to ADRHLTH
               Organization is Indexed
               Access is Random
               Record Key is ah-address
               File Status is er-health-status.
           Select Dupfp-File Assign to DUPFPF
               Organization is Indexed
               Access is Random
               Record Key is df-fingerprint
               File Status is er-dupf-status.
           Select Report-File Assign to ERASRPT
               Organization is Sequential
               File Status is er-rpt-status.
       Data Division.
       File Section.
       FD  Control-File
           Label Records are Standard.
       01  control-card                   pic x(80).
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
       FD  Archive-Out
           Label Records are Standard.
      *---------------------------------------------------------------*
      * The redacted copy of the archive - the same layout again,     *
      * copied back over QARCHF by the job                            *
      *---------------------------------------------------------------*
       01  archive-out-record.
           05  ao-message-id              pic x(16).
           05  ao-status                  pic x(01).
           05  ao-mailing-id              pic x(08).
           05  ao-profile                 pic x(08).
           05  ao-attach-key              pic x(16).
           05  ao-attach-count            pic 9(02).
           05  ao-queued-time             pic x(19).
           05  ao-sent-time               pic x(19).
           05  ao-priority                pic 9(01).
           05  ao-earliest-time           pic x(19).
           05  ao-attempt-count           pic 9(02).
           05  ao-next-attempt            pic x(19).
           copy cpymailp replacing ==:TAG:== by ==ao-==
                                   ==2500==  by ==200==.
       FD  Archive-Keyed
           Label Records are Standard.
      *---------------------------------------------------------------*
      * QARCHK, the keyed copy of QARCHF the SMQC console browses -   *
      * loaded from the archive by COBSMTPO's housekeeping, so the    *
      * same layout once more                                         *
      *---------------------------------------------------------------*
       01  archive-keyed-record.
           05  ak-message-id              pic x(16).
           05  ak-status                  pic x(01).
           05  ak-mailing-id              pic x(08).
           05  ak-profile                 pic x(08).
           05  ak-attach-key              pic x(16).
           05  ak-attach-count            pic 9(02).
           05  ak-queued-time             pic x(19).
           05  ak-sent-time               pic x(19).
           05  ak-priority                pic 9(01).
           05  ak-earliest-time           pic x(19).
           05  ak-attempt-count           pic 9(02).
           05  ak-next-attempt            pic x(19).
           copy cpymailp replacing ==:TAG:== by ==ak-==
                                   ==2500==  by ==200==.
       FD  Audit-File
           Label Records are Standard.
           copy cpyaudh.
       FD  Audit-Archive
           Label Records are Standard.
      *---------------------------------------------------------------*
      * One line of an audit history archive generation - the         *
      * cpyaudh layout COBSMTPL PARM='RETAIN' copies out              *
      *---------------------------------------------------------------*
       01  audit-archive-record.
           05  ag-key.
               10  ag-timestamp           pic x(19).
               10  ag-seq                 pic 9(05).
           05  ag-audit-line              pic x(1998).
       FD  Audit-In
           Label Records are Standard.
       01  audit-in-record                pic x(1998).
       FD  Attach-File
           Label Records are Standard.
           copy cpyattch.
       FD  Suppress-File
           Label Records are Standard.
           copy cpysupr.
       FD  Health-File
           Label Records are Standard.
           copy cpyhlth.
       FD  Dupfp-File
           Label Records are Standard.
           copy cpydupf.
       FD  Report-File
           Label Records are Standard.
       01  report-line                    pic x(132).
       Working-Storage Section.
           copy cpyaudit.
       01  er-ctl-status                  pic x(02) value '00'.
           88  ctl-status-ok                  value '00'.
       01  er-queue-status                pic x(02) value '00'.
           88  queue-status-ok                value '00'.
       01  er-arch-status                 pic x(02) value '00'.
           88  arch-status-ok                 value '00'.
       01  er-archo-status                pic x(02) value '00'.
           88  archo-status-ok                value '00'.
       01  er-archk-status                pic x(02) value '00'.
           88  archk-status-ok                value '00'.
       01  er-audit-status                pic x(02) value '00'.
           88  audit-status-ok                value '00'.
       01  er-audarch-status              pic x(02) value '00'.
           88  audarch-status-ok              value '00'.
           88  audarch-not-supplied           value '35'.
       01  er-audin-status                pic x(02) value '00'.
           88  audin-status-ok                value '00'.
           88  audin-not-supplied             value '35'.
       01  er-attch-status                pic x(02) value '00'.
           88  attch-status-ok                value '00'.
       01  er-suppress-status             pic x(02) value '00'.
           88  suppress-status-ok             value '00'.
           88  suppress-not-found             value '23'.
       01  er-health-status               pic x(02) value '00'.
           88  health-status-ok               value '00'.
           88  health-not-found               value '23'.
       01  er-dupf-status                 pic x(02) value '00'.
           88  dupf-status-ok                 value '00'.
           88  dupf-not-found                 value '23'.
       01  er-rpt-status                  pic x(02) value '00'.
           88  rpt-status-ok                  value '00'.
       01  er-end-of-cards                pic x value 'N'.
           88  END-OF-CARDS                   value 'Y'.
       01  er-end-of-queue                pic x value 'N'.
           88  END-OF-QUEUE                   value 'Y'.
       01  er-end-of-archive              pic x value 'N'.
           88  END-OF-ARCHIVE                 value 'Y'.
       01  er-end-of-audit                pic x value 'N'.
           88  END-OF-AUDIT                   value 'Y'.
       01  er-end-of-store                pic x value 'N'.
           88  END-OF-STORE                   value 'Y'.
       01  er-run-mode                    pic x value ' '.
           88  RUN-DRYRUN                     value 'D'.
           88  RUN-ERASE                      value 'E'.
      *
      *    pass 1 only looks; pass 2 changes (or, dry, reports)
      *
       01  er-pass                        pic x value '1'.
           88  SURVEY-PASS                    value '1'.
           88  APPLY-PASS                     value '2'.
      *---------------------------------------------------------------*
      * The fixed values erased data is replaced with. The token      *
      * address is syntactically valid and can never be delivered     *
      * (.invalid is reserved for exactly that), and it goes on       *
      * SUPRF so COBSMTPB never even tries                            *
      *---------------------------------------------------------------*
       01  er-token-address               pic x(60)
           value 'erased@erased.invalid'.
       01  er-token-subject               pic x(80)
           value 'PERSONAL DATA ERASED'.
       01  er-token-reply                 pic x(80)
           value 'PERSONAL DATA ERASED'.
       01  er-body-marker.
           05  filler                     pic x(48)
               value 'Message content removed by personal-data erasure'.
           05  filler                     pic x(04) value ' on '.
           05  er-bm-date                 pic x(10).
           05  filler                     pic x(66) value spaces.
      *---------------------------------------------------------------*
      * The parsed card                                               *
      *---------------------------------------------------------------*
       01  er-verb                        pic x(08).
           88  ER-ERASE                       value 'ERASE'.
       01  er-operand                     pic x(08).
           88  ER-BY-ADDRESS                  value 'ADDRESS'.
       01  er-value                       pic x(64).
       01  er-card-ok                     pic x.
           88  CARD-OK                        value 'Y'.
       01  er-at-count                    pic 9(4) binary.
      *---------------------------------------------------------------*
      * The addresses to erase, loaded from every card before any     *
      * file is touched: the bare address as written (SUPRF and       *
      * ADRHLTH are keyed byte for byte on it) and an upper-cased     *
      * copy the slots are matched against - the same mailbox in      *
      * another case is still the same member                         *
      *---------------------------------------------------------------*
       01  er-card-used                   pic 9(4) binary value zero.
       01  er-max-cards                   pic 9(4) binary value 50.
       01  er-card-table.
           05  er-card-entry              occurs 50.
               10  er-ca-address          pic x(60).
               10  er-ca-upper            pic x(60).
               10  er-ca-changed          pic 9(8) binary.
      *---------------------------------------------------------------*
      * The COBSMTPX match key of every matching message, taken in    *
      * the survey pass before anything is redacted: an audit line    *
      * with one of these keys belongs to an erased message even      *
      * where the address itself is not on the line (a slot that      *
      * was suppressed at send time never reached the audit log).     *
      * A survey that overflows the table stops the run before it     *
      * changes anything - a half-linked audit history would no       *
      * longer reconcile                                              *
      *---------------------------------------------------------------*
       01  er-key-used                    pic 9(8) binary value zero.
       01  er-max-keys                    pic 9(8) binary value 5000.
       01  er-key-table.
           05  er-key-entry               occurs 5000.
               10  er-ky-sender           pic x(60).
               10  er-ky-subject          pic x(80).
               10  er-ky-recipients       pic x(610).
               10  er-ky-card             pic 9(4) binary.
      *---------------------------------------------------------------*
      * The attach-keys of every matching message, and whether a      *
      * message that is NOT being erased points at the same key -     *
      * a shared attachment (a newsletter, a terms-and-conditions     *
      * PDF) is not the member's data and stays in the store          *
      *---------------------------------------------------------------*
       01  er-att-used                    pic 9(8) binary value zero.
       01  er-max-atts                    pic 9(8) binary value 2000.
       01  er-att-table.
           05  er-att-entry               occurs 2000.
               10  er-at-key              pic x(16).
               10  er-at-shared           pic x(01).
               10  er-at-card             pic 9(4) binary.
       01  er-table-overflow              pic x value 'N'.
           88  TABLE-OVERFLOWED               value 'Y'.
      *---------------------------------------------------------------*
      * The record in hand - live, archived or keyed-archive - in     *
      * one common shape so the matching and the redaction are        *
      * written once                                                  *
      *---------------------------------------------------------------*
       01  er-record.
           05  er-message-id              pic x(16).
           05  er-status                  pic x(01).
           05  er-mailing-id              pic x(08).
           05  er-profile                 pic x(08).
           05  er-attach-key              pic x(16).
           05  er-attach-count            pic 9(02).
           05  er-queued-time             pic x(19).
           05  er-sent-time               pic x(19).
           05  er-priority                pic 9(01).
           05  er-earliest-time           pic x(19).
           05  er-attempt-count           pic 9(02).
           05  er-next-attempt            pic x(19).
           copy cpymailp replacing ==:TAG:== by ==er-==
                                   ==2500==  by ==200==.
      *---------------------------------------------------------------*
      * Match work                                                    *
      *---------------------------------------------------------------*
       01  er-slot                        pic x(60).
       01  er-bare                        pic x(60).
       01  er-slot-card                   pic 9(4) binary.
       01  er-match-card                  pic 9(4) binary.
       01  er-slot-hits                   pic 9(4) binary.
       01  er-sender-hit                  pic x.
       01  er-rows-removed                pic 9(4) binary.
       01  er-had-attach                  pic x.
       01  er-sc-iy                       pic 9(4) binary.
       01  er-sc-start                    pic 9(4) binary.
       01  er-sc-lgt                      pic 9(4) binary.
       01  er-lookup-key                  pic x(16).
       01  er-found                       pic x.
       01  er-q-recipients                pic x(610).
       01  er-au-ptr                      pic 9(4) binary.
       01  er-list                        pic x(610).
       01  er-new-list                    pic x(610).
       01  er-list-ptr                    pic 9(4) binary.
       01  er-list-done                   pic x.
       01  er-line-hits                   pic 9(4) binary.
       01  er-line-card                   pic 9(4) binary.
       01  er-line-changed                pic x.
       01  er-store-recs                  pic 9(8) binary.
       01  er-lower                       pic x(26)
           value 'abcdefghijklmnopqrstuvwxyz'.
       01  er-upper                       pic x(26)
           value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  ix                             pic 9(8) binary.
       01  iy                             pic 9(8) binary.
       01  er-cx                          pic 9(8) binary.
      *---------------------------------------------------------------*
      * Run timestamp - 'yyyy-mm-dd hh:mm:ss', the same shape every   *
      * timestamp here uses; stamped on the report and on the SUPRF   *
      * entries written                                               *
      *---------------------------------------------------------------*
       01  er-today                       pic 9(8).
       01  redefines er-today.
           05  er-td-ccyy                 pic 9(4).
           05  er-td-mm                   pic 9(2).
           05  er-td-dd                   pic 9(2).
       01  er-time-now                    pic 9(8).
       01  redefines er-time-now.
           05  er-tm-hh                   pic 9(2).
           05  er-tm-mi                   pic 9(2).
           05  er-tm-ss                   pic 9(2).
           05  er-tm-hs                   pic 9(2).
       01  er-timestamp                   pic x(19).
      *---------------------------------------------------------------*
      * Counters                                                      *
      *---------------------------------------------------------------*
       01  er-card-count                  pic 9(8) binary value zero.
       01  er-error-count                 pic 9(8) binary value zero.
       01  er-audin-count                 pic 9(8) binary value zero.
       01  er-queue-changed               pic 9(8) binary value zero.
       01  er-arch-changed                pic 9(8) binary value zero.
       01  er-archk-changed               pic 9(8) binary value zero.
       01  er-audit-changed               pic 9(8) binary value zero.
       01  er-audarch-changed             pic 9(8) binary value zero.
       01  er-att-deleted                 pic 9(8) binary value zero.
       01  er-att-kept                    pic 9(8) binary value zero.
       01  er-store-deleted               pic 9(8) binary value zero.
       01  er-health-deleted              pic 9(8) binary value zero.
       01  er-suppress-added              pic 9(8) binary value zero.
       01  er-suppress-kept               pic 9(8) binary value zero.
       01  er-fprint-deleted              pic 9(8) binary value zero.
      *---------------------------------------------------------------*
      * The matched message's fingerprint, taken before it is         *
      * redacted                                                      *
      *---------------------------------------------------------------*
       copy cpyfprt.
      *---------------------------------------------------------------*
      * Report lines                                                  *
      *---------------------------------------------------------------*
       01  er-line                        pic x(132).
       01  er-title-line.
           05  filler                     pic x(40)
               value 'PERSONAL DATA ERASURE - EVIDENCE REPORT '.
           05  filler                     pic x(05) value ' RUN '.
           05  er-tt-timestamp            pic x(19).
           05  filler                     pic x(07) value '  MODE '.
           05  er-tt-mode                 pic x(30).
           05  filler                     pic x(31) value spaces.
       01  er-card-echo.
           05  filler                     pic x(10)
               value 'CARD:     '.
           05  er-ce-text                 pic x(70).
           05  filler                     pic x(52) value spaces.
       01  er-column-line.
           05  filler                     pic x(36)
               value 'FILE      RECORD KEY                '.
           05  filler                     pic x(14)
               value 'ACTION        '.
           05  filler                     pic x(43)
               value 'WHAT'.
           05  filler                     pic x(39)
               value 'ADDRESS ERASED'.
       01  er-detail-line.
           05  er-dt-file                 pic x(08).
           05  filler                     pic x(02) value spaces.
           05  er-dt-key                  pic x(24).
           05  filler                     pic x(02) value spaces.
           05  er-dt-action               pic x(13).
           05  filler                     pic x(01) value space.
           05  er-dt-what                 pic x(42).
           05  filler                     pic x(01) value space.
           05  er-dt-address              pic x(39).
       01  er-what-record.
           05  filler                     pic x(07) value 'STATUS '.
           05  er-wr-status               pic x(01).
           05  filler                     pic x(07) value '  SLOTS'.
           05  er-wr-slots                pic z9.
           05  filler                     pic x(06) value '  ROWS'.
           05  er-wr-rows                 pic zzz9.
           05  filler                     pic x(01) value space.
           05  er-wr-attach               pic x(06).
           05  filler                     pic x(01) value space.
           05  er-wr-unsent               pic x(07).
       01  er-what-audit.
           05  filler                     pic x(03) value 'RC '.
           05  er-wa-rc                   pic 9(03).
           05  filler                     pic x(10)
               value '  SEGMENTS'.
           05  er-wa-segments             pic zz9.
           05  filler                     pic x(23)
               value '  SUBJECT'.
       01  er-what-store.
           05  filler                     pic x(08) value 'RECORDS '.
           05  er-ws-recs                 pic zzzz9.
           05  filler                     pic x(29) value spaces.
       01  er-count-line.
           05  er-ct-label                pic x(30).
           05  er-ct-disp                 pic zzz,zz9.
           05  filler                     pic x(95) value spaces.
       Linkage Section.
       01  parm-field.
           05  parm-length                pic s9(4) binary.
           05  parm-text                  pic x(32).
       Procedure Division using parm-field.
      *=============================================*
       Main-Logic.
           Perform Parse-Parm           thru Parse-Parm-Exit
           Perform Open-Files           thru Open-Files-Exit
           Perform Load-Cards           thru Load-Cards-Exit
           if er-card-used equal zero
              move '  NO VALID ERASE CARDS - NOTHING DONE' to er-line
              Write report-line from er-line
              Perform Print-Totals      thru Print-Totals-Exit
              Perform Close-Files       thru Close-Files-Exit
      *
      *       an ERASE run that did nothing wrote no QARCHO - the
      *       job must not copy an empty archive back
      *
              if RUN-ERASE
                 Move 16 to Return-Code
              else
                 Move 4 to Return-Code
              end-if
              Goback
           end-if
           Perform Check-Audit-Logs     thru Check-Audit-Logs-Exit
           move '1' to er-pass
           Perform Scan-Queue           thru Scan-Queue-Exit
           Perform Scan-Archive         thru Scan-Archive-Exit
           Perform Scan-Archive-Keyed   thru Scan-Archive-Keyed-Exit
           if TABLE-OVERFLOWED
              Display 'COBSMTPE: survey incomplete (table overflow '
                      'or file trouble above) - nothing changed; '
                      'split the cards over several runs'
              move '  SURVEY INCOMPLETE - NOTHING CHANGED, SPLIT CARDS'
                to er-line
              Write report-line from er-line
              Perform Print-Totals      thru Print-Totals-Exit
              Perform Close-Files       thru Close-Files-Exit
              Move 16 to Return-Code
              Goback
           end-if
           Write report-line from er-column-line
           move '2' to er-pass
      *
      *    the flat archive goes first - it only writes QARCHO, so
      *    its failures stop the run before anything changes in place
      *
           Perform Scan-Archive         thru Scan-Archive-Exit
           Perform Scan-Queue           thru Scan-Queue-Exit
           Perform Scan-Archive-Keyed   thru Scan-Archive-Keyed-Exit
           Perform Erase-Attachments    thru Erase-Attachments-Exit
           Perform Scan-Audit-History   thru Scan-Audit-History-Exit
           Perform Scan-Audit-Archive   thru Scan-Audit-Archive-Exit
           Perform Erase-Health-History thru Erase-Health-History-Exit
           Perform Suppress-Addresses   thru Suppress-Addresses-Exit
           Perform Print-Totals         thru Print-Totals-Exit
           Perform Close-Files          thru Close-Files-Exit
           if er-error-count greater zero
              Move 4 to Return-Code
           end-if
           Goback.

      *---------------------------------------------------------------*
      * Which run? A missing or unknown PARM stops the job            *
      *---------------------------------------------------------------*
       Parse-Parm.
           if parm-length greater zero
              evaluate parm-text(1:6)
                  when 'DRYRUN'
                      move 'D' to er-run-mode
                  when 'ERASE '
                      move 'E' to er-run-mode
              end-evaluate
           end-if.
           if not RUN-DRYRUN and not RUN-ERASE
              Display 'COBSMTPE: bad PARM, expected DRYRUN or ERASE'
              Move 16 to Return-Code
              Goback
           end-if.
       Parse-Parm-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Open everything - I-O for an ERASE run, input for a dry run,  *
      * which cannot change a record even by accident. The archive    *
      * is opened per pass to rewind; AUDARCH and AUDIN when their    *
      * turn comes                                                    *
      *---------------------------------------------------------------*
       Open-Files.
           Open Input Control-File.
           If not ctl-status-ok
              Display 'COBSMTPE: open failed for ERACTL, status='
                      er-ctl-status
              Move 16 to Return-Code
              Goback
           end-if.
           if RUN-ERASE
              Open I-O Queue-File
           else
              Open Input Queue-File
           end-if.
           If not queue-status-ok
              Display 'COBSMTPE: open failed for QMAILF, status='
                      er-queue-status
              Move 16 to Return-Code
              Goback
           end-if.
           if RUN-ERASE
              Open I-O Archive-Keyed
           else
              Open Input Archive-Keyed
           end-if.
           If not archk-status-ok
              Display 'COBSMTPE: open failed for QARCHK, status='
                      er-archk-status
              Move 16 to Return-Code
              Goback
           end-if.
           if RUN-ERASE
              Open I-O Audit-File
           else
              Open Input Audit-File
           end-if.
           If not audit-status-ok
              Display 'COBSMTPE: open failed for AUDHIST, status='
                      er-audit-status
              Move 16 to Return-Code
              Goback
           end-if.
           if RUN-ERASE
              Open I-O Attach-File
           else
              Open Input Attach-File
           end-if.
           If not attch-status-ok
              Display 'COBSMTPE: open failed for ATTCHF, status='
                      er-attch-status
              Move 16 to Return-Code
              Goback
           end-if.
           if RUN-ERASE
              Open I-O Suppress-File
           else
              Open Input Suppress-File
           end-if.
           If not suppress-status-ok
              Display 'COBSMTPE: open failed for SUPRF, status='
                      er-suppress-status
              Move 16 to Return-Code
              Goback
           end-if.
           if RUN-ERASE
              Open I-O Health-File
           else
              Open Input Health-File
           end-if.
           If not health-status-ok
              Display 'COBSMTPE: open failed for ADRHLTH, status='
                      er-health-status
              Move 16 to Return-Code
              Goback
           end-if.
           if RUN-ERASE
              Open I-O Dupfp-File
           else
              Open Input Dupfp-File
           end-if.
           If not dupf-status-ok
              Display 'COBSMTPE: open failed for DUPFPF, status='
                      er-dupf-status
              Move 16 to Return-Code
              Goback
           end-if.
           Open Output Report-File.
           If not rpt-status-ok
              Display 'COBSMTPE: open failed for ERASRPT, status='
                      er-rpt-status
              Move 16 to Return-Code
              Goback
           end-if.
           Perform Stamp-Run-Time thru Stamp-Run-Time-Exit.
           move er-timestamp to er-tt-timestamp.
           move er-timestamp(1:10) to er-bm-date.
           if RUN-ERASE
              move 'ERASE - RECORDS CHANGED'   to er-tt-mode
           else
              move 'DRY RUN - NOTHING CHANGED' to er-tt-mode
           end-if.
           Write report-line from er-title-line.
           move spaces to er-line.
           Write report-line from er-line.
       Open-Files-Exit.
           Exit.

      *---------------------------------------------------------------*
      * er-timestamp = now                                            *
      *---------------------------------------------------------------*
       Stamp-Run-Time.
           accept er-today from date yyyymmdd.
           accept er-time-now from time.
           move spaces to er-timestamp.
           string er-td-ccyy delimited by size
                  '-'        delimited by size
                  er-td-mm   delimited by size
                  '-'        delimited by size
                  er-td-dd   delimited by size
                  ' '        delimited by size
                  er-tm-hh   delimited by size
                  ':'        delimited by size
                  er-tm-mi   delimited by size
                  ':'        delimited by size
                  er-tm-ss   delimited by size
               into er-timestamp
           end-string.
       Stamp-Run-Time-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Every card into the address table before any file is read -   *
      * one pass over each file serves all the addresses              *
      *---------------------------------------------------------------*
       Load-Cards.
           Perform Read-Card thru Read-Card-Exit.
           Perform until END-OF-CARDS
               Perform Load-One-Card thru Load-One-Card-Exit
               Perform Read-Card     thru Read-Card-Exit
           end-perform.
           move spaces to er-line.
           Write report-line from er-line.
       Load-Cards-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Read the next card, skipping comments and blanks              *
      *---------------------------------------------------------------*
       Read-Card.
           Read Control-File
               at end
                   move 'Y' to er-end-of-cards
           end-read.
           If not END-OF-CARDS and not ctl-status-ok
              Display 'COBSMTPE: read failed for ERACTL, status='
                      er-ctl-status
              move 'Y' to er-end-of-cards
           end-if.
           If not END-OF-CARDS
              and (control-card equal spaces
                   or control-card(1:1) equal '*')
              go to Read-Card
           end-if.
       Read-Card-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One card: parse, police, and add the address to the table.    *
      * The address must at least have an '@' in it - a card typed    *
      * wrong must not erase whatever it happens to match             *
      *---------------------------------------------------------------*
       Load-One-Card.
           add 1 to er-card-count.
           move control-card(1:70) to er-ce-text.
           Write report-line from er-card-echo.
           move 'N' to er-card-ok.
           move spaces to er-verb er-operand er-value.
           unstring control-card
               delimited by all spaces
               into er-verb er-operand er-value
           end-unstring.
           if ER-ERASE and ER-BY-ADDRESS
              and er-value greater spaces
              move er-value to er-slot
              Perform Extract-Bare-Address
                 thru Extract-Bare-Address-Exit
              move zero to er-at-count
              inspect er-bare tallying er-at-count for all '@'
              if er-at-count equal 1
                 and er-bare(1:1) not equal '@'
                 move 'Y' to er-card-ok
              end-if
           end-if.
           if not CARD-OK
              move '  CARD NOT UNDERSTOOD - IGNORED' to er-line
              Write report-line from er-line
              add 1 to er-error-count
              go to Load-One-Card-Exit
           end-if.
           if er-card-used not less er-max-cards
              move '  OVER 50 ADDRESSES - CARD IGNORED, RUN IT AGAIN'
                to er-line
              Write report-line from er-line
              add 1 to er-error-count
              go to Load-One-Card-Exit
           end-if.
           add 1 to er-card-used.
           move er-bare to er-ca-address(er-card-used).
           inspect er-bare converting er-lower to er-upper.
           move er-bare to er-ca-upper(er-card-used).
           move zero to er-ca-changed(er-card-used).
       Load-One-Card-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The flat SMTPAUD logs must be empty - every line merged onto  *
      * AUDHIST - or lines on them would keep the address. AUDIN is   *
      * only counted; an ERASE run that finds lines stops here,       *
      * before anything has been changed                              *
      *---------------------------------------------------------------*
       Check-Audit-Logs.
           Open Input Audit-In.
           if audin-not-supplied
              go to Check-Audit-Logs-Exit
           end-if.
           If not audin-status-ok
              Display 'COBSMTPE: open failed for AUDIN, status='
                      er-audin-status
              Move 16 to Return-Code
              Goback
           end-if.
           Perform until not audin-status-ok
               Read Audit-In
                   at end
                       continue
                   not at end
                       add 1 to er-audin-count
               end-read
           end-perform.
           Close Audit-In.
           if er-audin-count equal zero
              go to Check-Audit-Logs-Exit
           end-if.
           move '  SMTPAUD LOGS NOT EMPTY - MERGE THEM ONTO AUDHIST'
             to er-line.
           Write report-line from er-line.
           if RUN-ERASE
              Display 'COBSMTPE: ' er-audin-count ' line(s) on the '
                      'SMTPAUD logs not yet merged onto AUDHIST - '
                      'nothing changed'
              Move 16 to Return-Code
              Goback
           end-if.
           add 1 to er-error-count.
       Check-Audit-Logs-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Every live queue record - surveyed on pass 1, redacted on     *
      * pass 2                                                        *
      *---------------------------------------------------------------*
       Scan-Queue.
           move 'N' to er-end-of-queue.
           move low-values to qm-message-id.
           Start Queue-File key not less qm-message-id
               invalid key
                   move 'Y' to er-end-of-queue
           end-start.
           Perform until END-OF-QUEUE
               Read Queue-File next
                   at end
                       move 'Y' to er-end-of-queue
               end-read
               if not END-OF-QUEUE and not queue-status-ok
                  Display 'COBSMTPE: read failed for QMAILF, '
                          'status=' er-queue-status
      *
      *           the survey's failure stops the run before anything
      *           changes; on the redaction pass the rest of the
      *           queue would go unredacted, so the report says so
      *           and an ERASE run stops short of the later files -
      *           listing the attachment keys first, because the
      *           queue records already redacted have lost theirs
      *           and a re-run would not find them again
      *
                  if APPLY-PASS
                     move
                       '  QMAILF READ FAILED - QUEUE NOT FULLY SCANNED'
                       to er-line
                     Write report-line from er-line
                     add 1 to er-error-count
                     if RUN-ERASE
                        Perform Report-Attach-Keys-Left
                           thru Report-Attach-Keys-Left-Exit
                        Move 16 to Return-Code
                        Goback
                     end-if
                  end-if
                  move 'Y' to er-end-of-queue
                  move 'Y' to er-table-overflow
               end-if
               if not END-OF-QUEUE
                  Perform Move-Queue-To-Record
                     thru Move-Queue-To-Record-Exit
                  move 'QMAILF  ' to er-dt-file
                  Perform Process-Record
                     thru Process-Record-Exit
                  if APPLY-PASS and RUN-ERASE
                     and er-slot-hits greater zero
                     Perform Rewrite-Queue
                        thru Rewrite-Queue-Exit
                  end-if
               end-if
           end-perform.
       Scan-Queue-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Every archived record. The archive is flat and variable, so   *
      * pass 2 of an ERASE run writes every record - redacted or      *
      * not - to QARCHO for the job to copy back; a failed write      *
      * stops the run so the copy-back never happens                  *
      *---------------------------------------------------------------*
       Scan-Archive.
           Open Input Archive-File.
           If not arch-status-ok
              Display 'COBSMTPE: open failed for QARCHF, status='
                      er-arch-status
              Move 16 to Return-Code
              Goback
           end-if.
           if APPLY-PASS and RUN-ERASE
              Open Output Archive-Out
              if not archo-status-ok
                 Display 'COBSMTPE: open failed for QARCHO, status='
                         er-archo-status
                 Move 16 to Return-Code
                 Goback
              end-if
           end-if.
           move 'N' to er-end-of-archive.
           Perform until END-OF-ARCHIVE
               Read Archive-File
                   at end
                       move 'Y' to er-end-of-archive
               end-read
               if not END-OF-ARCHIVE and not arch-status-ok
                  Display 'COBSMTPE: read failed for QARCHF, '
                          'status=' er-arch-status
                  if APPLY-PASS and RUN-ERASE
                     Move 16 to Return-Code
                     Goback
                  end-if
                  move 'Y' to er-end-of-archive
                  move 'Y' to er-table-overflow
               end-if
               if not END-OF-ARCHIVE
                  Perform Move-Archive-To-Record
                     thru Move-Archive-To-Record-Exit
                  move 'QARCHF  ' to er-dt-file
                  Perform Process-Record
                     thru Process-Record-Exit
                  if APPLY-PASS and RUN-ERASE
                     Perform Write-Archive-Out
                        thru Write-Archive-Out-Exit
                  end-if
               end-if
           end-perform.
           Close Archive-File.
           if APPLY-PASS and RUN-ERASE
              Close Archive-Out
           end-if.
       Scan-Archive-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Every record on the keyed archive copy - the console shows    *
      * it, so it is redacted directly rather than left for the       *
      * nightly refresh                                               *
      *---------------------------------------------------------------*
       Scan-Archive-Keyed.
           move 'N' to er-end-of-archive.
           move low-values to ak-message-id.
           Start Archive-Keyed key not less ak-message-id
               invalid key
                   move 'Y' to er-end-of-archive
           end-start.
           Perform until END-OF-ARCHIVE
               Read Archive-Keyed next
                   at end
                       move 'Y' to er-end-of-archive
               end-read
               if not END-OF-ARCHIVE and not archk-status-ok
                  Display 'COBSMTPE: read failed for QARCHK, '
                          'status=' er-archk-status
                  if APPLY-PASS
                     move '  QARCHK READ FAILED - NOT FULLY SCANNED'
                       to er-line
                     Write report-line from er-line
                     add 1 to er-error-count
                  end-if
                  move 'Y' to er-end-of-archive
                  move 'Y' to er-table-overflow
               end-if
               if not END-OF-ARCHIVE
                  Perform Move-Keyed-To-Record
                     thru Move-Keyed-To-Record-Exit
                  move 'QARCHK  ' to er-dt-file
                  Perform Process-Record
                     thru Process-Record-Exit
                  if APPLY-PASS and RUN-ERASE
                     and er-slot-hits greater zero
                     Perform Rewrite-Archive-Keyed
                        thru Rewrite-Archive-Keyed-Exit
                  end-if
               end-if
           end-perform.
       Scan-Archive-Keyed-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One record in the common shape. Pass 1 notes the match key    *
      * and attach-key of a matching record; pass 2 redacts and       *
      * reports it, and notes any OTHER record sharing an erased      *
      * attach-key                                                    *
      *---------------------------------------------------------------*
       Process-Record.
           Perform Match-Record thru Match-Record-Exit.
           if er-slot-hits equal zero
              if APPLY-PASS
                 and er-attach-key greater spaces
                 and er-att-used greater zero
                 move er-attach-key to er-lookup-key
                 Perform Find-Attach-Key thru Find-Attach-Key-Exit
                 if er-found equal 'Y'
                    move 'Y' to er-at-shared(er-cx)
                 end-if
              end-if
              go to Process-Record-Exit
           end-if.
           if SURVEY-PASS
              Perform Add-Match-Key thru Add-Match-Key-Exit
              if er-attach-count numeric
                 and er-attach-count greater zero
                 and er-attach-key greater spaces
                 Perform Add-Attach-Key thru Add-Attach-Key-Exit
              end-if
              go to Process-Record-Exit
           end-if.
           Perform Take-Fingerprint thru Take-Fingerprint-Exit.
           Perform Redact-Record thru Redact-Record-Exit.
           Perform Report-Record thru Report-Record-Exit.
           Perform Forget-Fingerprint thru Forget-Fingerprint-Exit.
           add 1 to er-ca-changed(er-match-card).
       Process-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Count the slots - sender, recipient, cc, bcc - that carry an  *
      * address being erased; er-match-card is the first card hit     *
      *---------------------------------------------------------------*
       Match-Record.
           move zero to er-slot-hits er-match-card.
           move 'N' to er-sender-hit.
           move er-sender to er-slot.
           Perform Match-Slot thru Match-Slot-Exit.
           if er-slot-card greater zero
              move 'Y' to er-sender-hit
              Perform Count-Slot-Hit thru Count-Slot-Hit-Exit
           end-if.
           perform varying ix from 1 by 1 until ix greater 10
               move er-recipient(ix) to er-slot
               Perform Match-Slot thru Match-Slot-Exit
               if er-slot-card greater zero
                  Perform Count-Slot-Hit thru Count-Slot-Hit-Exit
               end-if
               move er-cc(ix) to er-slot
               Perform Match-Slot thru Match-Slot-Exit
               if er-slot-card greater zero
                  Perform Count-Slot-Hit thru Count-Slot-Hit-Exit
               end-if
               move er-bcc(ix) to er-slot
               Perform Match-Slot thru Match-Slot-Exit
               if er-slot-card greater zero
                  Perform Count-Slot-Hit thru Count-Slot-Hit-Exit
               end-if
           end-perform.
       Match-Record-Exit.
           Exit.

       Count-Slot-Hit.
           add 1 to er-slot-hits.
           if er-match-card equal zero
              move er-slot-card to er-match-card
           end-if.
       Count-Slot-Hit-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Does er-slot carry one of the addresses? Its bare address,    *
      * upper-cased, against every card. er-slot-card is the card     *
      * matched, zero for none                                        *
      *---------------------------------------------------------------*
       Match-Slot.
           move zero to er-slot-card.
           if er-slot equal spaces
              go to Match-Slot-Exit
           end-if.
           Perform Extract-Bare-Address
              thru Extract-Bare-Address-Exit.
           inspect er-bare converting er-lower to er-upper.
           perform varying er-cx from 1 by 1
                     until er-cx greater er-card-used
                        or er-slot-card greater zero
               if er-bare equal er-ca-upper(er-cx)
                  move er-cx to er-slot-card
               end-if
           end-perform.
       Match-Slot-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The bare address out of er-slot - the text between '<' and    *
      * '>' when the slot is dressed as 'Name <address>', otherwise   *
      * the slot itself up to the first space; the same rule          *
      * COBSMTPB's suppression screen uses                            *
      *---------------------------------------------------------------*
       Extract-Bare-Address.
           move spaces to er-bare.
           perform varying er-sc-iy from 1 by 1
                     until er-sc-iy greater 60
                        or er-slot(er-sc-iy:1) equal '<'
           end-perform.
           if er-sc-iy greater 60
              move 1 to er-sc-start
           else
              compute er-sc-start = er-sc-iy + 1
           end-if.
           move zero to er-sc-lgt.
           perform until er-sc-start + er-sc-lgt greater 60
                      or er-slot(er-sc-start + er-sc-lgt:1)
                         equal '>'
                      or er-slot(er-sc-start + er-sc-lgt:1)
                         equal space
               add 1 to er-sc-lgt
           end-perform.
           if er-sc-lgt greater zero
              move er-slot(er-sc-start:er-sc-lgt) to er-bare
           end-if.
       Extract-Bare-Address-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Note a matching record's COBSMTPX match key, once             *
      *---------------------------------------------------------------*
       Add-Match-Key.
           Perform Build-Recipient-String
              thru Build-Recipient-String-Exit.
           perform varying er-cx from 1 by 1
                     until er-cx greater er-key-used
               if er-ky-sender(er-cx)     equal er-sender
                  and er-ky-subject(er-cx) equal er-subject
                  and er-ky-recipients(er-cx)
                      equal er-q-recipients
                  go to Add-Match-Key-Exit
               end-if
           end-perform.
           if er-key-used not less er-max-keys
              move 'Y' to er-table-overflow
              go to Add-Match-Key-Exit
           end-if.
           add 1 to er-key-used.
           move er-sender       to er-ky-sender(er-key-used).
           move er-subject      to er-ky-subject(er-key-used).
           move er-q-recipients to er-ky-recipients(er-key-used).
           move er-match-card   to er-ky-card(er-key-used).
       Add-Match-Key-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Note a matching record's attach-key, once                     *
      *---------------------------------------------------------------*
       Add-Attach-Key.
           move er-attach-key to er-lookup-key.
           Perform Find-Attach-Key thru Find-Attach-Key-Exit.
           if er-found equal 'Y'
              go to Add-Attach-Key-Exit
           end-if.
           if er-att-used not less er-max-atts
              move 'Y' to er-table-overflow
              go to Add-Attach-Key-Exit
           end-if.
           add 1 to er-att-used.
           move er-attach-key to er-at-key(er-att-used).
           move 'N'           to er-at-shared(er-att-used).
           move er-match-card to er-at-card(er-att-used).
       Add-Attach-Key-Exit.
           Exit.

      *---------------------------------------------------------------*
      * er-lookup-key in the attach table? er-cx is the entry         *
      *---------------------------------------------------------------*
       Find-Attach-Key.
           move 'N' to er-found.
           perform varying er-cx from 1 by 1
                     until er-cx greater er-att-used
               if er-at-key(er-cx) equal er-lookup-key
                  move 'Y' to er-found
                  go to Find-Attach-Key-Exit
               end-if
           end-perform.
       Find-Attach-Key-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The record side of the audit match key: the trimmed,          *
      * semicolon-joined recipient string Write-Audit-Log builds,     *
      * 'SUP' slots left out as COBSMTPX leaves them out              *
      *---------------------------------------------------------------*
       Build-Recipient-String.
           move spaces to er-q-recipients.
           move 1 to er-au-ptr.
           perform varying ix from 1 by 1 until ix greater 10
               if er-recipient(ix) greater spaces
                  and er-recipient-rc(ix) not equal 'SUP'
                  perform varying iy from 60 by -1
                            until iy less 1
                               or er-recipient(ix) (iy:1)
                                  not equal space
                  end-perform
                  string er-recipient(ix) (1:iy)
                         ';' delimited by size
                      into er-q-recipients
                      with pointer er-au-ptr
                      on overflow continue
                  end-string
               end-if
           end-perform.
       Build-Recipient-String-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Redact the record in hand: matching slots to the token and    *
      * their reply text to the token reply (the rc stays), subject   *
      * to the token subject, body down to the one marker row, the    *
      * attachment reference dropped. Nothing the totals count is     *
      * touched                                                       *
      *---------------------------------------------------------------*
       Redact-Record.
           if er-sender-hit equal 'Y'
              move er-token-address to er-sender
           end-if.
           perform varying ix from 1 by 1 until ix greater 10
               move er-recipient(ix) to er-slot
               Perform Match-Slot thru Match-Slot-Exit
               if er-slot-card greater zero
                  move er-token-address to er-recipient(ix)
                  move er-token-reply   to er-recipient-reply(ix)
               end-if
               move er-cc(ix) to er-slot
               Perform Match-Slot thru Match-Slot-Exit
               if er-slot-card greater zero
                  move er-token-address to er-cc(ix)
                  move er-token-reply   to er-cc-reply(ix)
               end-if
               move er-bcc(ix) to er-slot
               Perform Match-Slot thru Match-Slot-Exit
               if er-slot-card greater zero
                  move er-token-address to er-bcc(ix)
                  move er-token-reply   to er-bcc-reply(ix)
               end-if
           end-perform.
           move er-token-subject to er-subject.
           move er-num-rows to er-rows-removed.
           move 1 to er-num-rows.
           move er-body-marker to er-msg-row(1).
           move 'N' to er-had-attach.
           if er-attach-key greater spaces
              move 'Y' to er-had-attach
           end-if.
           move spaces to er-attach-key.
           move zero   to er-attach-count.
       Redact-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The matched message's fingerprint, from the common shape and  *
      * the body still on the record just read - the common shape     *
      * carries no body of its own for the queue and keyed archive    *
      *---------------------------------------------------------------*
       Take-Fingerprint.
           move er-recipients to fp-recipients.
           move er-subject    to fp-subject.
           move er-num-rows   to fp-num-rows.
           evaluate er-dt-file
               when 'QMAILF  '
                   move qm-txt-msg to fp-txt-msg
               when 'QARCHF  '
                   move ar-txt-msg to fp-txt-msg
               when other
                   move ak-txt-msg to fp-txt-msg
           end-evaluate.
           Call 'COBSMTPG' using fingerprint-parm.
       Take-Fingerprint-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The redacted message's DUPFPF fingerprint goes when the       *
      * message owns it; one owned by another message is that         *
      * message's, and is dealt with when (if) it is erased itself    *
      *---------------------------------------------------------------*
       Forget-Fingerprint.
           move 'DUPFPF  '    to er-dt-file.
           move er-message-id to er-dt-key.
           move 'DUPLICATE-MAIL FINGERPRINT' to er-dt-what.
           if fp-return-code not equal zero
              move 'NOT CHECKED' to er-dt-action
              Write report-line from er-detail-line
              add 1 to er-error-count
              go to Forget-Fingerprint-Exit
           end-if.
           move fp-fingerprint to df-fingerprint.
           Read Dupfp-File
               invalid key
                   continue
           end-read.
           if not dupf-status-ok
              if not dupf-not-found
                 Display 'COBSMTPE: read failed for DUPFPF, status='
                         er-dupf-status ' key=' er-message-id
                 add 1 to er-error-count
              end-if
              go to Forget-Fingerprint-Exit
           end-if.
           if df-message-id not equal er-message-id
              go to Forget-Fingerprint-Exit
           end-if.
           if RUN-DRYRUN
              move 'WOULD DELETE' to er-dt-action
              Write report-line from er-detail-line
              go to Forget-Fingerprint-Exit
           end-if.
           Delete Dupfp-File
               invalid key
                   continue
           end-delete.
           if dupf-status-ok
              move 'DELETED' to er-dt-action
              Write report-line from er-detail-line
              add 1 to er-fprint-deleted
           else
              Display 'COBSMTPE: delete failed for DUPFPF, status='
                      er-dupf-status ' key=' er-message-id
              add 1 to er-error-count
           end-if.
       Forget-Fingerprint-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One evidence line for the record just redacted. A record not  *
      * yet sent is marked - it stays on the queue, and COBSMTPB will *
      * suppress the token slots when it comes round                  *
      *---------------------------------------------------------------*
       Report-Record.
           move er-message-id to er-dt-key.
           if RUN-ERASE
              move 'REDACTED'     to er-dt-action
           else
              move 'WOULD REDACT' to er-dt-action
           end-if.
           move er-status       to er-wr-status.
           move er-slot-hits    to er-wr-slots.
           move er-rows-removed to er-wr-rows.
           if er-had-attach equal 'Y'
              move 'ATTACH' to er-wr-attach
           else
              move spaces   to er-wr-attach
           end-if.
           if er-status equal 'S'
              move spaces    to er-wr-unsent
           else
              move 'UNSENT' to er-wr-unsent
           end-if.
           move er-what-record to er-dt-what.
           move er-ca-address(er-match-card) to er-dt-address.
           Write report-line from er-detail-line.
       Report-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The live record into the common shape                         *
      *---------------------------------------------------------------*
       Move-Queue-To-Record.
           move qm-message-id       to er-message-id
           move qm-status           to er-status
           move qm-mailing-id       to er-mailing-id
           move qm-profile          to er-profile
           move qm-attach-key       to er-attach-key
           move qm-attach-count     to er-attach-count
           move qm-queued-time      to er-queued-time
           move qm-sent-time        to er-sent-time
           move qm-priority         to er-priority
           move qm-earliest-time    to er-earliest-time
           move qm-attempt-count    to er-attempt-count
           move qm-next-attempt     to er-next-attempt
           move qm-sender           to er-sender
           move qm-recipients       to er-recipients
           move qm-carbon-copy      to er-carbon-copy
           move qm-blind-copy       to er-blind-copy
           move qm-html             to er-html
           move qm-source-ccsid     to er-source-ccsid
           move qm-subject          to er-subject
           move qm-rc-client        to er-rc-client
           move qm-recipient-status to er-recipient-status
           move qm-cc-status        to er-cc-status
           move qm-bcc-status       to er-bcc-status
           move qm-num-rows         to er-num-rows.
       Move-Queue-To-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The redacted fields back onto the live record and rewrite it  *
      * - everything else on it is as it was read                     *
      *---------------------------------------------------------------*
       Rewrite-Queue.
           move er-attach-key       to qm-attach-key
           move er-attach-count     to qm-attach-count
           move er-sender           to qm-sender
           move er-recipients       to qm-recipients
           move er-carbon-copy      to qm-carbon-copy
           move er-blind-copy       to qm-blind-copy
           move er-subject          to qm-subject
           move er-recipient-status to qm-recipient-status
           move er-cc-status        to qm-cc-status
           move er-bcc-status       to qm-bcc-status
           move er-num-rows         to qm-num-rows
           move er-msg-row(1)       to qm-msg-row(1)
           Rewrite queued-mail-record.
           if queue-status-ok
              add 1 to er-queue-changed
           else
              Display 'COBSMTPE: rewrite failed for QMAILF, status='
                      er-queue-status ' key=' qm-message-id
              add 1 to er-error-count
           end-if.
       Rewrite-Queue-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The archived record into the common shape - body included,    *
      * since an unmatched record is written back out whole           *
      *---------------------------------------------------------------*
       Move-Archive-To-Record.
           move ar-message-id       to er-message-id
           move ar-status           to er-status
           move ar-mailing-id       to er-mailing-id
           move ar-profile          to er-profile
           move ar-attach-key       to er-attach-key
           move ar-attach-count     to er-attach-count
           move ar-queued-time      to er-queued-time
           move ar-sent-time        to er-sent-time
           move ar-priority         to er-priority
           move ar-earliest-time    to er-earliest-time
           move ar-attempt-count    to er-attempt-count
           move ar-next-attempt     to er-next-attempt
           move ar-sender           to er-sender
           move ar-recipients       to er-recipients
           move ar-carbon-copy      to er-carbon-copy
           move ar-blind-copy       to er-blind-copy
           move ar-html             to er-html
           move ar-source-ccsid     to er-source-ccsid
           move ar-subject          to er-subject
           move ar-rc-client        to er-rc-client
           move ar-recipient-status to er-recipient-status
           move ar-cc-status        to er-cc-status
           move ar-bcc-status       to er-bcc-status
           move ar-num-rows         to er-num-rows
           move ar-txt-msg          to er-txt-msg.
       Move-Archive-To-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The record in hand, redacted or not, onto the QARCHO copy     *
      *---------------------------------------------------------------*
       Write-Archive-Out.
           move er-message-id       to ao-message-id
           move er-status           to ao-status
           move er-mailing-id       to ao-mailing-id
           move er-profile          to ao-profile
           move er-attach-key       to ao-attach-key
           move er-attach-count     to ao-attach-count
           move er-queued-time      to ao-queued-time
           move er-sent-time        to ao-sent-time
           move er-priority         to ao-priority
           move er-earliest-time    to ao-earliest-time
           move er-attempt-count    to ao-attempt-count
           move er-next-attempt     to ao-next-attempt
           move er-sender           to ao-sender
           move er-recipients       to ao-recipients
           move er-carbon-copy      to ao-carbon-copy
           move er-blind-copy       to ao-blind-copy
           move er-html             to ao-html
           move er-source-ccsid     to ao-source-ccsid
           move er-subject          to ao-subject
           move er-rc-client        to ao-rc-client
           move er-recipient-status to ao-recipient-status
           move er-cc-status        to ao-cc-status
           move er-bcc-status       to ao-bcc-status
           move er-num-rows         to ao-num-rows
           move er-txt-msg          to ao-txt-msg
           Write archive-out-record.
           if not archo-status-ok
              Display 'COBSMTPE: write failed for QARCHO, status='
                      er-archo-status ' key=' er-message-id
                      ' - QARCHF must not be replaced'
              Move 16 to Return-Code
              Goback
           end-if.
           if er-slot-hits greater zero
              add 1 to er-arch-changed
           end-if.
       Write-Archive-Out-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The keyed archive record into the common shape                *
      *---------------------------------------------------------------*
       Move-Keyed-To-Record.
           move ak-message-id       to er-message-id
           move ak-status           to er-status
           move ak-mailing-id       to er-mailing-id
           move ak-profile          to er-profile
           move ak-attach-key       to er-attach-key
           move ak-attach-count     to er-attach-count
           move ak-queued-time      to er-queued-time
           move ak-sent-time        to er-sent-time
           move ak-priority         to er-priority
           move ak-earliest-time    to er-earliest-time
           move ak-attempt-count    to er-attempt-count
           move ak-next-attempt     to er-next-attempt
           move ak-sender           to er-sender
           move ak-recipients       to er-recipients
           move ak-carbon-copy      to er-carbon-copy
           move ak-blind-copy       to er-blind-copy
           move ak-html             to er-html
           move ak-source-ccsid     to er-source-ccsid
           move ak-subject          to er-subject
           move ak-rc-client        to er-rc-client
           move ak-recipient-status to er-recipient-status
           move ak-cc-status        to er-cc-status
           move ak-bcc-status       to er-bcc-status
           move ak-num-rows         to er-num-rows.
       Move-Keyed-To-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The redacted fields back onto the keyed archive record and    *
      * rewrite it                                                    *
      *---------------------------------------------------------------*
       Rewrite-Archive-Keyed.
           move er-attach-key       to ak-attach-key
           move er-attach-count     to ak-attach-count
           move er-sender           to ak-sender
           move er-recipients       to ak-recipients
           move er-carbon-copy      to ak-carbon-copy
           move er-blind-copy       to ak-blind-copy
           move er-subject          to ak-subject
           move er-recipient-status to ak-recipient-status
           move er-cc-status        to ak-cc-status
           move er-bcc-status       to ak-bcc-status
           move er-num-rows         to ak-num-rows
           move er-msg-row(1)       to ak-msg-row(1)
           Rewrite archive-keyed-record.
           if archk-status-ok
              add 1 to er-archk-changed
           else
              Display 'COBSMTPE: rewrite failed for QARCHK, status='
                      er-archk-status ' key=' ak-message-id
              add 1 to er-error-count
           end-if.
       Rewrite-Archive-Keyed-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The attachment store behind every erased message: each key    *
      * no other message shares is deleted, segment by segment; a     *
      * shared key is kept and reported                               *
      *---------------------------------------------------------------*
       Erase-Attachments.
           perform varying er-cx from 1 by 1
                     until er-cx greater er-att-used
               Perform Erase-One-Attach-Key
                  thru Erase-One-Attach-Key-Exit
           end-perform.
       Erase-Attachments-Exit.
           Exit.

       Erase-One-Attach-Key.
           move 'ATTCHF  '             to er-dt-file.
           move er-at-key(er-cx)       to er-dt-key.
           move er-ca-address(er-at-card(er-cx)) to er-dt-address.
           if er-at-shared(er-cx) equal 'Y'
              move 'KEPT'              to er-dt-action
              move 'SHARED WITH A MESSAGE NOT ERASED'
                to er-dt-what
              Write report-line from er-detail-line
              add 1 to er-att-kept
              go to Erase-One-Attach-Key-Exit
           end-if.
           move zero to er-store-recs.
           move 'N' to er-end-of-store.
           move low-values       to at-key.
           move er-at-key(er-cx) to at-attach-key.
           Start Attach-File key not less at-key
               invalid key
                   move 'Y' to er-end-of-store
           end-start.
           Perform until END-OF-STORE
               Read Attach-File next
                   at end
                       move 'Y' to er-end-of-store
               end-read
               if not END-OF-STORE and not attch-status-ok
                  Display 'COBSMTPE: read failed for ATTCHF, '
                          'status=' er-attch-status
                  add 1 to er-error-count
                  move 'Y' to er-end-of-store
               end-if
               if not END-OF-STORE
                  and at-attach-key not equal er-at-key(er-cx)
                  move 'Y' to er-end-of-store
               end-if
               if not END-OF-STORE
                  add 1 to er-store-recs
                  if RUN-ERASE
                     Delete Attach-File
                     if attch-status-ok
                        add 1 to er-store-deleted
                     else
                        Display 'COBSMTPE: delete failed for ATTCHF,'
                                ' status=' er-attch-status
                                ' key=' at-key
                        add 1 to er-error-count
                     end-if
                  end-if
               end-if
           end-perform.
           if er-store-recs equal zero
              go to Erase-One-Attach-Key-Exit
           end-if.
           if RUN-ERASE
              move 'DELETED'      to er-dt-action
           else
              move 'WOULD DELETE' to er-dt-action
           end-if.
           move er-store-recs to er-ws-recs.
           move er-what-store to er-dt-what.
           Write report-line from er-detail-line.
           if RUN-ERASE
              add 1 to er-att-deleted
           end-if.
       Erase-One-Attach-Key-Exit.
           Exit.

      *---------------------------------------------------------------*
      * An ERASE run stopped part-way through the queue: every        *
      * attachment key the survey found is listed NOT DELETED, so the *
      * store segments can be removed by hand                         *
      *---------------------------------------------------------------*
       Report-Attach-Keys-Left.
           perform varying er-cx from 1 by 1
                     until er-cx greater er-att-used
               Perform Report-One-Attach-Key
                  thru Report-One-Attach-Key-Exit
           end-perform.
       Report-Attach-Keys-Left-Exit.
           Exit.

       Report-One-Attach-Key.
           move 'ATTCHF  '             to er-dt-file.
           move er-at-key(er-cx)       to er-dt-key.
           move er-ca-address(er-at-card(er-cx)) to er-dt-address.
           move 'NOT DELETED'          to er-dt-action.
           if er-at-shared(er-cx) equal 'Y'
              move 'SHARED WITH A MESSAGE NOT ERASED'
                to er-dt-what
           else
              move 'RUN STOPPED - DELETE FROM STORE BY HAND'
                to er-dt-what
           end-if.
           Write report-line from er-detail-line.
       Report-One-Attach-Key-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Every line of the keyed audit history, front to back          *
      *---------------------------------------------------------------*
       Scan-Audit-History.
           move 'N' to er-end-of-audit.
           move low-values to hy-key.
           Start Audit-File key not less hy-key
               invalid key
                   move 'Y' to er-end-of-audit
           end-start.
           Perform until END-OF-AUDIT
               Read Audit-File next
                   at end
                       move 'Y' to er-end-of-audit
               end-read
               if not END-OF-AUDIT and not audit-status-ok
                  Display 'COBSMTPE: read failed for AUDHIST, '
                          'status=' er-audit-status
                  add 1 to er-error-count
                  move 'Y' to er-end-of-audit
               end-if
               if not END-OF-AUDIT
                  move hy-audit-line to audit-record
                  move 'AUDHIST ' to er-dt-file
                  move hy-key     to er-dt-key
                  Perform Redact-Audit-Line
                     thru Redact-Audit-Line-Exit
                  if er-line-changed equal 'Y' and RUN-ERASE
                     move audit-record to hy-audit-line
                     Rewrite audit-history-record
                     if audit-status-ok
                        add 1 to er-audit-changed
                     else
                        Display 'COBSMTPE: rewrite failed for '
                                'AUDHIST, status=' er-audit-status
                                ' key=' hy-key
                        add 1 to er-error-count
                     end-if
                  end-if
               end-if
           end-perform.
       Scan-Audit-History-Exit.
           Exit.

      *---------------------------------------------------------------*
      * An audit history archive generation, when the job supplies    *
      * one - fixed-length, so redacted lines are rewritten in place  *
      *---------------------------------------------------------------*
       Scan-Audit-Archive.
           if RUN-ERASE
              Open I-O Audit-Archive
           else
              Open Input Audit-Archive
           end-if.
           if audarch-not-supplied
              go to Scan-Audit-Archive-Exit
           end-if.
           If not audarch-status-ok
              Display 'COBSMTPE: open failed for AUDARCH, status='
                      er-audarch-status
              add 1 to er-error-count
              go to Scan-Audit-Archive-Exit
           end-if.
           move 'N' to er-end-of-audit.
           Perform until END-OF-AUDIT
               Read Audit-Archive
                   at end
                       move 'Y' to er-end-of-audit
               end-read
               if not END-OF-AUDIT and not audarch-status-ok
                  Display 'COBSMTPE: read failed for AUDARCH, '
                          'status=' er-audarch-status
                  add 1 to er-error-count
                  move 'Y' to er-end-of-audit
               end-if
               if not END-OF-AUDIT
                  move ag-audit-line to audit-record
                  move 'AUDARCH ' to er-dt-file
                  move ag-key     to er-dt-key
                  Perform Redact-Audit-Line
                     thru Redact-Audit-Line-Exit
                  if er-line-changed equal 'Y' and RUN-ERASE
                     move audit-record to ag-audit-line
                     Rewrite audit-archive-record
                     if audarch-status-ok
                        add 1 to er-audarch-changed
                     else
                        Display 'COBSMTPE: rewrite failed for '
                                'AUDARCH, status=' er-audarch-status
                                ' key=' ag-key
                        add 1 to er-error-count
                     end-if
                  end-if
               end-if
           end-perform.
           Close Audit-Archive.
       Scan-Audit-Archive-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One audit line in audit-record. It is redacted when it        *
      * carries an address being erased, or when it belongs to an     *
      * erased message by the match key surveyed up front - checked   *
      * first, while the line still holds its original values. Every  *
      * changed line is reported                                      *
      *---------------------------------------------------------------*
       Redact-Audit-Line.
           move 'N' to er-line-changed.
           move zero to er-line-hits er-line-card.
           perform varying er-cx from 1 by 1
                     until er-cx greater er-key-used
               if er-ky-sender(er-cx)     equal au-sender
                  and er-ky-subject(er-cx) equal au-subject
                  and er-ky-recipients(er-cx)
                      equal au-recipients
                  move er-ky-card(er-cx) to er-line-card
                  move 'Y' to er-line-changed
                  move er-key-used to er-cx
               end-if
           end-perform.
           move au-sender to er-slot.
           Perform Match-Slot thru Match-Slot-Exit.
           if er-slot-card greater zero
              move er-token-address to au-sender
              add 1 to er-line-hits
              Perform Note-Line-Card thru Note-Line-Card-Exit
           end-if.
           move au-recipients to er-list.
           Perform Redact-Audit-List thru Redact-Audit-List-Exit.
           move er-new-list to au-recipients.
           move au-cc to er-list.
           Perform Redact-Audit-List thru Redact-Audit-List-Exit.
           move er-new-list to au-cc.
           move au-bcc to er-list.
           Perform Redact-Audit-List thru Redact-Audit-List-Exit.
           move er-new-list to au-bcc.
           if er-line-hits greater zero
              move 'Y' to er-line-changed
           end-if.
           if er-line-changed not equal 'Y'
              go to Redact-Audit-Line-Exit
           end-if.
           move er-token-subject to au-subject.
           if RUN-ERASE
              move 'REDACTED'     to er-dt-action
           else
              move 'WOULD REDACT' to er-dt-action
           end-if.
           move au-rc        to er-wa-rc.
           move er-line-hits to er-wa-segments.
           move er-what-audit to er-dt-what.
           move er-ca-address(er-line-card) to er-dt-address.
           Write report-line from er-detail-line.
           add 1 to er-ca-changed(er-line-card).
       Redact-Audit-Line-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The first card a line matched (er-slot-card) is the one it    *
      * is reported against                                           *
      *---------------------------------------------------------------*
       Note-Line-Card.
           if er-line-card equal zero
              move er-slot-card to er-line-card
           end-if.
       Note-Line-Card-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One semicolon-joined address list (au-recipients, au-cc or    *
      * au-bcc) in er-list: rebuilt into er-new-list segment by       *
      * segment, each segment carrying an address being erased        *
      * replaced by the token - exactly as the same slot on the       *
      * redacted record comes out of Build-Recipient-String           *
      *---------------------------------------------------------------*
       Redact-Audit-List.
           move spaces to er-new-list.
           move 1 to er-list-ptr er-au-ptr.
           move 'N' to er-list-done.
           if er-list equal spaces
              go to Redact-Audit-List-Exit
           end-if.
           Perform Redact-Audit-Segment
              thru Redact-Audit-Segment-Exit
              until er-list-done equal 'Y'.
       Redact-Audit-List-Exit.
           Exit.

       Redact-Audit-Segment.
           move spaces to er-slot.
           unstring er-list delimited by ';'
               into er-slot
               with pointer er-list-ptr
           end-unstring.
           Perform Match-Slot thru Match-Slot-Exit.
           if er-slot-card greater zero
              add 1 to er-line-hits
              Perform Note-Line-Card thru Note-Line-Card-Exit
              move er-token-address to er-slot
           end-if.
           perform varying iy from 60 by -1
                     until iy less 1
                        or er-slot(iy:1) not equal space
           end-perform.
           if iy greater zero
              string er-slot(1:iy)
                     ';' delimited by size
                  into er-new-list
                  with pointer er-au-ptr
                  on overflow continue
              end-string
           end-if.
           if er-list-ptr greater 610
              move 'Y' to er-list-done
              go to Redact-Audit-Segment-Exit
           end-if.
           if er-list(er-list-ptr:) equal spaces
              move 'Y' to er-list-done
           end-if.
       Redact-Audit-Segment-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The address's bounce history on ADRHLTH goes - SUPRF, not     *
      * ADRHLTH, is what keeps it from being mailed again             *
      *---------------------------------------------------------------*
       Erase-Health-History.
           perform varying er-cx from 1 by 1
                     until er-cx greater er-card-used
               move er-ca-address(er-cx) to ah-address
               Read Health-File
                   invalid key
                       continue
               end-read
               if health-status-ok
                  Perform Delete-Health-Record
                     thru Delete-Health-Record-Exit
               else
                  if not health-not-found
                     Display 'COBSMTPE: read failed for ADRHLTH, '
                             'status=' er-health-status
                     add 1 to er-error-count
                  end-if
               end-if
           end-perform.
       Erase-Health-History-Exit.
           Exit.

       Delete-Health-Record.
           move 'ADRHLTH '           to er-dt-file.
           move ah-address(1:24)     to er-dt-key.
           move ah-address           to er-dt-address.
           move 'BOUNCE HISTORY'     to er-dt-what.
           if RUN-DRYRUN
              move 'WOULD DELETE'    to er-dt-action
              Write report-line from er-detail-line
              go to Delete-Health-Record-Exit
           end-if.
           Delete Health-File
               invalid key
                   continue
           end-delete.
           if health-status-ok
              move 'DELETED'         to er-dt-action
              Write report-line from er-detail-line
              add 1 to er-health-deleted
              add 1 to er-ca-changed(er-cx)
           else
              Display 'COBSMTPE: delete failed for ADRHLTH, status='
                      er-health-status ' key=' ah-address
              add 1 to er-error-count
           end-if.
       Delete-Health-Record-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Every erased address onto SUPRF as 'ERASURE', and the token   *
      * address with it. An address already there keeps its own       *
      * reason and date - it is reported as kept                      *
      *---------------------------------------------------------------*
       Suppress-Addresses.
           perform varying er-cx from 1 by 1
                     until er-cx greater er-card-used
               move er-ca-address(er-cx) to su-address
               Perform Suppress-One-Address
                  thru Suppress-One-Address-Exit
           end-perform.
           move er-token-address to su-address.
           Perform Suppress-One-Address
              thru Suppress-One-Address-Exit.
       Suppress-Addresses-Exit.
           Exit.

       Suppress-One-Address.
           move 'SUPRF   '  to er-dt-file.
           move su-address  to er-dt-address.
           move su-address(1:24) to er-dt-key.
           Read Suppress-File
               invalid key
                   continue
           end-read.
           if suppress-status-ok
              move 'KEPT'   to er-dt-action
              move spaces   to er-dt-what
              string 'ALREADY SUPPRESSED, REASON ' delimited by size
                     su-reason delimited by size
                  into er-dt-what
              end-string
              Write report-line from er-detail-line
              add 1 to er-suppress-kept
              go to Suppress-One-Address-Exit
           end-if.
           if not suppress-not-found
              Display 'COBSMTPE: read failed for SUPRF, status='
                      er-suppress-status ' key=' su-address
              add 1 to er-error-count
              go to Suppress-One-Address-Exit
           end-if.
           move 'REASON ERASURE' to er-dt-what.
           if RUN-DRYRUN
              move 'WOULD ADD'   to er-dt-action
              Write report-line from er-detail-line
              go to Suppress-One-Address-Exit
           end-if.
           move 'ERASURE'    to su-reason.
           move er-timestamp to su-added-time.
           Write suppression-record
               invalid key
                   continue
           end-write.
           if suppress-status-ok
              move 'ADDED'       to er-dt-action
              Write report-line from er-detail-line
              add 1 to er-suppress-added
           else
              Display 'COBSMTPE: SUPRF write failed, status='
                      er-suppress-status ' key=' su-address
              add 1 to er-error-count
           end-if.
       Suppress-One-Address-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Per-address and per-file totals at the bottom - the DPO's     *
      * summary of the run                                            *
      *---------------------------------------------------------------*
       Print-Totals.
           move spaces to er-line.
           Write report-line from er-line.
           perform varying er-cx from 1 by 1
                     until er-cx greater er-card-used
               move spaces to er-line
               string 'RECORDS FOR ' delimited by size
                      er-ca-address(er-cx) delimited by space
                  into er-line
               end-string
               move er-line(1:30) to er-ct-label
               move er-ca-changed(er-cx) to er-ct-disp
               Write report-line from er-count-line
           end-perform.
           move spaces to er-line.
           Write report-line from er-line.
           move 'CARDS READ                  : ' to er-ct-label.
           move er-card-count to er-ct-disp.
           Write report-line from er-count-line.
           move 'ERRORS (CARDS AND RECORDS)  : ' to er-ct-label.
           move er-error-count to er-ct-disp.
           Write report-line from er-count-line.
           move 'SMTPAUD LINES NOT MERGED    : ' to er-ct-label.
           move er-audin-count to er-ct-disp.
           Write report-line from er-count-line.
           move 'QMAILF RECORDS REDACTED     : ' to er-ct-label.
           move er-queue-changed to er-ct-disp.
           Write report-line from er-count-line.
           move 'QARCHF RECORDS REDACTED     : ' to er-ct-label.
           move er-arch-changed to er-ct-disp.
           Write report-line from er-count-line.
           move 'QARCHK RECORDS REDACTED     : ' to er-ct-label.
           move er-archk-changed to er-ct-disp.
           Write report-line from er-count-line.
           move 'AUDHIST LINES REDACTED      : ' to er-ct-label.
           move er-audit-changed to er-ct-disp.
           Write report-line from er-count-line.
           move 'AUDARCH LINES REDACTED      : ' to er-ct-label.
           move er-audarch-changed to er-ct-disp.
           Write report-line from er-count-line.
           move 'ATTACHMENT KEYS DELETED     : ' to er-ct-label.
           move er-att-deleted to er-ct-disp.
           Write report-line from er-count-line.
           move 'ATTCHF RECORDS DELETED      : ' to er-ct-label.
           move er-store-deleted to er-ct-disp.
           Write report-line from er-count-line.
           move 'ATTACHMENT KEYS KEPT SHARED : ' to er-ct-label.
           move er-att-kept to er-ct-disp.
           Write report-line from er-count-line.
           move 'ADRHLTH RECORDS DELETED     : ' to er-ct-label.
           move er-health-deleted to er-ct-disp.
           Write report-line from er-count-line.
           move 'SUPRF ENTRIES ADDED         : ' to er-ct-label.
           move er-suppress-added to er-ct-disp.
           Write report-line from er-count-line.
           move 'SUPRF ENTRIES ALREADY THERE : ' to er-ct-label.
           move er-suppress-kept to er-ct-disp.
           Write report-line from er-count-line.
           move 'DUPFPF FINGERPRINTS DELETED : ' to er-ct-label.
           move er-fprint-deleted to er-ct-disp.
           Write report-line from er-count-line.
           move spaces to er-line.
           Write report-line from er-line.
           if RUN-DRYRUN
              move 'DRY RUN - NOTHING CHANGED. THE LINES ABOVE ARE '
                to er-line
              move 'WHAT AN ERASE RUN WOULD CHANGE' to er-line(48:30)
              Write report-line from er-line
           end-if.
           move 'END OF REPORT' to er-line.
           Write report-line from er-line.
       Print-Totals-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Close everything                                              *
      *---------------------------------------------------------------*
       Close-Files.
           Close Control-File.
           Close Queue-File.
           Close Archive-Keyed.
           Close Audit-File.
           Close Attach-File.
           Close Suppress-File.
           Close Health-File.
           Close Dupfp-File.
           Close Report-File.
       Close-Files-Exit.
           Exit.
