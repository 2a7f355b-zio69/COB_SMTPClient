      *****************************************************************
      *  One report on the keyed (VSAM KSDS) DISTLST distribution-    *
      *  list file - who gets a batch report by e-mail, and how.      *
      *  dl-report-id is the unique record key, the same 8 bytes the  *
      *  COBSMTPD step's DSTPARM card names.                          *
      *                                                               *
      *  dl-mailing-id is the mailing the report's mail is queued     *
      *  under: it must be registered and active on MAILREG like any  *
      *  other mailing, so report distribution is charged back to     *
      *  the owning cost centre by COBSMTPK along with everything     *
      *  else. dl-profile names the SMTPPRF relay profile.            *
      *                                                               *
      *  dl-delivery 'I' puts the report in the mail body - only     *
      *  while it fits the 200-row, 128-byte body of a queue record;  *
      *  a report that does not fit is attached instead, so nothing   *
      *  is ever cut. 'A' always attaches it as text/plain, split     *
      *  into parts of about dl-part-lines lines (at the next page    *
      *  break) and five parts per mail.                              *
      *                                                               *
      *  dl-format 'A' is FBA print with an ASA carriage-control byte *
      *  in column 1, 'T' plain FB text. dl-record-length is the      *
      *  report dataset's LRECL (zero takes 133 for 'A', 80 for 'T'). *
      *  dl-skip-empty 'Y' sends nothing at all when the report has   *
      *  no non-blank line.                                           *
      *                                                               *
      *  Maintained like SUPRF and MAILREG: a flat card deck loaded   *
      *  with IDCAMS REPRO REPLACE.                                   *
      *****************************************************************
       01  distribution-list-record.
           05  dl-report-id               pic x(08).
           05  dl-mailing-id              pic x(08).
           05  dl-profile                 pic x(08).
           05  dl-sender                  pic x(60).
           05  dl-subject                 pic x(80).
           05  dl-delivery                pic x(01).
               88  dl-inline                    value 'I'.
               88  dl-attach                    value 'A'.
           05  dl-format                  pic x(01).
               88  dl-asa-print                 value 'A'.
               88  dl-plain-text                value 'T'.
           05  dl-skip-empty              pic x(01).
               88  dl-only-if-data              value 'Y'.
           05  dl-record-length           pic 9(03).
           05  dl-part-lines              pic 9(06).
           05  dl-priority                pic 9(01).
           05  dl-attach-name             pic x(40).
           05  dl-recipients.
               10  dl-to             occurs 10 pic x(60).
           05  dl-carbon-copy.
               10  dl-cc             occurs 10 pic x(60).
           05  filler                     pic x(33).
