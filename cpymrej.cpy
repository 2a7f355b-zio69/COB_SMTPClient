      *****************************************************************
      *  One record of the MAILREJ merge reject file - an extract     *
      *  record COBSMTPM could not queue, handed back to the          *
      *  application that sent it with the reason why.                *
      *                                                               *
      *  rj-extract-record is the MAILXTR record exactly as it was    *
      *  sent (lay a cpymailx merge-extract-record over it), and the  *
      *  file is itself a complete extract: for every mailing with    *
      *  rejects the 'H' header as received, each rejected 'D' with   *
      *  its 'L' line items, and a 'T' trailer whose totals are those *
      *  of the rejected details. Correct the 'D' records, recount    *
      *  the trailer if an account value changed, and write the       *
      *  rj-extract-records back out as the next MAILXTR.             *
      *                                                               *
      *  The reason is on the 'D' record and repeated on its 'L'      *
      *  records; headers and trailers carry spaces:                  *
      *    AS  an address fails the syntax check (rj-reason-data is   *
      *        the address - recipient or cc)                         *
      *    NR  no recipient                                           *
      *    MV  a template variable the record does not carry          *
      *        (rj-reason-data is its name)                           *
      *    SP  recipient on the SUPRF do-not-mail list (rj-reason-    *
      *        data is the SUPRF reason code)                         *
      *    BO  merged body over the 200 rows a queue record holds     *
      *    MR  mailing refused - not registered / not active on       *
      *        MAILREG                                                *
      *    NT  template missing or unusable                           *
      *****************************************************************
       01  mail-reject-record.
           05  rj-reason-code             pic x(02).
               88  rj-address-syntax            value 'AS'.
               88  rj-no-recipient              value 'NR'.
               88  rj-missing-variable          value 'MV'.
               88  rj-suppressed                value 'SP'.
               88  rj-body-overflow             value 'BO'.
               88  rj-mailing-refused           value 'MR'.
               88  rj-no-template               value 'NT'.
           05  rj-reason-text             pic x(30).
           05  rj-reason-data             pic x(60).
           05  filler                     pic x(08).
           05  rj-extract-record.
               10  rj-record-type         pic x(01).
               10  rj-record-data         pic x(1158).
