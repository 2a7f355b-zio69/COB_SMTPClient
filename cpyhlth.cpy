      *****************************************************************
      *  One address on the keyed (VSAM KSDS) ADRHLTH address-health  *
      *  file - the running bounce history COBSMTPN keeps for every   *
      *  address a non-delivery report has ever come back for.       *
      *  ah-address is the unique record key: the bare address off   *
      *  the DSN's Final-Recipient line, stored exactly as the report *
      *  carries it, the same byte-for-byte form SUPRF is keyed on.   *
      *                                                               *
      *  ah-last-status is the RFC 3464 'Status:' code of the latest  *
      *  bounce (5.x.x permanent, 4.x.x transient); its first digit   *
      *  lands in ah-last-class. A bounce whose report carried no     *
      *  Status line is counted as transient, so a malformed report   *
      *  can never suppress an address on its own.                    *
      *                                                               *
      *  Soft bounces are also counted as a run: the run starts at    *
      *  ah-soft-run-start and keeps counting while bounces keep      *
      *  arriving inside the BNCPARM window; the first soft bounce    *
      *  after the window has closed starts a fresh run. When the    *
      *  hard count or the soft run reaches its BNCPARM limit,        *
      *  COBSMTPN writes the address to SUPRF with su-reason          *
      *  'BOUNCED' and stamps ah-suppressed-time - once only.         *
      *                                                               *
      *  COBSMTPH reads the file back for the weekly address-quality  *
      *  report by mailing-id.                                        *
      *****************************************************************
       01  address-health-record.
           05  ah-address                 pic x(60).
           05  ah-last-mailing-id         pic x(08).
           05  ah-last-message-id         pic x(16).
           05  ah-last-status             pic x(09).
           05  ah-last-class              pic x(01).
               88  ah-last-hard                 value '5'.
               88  ah-last-soft                 value '4'.
           05  ah-first-bounce-time       pic x(19).
           05  ah-last-bounce-time        pic x(19).
           05  ah-bounce-count            pic 9(05).
           05  ah-hard-count              pic 9(05).
           05  ah-soft-count              pic 9(05).
           05  ah-soft-run-count          pic 9(05).
           05  ah-soft-run-start          pic x(19).
           05  ah-suppressed-flag         pic x(01).
               88  ah-suppressed                value 'Y'.
           05  ah-suppressed-time         pic x(19).
           05  filler                     pic x(20).
