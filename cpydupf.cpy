      *****************************************************************
      *  One message fingerprint on the keyed (VSAM KSDS) DUPFPF      *
      *  duplicate-mail file. df-fingerprint is the unique record     *
      *  key: the SHA-256 of the message's recipients (bare address,  *
      *  upper-cased), subject and body rows, worked out by the       *
      *  COBSMTPG subprogram so every program gets the same 32 bytes  *
      *  for the same message.                                        *
      *                                                               *
      *  The rest of the record says which message OWNS the           *
      *  fingerprint - the first one seen with it, or the one an      *
      *  operator released as a genuine repeat. Any other message     *
      *  carrying the same fingerprint is a duplicate: COBSMTPM       *
      *  writes it held instead of pending, and COBSMTPB holds it     *
      *  before the send (the backstop for records other              *
      *  applications queue directly). Both list it on DUPRPT with    *
      *  both message-ids and both mailing-ids.                       *
      *                                                               *
      *  COBSMTPQ RELEASE DUPMSG / DUPMAIL hands the fingerprint to   *
      *  the released message and makes it pending again, and         *
      *  COBSMTPQ PURGE FPRINT <nnn> deletes the fingerprints owned   *
      *  for longer than nnn days - that card is what sets how long   *
      *  a message is remembered.                                     *
      *  COBSMTPE deletes the fingerprint a message owns when the     *
      *  message is redacted by a personal-data erasure.              *
      *                                                               *
      *  df-owner-source names the program that registered the owner: *
      *  COBSMTPM (composed from MAILXTR), COBSMTPB (queued directly  *
      *  by another application, first seen at the send) or COBSMTPQ  *
      *  (released by an operator).                                   *
      *****************************************************************
       01  fingerprint-record.
           05  df-fingerprint             pic x(32).
           05  df-message-id              pic x(16).
           05  df-mailing-id              pic x(08).
           05  df-owned-time              pic x(19).
           05  df-owner-source            pic x(08).
           05  filler                     pic x(17).
