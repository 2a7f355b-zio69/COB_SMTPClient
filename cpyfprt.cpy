      *****************************************************************
      *  The parameter handed to COBSMTPG, the message fingerprint    *
      *  subprogram. The caller moves in the parts of the message     *
      *  the fingerprint covers - the ten recipient slots, the        *
      *  subject and the body rows, straight off a queued-mail-record *
      *  or an archive record - and gets back the 32-byte SHA-256     *
      *  that keys the DUPFPF duplicate-mail file (cpydupf).          *
      *                                                               *
      *  fp-return-code 0 is a good fingerprint; 8 means ICSF could   *
      *  not hash the message (fp-icsf-rc / fp-icsf-reason say why)   *
      *  and fp-fingerprint is low-values - the message has NOT been  *
      *  checked and the caller must not treat it as seen or unseen.  *
      *****************************************************************
       01  fingerprint-parm.
           05  fp-recipients.
               10  fp-recipient      occurs 10 pic x(60).
           05  fp-subject                 pic x(80).
           05  fp-num-rows                pic 9(04) binary.
           05  fp-txt-msg.
               10  fp-msg-row        occurs 200 pic x(128).
           05  fp-fingerprint             pic x(32).
           05  fp-return-code             pic 9(02).
           05  fp-icsf-rc                 pic s9(8) binary.
           05  fp-icsf-reason             pic s9(8) binary.
