      *    takes the default of 3
      *
           05  rp-max-conn-failures       pic 9(03).
      *
      *    DKIM signing: the selector (s=), signing domain (d=) and
      *    the ICSF PKDS label of the RSA private key COBSMTPC signs
      *    this profile's mail with. The key itself never leaves
      *    ICSF - the batch ids need READ on the label's CSFKEYS
      *    profile and on CSFSERV CSFOWH and CSFDSG. Any of the
      *    three blank and the profile's mail goes out unsigned,
      *    exactly as before - leave them blank for internal relays.
      *
      *    NOTE: a 212-byte SMTPPRF cut before these fields existed
      *    goes through COBSMTPV PARM='DKIM' once, which adds them
      *    as spaces
      *
           05  rp-dkim-selector           pic x(32).
           05  rp-dkim-domain             pic x(64).
           05  rp-dkim-key-label          pic x(64).
