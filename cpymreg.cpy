      *****************************************************************
      *  One mailing on the keyed (VSAM KSDS) MAILREG mailing         *
      *  registry - who owns a mailing-id and who pays for it.        *
      *  mg-mailing-id is the unique record key, the same 8 bytes     *
      *  the extracts carry on their 'H' header and the queue keeps   *
      *  in qm-mailing-id.                                            *
      *                                                               *
      *  COBSMTPM refuses an extract header whose mailing-id is not   *
      *  on file or not 'A'ctive; COBSMTPB reports any unregistered   *
      *  mailing-id it meets on the queue (records other              *
      *  applications queued directly); COBSMTPK charges each         *
      *  month's traffic back to mg-cost-centre.                      *
      *                                                               *
      *  Maintained like SUPRF: the mailing owners' requests are      *
      *  keyed into a flat card deck and loaded with IDCAMS REPRO     *
      *  REPLACE - closing a mailing is a REPRO of its record with    *
      *  mg-status 'C' and the closed date filled in.                 *
      *****************************************************************
       01  mailing-registry-record.
           05  mg-mailing-id              pic x(08).
           05  mg-status                  pic x(01).
               88  mg-active                    value 'A'.
               88  mg-closed                    value 'C'.
           05  mg-dept                    pic x(20).
           05  mg-cost-centre             pic x(08).
           05  mg-contact                 pic x(60).
           05  mg-description             pic x(60).
           05  mg-opened-date             pic x(10).
           05  mg-closed-date             pic x(10).
           05  filler                     pic x(23).
