      *****************************************************************
      *  One operator action on the keyed (VSAM KSDS) OPLOGF online   *
      *  action log - written by the COBSMTPO queue console for every *
      *  record it changes, in the same unit of work as the change:   *
      *  a change whose log record cannot be written is backed out.   *
      *                                                               *
      *  Keyed on the message-id first, so everything ever done to    *
      *  one message is a generic read away; the timestamp and the    *
      *  CICS task number behind it keep every key unique. A          *
      *  mailing-level action writes one record per message it        *
      *  changed, ol-scope 'MAILING', so the log proves exactly which *
      *  records an operator's APPROVE released.                      *
      *                                                               *
      *  ol-old-status / ol-new-status are the qm-status bytes        *
      *  before and after; a REJECT takes the record off the queue    *
      *  to the archive and leaves ol-new-status 'X'.                 *
      *****************************************************************
       01  operator-log-record.
           05  ol-key.
               10  ol-message-id          pic x(16).
               10  ol-timestamp           pic x(19).
               10  ol-task-nbr            pic 9(07).
           05  ol-userid                  pic x(08).
           05  ol-termid                  pic x(04).
           05  ol-tranid                  pic x(04).
           05  ol-action                  pic x(08).
           05  ol-scope                   pic x(08).
           05  ol-mailing-id              pic x(08).
           05  ol-old-status              pic x(01).
           05  ol-new-status              pic x(01).
           05  filler                     pic x(16).
