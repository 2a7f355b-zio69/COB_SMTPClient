      *****************************************************************
      *  One line of the keyed (VSAM KSDS) AUDHIST audit history -    *
      *  every SMTPAUD line COBSMTPC ever wrote, merged nightly from  *
      *  the per-task logs by COBSMTPL and kept in timestamp order,   *
      *  so a date range is a START and a short read forward instead  *
      *  of a pass over years of flat file.                           *
      *                                                               *
      *  hy-key is the line's own timestamp followed by a sequence    *
      *  number telling apart the lines stamped in the same second    *
      *  (several tasks, several relays). hy-audit-line is the        *
      *  SMTPAUD line exactly as written - readers move it to a       *
      *  cpyaudit audit-record and use the au- names as before.       *
      *                                                               *
      *  Lines past the retention period are moved, still in this     *
      *  layout, to the PROD.COBSMTPC.AUDIT.HISTORY.ARCHIVE GDG by    *
      *  COBSMTPL PARM='RETAIN' - REPRO a generation back to read it  *
      *  again.                                                       *
      *****************************************************************
       01  audit-history-record.
           05  hy-key.
               10  hy-timestamp           pic x(19).
               10  hy-seq                 pic 9(05).
           05  hy-audit-line              pic x(1998).
