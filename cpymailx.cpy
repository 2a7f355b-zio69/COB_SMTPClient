      *  each following 'D' detail record is one addressee with the   *
      *  variable name/value pairs substituted into the template.     *
      *  A new 'H' record starts the next mailing in the same file.   *
      *  Each 'D' record may be followed by 'L' line-item records -   *
      *  one per row of a repeated template block (a statement's      *
      *  transactions), each with its own name/value pairs.           *
      *  A 'T' trailer record closes each mailing with its control    *
      *  totals - how many 'D' records it carries and the hash total  *
      *  of the account variable the header names - and COBSMTPM      *
      *  holds the whole mailing when they do not agree.              *
      *****************************************************************
       01  merge-extract-record.
           05  mx-record-type             pic x(01).
               88  mx-header                    value 'H'.
               88  mx-detail                    value 'D'.
               88  mx-line-item                 value 'L'.
               88  mx-trailer                   value 'T'.
           05  mx-header-data.
               10  mx-template-id         pic x(08).
               10  mx-profile             pic x(08).
      *
               10  mx-approval            pic x(01).
               10  mx-reviewer            pic x(60).
      *
      *        the variable the trailer's hash total is taken over -
      *        each detail's value of it read as a whole number (its
      *        digits only, so '12-3456' counts as 123456), summed
      *        and kept to the low-order 18 digits. Spaces means ACCT;
      *        a detail without the variable adds nothing
      *
               10  mx-control-var         pic x(08).
               10  filler                 pic x(979).
           05  mx-detail-data redefines mx-header-data.
               10  mx-recipient           pic x(60).
               10  mx-cc                  pic x(60).
                   15  mx-variable occurs 15.
                       20  mx-var-name    pic x(08).
                       20  mx-var-value   pic x(60).
           05  mx-item-data redefines mx-header-data.
               10  mx-item-variables.
                   15  mx-item-variable occurs 15.
                       20  mx-item-var-name
                                          pic x(08).
                       20  mx-item-var-value
                                          pic x(60).
               10  filler                 pic x(138).
           05  mx-trailer-data redefines mx-header-data.
      *
      *        the mailing-id of the header it closes, and the totals
      *        the sending application counted as it wrote the
      *        mailing's 'D' records ('L' records are not counted)
      *
               10  mx-tr-mailing-id       pic x(08).
               10  mx-tr-detail-count     pic 9(08).
               10  mx-tr-hash-total       pic 9(18).
               10  filler                 pic x(1124).
