      *  are to appear in the mail. Both subject and body text may     *
      *  contain substitution variables (&NAME, &ACCT, &AMOUNT...)     *
      *  resolved per addressee from the variable-data extract.        *
      *                                                                *
      *  Among the body lines a template may also carry:               *
      *    'R' / 'E'  start and end of a block repeated once per       *
      *               'L' line item the addressee's detail record      *
      *               brings (a statement's transaction table). In     *
      *               the block a variable is looked up on the line    *
      *               item first, then on the detail record. No line   *
      *               item, no block.                                  *
      *    'I' / 'F'  start and end (IF ... FI) of lines printed only  *
      *               when the variable named on the 'I' record        *
      *               (&OVERDUE, from column 1 of tp-text) is present  *
      *               and neither blank nor zero ('0', '0.00'...).     *
      *  Blocks of one kind do not nest; an IF may sit inside a        *
      *  repeat block (tested per line item) or hold a whole one,      *
      *  but the two may not overlap. Their text is not printed.       *
      *****************************************************************
       01  letter-template-record.
           05  tp-template-id             pic x(08).
           05  tp-record-type             pic x(01).
               88  tp-subject-line              value 'S'.
               88  tp-body-line                 value 'B'.
               88  tp-repeat-start              value 'R'.
               88  tp-repeat-end                value 'E'.
               88  tp-if-start                  value 'I'.
               88  tp-if-end                    value 'F'.
               88  tp-comment-line              value '*'.
           05  tp-text                    pic x(128).
