      *****************************************************************
      *                                                               *
      *   Message fingerprint subprogram for duplicate-mail           *
      *   detection. CALLed with a cpyfprt fingerprint-parm holding   *
      *   one message's recipients, subject and body rows; hands      *
      *   back the SHA-256 of them, the key of the DUPFPF duplicate   *
      *   file (cpydupf).                                             *
      *                                                               *
      *   COBSMTPM (at compose time), COBSMTPB (before the send),     *
      *   COBSMTPQ (releasing a genuine repeat) and COBSMTPE (the     *
      *   erasure run) all call this one routine, so the same message *
      *   gives the same fingerprint wherever it is looked at.        *
      *                                                               *
      *   What goes into the hash, in this order:                     *
      *                                                               *
      *     - each non-blank recipient slot as its bare address (the  *
      *       part inside <> of a 'Name <address>' slot), upper-      *
      *       cased, followed by a ';' - so a display name or a       *
      *       change of case does not make a repeat look new          *
      *     - the 80-byte subject exactly as queued                   *
      *     - the body rows, 128 bytes each, exactly as queued        *
      *                                                               *
      *   Cc and bcc are left out: the same statement to the same     *
      *   member is a duplicate whoever else is copied.               *
      *                                                               *
      *   The hash is ICSF CSNBOWH SHA-256, the service COBSMTPC      *
      *   already signs DKIM with. At most 26,290 bytes go in, so it  *
      *   is always a single ONLY call. An ICSF failure is displayed  *
      *   and returned as fp-return-code 8 with a low-values          *
      *   fingerprint - the caller decides what an unchecked message  *
      *   means for it.                                               *
      *                                                               *
      *****************************************************************
       Identification Division.
       Program-id. COBSMTPG.
       Data Division.
       Working-Storage Section.
      *---------------------------------------------------------------*
      * The text the hash is taken over, and how much of it is used   *
      *---------------------------------------------------------------*
       01  fg-text                        pic x(26400).
       01  fg-text-used                   pic 9(8) binary.
       01  fg-ix                          pic 9(4) binary.
       01  fg-iy                          pic 9(4) binary.
       01  fg-start                       pic 9(4) binary.
       01  fg-lgt                         pic 9(4) binary.
       01  fg-rows                        pic 9(4) binary.
       01  fg-slot                        pic x(60).
       01  fg-bare                        pic x(60).
       01  fg-bare-lgt                    pic 9(4) binary.
       01  fg-lower                       pic x(26)
               value 'abcdefghijklmnopqrstuvwxyz'.
       01  fg-upper                       pic x(26)
               value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *---------------------------------------------------------------*
      * ICSF CSNBOWH one-way hash - the same parameter list COBSMTPC  *
      * builds for the DKIM body and header hashes                    *
      *---------------------------------------------------------------*
       01  fg-icsf-rc                     pic s9(8) binary.
       01  fg-icsf-reason                 pic s9(8) binary.
       01  fg-exit-len                    pic s9(8) binary value zero.
       01  fg-exit-data                   pic x(04) value spaces.
       01  fg-rule-count                  pic s9(8) binary.
       01  fg-rule-array.
           05  fg-rule                    pic x(08) occurs 2.
       01  fg-text-len                    pic s9(8) binary.
       01  fg-chain-len                   pic s9(8) binary value 128.
       01  fg-chain                       pic x(128).
       01  fg-hash-len                    pic s9(8) binary value 32.
       01  fg-hash                        pic x(32).
       Linkage Section.
       copy cpyfprt.
       Procedure Division using fingerprint-parm.
      *=============================================*
       Main-Logic.
           move low-values to fp-fingerprint.
           move zero to fp-return-code fp-icsf-rc fp-icsf-reason.
           Perform Build-Hash-Text thru Build-Hash-Text-Exit.
           Perform Call-Hash       thru Call-Hash-Exit.
           Goback.

      *---------------------------------------------------------------*
      * Lay the recipients, the subject and the body rows end to end  *
      * in fg-text                                                    *
      *---------------------------------------------------------------*
       Build-Hash-Text.
           move spaces to fg-text.
           move zero to fg-text-used.
           perform varying fg-ix from 1 by 1
                     until fg-ix greater 10
               if fp-recipient(fg-ix) greater spaces
                  move fp-recipient(fg-ix) to fg-slot
                  Perform Extract-Bare-Address
                     thru Extract-Bare-Address-Exit
                  if fg-bare-lgt greater zero
                     move fg-bare(1:fg-bare-lgt)
                       to fg-text(fg-text-used + 1:fg-bare-lgt)
                     add fg-bare-lgt to fg-text-used
                     add 1 to fg-text-used
                     move ';' to fg-text(fg-text-used:1)
                  end-if
               end-if
           end-perform.
           move fp-subject to fg-text(fg-text-used + 1:80).
           add 80 to fg-text-used.
      *
      *    a row count past the queue's 200 rows is held to what
      *    the parameter can carry
      *
           if fp-num-rows greater 200
              move 200 to fg-rows
           else
              move fp-num-rows to fg-rows
           end-if.
           perform varying fg-ix from 1 by 1
                     until fg-ix greater fg-rows
               move fp-msg-row(fg-ix)
                 to fg-text(fg-text-used + 1:128)
               add 128 to fg-text-used
           end-perform.
       Build-Hash-Text-Exit.
           Exit.

      *---------------------------------------------------------------*
      * fg-slot into fg-bare, upper-cased: the text inside <> when    *
      * the slot carries the fancy form, the whole slot otherwise -   *
      * fg-bare-lgt is its length without the trailing spaces         *
      *---------------------------------------------------------------*
       Extract-Bare-Address.
           move spaces to fg-bare.
           move zero to fg-bare-lgt.
           perform varying fg-iy from 1 by 1
                     until fg-iy greater 60
                        or fg-slot(fg-iy:1) equal '<'
           end-perform.
           if fg-iy greater 60
              move fg-slot to fg-bare
           else
              compute fg-start = fg-iy + 1
              move zero to fg-lgt
              perform until fg-start + fg-lgt greater 60
                         or fg-slot(fg-start + fg-lgt:1) equal '>'
                         or fg-slot(fg-start + fg-lgt:1) equal space
                  add 1 to fg-lgt
              end-perform
              if fg-lgt greater zero
                 move fg-slot(fg-start:fg-lgt) to fg-bare
              end-if
           end-if.
           inspect fg-bare converting fg-lower to fg-upper.
           perform varying fg-bare-lgt from 60 by -1
                     until fg-bare-lgt equal zero
                        or fg-bare(fg-bare-lgt:1) not equal space
           end-perform.
       Extract-Bare-Address-Exit.
           Exit.

      *---------------------------------------------------------------*
      * CSNBOWH SHA-256 over fg-text in one ONLY call. ICSF return    *
      * code 0 is clean and 4 a warning; anything else leaves the     *
      * message unfingerprinted                                       *
      *---------------------------------------------------------------*
       Call-Hash.
           move 2 to fg-rule-count.
           move 'SHA-256 ' to fg-rule(1).
           move 'ONLY    ' to fg-rule(2).
           move fg-text-used to fg-text-len.
           move 32 to fg-hash-len.
           move 128 to fg-chain-len.
           move low-values to fg-chain.
           call 'CSNBOWH' using fg-icsf-rc
                                fg-icsf-reason
                                fg-exit-len
                                fg-exit-data
                                fg-rule-count
                                fg-rule-array
                                fg-text-len
                                fg-text
                                fg-chain-len
                                fg-chain
                                fg-hash-len
                                fg-hash.
           move fg-icsf-rc     to fp-icsf-rc.
           move fg-icsf-reason to fp-icsf-reason.
           if fg-icsf-rc greater 4
              display 'COBSMTPG: CSNBOWH failed, return code '
                      fg-icsf-rc ' reason code ' fg-icsf-reason
              move 8 to fp-return-code
              go to Call-Hash-Exit
           end-if.
           move fg-hash to fp-fingerprint.
       Call-Hash-Exit.
           Exit.
