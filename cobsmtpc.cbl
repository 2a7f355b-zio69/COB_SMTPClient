      * more: the socket descriptor and session state have to         *
      * survive between calls.                                        *
      *                                                               *
      * DKIM: when the caller passes a selector, a signing domain and *
      * an ICSF key label (COBSMTPB takes them off the relay profile) *
      * every message goes out with a DKIM-Signature header -         *
      * rsa-sha256, relaxed/relaxed, covering From, To, Subject,      *
      * Date, Message-ID and the whole body, alternative parts and    *
      * attachments included. The hashing and the RSA signature are  *
      * done by ICSF (CSNBOWH, CSNDDSG) against the PKDS key label -  *
      * the private key never exists outside ICSF. A signing failure  *
      * aborts the DATA phase (rc 62) rather than send the message    *
      * unsigned. Leave the three fields blank and the message goes   *
      * out unsigned exactly as it always has.                        *
      *                                                               *
      *****************************************************************

       Identification Division.
       01  au-ptr                         pic 9(4) binary.
       01  au-file-status                 pic x(02) value '00'.
           88  au-file-status-ok              value '00'.
      *---------------------------------------------------------------*
      * DKIM signing (RFC 6376, rsa-sha256, relaxed/relaxed). The     *
      * signed headers are caught in their wire (ASCII) form as       *
      * Write-Message/Write-Text-Message send them, named by           *
      * dkim-capture-name; the body is run through those very         *
      * paragraphs once with the socket write switched off           *
      * (dkim-body-pass-flag) so the body hash sees exactly the bytes *
      * the relay is about to get                                     *
      *---------------------------------------------------------------*
       01  dkim-signing-flag              pic x value 'N'.
           88  DKIM-SIGNING                   value 'Y'.
       01  dkim-body-pass-flag            pic x value 'N'.
           88  DKIM-BODY-PASS                 value 'Y'.
       01  dkim-capture-name              pic x(10) value spaces.
       01  dkim-hdr-count                 pic 9(4) binary.
       01  dkim-to-count                  pic 9(4) binary.
       01  dkim-headers.
           05  dkim-hdr occurs 16.
               10  dkim-hdr-name          pic x(10).
               10  dkim-hdr-len           pic 9(4) binary.
               10  dkim-hdr-value         pic x(512).
      *
      *    h= order. A header listed more than once (one To: line
      *    per recipient) is taken from the bottom up, as RFC 6376
      *    has the verifier do it
      *
       01  dkim-signed-names              pic x(50) value
             'from      to        subject   date      message-id'.
       01  redefines dkim-signed-names.
           05  dkim-signed-name           pic x(10) occurs 5.
       01  dkim-nx                        pic 9(4) binary.
       01  dkim-hx                        pic 9(4) binary.
       01  dkim-bx                        pic 9(8) binary.
       01  dkim-byte                      pic x.
       01  dkim-hold                      pic x.
       01  dkim-wsp-pending               pic x.
       01  dkim-text-seen                 pic x.
      *
      *    relaxed body canonicalization state, carried from one
      *    written line to the next: a CR waiting for its LF,
      *    whether the current line has any text yet, and the
      *    empty lines held back until text follows them (empty
      *    lines at the end of the body are dropped). The body
      *    starts with one held back - the blank line after the
      *    headers goes out as a doubled CRLF
      *
       01  dkim-cr-pending                pic x.
       01  dkim-line-content              pic x.
       01  dkim-empty-lines               pic 9(8) binary.
       01  dkim-emit                      pic x.
      *
      *    canonical body, hashed a buffer-full at a time - ICSF
      *    wants every piece but the last a multiple of 64 bytes
      *
       01  dkim-body-len                  pic 9(8) binary.
       01  dkim-body-total                pic 9(8) binary.
       01  dkim-body-chained              pic x.
       01  dkim-body-buf                  pic x(32768).
       01  dkim-empty-body-hash           pic x(44) value
             '47DEQpj8HBSa+/TImW+5JCeuQeRkm5NMpJWZG3hSuFU='.
       01  dkim-bh                        pic x(44).
       01  dkim-h-list                    pic x(80).
       01  dkim-ptr                       pic 9(4) binary.
       01  dkim-lgt-domain                pic 9(4) binary.
       01  dkim-lgt-selector              pic 9(4) binary.
       01  dkim-sig-value                 pic x(400).
       01  dkim-sig-len                   pic 9(4) binary.
       01  dkim-work                      pic x(512).
       01  dkim-work-len                  pic 9(8) binary.
       01  dkim-htext                     pic x(8000).
       01  dkim-htext-len                 pic 9(8) binary.
       01  dkim-b64-src                   pic x(512).
       01  dkim-b64-src-len               pic 9(8) binary.
       01  dkim-b64-out                   pic x(700).
       01  dkim-b64-out-len               pic 9(8) binary.
       01  dkim-chunk-len                 pic 9(4) binary.
      *
      *    ICSF callable services: CSNBOWH (one-way hash) and
      *    CSNDDSG (digital signature generate). The hash handed to
      *    CSNDDSG under PKCS-1.1 is the DER DigestInfo - the
      *    SHA-256 algorithm prefix followed by the digest
      *
       01  dkim-icsf-service              pic x(08).
       01  dkim-icsf-failed               pic x value 'N'.
       01  dkim-icsf-rc                   pic s9(8) binary.
       01  dkim-icsf-reason               pic s9(8) binary.
       01  dkim-exit-len                  pic s9(8) binary value zero.
       01  dkim-exit-data                 pic x(04) value spaces.
       01  dkim-rule-count                pic s9(8) binary.
       01  dkim-rule-array.
           05  dkim-rule                  pic x(08) occurs 2.
       01  dkim-text-len                  pic s9(8) binary.
       01  dkim-chain-len                 pic s9(8) binary value 128.
       01  dkim-chain                     pic x(128).
       01  dkim-hash-len                  pic s9(8) binary value 32.
       01  dkim-hash                      pic x(32).
       01  dkim-key-id-len                pic s9(8) binary value 64.
       01  dkim-digest-len                pic s9(8) binary value 51.
       01  dkim-digest-info.
           05  filler                     pic x(19) value
               X'3031300D060960864801650304020105000420'.
           05  dkim-digest-hash           pic x(32).
       01  dkim-sig-field-len             pic s9(8) binary.
       01  dkim-sig-bit-len               pic s9(8) binary.
       01  dkim-signature                 pic x(512).
     *
       Linkage Section.
     *
      *    key - that is how COBSMTPB stamps qm-message-id onto the
      *    wire. spaces keep the classic minted id
      *
      *    05  dkim-selector              pic x(32).
      *    05  dkim-domain                pic x(64).
      *    05  dkim-key-label             pic x(64).
      *    can all be empty. when all three are supplied the message
      *    is DKIM-signed: s= and d= of the DKIM-Signature header,
      *    and the label of the RSA private key in the ICSF PKDS
      *    (the job's userid needs READ on it in CSFKEYS, and on
      *    CSFOWH/CSFDSG in CSFSERV). the public key must be
      *    published in DNS as <selector>._domainkey.<domain>
      *
      *    05  sender                     pic x(60).
      *    mandatory: a valid address the SMTP server will accept
      *    in doubt ask your mail administrator
            add 1 to nbyte
            inspect buf(1:nbyte) replacing all low-values by spaces
            call 'EZACIC04' using buf nbyte
            if DKIM-BODY-PASS
               Perform Dkim-Hash-Body thru Dkim-Hash-Body-Exit
               go to Write-Message-Exit
            end-if
            if DKIM-SIGNING and dkim-capture-name greater spaces
               Perform Dkim-Capture-Header
                  thru Dkim-Capture-Header-Exit
            end-if
            Move soket-write to ezaerror-function.
            Call 'EZASOKET' using soket-write socket-descriptor
                nbyte buf
            add 1 to nbyte
            move x'0D0A' to buf(nbyte:2)
            add 1 to nbyte
            if DKIM-BODY-PASS
               Perform Dkim-Hash-Body thru Dkim-Hash-Body-Exit
               go to Write-Text-Message-Exit
            end-if
            if DKIM-SIGNING and dkim-capture-name greater spaces
               Perform Dkim-Capture-Header
                  thru Dkim-Capture-Header-Exit
            end-if
            Move soket-write to ezaerror-function.
            Call 'EZASOKET' using soket-write socket-descriptor
                nbyte buf
      *
      * BODY
      *
      *     DKIM only when the profile names all three of selector,
      *     domain and key label - otherwise unsigned, as always
      *
            move 'N'  to dkim-signing-flag
            move zero to dkim-hdr-count
            move zero to dkim-to-count
            if dkim-selector greater spaces
               and dkim-domain greater spaces
               and dkim-key-label greater spaces
               move 'Y' to dkim-signing-flag
            end-if
            move 'from' to dkim-capture-name
            Move 'FROM: '  to buf

            if complex-sender = 's'
            end-if
            Perform Write-Message      thru   Write-Message-Exit.
      *
            move 'to' to dkim-capture-name
            perform varying ix from 1 by 1
                      until ix greater 10
               if recipient(ix) greater spaces
               end-if
            end-perform
      *
            move spaces to dkim-capture-name
            perform varying ix from 1 by 1
                      until ix greater 5
               if cc(ix) greater spaces
      *
            Perform Scan-Subject-Charset
               thru Scan-Subject-Charset-Exit
            move 'subject' to dkim-capture-name
            if SUBJECT-IS-PLAIN
               Move 'subject: ' to buf
               move subject to buf(10:)
      *     Date and Message-ID - RFC 5322 headers receiving domains
      *     increasingly insist on before they trust us
      *
            move 'date' to dkim-capture-name
            Perform Write-Date-Header
               thru Write-Date-Header-Exit.
            move 'message-id' to dkim-capture-name
            Perform Write-Message-Id-Header
               thru Write-Message-Id-Header-Exit.
            move spaces to dkim-capture-name
      *
      *     content headers: multipart/mixed when attachments ride
      *     along, multipart/alternative for an HTML body, plain
                    Perform Write-Message thru Write-Message-Exit
            end-evaluate
      *
      *     DKIM-Signature goes on last, once the headers it covers
      *     have been written and the body hash is known
      *
            if DKIM-SIGNING
               Perform Write-Dkim-Signature
                  thru Write-Dkim-Signature-Exit
            end-if
      *
      *     blank line - end of the RFC 822 header block
      *     (the extra CRLF Exchange servers always insisted on)
      *
            move x'0D25' to buf
            move 2 to nbyte
            Perform Write-Message      thru   Write-Message-Exit.
            Perform Write-Message-Body thru   Write-Message-Body-Exit.
      *
      *   send '.' followed by CRLF for End Of Message
      *
            Move '.'                                    to buf
            move 1  to nbyte
            Perform Transmit-Command thru Transmit-Command-Exit.
      *     display 'smtp host says ' buf
            if buf(1:1) not equal '2'
               display 'reply to DATA: ' buf
               move 55 to failure
               move -1 to retcode
               Perform Return-Code-Check thru Return-Code-Exit
            end-if
       compose-email-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Everything after the header block: the MIME preamble, the     *
      * body (plain, or the alternative pair), every attachment part  *
      * and the closing boundary. Run twice for a DKIM-signed         *
      * message - once with the socket write off to hash it, once     *
      * for real                                                      *
      *---------------------------------------------------------------*
       Write-Message-Body.
            if html equal '1' or number-of-pointers greater zero
               move mime-preamble to buf
               move 45 to nbyte
               move 39 to nbyte
               move '--_COBSMTPC_boundary_0x69f2abcdq47jh_--' to buf
               Perform Write-Message thru  Write-Message-Exit
            end-if.
       Write-Message-Body-Exit.
           Exit.

      *---------------------------------------------------------------*
            move i2 to nbyte.
       Strip-Html-Tags-Exit.
           Exit.

      *---------------------------------------------------------------*
      * The DKIM-Signature header. The body goes through              *
      * Write-Message-Body with the socket write switched off and is  *
      * hashed on the way (bh=); then the signed headers, caught as   *
      * they went out, are canonicalized and hashed together with     *
      * this header itself, b= still empty, and ICSF signs that hash  *
      * with the PKDS key the profile names. Any ICSF failure stops   *
      * the message here - better undelivered than delivered unsigned *
      * by a domain whose policy says it always signs                 *
      *---------------------------------------------------------------*
       Write-Dkim-Signature.
            move 'N'  to dkim-icsf-failed.
            move 'N'  to dkim-cr-pending.
            move 'N'  to dkim-line-content.
            move 'N'  to dkim-wsp-pending.
            move 'N'  to dkim-body-chained.
            move 1    to dkim-empty-lines.
            move zero to dkim-body-len.
            move zero to dkim-body-total.
            move 'Y'  to dkim-body-pass-flag.
            Perform Write-Message-Body thru Write-Message-Body-Exit.
            move 'N'  to dkim-body-pass-flag.
            Perform Dkim-Finish-Body-Hash
               thru Dkim-Finish-Body-Hash-Exit.
            if dkim-icsf-failed equal 'Y'
               go to Write-Dkim-Signature-Failed
            end-if.
      *
      *     the tag list, b= empty - exactly what goes on the wire
      *     below, folded there at the "; " boundaries
      *
            perform varying dkim-lgt-domain from 64 by -1
                      until dkim-lgt-domain less 1
                         or dkim-domain(dkim-lgt-domain:1)
                            greater space
            end-perform.
            perform varying dkim-lgt-selector from 32 by -1
                      until dkim-lgt-selector less 1
                         or dkim-selector(dkim-lgt-selector:1)
                            greater space
            end-perform.
            move spaces to dkim-h-list.
            move 1 to dkim-ptr.
            string 'from' delimited by size
                into dkim-h-list
                with pointer dkim-ptr
            end-string.
            perform dkim-to-count times
               string ':to' delimited by size
                   into dkim-h-list
                   with pointer dkim-ptr
               end-string
            end-perform.
            string ':subject:date:message-id' delimited by size
                into dkim-h-list
                with pointer dkim-ptr
            end-string.
            move spaces to dkim-sig-value.
            move 1 to dkim-ptr.
            string 'v=1; a=rsa-sha256; c=relaxed/relaxed; d='
                                              delimited by size
                   dkim-domain(1:dkim-lgt-domain)
                                              delimited by size
                   '; s='                     delimited by size
                   dkim-selector(1:dkim-lgt-selector)
                                              delimited by size
                   '; h='                     delimited by size
                   dkim-h-list                delimited by space
                   '; bh='                    delimited by size
                   dkim-bh                    delimited by size
                   '; b='                     delimited by size
                into dkim-sig-value
                with pointer dkim-ptr
            end-string.
            compute dkim-sig-len = dkim-ptr - 1.
      *
      *     header hash input: every signed header in h= order,
      *     canonicalized and CRLF-terminated, then this header
      *     with no CRLF
      *
            move zero to dkim-htext-len.
            perform varying dkim-nx from 1 by 1
                      until dkim-nx greater 5
               perform varying dkim-hx from dkim-hdr-count by -1
                         until dkim-hx less 1
                  if dkim-hdr-name(dkim-hx)
                     equal dkim-signed-name(dkim-nx)
                     Perform Dkim-Add-Header
                        thru Dkim-Add-Header-Exit
                  end-if
               end-perform
            end-perform.
            move spaces to dkim-work.
            move 'dkim-signature:' to dkim-work.
            move dkim-sig-value(1:dkim-sig-len)
              to dkim-work(16:dkim-sig-len).
            compute dkim-work-len = 15 + dkim-sig-len.
            call 'EZACIC04' using dkim-work dkim-work-len.
            move dkim-work(1:dkim-work-len)
              to dkim-htext(dkim-htext-len + 1:dkim-work-len).
            add dkim-work-len to dkim-htext-len.
            Perform Dkim-Sign-Headers thru Dkim-Sign-Headers-Exit.
            if dkim-icsf-failed equal 'Y'
               go to Write-Dkim-Signature-Failed
            end-if.
      *
      *     on the wire
      *
            move 'DKIM-Signature: v=1; a=rsa-sha256; c=relaxed/relaxed;'
              to buf.
            move 53 to nbyte.
            Perform Write-Message      thru   Write-Message-Exit.
            move spaces to buf.
            move 1 to dkim-ptr.
            string ' d='                              delimited by size
                   dkim-domain(1:dkim-lgt-domain)     delimited by size
                   '; s='                             delimited by size
                   dkim-selector(1:dkim-lgt-selector) delimited by size
                   ';'                                delimited by size
                into buf
                with pointer dkim-ptr
            end-string.
            compute nbyte = dkim-ptr - 1.
            Perform Write-Message      thru   Write-Message-Exit.
            move spaces to buf.
            move 1 to dkim-ptr.
            string ' h='        delimited by size
                   dkim-h-list  delimited by space
                   ';'          delimited by size
                into buf
                with pointer dkim-ptr
            end-string.
            compute nbyte = dkim-ptr - 1.
            Perform Write-Message      thru   Write-Message-Exit.
            move spaces to buf.
            string ' bh='       delimited by size
                   dkim-bh      delimited by size
                   ';'          delimited by size
                into buf
            end-string.
            move 49 to nbyte.
            Perform Write-Message      thru   Write-Message-Exit.
            perform varying dkim-bx from 1 by 72
                      until dkim-bx greater dkim-b64-out-len
               compute dkim-chunk-len = dkim-b64-out-len - dkim-bx + 1
               if dkim-chunk-len greater 72
                  move 72 to dkim-chunk-len
               end-if
               move spaces to buf
               if dkim-bx equal 1
                  move ' b=' to buf
                  move dkim-b64-out(dkim-bx:dkim-chunk-len)
                    to buf(4:dkim-chunk-len)
                  compute nbyte = 3 + dkim-chunk-len
               else
                  move dkim-b64-out(dkim-bx:dkim-chunk-len)
                    to buf(2:dkim-chunk-len)
                  compute nbyte = 1 + dkim-chunk-len
               end-if
               Perform Write-Message   thru   Write-Message-Exit
            end-perform.
            go to Write-Dkim-Signature-Exit.
       Write-Dkim-Signature-Failed.
            display 'DKIM signing failed, message not sent'.
            Move 'DKIM signing failed' to ezaerror-text.
            move 62 to failure.
            move -1 to retcode.
            Perform Return-Code-Check thru Return-Code-Exit.
       Write-Dkim-Signature-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Catch a signed header as it goes out - buf(1:nbyte) is the    *
      * ASCII wire line, CRLF included. A line opening with white     *
      * space is a folded continuation and joins the header before    *
      * it (unfolding); otherwise the value is everything after the   *
      * first colon, the name being the one dkim-capture-name gives   *
      *---------------------------------------------------------------*
       Dkim-Capture-Header.
            compute dkim-work-len = nbyte - 2.
            if buf(1:1) equal x'20' or buf(1:1) equal x'09'
               if dkim-hdr-count equal zero
                  go to Dkim-Capture-Header-Exit
               end-if
               move dkim-hdr-count to dkim-hx
               move 1 to dkim-bx
            else
               if dkim-hdr-count not less 16
                  go to Dkim-Capture-Header-Exit
               end-if
               add 1 to dkim-hdr-count
               move dkim-hdr-count    to dkim-hx
               move dkim-capture-name to dkim-hdr-name(dkim-hx)
               move zero              to dkim-hdr-len(dkim-hx)
               if dkim-capture-name equal 'to'
                  add 1 to dkim-to-count
               end-if
               perform varying dkim-bx from 1 by 1
                         until dkim-bx greater dkim-work-len
                            or buf(dkim-bx:1) equal x'3A'
               end-perform
               add 1 to dkim-bx
            end-if.
            perform until dkim-bx greater dkim-work-len
                       or dkim-hdr-len(dkim-hx) not less 512
               add 1 to dkim-hdr-len(dkim-hx)
               move buf(dkim-bx:1)
                 to dkim-hdr-value(dkim-hx)(dkim-hdr-len(dkim-hx):1)
               add 1 to dkim-bx
            end-perform.
       Dkim-Capture-Header-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One captured header onto the hash input, relaxed: name in     *
      * lower case (ASCII), colon, value with every run of white      *
      * space squeezed to one space and none at either end, CRLF      *
      *---------------------------------------------------------------*
       Dkim-Add-Header.
            move spaces to dkim-work.
            move dkim-hdr-name(dkim-hx) to dkim-work.
            perform varying dkim-work-len from 10 by -1
                      until dkim-work-len less 1
                         or dkim-work(dkim-work-len:1) not equal space
            end-perform.
            call 'EZACIC04' using dkim-work dkim-work-len.
            move dkim-work(1:dkim-work-len)
              to dkim-htext(dkim-htext-len + 1:dkim-work-len).
            add dkim-work-len to dkim-htext-len.
            add 1 to dkim-htext-len.
            move x'3A' to dkim-htext(dkim-htext-len:1).
            move 'N' to dkim-wsp-pending.
            move 'N' to dkim-text-seen.
            perform varying dkim-bx from 1 by 1
                      until dkim-bx greater dkim-hdr-len(dkim-hx)
               move dkim-hdr-value(dkim-hx)(dkim-bx:1) to dkim-byte
               if dkim-byte equal x'20' or dkim-byte equal x'09'
                  if dkim-text-seen equal 'Y'
                     move 'Y' to dkim-wsp-pending
                  end-if
               else
                  if dkim-wsp-pending equal 'Y'
                     add 1 to dkim-htext-len
                     move x'20' to dkim-htext(dkim-htext-len:1)
                     move 'N' to dkim-wsp-pending
                  end-if
                  add 1 to dkim-htext-len
                  move dkim-byte to dkim-htext(dkim-htext-len:1)
                  move 'Y' to dkim-text-seen
               end-if
            end-perform.
            move x'0D0A' to dkim-htext(dkim-htext-len + 1:2).
            add 2 to dkim-htext-len.
       Dkim-Add-Header-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Body hash pass: buf(1:nbyte) is what would have gone to the   *
      * socket, ASCII and CRLF-terminated - feed it byte by byte to   *
      * the relaxed body canonicalization                              *
      *---------------------------------------------------------------*
       Dkim-Hash-Body.
            perform varying dkim-bx from 1 by 1
                      until dkim-bx greater nbyte
               move buf(dkim-bx:1) to dkim-byte
               Perform Dkim-Body-Byte thru Dkim-Body-Byte-Exit
            end-perform.
       Dkim-Hash-Body-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One body byte: CRLF ends a line (held back if the line was    *
      * empty), white space is held until text follows it on the      *
      * same line - so trailing white space never reaches the hash -  *
      * and a run of it goes in as a single space. A CR not followed  *
      * by LF is ordinary text                                        *
      *---------------------------------------------------------------*
       Dkim-Body-Byte.
            if dkim-cr-pending equal 'Y'
               move 'N' to dkim-cr-pending
               if dkim-byte equal x'0A'
                  if dkim-line-content equal 'Y'
                     Perform Dkim-Emit-Crlf thru Dkim-Emit-Crlf-Exit
                  else
                     add 1 to dkim-empty-lines
                  end-if
                  move 'N' to dkim-line-content
                  move 'N' to dkim-wsp-pending
                  go to Dkim-Body-Byte-Exit
               end-if
               move dkim-byte to dkim-hold
               move x'0D' to dkim-byte
               Perform Dkim-Body-Text thru Dkim-Body-Text-Exit
               move dkim-hold to dkim-byte
            end-if.
            evaluate true
                when dkim-byte equal x'0D'
                    move 'Y' to dkim-cr-pending
                when dkim-byte equal x'20' or dkim-byte equal x'09'
                    move 'Y' to dkim-wsp-pending
                when other
                    Perform Dkim-Body-Text thru Dkim-Body-Text-Exit
            end-evaluate.
       Dkim-Body-Byte-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Text on a line: release the empty lines held back before it,  *
      * then the held white space as one space, then the byte         *
      *---------------------------------------------------------------*
       Dkim-Body-Text.
            if dkim-line-content not equal 'Y'
               Perform Dkim-Emit-Crlf thru Dkim-Emit-Crlf-Exit
                  dkim-empty-lines times
               move zero to dkim-empty-lines
               move 'Y' to dkim-line-content
            end-if.
            if dkim-wsp-pending equal 'Y'
               move x'20' to dkim-emit
               Perform Dkim-Emit-Byte thru Dkim-Emit-Byte-Exit
               move 'N' to dkim-wsp-pending
            end-if.
            move dkim-byte to dkim-emit.
            Perform Dkim-Emit-Byte thru Dkim-Emit-Byte-Exit.
       Dkim-Body-Text-Exit.
           Exit.

       Dkim-Emit-Crlf.
            move x'0D' to dkim-emit.
            Perform Dkim-Emit-Byte thru Dkim-Emit-Byte-Exit.
            move x'0A' to dkim-emit.
            Perform Dkim-Emit-Byte thru Dkim-Emit-Byte-Exit.
       Dkim-Emit-Crlf-Exit.
           Exit.

      *---------------------------------------------------------------*
      * One canonical byte into the hash buffer. A full buffer is     *
      * hashed only when another byte arrives, so the final piece is  *
      * never empty                                                   *
      *---------------------------------------------------------------*
       Dkim-Emit-Byte.
            if dkim-body-len equal length of dkim-body-buf
               Perform Dkim-Hash-Body-Piece
                  thru Dkim-Hash-Body-Piece-Exit
            end-if.
            add 1 to dkim-body-len.
            add 1 to dkim-body-total.
            move dkim-emit to dkim-body-buf(dkim-body-len:1).
       Dkim-Emit-Byte-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Hash a full buffer of canonical body - FIRST, then MIDDLE,    *
      * ICSF carrying the running state in dkim-chain                 *
      *---------------------------------------------------------------*
       Dkim-Hash-Body-Piece.
            if dkim-icsf-failed not equal 'Y'
               move 'SHA-256 ' to dkim-rule(1)
               if dkim-body-chained equal 'Y'
                  move 'MIDDLE  ' to dkim-rule(2)
               else
                  move 'FIRST   ' to dkim-rule(2)
               end-if
               move dkim-body-len to dkim-text-len
               Perform Dkim-Call-Hash thru Dkim-Call-Hash-Exit
            end-if.
            move 'Y'  to dkim-body-chained.
            move zero to dkim-body-len.
       Dkim-Hash-Body-Piece-Exit.
           Exit.

      *---------------------------------------------------------------*
      * End of the hash pass: close off a last line that had no CRLF, *
      * drop the empty lines still held back, hash what is left       *
      * (LAST, or ONLY for a body that fit one buffer) and base64 it  *
      * for bh=. A body with no text at all canonicalizes to nothing  *
      * and takes the SHA-256 of the empty string                     *
      *---------------------------------------------------------------*
       Dkim-Finish-Body-Hash.
            if dkim-cr-pending equal 'Y'
               move 'N'   to dkim-cr-pending
               move x'0D' to dkim-byte
               Perform Dkim-Body-Text thru Dkim-Body-Text-Exit
            end-if.
            if dkim-line-content equal 'Y'
               Perform Dkim-Emit-Crlf thru Dkim-Emit-Crlf-Exit
            end-if.
            if dkim-icsf-failed equal 'Y'
               go to Dkim-Finish-Body-Hash-Exit
            end-if.
            if dkim-body-total equal zero
               move dkim-empty-body-hash to dkim-bh
               go to Dkim-Finish-Body-Hash-Exit
            end-if.
            move 'SHA-256 ' to dkim-rule(1).
            if dkim-body-chained equal 'Y'
               move 'LAST    ' to dkim-rule(2)
            else
               move 'ONLY    ' to dkim-rule(2)
            end-if.
            move dkim-body-len to dkim-text-len.
            Perform Dkim-Call-Hash thru Dkim-Call-Hash-Exit.
            if dkim-icsf-failed equal 'Y'
               go to Dkim-Finish-Body-Hash-Exit
            end-if.
            move dkim-hash to dkim-b64-src.
            move 32 to dkim-b64-src-len.
            Perform Encode-Dkim-Field thru Ex-Encode-Dkim-Field.
            move dkim-b64-out(1:44) to dkim-bh.
       Dkim-Finish-Body-Hash-Exit.
           Exit.

      *---------------------------------------------------------------*
      * CSNBOWH over the body buffer, rule array already set          *
      *---------------------------------------------------------------*
       Dkim-Call-Hash.
            move 'CSNBOWH' to dkim-icsf-service.
            move 2 to dkim-rule-count.
            move 32 to dkim-hash-len.
            move 128 to dkim-chain-len.
            call 'CSNBOWH' using dkim-icsf-rc
                                 dkim-icsf-reason
                                 dkim-exit-len
                                 dkim-exit-data
                                 dkim-rule-count
                                 dkim-rule-array
                                 dkim-text-len
                                 dkim-body-buf
                                 dkim-chain-len
                                 dkim-chain
                                 dkim-hash-len
                                 dkim-hash.
            Perform Dkim-Check-Icsf thru Dkim-Check-Icsf-Exit.
       Dkim-Call-Hash-Exit.
           Exit.

      *---------------------------------------------------------------*
      * Hash the header input in one go and have ICSF sign the        *
      * DigestInfo with the profile's PKDS key; the signature comes   *
      * back base64 in dkim-b64-out for b=                            *
      *---------------------------------------------------------------*
       Dkim-Sign-Headers.
            move 'CSNBOWH' to dkim-icsf-service.
            move 2 to dkim-rule-count.
            move 'SHA-256 ' to dkim-rule(1).
            move 'ONLY    ' to dkim-rule(2).
            move dkim-htext-len to dkim-text-len.
            move 32 to dkim-hash-len.
            move 128 to dkim-chain-len.
            call 'CSNBOWH' using dkim-icsf-rc
                                 dkim-icsf-reason
                                 dkim-exit-len
                                 dkim-exit-data
                                 dkim-rule-count
                                 dkim-rule-array
                                 dkim-text-len
                                 dkim-htext
                                 dkim-chain-len
                                 dkim-chain
                                 dkim-hash-len
                                 dkim-hash.
            Perform Dkim-Check-Icsf thru Dkim-Check-Icsf-Exit.
            if dkim-icsf-failed equal 'Y'
               go to Dkim-Sign-Headers-Exit
            end-if.
            move dkim-hash to dkim-digest-hash.
            move 'CSNDDSG' to dkim-icsf-service.
            move 1 to dkim-rule-count.
            move 'PKCS-1.1' to dkim-rule(1).
            move 64 to dkim-key-id-len.
            move 51 to dkim-digest-len.
            move length of dkim-signature to dkim-sig-field-len.
            call 'CSNDDSG' using dkim-icsf-rc
                                 dkim-icsf-reason
                                 dkim-exit-len
                                 dkim-exit-data
                                 dkim-rule-count
                                 dkim-rule-array
                                 dkim-key-id-len
                                 dkim-key-label
                                 dkim-digest-len
                                 dkim-digest-info
                                 dkim-sig-field-len
                                 dkim-sig-bit-len
                                 dkim-signature.
            Perform Dkim-Check-Icsf thru Dkim-Check-Icsf-Exit.
            if dkim-icsf-failed equal 'Y'
               go to Dkim-Sign-Headers-Exit
            end-if.
            move dkim-signature to dkim-b64-src.
            move dkim-sig-field-len to dkim-b64-src-len.
            Perform Encode-Dkim-Field thru Ex-Encode-Dkim-Field.
       Dkim-Sign-Headers-Exit.
           Exit.

      *---------------------------------------------------------------*
      * ICSF return code 0 is clean and 4 a warning; anything else    *
      * and the message is not signed                                 *
      *---------------------------------------------------------------*
       Dkim-Check-Icsf.
            if dkim-icsf-rc greater 4
               display 'COBSMTPC: ' dkim-icsf-service
                       ' failed for DKIM key ' dkim-key-label
               display 'COBSMTPC: return code ' dkim-icsf-rc
                       ' reason code ' dkim-icsf-reason
               move 'Y' to dkim-icsf-failed
            end-if.
       Dkim-Check-Icsf-Exit.
           Exit.
      *
       Handle-recipients.
           perform varying ix from 1 by 1
           move i64 to auth-encoded-len.
       Ex-Encode-Auth-Field.
           Exit.
      *
      *    base64 of binary DKIM material (the body hash for bh=, the
      *    RSA signature for b=), with the same building blocks again
      *    - but no translation, the bytes are not text, and padded
      *    with "=" as RFC 6376 wants it
      *
       Encode-Dkim-Field.
           move 0 to i64.
           divide dkim-b64-src-len by 3 giving temp remainder remaindr
           compute num-bytes-rounded = temp * 3.
           perform varying ib from 1 by 3
                     until ib greater num-bytes-rounded
               move zero to temp-32b
               move dkim-b64-src(ib:3) to temp-24b
               perform 3bytes-to-24bits thru ex-3bytes-to-24bits
               move '00' to bits
               move base64-bits(1:6) to bits(3:6)
               perform encode thru ex-encode
               move base64-bits(7:6) to bits(3:6)
               perform encode thru ex-encode
               move base64-bits(13:6) to bits(3:6)
               perform encode thru ex-encode
               move base64-bits(19:6) to bits(3:6)
               perform encode thru ex-encode
           end-perform.
           if remaindr greater zero
               move zero to temp-32b
               move low-values to temp3
               move dkim-b64-src(ib:remaindr) to temp3(1:remaindr)
               move temp3 to temp-24b
               perform 3bytes-to-24bits thru ex-3bytes-to-24bits
               move '00' to bits
               move base64-bits(1:6) to bits(3:6)
               perform encode thru ex-encode
               move base64-bits(7:6) to bits(3:6)
               perform encode thru ex-encode
               if remaindr = 2
                  move base64-bits(13:6) to bits(3:6)
                  perform encode thru ex-encode
               else
                  add 1 to i64
                  move '=' to b64-char(i64)
               end-if
               add 1 to i64
               move '=' to b64-char(i64)
           end-if.
           move spaces to dkim-b64-out.
           move base64-area(1:i64) to dkim-b64-out(1:i64).
           move i64 to dkim-b64-out-len.
       Ex-Encode-Dkim-Field.
           Exit.
      *
       send-attachment.
      * 
