      *    id (timestamp + counter + task token)
      *
           05  message-ref                pic x(16).
      *
      *    DKIM signing identity, from the relay profile: selector,
      *    signing domain and the ICSF PKDS label of the private
      *    key. Any of them blank (or low-values) sends the message
      *    unsigned, exactly as before
      *
           05  dkim-selector              pic x(32).
           05  dkim-domain                pic x(64).
           05  dkim-key-label             pic x(64).
           copy cpymailp replacing ==:TAG:== by ====.
