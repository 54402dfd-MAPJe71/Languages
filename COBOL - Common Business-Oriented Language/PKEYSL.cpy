      *> Keyed prime lookup file - every prime PRIME-LOAD took from
      *> a PRIME-VERIFY-clean PRIMES.TXT and the PRIME-COORD range
      *> segments, keyed on the value, so "is this prime and what
      *> are its neighbours" is a keyed read (see ISPRIME) instead
      *> of a scan of the flat list from the top.
           SELECT PRIME-KEY-FILE ASSIGN TO DYNAMIC WS-PKEY-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-VALUE
           FILE STATUS IS WS-PKEY-FILE-STATUS.
