      ****************************************************************
      *                                                              *
      * AIRRESP - HTTP request response-time record layout           *
      *                                                              *
      *   Function:  One record appended by HWTHXCB1 for every HTTP  *
      *    request it issues - each primary attempt, retries         *
      *    included, and each secondary-source cross-check request  *
      *    - with the host asked, when the request started, how      *
      *    long the answer took in milliseconds, the HTTP status     *
      *    that came back (zero when nothing did) and how many       *
      *    body bytes were received, so the AIRLATR report can       *
      *    show the vendor where, and when, the API is slow.         *
      *                                                              *
      *    AIRRESP-ENDPOINT is PRIM for the primary source and XCHK  *
      *    for the cross-check source.                               *
      *                                                              *
      ****************************************************************
       01 AIRRESP-RECORD.
           05 AIRRESP-IATA            Pic X(06).
           05 AIRRESP-ENDPOINT        Pic X(04).
             88 AIRRESP-PRIMARY           Value "PRIM".
             88 AIRRESP-CROSS-CHECK       Value "XCHK".
           05 AIRRESP-HOST            Pic X(60).
           05 AIRRESP-ATTEMPT         Pic 9(02).
      * Request start, to the hundredth of a second
           05 AIRRESP-START-STAMP.
               10 AIRRESP-START-DATE  Pic X(08).
               10 AIRRESP-START-TIME  Pic X(08).
           05 AIRRESP-RESPONSE-MS     Pic 9(07).
           05 AIRRESP-HTTP-STATUS     Pic 9(03).
           05 AIRRESP-BYTES           Pic 9(09).
           05 AIRRESP-RUN-STAMP.
               10 AIRRESP-RUN-DATE    Pic X(08).
               10 AIRRESP-RUN-TIME    Pic X(06).
           05 AIRRESP-FILLER          Pic X(19).
