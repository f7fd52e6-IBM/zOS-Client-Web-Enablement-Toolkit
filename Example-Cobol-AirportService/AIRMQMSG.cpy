      ****************************************************************
      *                                                              *
      * AIRMQMSG - Master-file change message layout                 *
      *                                                              *
      *   Function:  The body of the MQ message HWTHXCB1 puts for    *
      *    every material change it finds on an AIRMSTR refresh -    *
      *    the same change it logs to AIRDLTA, plus the airport's    *
      *    ICAO code and operating region so the flight-ops          *
      *    dashboard and crew scheduling can route it without a      *
      *    master-file lookup. Fixed-format character data, put      *
      *    with format MQSTR so it converts for off-host readers.    *
      *                                                              *
      *    AIRMQMSG-FIELD is STATUS-TYPE, DELAY-FLAG, WEATHER-COND,  *
      *    AVG-DELAY or NEW-AIRPORT (old value blank), as on         *
      *    AIRDLTA.                                                  *
      *                                                              *
      ****************************************************************
       01 AIRMQMSG-RECORD.
           05 AIRMQMSG-TYPE           Pic X(08).
             88 AIRMQMSG-MASTER-DELTA     Value "AIRDELTA".
           05 AIRMQMSG-IATA           Pic X(06).
           05 AIRMQMSG-ICAO           Pic X(04).
           05 AIRMQMSG-REGION         Pic X(10).
           05 AIRMQMSG-FIELD          Pic X(12).
           05 AIRMQMSG-OLD-VALUE      Pic X(30).
           05 AIRMQMSG-NEW-VALUE      Pic X(30).
           05 AIRMQMSG-RUN-STAMP.
               10 AIRMQMSG-RUN-DATE   Pic X(08).
               10 AIRMQMSG-RUN-TIME   Pic X(06).
           05 AIRMQMSG-FILLER         Pic X(06).
