      ****************************************************************
      *                                                              *
      * AIRDKSD - Keyed airport-change history record layout         *
      *                                                              *
      *   Function:  The AIRDLTA change records re-keyed by airport, *
      *    run stamp and field name so one airport's recent changes  *
      *    can be read directly - newest first by a backward browse  *
      *    - instead of passing the whole sequential delta log.      *
      *    Loaded from AIRDLTA by the AIRDIDX job after each         *
      *    HWTHXCB1 run and read by the AINQ online inquiry.         *
      *                                                              *
      ****************************************************************
       01 AIRDKSD-RECORD.
           05 AIRDKSD-KEY.
               10 AIRDKSD-IATA        Pic X(06).
               10 AIRDKSD-RUN-STAMP.
                   15 AIRDKSD-RUN-DATE Pic X(08).
                   15 AIRDKSD-RUN-TIME Pic X(06).
               10 AIRDKSD-FIELD       Pic X(12).
           05 AIRDKSD-OLD-VALUE       Pic X(30).
           05 AIRDKSD-NEW-VALUE       Pic X(30).
           05 AIRDKSD-FILLER          Pic X(08).
