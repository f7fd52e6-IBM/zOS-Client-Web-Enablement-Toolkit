      ****************************************************************
      *                                                              *
      * AIREPSD - Airport delay-episode register record layout       *
      *                                                              *
      *   Function:  One record per delay episode - the stretch of   *
      *    runs from the first observation an airport was flagged    *
      *    delayed to the first observation it was not - keyed by    *
      *    airport and the episode's start stamp. Maintained by the  *
      *    AIREPSD job from AIRHIST, AIRHROLL and the AIRDLTA        *
      *    DELAY-FLAG transitions. While the airport is still        *
      *    delayed the episode is open: the end stamp is blank and   *
      *    the duration runs to the last delayed observation seen.   *
      *                                                              *
      *    AIREPSD-GRAIN is T when both ends of the episode come     *
      *    from timestamped observations or transitions, and D when  *
      *    either end could only be placed to the day because the    *
      *    observations behind it had already been archived into     *
      *    AIRHROLL daily rollups (the time is then 000000).         *
      *                                                              *
      ****************************************************************
       01 AIREPSD-RECORD.
           05 AIREPSD-KEY.
               10 AIREPSD-IATA        Pic X(06).
               10 AIREPSD-START-STAMP.
                   15 AIREPSD-START-DATE Pic X(08).
                   15 AIREPSD-START-TIME Pic X(06).
           05 AIREPSD-STATE           Pic X(01).
           05 AIREPSD-LAST-STAMP      Pic X(14).
           05 AIREPSD-END-STAMP.
               10 AIREPSD-END-DATE    Pic X(08).
               10 AIREPSD-END-TIME    Pic X(06).
           05 AIREPSD-DURATION-MINS   Pic 9(07).
           05 AIREPSD-PEAK-DELAY      Pic 9(04).
           05 AIREPSD-OBS-COUNT       Pic 9(05).
           05 AIREPSD-GRAIN           Pic X(01).
           05 AIREPSD-FILLER          Pic X(14).
