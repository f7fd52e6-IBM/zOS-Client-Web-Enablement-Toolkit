           05 AIRHIST-RUN-STAMP.
               10 AIRHIST-RUN-DATE    Pic X(08).
               10 AIRHIST-RUN-TIME    Pic X(06).
      * Status reason returned by the API with the observation
      * (e.g. "WX:Thunderstorms", "VOL:Multi-taxi"), so the cause
      * of a delay survives after AIRMSTR-STATUS-REASON moves on.
      * Carved out of the old filler so existing datasets keep
      * their record size - the first 28 bytes of the reason, and
      * blank on observations written before the field existed.
           05 AIRHIST-STATUS-REASON   Pic X(28).
           05 AIRHIST-FILLER          Pic X(01).
