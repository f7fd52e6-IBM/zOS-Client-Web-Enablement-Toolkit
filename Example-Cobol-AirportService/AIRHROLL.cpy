           05 AIRHROLL-DELAY-MAX      Pic 9(04).
           05 AIRHROLL-DELAY-AVG      Pic 9(04).
           05 AIRHROLL-FLAGGED        Pic X(01).
      * How many of the day's observations were flagged delayed,
      * and the status reason reported on the worst of them (the
      * delayed observation with the highest average delay), so
      * cause analysis still covers archived days. Carved out of
      * the old filler; on rollups written before the fields
      * existed both are blank.
           05 AIRHROLL-DELAYED-OBS    Pic 9(04).
           05 AIRHROLL-REASON         Pic X(28).
           05 AIRHROLL-FILLER         Pic X(17).
