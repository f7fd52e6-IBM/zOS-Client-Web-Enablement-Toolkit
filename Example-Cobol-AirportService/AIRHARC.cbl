      *    1. written verbatim to the AIRHARCH archive dataset,        *
      *    2. folded into one AIRHROLL daily-rollup record per         *
      *       airport per date (observation count, min/max/average    *
      *       delay, flagged Y/N, how many observations were flagged  *
      *       delayed and the status reason on the worst of them),    *
      *       and                                                      *
      *    3. dropped from the trimmed history written to AIRHISTN.    *
      *                                                                *
      *  Observations at or inside the cutoff pass through to          *
           10 Day-Delay-Max   Pic 9(4).
           10 Day-Delay-Sum   Pic 9(7).
           10 Day-Flagged     Pic X(01).
           10 Day-Delayed-Obs Pic 9(4).
           10 Day-Worst-Delay Pic 9(4).
           10 Day-Reason      Pic X(28).

      * Numeric conversion of the reported average delay, which
      * arrives as a character field from the API
               Move 0                to Day-Delay-Max(Day-Match-Idx)
               Move 0                to Day-Delay-Sum(Day-Match-Idx)
               Move "N"              to Day-Flagged(Day-Match-Idx)
               Move 0                to Day-Delayed-Obs(Day-Match-Idx)
               Move 0                to Day-Worst-Delay(Day-Match-Idx)
               Move Spaces           to Day-Reason(Day-Match-Idx)
             End-If
           End-If

           End-If
           If AIRHIST-DELAY-FLAG equal "Y"
             Move "Y" to Day-Flagged(Day-Match-Idx)
             Add 1 to Day-Delayed-Obs(Day-Match-Idx)

             *> The day keeps the reason given on its worst delayed
             *> observation - an observation with no reason never
             *> displaces one that has one
             If AIRHIST-STATUS-REASON not equal Spaces
               If Day-Reason(Day-Match-Idx) equal Spaces
                 or Observation-Delay greater than
                                    Day-Worst-Delay(Day-Match-Idx)
                 Move AIRHIST-STATUS-REASON
                   to Day-Reason(Day-Match-Idx)
                 Move Observation-Delay
                   to Day-Worst-Delay(Day-Match-Idx)
               End-If
             End-If
           End-If
           .

           Move Day-Delay-Max(Day-Idx) to AIRHROLL-DELAY-MAX
           Move Day-Delay-Avg          to AIRHROLL-DELAY-AVG
           Move Day-Flagged(Day-Idx)   to AIRHROLL-FLAGGED
           Move Day-Delayed-Obs(Day-Idx) to AIRHROLL-DELAYED-OBS
           Move Day-Reason(Day-Idx)    to AIRHROLL-REASON
           Move Spaces                 to AIRHROLL-FILLER

           Write AIRHROLL-RECORD
