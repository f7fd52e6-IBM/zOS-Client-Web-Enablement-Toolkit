      ****************************************************************
      *                                                              *
      * AIRRSUM - Regional run-summary record layout                 *
      *                                                              *
      *   Function:  One record appended by HWTHXCB1 at the end of   *
      *    every run (every partition, for a partitioned run) per    *
      *    region in its regional rollup - the same success, fail    *
      *    and delayed tallies the end-of-run summary prints - so    *
      *    the AIRDIST distribution step can give each regional ops  *
      *    desk its own region's run-summary lines. Accumulates like *
      *    AIRDLTA; AIRDIST picks out the day it is reporting on.    *
      *                                                              *
      *    AIRRSUM-PART-NUM/-PART-CNT are zero for a run that is not *
      *    partitioned.                                              *
      *                                                              *
      ****************************************************************
       01 AIRRSUM-RECORD.
           05 AIRRSUM-RUN-STAMP.
               10 AIRRSUM-RUN-DATE    Pic X(08).
               10 AIRRSUM-RUN-TIME    Pic X(06).
           05 AIRRSUM-PART-NUM        Pic 9(02).
           05 AIRRSUM-PART-CNT        Pic 9(02).
           05 AIRRSUM-REGION          Pic X(10).
           05 AIRRSUM-SUCCEEDED       Pic 9(04).
           05 AIRRSUM-FAILED          Pic 9(04).
           05 AIRRSUM-DELAYED         Pic 9(04).
           05 AIRRSUM-FILLER          Pic X(40).
