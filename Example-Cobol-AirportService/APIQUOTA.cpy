      ****************************************************************
      *                                                              *
      * APIQUOTA - Airport-data API quota ledger record layout       *
      *                                                              *
      *   Function:  The shared ledger of API requests actually      *
      *    sent, kept as a VSAM KSDS that every HWTHXCB1 execution   *
      *    updates - one record per execution (per partition, for    *
      *    a partitioned run) per day it sent requests on, keyed by  *
      *    that usage day first so a run can total what everyone     *
      *    else has already spent today before it spends any more.   *
      *    Rewritten after every airport, so a run still going is    *
      *    counted too. Summarized by the AIRQRPT usage report.      *
      *                                                              *
      *    APIQUOTA-RUN-TYPE is SCHED, RERUN, MASTER or LIST (an     *
      *    explicit PARM list); APIQUOTA-PART-NUM/-PART-COUNT are    *
      *    zero for a run that is not partitioned.                   *
      *                                                              *
      ****************************************************************
       01 APIQUOTA-RECORD.
           05 APIQUOTA-KEY.
               10 APIQUOTA-USAGE-DATE Pic X(08).
               10 APIQUOTA-RUN-STAMP.
                   15 APIQUOTA-RUN-DATE Pic X(08).
                   15 APIQUOTA-RUN-TIME Pic X(06).
               10 APIQUOTA-PART-NUM   Pic 9(02).
           05 APIQUOTA-RUN-TYPE       Pic X(08).
           05 APIQUOTA-PART-COUNT     Pic 9(02).
      * Requests sent this day - first attempts, retry attempts and
      * second-source cross-check requests, and their total
           05 APIQUOTA-PRIMARY-REQS   Pic 9(06).
           05 APIQUOTA-RETRY-REQS     Pic 9(06).
           05 APIQUOTA-XCHK-REQS      Pic 9(06).
           05 APIQUOTA-TOTAL-REQS     Pic 9(06).
      * The HTTPCFG daily limit in force for the run (zero = none)
      * and how many airports it deferred for want of quota
           05 APIQUOTA-DAILY-LIMIT    Pic 9(06).
           05 APIQUOTA-DEFERRED       Pic 9(04).
           05 APIQUOTA-FILLER         Pic X(32).
