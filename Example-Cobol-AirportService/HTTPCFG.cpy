      ****************************************************************
      *                                                              *
      * HTTPCFG - HWTHXCB1 control-card record layout                *
      *                                                              *
      *   Function:  The single optional control card that points    *
      *    HWTHXCB1 at its servers and tunes the run without a       *
      *    recompile - target host/port/URI prefix, TLS keyring and  *
      *    certificate, retry and timeout settings, the elapsed-     *
      *    time budget, the alert webhook, the AIRPOUT format, the   *
      *    delta threshold, the tier-2 interval, the cross-check     *
      *    source, the daily API limit and the MQ queue master-file  *
      *    changes are published to. RECFM=FB,LRECL=620; blank or    *
      *    non-numeric fields keep the built-in defaults. Shared     *
      *    with the AIRMQRD redrive step, which takes its queue      *
      *    manager and queue from the same card.                     *
      *                                                              *
      ****************************************************************
       01 HTTPCFG-RECORD.
           05 HTTPCFG-HOST         Pic X(60).
           05 HTTPCFG-PORT         Pic 9(05).
           05 HTTPCFG-URI-PREFIX   Pic X(60).
           05 HTTPCFG-KEYRING      Pic X(60).
           05 HTTPCFG-CERT-LABEL   Pic X(60).
           05 HTTPCFG-RETRY-MAX    Pic 9(02).
           05 HTTPCFG-RETRY-WAIT   Pic 9(03).
           05 HTTPCFG-SND-TIMEOUT  Pic 9(03).
           05 HTTPCFG-RCV-TIMEOUT  Pic 9(03).
           05 HTTPCFG-MAX-ELAPSED  Pic 9(04).
           05 HTTPCFG-ALERT-HOST   Pic X(60).
           05 HTTPCFG-ALERT-PORT   Pic 9(05).
           05 HTTPCFG-ALERT-URI    Pic X(60).
           05 HTTPCFG-OUT-FORMAT   Pic X(03).
           05 HTTPCFG-DELTA-THRESH Pic 9(03).
           05 HTTPCFG-TIER2-DAYS   Pic 9(02).
           05 HTTPCFG-XCHK-HOST    Pic X(60).
           05 HTTPCFG-XCHK-PORT    Pic 9(05).
           05 HTTPCFG-XCHK-URI     Pic X(60).
           05 HTTPCFG-DAILY-LIMIT  Pic 9(06).
      * IBM MQ queue manager (blank = the installation default) and
      * queue master-file changes are published to (blank = none)
           05 HTTPCFG-MQ-QMGR      Pic X(48).
           05 HTTPCFG-MQ-QUEUE     Pic X(48).
