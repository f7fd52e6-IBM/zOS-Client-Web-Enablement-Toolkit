      ****************************************************************
      *                                                              *
      * AIRMQRS - MQ resend record layout                            *
      *                                                              *
      *   Function:  One record per master-file change message that  *
      *    could not be put to the publication queue - the queue     *
      *    manager was down, the queue full or put-inhibited - kept  *
      *    with the MQ reason code so the AIRMQRD step can redrive   *
      *    it once the queue is back. HWTHXCB1 appends them; AIRMQRD *
      *    re-puts them and writes whatever still fails to its       *
      *    replacement resend dataset.                               *
      *                                                              *
      *    AIRMQRS-MESSAGE is the message body exactly as it would   *
      *    have been put (AIRMQMSG layout), AIRMQRS-REASON the MQ    *
      *    reason code of the last failed attempt (zero when MQ was  *
      *    never reached) and AIRMQRS-SEND-COUNT the attempts so     *
      *    far.                                                      *
      *                                                              *
      ****************************************************************
       01 AIRMQRS-RECORD.
           05 AIRMQRS-MESSAGE         Pic X(120).
           05 AIRMQRS-REASON          Pic 9(04).
           05 AIRMQRS-FAIL-STAMP.
               10 AIRMQRS-FAIL-DATE   Pic X(08).
               10 AIRMQRS-FAIL-TIME   Pic X(06).
           05 AIRMQRS-SEND-COUNT      Pic 9(02).
           05 AIRMQRS-FILLER          Pic X(20).
