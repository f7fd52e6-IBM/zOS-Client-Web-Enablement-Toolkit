      ****************************************************************
      *                                                              *
      * MNTAUDT - Airport master maintenance audit record layout     *
      *                                                              *
      *   Function:  One record per AIRMSTR record changed by an     *
      *    AIRMMNT DELETE, PURGE, TIER or RESTORE card: the job and  *
      *    run stamp that did it, the card as punched, and the full  *
      *    AIRMSTR record as it stood immediately before the         *
      *    change. Written by AIRMMNT, read back by its RESTORE      *
      *    card and listed for change control by AIRMAUD.            *
      *                                                              *
      *    MNTAUDT-IMAGE-FLAG is B when the before-image holds the   *
      *    record, and N when there was no record before the change  *
      *    (a RESTORE that re-added a deleted airport) - the image   *
      *    is then blank.                                            *
      *                                                              *
      ****************************************************************
       01 MNTAUDT-RECORD.
           05 MNTAUDT-JOB-NAME        Pic X(08).
           05 MNTAUDT-RUN-STAMP.
               10 MNTAUDT-RUN-DATE    Pic X(08).
               10 MNTAUDT-RUN-TIME    Pic X(06).
           05 MNTAUDT-SEQ             Pic 9(05).
           05 MNTAUDT-ACTION          Pic X(08).
           05 MNTAUDT-IATA            Pic X(06).
           05 MNTAUDT-CARD-TEXT       Pic X(80).
           05 MNTAUDT-IMAGE-FLAG      Pic X(01).
      * One full AIRMSTR-RECORD (see the AIRMSTR copybook)
           05 MNTAUDT-BEFORE-IMAGE    Pic X(421).
           05 MNTAUDT-FILLER          Pic X(17).
