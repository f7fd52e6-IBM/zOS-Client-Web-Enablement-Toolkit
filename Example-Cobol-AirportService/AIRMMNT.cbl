      *                    so ops can promote an airport during an     *
      *                    event without touching JCL. The code is     *
      *                    resolved IATA-or-ICAO like DISPLAY.         *
      *    RESTORE stamp   reinstate every record a DELETE, PURGE or   *
      *                    TIER card changed in the run with that      *
      *                    14-digit yyyymmddhhmmss run stamp, as it    *
      *                    stood before that run touched it            *
      *    RESTORE stamp code  the same, for one airport of that run   *
      *    RESTORE code    reinstate one airport (IATA or ICAO) as it  *
      *                    stood before the most recent audited        *
      *                    DELETE, PURGE or TIER that changed it       *
      *                                                                *
      *  Every record a DELETE, PURGE, TIER or RESTORE card changes    *
      *  is first written to the MNTAUDT audit dataset - job name,     *
      *  run stamp, the card as punched and the full before-image of   *
      *  the record (layout in the MNTAUDT copybook). If the audit     *
      *  record cannot be written the change is not made, and if the   *
      *  audit dataset cannot be opened those four commands are        *
      *  refused outright; LIST and DISPLAY still run. Either ends     *
      *  the step RC=8. MNTAUDT is a GDG: each run writes a new        *
      *  generation, and RESTORE reads the ones already cataloged      *
      *  through the AUDITIN DD (the GDG base - every generation).     *
      *  The AIRMAUD job lists the audit trail for change control.     *
      *                                                                *
      * //GO EXEC PGM=AIRMMNT                                          *
      * //STEPLIB  DD DSN=&LOAD,DISP=SHR                               *
      * //SYSOUT   DD SYSOUT=*                                         *
      * //AIRMSTR  DD DSN=&SRC..AIRMSTR,DISP=SHR                       *
      * //MNTAUDT  DD DSN=&SRC..MNTAUDT(+1),DISP=(NEW,CATLG,CATLG),    *
      * //            SPACE=(TRK,(5,5),RLSE),                          *
      * //            DCB=(RECFM=FB,LRECL=560)                         *
      * //AUDITIN  DD DSN=&SRC..MNTAUDT,DISP=SHR                       *
      * //MNTCARD  DD *                                                *
      * //  LIST                                                       *
      * //  PURGE 90                                                   *
      * //*                                                            *
      *                                                                *
      *  Omit the AUDITIN DD when no RESTORE card is run (and before   *
      *  the first generation exists).                                 *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNTCARD-STATUS.

      * Audit trail of this run's changes, with before-images
           SELECT MNTAUDT-FILE ASSIGN TO MNTAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNTAUDT-STATUS.

      * Earlier runs' audit trail, read back by the RESTORE card
           SELECT AUDITIN-FILE ASSIGN TO AUDITIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITIN-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  MNTCARD-RECORD      Pic X(80).

       FD  MNTAUDT-FILE
           RECORDING MODE IS F.

           COPY MNTAUDT.

       FD  AUDITIN-FILE
           RECORDING MODE IS F.

      * The same MNTAUDT layout, from earlier runs
           COPY MNTAUDT REPLACING LEADING ==MNTAUDT== BY ==AUDITIN==.

       WORKING-STORAGE SECTION.

      * FILE STATUS and end-of-file bookkeeping for the two files
         88 MNTCARD-OK           Value "00".
       01 MNTCARD-EOF-FLAG  Pic 9 Value 0.
         88 MNTCARD-EOF     Value 1.
       01 MNTAUDT-STATUS    Pic X(02) Value "00".
         88 MNTAUDT-OK           Value "00".
       01 MNTAUDT-OPEN-FLAG Pic 9 Value 0.
         88 MNTAUDT-IS-OPEN Value 1.
       01 AUDITIN-STATUS    Pic X(02) Value "00".
         88 AUDITIN-OK           Value "00".
       01 AUDITIN-EOF-FLAG  Pic 9 Value 0.
         88 AUDITIN-EOF     Value 1.

      * Tokens parsed off the current control card
       01 Card-Command      Pic X(08) Value Spaces.
       01 Card-Operand      Pic X(14) Value Spaces.
       01 Card-Operand2     Pic X(08) Value Spaces.

      * Key resolution - a 3-character operand reads by IATA key, a

       01 Card-Count        Pic 9(04) Value 0.

      * Audit identity of this run - the job name off the TIOT and
      * the run stamp every audit record of the run carries - and
      * the result of the last audit write
       01 Audit-Job-Name    Pic X(08) Value Spaces.
       01 Audit-Run-Stamp.
         05 Audit-Run-Date  Pic X(08) Value Spaces.
         05 Audit-Run-Time  Pic X(06) Value Spaces.
       01 Audit-Seq         Pic 9(05) Value 0.
       01 Audit-Action      Pic X(08) Value Spaces.
       01 Audit-Written-Flag Pic 9 Value 0.
         88 Audit-Written   Value 1.
       01 Audit-Image-Flag  Pic X(01) Value "B".
         88 Audit-Has-Image Value "B".
         88 Audit-No-Image  Value "N".
       01 Audit-Failures    Pic 9(05) Value 0.
       01 Audit-Refused     Pic 9(05) Value 0.

      * RESTORE selection - by run stamp (with an optional airport)
      * or by airport alone, and the before-images chosen, one per
      * airport: the first one of the run for a stamp, the first one
      * of the latest run for an airport
       01 Restore-Stamp     Pic X(14) Value Spaces.
       01 Restore-Code      Pic X(06) Value Spaces.
       01 Restore-Max       Pic 9(4) Value 500.
       01 Restore-Count     Pic 9(4) Value 0.
       01 Restore-Idx       Pic 9(4) Value 0.
       01 Restore-Match-Idx Pic 9(4) Value 0.
       01 Restore-Table.
         05 Restore-Entry Occurs 500 times.
           10 Rst-Iata        Pic X(06).
           10 Rst-Stamp       Pic X(14).
           10 Rst-Image       Pic X(421).
       01 Restore-Overflow  Pic 9(05) Value 0.
       01 Restored-Count    Pic 9(05) Value 0.
       01 Restore-Image     Pic X(421) Value Spaces.
       01 Restore-Icao      Pic X(04) Value Spaces.

       LINKAGE SECTION.

      * z/OS control blocks walked for the job name: the PSA at
      * location zero points to the current TCB, the TCB to the
      * TIOT, and the TIOT starts with the job name
       01 Psa-Block.
         05 Filler          Pic X(540).
         05 Psa-Tcb-Ptr     Usage Pointer.
       01 Tcb-Block.
         05 Filler          Pic X(12).
         05 Tcb-Tiot-Ptr    Usage Pointer.
       01 Tiot-Block.
         05 Tiot-Job-Name   Pic X(08).

       PROCEDURE DIVISION.
       Begin.

             Stop Run
           End-If

           Perform Open-Audit-Trail

           Perform Read-Control-Card
           Perform Process-Control-Card Until MNTCARD-EOF

           Close MNTCARD-FILE
           Close AIRMSTR-FILE
           If MNTAUDT-IS-OPEN
             Close MNTAUDT-FILE
           End-If

           If Card-Count equal ZERO
             Display "** WARNING: MNTCARD was empty - nothing done"
           End-If

           If Audit-Seq greater than ZERO
             Display " "
             Display "Audit records written: " Audit-Seq
                      " (job " Audit-Job-Name ", run stamp "
                      Audit-Run-Stamp ")"
           End-If

           If Audit-Failures greater than ZERO
             or Audit-Refused greater than ZERO
             Display "** " Audit-Failures " change(s) skipped on an "
                      "audit write failure, " Audit-Refused
                      " card(s) refused with no audit trail"
             Move 8 to Return-Code
           End-If

           Display "***********************************************".
           STOP RUN.

               When "DISPLAY"
                 Perform Display-One-Record
               When "DELETE"
                 If MNTAUDT-IS-OPEN
                   Perform Delete-One-Record
                 else
                   Perform Refuse-Unaudited-Card
                 End-If
               When "PURGE"
                 If MNTAUDT-IS-OPEN
                   Perform Purge-Old-Records
                 else
                   Perform Refuse-Unaudited-Card
                 End-If
               When "TIER"
                 If MNTAUDT-IS-OPEN
                   Perform Set-Polling-Tier
                 else
                   Perform Refuse-Unaudited-Card
                 End-If
               When "RESTORE"
                 If MNTAUDT-IS-OPEN
                   Perform Restore-Records
                 else
                   Perform Refuse-Unaudited-Card
                 End-If
               When other
                 Display "** WARNING: Unknown command '"
                          Function Trim(Card-Command)
           Perform Locate-Record-By-Operand

           If Lookup-Found
             Move "DELETE" to Audit-Action
             Perform Write-Audit-Record
           End-If

           If Lookup-Found
             and Audit-Written
             Delete AIRMSTR-FILE
               Invalid Key
                 Display "** Delete failed for " AIRMSTR-IATA
             Perform Locate-Record-By-Operand

             If Lookup-Found
               Move "TIER" to Audit-Action
               Perform Write-Audit-Record
             End-If

             If Lookup-Found
               and Audit-Written
               Move Card-Operand2(1:1) to AIRMSTR-POLL-TIER
               Rewrite AIRMSTR-RECORD
                 Invalid Key
               Perform Compute-Record-Age
               If Age-Days greater than Purge-Age-Limit
                 and AIRMSTR-UPD-DATE not equal Spaces
                 Move "PURGE" to Audit-Action
                 Perform Write-Audit-Record
               End-If
               If Age-Days greater than Purge-Age-Limit
                 and AIRMSTR-UPD-DATE not equal Spaces
                 and Audit-Written
                 Delete AIRMSTR-FILE
                   Invalid Key
                     Display "** Delete failed for " AIRMSTR-IATA
               Set AIRMSTR-EOF to true
           End-Start
           .

      ****************************************************************
      *                                                              *
      * Open-Audit-Trail                                             *
      *                                                              *
      *   Function:  Fix this run's audit identity - the job name    *
      *    and the run stamp - and open the MNTAUDT audit dataset.   *
      *    Without it the run still lists and displays, but every    *
      *    card that would change the master is refused.             *
      *                                                              *
      ****************************************************************
       Open-Audit-Trail.

           Perform Get-Job-Name

           Move Function Current-Date(1:8) to Audit-Run-Date
           Move Function Current-Date(9:6) to Audit-Run-Time

           Display "Job " Audit-Job-Name " run stamp " Audit-Run-Stamp

           Open Output MNTAUDT-FILE

           If MNTAUDT-OK
             Set MNTAUDT-IS-OPEN to true
           else
             Display "** WARNING: Unable to open MNTAUDT, status: "
                      MNTAUDT-STATUS " - DELETE, PURGE, TIER and "
                      "RESTORE cards will be refused"
           End-If
           .

       Get-Job-Name.

           Set Address of Psa-Block to Null
           Set Address of Tcb-Block to Psa-Tcb-Ptr
           Set Address of Tiot-Block to Tcb-Tiot-Ptr
           Move Tiot-Job-Name to Audit-Job-Name
           .

       Refuse-Unaudited-Card.

           Display "** " Function Trim(Card-Command) " refused - no "
                    "MNTAUDT audit trail (open status " MNTAUDT-STATUS
                    ")"
           Add 1 to Audit-Refused
           .

      ****************************************************************
      *                                                              *
      * Write-Audit-Record                                           *
      *                                                              *
      *   Function:  Write the audit record for the change about to  *
      *    be made to the record in AIRMSTR-RECORD - the action in   *
      *    Audit-Action, the current card and the record as it       *
      *    stands (no image when Audit-No-Image: there is no record  *
      *    yet). Audit-Written says whether the change may go ahead. *
      *                                                              *
      ****************************************************************
       Write-Audit-Record.

           Move 0 to Audit-Written-Flag
           Add 1 to Audit-Seq

           Move Spaces to MNTAUDT-RECORD
           Move Audit-Job-Name   to MNTAUDT-JOB-NAME
           Move Audit-Run-Stamp  to MNTAUDT-RUN-STAMP
           Move Audit-Seq        to MNTAUDT-SEQ
           Move Audit-Action     to MNTAUDT-ACTION
           Move AIRMSTR-IATA     to MNTAUDT-IATA
           Move MNTCARD-RECORD   to MNTAUDT-CARD-TEXT
           If Audit-No-Image
             Move "N" to MNTAUDT-IMAGE-FLAG
           else
             Move "B" to MNTAUDT-IMAGE-FLAG
             Move AIRMSTR-RECORD to MNTAUDT-BEFORE-IMAGE
           End-If

           Write MNTAUDT-RECORD

           If MNTAUDT-OK
             Set Audit-Written to true
           else
             Subtract 1 from Audit-Seq
             Add 1 to Audit-Failures
             Display "** Audit write failed for " AIRMSTR-IATA
                      ", status: " MNTAUDT-STATUS " - "
                      Function Trim(Audit-Action) " not done"
           End-If
           .

      ****************************************************************
      *                                                              *
      * Restore-Records                                              *
      *                                                              *
      *   Function:  Reinstate before-images from the audit trail.   *
      *    A 14-digit operand is a run stamp: every airport that     *
      *    run's DELETE, PURGE or TIER cards changed (or only the    *
      *    airport in the second operand) goes back to its image     *
      *    from the first change of that run. A 3- or 4-character    *
      *    operand is an airport: it goes back to its image from     *
      *    the first change of the latest run that touched it. The   *
      *    restore itself is audited, so it can be reviewed and, if  *
      *    need be, undone the same way.                             *
      *                                                              *
      ****************************************************************
       Restore-Records.

           Move Spaces to Restore-Stamp
           Move Spaces to Restore-Code

           Compute Numval-Test-Result =
             Function Test-Numval(Function Trim(Card-Operand))
           Evaluate true
             When Function Length(Function Trim(Card-Operand)) = 14
               and Numval-Test-Result = 0
               Move Card-Operand to Restore-Stamp
               Move Card-Operand2 to Restore-Code
             When Function Length(Function Trim(Card-Operand)) = 3
               or Function Length(Function Trim(Card-Operand)) = 4
               Move Card-Operand to Restore-Code
             When other
               Display "** WARNING: RESTORE needs a 14-digit run "
                        "stamp or an IATA/ICAO code - card ignored"
           End-Evaluate

           If Restore-Stamp not equal Spaces
             or Restore-Code not equal Spaces
             Perform Load-Restore-Images
             If Restore-Count equal ZERO
               Display "** Nothing on the audit trail to restore for "
                        Function Trim(Card-Operand) " "
                        Function Trim(Card-Operand2)
             else
               Move 0 to Restored-Count
               Move 1 to Restore-Idx
               Perform Reinstate-Next-Image
                 Until Restore-Idx greater than Restore-Count
               Move Restored-Count to Print-Count
               Display "  Records restored       : " Print-Count
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Load-Restore-Images                                          *
      *                                                              *
      *   Function:  Pass the earlier runs' audit trail on AUDITIN   *
      *    and keep, per airport, the before-image RESTORE should    *
      *    put back. RESTORE records themselves are not candidates - *
      *    undoing a restore means restoring by the stamp of the     *
      *    run whose change it undid.                                *
      *                                                              *
      ****************************************************************
       Load-Restore-Images.

           Move 0 to Restore-Count
           Move 0 to Restore-Overflow
           Move 0 to AUDITIN-EOF-FLAG

           Open Input AUDITIN-FILE

           If NOT AUDITIN-OK
             Display "** RESTORE needs the AUDITIN audit trail (open "
                      "status " AUDITIN-STATUS ") - card ignored"
             If Return-Code less than 8
               Move 8 to Return-Code
             End-If
           else
             Perform Select-Next-Audit-Image
               Until AUDITIN-EOF
             Close AUDITIN-FILE

             If Restore-Overflow greater than ZERO
               Display "** WARNING: " Restore-Overflow " further "
                        "airport(s) beyond " Restore-Max
                        " not restored - run the card again"
             End-If
           End-If
           .

       Select-Next-Audit-Image.

           Read AUDITIN-FILE
             At End
               Set AUDITIN-EOF to true
             Not At End
               If AUDITIN-ACTION not equal "RESTORE"
                 and AUDITIN-IMAGE-FLAG equal "B"
                 and (Restore-Stamp equal Spaces
                   or AUDITIN-RUN-STAMP equal Restore-Stamp)
                 *> The image's own codes, for the airport operand
                 Move AUDITIN-BEFORE-IMAGE to AIRMSTR-RECORD
                 If Restore-Code equal Spaces
                   or AIRMSTR-IATA equal Restore-Code
                   or (AIRMSTR-ICAO equal Restore-Code(1:4)
                       and AIRMSTR-ICAO not equal Spaces)
                   Perform Store-Restore-Image
                 End-If
               End-If
           End-Read
           .

       Store-Restore-Image.

           Move 0 to Restore-Match-Idx
           Move 1 to Restore-Idx
           Perform Scan-For-Restore-Entry
             Until Restore-Idx greater than Restore-Count

           If Restore-Match-Idx equal ZERO
             If Restore-Count less than Restore-Max
               Add 1 to Restore-Count
               Move AIRMSTR-IATA to Rst-Iata(Restore-Count)
               Move AUDITIN-RUN-STAMP to Rst-Stamp(Restore-Count)
               Move AUDITIN-BEFORE-IMAGE to Rst-Image(Restore-Count)
             else
               Add 1 to Restore-Overflow
             End-If
           else
             *> The audit trail is in run order: a later run's first
             *> image replaces an earlier run's; within one run the
             *> first image - before any of the run's changes - stays
             If AUDITIN-RUN-STAMP greater than
                                      Rst-Stamp(Restore-Match-Idx)
               Move AUDITIN-RUN-STAMP
                 to Rst-Stamp(Restore-Match-Idx)
               Move AUDITIN-BEFORE-IMAGE
                 to Rst-Image(Restore-Match-Idx)
             End-If
           End-If
           .

       Scan-For-Restore-Entry.

           If Rst-Iata(Restore-Idx) equal AIRMSTR-IATA
             Move Restore-Idx to Restore-Match-Idx
             Move Restore-Count to Restore-Idx
           End-If

           Add 1 to Restore-Idx
           .

      ****************************************************************
      *                                                              *
      * Reinstate-Next-Image                                         *
      *                                                              *
      *   Function:  Put one chosen before-image back on the master  *
      *    - rewritten over the record when the airport is still     *
      *    there (a TIER undone), written back when it is not (a     *
      *    DELETE or PURGE undone) - after auditing what it          *
      *    replaces.                                                 *
      *                                                              *
      ****************************************************************
       Reinstate-Next-Image.

           Move "RESTORE" to Audit-Action
           Move Rst-Iata(Restore-Idx) to AIRMSTR-IATA

           Read AIRMSTR-FILE
             Invalid Key
               Set Audit-No-Image to true
               Perform Write-Audit-Record
               Set Audit-Has-Image to true
               If Audit-Written
                 Move Rst-Image(Restore-Idx) to AIRMSTR-RECORD
                 Write AIRMSTR-RECORD
                   Invalid Key
                     Display "** Restore write failed for "
                              AIRMSTR-IATA ", status: " AIRMSTR-STATUS
                   Not Invalid Key
                     Add 1 to Restored-Count
                     Display "  Restored " AIRMSTR-IATA
                              " (re-added) as before run "
                              Rst-Stamp(Restore-Idx)
                 End-Write
               End-If
             Not Invalid Key
               Perform Write-Audit-Record
               If Audit-Written
                 Move Rst-Image(Restore-Idx) to AIRMSTR-RECORD
                 Rewrite AIRMSTR-RECORD
                   Invalid Key
                     Display "** Restore rewrite failed for "
                              AIRMSTR-IATA ", status: " AIRMSTR-STATUS
                   Not Invalid Key
                     Add 1 to Restored-Count
                     Display "  Restored " AIRMSTR-IATA
                              " (replaced) as before run "
                              Rst-Stamp(Restore-Idx)
                 End-Rewrite
               End-If
           End-Read

           Add 1 to Restore-Idx
           .
