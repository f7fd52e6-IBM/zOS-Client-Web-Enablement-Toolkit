       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRMAUD.
      * START OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * *  *
      *                                                                *
      *  MODULE NAME=AIRMAUD                                           *
      *                                                                *
      *  DESCRIPTIVE NAME=Airport master maintenance audit listing     *
      *                                                                *
      *  FUNCTION                                                      *
      *                                                                *
      *  Lists the MNTAUDT audit trail AIRMMNT writes for every        *
      *  DELETE, PURGE, TIER and RESTORE it applies, for the change-   *
      *  control review: one block per maintenance run (job name and   *
      *  run stamp), each control card of the run as punched, and      *
      *  under it every airport the card changed with the key fields   *
      *  of its before-image - name, status, delay flag, polling       *
      *  tier and last-updated date - so a reviewer can see what a     *
      *  PURGE took away without restoring it. Totals by action        *
      *  close the listing.                                            *
      *                                                                *
      * //GO EXEC PGM=AIRMAUD,PARM='30'                                *
      * //STEPLIB  DD DSN=&LOAD,DISP=SHR                               *
      * //SYSOUT   DD SYSOUT=*                                         *
      * //MNTAUDT  DD DSN=&SRC..MNTAUDT,DISP=SHR                       *
      *                                                                *
      *  where PARM is how many days back to list (default 30) and     *
      *  MNTAUDT names the GDG base, so every generation is read.      *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Audit trail written by AIRMMNT, in run order
           SELECT MNTAUDT-FILE ASSIGN TO MNTAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNTAUDT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MNTAUDT-FILE
           RECORDING MODE IS F.

           COPY MNTAUDT.

       WORKING-STORAGE SECTION.

      * FILE STATUS and end-of-file bookkeeping for the audit trail
       01 MNTAUDT-STATUS    Pic X(02) Value "00".
         88 MNTAUDT-OK           Value "00".
       01 MNTAUDT-EOF-FLAG  Pic 9 Value 0.
         88 MNTAUDT-EOF     Value 1.

      * The before-image, laid out as the master record it was
           COPY AIRMSTR.

      * Window arithmetic - the oldest run date listed
       01 Window-Days       Pic 9(03) Value 30.
       01 Today-Int         Pic 9(08) Value 0.
       01 Today-Day-Int     Pic 9(08) Value 0.
       01 Cut-Day-Int       Pic 9(08) Value 0.
       01 Cut-Date          Pic 9(08) Value 0.
       01 Cut-Date-X Redefines Cut-Date Pic X(08).
       01 Numval-Test-Result Pic S9(4) Value 0.

      * Control breaks - the run and the card last printed
       01 Last-Job-Name     Pic X(08) Value Spaces.
       01 Last-Run-Stamp    Pic X(14) Value Spaces.
       01 Last-Card-Text    Pic X(80) Value Spaces.

      * Totals by action
       01 Audit-Read-Count  Pic 9(6) Value 0.
       01 Listed-Count      Pic 9(6) Value 0.
       01 Run-Count         Pic 9(6) Value 0.
       01 Delete-Count      Pic 9(6) Value 0.
       01 Purge-Count       Pic 9(6) Value 0.
       01 Tier-Count        Pic 9(6) Value 0.
       01 Restore-Count     Pic 9(6) Value 0.

      * Edited fields for the printed report lines
       01 Print-Count       Pic Z(5)9.

       LINKAGE SECTION.

      * User-supplied parameter: how many days back to list
       01 jcl-parm.
         05 parm-len    Pic S9(3) binary.
         05 parm-string.
           10 parm-char Pic X occurs 0 to 160 times
                      depending on parm-len.

       PROCEDURE DIVISION using jcl-parm.
       Begin.

           Display "***********************************************".
           Display "** Master Maintenance Audit Listing (AIRMAUD)**".
           Display "***********************************************".

           Perform Apply-Window-Parm

           Move Function Current-Date(1:8) to Today-Int
           Compute Today-Day-Int = Function Integer-Of-Date(Today-Int)
           Compute Cut-Day-Int = Today-Day-Int - Window-Days
           Compute Cut-Date = Function Date-Of-Integer(Cut-Day-Int)

           Display "Maintenance runs since " Cut-Date-X

           Open Input MNTAUDT-FILE

           If NOT MNTAUDT-OK
             Display "** Unable to open MNTAUDT, status: "
                      MNTAUDT-STATUS
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If

           Perform List-Next-Audit-Record
             Until MNTAUDT-EOF

           Close MNTAUDT-FILE

           Perform Print-Audit-Totals

           Display "***********************************************".
           STOP RUN.

      ****************************************************************
      *                                                              *
      * Apply-Window-Parm                                            *
      *                                                              *
      *   Function:  Take the listing window in days from the PARM   *
      *    when one is supplied; anything unusable keeps the         *
      *    default of 30 with a warning.                             *
      *                                                              *
      ****************************************************************
       Apply-Window-Parm.

           If parm-len greater than ZERO
             Compute Numval-Test-Result =
               Function Test-Numval(parm-string(1:parm-len))
             If Numval-Test-Result = 0
               Compute Window-Days =
                 Function Numval(parm-string(1:parm-len))
             else
               Display "** WARNING: PARM '" parm-string(1:parm-len)
                        "' is not a numeric day count - "
                        "defaulting to " Window-Days
             End-If
           End-If

           If Window-Days equal ZERO
             Move 30 to Window-Days
           End-If
           .

      ****************************************************************
      *                                                              *
      * List-Next-Audit-Record                                       *
      *                                                              *
      *   Function:  Print one audit record inside the window,       *
      *    with a run heading when the job or run stamp changes and  *
      *    the card text when the card changes.                      *
      *                                                              *
      ****************************************************************
       List-Next-Audit-Record.

           Read MNTAUDT-FILE
             At End
               Set MNTAUDT-EOF to true
             Not At End
               Add 1 to Audit-Read-Count
               If MNTAUDT-RUN-DATE not less than Cut-Date-X
                 Perform List-One-Audit-Record
               End-If
           End-Read
           .

       List-One-Audit-Record.

           If MNTAUDT-JOB-NAME not equal Last-Job-Name
             or MNTAUDT-RUN-STAMP not equal Last-Run-Stamp
             Add 1 to Run-Count
             Move MNTAUDT-JOB-NAME  to Last-Job-Name
             Move MNTAUDT-RUN-STAMP to Last-Run-Stamp
             Move Spaces to Last-Card-Text
             Display " "
             Display "Run " MNTAUDT-RUN-DATE " " MNTAUDT-RUN-TIME
                      "  Job " MNTAUDT-JOB-NAME
           End-If

           If MNTAUDT-CARD-TEXT not equal Last-Card-Text
             Move MNTAUDT-CARD-TEXT to Last-Card-Text
             Display "  Card: " Function Trim(MNTAUDT-CARD-TEXT)
           End-If

           Add 1 to Listed-Count
           Evaluate MNTAUDT-ACTION
             When "DELETE"
               Add 1 to Delete-Count
             When "PURGE"
               Add 1 to Purge-Count
             When "TIER"
               Add 1 to Tier-Count
             When "RESTORE"
               Add 1 to Restore-Count
           End-Evaluate

           If MNTAUDT-IMAGE-FLAG equal "B"
             Move MNTAUDT-BEFORE-IMAGE to AIRMSTR-RECORD
             Display "    " MNTAUDT-SEQ " " MNTAUDT-ACTION " "
                      MNTAUDT-IATA " " AIRMSTR-NAME(1:30) " "
                      AIRMSTR-STATUS-TYPE(1:12) " Dly "
                      AIRMSTR-DELAY-FLAG " Tier " AIRMSTR-POLL-TIER
                      " Upd " AIRMSTR-UPD-DATE
           else
             Display "    " MNTAUDT-SEQ " " MNTAUDT-ACTION " "
                      MNTAUDT-IATA " (no record before - airport "
                      "re-added)"
           End-If
           .

      ****************************************************************
      *                                                              *
      * Print-Audit-Totals                                           *
      *                                                              *
      *   Function:  Closing totals - runs listed and records        *
      *    changed by each action.                                   *
      *                                                              *
      ****************************************************************
       Print-Audit-Totals.

           Display " "
           Move Audit-Read-Count to Print-Count
           Display "Audit records read    : " Print-Count
           Move Run-Count to Print-Count
           Display "Maintenance runs      : " Print-Count
           Move Listed-Count to Print-Count
           Display "Records changed       : " Print-Count
           Move Delete-Count to Print-Count
           Display "  DELETE              : " Print-Count
           Move Purge-Count to Print-Count
           Display "  PURGE               : " Print-Count
           Move Tier-Count to Print-Count
           Display "  TIER                : " Print-Count
           Move Restore-Count to Print-Count
           Display "  RESTORE             : " Print-Count
           .
