       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRQRPT.
      * START OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * *  *
      *                                                                *
      *  MODULE NAME=AIRQRPT                                           *
      *                                                                *
      *  DESCRIPTIVE NAME=Airport-data API quota usage report          *
      *                                                                *
      *  FUNCTION                                                      *
      *                                                                *
      *  Prints what the APIQUOTA ledger says we spent against the     *
      *  airport-data API's daily request limit, day by day: one line  *
      *  per run type - *SCHED*, *RERUN*, *MASTER* and explicit PARM   *
      *  lists (LIST), with partitioned runs shown apart from          *
      *  unpartitioned ones - giving how many runs (partitions count   *
      *  one each) sent requests that day, their first attempts,       *
      *  retries, cross-check (XCHK) requests and total, and the       *
      *  airports deferred for want of quota. Each day closes with     *
      *  its total against the HTTPCFG limit in force, and a summary   *
      *  by run type over the whole window ends the report, so the     *
      *  question "who burned the quota?" has a one-page answer.       *
      *                                                                *
      * //GO EXEC PGM=AIRQRPT,PARM='14'                                *
      * //STEPLIB  DD DSN=&LOAD,DISP=SHR                               *
      * //SYSOUT   DD SYSOUT=*                                         *
      * //APIQUOTA DD DSN=&SRC..APIQUOTA,DISP=SHR                      *
      *                                                                *
      *  where PARM is how many days back to report (default 14).      *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * API quota ledger kept by HWTHXCB1, read in usage-day order
           SELECT APIQUOTA-FILE ASSIGN TO APIQUOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APIQUOTA-KEY
               FILE STATUS IS APIQUOTA-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  APIQUOTA-FILE
           RECORDING MODE IS F.

           COPY APIQUOTA.

       WORKING-STORAGE SECTION.

      * FILE STATUS and end-of-file bookkeeping for the ledger
       01 APIQUOTA-STATUS    Pic X(02) Value "00".
         88 APIQUOTA-OK           Value "00".
       01 APIQUOTA-EOF-FLAG  Pic 9 Value 0.
         88 APIQUOTA-EOF     Value 1.

      * Window arithmetic - the oldest usage day reported
       01 Window-Days       Pic 9(03) Value 14.
       01 Today-Int         Pic 9(08) Value 0.
       01 Today-Day-Int     Pic 9(08) Value 0.
       01 Cut-Day-Int       Pic 9(08) Value 0.
       01 Cut-Date          Pic 9(08) Value 0.
       01 Cut-Date-X Redefines Cut-Date Pic X(08).
       01 Numval-Test-Result Pic S9(4) Value 0.

      * The usage day being accumulated, and its lines by run type
      * (run type plus partitioned Y/N)
       01 Cur-Date          Pic X(08) Value Spaces.
       01 Day-Limit         Pic 9(06) Value 0.
       01 Row-Max           Pic 9(2) Value 10.
       01 Row-Count         Pic 9(2) Value 0.
       01 Row-Idx           Pic 9(2) Value 0.
       01 Row-Match-Idx     Pic 9(2) Value 0.
       01 Row-Table.
         05 Row-Entry Occurs 10 times.
           10 Row-Type      Pic X(08).
           10 Row-Part      Pic X(01).
           10 Row-Runs      Pic 9(05).
           10 Row-Primary   Pic 9(07).
           10 Row-Retry     Pic 9(07).
           10 Row-Xchk      Pic 9(07).
           10 Row-Total     Pic 9(07).
           10 Row-Deferred  Pic 9(05).

      * Totals by run type over the whole window, same shape
       01 Tot-Count         Pic 9(2) Value 0.
       01 Tot-Idx           Pic 9(2) Value 0.
       01 Tot-Match-Idx     Pic 9(2) Value 0.
       01 Tot-Table.
         05 Tot-Entry Occurs 10 times.
           10 Tot-Type      Pic X(08).
           10 Tot-Part      Pic X(01).
           10 Tot-Runs      Pic 9(05).
           10 Tot-Primary   Pic 9(07).
           10 Tot-Retry     Pic 9(07).
           10 Tot-Xchk      Pic 9(07).
           10 Tot-Total     Pic 9(07).
           10 Tot-Deferred  Pic 9(05).

      * Day totals
       01 Day-Total         Pic 9(07) Value 0.
       01 Day-Deferred      Pic 9(05) Value 0.
       01 Day-Pct-Used      Pic 9(05) Value 0.
       01 Day-Over-Count    Pic 9(04) Value 0.

      * Run accounting
       01 Ledger-Read-Count Pic 9(6) Value 0.
       01 Day-Count         Pic 9(4) Value 0.
       01 Row-Overflow      Pic 9(6) Value 0.

      * Edited fields for the printed report lines
       01 Print-Label       Pic X(16) Value Spaces.
       01 Print-Runs        Pic Z(4)9.
       01 Print-Primary     Pic Z(6)9.
       01 Print-Retry       Pic Z(6)9.
       01 Print-Xchk        Pic Z(6)9.
       01 Print-Total       Pic Z(6)9.
       01 Print-Deferred    Pic Z(4)9.
       01 Print-Limit       Pic Z(5)9.
       01 Print-Pct         Pic Z(4)9.
       01 Print-Count       Pic Z(5)9.

       LINKAGE SECTION.

      * User-supplied parameter: how many days back to report
       01 jcl-parm.
         05 parm-len    Pic S9(3) binary.
         05 parm-string.
           10 parm-char Pic X occurs 0 to 160 times
                      depending on parm-len.

       PROCEDURE DIVISION using jcl-parm.
       Begin.

           Display "***********************************************".
           Display "** API Quota Usage Report (AIRQRPT)          **".
           Display "***********************************************".

           Perform Apply-Window-Parm

           Move Function Current-Date(1:8) to Today-Int
           Compute Today-Day-Int = Function Integer-Of-Date(Today-Int)
           Compute Cut-Day-Int = Today-Day-Int - Window-Days
           Compute Cut-Date = Function Date-Of-Integer(Cut-Day-Int)

           Display "Usage days since " Cut-Date-X

           Open Input APIQUOTA-FILE

           If NOT APIQUOTA-OK
             Display "** Unable to open APIQUOTA, status: "
                      APIQUOTA-STATUS
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If

           *> The ledger is keyed by usage day first - position on
           *> the first day inside the window and read forward
           Move Low-Values to APIQUOTA-KEY
           Move Cut-Date-X to APIQUOTA-USAGE-DATE
           Start APIQUOTA-FILE Key not less than APIQUOTA-KEY
             Invalid Key
               Set APIQUOTA-EOF to true
           End-Start

           Perform Read-Next-Ledger-Entry
             Until APIQUOTA-EOF

           If Cur-Date not equal Spaces
             Perform Print-One-Usage-Day
           End-If

           Close APIQUOTA-FILE

           If Day-Count equal ZERO
             Display " "
             Display "(no API usage recorded inside the window)"
           else
             Perform Print-Window-Totals
           End-If

           Display " "
           Move Ledger-Read-Count to Print-Count
           Display "Ledger records read   : " Print-Count
           If Day-Over-Count greater than ZERO
             Move Day-Over-Count to Print-Count
             Display "Days over the limit   : " Print-Count
           End-If
           If Row-Overflow greater than ZERO
             Move Row-Overflow to Print-Count
             Display "** WARNING: " Print-Count " ledger record(s) "
                      "with an unexpected run type not shown"
           End-If

           Display "***********************************************".
           STOP RUN.

      ****************************************************************
      *                                                              *
      * Apply-Window-Parm                                            *
      *                                                              *
      *   Function:  Take the report window in days from the PARM    *
      *    when one is supplied; anything unusable keeps the         *
      *    default of 14 with a warning.                             *
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
             Move 14 to Window-Days
           End-If
           .

      ****************************************************************
      *                                                              *
      * Read-Next-Ledger-Entry                                       *
      *                                                              *
      *   Function:  Fold one ledger record into its usage day,      *
      *    printing the day before when the day changes.             *
      *                                                              *
      ****************************************************************
       Read-Next-Ledger-Entry.

           Read APIQUOTA-FILE Next Record
             At End
               Set APIQUOTA-EOF to true
             Not At End
               Add 1 to Ledger-Read-Count
               If APIQUOTA-USAGE-DATE not equal Cur-Date
                 If Cur-Date not equal Spaces
                   Perform Print-One-Usage-Day
                 End-If
                 Move APIQUOTA-USAGE-DATE to Cur-Date
                 Move 0 to Row-Count
                 Move 0 to Day-Limit
               End-If
               Perform Fold-Ledger-Entry
           End-Read
           .

       Fold-Ledger-Entry.

           *> The limit in force that day - the largest any run saw
           If APIQUOTA-DAILY-LIMIT greater than Day-Limit
             Move APIQUOTA-DAILY-LIMIT to Day-Limit
           End-If

           Move 0 to Row-Match-Idx
           Move 1 to Row-Idx
           Perform Scan-For-Day-Row
             Until Row-Idx greater than Row-Count

           If Row-Match-Idx equal ZERO
             If Row-Count less than Row-Max
               Add 1 to Row-Count
               Move Row-Count to Row-Match-Idx
               Move APIQUOTA-RUN-TYPE to Row-Type(Row-Match-Idx)
               Move "N" to Row-Part(Row-Match-Idx)
               If APIQUOTA-PART-COUNT greater than ZERO
                 Move "Y" to Row-Part(Row-Match-Idx)
               End-If
               Move 0 to Row-Runs(Row-Match-Idx)
               Move 0 to Row-Primary(Row-Match-Idx)
               Move 0 to Row-Retry(Row-Match-Idx)
               Move 0 to Row-Xchk(Row-Match-Idx)
               Move 0 to Row-Total(Row-Match-Idx)
               Move 0 to Row-Deferred(Row-Match-Idx)
             else
               Add 1 to Row-Overflow
             End-If
           End-If

           If Row-Match-Idx greater than ZERO
             Add 1 to Row-Runs(Row-Match-Idx)
             Add APIQUOTA-PRIMARY-REQS to Row-Primary(Row-Match-Idx)
             Add APIQUOTA-RETRY-REQS   to Row-Retry(Row-Match-Idx)
             Add APIQUOTA-XCHK-REQS    to Row-Xchk(Row-Match-Idx)
             Add APIQUOTA-TOTAL-REQS   to Row-Total(Row-Match-Idx)
             Add APIQUOTA-DEFERRED     to Row-Deferred(Row-Match-Idx)
           End-If
           .

       Scan-For-Day-Row.

           If Row-Type(Row-Idx) equal APIQUOTA-RUN-TYPE
             and ((Row-Part(Row-Idx) equal "Y"
                   and APIQUOTA-PART-COUNT greater than ZERO)
               or (Row-Part(Row-Idx) equal "N"
                   and APIQUOTA-PART-COUNT equal ZERO))
             Move Row-Idx to Row-Match-Idx
             Move Row-Count to Row-Idx
           End-If

           Add 1 to Row-Idx
           .

      ****************************************************************
      *                                                              *
      * Print-One-Usage-Day                                          *
      *                                                              *
      *   Function:  One block per usage day - a line per run type,  *
      *    then the day's total against the limit in force. Each     *
      *    line is also folded into the window totals.               *
      *                                                              *
      ****************************************************************
       Print-One-Usage-Day.

           Add 1 to Day-Count
           Move 0 to Day-Total
           Move 0 to Day-Deferred

           Display " "
           Display "Usage day " Cur-Date
           Display "  Run type          Runs   First  Retries  "
                    " XCHK    Total  Deferred"

           Move 1 to Row-Idx
           Perform Print-One-Day-Row
             Until Row-Idx greater than Row-Count

           Move Day-Total to Print-Total
           Move Day-Deferred to Print-Deferred
           If Day-Limit greater than ZERO
             Move Day-Limit to Print-Limit
             Compute Day-Pct-Used = Day-Total * 100 / Day-Limit
             Move Day-Pct-Used to Print-Pct
             If Day-Total greater than Day-Limit
               Add 1 to Day-Over-Count
               Display "  Day total" Print-Total " of limit "
                        Print-Limit " (" Print-Pct "%) - OVER LIMIT"
             else
               Display "  Day total" Print-Total " of limit "
                        Print-Limit " (" Print-Pct "%)"
             End-If
           else
             Display "  Day total" Print-Total " (no daily limit set)"
           End-If
           .

       Print-One-Day-Row.

           Move Row-Type(Row-Idx) to Print-Label
           If Row-Part(Row-Idx) equal "Y"
             Move Spaces to Print-Label
             String Function Trim(Row-Type(Row-Idx)) delimited by size
                    " (part)" delimited by size
               into Print-Label
           End-If

           Move Row-Runs(Row-Idx)     to Print-Runs
           Move Row-Primary(Row-Idx)  to Print-Primary
           Move Row-Retry(Row-Idx)    to Print-Retry
           Move Row-Xchk(Row-Idx)     to Print-Xchk
           Move Row-Total(Row-Idx)    to Print-Total
           Move Row-Deferred(Row-Idx) to Print-Deferred

           Display "  " Print-Label Print-Runs " " Print-Primary "  "
                    Print-Retry " " Print-Xchk "  " Print-Total "  "
                    Print-Deferred

           Add Row-Total(Row-Idx)    to Day-Total
           Add Row-Deferred(Row-Idx) to Day-Deferred
           Perform Fold-Row-Into-Totals

           Add 1 to Row-Idx
           .

       Fold-Row-Into-Totals.

           Move 0 to Tot-Match-Idx
           Move 1 to Tot-Idx
           Perform Scan-For-Total-Row
             Until Tot-Idx greater than Tot-Count

           If Tot-Match-Idx equal ZERO
             Add 1 to Tot-Count
             Move Tot-Count to Tot-Match-Idx
             Move Row-Type(Row-Idx) to Tot-Type(Tot-Match-Idx)
             Move Row-Part(Row-Idx) to Tot-Part(Tot-Match-Idx)
             Move 0 to Tot-Runs(Tot-Match-Idx)
             Move 0 to Tot-Primary(Tot-Match-Idx)
             Move 0 to Tot-Retry(Tot-Match-Idx)
             Move 0 to Tot-Xchk(Tot-Match-Idx)
             Move 0 to Tot-Total(Tot-Match-Idx)
             Move 0 to Tot-Deferred(Tot-Match-Idx)
           End-If

           Add Row-Runs(Row-Idx)     to Tot-Runs(Tot-Match-Idx)
           Add Row-Primary(Row-Idx)  to Tot-Primary(Tot-Match-Idx)
           Add Row-Retry(Row-Idx)    to Tot-Retry(Tot-Match-Idx)
           Add Row-Xchk(Row-Idx)     to Tot-Xchk(Tot-Match-Idx)
           Add Row-Total(Row-Idx)    to Tot-Total(Tot-Match-Idx)
           Add Row-Deferred(Row-Idx) to Tot-Deferred(Tot-Match-Idx)
           .

       Scan-For-Total-Row.

           If Tot-Type(Tot-Idx) equal Row-Type(Row-Idx)
             and Tot-Part(Tot-Idx) equal Row-Part(Row-Idx)
             Move Tot-Idx to Tot-Match-Idx
             Move Tot-Count to Tot-Idx
           End-If

           Add 1 to Tot-Idx
           .

      ****************************************************************
      *                                                              *
      * Print-Window-Totals                                          *
      *                                                              *
      *   Function:  The same lines summed over every day in the     *
      *    window.                                                   *
      *                                                              *
      ****************************************************************
       Print-Window-Totals.

           Display " "
           Move Day-Count to Print-Count
           Display "Window totals by run type (" Print-Count " day(s))"
           Display "  Run type          Runs   First  Retries  "
                    " XCHK    Total  Deferred"

           Move 1 to Tot-Idx
           Perform Print-One-Total-Row
             Until Tot-Idx greater than Tot-Count
           .

       Print-One-Total-Row.

           Move Tot-Type(Tot-Idx) to Print-Label
           If Tot-Part(Tot-Idx) equal "Y"
             Move Spaces to Print-Label
             String Function Trim(Tot-Type(Tot-Idx)) delimited by size
                    " (part)" delimited by size
               into Print-Label
           End-If

           Move Tot-Runs(Tot-Idx)     to Print-Runs
           Move Tot-Primary(Tot-Idx)  to Print-Primary
           Move Tot-Retry(Tot-Idx)    to Print-Retry
           Move Tot-Xchk(Tot-Idx)     to Print-Xchk
           Move Tot-Total(Tot-Idx)    to Print-Total
           Move Tot-Deferred(Tot-Idx) to Print-Deferred

           Display "  " Print-Label Print-Runs " " Print-Primary "  "
                    Print-Retry " " Print-Xchk "  " Print-Total "  "
                    Print-Deferred

           Add 1 to Tot-Idx
           .
