       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRDIDX.
      * START OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * *  *
      *                                                                *
      *  MODULE NAME=AIRDIDX                                           *
      *                                                                *
      *  DESCRIPTIVE NAME=Airport change-history keyed index load      *
      *                                                                *
      *  FUNCTION                                                      *
      *                                                                *
      *  AIRDLTA is a sequential log - fine for the batch jobs that    *
      *  pass all of it, useless to the AINQ online inquiry, which     *
      *  needs one airport's latest changes while the caller waits.    *
      *  This job copies the AIRDLTA change records onto the AIRDKSD   *
      *  KSDS, keyed by airport, run stamp and field, so AINQ can      *
      *  read them newest first by a backward browse.                  *
      *                                                                *
      *  The load is additive and safe to repeat: a change already     *
      *  on the KSDS (same airport, stamp and field) is skipped, so    *
      *  feeding it an AIRDLTA generation twice changes nothing.       *
      *  Changes older than the retention PARM (default 30 days) are   *
      *  neither loaded nor kept - they are deleted off the KSDS at    *
      *  the end of each run, so the file holds a month, not the       *
      *  whole history.                                                *
      *                                                                *
      *  The KSDS must be defined before the first run, e.g.           *
      *                                                                *
      *    DEFINE CLUSTER (NAME(&SRC..AIRDKSD) INDEXED -               *
      *           KEYS(32 0) RECORDSIZE(100 100) TRACKS(5 5))          *
      *                                                                *
      * //GO EXEC PGM=AIRDIDX,PARM='30'                                *
      * //STEPLIB  DD DSN=&LOAD,DISP=SHR                               *
      * //SYSOUT   DD SYSOUT=*                                         *
      * //AIRDLTA  DD DSN=&SRC..AIRDLTA,DISP=SHR                       *
      * //AIRDKSD  DD DSN=&SRC..AIRDKSD,DISP=OLD                       *
      * //SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(1,1))                     *
      *                                                                *
      *  where PARM is the retention in days. Run it after HWTHXCB1    *
      *  (and before the AINQ region needs the changes); AINQ must     *
      *  have the AIRDKSD file closed while it runs, like AIRMSTR      *
      *  during the nightly refresh.                                   *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Master-refresh delta log written by HWTHXCB1
           SELECT AIRDLTA-FILE ASSIGN TO AIRDLTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRDLTA-STATUS.

      * The keyed change history read by the AINQ inquiry
           SELECT AIRDKSD-FILE ASSIGN TO AIRDKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIRDKSD-KEY
               FILE STATUS IS AIRDKSD-STATUS.

      * Work file putting the changes into key order - a KSDS that
      * has never been loaded only accepts ascending keys
           SELECT DXSORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

       FD  AIRDLTA-FILE
           RECORDING MODE IS F.

       01  AIRDLTA-RECORD.
           05 AIRDLTA-IATA         Pic X(06).
           05 AIRDLTA-FIELD        Pic X(12).
           05 AIRDLTA-OLD-VALUE    Pic X(30).
           05 AIRDLTA-NEW-VALUE    Pic X(30).
           05 AIRDLTA-RUN-STAMP.
               10 AIRDLTA-RUN-DATE Pic X(08).
               10 AIRDLTA-RUN-TIME Pic X(06).
           05 AIRDLTA-FILLER       Pic X(28).

       FD  AIRDKSD-FILE
           RECORDING MODE IS F.

           COPY AIRDKSD.

      * One change, laid out as the KSDS record it becomes
       SD  DXSORT-FILE.

       01  DXSORT-RECORD.
           05 DXSORT-KEY           Pic X(32).
           05 DXSORT-DATA          Pic X(68).

       WORKING-STORAGE SECTION.

      * FILE STATUS and end-of-file bookkeeping for the files
       01 AIRDLTA-STATUS    Pic X(02) Value "00".
         88 AIRDLTA-OK           Value "00".
       01 AIRDLTA-EOF-FLAG  Pic 9 Value 0.
         88 AIRDLTA-EOF     Value 1.
       01 AIRDKSD-STATUS    Pic X(02) Value "00".
         88 AIRDKSD-OK           Value "00".
         88 AIRDKSD-DUPLICATE    Value "21" "22".
         88 AIRDKSD-NOT-LOADED   Value "35".
       01 AIRDKSD-EOF-FLAG  Pic 9 Value 0.
         88 AIRDKSD-EOF     Value 1.
       01 DXSORT-EOF-FLAG   Pic 9 Value 0.
         88 DXSORT-EOF      Value 1.

      * How the KSDS was opened - a first load cannot be pruned
       01 AIRDKSD-MODE      Pic X(01) Value "U".
         88 AIRDKSD-FIRST-LOAD   Value "L".
         88 AIRDKSD-UPDATING     Value "U".

      * Retention arithmetic - today and the oldest run date kept,
      * as integer days and as a yyyymmdd compare value
       01 Retain-Days       Pic 9(03) Value 30.
       01 Today-Int         Pic 9(08) Value 0.
       01 Today-Day-Int     Pic 9(08) Value 0.
       01 Cut-Day-Int       Pic 9(08) Value 0.
       01 Cut-Date          Pic 9(08) Value 0.
       01 Cut-Date-X Redefines Cut-Date Pic X(08).
       01 Numval-Test-Result Pic S9(4) Value 0.

      * Run accounting
       01 Delta-Record-Count Pic 9(6) Value 0.
       01 Too-Old-Count      Pic 9(6) Value 0.
       01 Loaded-Count       Pic 9(6) Value 0.
       01 Already-Count      Pic 9(6) Value 0.
       01 Write-Failures     Pic 9(6) Value 0.
       01 Pruned-Count       Pic 9(6) Value 0.
       01 Prune-Failures     Pic 9(6) Value 0.

       LINKAGE SECTION.

      * User-supplied parameter: retention in days
       01 jcl-parm.
         05 parm-len    Pic S9(3) binary.
         05 parm-string.
           10 parm-char Pic X occurs 0 to 160 times
                      depending on parm-len.

       PROCEDURE DIVISION using jcl-parm.
       Begin.

           Display "***********************************************".
           Display "** Change-History Index Load (AIRDIDX)       **".
           Display "***********************************************".

           Perform Apply-Retain-Parm

           Move Function Current-Date(1:8) to Today-Int
           Compute Today-Day-Int = Function Integer-Of-Date(Today-Int)
           Compute Cut-Day-Int = Today-Day-Int - Retain-Days
           Compute Cut-Date = Function Date-Of-Integer(Cut-Day-Int)

           Perform Open-Index-For-Update

           Sort DXSORT-FILE
             On Ascending Key DXSORT-KEY
             Input Procedure Release-Delta-Changes
             Output Procedure Load-Delta-Changes

           If Sort-Return not equal ZERO
             Close AIRDKSD-FILE
             Display "** Change sort failed, SORT-RETURN: "
                      Sort-Return " - index may be incomplete"
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If

           If AIRDKSD-UPDATING
             Perform Prune-Expired-Changes
           End-If

           Close AIRDKSD-FILE

           Display "Changes read       : " Delta-Record-Count
           Display "Older than " Retain-Days " days : " Too-Old-Count
           Display "Already on index   : " Already-Count
           Display "Changes loaded     : " Loaded-Count
           Display "Expired, removed   : " Pruned-Count

           If Write-Failures greater than ZERO
             or Prune-Failures greater than ZERO
             Display "** " Write-Failures " write and "
                      Prune-Failures " delete failure(s) on AIRDKSD"
             If Return-Code less than 8
               Move 8 to Return-Code
             End-If
           End-If

           Display "***********************************************".
           STOP RUN.

      ****************************************************************
      *                                                              *
      * Apply-Retain-Parm                                            *
      *                                                              *
      *   Function:  Take the retention in days from the PARM when   *
      *    one is supplied; anything unusable keeps the default of   *
      *    30 with a warning rather than failing the load.           *
      *                                                              *
      ****************************************************************
       Apply-Retain-Parm.

           If parm-len greater than ZERO
             Compute Numval-Test-Result =
               Function Test-Numval(parm-string(1:parm-len))
             If Numval-Test-Result = 0
               Compute Retain-Days =
                 Function Numval(parm-string(1:parm-len))
             else
               Display "** WARNING: PARM '" parm-string(1:parm-len)
                        "' is not a numeric day count - "
                        "defaulting to " Retain-Days
             End-If
           End-If

           If Retain-Days equal ZERO
             Move 30 to Retain-Days
           End-If
           .

      ****************************************************************
      *                                                              *
      * Open-Index-For-Update                                        *
      *                                                              *
      *   Function:  Open the KSDS for update; a cluster that has    *
      *    never been loaded refuses I-O, so that first run opens    *
      *    it for output instead.                                    *
      *                                                              *
      ****************************************************************
       Open-Index-For-Update.

           Open I-O AIRDKSD-FILE

           If AIRDKSD-NOT-LOADED
             Set AIRDKSD-FIRST-LOAD to true
             Open Output AIRDKSD-FILE
           End-If

           If NOT AIRDKSD-OK
             Display "** Unable to open AIRDKSD for update, status: "
                      AIRDKSD-STATUS
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If
           .

      ****************************************************************
      *                                                              *
      * Release-Delta-Changes                                        *
      *                                                              *
      *   Function:  Sort input procedure - hand every AIRDLTA       *
      *    change inside the retention window to the sort, laid      *
      *    out as its KSDS record. AIRDLTA is required.              *
      *                                                              *
      ****************************************************************
       Release-Delta-Changes.

           Open Input AIRDLTA-FILE

           If NOT AIRDLTA-OK
             Display "** Unable to open AIRDLTA, status: "
                      AIRDLTA-STATUS
             Display "***********************************************"
             Close AIRDKSD-FILE
             Move 12 to Return-Code
             Stop Run
           End-If

           Perform Release-Next-Change
             Until AIRDLTA-EOF

           Close AIRDLTA-FILE
           .

       Release-Next-Change.

           Read AIRDLTA-FILE
             At End
               Set AIRDLTA-EOF to true
             Not At End
               Add 1 to Delta-Record-Count
               If AIRDLTA-RUN-DATE less than Cut-Date-X
                 Add 1 to Too-Old-Count
               else
                 Move Spaces to AIRDKSD-RECORD
                 Move AIRDLTA-IATA      to AIRDKSD-IATA
                 Move AIRDLTA-RUN-STAMP to AIRDKSD-RUN-STAMP
                 Move AIRDLTA-FIELD     to AIRDKSD-FIELD
                 Move AIRDLTA-OLD-VALUE to AIRDKSD-OLD-VALUE
                 Move AIRDLTA-NEW-VALUE to AIRDKSD-NEW-VALUE
                 Release DXSORT-RECORD from AIRDKSD-RECORD
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Load-Delta-Changes                                           *
      *                                                              *
      *   Function:  Sort output procedure - write each change onto  *
      *    the KSDS in key order. A change already on file is        *
      *    counted and skipped; any other failure is counted and     *
      *    sets the return code.                                     *
      *                                                              *
      ****************************************************************
       Load-Delta-Changes.

           Perform Load-Next-Change
             Until DXSORT-EOF
           .

       Load-Next-Change.

           Return DXSORT-FILE into AIRDKSD-RECORD
             At End
               Set DXSORT-EOF to true
             Not At End
               Write AIRDKSD-RECORD
               Evaluate true
                 When AIRDKSD-OK
                   Add 1 to Loaded-Count
                 When AIRDKSD-DUPLICATE
                   Add 1 to Already-Count
                 When other
                   Add 1 to Write-Failures
                   Display "** Write to AIRDKSD failed for "
                            AIRDKSD-IATA " " AIRDKSD-RUN-STAMP
                            " " AIRDKSD-FIELD ", status: "
                            AIRDKSD-STATUS
               End-Evaluate
           End-Return
           .

      ****************************************************************
      *                                                              *
      * Prune-Expired-Changes                                        *
      *                                                              *
      *   Function:  Walk the KSDS and delete every change whose     *
      *    run date is older than the retention window.              *
      *                                                              *
      ****************************************************************
       Prune-Expired-Changes.

           Move 0 to AIRDKSD-EOF-FLAG
           Move Low-Values to AIRDKSD-KEY
           Start AIRDKSD-FILE Key not less than AIRDKSD-KEY
             Invalid Key
               Set AIRDKSD-EOF to true
           End-Start

           Perform Prune-Next-Change
             Until AIRDKSD-EOF
           .

       Prune-Next-Change.

           Read AIRDKSD-FILE Next
             At End
               Set AIRDKSD-EOF to true
             Not At End
               If AIRDKSD-RUN-DATE less than Cut-Date-X
                 Delete AIRDKSD-FILE
                   Invalid Key
                     Add 1 to Prune-Failures
                     Display "** Delete failed for " AIRDKSD-IATA
                              " " AIRDKSD-RUN-STAMP ", status: "
                              AIRDKSD-STATUS
                   Not Invalid Key
                     Add 1 to Pruned-Count
                 End-Delete
               End-If
           End-Read
           .
