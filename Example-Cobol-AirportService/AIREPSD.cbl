       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIREPSD.
      * START OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * *  *
      *                                                                *
      *  MODULE NAME=AIREPSD                                           *
      *                                                                *
      *  DESCRIPTIVE NAME=Airport delay-episode register               *
      *                                                                *
      *  FUNCTION                                                      *
      *                                                                *
      *  HWTHXCB1 raises AIRX003W (and posts the delay alert) on       *
      *  every run an airport is over the threshold, so a four-hour    *
      *  ground stop is a dozen identical alert lines and nothing      *
      *  records when it began, when it cleared or how bad it got.     *
      *  This job turns the observations into delay episodes - one     *
      *  per stretch of runs from the first delayed observation to     *
      *  the all-clear - and keeps them on the AIREPSD register, a     *
      *  KSDS keyed by airport and episode start stamp. Each episode   *
      *  carries its start, last-delayed and end run stamps, its       *
      *  duration in minutes, the peak AIRHIST-AVERAGE-DELAY seen      *
      *  and how many observations it spans.                           *
      *                                                                *
      *  The episodes are driven by three inputs, merged by airport    *
      *  and stamp:                                                    *
      *                                                                *
      *    AIRHIST  - each observation's delay flag opens, extends     *
      *               or closes the airport's episode                  *
      *    AIRDLTA  - DELAY-FLAG transitions pin the exact onset and   *
      *               all-clear stamps, including runs whose           *
      *               observation never reached AIRHIST                *
      *    AIRHROLL - for days already archived off AIRHIST, the       *
      *               daily flagged Y/N; such an episode end is        *
      *               only known to the day unless an AIRDLTA          *
      *               transition on that date places it exactly        *
      *                                                                *
      *  The register is updated in place, not rebuilt: every          *
      *  airport's high-water stamp is taken from its episodes on      *
      *  file and only input later than that is applied, so an         *
      *  episode still open from the last run is extended or closed,   *
      *  and rerunning against the same input changes nothing.         *
      *  Omit AIRHROLL or AIRDLTA and the episodes come from the       *
      *  remaining inputs.                                             *
      *                                                                *
      *  Two reports follow the update: every episode still open       *
      *  (the morning shift's "what is down right now and for how      *
      *  long"), then every episode closed within the last PARM days   *
      *  (default 7) for the weekly and monthly incident review.       *
      *                                                                *
      *  The register must be defined before the first run, e.g.       *
      *                                                                *
      *    DEFINE CLUSTER (NAME(&SRC..AIREPSD) INDEXED -               *
      *           KEYS(20 0) RECORDSIZE(80 80) TRACKS(5 5))            *
      *                                                                *
      * //GO EXEC PGM=AIREPSD,PARM='7'                                 *
      * //STEPLIB  DD DSN=&LOAD,DISP=SHR                               *
      * //SYSOUT   DD SYSOUT=*                                         *
      * //AIREPSD  DD DSN=&SRC..AIREPSD,DISP=OLD                       *
      * //AIRHIST  DD DSN=&SRC..AIRHIST,DISP=SHR                       *
      * //AIRHROLL DD DSN=&SRC..AIRHROLL,DISP=SHR                      *
      * //AIRDLTA  DD DSN=&SRC..AIRDLTA,DISP=SHR                       *
      * //SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(5,5))                     *
      *                                                                *
      *  where PARM is how many days back the "closed" report looks.   *
      *  Run it after HWTHXCB1 so that run's AIRDLTA transitions are   *
      *  picked up - AIRDLTA is rewritten by every run, so a job that  *
      *  runs less often should concatenate the generations it has     *
      *  not yet seen.                                                 *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * The delay-episode register - read to find where each
      * airport's episodes left off, then updated in place
           SELECT AIREPSD-FILE ASSIGN TO AIREPSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIREPSD-KEY
               FILE STATUS IS AIREPSD-STATUS.

      * Cumulative delay-history observations appended by HWTHXCB1
           SELECT AIRHIST-FILE ASSIGN TO AIRHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRHIST-STATUS.

      * Daily-rollup summaries written by AIRHARC for observations
      * already archived off AIRHIST
           SELECT AIRHROLL-FILE ASSIGN TO AIRHROLL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRHROLL-STATUS.

      * Master-refresh delta log written by HWTHXCB1 - only the
      * DELAY-FLAG transitions are of interest here
           SELECT AIRDLTA-FILE ASSIGN TO AIRDLTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRDLTA-STATUS.

      * Work file merging the three inputs into airport/stamp order
           SELECT EPSORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

       FD  AIREPSD-FILE
           RECORDING MODE IS F.

           COPY AIREPSD.

       FD  AIRHIST-FILE
           RECORDING MODE IS F.

           COPY AIRHIST.

       FD  AIRHROLL-FILE
           RECORDING MODE IS F.

           COPY AIRHROLL.

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

      * One delay-flag event - a daily rollup, a DELAY-FLAG
      * transition or a raw observation. At the same stamp a
      * transition sorts ahead of the observation from that run.
       SD  EPSORT-FILE.

       01  EPSORT-RECORD.
           05 EPSORT-IATA          Pic X(06).
           05 EPSORT-STAMP.
               10 EPSORT-DATE      Pic X(08).
               10 EPSORT-TIME      Pic X(06).
           05 EPSORT-SOURCE        Pic X(01).
             88 EPSORT-FROM-ROLLUP     Value "1".
             88 EPSORT-FROM-DELTA      Value "2".
             88 EPSORT-FROM-HISTORY    Value "3".
           05 EPSORT-FLAG          Pic X(01).
           05 EPSORT-DELAY         Pic 9(04).
           05 EPSORT-OBS-COUNT     Pic 9(04).

       WORKING-STORAGE SECTION.

      * FILE STATUS and end-of-file bookkeeping for the register
       01 AIREPSD-STATUS    Pic X(02) Value "00".
         88 AIREPSD-OK           Value "00".
         88 AIREPSD-NOT-LOADED   Value "35".
       01 AIREPSD-EOF-FLAG  Pic 9 Value 0.
         88 AIREPSD-EOF     Value 1.
       01 Register-Empty-Flag Pic 9 Value 0.
         88 Register-Empty  Value 1.

      * FILE STATUS and end-of-file bookkeeping for the three inputs
      * and the sort work file
       01 AIRHIST-STATUS    Pic X(02) Value "00".
         88 AIRHIST-OK           Value "00".
       01 AIRHIST-EOF-FLAG  Pic 9 Value 0.
         88 AIRHIST-EOF     Value 1.
       01 AIRHROLL-STATUS   Pic X(02) Value "00".
         88 AIRHROLL-OK          Value "00".
       01 AIRHROLL-EOF-FLAG Pic 9 Value 0.
         88 AIRHROLL-EOF    Value 1.
       01 AIRDLTA-STATUS    Pic X(02) Value "00".
         88 AIRDLTA-OK           Value "00".
       01 AIRDLTA-EOF-FLAG  Pic 9 Value 0.
         88 AIRDLTA-EOF     Value 1.
       01 EPSORT-EOF-FLAG   Pic 9 Value 0.
         88 EPSORT-EOF      Value 1.

      * How many days back the "closed" report looks, from the PARM
       01 Closed-Window-Days Pic 9(03) Value 7.

      * Where each airport's episodes on file leave off - the
      * high-water stamp below which input has already been
      * applied, and the open episode (if any) to carry forward
       01 Reg-Max           Pic 9(4) Value 500.
       01 Reg-Count         Pic 9(4) Value 0.
       01 Reg-Idx           Pic 9(4) Value 0.
       01 Reg-Match-Idx     Pic 9(4) Value 0.
       01 Reg-Table.
         05 Reg-Entry Occurs 500 times.
           10 Reg-Iata        Pic X(06).
           10 Reg-Hwm-Stamp   Pic X(14).
           10 Reg-Open-Flag   Pic X(01).
           10 Reg-Open-Start  Pic X(14).
           10 Reg-Open-Last   Pic X(14).
           10 Reg-Open-Peak   Pic 9(04).
           10 Reg-Open-Obs    Pic 9(05).
           10 Reg-Open-Grain  Pic X(01).

      * The episode being built for the airport currently coming
      * off the sort
       01 Cur-Iata          Pic X(06) Value Spaces.
       01 Ep-Open-Flag      Pic 9 Value 0.
         88 Ep-Is-Open      Value 1.
       01 Ep-On-File-Flag   Pic 9 Value 0.
         88 Ep-Is-On-File   Value 1.
       01 Ep-Start-Stamp    Pic X(14) Value Spaces.
       01 Ep-Last-Stamp     Pic X(14) Value Spaces.
       01 Ep-End-Stamp      Pic X(14) Value Spaces.
       01 Ep-Peak-Delay     Pic 9(04) Value 0.
       01 Ep-Obs-Count      Pic 9(05) Value 0.
       01 Ep-Grain          Pic X(01) Value "T".

      * A daily rollup can only say "delayed at some point that
      * day" - its open or close is held here until the next event
      * shows whether a DELAY-FLAG transition on the same date
      * places it exactly
       01 Pend-Kind         Pic X(01) Value Space.
         88 Pend-None       Value Space.
         88 Pend-Open       Value "O".
         88 Pend-Close      Value "C".
       01 Pend-Date         Pic X(08) Value Spaces.
       01 Pend-Peak         Pic 9(04) Value 0.
       01 Pend-Obs          Pic 9(04) Value 0.
       01 Event-Used-Flag   Pic 9 Value 0.
         88 Event-Used      Value 1.

      * Scratch stamp for opening/closing at a given moment
       01 Event-Stamp       Pic X(14) Value Spaces.

      * Stamp arithmetic - a yyyymmddhhmmss stamp as absolute
      * minutes, so a duration is one subtraction
       01 Stamp-Work        Pic X(14) Value Spaces.
       01 Stamp-Work-Parts Redefines Stamp-Work.
         05 Stamp-Work-Date Pic 9(08).
         05 Stamp-Work-HH   Pic 9(02).
         05 Stamp-Work-MM   Pic 9(02).
         05 Stamp-Work-SS   Pic 9(02).
       01 Stamp-Minutes     Pic 9(11) Value 0.
       01 Start-Minutes     Pic 9(11) Value 0.
       01 Duration-Mins     Pic 9(07) Value 0.

      * Numeric conversion of the reported average delay
       01 Observation-Delay  Pic 9(4) Value 0.
       01 Numval-Test-Result Pic S9(4) Value 0.

      * Run accounting
       01 History-Record-Count Pic 9(6) Value 0.
       01 Rollup-Record-Count  Pic 9(6) Value 0.
       01 Delta-Record-Count   Pic 9(6) Value 0.
       01 Events-Released      Pic 9(6) Value 0.
       01 Events-Already-Seen  Pic 9(6) Value 0.
       01 Episodes-On-File     Pic 9(6) Value 0.
       01 Episodes-Opened      Pic 9(6) Value 0.
       01 Episodes-Closed      Pic 9(6) Value 0.
       01 Register-Write-Fails Pic 9(6) Value 0.
       01 Register-Overflow    Pic 9(6) Value 0.

      * Report window - today and the "closed since" floor as
      * integer days
       01 Today-Int         Pic 9(08) Value 0.
       01 Today-Day-Int     Pic 9(08) Value 0.
       01 Closed-Cut-Int    Pic 9(08) Value 0.
       01 End-Date-Num      Pic 9(08) Value 0.
       01 End-Day-Int       Pic 9(08) Value 0.
       01 Report-Count      Pic 9(5) Value 0.
       01 Report-Mins-Sum   Pic 9(9) Value 0.
       01 Report-Mins-Max   Pic 9(7) Value 0.
       01 Day-Grain-Count   Pic 9(5) Value 0.

      * Edited fields for the printed report lines
       01 Print-Start       Pic X(16) Value Spaces.
       01 Print-Other       Pic X(16) Value Spaces.
       01 Print-Stamp       Pic X(16) Value Spaces.
       01 Print-Dur-Hours   Pic Z(4)9.
       01 Print-Dur-Mins    Pic 99.
       01 Print-Duration    Pic X(08) Value Spaces.
       01 Print-Peak        Pic Z(3)9.
       01 Print-Obs         Pic Z(4)9.
       01 Print-Count       Pic Z(4)9.
       01 Print-Days        Pic ZZ9.
       01 Print-Grain-Mark  Pic X(01) Value Space.
       01 Dur-Hours-Work    Pic 9(05) Value 0.
       01 Dur-Mins-Work     Pic 9(02) Value 0.

       LINKAGE SECTION.

      * User-supplied parameter: days back for the "closed" report
       01 jcl-parm.
         05 parm-len    Pic S9(3) binary.
         05 parm-string.
           10 parm-char Pic X occurs 0 to 160 times
                      depending on parm-len.

       PROCEDURE DIVISION using jcl-parm.
       Begin.

           Display "***********************************************".
           Display "** Airport Delay-Episode Register (AIREPSD)  **".
           Display "***********************************************".

           Perform Apply-Window-Parm

           Move Function Current-Date(1:8) to Today-Int
           Compute Today-Day-Int = Function Integer-Of-Date(Today-Int)
           Compute Closed-Cut-Int = Today-Day-Int - Closed-Window-Days

           Perform Load-Episode-Register
           Perform Open-Register-For-Update

           *> Rollups, transitions and observations are merged into
           *> one airport/stamp stream; the output procedure walks it
           *> opening, extending and closing episodes as it goes
           Sort EPSORT-FILE
             On Ascending Key EPSORT-IATA
                              EPSORT-STAMP
                              EPSORT-SOURCE
             Input Procedure Release-Delay-Events
             Output Procedure Build-Delay-Episodes

           Close AIREPSD-FILE

           If Sort-Return not equal ZERO
             Display "** Episode sort failed, SORT-RETURN: "
                      Sort-Return " - register may be incomplete"
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If

           Perform Print-Run-Accounting

           Perform Print-Open-Episodes
           Perform Print-Closed-Episodes

           Display "***********************************************".
           STOP RUN.

      ****************************************************************
      *                                                              *
      * Apply-Window-Parm                                            *
      *                                                              *
      *   Function:  Take the "closed" report window in days from    *
      *    the PARM when one is supplied; anything unusable keeps    *
      *    the default of 7 with a warning rather than failing the   *
      *    register update over a report preference.                 *
      *                                                              *
      ****************************************************************
       Apply-Window-Parm.

           If parm-len greater than ZERO
             Compute Numval-Test-Result =
               Function Test-Numval(parm-string(1:parm-len))
             If Numval-Test-Result = 0
               Compute Closed-Window-Days =
                 Function Numval(parm-string(1:parm-len))
             else
               Display "** WARNING: PARM '" parm-string(1:parm-len)
                        "' is not a numeric day count - "
                        "defaulting to " Closed-Window-Days
             End-If
           End-If

           If Closed-Window-Days equal ZERO
             Move 7 to Closed-Window-Days
           End-If
           .

      ****************************************************************
      *                                                              *
      * Load-Episode-Register                                        *
      *                                                              *
      *   Function:  Walk the AIREPSD register and note, per         *
      *    airport, the latest stamp its episodes already account    *
      *    for and the episode still open, if any. A register that   *
      *    has been defined but never loaded is a first run, not an  *
      *    error; any other open failure is.                         *
      *                                                              *
      ****************************************************************
       Load-Episode-Register.

           Open Input AIREPSD-FILE

           If AIREPSD-NOT-LOADED
             Set Register-Empty to true
             Display "** AIREPSD register is empty - building it "
                      "from the full history"
           else
             If NOT AIREPSD-OK
               Display "** Unable to open AIREPSD, status: "
                        AIREPSD-STATUS
               Display "***********************************************"
               Move 12 to Return-Code
               Stop Run
             End-If

             Move Low-Values to AIREPSD-KEY
             Start AIREPSD-FILE Key not less than AIREPSD-KEY
               Invalid Key
                 Set AIREPSD-EOF to true
             End-Start

             Perform Load-Next-Episode
               Until AIREPSD-EOF

             Close AIREPSD-FILE

             If Episodes-On-File equal ZERO
               Set Register-Empty to true
             End-If
           End-If

           Display "Episodes on file   : " Episodes-On-File
           .

       Load-Next-Episode.

           Read AIREPSD-FILE Next
             At End
               Set AIREPSD-EOF to true
             Not At End
               Add 1 to Episodes-On-File
               Perform Register-One-Episode
           End-Read
           .

       Register-One-Episode.

           Move 0 to Reg-Match-Idx
           Move 1 to Reg-Idx
           Perform Scan-For-Register-Iata
             Until Reg-Idx greater than Reg-Count

           If Reg-Match-Idx equal ZERO
             If Reg-Count less than Reg-Max
               Add 1 to Reg-Count
               Move Reg-Count    to Reg-Match-Idx
               Move AIREPSD-IATA to Reg-Iata(Reg-Match-Idx)
               Move Spaces       to Reg-Hwm-Stamp(Reg-Match-Idx)
               Move "N"          to Reg-Open-Flag(Reg-Match-Idx)
             else
               Add 1 to Register-Overflow
             End-If
           End-If

           If Reg-Match-Idx greater than ZERO
             If AIREPSD-LAST-STAMP greater than
                                      Reg-Hwm-Stamp(Reg-Match-Idx)
               Move AIREPSD-LAST-STAMP to Reg-Hwm-Stamp(Reg-Match-Idx)
             End-If
             If AIREPSD-END-STAMP greater than
                                      Reg-Hwm-Stamp(Reg-Match-Idx)
               Move AIREPSD-END-STAMP to Reg-Hwm-Stamp(Reg-Match-Idx)
             End-If

             If AIREPSD-STATE equal "O"
               Move "Y" to Reg-Open-Flag(Reg-Match-Idx)
               Move AIREPSD-START-STAMP
                 to Reg-Open-Start(Reg-Match-Idx)
               Move AIREPSD-LAST-STAMP to Reg-Open-Last(Reg-Match-Idx)
               Move AIREPSD-PEAK-DELAY to Reg-Open-Peak(Reg-Match-Idx)
               Move AIREPSD-OBS-COUNT  to Reg-Open-Obs(Reg-Match-Idx)
               Move AIREPSD-GRAIN      to Reg-Open-Grain(Reg-Match-Idx)
             End-If
           End-If
           .

       Scan-For-Register-Iata.

           If Reg-Iata(Reg-Idx) equal AIREPSD-IATA
             Move Reg-Idx to Reg-Match-Idx
             Move Reg-Count to Reg-Idx
           End-If

           Add 1 to Reg-Idx
           .

      ****************************************************************
      *                                                              *
      * Open-Register-For-Update                                     *
      *                                                              *
      *   Function:  Reopen the register for the update pass - I-O   *
      *    normally, OUTPUT (initial load) when it holds nothing     *
      *    yet. Episodes come off the sort in key order, so the      *
      *    initial load writes ascending keys.                       *
      *                                                              *
      ****************************************************************
       Open-Register-For-Update.

           If Register-Overflow greater than ZERO
             Display "** Register holds more than " Reg-Max
                      " airports - cannot tell where the excess "
                      "left off"
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If

           If Register-Empty
             Open Output AIREPSD-FILE
           else
             Open I-O AIREPSD-FILE
           End-If

           If NOT AIREPSD-OK
             Display "** Unable to open AIREPSD for update, status: "
                      AIREPSD-STATUS
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If
           .

      ****************************************************************
      *                                                              *
      * Release-Delay-Events                                         *
      *                                                              *
      *   Function:  Sort input procedure - hand every daily         *
      *    rollup, DELAY-FLAG transition and observation later than  *
      *    its airport's high-water stamp to the sort. AIRHIST is    *
      *    required; AIRHROLL and AIRDLTA are optional.              *
      *                                                              *
      ****************************************************************
       Release-Delay-Events.

           Perform Release-Rollup-Events
           Perform Release-Delta-Events
           Perform Release-History-Events

           Display "Rollups read       : " Rollup-Record-Count
           Display "Flag transitions   : " Delta-Record-Count
           Display "Observations read  : " History-Record-Count
           Display "Events applied     : " Events-Released
           Display "Events already seen: " Events-Already-Seen
           .

       Release-Rollup-Events.

           Open Input AIRHROLL-FILE

           If NOT AIRHROLL-OK
             Display "** No AIRHROLL rollups read (open status "
                      AIRHROLL-STATUS ") - raw AIRHIST only"
           else
             Perform Release-Next-Rollup
               Until AIRHROLL-EOF
             Close AIRHROLL-FILE
           End-If
           .

       Release-Next-Rollup.

           Read AIRHROLL-FILE
             At End
               Set AIRHROLL-EOF to true
             Not At End
               Add 1 to Rollup-Record-Count
               Move AIRHROLL-IATA      to EPSORT-IATA
               Move AIRHROLL-DATE      to EPSORT-DATE
               Move "000000"           to EPSORT-TIME
               Set EPSORT-FROM-ROLLUP  to true
               Move AIRHROLL-FLAGGED   to EPSORT-FLAG
               Move AIRHROLL-DELAY-MAX to EPSORT-DELAY
               *> Only the day's delayed readings belong to an
               *> episode; older rollups carry no delayed count
               If AIRHROLL-DELAYED-OBS numeric
                 Move AIRHROLL-DELAYED-OBS to EPSORT-OBS-COUNT
               else
                 Move AIRHROLL-OBS-COUNT to EPSORT-OBS-COUNT
               End-If
               Perform Release-If-Not-Seen
           End-Read
           .

       Release-Delta-Events.

           Open Input AIRDLTA-FILE

           If NOT AIRDLTA-OK
             Display "** No AIRDLTA transitions read (open status "
                      AIRDLTA-STATUS ")"
           else
             Perform Release-Next-Delta
               Until AIRDLTA-EOF
             Close AIRDLTA-FILE
           End-If
           .

       Release-Next-Delta.

           Read AIRDLTA-FILE
             At End
               Set AIRDLTA-EOF to true
             Not At End
               If AIRDLTA-FIELD equal "DELAY-FLAG"
                 Add 1 to Delta-Record-Count
                 Move AIRDLTA-IATA      to EPSORT-IATA
                 Move AIRDLTA-RUN-STAMP to EPSORT-STAMP
                 Set EPSORT-FROM-DELTA  to true
                 Move AIRDLTA-NEW-VALUE(1:1) to EPSORT-FLAG
                 Move 0 to EPSORT-DELAY
                 Move 0 to EPSORT-OBS-COUNT
                 Perform Release-If-Not-Seen
               End-If
           End-Read
           .

       Release-History-Events.

           Open Input AIRHIST-FILE

           If NOT AIRHIST-OK
             Display "** Unable to open AIRHIST, status: "
                      AIRHIST-STATUS
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If

           Perform Release-Next-Observation
             Until AIRHIST-EOF

           Close AIRHIST-FILE
           .

       Release-Next-Observation.

           Read AIRHIST-FILE
             At End
               Set AIRHIST-EOF to true
             Not At End
               Add 1 to History-Record-Count

               Move 0 to Observation-Delay
               Compute Numval-Test-Result = function Test-Numval(
                 function trim(AIRHIST-AVERAGE-DELAY))
               If Numval-Test-Result = 0
                 Compute Observation-Delay = function Numval(
                   function trim(AIRHIST-AVERAGE-DELAY))
               End-If

               Move AIRHIST-IATA       to EPSORT-IATA
               Move AIRHIST-RUN-STAMP  to EPSORT-STAMP
               Set EPSORT-FROM-HISTORY to true
               Move AIRHIST-DELAY-FLAG to EPSORT-FLAG
               Move Observation-Delay  to EPSORT-DELAY
               Move 1                  to EPSORT-OBS-COUNT
               Perform Release-If-Not-Seen
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Release-If-Not-Seen                                          *
      *                                                              *
      *   Function:  Release the event just built unless the         *
      *    airport's episodes on file already run past its stamp -   *
      *    that is what makes a rerun against the same input a       *
      *    no-op.                                                    *
      *                                                              *
      ****************************************************************
       Release-If-Not-Seen.

           Move 0 to Reg-Match-Idx
           Move 1 to Reg-Idx
           Perform Scan-For-Event-Iata
             Until Reg-Idx greater than Reg-Count

           If Reg-Match-Idx greater than ZERO
             and EPSORT-STAMP not greater than
                                      Reg-Hwm-Stamp(Reg-Match-Idx)
             Add 1 to Events-Already-Seen
           else
             Add 1 to Events-Released
             Release EPSORT-RECORD
           End-If
           .

       Scan-For-Event-Iata.

           If Reg-Iata(Reg-Idx) equal EPSORT-IATA
             Move Reg-Idx to Reg-Match-Idx
             Move Reg-Count to Reg-Idx
           End-If

           Add 1 to Reg-Idx
           .

      ****************************************************************
      *                                                              *
      * Build-Delay-Episodes                                         *
      *                                                              *
      *   Function:  Sort output procedure - walk the merged events  *
      *    airport by airport. A delayed event opens an episode (or  *
      *    extends the open one); an all-clear closes it. Each       *
      *    closed episode is written as it closes; whatever is       *
      *    still open at the airport break is saved open.            *
      *                                                              *
      ****************************************************************
       Build-Delay-Episodes.

           Move Spaces to Cur-Iata

           Perform Return-Next-Event
           Perform Apply-Next-Event
             Until EPSORT-EOF

           If Cur-Iata not equal Spaces
             Perform Finish-Airport-Episodes
           End-If
           .

       Return-Next-Event.

           Return EPSORT-FILE
             At End
               Set EPSORT-EOF to true
           End-Return
           .

       Apply-Next-Event.

           If EPSORT-IATA not equal Cur-Iata
             If Cur-Iata not equal Spaces
               Perform Finish-Airport-Episodes
             End-If
             Perform Start-Airport-Episodes
           End-If

           Move 0 to Event-Used-Flag
           If NOT Pend-None
             Perform Resolve-Pending-Day
           End-If

           If NOT Event-Used
             Evaluate true
               When EPSORT-FROM-ROLLUP
                 Perform Apply-Rollup-Day
               When EPSORT-FROM-DELTA
                 Perform Apply-Flag-Transition
               When other
                 Perform Apply-Observation
             End-Evaluate
           End-If

           Perform Return-Next-Event
           .

      ****************************************************************
      *                                                              *
      * Start-Airport-Episodes                                       *
      *                                                              *
      *   Function:  First event for a new airport - pick up the     *
      *    episode left open on the register, if any, so it is       *
      *    extended or closed rather than duplicated.                *
      *                                                              *
      ****************************************************************
       Start-Airport-Episodes.

           Move EPSORT-IATA to Cur-Iata
           Move 0 to Ep-Open-Flag
           Move 0 to Ep-On-File-Flag
           Move "T" to Ep-Grain
           Set Pend-None to true

           Move 0 to Reg-Match-Idx
           Move 1 to Reg-Idx
           Perform Scan-For-Event-Iata
             Until Reg-Idx greater than Reg-Count

           If Reg-Match-Idx greater than ZERO
             If Reg-Open-Flag(Reg-Match-Idx) equal "Y"
               Set Ep-Is-Open    to true
               Set Ep-Is-On-File to true
               Move Reg-Open-Start(Reg-Match-Idx) to Ep-Start-Stamp
               Move Reg-Open-Last(Reg-Match-Idx)  to Ep-Last-Stamp
               Move Reg-Open-Peak(Reg-Match-Idx)  to Ep-Peak-Delay
               Move Reg-Open-Obs(Reg-Match-Idx)   to Ep-Obs-Count
               Move Reg-Open-Grain(Reg-Match-Idx) to Ep-Grain
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Apply-Rollup-Day / Apply-Flag-Transition / Apply-Observation *
      *                                                              *
      *   Function:  Fold one event into the airport's episode. A    *
      *    rollup day that would open or close an episode is held    *
      *    pending (see Resolve-Pending-Day) in case a transition    *
      *    on the same date gives the exact stamp.                   *
      *                                                              *
      ****************************************************************
       Apply-Rollup-Day.

           If EPSORT-FLAG equal "Y"
             If Ep-Is-Open
               Add EPSORT-OBS-COUNT to Ep-Obs-Count
               If EPSORT-DELAY greater than Ep-Peak-Delay
                 Move EPSORT-DELAY to Ep-Peak-Delay
               End-If
               Move EPSORT-STAMP to Ep-Last-Stamp
             else
               Set Pend-Open to true
               Move EPSORT-DATE      to Pend-Date
               Move EPSORT-DELAY     to Pend-Peak
               Move EPSORT-OBS-COUNT to Pend-Obs
             End-If
           else
             If Ep-Is-Open
               Set Pend-Close to true
               Move EPSORT-DATE to Pend-Date
             End-If
           End-If
           .

       Apply-Flag-Transition.

           If EPSORT-FLAG equal "Y"
             If NOT Ep-Is-Open
               Move EPSORT-STAMP to Event-Stamp
               Move "T" to Ep-Grain
               Perform Open-Episode
             End-If
           else
             If Ep-Is-Open
               Move EPSORT-STAMP to Event-Stamp
               Perform Close-Episode
             End-If
           End-If
           .

       Apply-Observation.

           If EPSORT-FLAG equal "Y"
             If NOT Ep-Is-Open
               Move EPSORT-STAMP to Event-Stamp
               Move "T" to Ep-Grain
               Perform Open-Episode
             End-If
             Add 1 to Ep-Obs-Count
             If EPSORT-DELAY greater than Ep-Peak-Delay
               Move EPSORT-DELAY to Ep-Peak-Delay
             End-If
             Move EPSORT-STAMP to Ep-Last-Stamp
           else
             If Ep-Is-Open
               Move EPSORT-STAMP to Event-Stamp
               Perform Close-Episode
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Resolve-Pending-Day                                          *
      *                                                              *
      *   Function:  Settle an open or close held from a rollup      *
      *    day. A DELAY-FLAG transition the same way on the same     *
      *    date supplies the exact stamp (and is used up doing so);  *
      *    anything else and the day has to do, at 000000.           *
      *                                                              *
      ****************************************************************
       Resolve-Pending-Day.

           If EPSORT-FROM-DELTA
             and EPSORT-DATE equal Pend-Date
             and ((Pend-Open and EPSORT-FLAG equal "Y")
               or (Pend-Close and EPSORT-FLAG equal "N"))
             Move EPSORT-STAMP to Event-Stamp
             Set Event-Used to true
             If Pend-Open
               Move "T" to Ep-Grain
               Perform Open-Pending-Episode
             else
               Perform Close-Episode
             End-If
             Set Pend-None to true
           else
             Perform Settle-Pending-Day
           End-If
           .

       Settle-Pending-Day.

           Move Pend-Date to Event-Stamp(1:8)
           Move "000000"  to Event-Stamp(9:6)

           If Pend-Open
             Move "D" to Ep-Grain
             Perform Open-Pending-Episode
           else
             Move "D" to Ep-Grain
             Perform Close-Episode
           End-If

           Set Pend-None to true
           .

       Open-Pending-Episode.

           Perform Open-Episode
           Move Pend-Obs  to Ep-Obs-Count
           Move Pend-Peak to Ep-Peak-Delay
           .

      ****************************************************************
      *                                                              *
      * Open-Episode / Close-Episode                                 *
      *                                                              *
      *   Function:  Start a new episode at Event-Stamp, or end the  *
      *    open one there and write it to the register closed.       *
      *                                                              *
      ****************************************************************
       Open-Episode.

           Set Ep-Is-Open to true
           Move 0 to Ep-On-File-Flag
           Move Event-Stamp to Ep-Start-Stamp
           Move Event-Stamp to Ep-Last-Stamp
           Move Spaces to Ep-End-Stamp
           Move 0 to Ep-Peak-Delay
           Move 0 to Ep-Obs-Count
           Add 1 to Episodes-Opened
           .

       Close-Episode.

           Move Event-Stamp to Ep-End-Stamp
           Perform Save-Episode-Record
           Add 1 to Episodes-Closed
           Move 0 to Ep-Open-Flag
           Move 0 to Ep-On-File-Flag
           Move "T" to Ep-Grain
           .

      ****************************************************************
      *                                                              *
      * Finish-Airport-Episodes                                      *
      *                                                              *
      *   Function:  Airport break - settle any pending rollup day   *
      *    and save the episode still open, so the next run picks    *
      *    it up from the register.                                  *
      *                                                              *
      ****************************************************************
       Finish-Airport-Episodes.

           If NOT Pend-None
             Perform Settle-Pending-Day
           End-If

           If Ep-Is-Open
             Move Spaces to Ep-End-Stamp
             Perform Save-Episode-Record
           End-If
           .

      ****************************************************************
      *                                                              *
      * Save-Episode-Record                                          *
      *                                                              *
      *   Function:  Write the episode in hand to the register -     *
      *    closed when Ep-End-Stamp is set, open otherwise - as a    *
      *    rewrite when it was already on file. The duration runs    *
      *    to the all-clear, or for an open episode to the last      *
      *    delayed observation.                                      *
      *                                                              *
      ****************************************************************
       Save-Episode-Record.

           Move Cur-Iata       to AIREPSD-IATA
           Move Ep-Start-Stamp to AIREPSD-START-STAMP
           Move Ep-Last-Stamp  to AIREPSD-LAST-STAMP
           Move Ep-Peak-Delay  to AIREPSD-PEAK-DELAY
           Move Ep-Obs-Count   to AIREPSD-OBS-COUNT
           Move Ep-Grain       to AIREPSD-GRAIN
           Move Spaces         to AIREPSD-FILLER

           Move Ep-Start-Stamp to Stamp-Work
           Perform Compute-Stamp-Minutes
           Move Stamp-Minutes to Start-Minutes

           If Ep-End-Stamp equal Spaces
             Move "O"           to AIREPSD-STATE
             Move Spaces        to AIREPSD-END-STAMP
             Move Ep-Last-Stamp to Stamp-Work
           else
             Move "C"           to AIREPSD-STATE
             Move Ep-End-Stamp  to AIREPSD-END-STAMP
             Move Ep-End-Stamp  to Stamp-Work
           End-If
           Perform Compute-Stamp-Minutes

           Move 0 to Duration-Mins
           If Stamp-Minutes greater than Start-Minutes
             Compute Duration-Mins = Stamp-Minutes - Start-Minutes
           End-If
           Move Duration-Mins to AIREPSD-DURATION-MINS

           If Ep-Is-On-File
             Rewrite AIREPSD-RECORD
               Invalid Key
                 Add 1 to Register-Write-Fails
                 Display "** Episode rewrite failed for " Cur-Iata
                          " " Ep-Start-Stamp ", status: "
                          AIREPSD-STATUS
             End-Rewrite
           else
             Write AIREPSD-RECORD
               Invalid Key
                 Add 1 to Register-Write-Fails
                 Display "** Episode write failed for " Cur-Iata
                          " " Ep-Start-Stamp ", status: "
                          AIREPSD-STATUS
             End-Write
           End-If
           .

      ****************************************************************
      *                                                              *
      * Compute-Stamp-Minutes                                        *
      *                                                              *
      *   Function:  Convert the yyyymmddhhmmss stamp in Stamp-Work  *
      *    to absolute minutes in Stamp-Minutes (zero when the       *
      *    stamp is not a valid date and time).                      *
      *                                                              *
      ****************************************************************
       Compute-Stamp-Minutes.

           Move 0 to Stamp-Minutes

           If Stamp-Work is numeric
             and Stamp-Work-Date greater than 16010100
             Compute Stamp-Minutes =
               Function Integer-Of-Date(Stamp-Work-Date) * 1440
               + Stamp-Work-HH * 60 + Stamp-Work-MM
           End-If
           .

      ****************************************************************
      *                                                              *
      * Print-Run-Accounting                                         *
      *                                                              *
      *   Function:  Summarize the register update and set the       *
      *    return code - 8 when any episode could not be written.    *
      *                                                              *
      ****************************************************************
       Print-Run-Accounting.

           Display "Episodes opened    : " Episodes-Opened
           Display "Episodes closed    : " Episodes-Closed

           If Register-Write-Fails greater than ZERO
             Display "** WARNING: " Register-Write-Fails " episode "
                      "record(s) could not be written to AIREPSD"
             If Return-Code less than 8
               Move 8 to Return-Code
             End-If
           End-If
           Display " "
           .

      ****************************************************************
      *                                                              *
      * Print-Open-Episodes                                          *
      *                                                              *
      *   Function:  List every episode still open on the register,  *
      *    with how long it has run as of its last delayed           *
      *    observation.                                              *
      *                                                              *
      ****************************************************************
       Print-Open-Episodes.

           Display "***********************************************".
           Display "** Open Delay Episodes                       **".
           Display "***********************************************".

           Open Input AIREPSD-FILE

           If NOT AIREPSD-OK
             Display "** Unable to reopen AIREPSD, status: "
                      AIREPSD-STATUS " - no episode reports"
             If Return-Code less than 8
               Move 8 to Return-Code
             End-If
           else
             Display "Airport Started           Last delayed      "
                      "Duration  Peak    Obs"

             Move 0 to Report-Count
             Move 0 to Day-Grain-Count
             Move 0 to AIREPSD-EOF-FLAG
             Move Low-Values to AIREPSD-KEY
             Start AIREPSD-FILE Key not less than AIREPSD-KEY
               Invalid Key
                 Set AIREPSD-EOF to true
             End-Start

             Perform Print-Next-Open-Episode
               Until AIREPSD-EOF

             Close AIREPSD-FILE

             If Report-Count equal ZERO
               Display "  No airport is in a delay episode"
             else
               Move Report-Count to Print-Count
               Display "  Open episodes: " Print-Count
               Perform Print-Day-Grain-Note
             End-If
           End-If
           Display " "
           .

       Print-Next-Open-Episode.

           Read AIREPSD-FILE Next
             At End
               Set AIREPSD-EOF to true
             Not At End
               If AIREPSD-STATE equal "O"
                 Add 1 to Report-Count
                 Move AIREPSD-LAST-STAMP to Stamp-Work
                 Perform Format-Print-Stamp
                 Move Print-Stamp to Print-Other
                 Perform Print-Episode-Line
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Print-Closed-Episodes                                        *
      *                                                              *
      *   Function:  List every episode whose all-clear falls        *
      *    within the report window, with the count, average and     *
      *    longest duration for the period.                          *
      *                                                              *
      ****************************************************************
       Print-Closed-Episodes.

           Move Closed-Window-Days to Print-Days

           Display "***********************************************".
           Display "** Delay Episodes Closed in the Last "
                    Function Trim(Print-Days) " Days"
           Display "***********************************************".

           Open Input AIREPSD-FILE

           If NOT AIREPSD-OK
             Display "** Unable to reopen AIREPSD, status: "
                      AIREPSD-STATUS " - no episode reports"
             If Return-Code less than 8
               Move 8 to Return-Code
             End-If
           else
             Display "Airport Started           Cleared           "
                      "Duration  Peak    Obs"

             Move 0 to Report-Count
             Move 0 to Report-Mins-Sum
             Move 0 to Report-Mins-Max
             Move 0 to Day-Grain-Count
             Move 0 to AIREPSD-EOF-FLAG
             Move Low-Values to AIREPSD-KEY
             Start AIREPSD-FILE Key not less than AIREPSD-KEY
               Invalid Key
                 Set AIREPSD-EOF to true
             End-Start

             Perform Print-Next-Closed-Episode
               Until AIREPSD-EOF

             Close AIREPSD-FILE

             If Report-Count equal ZERO
               Display "  No delay episodes closed in the window"
             else
               Move Report-Count to Print-Count
               Display "  Closed episodes: " Print-Count
               Compute Duration-Mins Rounded =
                 Report-Mins-Sum / Report-Count
               Perform Format-Print-Duration
               Display "  Average duration: " Print-Duration
               Move Report-Mins-Max to Duration-Mins
               Perform Format-Print-Duration
               Display "  Longest duration: " Print-Duration
               Perform Print-Day-Grain-Note
             End-If
           End-If
           .

       Print-Next-Closed-Episode.

           Read AIREPSD-FILE Next
             At End
               Set AIREPSD-EOF to true
             Not At End
               If AIREPSD-STATE equal "C"
                 and AIREPSD-END-DATE is numeric
                 Move AIREPSD-END-DATE to End-Date-Num
                 Compute End-Day-Int =
                   Function Integer-Of-Date(End-Date-Num)
                 If End-Day-Int greater than Closed-Cut-Int
                   Add 1 to Report-Count
                   Add AIREPSD-DURATION-MINS to Report-Mins-Sum
                   If AIREPSD-DURATION-MINS greater than
                                            Report-Mins-Max
                     Move AIREPSD-DURATION-MINS to Report-Mins-Max
                   End-If
                   Move AIREPSD-END-STAMP to Stamp-Work
                   Perform Format-Print-Stamp
                   Move Print-Stamp to Print-Other
                   Perform Print-Episode-Line
                 End-If
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Print-Episode-Line                                           *
      *                                                              *
      *   Function:  One report line for the episode just read -     *
      *    Print-Other carries the second stamp column (last         *
      *    delayed or cleared). A day-grain episode is marked *.     *
      *                                                              *
      ****************************************************************
       Print-Episode-Line.

           Move AIREPSD-START-STAMP to Stamp-Work
           Perform Format-Print-Stamp
           Move Print-Stamp to Print-Start

           Move AIREPSD-DURATION-MINS to Duration-Mins
           Perform Format-Print-Duration

           Move AIREPSD-PEAK-DELAY to Print-Peak
           Move AIREPSD-OBS-COUNT  to Print-Obs

           Move Space to Print-Grain-Mark
           If AIREPSD-GRAIN equal "D"
             Move "*" to Print-Grain-Mark
             Add 1 to Day-Grain-Count
           End-If

           Display AIREPSD-IATA "  " Print-Start "  " Print-Other
                    "  " Print-Duration "  " Print-Peak "  "
                    Print-Obs Print-Grain-Mark
           .

       Print-Day-Grain-Note.

           If Day-Grain-Count greater than ZERO
             Display "  * start or end known only to the day "
                      "(archived AIRHROLL rollup)"
           End-If
           .

      ****************************************************************
      *                                                              *
      * Format-Print-Stamp / Format-Print-Duration                   *
      *                                                              *
      *   Function:  Edit the stamp in Stamp-Work as                 *
      *    yyyy-mm-dd hh:mm into Print-Stamp, and Duration-Mins as   *
      *    hours:minutes into Print-Duration.                        *
      *                                                              *
      ****************************************************************
       Format-Print-Stamp.

           Move Spaces to Print-Stamp
           If Stamp-Work not equal Spaces
             String Stamp-Work(1:4) "-" Stamp-Work(5:2) "-"
                    Stamp-Work(7:2) " " Stamp-Work(9:2) ":"
                    Stamp-Work(11:2)
               Delimited by Size
               Into Print-Stamp
           End-If
           .

       Format-Print-Duration.

           Divide Duration-Mins by 60
             Giving Dur-Hours-Work Remainder Dur-Mins-Work
           Move Dur-Hours-Work to Print-Dur-Hours
           Move Dur-Mins-Work  to Print-Dur-Mins
           Move Spaces to Print-Duration
           String Print-Dur-Hours ":" Print-Dur-Mins
             Delimited by Size
             Into Print-Duration
           .
