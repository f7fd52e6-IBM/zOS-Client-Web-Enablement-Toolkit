       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRCAUSE.
      * START OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * *  *
      *                                                                *
      *  MODULE NAME=AIRCAUSE                                          *
      *                                                                *
      *  DESCRIPTIVE NAME=Airport delay-cause breakdown report         *
      *                                                                *
      *  FUNCTION                                                      *
      *                                                                *
      *  AIRHRPT and AIRSCORE say how late airports were, never why.   *
      *  Every AIRHIST observation now carries the API's status        *
      *  reason (and every AIRHROLL daily rollup the reason on that    *
      *  day's worst delayed observation), so this job classifies      *
      *  the delayed observations inside the window into cause         *
      *  categories - weather, volume, equipment, runway and so on -   *
      *  and prints, per airport and per AIRRGN region, how many       *
      *  delayed observations each category accounts for and its       *
      *  share of the total.                                           *
      *                                                                *
      *  The reason-to-category mapping is kept on the AIRCAUS         *
      *  control cards, one card per keyword:                          *
      *                                                                *
      *    keyword  category        e.g.   WX       WEATHER            *
      *                                    VOL      VOLUME             *
      *                                                                *
      *  A reason (upper-cased) falls in the category of the first     *
      *  card whose keyword starts a word in it - ICE matches ICE and  *
      *  ICED but not SERVICE, THUNDER matches THUNDERSTORMS. A word   *
      *  starts at the front of the reason or after any character      *
      *  that is not a letter (a space, colon, hyphen). Blank cards    *
      *  and cards starting with * are comments. Omit the DD and a     *
      *  built-in starter mapping is used. A delayed observation with  *
      *  no reason counts as UNSPECIFIED; one whose reason matches no  *
      *  card counts as UNRECOGNIZED and its text is listed in a       *
      *  closing section, so the cards can be extended to cover it.    *
      *                                                                *
      *  Archived days count through their AIRHROLL rollup: all of     *
      *  the day's delayed observations go to the category of the      *
      *  day's recorded reason. Rollups written before the delayed     *
      *  count existed count once per flagged day, as UNSPECIFIED.     *
      *                                                                *
      *  Region grouping uses the same AIRRGN cards (and AIRMSTR       *
      *  ICAO translation) as AIRHRPT; omit the DDs and every airport  *
      *  rolls up as UNASSIGNED.                                       *
      *                                                                *
      * //GO EXEC PGM=AIRCAUSE,PARM='30'                               *
      * //STEPLIB  DD DSN=&LOAD,DISP=SHR                               *
      * //SYSOUT   DD SYSOUT=*                                         *
      * //AIRHIST  DD DSN=&SRC..AIRHIST,DISP=SHR                       *
      * //AIRHROLL DD DSN=&SRC..AIRHROLL,DISP=SHR                      *
      * //AIRCAUS  DD DSN=&SRC..AIRCAUS,DISP=SHR                       *
      * //AIRRGN   DD DSN=&SRC..AIRRGN,DISP=SHR                        *
      * //AIRMSTR  DD DSN=&SRC..AIRMSTR,DISP=SHR                       *
      *                                                                *
      *  where PARM is the window in days (default 30) - only          *
      *  observations dated within that many days of today count.      *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Cumulative delay-history observations appended by HWTHXCB1
           SELECT AIRHIST-FILE ASSIGN TO AIRHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRHIST-STATUS.

      * Daily-rollup summaries written by AIRHARC for observations
      * already archived off AIRHIST
           SELECT AIRHROLL-FILE ASSIGN TO AIRHROLL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRHROLL-STATUS.

      * Reason keyword to cause category control cards
           SELECT AIRCAUS-FILE ASSIGN TO AIRCAUS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRCAUS-STATUS.

      * Region-assignment control cards - the same AIRRGN cards
      * HWTHXCB1 reads, so both reports group airports identically
           SELECT AIRRGN-FILE ASSIGN TO AIRRGN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRRGN-STATUS.

      * The airport master, read only to translate ICAO-keyed
      * AIRRGN cards to the IATA keys AIRHIST observations carry
           SELECT AIRMSTR-FILE ASSIGN TO AIRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIRMSTR-IATA
               FILE STATUS IS AIRMSTR-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  AIRHIST-FILE
           RECORDING MODE IS F.

           COPY AIRHIST.

       FD  AIRHROLL-FILE
           RECORDING MODE IS F.

           COPY AIRHROLL.

       FD  AIRCAUS-FILE
           RECORDING MODE IS F.

      * One 80-byte card per keyword: the keyword, spaces, then the
      * cause category reasons containing it fall under
       01  AIRCAUS-RECORD      Pic X(80).

       FD  AIRRGN-FILE
           RECORDING MODE IS F.

      * One 80-byte card per airport: its IATA or ICAO code, spaces,
      * then the region name it rolls up under
       01  AIRRGN-RECORD       Pic X(80).

       FD  AIRMSTR-FILE
           RECORDING MODE IS F.

           COPY AIRMSTR.

       WORKING-STORAGE SECTION.

      * FILE STATUS and end-of-file bookkeeping for the inputs
       01 AIRHIST-STATUS    Pic X(02) Value "00".
         88 AIRHIST-OK           Value "00".
       01 AIRHIST-EOF-FLAG  Pic 9 Value 0.
         88 AIRHIST-EOF     Value 1.
       01 AIRHROLL-STATUS   Pic X(02) Value "00".
         88 AIRHROLL-OK          Value "00".
       01 AIRHROLL-EOF-FLAG Pic 9 Value 0.
         88 AIRHROLL-EOF    Value 1.
       01 AIRCAUS-STATUS    Pic X(02) Value "00".
         88 AIRCAUS-OK           Value "00".
       01 AIRCAUS-EOF-FLAG  Pic 9 Value 0.
         88 AIRCAUS-EOF     Value 1.

      * Window arithmetic - today and the floor date as integer
      * days, so "is this observation in the window" is one compare
       01 Window-Days       Pic 9(03) Value 30.
       01 Today-Int         Pic 9(08) Value 0.
       01 Today-Day-Int     Pic 9(08) Value 0.
       01 Window-Cut-Int    Pic 9(08) Value 0.
       01 Obs-Date-Num      Pic 9(08) Value 0.
       01 Obs-Day-Int       Pic 9(08) Value 0.
       01 Numval-Test-Result Pic S9(4) Value 0.

      * Starter keyword mapping used when no AIRCAUS cards are
      * supplied - the reason prefixes and words the status API is
      * known to send
       01 Default-Cause-Values.
         05 Filler Pic X(32) Value "WX                  WEATHER     ".
         05 Filler Pic X(32) Value "WEATHER             WEATHER     ".
         05 Filler Pic X(32) Value "THUNDER             WEATHER     ".
         05 Filler Pic X(32) Value "SNOW                WEATHER     ".
         05 Filler Pic X(32) Value "ICE                 WEATHER     ".
         05 Filler Pic X(32) Value "FOG                 WEATHER     ".
         05 Filler Pic X(32) Value "CEILING             WEATHER     ".
         05 Filler Pic X(32) Value "VISIB               WEATHER     ".
         05 Filler Pic X(32) Value "WIND                WEATHER     ".
         05 Filler Pic X(32) Value "VOL                 VOLUME      ".
         05 Filler Pic X(32) Value "TRAFFIC             VOLUME      ".
         05 Filler Pic X(32) Value "EQUIP               EQUIPMENT   ".
         05 Filler Pic X(32) Value "OUTAGE              EQUIPMENT   ".
         05 Filler Pic X(32) Value "RWY                 RUNWAY      ".
         05 Filler Pic X(32) Value "RUNWAY              RUNWAY      ".
         05 Filler Pic X(32) Value "CONSTRUCT           RUNWAY      ".
         05 Filler Pic X(32) Value "STAFF               STAFFING    ".
         05 Filler Pic X(32) Value "SECURITY            SECURITY    ".
       01 Default-Cause-Table Redefines Default-Cause-Values.
         05 Default-Cause-Entry Occurs 18 times.
           10 Default-Keyword  Pic X(20).
           10 Default-Category Pic X(12).
       01 Default-Cause-Count Pic 9(4) Value 18.
       01 Default-Idx         Pic 9(4) Value 0.

      * The keyword mapping in force - from the AIRCAUS cards, or
      * the starter mapping above
       01 Cause-Map-Max     Pic 9(4) Value 200.
       01 Cause-Map-Count   Pic 9(4) Value 0.
       01 Cause-Map-Idx     Pic 9(4) Value 0.
       01 Cause-Map-Table.
         05 Cause-Map-Entry Occurs 200 times.
           10 Map-Keyword     Pic X(20).
           10 Map-Key-Len     Pic 9(4).
           10 Map-Category    Pic X(12).

      * Scratch fields for parsing one AIRCAUS card
       01 Cause-Card-Keyword  Pic X(30) Value Spaces.
       01 Cause-Card-Category Pic X(30) Value Spaces.

      * Distinct categories in print order - mapping order, then
      * UNRECOGNIZED and UNSPECIFIED last
       01 Category-Max      Pic 9(4) Value 40.
       01 Category-Count    Pic 9(4) Value 0.
       01 Category-Idx      Pic 9(4) Value 0.
       01 Category-Match-Idx Pic 9(4) Value 0.
       01 Category-Table.
         05 Category-Entry Occurs 40 times.
           10 Category-Name   Pic X(12).

      * Classification of the reason in hand
       01 Reason-Text       Pic X(28) Value Spaces.
       01 Reason-Upper      Pic X(28) Value Spaces.
       01 Reason-Category   Pic X(12) Value Spaces.
       01 Reason-Obs-Count  Pic 9(6) Value 0.
       01 Keyword-Hits      Pic 9(4) Value 0.
       01 Key-Scan-Pos      Pic 9(4) Value 0.
       01 Key-Scan-Last     Pic 9(4) Value 0.
       01 Current-Iata      Pic X(06) Value Spaces.

      * Delayed observations per airport per category
       01 Tally-Max         Pic 9(4) Value 4000.
       01 Tally-Count       Pic 9(4) Value 0.
       01 Tally-Idx         Pic 9(4) Value 0.
       01 Tally-Match-Idx   Pic 9(4) Value 0.
       01 Tally-Table.
         05 Tally-Entry Occurs 4000 times.
           10 Tally-Iata      Pic X(06).
           10 Tally-Category  Pic X(12).
           10 Tally-Obs       Pic 9(6).
       01 Tally-Overflow    Pic 9(6) Value 0.

      * Distinct airports with delayed observations, for the
      * per-airport grouping of the printed report
       01 Airport-Max       Pic 9(4) Value 500.
       01 Airport-Count     Pic 9(4) Value 0.
       01 Airport-Idx       Pic 9(4) Value 0.
       01 Airport-Match-Idx Pic 9(4) Value 0.
       01 Airport-Table.
         05 Airport-Entry Occurs 500 times.
           10 Airport-Iata    Pic X(06).
           10 Airport-Delayed Pic 9(6).

      * Delayed observations per region per category, folded from
      * the airport tallies through the region map
       01 Rgn-Tally-Max     Pic 9(4) Value 800.
       01 Rgn-Tally-Count   Pic 9(4) Value 0.
       01 Rgn-Tally-Idx     Pic 9(4) Value 0.
       01 Rgn-Tally-Match   Pic 9(4) Value 0.
       01 Rgn-Tally-Table.
         05 Rgn-Tally-Entry Occurs 800 times.
           10 Rgn-Tally-Region   Pic X(10).
           10 Rgn-Tally-Category Pic X(12).
           10 Rgn-Tally-Obs      Pic 9(6).

      * Distinct regions, with their delayed-observation totals
       01 Rgn-Name-Max      Pic 9(4) Value 20.
       01 Rgn-Name-Count    Pic 9(4) Value 0.
       01 Rgn-Name-Idx      Pic 9(4) Value 0.
       01 Rgn-Name-Match    Pic 9(4) Value 0.
       01 Rgn-Name-Table.
         05 Rgn-Name-Entry Occurs 20 times.
           10 Rgn-Name        Pic X(10).
           10 Rgn-Delayed     Pic 9(6).

      * Reason texts no keyword matched, for the closing section
       01 Unrec-Max         Pic 9(4) Value 200.
       01 Unrec-Count       Pic 9(4) Value 0.
       01 Unrec-Idx         Pic 9(4) Value 0.
       01 Unrec-Match-Idx   Pic 9(4) Value 0.
       01 Unrec-Table.
         05 Unrec-Entry Occurs 200 times.
           10 Unrec-Text      Pic X(28).
           10 Unrec-Obs       Pic 9(6).
           10 Unrec-First-Iata Pic X(06).
       01 Unrec-Overflow    Pic 9(6) Value 0.

      * FILE STATUS and end-of-file bookkeeping for the AIRRGN
      * region-assignment control cards
       01 AIRRGN-STATUS Pic X(02) Value "00".
         88 AIRRGN-OK Value "00".
       01 AIRRGN-EOF-FLAG Pic 9 Value 0.
         88 AIRRGN-EOF Value 1.

      * In-core copy of the AIRRGN cards - airport code to region
      * name. An airport with no card rolls up as UNASSIGNED.
       01 Region-Map-Max   Pic 9(4) Value 500.
       01 Region-Map-Count Pic 9(4) Value 0.
       01 Region-Map-Idx   Pic 9(4) Value 0.
       01 Region-Map-Table.
         05 Region-Map-Entry Occurs 500 times.
           10 Map-Code   Pic X(06).
           10 Map-Region Pic X(10).

      * Scratch fields for parsing one AIRRGN card and the region
      * resolved for the airport currently in hand
       01 Rgn-Card-Code   Pic X(20) Value Spaces.
       01 Rgn-Card-Region Pic X(20) Value Spaces.
       01 Current-Region  Pic X(10) Value Spaces.

      * FILE STATUS and end-of-file bookkeeping for the AIRMSTR
      * master, read only for the ICAO-card translation, plus the
      * scratch fields that translation uses
       01 AIRMSTR-STATUS    Pic X(02) Value "00".
         88 AIRMSTR-OK           Value "00".
       01 AIRMSTR-EOF-FLAG  Pic 9 Value 0.
         88 AIRMSTR-EOF     Value 1.
       01 Xlate-Idx         Pic 9(4) Value 0.
       01 Xlate-Match-Idx   Pic 9(4) Value 0.
       01 Xlate-Region      Pic X(10) Value Spaces.
       01 Xlate-Add-Count   Pic 9(4) Value 0.

      * Run accounting
       01 History-Record-Count Pic 9(6) Value 0.
       01 Rollup-Record-Count  Pic 9(6) Value 0.
       01 Delayed-Obs-Total    Pic 9(6) Value 0.

      * Edited fields for the printed report lines
       01 Group-Total       Pic 9(6) Value 0.
       01 Print-Label       Pic X(10) Value Spaces.
       01 Print-Obs         Pic Z(5)9.
       01 Print-Total       Pic Z(5)9.
       01 Share-Pct         Pic 9(3)V9 Value 0.
       01 Print-Pct         Pic ZZ9.9.
       01 Print-Days        Pic ZZ9.

       LINKAGE SECTION.

      * User-supplied parameter: the window in days
       01 jcl-parm.
         05 parm-len    Pic S9(3) binary.
         05 parm-string.
           10 parm-char Pic X occurs 0 to 160 times
                      depending on parm-len.

       PROCEDURE DIVISION using jcl-parm.
       Begin.

           Display "***********************************************".
           Display "** Airport Delay-Cause Breakdown (AIRCAUSE)  **".
           Display "***********************************************".

           Perform Apply-Window-Parm

           Move Function Current-Date(1:8) to Today-Int
           Compute Today-Day-Int = Function Integer-Of-Date(Today-Int)
           Compute Window-Cut-Int = Today-Day-Int - Window-Days

           Move Window-Days to Print-Days
           Display "Delayed observations dated within the last "
                    Print-Days " days"

           Perform Load-Cause-Mapping

           Perform Load-Region-Assignments
           If Region-Map-Count greater than ZERO
             Perform Resolve-Icao-Region-Cards
           End-If

           Perform Load-Rollup-Causes
           Perform Load-History-Causes

           If Tally-Overflow greater than ZERO
             Display "** WARNING: " Tally-Overflow " delayed "
                      "observation(s) not counted - tally table full "
                      "(max " Tally-Max " airport/category pairs)"
             Move 4 to Return-Code
           End-If

           Display " "

           If Delayed-Obs-Total equal ZERO
             Display "** No delayed observations in the window      "
             Display "***********************************************"
             Stop Run
           End-If

           Perform Print-Airport-Causes
           Perform Build-Region-Tallies
           Perform Print-Region-Causes
           Perform Print-Unrecognized-Reasons

           Display "***********************************************".
           STOP RUN.

      ****************************************************************
      *                                                              *
      * Apply-Window-Parm                                            *
      *                                                              *
      *   Function:  Take the window in days from the PARM when one  *
      *    is supplied; anything unusable keeps the default of 30    *
      *    with a warning rather than failing the report.            *
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
      * Load-Cause-Mapping                                           *
      *                                                              *
      *   Function:  Read the AIRCAUS keyword cards into the         *
      *    mapping table, or load the starter mapping when the DD    *
      *    is missing or holds no cards. Registers every category    *
      *    in card order for the printed breakdowns.                 *
      *                                                              *
      ****************************************************************
       Load-Cause-Mapping.

           Move 0 to Cause-Map-Count

           Open Input AIRCAUS-FILE

           If AIRCAUS-OK
             Perform Read-Next-Cause-Card
               Until AIRCAUS-EOF
             Close AIRCAUS-FILE
           else
             Display "** No AIRCAUS cards read (open status "
                      AIRCAUS-STATUS ") - using the starter mapping"
           End-If

           If Cause-Map-Count equal ZERO
             Move 1 to Default-Idx
             Perform Load-Default-Cause
               Until Default-Idx greater than Default-Cause-Count
           End-If

           Move 1 to Cause-Map-Idx
           Perform Register-Map-Category
             Until Cause-Map-Idx greater than Cause-Map-Count

           Move "UNRECOGNIZED" to Reason-Category
           Perform Register-Category
           Move "UNSPECIFIED" to Reason-Category
           Perform Register-Category

           Display "Cause keywords     : " Cause-Map-Count
           .

       Read-Next-Cause-Card.

           Read AIRCAUS-FILE
             At End
               Set AIRCAUS-EOF to true
             Not At End
               *> Blank cards and cards starting with * are comments
               If AIRCAUS-RECORD not equal Spaces
                 and AIRCAUS-RECORD(1:1) not equal "*"
                 Perform Store-One-Cause-Card
               End-If
           End-Read
           .

       Store-One-Cause-Card.

           Move Spaces to Cause-Card-Keyword
           Move Spaces to Cause-Card-Category
           Unstring Function Trim(AIRCAUS-RECORD)
             Delimited by All Spaces
             Into Cause-Card-Keyword Cause-Card-Category

           If Cause-Card-Category equal Spaces
             Display "** WARNING: AIRCAUS card for '"
                      Function Trim(Cause-Card-Keyword)
                      "' names no category - card ignored"
           else
             If Cause-Map-Count less than Cause-Map-Max
               Add 1 to Cause-Map-Count
               Move Function Upper-Case(Cause-Card-Keyword(1:20))
                 to Map-Keyword(Cause-Map-Count)
               Move Function Upper-Case(Cause-Card-Category(1:12))
                 to Map-Category(Cause-Map-Count)
               Compute Map-Key-Len(Cause-Map-Count) = Function Length(
                 Function Trim(Map-Keyword(Cause-Map-Count)))
             else
               Display "** WARNING: AIRCAUS holds more than "
                        Cause-Map-Max " cards - excess ignored"
               Set AIRCAUS-EOF to true
             End-If
           End-If
           .

       Load-Default-Cause.

           Add 1 to Cause-Map-Count
           Move Default-Keyword(Default-Idx)
             to Map-Keyword(Cause-Map-Count)
           Move Default-Category(Default-Idx)
             to Map-Category(Cause-Map-Count)
           Compute Map-Key-Len(Cause-Map-Count) = Function Length(
             Function Trim(Map-Keyword(Cause-Map-Count)))

           Add 1 to Default-Idx
           .

       Register-Map-Category.

           Move Map-Category(Cause-Map-Idx) to Reason-Category
           Perform Register-Category

           Add 1 to Cause-Map-Idx
           .

       Register-Category.

           Move 0 to Category-Match-Idx
           Move 1 to Category-Idx
           Perform Scan-For-Category
             Until Category-Idx greater than Category-Count

           If Category-Match-Idx equal ZERO
             If Category-Count less than Category-Max
               Add 1 to Category-Count
               Move Reason-Category to Category-Name(Category-Count)
             else
               Display "** WARNING: More than " Category-Max
                        " cause categories - " Reason-Category
                        " not reported"
             End-If
           End-If
           .

       Scan-For-Category.

           If Category-Name(Category-Idx) equal Reason-Category
             Move Category-Idx to Category-Match-Idx
             Move Category-Count to Category-Idx
           End-If

           Add 1 to Category-Idx
           .

      ****************************************************************
      *                                                              *
      * Load-Region-Assignments                                      *
      *                                                              *
      *   Function:  Read the AIRRGN region-assignment control       *
      *    cards into the in-core region map. A missing or           *
      *    unopenable DD is not an error - every airport then rolls  *
      *    up as UNASSIGNED.                                         *
      *                                                              *
      ****************************************************************
       Load-Region-Assignments.

           Move 0 to Region-Map-Count

           Open Input AIRRGN-FILE

           If AIRRGN-OK
             Perform Read-Next-Region-Card
               Until AIRRGN-EOF
             Close AIRRGN-FILE
           else
             Display "** No AIRRGN region cards applied (open "
                      "status " AIRRGN-STATUS ") - airports will "
                      "roll up as UNASSIGNED"
           End-If
           .

       Read-Next-Region-Card.

           Read AIRRGN-FILE
             At End
               Set AIRRGN-EOF to true
             Not At End
               *> Blank cards and cards starting with * are comments
               If AIRRGN-RECORD not equal Spaces
                 and AIRRGN-RECORD(1:1) not equal "*"
                 Perform Store-One-Region-Card
               End-If
           End-Read
           .

       Store-One-Region-Card.

           Move Spaces to Rgn-Card-Code
           Move Spaces to Rgn-Card-Region
           Unstring Function Trim(AIRRGN-RECORD)
             Delimited by All Spaces
             Into Rgn-Card-Code Rgn-Card-Region

           If Rgn-Card-Region equal Spaces
             Display "** WARNING: AIRRGN card for '"
                      Function Trim(Rgn-Card-Code)
                      "' names no region - card ignored"
           else
             If Region-Map-Count less than Region-Map-Max
               Add 1 to Region-Map-Count
               Move Function Upper-Case(Rgn-Card-Code(1:6))
                 to Map-Code(Region-Map-Count)
               Move Function Upper-Case(Rgn-Card-Region(1:10))
                 to Map-Region(Region-Map-Count)
             else
               Display "** WARNING: AIRRGN holds more than "
                        Region-Map-Max " cards - excess ignored"
               Set AIRRGN-EOF to true
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Resolve-Icao-Region-Cards                                    *
      *                                                              *
      *   Function:  AIRHIST observations are keyed by IATA code,    *
      *    but AIRRGN cards may be keyed by ICAO. Walk the AIRMSTR   *
      *    master once and, for every record whose ICAO matches a    *
      *    region card, append an IATA-keyed map entry with the      *
      *    same region. An unopenable AIRMSTR is tolerated with a    *
      *    warning; only ICAO-keyed cards are affected.              *
      *                                                              *
      ****************************************************************
       Resolve-Icao-Region-Cards.

           Open Input AIRMSTR-FILE

           If NOT AIRMSTR-OK
             Display "** WARNING: Unable to open AIRMSTR, status: "
                      AIRMSTR-STATUS " - ICAO-keyed AIRRGN cards "
                      "may roll up as UNASSIGNED"
           else
             Move 0 to AIRMSTR-EOF-FLAG
             Move Low-Values to AIRMSTR-IATA
             Start AIRMSTR-FILE Key not less than AIRMSTR-IATA
               Invalid Key
                 Set AIRMSTR-EOF to true
             End-Start

             Perform Translate-Next-Master-Icao
               Until AIRMSTR-EOF

             Close AIRMSTR-FILE

             If Xlate-Add-Count greater than ZERO
               Display "** " Xlate-Add-Count " ICAO-keyed region "
                        "card(s) translated to IATA keys via AIRMSTR"
             End-If
           End-If
           .

       Translate-Next-Master-Icao.

           Read AIRMSTR-FILE Next
             At End
               Set AIRMSTR-EOF to true
             Not At End
               If AIRMSTR-ICAO not equal Spaces
                 Perform Translate-One-Master-Icao
               End-If
           End-Read
           .

       Translate-One-Master-Icao.

           *> Does a region card name this record's ICAO code?
           Move Spaces to Xlate-Region
           Move 1 to Xlate-Idx
           Perform Scan-For-Icao-Card
             Until Xlate-Idx greater than Region-Map-Count

           If Xlate-Region not equal Spaces

             *> Only add the IATA-keyed entry when no card already
             *> covers the IATA key - an explicit card wins
             Move 0 to Xlate-Match-Idx
             Move 1 to Xlate-Idx
             Perform Scan-For-Iata-Card
               Until Xlate-Idx greater than Region-Map-Count

             If Xlate-Match-Idx equal ZERO
               If Region-Map-Count less than Region-Map-Max
                 Add 1 to Region-Map-Count
                 Move AIRMSTR-IATA to Map-Code(Region-Map-Count)
                 Move Xlate-Region to Map-Region(Region-Map-Count)
                 Add 1 to Xlate-Add-Count
               else
                 Display "** WARNING: region map full (max "
                          Region-Map-Max ") - ICAO card for "
                          AIRMSTR-ICAO " not translated"
               End-If
             End-If
           End-If
           .

       Scan-For-Icao-Card.

           If Map-Code(Xlate-Idx) equal AIRMSTR-ICAO
             Move Map-Region(Xlate-Idx) to Xlate-Region
             Move Region-Map-Count to Xlate-Idx
           End-If

           Add 1 to Xlate-Idx
           .

       Scan-For-Iata-Card.

           If Map-Code(Xlate-Idx) equal AIRMSTR-IATA
             Move Xlate-Idx to Xlate-Match-Idx
             Move Region-Map-Count to Xlate-Idx
           End-If

           Add 1 to Xlate-Idx
           .

      ****************************************************************
      *                                                              *
      * Load-Rollup-Causes                                           *
      *                                                              *
      *   Function:  Count the delayed observations of archived      *
      *    days inside the window from their AIRHROLL rollups. A     *
      *    missing or unopenable DD is not an error - the report     *
      *    then covers raw observations only.                        *
      *                                                              *
      ****************************************************************
       Load-Rollup-Causes.

           Open Input AIRHROLL-FILE

           If NOT AIRHROLL-OK
             Display "** No AIRHROLL rollups read (open status "
                      AIRHROLL-STATUS ") - raw AIRHIST only"
           else
             Perform Load-Next-Rollup-Cause
               Until AIRHROLL-EOF
             Close AIRHROLL-FILE
             Display "Rollup records read: " Rollup-Record-Count
           End-If
           .

       Load-Next-Rollup-Cause.

           Read AIRHROLL-FILE
             At End
               Set AIRHROLL-EOF to true
             Not At End
               Add 1 to Rollup-Record-Count
               Move AIRHROLL-DATE to Obs-Date-Num
               Perform Compute-Obs-Day-Int
               If Obs-Day-Int greater than Window-Cut-Int
                 Move AIRHROLL-IATA to Current-Iata
                 Move 0 to Reason-Obs-Count
                 If AIRHROLL-DELAYED-OBS is numeric
                   Move AIRHROLL-DELAYED-OBS to Reason-Obs-Count
                   Move AIRHROLL-REASON      to Reason-Text
                 else
                   *> Rolled up before the delayed count existed
                   If AIRHROLL-FLAGGED equal "Y"
                     Move 1      to Reason-Obs-Count
                     Move Spaces to Reason-Text
                   End-If
                 End-If
                 If Reason-Obs-Count greater than ZERO
                   Perform Classify-Reason
                   Perform Tally-Delayed-Observations
                 End-If
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Load-History-Causes                                          *
      *                                                              *
      *   Function:  Count every delayed AIRHIST observation inside  *
      *    the window under the category of its status reason.       *
      *                                                              *
      ****************************************************************
       Load-History-Causes.

           Open Input AIRHIST-FILE

           If NOT AIRHIST-OK
             Display "** Unable to open AIRHIST, status: "
                      AIRHIST-STATUS
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If

           Perform Load-Next-History-Cause
             Until AIRHIST-EOF

           Close AIRHIST-FILE

           Display "Observations read  : " History-Record-Count
           Display "Delayed in window  : " Delayed-Obs-Total
           .

       Load-Next-History-Cause.

           Read AIRHIST-FILE
             At End
               Set AIRHIST-EOF to true
             Not At End
               Add 1 to History-Record-Count
               If AIRHIST-DELAY-FLAG equal "Y"
                 Move AIRHIST-RUN-DATE to Obs-Date-Num
                 Perform Compute-Obs-Day-Int
                 If Obs-Day-Int greater than Window-Cut-Int
                   Move AIRHIST-IATA          to Current-Iata
                   Move AIRHIST-STATUS-REASON to Reason-Text
                   Move 1 to Reason-Obs-Count
                   Perform Classify-Reason
                   Perform Tally-Delayed-Observations
                 End-If
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Compute-Obs-Day-Int                                          *
      *                                                              *
      *   Function:  Turn the yyyymmdd date in Obs-Date-Num into an  *
      *    integer day count in Obs-Day-Int. An unparseable date     *
      *    comes back zero, which no window includes.                *
      *                                                              *
      ****************************************************************
       Compute-Obs-Day-Int.

           Move 0 to Obs-Day-Int

           Compute Numval-Test-Result =
             Function Test-Numval(Obs-Date-Num)
           If Numval-Test-Result = 0
             and Obs-Date-Num greater than 16010101
             Compute Obs-Day-Int =
               Function Integer-Of-Date(Obs-Date-Num)
           End-If
           .

      ****************************************************************
      *                                                              *
      * Classify-Reason                                              *
      *                                                              *
      *   Function:  Put the reason in Reason-Text into a category - *
      *    the first mapping keyword that starts a word in it wins.  *
      *    No reason at all is UNSPECIFIED; a reason no keyword      *
      *    matches is UNRECOGNIZED and its text is remembered for    *
      *    the closing section.                                      *
      *                                                              *
      ****************************************************************
       Classify-Reason.

           Move Spaces to Reason-Category

           If Reason-Text equal Spaces
             Move "UNSPECIFIED" to Reason-Category
           else
             Move Function Upper-Case(Reason-Text) to Reason-Upper
             Move 1 to Cause-Map-Idx
             Perform Scan-For-Cause-Keyword
               Until Cause-Map-Idx greater than Cause-Map-Count

             If Reason-Category equal Spaces
               Move "UNRECOGNIZED" to Reason-Category
               Perform Remember-Unrecognized-Reason
             End-If
           End-If
           .

       Scan-For-Cause-Keyword.

           *> A keyword only counts where it starts a word - at the
           *> front of the reason or after a non-letter - so ICE does
           *> not file SERVICE, DEVICE or OFFICE under WEATHER, while
           *> THUNDER still matches THUNDERSTORMS
           Move 0 to Keyword-Hits
           If Map-Key-Len(Cause-Map-Idx) greater than ZERO
             and Map-Key-Len(Cause-Map-Idx) not greater than
                 Length of Reason-Upper
             Compute Key-Scan-Last = Length of Reason-Upper
               - Map-Key-Len(Cause-Map-Idx) + 1
             Move 1 to Key-Scan-Pos
             Perform Test-Keyword-At-Position
               Until Key-Scan-Pos greater than Key-Scan-Last
                  or Keyword-Hits greater than ZERO
           End-If

           If Keyword-Hits greater than ZERO
             Move Map-Category(Cause-Map-Idx) to Reason-Category
             Move Cause-Map-Count to Cause-Map-Idx
           End-If

           Add 1 to Cause-Map-Idx
           .

       Test-Keyword-At-Position.

           If Reason-Upper(Key-Scan-Pos:Map-Key-Len(Cause-Map-Idx))
              equal Map-Keyword(Cause-Map-Idx)
                      (1:Map-Key-Len(Cause-Map-Idx))
             If Key-Scan-Pos equal 1
               Move 1 to Keyword-Hits
             else
               If Reason-Upper(Key-Scan-Pos - 1:1) equal Space
                 or Reason-Upper(Key-Scan-Pos - 1:1)
                    not alphabetic-upper
                 Move 1 to Keyword-Hits
               End-If
             End-If
           End-If

           Add 1 to Key-Scan-Pos
           .

       Remember-Unrecognized-Reason.

           Move 0 to Unrec-Match-Idx
           Move 1 to Unrec-Idx
           Perform Scan-For-Unrecognized
             Until Unrec-Idx greater than Unrec-Count

           If Unrec-Match-Idx equal ZERO
             If Unrec-Count less than Unrec-Max
               Add 1 to Unrec-Count
               Move Unrec-Count  to Unrec-Match-Idx
               Move Reason-Upper to Unrec-Text(Unrec-Match-Idx)
               Move 0            to Unrec-Obs(Unrec-Match-Idx)
               Move Current-Iata to Unrec-First-Iata(Unrec-Match-Idx)
             else
               Add Reason-Obs-Count to Unrec-Overflow
             End-If
           End-If

           If Unrec-Match-Idx greater than ZERO
             Add Reason-Obs-Count to Unrec-Obs(Unrec-Match-Idx)
           End-If
           .

       Scan-For-Unrecognized.

           If Unrec-Text(Unrec-Idx) equal Reason-Upper
             Move Unrec-Idx to Unrec-Match-Idx
             Move Unrec-Count to Unrec-Idx
           End-If

           Add 1 to Unrec-Idx
           .

      ****************************************************************
      *                                                              *
      * Tally-Delayed-Observations                                   *
      *                                                              *
      *   Function:  Add Reason-Obs-Count delayed observations to    *
      *    the airport's tally for Reason-Category, and to the       *
      *    airport's delayed total.                                  *
      *                                                              *
      ****************************************************************
       Tally-Delayed-Observations.

           Move 0 to Tally-Match-Idx
           Move 1 to Tally-Idx
           Perform Scan-For-Tally
             Until Tally-Idx greater than Tally-Count

           If Tally-Match-Idx equal ZERO
             If Tally-Count less than Tally-Max
               Add 1 to Tally-Count
               Move Tally-Count     to Tally-Match-Idx
               Move Current-Iata    to Tally-Iata(Tally-Match-Idx)
               Move Reason-Category to Tally-Category(Tally-Match-Idx)
               Move 0               to Tally-Obs(Tally-Match-Idx)
             else
               Add Reason-Obs-Count to Tally-Overflow
             End-If
           End-If

           If Tally-Match-Idx greater than ZERO
             Add Reason-Obs-Count to Tally-Obs(Tally-Match-Idx)
             Add Reason-Obs-Count to Delayed-Obs-Total
             Perform Register-Tally-Airport
           End-If
           .

       Scan-For-Tally.

           If Tally-Iata(Tally-Idx) equal Current-Iata
             and Tally-Category(Tally-Idx) equal Reason-Category
             Move Tally-Idx to Tally-Match-Idx
             Move Tally-Count to Tally-Idx
           End-If

           Add 1 to Tally-Idx
           .

       Register-Tally-Airport.

           Move 0 to Airport-Match-Idx
           Move 1 to Airport-Idx
           Perform Scan-For-Tally-Airport
             Until Airport-Idx greater than Airport-Count

           If Airport-Match-Idx equal ZERO
             If Airport-Count less than Airport-Max
               Add 1 to Airport-Count
               Move Airport-Count to Airport-Match-Idx
               Move Current-Iata  to Airport-Iata(Airport-Match-Idx)
               Move 0             to Airport-Delayed(Airport-Match-Idx)
             else
               Display "** WARNING: More than " Airport-Max
                        " distinct airports delayed - " Current-Iata
                        " not reported"
             End-If
           End-If

           If Airport-Match-Idx greater than ZERO
             Add Reason-Obs-Count to Airport-Delayed(Airport-Match-Idx)
           End-If
           .

       Scan-For-Tally-Airport.

           If Airport-Iata(Airport-Idx) equal Current-Iata
             Move Airport-Idx to Airport-Match-Idx
             Move Airport-Count to Airport-Idx
           End-If

           Add 1 to Airport-Idx
           .

      ****************************************************************
      *                                                              *
      * Print-Airport-Causes                                         *
      *                                                              *
      *   Function:  One block per airport - its delayed-observation *
      *    total, then one line per cause category with the count    *
      *    and its share of the total, in mapping order.             *
      *                                                              *
      ****************************************************************
       Print-Airport-Causes.

           Display "***********************************************".
           Display "** Delay Causes by Airport                   **".
           Display "***********************************************".

           Move 1 to Airport-Idx
           Perform Print-One-Airport
             Until Airport-Idx greater than Airport-Count
           .

       Print-One-Airport.

           Move Airport-Iata(Airport-Idx)    to Current-Iata
           Move Airport-Delayed(Airport-Idx) to Group-Total
           Move Group-Total to Print-Total

           Display "Airport: " Current-Iata
                    "   Delayed observations: " Print-Total
           Display "  Category        Obs   Share"

           Move 1 to Category-Idx
           Perform Print-Airport-Category-Line
             Until Category-Idx greater than Category-Count

           Display " "

           Add 1 to Airport-Idx
           .

       Print-Airport-Category-Line.

           Move 0 to Tally-Match-Idx
           Move Category-Name(Category-Idx) to Reason-Category
           Move 1 to Tally-Idx
           Perform Scan-For-Tally
             Until Tally-Idx greater than Tally-Count

           If Tally-Match-Idx greater than ZERO
             Move Tally-Obs(Tally-Match-Idx) to Print-Obs
             Compute Share-Pct Rounded =
               Tally-Obs(Tally-Match-Idx) * 100 / Group-Total
             Move Share-Pct to Print-Pct
             Display "  " Reason-Category "  " Print-Obs "  "
                      Print-Pct "%"
           End-If

           Add 1 to Category-Idx
           .

      ****************************************************************
      *                                                              *
      * Build-Region-Tallies                                         *
      *                                                              *
      *   Function:  Fold every airport/category tally through the   *
      *    region map into one tally per region per category, plus   *
      *    each region's delayed-observation total.                  *
      *                                                              *
      ****************************************************************
       Build-Region-Tallies.

           Move 1 to Tally-Idx
           Perform Fold-Tally-Into-Region
             Until Tally-Idx greater than Tally-Count
           .

       Fold-Tally-Into-Region.

           Move Tally-Iata(Tally-Idx) to Current-Iata
           Perform Find-Airport-Region

           Move 0 to Rgn-Tally-Match
           Move 1 to Rgn-Tally-Idx
           Perform Scan-For-Region-Tally
             Until Rgn-Tally-Idx greater than Rgn-Tally-Count

           If Rgn-Tally-Match equal ZERO
             If Rgn-Tally-Count less than Rgn-Tally-Max
               Add 1 to Rgn-Tally-Count
               Move Rgn-Tally-Count to Rgn-Tally-Match
               Move Current-Region
                 to Rgn-Tally-Region(Rgn-Tally-Match)
               Move Tally-Category(Tally-Idx)
                 to Rgn-Tally-Category(Rgn-Tally-Match)
               Move 0 to Rgn-Tally-Obs(Rgn-Tally-Match)
             else
               Display "** WARNING: region tally table full (max "
                        Rgn-Tally-Max " region/category pairs) - "
                        "regional breakdown is incomplete"
             End-If
           End-If

           If Rgn-Tally-Match greater than ZERO
             Add Tally-Obs(Tally-Idx) to Rgn-Tally-Obs(Rgn-Tally-Match)
             Perform Register-Tally-Region
           End-If

           Add 1 to Tally-Idx
           .

       Scan-For-Region-Tally.

           If Rgn-Tally-Region(Rgn-Tally-Idx) equal Current-Region
             and Rgn-Tally-Category(Rgn-Tally-Idx)
                                      equal Tally-Category(Tally-Idx)
             Move Rgn-Tally-Idx to Rgn-Tally-Match
             Move Rgn-Tally-Count to Rgn-Tally-Idx
           End-If

           Add 1 to Rgn-Tally-Idx
           .

       Register-Tally-Region.

           Move 0 to Rgn-Name-Match
           Move 1 to Rgn-Name-Idx
           Perform Scan-For-Tally-Region
             Until Rgn-Name-Idx greater than Rgn-Name-Count

           If Rgn-Name-Match equal ZERO
             If Rgn-Name-Count less than Rgn-Name-Max
               Add 1 to Rgn-Name-Count
               Move Rgn-Name-Count to Rgn-Name-Match
               Move Current-Region to Rgn-Name(Rgn-Name-Match)
               Move 0 to Rgn-Delayed(Rgn-Name-Match)
             else
               Display "** WARNING: More than " Rgn-Name-Max
                        " distinct regions - " Current-Region
                        " not reported"
             End-If
           End-If

           If Rgn-Name-Match greater than ZERO
             Add Tally-Obs(Tally-Idx) to Rgn-Delayed(Rgn-Name-Match)
           End-If
           .

       Scan-For-Tally-Region.

           If Rgn-Name(Rgn-Name-Idx) equal Current-Region
             Move Rgn-Name-Idx to Rgn-Name-Match
             Move Rgn-Name-Count to Rgn-Name-Idx
           End-If

           Add 1 to Rgn-Name-Idx
           .

      ****************************************************************
      *                                                              *
      * Find-Airport-Region                                          *
      *                                                              *
      *   Function:  Resolve Current-Iata to its region via the      *
      *    AIRRGN map. No match resolves to UNASSIGNED.              *
      *                                                              *
      ****************************************************************
       Find-Airport-Region.

           Move "UNASSIGNED" to Current-Region

           Move 1 to Region-Map-Idx
           Perform Scan-For-Region-Match
             Until Region-Map-Idx greater than Region-Map-Count
           .

       Scan-For-Region-Match.

           If Map-Code(Region-Map-Idx) equal Current-Iata
             Move Map-Region(Region-Map-Idx) to Current-Region
             Move Region-Map-Count to Region-Map-Idx
           End-If

           Add 1 to Region-Map-Idx
           .

      ****************************************************************
      *                                                              *
      * Print-Region-Causes                                          *
      *                                                              *
      *   Function:  The same breakdown as Print-Airport-Causes, one *
      *    block per region.                                         *
      *                                                              *
      ****************************************************************
       Print-Region-Causes.

           Display "***********************************************".
           Display "** Delay Causes by Region                    **".
           Display "***********************************************".

           Move 1 to Rgn-Name-Idx
           Perform Print-One-Region
             Until Rgn-Name-Idx greater than Rgn-Name-Count
           .

       Print-One-Region.

           Move Rgn-Name(Rgn-Name-Idx)    to Current-Region
           Move Rgn-Delayed(Rgn-Name-Idx) to Group-Total
           Move Group-Total to Print-Total

           Display "Region: " Current-Region
                    "   Delayed observations: " Print-Total
           Display "  Category        Obs   Share"

           Move 1 to Category-Idx
           Perform Print-Region-Category-Line
             Until Category-Idx greater than Category-Count

           Display " "

           Add 1 to Rgn-Name-Idx
           .

       Print-Region-Category-Line.

           Move 0 to Rgn-Tally-Match
           Move 1 to Rgn-Tally-Idx
           Perform Scan-For-Region-Category
             Until Rgn-Tally-Idx greater than Rgn-Tally-Count

           If Rgn-Tally-Match greater than ZERO
             Move Rgn-Tally-Obs(Rgn-Tally-Match) to Print-Obs
             Compute Share-Pct Rounded =
               Rgn-Tally-Obs(Rgn-Tally-Match) * 100 / Group-Total
             Move Share-Pct to Print-Pct
             Display "  " Category-Name(Category-Idx) "  " Print-Obs
                      "  " Print-Pct "%"
           End-If

           Add 1 to Category-Idx
           .

       Scan-For-Region-Category.

           If Rgn-Tally-Region(Rgn-Tally-Idx) equal Current-Region
             and Rgn-Tally-Category(Rgn-Tally-Idx)
                                  equal Category-Name(Category-Idx)
             Move Rgn-Tally-Idx to Rgn-Tally-Match
             Move Rgn-Tally-Count to Rgn-Tally-Idx
           End-If

           Add 1 to Rgn-Tally-Idx
           .

      ****************************************************************
      *                                                              *
      * Print-Unrecognized-Reasons                                   *
      *                                                              *
      *   Function:  List every reason text no AIRCAUS keyword       *
      *    matched, with how many delayed observations carried it    *
      *    and the first airport seen reporting it - the worklist    *
      *    for maintaining the cards.                                *
      *                                                              *
      ****************************************************************
       Print-Unrecognized-Reasons.

           Display "***********************************************".
           Display "** Unrecognized Delay Reasons                **".
           Display "***********************************************".

           If Unrec-Count equal ZERO
             Display "  Every delay reason matched an AIRCAUS keyword"
           else
             Display "  Reason text                       Obs  "
                      "First seen at"
             Move 1 to Unrec-Idx
             Perform Print-One-Unrecognized
               Until Unrec-Idx greater than Unrec-Count

             If Unrec-Overflow greater than ZERO
               Move Unrec-Overflow to Print-Obs
               Display "  ** " Print-Obs " more delayed observation"
                        "(s) with further distinct reasons not listed"
                        " (max " Unrec-Max ")"
             End-If
             Display "  Add AIRCAUS keyword cards to classify these"
           End-If
           .

       Print-One-Unrecognized.

           Move Unrec-Obs(Unrec-Idx) to Print-Obs
           Display "  " Unrec-Text(Unrec-Idx) "  " Print-Obs "  "
                    Unrec-First-Iata(Unrec-Idx)

           Add 1 to Unrec-Idx
           .
