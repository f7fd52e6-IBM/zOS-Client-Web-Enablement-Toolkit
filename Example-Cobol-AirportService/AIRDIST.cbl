       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRDIST.
      * START OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * *  *
      *                                                                *
      *  MODULE NAME=AIRDIST                                           *
      *                                                                *
      *  DESCRIPTIVE NAME=Regional report distribution - one package   *
      *                   per ops desk                                 *
      *                                                                *
      *  FUNCTION                                                      *
      *                                                                *
      *  Each regional ops desk used to search the one SYSOUT from     *
      *  HWTHXCB1's end-of-run summary and master-delta report and     *
      *  the AIRSCORE ranking for its own airports. This step bursts   *
      *  the night's outputs into a separate package per desk, routed  *
      *  to that desk's own SYSOUT class and destination or its own    *
      *  dataset. Every package has a header page (desk, report day,   *
      *  routing, the regions it covers) and, for the desk's regions:  *
      *                                                                *
      *    1. the run-summary lines - the regional rollup tallies      *
      *       HWTHXCB1 appended to AIRRSUM for each run of the day;    *
      *    2. the day's master deltas from AIRDLTA;                    *
      *    3. the delays still open on the AIREPSD episode register;   *
      *    4. its airports' lines of the worst-airports ranking, by    *
      *       the 7-day scores the last AIRSCORE run stored on         *
      *       AIRMSTR - the same top-N list, in the same order;        *
      *                                                                *
      *  then the package totals. A desk none of whose regions had     *
      *  any of the four gets a "nothing to report" page instead, so   *
      *  it still knows the run finished. An airport belongs to the    *
      *  region stamped on its AIRMSTR record; one with none, or not   *
      *  on the master, is UNASSIGNED, which can be routed like any    *
      *  other region.                                                 *
      *                                                                *
      *  The distribution control cards (80 bytes, AIRDESK DD, tokens  *
      *  separated by spaces, blank cards and cards starting with *    *
      *  ignored) name the desks and map regions to them:              *
      *                                                                *
      *    DESK name SYSOUT=c        the desk's package is a separate  *
      *    DESK name SYSOUT=c,dest   SYSOUT of class c, sent to the    *
      *                              JES destination dest if given     *
      *    DESK name DSN=dsname      the package replaces the content  *
      *                              of the desk's own dataset, which  *
      *                              must already exist, RECFM=FBA,    *
      *                              LRECL=133                         *
      *    REGION region name        route an AIRRGN region to a desk  *
      *                                                                *
      *  A desk may take any number of regions; a region goes to one   *
      *  desk (the first REGION card for it). Each package is          *
      *  allocated dynamically on the DESKOUT DD, through BPXWDYN,     *
      *  and freed as soon as it is written, so a SYSOUT package       *
      *  prints as its own output. Up to 20 desks and 50 regions.      *
      *                                                                *
      * //DIST EXEC PGM=AIRDIST,PARM='10'                              *
      * //STEPLIB  DD DSN=&LOAD,DISP=SHR                               *
      * //SYSOUT   DD SYSOUT=*                                         *
      * //AIRDESK  DD DSN=&SRC..AIRDESK,DISP=SHR                       *
      * //AIRMSTR  DD DSN=&SRC..AIRMSTR,DISP=SHR                       *
      * //AIRRSUM  DD DSN=&SRC..AIRRSUM,DISP=SHR                       *
      * //AIRDLTA  DD DSN=&SRC..AIRDLTA,DISP=SHR                       *
      * //AIREPSD  DD DSN=&SRC..AIREPSD,DISP=SHR                       *
      *                                                                *
      *  for example, with AIRDESK holding                             *
      *                                                                *
      *    DESK   USWDESK  SYSOUT=R,SFOOPS                             *
      *    DESK   EURDESK  SYSOUT=R,LHROPS                             *
      *    DESK   APACDESK DSN=OPS.APAC.DAILY.PACKAGE                  *
      *    REGION US-WEST  USWDESK                                     *
      *    REGION EUROPE   EURDESK                                     *
      *    REGION ASIA-PAC APACDESK                                    *
      *                                                                *
      *  where PARM is the ranking depth, as on the AIRSCORE step      *
      *  (default 10), optionally followed by the report day as        *
      *  ,yyyymmdd - by default today, the day the nightly run and     *
      *  the AIRDLTA and AIRRSUM records it wrote are stamped with.    *
      *  Run it after the nightly HWTHXCB1, AIREPSD and AIRSCORE       *
      *  steps. For a partitioned nightly, concatenate every           *
      *  partition's AIRRSUM and AIRDLTA datasets on those DDs.        *
      *  AIRRSUM, AIRDLTA and AIREPSD are each optional - without      *
      *  one, that section of every package is empty.                  *
      *                                                                *
      *  Return codes:                                                 *
      *    0  - every desk's package delivered                         *
      *    4  - delivered, with warnings: a control card in error, a   *
      *         region with activity that no desk takes, an input      *
      *         missing or more items than the tables hold             *
      *    8  - at least one desk's package could not be allocated     *
      *         or written                                             *
      *    12 - AIRDESK or AIRMSTR could not be read                   *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Distribution control cards - desks and region routing
           SELECT AIRDESK-FILE ASSIGN TO AIRDESK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRDESK-STATUS.

      * The airport master - region, name and stored delay scores
           SELECT AIRMSTR-FILE ASSIGN TO AIRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIRMSTR-IATA
               FILE STATUS IS AIRMSTR-STATUS.

      * Regional run-summary lines appended by HWTHXCB1
           SELECT AIRRSUM-FILE ASSIGN TO AIRRSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRRSUM-STATUS.

      * Master-file changes appended by HWTHXCB1
           SELECT AIRDLTA-FILE ASSIGN TO AIRDLTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRDLTA-STATUS.

      * The delay-episode register kept by the AIREPSD job
           SELECT AIREPSD-FILE ASSIGN TO AIREPSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIREPSD-KEY
               FILE STATUS IS AIREPSD-STATUS.

      * One desk's package - reallocated for every desk in turn
           SELECT DESK-FILE ASSIGN TO DESKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DESK-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  AIRDESK-FILE
           RECORDING MODE IS F.

       01  AIRDESK-RECORD          Pic X(80).

       FD  AIRMSTR-FILE
           RECORDING MODE IS F.

           COPY AIRMSTR.

       FD  AIRRSUM-FILE
           RECORDING MODE IS F.

           COPY AIRRSUM.

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

       FD  AIREPSD-FILE
           RECORDING MODE IS F.

           COPY AIREPSD.

      * Print line - ASA carriage control in the first byte
       FD  DESK-FILE
           RECORDING MODE IS F.

       01  DESK-RECORD             Pic X(133).

       WORKING-STORAGE SECTION.

      * FILE STATUS and end-of-file bookkeeping
       01 AIRDESK-STATUS    Pic X(02) Value "00".
         88 AIRDESK-OK           Value "00".
       01 AIRDESK-EOF-FLAG  Pic 9 Value 0.
         88 AIRDESK-EOF     Value 1.
       01 AIRMSTR-STATUS    Pic X(02) Value "00".
         88 AIRMSTR-OK           Value "00".
       01 AIRMSTR-EOF-FLAG  Pic 9 Value 0.
         88 AIRMSTR-EOF     Value 1.
       01 AIRRSUM-STATUS    Pic X(02) Value "00".
         88 AIRRSUM-OK           Value "00".
       01 AIRRSUM-EOF-FLAG  Pic 9 Value 0.
         88 AIRRSUM-EOF     Value 1.
       01 AIRDLTA-STATUS    Pic X(02) Value "00".
         88 AIRDLTA-OK           Value "00".
       01 AIRDLTA-EOF-FLAG  Pic 9 Value 0.
         88 AIRDLTA-EOF     Value 1.
       01 AIREPSD-STATUS    Pic X(02) Value "00".
         88 AIREPSD-OK           Value "00".
         88 AIREPSD-NOT-LOADED   Value "35".
       01 AIREPSD-EOF-FLAG  Pic 9 Value 0.
         88 AIREPSD-EOF     Value 1.
       01 DESK-STATUS       Pic X(02) Value "00".
         88 DESK-OK              Value "00".
       01 Numval-Test-Result Pic S9(4) Value 0.

      * Step return code, kept apart from RETURN-CODE because every
      * BPXWDYN call sets that register
       01 Dist-Rc           Pic 9(02) Value 0.

      * Report day and ranking depth, from the PARM
       01 Report-Date       Pic X(08) Value Spaces.
       01 Rank-Depth        Pic 9(03) Value 10.
       01 Rank-Depth-Max    Pic 9(03) Value 100.
       01 Parm-Depth-Txt    Pic X(08) Value Spaces.
       01 Parm-Date-Txt     Pic X(08) Value Spaces.
       01 Parm-Date-Num Redefines Parm-Date-Txt Pic 9(08).

      * One control card, split into its tokens
       01 Card-Verb         Pic X(10) Value Spaces.
       01 Card-Arg1         Pic X(20) Value Spaces.
       01 Card-Arg2         Pic X(60) Value Spaces.
       01 Card-Class        Pic X(08) Value Spaces.
       01 Card-Dest         Pic X(20) Value Spaces.
       01 Card-Count        Pic 9(04) Value 0.
       01 Card-Error-Count  Pic 9(04) Value 0.

      * The desks, in control-card order, with the routing of
      * their packages and the counts that fill their totals
       01 Desk-Max          Pic 9(04) Value 20.
       01 Desk-Count        Pic 9(04) Value 0.
       01 Desk-Idx          Pic 9(04) Value 0.
       01 Desk-Match-Idx    Pic 9(04) Value 0.
       01 Desk-Table.
         05 Desk-Entry Occurs 20 times.
           10 Desk-Name        Pic X(10).
           10 Desk-Target-Type Pic X(01).
             88 Desk-To-Sysout   Value "S".
             88 Desk-To-Dataset  Value "D".
           10 Desk-Class       Pic X(01).
           10 Desk-Dest        Pic X(08).
           10 Desk-Dsn         Pic X(44).
           10 Desk-Region-Cnt  Pic 9(03).
           10 Desk-Sum-Lines   Pic 9(04).
           10 Desk-Succeeded   Pic 9(06).
           10 Desk-Failed      Pic 9(06).
           10 Desk-Delayed     Pic 9(06).
           10 Desk-Deltas      Pic 9(05).
           10 Desk-Open        Pic 9(05).
           10 Desk-Ranked      Pic 9(04).

      * Region routing - each region to its desk, by name as
      * punched until every card is in, then by desk index
       01 Map-Max           Pic 9(04) Value 50.
       01 Map-Count         Pic 9(04) Value 0.
       01 Map-Idx           Pic 9(04) Value 0.
       01 Map-Match-Idx     Pic 9(04) Value 0.
       01 Map-Table.
         05 Map-Entry Occurs 50 times.
           10 Map-Region     Pic X(10).
           10 Map-Desk-Name  Pic X(10).
           10 Map-Desk-Idx   Pic 9(04).

      * Regions with activity no desk takes, for the step log
       01 Unrouted-Max      Pic 9(04) Value 20.
       01 Unrouted-Count    Pic 9(04) Value 0.
       01 Unrouted-Idx      Pic 9(04) Value 0.
       01 Unrouted-Match-Idx Pic 9(04) Value 0.
       01 Unrouted-Table.
         05 Unrouted-Entry Occurs 20 times.
           10 Unr-Region     Pic X(10).
           10 Unr-Items      Pic 9(05).

      * Region lookup - the region in hand and the desk it goes to,
      * and the desk name being looked up
       01 Find-Region       Pic X(10) Value Spaces.
       01 Find-Desk-Name    Pic X(10) Value Spaces.
       01 Found-Desk-Idx    Pic 9(04) Value 0.
       01 Look-Iata         Pic X(06) Value Spaces.

      * Every master airport, with its region, its stored scores,
      * its network rank and its place (if any) on the top-N list
       01 Master-Max        Pic 9(04) Value 500.
       01 Master-Count      Pic 9(04) Value 0.
       01 Master-Idx        Pic 9(04) Value 0.
       01 Master-Match-Idx  Pic 9(04) Value 0.
       01 Rank-Scan-Idx     Pic 9(04) Value 0.
       01 Master-Table.
         05 Master-Entry Occurs 500 times.
           10 Mst-Iata       Pic X(06).
           10 Mst-Name       Pic X(30).
           10 Mst-Region     Pic X(10).
           10 Mst-Score7     Pic 9(03).
           10 Mst-Score30    Pic 9(03).
           10 Mst-Rank       Pic 9(04).
           10 Mst-Listed     Pic 9(01).

      * The top-N list, in printed order, as master indexes
       01 Ranked-Count      Pic 9(03) Value 0.
       01 Ranked-Idx        Pic 9(03) Value 0.
       01 Ranked-Table.
         05 Ranked-Master-Idx Pic 9(04) Occurs 100 times.
       01 Best-Idx          Pic 9(04) Value 0.
       01 Best-Score        Pic S9(04) Value 0.

      * The day's run-summary lines
       01 Sum-Max           Pic 9(04) Value 200.
       01 Sum-Count         Pic 9(04) Value 0.
       01 Sum-Idx           Pic 9(04) Value 0.
       01 Sum-Table.
         05 Sum-Entry Occurs 200 times.
           10 Sum-Region     Pic X(10).
           10 Sum-Run-Time   Pic X(06).
           10 Sum-Part-Num   Pic 9(02).
           10 Sum-Part-Cnt   Pic 9(02).
           10 Sum-Succeeded  Pic 9(04).
           10 Sum-Failed     Pic 9(04).
           10 Sum-Delayed    Pic 9(04).
           10 Sum-Desk-Idx   Pic 9(04).

      * The day's master deltas
       01 Dlt-Max           Pic 9(04) Value 2000.
       01 Dlt-Count         Pic 9(04) Value 0.
       01 Dlt-Idx           Pic 9(04) Value 0.
       01 Dlt-Table.
         05 Dlt-Entry Occurs 2000 times.
           10 Dlt-Iata       Pic X(06).
           10 Dlt-Region     Pic X(10).
           10 Dlt-Field      Pic X(12).
           10 Dlt-Old-Value  Pic X(30).
           10 Dlt-New-Value  Pic X(30).
           10 Dlt-Run-Time   Pic X(06).
           10 Dlt-Desk-Idx   Pic 9(04).

      * Delay episodes still open
       01 Opn-Max           Pic 9(04) Value 500.
       01 Opn-Count         Pic 9(04) Value 0.
       01 Opn-Idx           Pic 9(04) Value 0.
       01 Opn-Table.
         05 Opn-Entry Occurs 500 times.
           10 Opn-Iata       Pic X(06).
           10 Opn-Region     Pic X(10).
           10 Opn-Start      Pic X(14).
           10 Opn-Last       Pic X(14).
           10 Opn-Minutes    Pic 9(07).
           10 Opn-Peak       Pic 9(04).
           10 Opn-Desk-Idx   Pic 9(04).

      * Items dropped because a table was full
       01 Overflow-Count    Pic 9(06) Value 0.

      * Package accounting for the step log
       01 Packages-Written  Pic 9(04) Value 0.
       01 Packages-Empty    Pic 9(04) Value 0.
       01 Packages-Failed   Pic 9(04) Value 0.
       01 Package-Lines     Pic 9(06) Value 0.
       01 Desk-Output-Flag  Pic 9 Value 0.
         88 Desk-Output-Open Value 1.

      * BPXWDYN dynamic allocation request (halfword-prefixed text)
      * and its return code
       01 Dyn-Request.
         05 Dyn-Req-Len     Pic S9(4) Binary Value 0.
         05 Dyn-Req-Text    Pic X(200) Value Spaces.
       01 Dyn-Ptr           Pic 9(03) Value 0.
       01 Dyn-Rc            Pic S9(9) Binary Value 0.
       01 Print-Dyn-Rc      Pic -(9)9.

      * The package print line and its detail layouts
       01 Desk-Line         Pic X(133) Value Spaces.
       01 Routing-Text      Pic X(60) Value Spaces.

       01 Sum-Print-Line.
         05 Filler          Pic X(01) Value Space.
         05 Spl-Region      Pic X(10).
         05 Filler          Pic X(02) Value Spaces.
         05 Spl-Run-Time    Pic X(06).
         05 Filler          Pic X(02) Value Spaces.
         05 Spl-Partition   Pic X(05).
         05 Filler          Pic X(03) Value Spaces.
         05 Spl-Succeeded   Pic Z(3)9.
         05 Filler          Pic X(03) Value Spaces.
         05 Spl-Failed      Pic Z(3)9.
         05 Filler          Pic X(03) Value Spaces.
         05 Spl-Delayed     Pic Z(3)9.

       01 Dlt-Print-Line.
         05 Filler          Pic X(01) Value Space.
         05 Dpl-Iata        Pic X(06).
         05 Filler          Pic X(02) Value Spaces.
         05 Dpl-Region      Pic X(10).
         05 Filler          Pic X(02) Value Spaces.
         05 Dpl-Field       Pic X(12).
         05 Filler          Pic X(02) Value Spaces.
         05 Dpl-Old-Value   Pic X(30).
         05 Filler          Pic X(02) Value Spaces.
         05 Dpl-New-Value   Pic X(30).
         05 Filler          Pic X(02) Value Spaces.
         05 Dpl-Run-Time    Pic X(06).

       01 Opn-Print-Line.
         05 Filler          Pic X(01) Value Space.
         05 Opl-Iata        Pic X(06).
         05 Filler          Pic X(02) Value Spaces.
         05 Opl-Region      Pic X(10).
         05 Filler          Pic X(02) Value Spaces.
         05 Opl-Start-Date  Pic X(08).
         05 Filler          Pic X(01) Value Space.
         05 Opl-Start-Time  Pic X(06).
         05 Filler          Pic X(02) Value Spaces.
         05 Opl-Last-Date   Pic X(08).
         05 Filler          Pic X(01) Value Space.
         05 Opl-Last-Time   Pic X(06).
         05 Filler          Pic X(02) Value Spaces.
         05 Opl-Minutes     Pic Z(6)9.
         05 Filler          Pic X(04) Value Spaces.
         05 Opl-Peak        Pic Z(3)9.

       01 Rnk-Print-Line.
         05 Filler          Pic X(01) Value Space.
         05 Rpl-Rank        Pic ZZ9.
         05 Filler          Pic X(03) Value Spaces.
         05 Rpl-Iata        Pic X(06).
         05 Filler          Pic X(02) Value Spaces.
         05 Rpl-Name        Pic X(30).
         05 Filler          Pic X(02) Value Spaces.
         05 Rpl-Score7      Pic ZZ9.
         05 Filler          Pic X(04) Value Spaces.
         05 Rpl-Score30     Pic ZZ9.
         05 Filler          Pic X(03) Value Spaces.
         05 Rpl-Region      Pic X(10).

      * Edited fields for the totals and the step log
       01 Print-Count       Pic Z(5)9.
       01 Print-Part-Num    Pic 9(02).
       01 Print-Part-Cnt    Pic 9(02).

       LINKAGE SECTION.

      * User-supplied parameter: ranking depth[,report day]
       01 jcl-parm.
         05 parm-len    Pic S9(3) binary.
         05 parm-string.
           10 parm-char Pic X occurs 0 to 160 times
                      depending on parm-len.

       PROCEDURE DIVISION using jcl-parm.
       Begin.

           Display "***********************************************".
           Display "** Regional Report Distribution (AIRDIST)    **".
           Display "***********************************************".

           Move Function Current-Date(1:8) to Report-Date

           Perform Apply-Distribution-Parm

           Display "Report day         : " Report-Date
           Display "Ranking depth      : " Rank-Depth

           Perform Load-Desk-Cards
           Perform Load-Master-Table
           Perform Select-Ranked-Airports
           Perform Load-Run-Summaries
           Perform Load-Day-Deltas
           Perform Load-Open-Delays

           Move 1 to Desk-Idx
           Perform Produce-Desk-Package
             Until Desk-Idx greater than Desk-Count

           Perform Print-Distribution-Totals

           Move Dist-Rc to Return-Code
           Display "***********************************************".
           STOP RUN.

      ****************************************************************
      *                                                              *
      * Apply-Distribution-Parm                                      *
      *                                                              *
      *   Function:  Take the ranking depth and, optionally, the     *
      *    report day from the PARM (depth[,yyyymmdd]). Anything     *
      *    unusable keeps the default with a warning rather than     *
      *    holding up the desks' packages.                           *
      *                                                              *
      ****************************************************************
       Apply-Distribution-Parm.

           If parm-len greater than ZERO
             Unstring parm-string(1:parm-len)
               Delimited by ","
               Into Parm-Depth-Txt Parm-Date-Txt

             If Parm-Depth-Txt not equal Spaces
               Compute Numval-Test-Result =
                 Function Test-Numval(Parm-Depth-Txt)
               If Numval-Test-Result = 0
                 If Function Numval(Parm-Depth-Txt) greater than 0
                   and Function Numval(Parm-Depth-Txt)
                       not greater than Rank-Depth-Max
                   Compute Rank-Depth = Function Numval(Parm-Depth-Txt)
                 else
                   Perform Reject-Depth-Parm
                 End-If
               else
                 Perform Reject-Depth-Parm
               End-If
             End-If

             If Parm-Date-Txt not equal Spaces
               If Parm-Date-Txt numeric
                 and Function Test-Date-YYYYMMDD(Parm-Date-Num) = 0
                 Move Parm-Date-Txt to Report-Date
               else
                 Display "** WARNING: PARM report day '"
                          Parm-Date-Txt "' is not a yyyymmdd date - "
                          "reporting on today"
                 Perform Raise-Warning-Rc
               End-If
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Reject-Depth-Parm                                            *
      *                                                              *
      *   Function:  Warn that the PARM ranking depth is not a       *
      *    number from 1 to the table size; the default depth stands.*
      *                                                              *
      ****************************************************************
       Reject-Depth-Parm.

           Display "** WARNING: PARM depth '"
                    Function Trim(Parm-Depth-Txt)
                    "' is not 1-" Rank-Depth-Max
                    " - defaulting to " Rank-Depth
           Perform Raise-Warning-Rc
           .

      ****************************************************************
      *                                                              *
      * Load-Desk-Cards                                              *
      *                                                              *
      *   Function:  Read the AIRDESK control cards into the desk    *
      *    and region-routing tables, then resolve every REGION      *
      *    card's desk name - so DESK and REGION cards may come in   *
      *    any order. Without a usable desk there is nothing to      *
      *    distribute to, and the step ends RC=12.                   *
      *                                                              *
      ****************************************************************
       Load-Desk-Cards.

           Open Input AIRDESK-FILE

           If NOT AIRDESK-OK
             Display "** Unable to open AIRDESK, status: "
                      AIRDESK-STATUS
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If

           Perform Read-Next-Desk-Card
             Until AIRDESK-EOF

           Close AIRDESK-FILE

           Move 1 to Map-Idx
           Perform Resolve-Region-Desk
             Until Map-Idx greater than Map-Count

           Move 1 to Desk-Idx
           Perform Check-Desk-Has-Region
             Until Desk-Idx greater than Desk-Count

           Display "Control cards      : " Card-Count
           Display "Desks              : " Desk-Count
           Display "Regions routed     : " Map-Count

           If Desk-Count equal ZERO
             Display "** No DESK cards on AIRDESK - nothing to "
                      "distribute"
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If
           .

       Read-Next-Desk-Card.

           Read AIRDESK-FILE
             At End
               Set AIRDESK-EOF to true
             Not At End
               *> Blank cards and cards starting with * are comments
               If AIRDESK-RECORD not equal Spaces
                 and AIRDESK-RECORD(1:1) not equal "*"
                 Add 1 to Card-Count
                 Perform Apply-Desk-Card
               End-If
           End-Read
           .

       Apply-Desk-Card.

           Move Spaces to Card-Verb
           Move Spaces to Card-Arg1
           Move Spaces to Card-Arg2
           Unstring Function Trim(AIRDESK-RECORD)
             Delimited by All Spaces
             Into Card-Verb Card-Arg1 Card-Arg2

           Move Function Upper-Case(Card-Verb) to Card-Verb
           Move Function Upper-Case(Card-Arg1) to Card-Arg1
           Move Function Upper-Case(Card-Arg2) to Card-Arg2

           Evaluate true
             When Card-Verb equal "DESK"
               Perform Apply-Desk-Definition
             When Card-Verb equal "REGION"
               Perform Apply-Region-Routing
             When other
               Display "** Card ignored - unknown command: "
                        AIRDESK-RECORD
               Perform Reject-Desk-Card
           End-Evaluate
           .

       Apply-Desk-Definition.

           Evaluate true
             When Card-Arg1 equal Spaces or Card-Arg2 equal Spaces
               Display "** Card ignored - DESK needs a name and a "
                        "SYSOUT= or DSN= target: " AIRDESK-RECORD
               Perform Reject-Desk-Card
             When Card-Arg1(11:) not equal Spaces
               Display "** Card ignored - desk name over 10 "
                        "characters: " AIRDESK-RECORD
               Perform Reject-Desk-Card
             When other
               Move Card-Arg1(1:10) to Find-Desk-Name
               Perform Find-Desk-By-Name
               If Desk-Match-Idx greater than ZERO
                 Display "** Card ignored - desk "
                          Function Trim(Card-Arg1)
                          " already defined: " AIRDESK-RECORD
                 Perform Reject-Desk-Card
               else
                 If Desk-Count not less than Desk-Max
                   Display "** Card ignored - more than " Desk-Max
                            " desks: " AIRDESK-RECORD
                   Perform Reject-Desk-Card
                 else
                   Perform Store-Desk-Target
                 End-If
               End-If
           End-Evaluate
           .

       Store-Desk-Target.

           Move Spaces to Card-Class
           Move Spaces to Card-Dest

           Evaluate true
             When Card-Arg2(1:7) equal "SYSOUT="
               Unstring Card-Arg2(8:)
                 Delimited by ","
                 Into Card-Class Card-Dest
               If Card-Class(1:1) equal Space
                 or Card-Class(2:) not equal Spaces
                 or Card-Dest(9:) not equal Spaces
                 Display "** Card ignored - SYSOUT= needs a one-"
                          "character class and a destination of up "
                          "to 8: " AIRDESK-RECORD
                 Perform Reject-Desk-Card
               else
                 Add 1 to Desk-Count
                 Perform Clear-Desk-Entry
                 Set Desk-To-Sysout(Desk-Count) to true
                 Move Card-Class(1:1) to Desk-Class(Desk-Count)
                 Move Card-Dest(1:8)  to Desk-Dest(Desk-Count)
               End-If
             When Card-Arg2(1:4) equal "DSN="
               If Card-Arg2(5:) equal Spaces
                 or Card-Arg2(49:) not equal Spaces
                 Display "** Card ignored - DSN= needs a dataset "
                          "name of up to 44: " AIRDESK-RECORD
                 Perform Reject-Desk-Card
               else
                 Add 1 to Desk-Count
                 Perform Clear-Desk-Entry
                 Set Desk-To-Dataset(Desk-Count) to true
                 Move Card-Arg2(5:44) to Desk-Dsn(Desk-Count)
               End-If
             When other
               Display "** Card ignored - target must be SYSOUT= or "
                        "DSN=: " AIRDESK-RECORD
               Perform Reject-Desk-Card
           End-Evaluate
           .

       Clear-Desk-Entry.

           Move Card-Arg1(1:10) to Desk-Name(Desk-Count)
           Move Spaces to Desk-Target-Type(Desk-Count)
           Move Spaces to Desk-Class(Desk-Count)
           Move Spaces to Desk-Dest(Desk-Count)
           Move Spaces to Desk-Dsn(Desk-Count)
           Move 0 to Desk-Region-Cnt(Desk-Count)
           Move 0 to Desk-Sum-Lines(Desk-Count)
           Move 0 to Desk-Succeeded(Desk-Count)
           Move 0 to Desk-Failed(Desk-Count)
           Move 0 to Desk-Delayed(Desk-Count)
           Move 0 to Desk-Deltas(Desk-Count)
           Move 0 to Desk-Open(Desk-Count)
           Move 0 to Desk-Ranked(Desk-Count)
           .

       Apply-Region-Routing.

           Evaluate true
             When Card-Arg1 equal Spaces or Card-Arg2 equal Spaces
               Display "** Card ignored - REGION needs a region and "
                        "a desk name: " AIRDESK-RECORD
               Perform Reject-Desk-Card
             When Card-Arg1(11:) not equal Spaces
               Display "** Card ignored - region name over 10 "
                        "characters: " AIRDESK-RECORD
               Perform Reject-Desk-Card
             When other
               Move 0 to Map-Match-Idx
               Move 1 to Map-Idx
               Perform Scan-For-Region-Map
                 Until Map-Idx greater than Map-Count
               Evaluate true
                 When Map-Match-Idx greater than ZERO
                   Display "** Card ignored - region "
                            Function Trim(Card-Arg1)
                            " is already routed to "
                            Function Trim(Map-Desk-Name(Map-Match-Idx))
                            ": " AIRDESK-RECORD
                   Perform Reject-Desk-Card
                 When Map-Count not less than Map-Max
                   Display "** Card ignored - more than " Map-Max
                            " regions: " AIRDESK-RECORD
                   Perform Reject-Desk-Card
                 When other
                   Add 1 to Map-Count
                   Move Card-Arg1(1:10) to Map-Region(Map-Count)
                   Move Card-Arg2(1:10) to Map-Desk-Name(Map-Count)
                   Move 0 to Map-Desk-Idx(Map-Count)
               End-Evaluate
           End-Evaluate
           .

       Scan-For-Region-Map.

           If Map-Region(Map-Idx) equal Card-Arg1(1:10)
             Move Map-Idx to Map-Match-Idx
             Move Map-Count to Map-Idx
           End-If

           Add 1 to Map-Idx
           .

       Reject-Desk-Card.

           Add 1 to Card-Error-Count
           Perform Raise-Warning-Rc
           .

       Resolve-Region-Desk.

           Move Map-Desk-Name(Map-Idx) to Find-Desk-Name
           Perform Find-Desk-By-Name

           If Desk-Match-Idx equal ZERO
             Display "** WARNING: region " Map-Region(Map-Idx)
                      " is routed to desk "
                      Function Trim(Map-Desk-Name(Map-Idx))
                      ", which no DESK card defines"
             Perform Raise-Warning-Rc
           else
             Move Desk-Match-Idx to Map-Desk-Idx(Map-Idx)
             Add 1 to Desk-Region-Cnt(Desk-Match-Idx)
           End-If

           Add 1 to Map-Idx
           .

       Check-Desk-Has-Region.

           If Desk-Region-Cnt(Desk-Idx) equal ZERO
             Display "** WARNING: desk " Desk-Name(Desk-Idx)
                      " has no REGION card - it will only get a "
                      "nothing-to-report page"
             Perform Raise-Warning-Rc
           End-If

           Add 1 to Desk-Idx
           .

      ****************************************************************
      *                                                              *
      * Find-Desk-By-Name                                            *
      *                                                              *
      *   Function:  Desk-Match-Idx to the desk named in             *
      *    Find-Desk-Name, or zero when there is none.               *
      *                                                              *
      ****************************************************************
       Find-Desk-By-Name.

           Move 0 to Desk-Match-Idx
           Move 1 to Desk-Idx
           Perform Scan-For-Desk-Name
             Until Desk-Idx greater than Desk-Count
           .

       Scan-For-Desk-Name.

           If Desk-Name(Desk-Idx) equal Find-Desk-Name
             Move Desk-Idx to Desk-Match-Idx
             Move Desk-Count to Desk-Idx
           End-If

           Add 1 to Desk-Idx
           .

      ****************************************************************
      *                                                              *
      * Find-Region-Desk                                             *
      *                                                              *
      *   Function:  Found-Desk-Idx to the desk the region in        *
      *    Find-Region is routed to, or zero when no desk takes it - *
      *    in which case the region is tallied for the step log's    *
      *    list of unrouted activity.                                *
      *                                                              *
      ****************************************************************
       Find-Region-Desk.

           Move 0 to Found-Desk-Idx
           Move 1 to Map-Idx
           Perform Scan-For-Region-Desk
             Until Map-Idx greater than Map-Count

           If Found-Desk-Idx equal ZERO
             Move 0 to Unrouted-Match-Idx
             Move 1 to Unrouted-Idx
             Perform Scan-For-Unrouted-Region
               Until Unrouted-Idx greater than Unrouted-Count
             If Unrouted-Match-Idx equal ZERO
               and Unrouted-Count less than Unrouted-Max
               Add 1 to Unrouted-Count
               Move Unrouted-Count to Unrouted-Match-Idx
               Move Find-Region to Unr-Region(Unrouted-Match-Idx)
               Move 0 to Unr-Items(Unrouted-Match-Idx)
             End-If
             If Unrouted-Match-Idx greater than ZERO
               Add 1 to Unr-Items(Unrouted-Match-Idx)
             End-If
           End-If
           .

       Scan-For-Region-Desk.

           If Map-Region(Map-Idx) equal Find-Region
             Move Map-Desk-Idx(Map-Idx) to Found-Desk-Idx
             Move Map-Count to Map-Idx
           End-If

           Add 1 to Map-Idx
           .

       Scan-For-Unrouted-Region.

           If Unr-Region(Unrouted-Idx) equal Find-Region
             Move Unrouted-Idx to Unrouted-Match-Idx
             Move Unrouted-Count to Unrouted-Idx
           End-If

           Add 1 to Unrouted-Idx
           .

      ****************************************************************
      *                                                              *
      * Load-Master-Table                                            *
      *                                                              *
      *   Function:  Walk the AIRMSTR KSDS and load every airport    *
      *    with its region (UNASSIGNED when none is stamped) and     *
      *    the 7- and 30-day scores the last AIRSCORE run stored.    *
      *    The master is what ties every airport to a desk, so       *
      *    without it the step ends RC=12.                           *
      *                                                              *
      ****************************************************************
       Load-Master-Table.

           Open Input AIRMSTR-FILE

           If NOT AIRMSTR-OK
             Display "** Unable to open AIRMSTR, status: "
                      AIRMSTR-STATUS
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If

           Move Low-Values to AIRMSTR-IATA
           Start AIRMSTR-FILE Key not less than AIRMSTR-IATA
             Invalid Key
               Set AIRMSTR-EOF to true
           End-Start

           Perform Load-Next-Master
             Until AIRMSTR-EOF

           Close AIRMSTR-FILE

           Display "Airports on master : " Master-Count
           .

       Load-Next-Master.

           Read AIRMSTR-FILE Next
             At End
               Set AIRMSTR-EOF to true
             Not At End
               If Master-Count less than Master-Max
                 Add 1 to Master-Count
                 Move AIRMSTR-IATA       to Mst-Iata(Master-Count)
                 Move AIRMSTR-NAME(1:30) to Mst-Name(Master-Count)
                 Move AIRMSTR-REGION     to Mst-Region(Master-Count)
                 If AIRMSTR-REGION equal Spaces
                   Move "UNASSIGNED" to Mst-Region(Master-Count)
                 End-If

                 Move 0 to Mst-Score7(Master-Count)
                 Move 0 to Mst-Score30(Master-Count)
                 If AIRMSTR-SCORE-7DAY not equal Spaces
                   Compute Numval-Test-Result =
                     Function Test-Numval(AIRMSTR-SCORE-7DAY)
                   If Numval-Test-Result = 0
                     Compute Mst-Score7(Master-Count) =
                       Function Numval(AIRMSTR-SCORE-7DAY)
                   End-If
                 End-If
                 If AIRMSTR-SCORE-30DAY not equal Spaces
                   Compute Numval-Test-Result =
                     Function Test-Numval(AIRMSTR-SCORE-30DAY)
                   If Numval-Test-Result = 0
                     Compute Mst-Score30(Master-Count) =
                       Function Numval(AIRMSTR-SCORE-30DAY)
                   End-If
                 End-If

                 Move 0 to Mst-Rank(Master-Count)
                 Move 0 to Mst-Listed(Master-Count)
               else
                 Display "** WARNING: AIRMSTR holds more than "
                          Master-Max " airports - the excess count "
                          "as UNASSIGNED"
                 Perform Raise-Warning-Rc
                 Set AIRMSTR-EOF to true
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Select-Ranked-Airports                                       *
      *                                                              *
      *   Function:  Rebuild the worst-airports list exactly as      *
      *    AIRSCORE prints it - network rank is one more than the    *
      *    airports scoring higher, and the list is the top N by     *
      *    7-day score taken highest first - and credit each listed  *
      *    airport to its region's desk.                             *
      *                                                              *
      ****************************************************************
       Select-Ranked-Airports.

           Move 1 to Master-Idx
           Perform Rank-One-Airport
             Until Master-Idx greater than Master-Count

           Move 0 to Ranked-Count
           Perform Select-Next-Ranked
             Until Ranked-Count not less than Rank-Depth
                or Ranked-Count not less than Master-Count
           .

       Rank-One-Airport.

           Move 1 to Mst-Rank(Master-Idx)
           Move 1 to Rank-Scan-Idx
           Perform Count-Scores-Above
             Until Rank-Scan-Idx greater than Master-Count

           Add 1 to Master-Idx
           .

       Count-Scores-Above.

           If Rank-Scan-Idx not equal Master-Idx
             and Mst-Score7(Rank-Scan-Idx) greater than
                 Mst-Score7(Master-Idx)
             Add 1 to Mst-Rank(Master-Idx)
           End-If

           Add 1 to Rank-Scan-Idx
           .

       Select-Next-Ranked.

           *> Selection pass - highest unlisted 7-day score next
           Move 0 to Best-Idx
           Move -1 to Best-Score
           Move 1 to Rank-Scan-Idx
           Perform Scan-For-Best-Unlisted
             Until Rank-Scan-Idx greater than Master-Count

           If Best-Idx equal ZERO
             Move Rank-Depth to Ranked-Count
           else
             Move 1 to Mst-Listed(Best-Idx)
             Add 1 to Ranked-Count
             Move Best-Idx to Ranked-Master-Idx(Ranked-Count)
             Move Mst-Region(Best-Idx) to Find-Region
             Perform Find-Region-Desk
             If Found-Desk-Idx greater than ZERO
               Add 1 to Desk-Ranked(Found-Desk-Idx)
             End-If
           End-If
           .

       Scan-For-Best-Unlisted.

           If Mst-Listed(Rank-Scan-Idx) equal ZERO
             and Mst-Score7(Rank-Scan-Idx) greater than Best-Score
             Move Rank-Scan-Idx to Best-Idx
             Move Mst-Score7(Rank-Scan-Idx) to Best-Score
           End-If

           Add 1 to Rank-Scan-Idx
           .

      ****************************************************************
      *                                                              *
      * Lookup-Airport-Region                                        *
      *                                                              *
      *   Function:  Find-Region to the master region of the         *
      *    airport in Look-Iata - UNASSIGNED when it is not on the   *
      *    master.                                                   *
      *                                                              *
      ****************************************************************
       Lookup-Airport-Region.

           Move "UNASSIGNED" to Find-Region
           Move 0 to Master-Match-Idx
           Move 1 to Master-Idx
           Perform Scan-For-Master-Iata
             Until Master-Idx greater than Master-Count

           If Master-Match-Idx greater than ZERO
             Move Mst-Region(Master-Match-Idx) to Find-Region
           End-If
           .

       Scan-For-Master-Iata.

           If Mst-Iata(Master-Idx) equal Look-Iata
             Move Master-Idx to Master-Match-Idx
             Move Master-Count to Master-Idx
           End-If

           Add 1 to Master-Idx
           .

      ****************************************************************
      *                                                              *
      * Load-Run-Summaries                                           *
      *                                                              *
      *   Function:  Table the AIRRSUM regional run-summary lines    *
      *    of the report day and credit each to its region's desk.   *
      *                                                              *
      ****************************************************************
       Load-Run-Summaries.

           Open Input AIRRSUM-FILE

           If NOT AIRRSUM-OK
             Display "** WARNING: No AIRRSUM read (open status "
                      AIRRSUM-STATUS ") - the packages carry no "
                      "run-summary lines"
             Perform Raise-Warning-Rc
           else
             Perform Load-Next-Run-Summary
               Until AIRRSUM-EOF
             Close AIRRSUM-FILE
           End-If

           Display "Run-summary lines  : " Sum-Count
           .

       Load-Next-Run-Summary.

           Read AIRRSUM-FILE
             At End
               Set AIRRSUM-EOF to true
             Not At End
               If AIRRSUM-RUN-DATE equal Report-Date
                 If Sum-Count less than Sum-Max
                   Add 1 to Sum-Count
                   Move AIRRSUM-REGION    to Sum-Region(Sum-Count)
                   If AIRRSUM-REGION equal Spaces
                     Move "UNASSIGNED"    to Sum-Region(Sum-Count)
                   End-If
                   Move AIRRSUM-RUN-TIME  to Sum-Run-Time(Sum-Count)
                   Move AIRRSUM-PART-NUM  to Sum-Part-Num(Sum-Count)
                   Move AIRRSUM-PART-CNT  to Sum-Part-Cnt(Sum-Count)
                   Move AIRRSUM-SUCCEEDED to Sum-Succeeded(Sum-Count)
                   Move AIRRSUM-FAILED    to Sum-Failed(Sum-Count)
                   Move AIRRSUM-DELAYED   to Sum-Delayed(Sum-Count)

                   Move Sum-Region(Sum-Count) to Find-Region
                   Perform Find-Region-Desk
                   Move Found-Desk-Idx to Sum-Desk-Idx(Sum-Count)
                   If Found-Desk-Idx greater than ZERO
                     Add 1 to Desk-Sum-Lines(Found-Desk-Idx)
                     Add AIRRSUM-SUCCEEDED
                       to Desk-Succeeded(Found-Desk-Idx)
                     Add AIRRSUM-FAILED to Desk-Failed(Found-Desk-Idx)
                     Add AIRRSUM-DELAYED
                       to Desk-Delayed(Found-Desk-Idx)
                   End-If
                 else
                   Add 1 to Overflow-Count
                 End-If
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Load-Day-Deltas                                              *
      *                                                              *
      *   Function:  Table the AIRDLTA master changes of the report  *
      *    day with each airport's region, crediting its desk.       *
      *                                                              *
      ****************************************************************
       Load-Day-Deltas.

           Open Input AIRDLTA-FILE

           If NOT AIRDLTA-OK
             Display "** WARNING: No AIRDLTA read (open status "
                      AIRDLTA-STATUS ") - the packages carry no "
                      "master deltas"
             Perform Raise-Warning-Rc
           else
             Perform Load-Next-Delta
               Until AIRDLTA-EOF
             Close AIRDLTA-FILE
           End-If

           Display "Master deltas      : " Dlt-Count
           .

       Load-Next-Delta.

           Read AIRDLTA-FILE
             At End
               Set AIRDLTA-EOF to true
             Not At End
               If AIRDLTA-RUN-DATE equal Report-Date
                 If Dlt-Count less than Dlt-Max
                   Add 1 to Dlt-Count
                   Move AIRDLTA-IATA      to Dlt-Iata(Dlt-Count)
                   Move AIRDLTA-FIELD     to Dlt-Field(Dlt-Count)
                   Move AIRDLTA-OLD-VALUE to Dlt-Old-Value(Dlt-Count)
                   Move AIRDLTA-NEW-VALUE to Dlt-New-Value(Dlt-Count)
                   Move AIRDLTA-RUN-TIME  to Dlt-Run-Time(Dlt-Count)

                   Move AIRDLTA-IATA to Look-Iata
                   Perform Lookup-Airport-Region
                   Move Find-Region to Dlt-Region(Dlt-Count)
                   Perform Find-Region-Desk
                   Move Found-Desk-Idx to Dlt-Desk-Idx(Dlt-Count)
                   If Found-Desk-Idx greater than ZERO
                     Add 1 to Desk-Deltas(Found-Desk-Idx)
                   End-If
                 else
                   Add 1 to Overflow-Count
                 End-If
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Load-Open-Delays                                             *
      *                                                              *
      *   Function:  Table every delay episode the AIREPSD register  *
      *    still holds open, with its airport's region, crediting    *
      *    its desk. A register defined but never loaded simply has  *
      *    no open delays.                                           *
      *                                                              *
      ****************************************************************
       Load-Open-Delays.

           Open Input AIREPSD-FILE

           Evaluate true
             When AIREPSD-OK
               Move Low-Values to AIREPSD-KEY
               Start AIREPSD-FILE Key not less than AIREPSD-KEY
                 Invalid Key
                   Set AIREPSD-EOF to true
               End-Start
               Perform Load-Next-Episode
                 Until AIREPSD-EOF
               Close AIREPSD-FILE
             When AIREPSD-NOT-LOADED
               Continue
             When other
               Display "** WARNING: No AIREPSD read (open status "
                        AIREPSD-STATUS ") - the packages carry no "
                        "open delays"
               Perform Raise-Warning-Rc
           End-Evaluate

           Display "Open delays        : " Opn-Count
           .

       Load-Next-Episode.

           Read AIREPSD-FILE Next
             At End
               Set AIREPSD-EOF to true
             Not At End
               If AIREPSD-STATE equal "O"
                 If Opn-Count less than Opn-Max
                   Add 1 to Opn-Count
                   Move AIREPSD-IATA        to Opn-Iata(Opn-Count)
                   Move AIREPSD-START-STAMP to Opn-Start(Opn-Count)
                   Move AIREPSD-LAST-STAMP  to Opn-Last(Opn-Count)
                   Move AIREPSD-DURATION-MINS
                     to Opn-Minutes(Opn-Count)
                   Move AIREPSD-PEAK-DELAY  to Opn-Peak(Opn-Count)

                   Move AIREPSD-IATA to Look-Iata
                   Perform Lookup-Airport-Region
                   Move Find-Region to Opn-Region(Opn-Count)
                   Perform Find-Region-Desk
                   Move Found-Desk-Idx to Opn-Desk-Idx(Opn-Count)
                   If Found-Desk-Idx greater than ZERO
                     Add 1 to Desk-Open(Found-Desk-Idx)
                   End-If
                 else
                   Add 1 to Overflow-Count
                 End-If
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Produce-Desk-Package                                         *
      *                                                              *
      *   Function:  Allocate the next desk's output, write its      *
      *    header page, its four sections (or the nothing-to-report  *
      *    page) and its totals, and free it. A desk whose output    *
      *    cannot be allocated or opened is reported and skipped -   *
      *    the other desks still get theirs - and the step ends      *
      *    RC=8.                                                     *
      *                                                              *
      ****************************************************************
       Produce-Desk-Package.

           Move 0 to Package-Lines
           Move 0 to Desk-Output-Flag

           Perform Allocate-Desk-Output

           If Dyn-Rc equal ZERO
             Open Output DESK-FILE
             If DESK-OK
               Set Desk-Output-Open to true
             else
               Display "** Unable to open the package for desk "
                        Desk-Name(Desk-Idx) ", status: " DESK-STATUS
             End-If
           End-If

           If Desk-Output-Open
             Perform Write-Header-Page

             If Desk-Sum-Lines(Desk-Idx) greater than ZERO
               or Desk-Deltas(Desk-Idx) greater than ZERO
               or Desk-Open(Desk-Idx) greater than ZERO
               or Desk-Ranked(Desk-Idx) greater than ZERO
               Perform Write-Run-Summary-Section
               Perform Write-Delta-Section
               Perform Write-Open-Delay-Section
               Perform Write-Ranking-Section
             else
               Perform Write-Nothing-Page
               Add 1 to Packages-Empty
             End-If

             Perform Write-Package-Totals

             Close DESK-FILE
             Add 1 to Packages-Written
             Move Package-Lines to Print-Count
             Display "Desk " Desk-Name(Desk-Idx) " : " Print-Count
                      " line(s) to " Function Trim(Routing-Text)
           else
             Add 1 to Packages-Failed
             If Dist-Rc less than 8
               Move 8 to Dist-Rc
             End-If
           End-If

           If Dyn-Rc equal ZERO
             Perform Free-Desk-Output
           End-If

           Add 1 to Desk-Idx
           .

      ****************************************************************
      *                                                              *
      * Allocate-Desk-Output                                         *
      *                                                              *
      *   Function:  Allocate the DESKOUT DD to the current desk's   *
      *    target through BPXWDYN - a SYSOUT of the desk's class to  *
      *    its destination, spun off as its own output when freed,   *
      *    or the desk's own existing dataset, opened OLD so the     *
      *    package replaces yesterday's. Dyn-Rc is zero when the     *
      *    allocation worked.                                        *
      *                                                              *
      ****************************************************************
       Allocate-Desk-Output.

           Move Spaces to Dyn-Req-Text
           Move Spaces to Routing-Text
           Move 1 to Dyn-Ptr

           If Desk-To-Sysout(Desk-Idx)
             String "ALLOC DD(DESKOUT) SYSOUT("
                    Desk-Class(Desk-Idx) ")"
               Delimited by Size
               Into Dyn-Req-Text With Pointer Dyn-Ptr
             If Desk-Dest(Desk-Idx) not equal Spaces
               String " DEST(" Delimited by Size
                      Desk-Dest(Desk-Idx) Delimited by Space
                      ")" Delimited by Size
                 Into Dyn-Req-Text With Pointer Dyn-Ptr
               String "SYSOUT=" Desk-Class(Desk-Idx) ",DEST="
                      Desk-Dest(Desk-Idx)
                 Delimited by Size
                 Into Routing-Text
             else
               String "SYSOUT=" Desk-Class(Desk-Idx)
                 Delimited by Size
                 Into Routing-Text
             End-If
             String " SPIN(UNALLOC) RECFM(F,B,A) LRECL(133)"
                    " REUSE MSG(WTP)"
               Delimited by Size
               Into Dyn-Req-Text With Pointer Dyn-Ptr
           else
             String "ALLOC DD(DESKOUT) DA(" Delimited by Size
                    Desk-Dsn(Desk-Idx) Delimited by Space
                    ") OLD REUSE MSG(WTP)" Delimited by Size
               Into Dyn-Req-Text With Pointer Dyn-Ptr
             String "DSN=" Desk-Dsn(Desk-Idx)
               Delimited by Size
               Into Routing-Text
           End-If

           Compute Dyn-Req-Len = Dyn-Ptr - 1

           Call "BPXWDYN" using Dyn-Request
           Move Return-Code to Dyn-Rc
           Move 0 to Return-Code

           If Dyn-Rc not equal ZERO
             Move Dyn-Rc to Print-Dyn-Rc
             Display "** Unable to allocate the package for desk "
                      Desk-Name(Desk-Idx) " ("
                      Function Trim(Routing-Text) "), BPXWDYN RC "
                      Function Trim(Print-Dyn-Rc)
           End-If
           .

       Free-Desk-Output.

           Move Spaces to Dyn-Req-Text
           Move "FREE DD(DESKOUT)" to Dyn-Req-Text
           Move 16 to Dyn-Req-Len

           Call "BPXWDYN" using Dyn-Request
           Move Return-Code to Dyn-Rc
           Move 0 to Return-Code

           If Dyn-Rc not equal ZERO
             Move Dyn-Rc to Print-Dyn-Rc
             Display "** WARNING: DESKOUT not freed after desk "
                      Desk-Name(Desk-Idx) ", BPXWDYN RC "
                      Function Trim(Print-Dyn-Rc)
             Perform Raise-Warning-Rc
           End-If
           .

      ****************************************************************
      *                                                              *
      * Write-Header-Page                                            *
      *                                                              *
      *   Function:  The package's cover - desk, report day,         *
      *    routing, the regions it covers and what follows.          *
      *                                                              *
      ****************************************************************
       Write-Header-Page.

           Move Spaces to Desk-Line
           String "1AIRPORT DELAY SERVICE - REGIONAL DISTRIBUTION"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Spaces to Desk-Line
           String "0 DESK       : " Desk-Name(Desk-Idx)
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Spaces to Desk-Line
           String "  REPORT DAY : " Report-Date
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Spaces to Desk-Line
           String "  ROUTED TO  : " Routing-Text
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Spaces to Desk-Line
           String "0 REGIONS    :"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move 1 to Map-Idx
           Perform Write-Desk-Region-Line
             Until Map-Idx greater than Map-Count

           Move Spaces to Desk-Line
           String "0 CONTENTS   : 1. RUN SUMMARY  2. MASTER DELTAS  "
                  "3. OPEN DELAYS  4. WORST AIRPORTS  - THEN TOTALS"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line
           .

       Write-Desk-Region-Line.

           If Map-Desk-Idx(Map-Idx) equal Desk-Idx
             Move Spaces to Desk-Line
             String "               " Map-Region(Map-Idx)
               Delimited by Size
               Into Desk-Line
             Perform Write-Desk-Line
           End-If

           Add 1 to Map-Idx
           .

      ****************************************************************
      *                                                              *
      * Write-Run-Summary-Section                                    *
      *                                                              *
      *   Function:  Section 1 - the desk's regional run-summary     *
      *    lines, one per region per run (per partition) of the day. *
      *                                                              *
      ****************************************************************
       Write-Run-Summary-Section.

           Move Spaces to Desk-Line
           String "11. RUN SUMMARY"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Spaces to Desk-Line
           String "0REGION      RUN AT  PART   SUCCESS     FAIL  "
                  "DELAYED"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           If Desk-Sum-Lines(Desk-Idx) equal ZERO
             Perform Write-None-Line
           else
             Move 1 to Sum-Idx
             Perform Write-Run-Summary-Line
               Until Sum-Idx greater than Sum-Count
           End-If
           .

       Write-Run-Summary-Line.

           If Sum-Desk-Idx(Sum-Idx) equal Desk-Idx
             Move Sum-Region(Sum-Idx)    to Spl-Region
             Move Sum-Run-Time(Sum-Idx)  to Spl-Run-Time
             Move Spaces                 to Spl-Partition
             If Sum-Part-Cnt(Sum-Idx) greater than ZERO
               Move Sum-Part-Num(Sum-Idx) to Print-Part-Num
               Move Sum-Part-Cnt(Sum-Idx) to Print-Part-Cnt
               String Print-Part-Num "/" Print-Part-Cnt
                 Delimited by Size
                 Into Spl-Partition
             End-If
             Move Sum-Succeeded(Sum-Idx) to Spl-Succeeded
             Move Sum-Failed(Sum-Idx)    to Spl-Failed
             Move Sum-Delayed(Sum-Idx)   to Spl-Delayed
             Move Sum-Print-Line to Desk-Line
             Perform Write-Desk-Line
           End-If

           Add 1 to Sum-Idx
           .

      ****************************************************************
      *                                                              *
      * Write-Delta-Section                                          *
      *                                                              *
      *   Function:  Section 2 - the day's master-file changes for   *
      *    the desk's airports, in the order they were found.        *
      *                                                              *
      ****************************************************************
       Write-Delta-Section.

           Move Spaces to Desk-Line
           String "-2. MASTER DELTAS"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Spaces to Desk-Line
           String "0IATA    REGION      FIELD         OLD VALUE     "
                  "                 NEW VALUE                       "
                  "RUN AT"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           If Desk-Deltas(Desk-Idx) equal ZERO
             Perform Write-None-Line
           else
             Move 1 to Dlt-Idx
             Perform Write-Delta-Line
               Until Dlt-Idx greater than Dlt-Count
           End-If
           .

       Write-Delta-Line.

           If Dlt-Desk-Idx(Dlt-Idx) equal Desk-Idx
             Move Dlt-Iata(Dlt-Idx)      to Dpl-Iata
             Move Dlt-Region(Dlt-Idx)    to Dpl-Region
             Move Dlt-Field(Dlt-Idx)     to Dpl-Field
             Move Dlt-Old-Value(Dlt-Idx) to Dpl-Old-Value
             Move Dlt-New-Value(Dlt-Idx) to Dpl-New-Value
             Move Dlt-Run-Time(Dlt-Idx)  to Dpl-Run-Time
             Move Dlt-Print-Line to Desk-Line
             Perform Write-Desk-Line
           End-If

           Add 1 to Dlt-Idx
           .

      ****************************************************************
      *                                                              *
      * Write-Open-Delay-Section                                     *
      *                                                              *
      *   Function:  Section 3 - the desk's airports with a delay    *
      *    episode still open: since when, last seen delayed, how    *
      *    long so far and the worst average delay reported.         *
      *                                                              *
      ****************************************************************
       Write-Open-Delay-Section.

           Move Spaces to Desk-Line
           String "-3. OPEN DELAYS"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Spaces to Desk-Line
           String "0IATA    REGION      DELAYED SINCE    LAST SEEN  "
                  "      MINUTES  PEAK DELAY"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           If Desk-Open(Desk-Idx) equal ZERO
             Perform Write-None-Line
           else
             Move 1 to Opn-Idx
             Perform Write-Open-Delay-Line
               Until Opn-Idx greater than Opn-Count
           End-If
           .

       Write-Open-Delay-Line.

           If Opn-Desk-Idx(Opn-Idx) equal Desk-Idx
             Move Opn-Iata(Opn-Idx)       to Opl-Iata
             Move Opn-Region(Opn-Idx)     to Opl-Region
             Move Opn-Start(Opn-Idx)(1:8) to Opl-Start-Date
             Move Opn-Start(Opn-Idx)(9:6) to Opl-Start-Time
             Move Opn-Last(Opn-Idx)(1:8)  to Opl-Last-Date
             Move Opn-Last(Opn-Idx)(9:6)  to Opl-Last-Time
             Move Opn-Minutes(Opn-Idx)    to Opl-Minutes
             Move Opn-Peak(Opn-Idx)       to Opl-Peak
             Move Opn-Print-Line to Desk-Line
             Perform Write-Desk-Line
           End-If

           Add 1 to Opn-Idx
           .

      ****************************************************************
      *                                                              *
      * Write-Ranking-Section                                        *
      *                                                              *
      *   Function:  Section 4 - the desk's airports on the network  *
      *    worst-airports list, in list order with their network     *
      *    rank.                                                     *
      *                                                              *
      ****************************************************************
       Write-Ranking-Section.

           Move Spaces to Desk-Line
           String "-4. WORST AIRPORTS - YOUR PART OF THE NETWORK TOP "
                  Rank-Depth " BY 7-DAY DELAY SCORE"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Spaces to Desk-Line
           String "0RANK  IATA    NAME                            7-DAY"
                  "  30-DAY  REGION"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           If Desk-Ranked(Desk-Idx) equal ZERO
             Perform Write-None-Line
           else
             Move 1 to Ranked-Idx
             Perform Write-Ranking-Line
               Until Ranked-Idx greater than Ranked-Count
           End-If
           .

       Write-Ranking-Line.

           Move Ranked-Master-Idx(Ranked-Idx) to Master-Idx
           Move Mst-Region(Master-Idx) to Find-Region

           Move 0 to Found-Desk-Idx
           Move 1 to Map-Idx
           Perform Scan-For-Region-Desk
             Until Map-Idx greater than Map-Count

           If Found-Desk-Idx equal Desk-Idx
             Move Mst-Rank(Master-Idx)    to Rpl-Rank
             Move Mst-Iata(Master-Idx)    to Rpl-Iata
             Move Mst-Name(Master-Idx)    to Rpl-Name
             Move Mst-Score7(Master-Idx)  to Rpl-Score7
             Move Mst-Score30(Master-Idx) to Rpl-Score30
             Move Mst-Region(Master-Idx)  to Rpl-Region
             Move Rnk-Print-Line to Desk-Line
             Perform Write-Desk-Line
           End-If

           Add 1 to Ranked-Idx
           .

      ****************************************************************
      *                                                              *
      * Write-Nothing-Page                                           *
      *                                                              *
      *   Function:  The page a desk with no activity gets in place  *
      *    of the four sections, so it knows the run finished.       *
      *                                                              *
      ****************************************************************
       Write-Nothing-Page.

           Move Spaces to Desk-Line
           String "1NOTHING TO REPORT"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Spaces to Desk-Line
           String "0 The nightly run for " Report-Date
                  " has finished. None of this desk's regions had "
                  "run-summary lines, master deltas, open delays or "
                  "airports"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Spaces to Desk-Line
           String "  on the worst-airports list."
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line
           .

       Write-None-Line.

           Move Spaces to Desk-Line
           String "  (none)"
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line
           .

      ****************************************************************
      *                                                              *
      * Write-Package-Totals                                         *
      *                                                              *
      *   Function:  The closing totals every package carries.       *
      *                                                              *
      ****************************************************************
       Write-Package-Totals.

           Move Spaces to Desk-Line
           String "-PACKAGE TOTALS FOR DESK " Desk-Name(Desk-Idx)
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Desk-Sum-Lines(Desk-Idx) to Print-Count
           Move Spaces to Desk-Line
           String "0 Run-summary lines    : " Print-Count
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Desk-Succeeded(Desk-Idx) to Print-Count
           Move Spaces to Desk-Line
           String "  Airports succeeded   : " Print-Count
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Desk-Failed(Desk-Idx) to Print-Count
           Move Spaces to Desk-Line
           String "  Airports failed      : " Print-Count
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Desk-Delayed(Desk-Idx) to Print-Count
           Move Spaces to Desk-Line
           String "  Airports delayed     : " Print-Count
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Desk-Deltas(Desk-Idx) to Print-Count
           Move Spaces to Desk-Line
           String "  Master deltas        : " Print-Count
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Desk-Open(Desk-Idx) to Print-Count
           Move Spaces to Desk-Line
           String "  Open delays          : " Print-Count
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line

           Move Desk-Ranked(Desk-Idx) to Print-Count
           Move Spaces to Desk-Line
           String "  Worst-list airports  : " Print-Count
             Delimited by Size
             Into Desk-Line
           Perform Write-Desk-Line
           .

       Write-Desk-Line.

           Write DESK-RECORD from Desk-Line

           If DESK-OK
             Add 1 to Package-Lines
           else
             Display "** Write to the package for desk "
                      Desk-Name(Desk-Idx) " failed, status: "
                      DESK-STATUS
             If Dist-Rc less than 8
               Move 8 to Dist-Rc
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Print-Distribution-Totals                                    *
      *                                                              *
      *   Function:  The step log's closing totals, and every region *
      *    that had activity but that no desk takes - its items      *
      *    went into no package.                                     *
      *                                                              *
      ****************************************************************
       Print-Distribution-Totals.

           Display " "
           Display "Packages written   : " Packages-Written
           Display "  nothing to report: " Packages-Empty
           Display "Packages failed    : " Packages-Failed

           If Overflow-Count greater than ZERO
             Display "** WARNING: " Overflow-Count " item(s) beyond "
                      "the table limits were not distributed"
             Perform Raise-Warning-Rc
           End-If

           If Unrouted-Count greater than ZERO
             Display " "
             Display "** WARNING: regions with activity no desk "
                      "takes - add REGION cards for them:"
             Move 1 to Unrouted-Idx
             Perform Print-Unrouted-Region
               Until Unrouted-Idx greater than Unrouted-Count
             Perform Raise-Warning-Rc
           End-If
           .

       Print-Unrouted-Region.

           Move Unr-Items(Unrouted-Idx) to Print-Count
           Display "   " Unr-Region(Unrouted-Idx) "  " Print-Count
                    " item(s)"

           Add 1 to Unrouted-Idx
           .

       Raise-Warning-Rc.

           If Dist-Rc less than 4
             Move 4 to Dist-Rc
           End-If
           .
