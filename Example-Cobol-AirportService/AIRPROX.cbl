       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRPROX.
      * START OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * *  *
      *                                                                *
      *  MODULE NAME=AIRPROX                                           *
      *                                                                *
      *  DESCRIPTIVE NAME=Airport geographic proximity impact report   *
      *                                                                *
      *  FUNCTION                                                      *
      *                                                                *
      *  The master has carried a range-checked latitude and           *
      *  longitude for every airport since HWTHXCB1 began validating   *
      *  them, and nothing has ever read them. This job loads the      *
      *  whole AIRMSTR master and, for each airport currently          *
      *  flagged delayed, lists every other master airport within a    *
      *  given radius - nearest first - with its great-circle          *
      *  distance, status type, delay flag and weather condition.      *
      *                                                                *
      *  When a delayed airport has delayed neighbours inside the      *
      *  radius the block is marked as part of a cluster, and a        *
      *  closing section groups the delayed airports into clusters -   *
      *  airports chained together by delayed neighbours each within   *
      *  the radius of the next - so the duty manager can tell a       *
      *  weather system hitting a whole area from one airport's        *
      *  local problem, and see which undelayed neighbours are         *
      *  likely to pick up diverted traffic.                           *
      *                                                                *
      *  Distances are statute miles. Airports whose master record     *
      *  carries no position are listed once and left out of every     *
      *  distance calculation.                                         *
      *                                                                *
      * //GO EXEC PGM=AIRPROX,PARM='150,3'                             *
      * //STEPLIB  DD DSN=&LOAD,DISP=SHR                               *
      * //SYSOUT   DD SYSOUT=*                                         *
      * //AIRMSTR  DD DSN=&SRC..AIRMSTR,DISP=SHR                       *
      *                                                                *
      *  where PARM is the radius in miles (default 150), optionally   *
      *  followed by a comma and how many delayed airports make a      *
      *  cluster (default 3, minimum 2).                               *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * The airport master - read only, for position and status
           SELECT AIRMSTR-FILE ASSIGN TO AIRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIRMSTR-IATA
               FILE STATUS IS AIRMSTR-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  AIRMSTR-FILE
           RECORDING MODE IS F.

           COPY AIRMSTR.

       WORKING-STORAGE SECTION.

      * FILE STATUS and end-of-file bookkeeping for the master
       01 AIRMSTR-STATUS    Pic X(02) Value "00".
         88 AIRMSTR-OK           Value "00".
       01 AIRMSTR-EOF-FLAG  Pic 9 Value 0.
         88 AIRMSTR-EOF     Value 1.

      * Radius and cluster size from the PARM
       01 Radius-Miles      Pic 9(04) Value 150.
       01 Cluster-Min       Pic 9(03) Value 3.
       01 Parm-Radius-Text  Pic X(20) Value Spaces.
       01 Parm-Cluster-Text Pic X(20) Value Spaces.
       01 Numval-Test-Result Pic S9(4) Value 0.

      * Every master record with its position in degrees and the
      * fields the report prints. Prox-Dist is the distance from the
      * delayed airport currently being reported; Prox-Cluster is the
      * cluster number the closing section assigns.
       01 Prox-Max          Pic 9(4) Value 500.
       01 Prox-Count        Pic 9(4) Value 0.
       01 Prox-Idx          Pic 9(4) Value 0.
       01 Near-Idx          Pic 9(4) Value 0.
       01 Prox-Table.
         05 Prox-Entry Occurs 500 times.
           10 Prox-Iata       Pic X(06).
           10 Prox-Name       Pic X(30).
           10 Prox-Lat        Pic S9(3)V9(6).
           10 Prox-Long       Pic S9(3)V9(6).
           10 Prox-Has-Pos    Pic X(01).
           10 Prox-Delay-Flag Pic X(01).
           10 Prox-Status     Pic X(20).
           10 Prox-Weather    Pic X(20).
           10 Prox-Region     Pic X(10).
           10 Prox-Dist       Pic 9(5)V9.
           10 Prox-In-Radius  Pic 9(1).
           10 Prox-Printed    Pic 9(1).
           10 Prox-Cluster    Pic 9(4).
       01 Master-Overflow   Pic 9(6) Value 0.
       01 Coord-Text        Pic X(30) Value Spaces.
       01 Coord-Num         Pic S9(3)V9(6) Value 0.
       01 Coord-Valid       Pic X(01) Value "N".

      * Great-circle (haversine) arithmetic
       01 Earth-Radius-Miles Pic 9(4)V9 Value 3958.8.
       01 Deg-To-Rad        Pic 9V9(15) Value 0.
       01 Lat1-Rad          Pic S9(2)V9(15) Value 0.
       01 Lat2-Rad          Pic S9(2)V9(15) Value 0.
       01 Half-Dlat         Pic S9(2)V9(15) Value 0.
       01 Half-Dlong        Pic S9(2)V9(15) Value 0.
       01 Hav-A             Pic S9(2)V9(15) Value 0.
       01 Hav-C             Pic S9(2)V9(15) Value 0.
       01 Dist-Work         Pic 9(5)V9 Value 0.

      * Per-delayed-airport scratch
       01 Anchor-Idx        Pic 9(4) Value 0.
       01 Near-Count        Pic 9(4) Value 0.
       01 Near-Delayed      Pic 9(4) Value 0.
       01 Best-Idx          Pic 9(4) Value 0.
       01 Best-Dist         Pic 9(5)V9 Value 0.
       01 Lines-Printed     Pic 9(4) Value 0.

      * Cluster labelling - delayed airports linked by delayed
      * neighbours inside the radius share one cluster number
       01 Cluster-Count     Pic 9(4) Value 0.
       01 Cluster-Idx       Pic 9(4) Value 0.
       01 Cluster-Members   Pic 9(4) Value 0.
       01 Cluster-Changed   Pic 9 Value 0.
         88 Cluster-Grew    Value 1.
       01 Clusters-Reported Pic 9(4) Value 0.
       01 Isolated-Count    Pic 9(4) Value 0.
       01 Member-Line       Pic X(60) Value Spaces.
       01 Member-Pos        Pic 9(4) Value 0.

      * Run accounting
       01 Delayed-Count     Pic 9(4) Value 0.
       01 No-Position-Count Pic 9(4) Value 0.

      * Edited fields for the printed report lines
       01 Print-Dist        Pic ZZZZ9.9.
       01 Print-Radius      Pic ZZZ9.
       01 Print-Count       Pic ZZZ9.

       LINKAGE SECTION.

      * User-supplied parameter: radius in miles and cluster size
       01 jcl-parm.
         05 parm-len    Pic S9(3) binary.
         05 parm-string.
           10 parm-char Pic X occurs 0 to 160 times
                      depending on parm-len.

       PROCEDURE DIVISION using jcl-parm.
       Begin.

           Display "***********************************************".
           Display "** Delayed Airport Proximity Impact (AIRPROX)**".
           Display "***********************************************".

           Perform Apply-Radius-Parm

           Compute Deg-To-Rad = Function Pi / 180

           Perform Load-Master-Positions

           If Prox-Count equal ZERO
             Display "** No airports on the master - nothing to "
                      "report"
             Display "***********************************************"
             Stop Run
           End-If

           If Master-Overflow greater than ZERO
             Display "** WARNING: " Master-Overflow " master "
                      "record(s) beyond the " Prox-Max
                      "-airport table were not considered"
             Move 4 to Return-Code
           End-If

           Move Radius-Miles to Print-Radius
           Display "Radius (miles)     : " Print-Radius
           Display "Cluster size       : " Cluster-Min
           Display "Airports on master : " Prox-Count
           Display "Currently delayed  : " Delayed-Count

           If Delayed-Count equal ZERO
             Display " "
             Display "** No airport on the master is flagged delayed"
             Display "***********************************************"
             Stop Run
           End-If

           Perform Print-Delayed-Neighbourhoods
           Perform Label-Delay-Clusters
           Perform Print-Delay-Clusters
           Perform Print-No-Position-Airports

           Display "***********************************************".
           STOP RUN.

      ****************************************************************
      *                                                              *
      * Apply-Radius-Parm                                            *
      *                                                              *
      *   Function:  Take the radius, and optionally the cluster     *
      *    size after a comma, from the PARM. Anything unusable      *
      *    keeps the default with a warning rather than failing      *
      *    the report.                                               *
      *                                                              *
      ****************************************************************
       Apply-Radius-Parm.

           If parm-len greater than ZERO
             Unstring parm-string(1:parm-len)
               Delimited by ","
               Into Parm-Radius-Text Parm-Cluster-Text

             If Parm-Radius-Text not equal Spaces
               Compute Numval-Test-Result = Function Test-Numval(
                 Function Trim(Parm-Radius-Text))
               If Numval-Test-Result = 0
                 Compute Radius-Miles = Function Numval(
                   Function Trim(Parm-Radius-Text))
               else
                 Display "** WARNING: PARM radius '"
                          Function Trim(Parm-Radius-Text)
                          "' is not numeric - defaulting to "
                          Radius-Miles
               End-If
             End-If

             If Parm-Cluster-Text not equal Spaces
               Compute Numval-Test-Result = Function Test-Numval(
                 Function Trim(Parm-Cluster-Text))
               If Numval-Test-Result = 0
                 Compute Cluster-Min = Function Numval(
                   Function Trim(Parm-Cluster-Text))
               else
                 Display "** WARNING: PARM cluster size '"
                          Function Trim(Parm-Cluster-Text)
                          "' is not numeric - defaulting to "
                          Cluster-Min
               End-If
             End-If
           End-If

           If Radius-Miles equal ZERO
             Move 150 to Radius-Miles
           End-If

           If Cluster-Min less than 2
             Move 2 to Cluster-Min
           End-If
           .

      ****************************************************************
      *                                                              *
      * Load-Master-Positions                                        *
      *                                                              *
      *   Function:  Walk the AIRMSTR KSDS and load every airport    *
      *    with its position, delay flag, status and weather. A      *
      *    blank or unusable coordinate leaves the airport without   *
      *    a position rather than placing it at 0,0.                 *
      *                                                              *
      ****************************************************************
       Load-Master-Positions.

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

           Perform Load-Next-Master-Position
             Until AIRMSTR-EOF

           Close AIRMSTR-FILE
           .

       Load-Next-Master-Position.

           Read AIRMSTR-FILE Next
             At End
               Set AIRMSTR-EOF to true
             Not At End
               If Prox-Count less than Prox-Max
                 Perform Store-One-Master-Position
               else
                 Add 1 to Master-Overflow
               End-If
           End-Read
           .

       Store-One-Master-Position.

           Add 1 to Prox-Count
           Move AIRMSTR-IATA          to Prox-Iata(Prox-Count)
           Move AIRMSTR-NAME(1:30)    to Prox-Name(Prox-Count)
           Move AIRMSTR-DELAY-FLAG    to Prox-Delay-Flag(Prox-Count)
           Move AIRMSTR-STATUS-TYPE   to Prox-Status(Prox-Count)
           Move AIRMSTR-WEATHER-COND  to Prox-Weather(Prox-Count)
           Move AIRMSTR-REGION        to Prox-Region(Prox-Count)
           Move 0 to Prox-Dist(Prox-Count)
           Move 0 to Prox-In-Radius(Prox-Count)
           Move 0 to Prox-Printed(Prox-Count)
           Move 0 to Prox-Cluster(Prox-Count)
           Move 0 to Prox-Lat(Prox-Count)
           Move 0 to Prox-Long(Prox-Count)
           Move "N" to Prox-Has-Pos(Prox-Count)

           Move AIRMSTR-LAT to Coord-Text
           Perform Convert-Coordinate
           If Coord-Valid equal "Y"
             and Coord-Num not greater than +90
             and Coord-Num not less than -90
             Move Coord-Num to Prox-Lat(Prox-Count)
             Move AIRMSTR-LONG to Coord-Text
             Perform Convert-Coordinate
             If Coord-Valid equal "Y"
               and Coord-Num not greater than +180
               and Coord-Num not less than -180
               Move Coord-Num to Prox-Long(Prox-Count)
               Move "Y" to Prox-Has-Pos(Prox-Count)
             End-If
           End-If

           If Prox-Has-Pos(Prox-Count) not equal "Y"
             Add 1 to No-Position-Count
           End-If

           If Prox-Delay-Flag(Prox-Count) equal "Y"
             Add 1 to Delayed-Count
           End-If
           .

       Convert-Coordinate.

           Move "N" to Coord-Valid
           Move 0 to Coord-Num

           If Coord-Text not equal Spaces
             Compute Numval-Test-Result = Function Test-Numval(
               Function Trim(Coord-Text))
             If Numval-Test-Result = 0
               Compute Coord-Num = Function Numval(
                 Function Trim(Coord-Text))
               Move "Y" to Coord-Valid
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Print-Delayed-Neighbourhoods                                 *
      *                                                              *
      *   Function:  One block per delayed airport - every other     *
      *    master airport within the radius, nearest first, and a    *
      *    cluster marker when enough of them are delayed too.       *
      *                                                              *
      ****************************************************************
       Print-Delayed-Neighbourhoods.

           Move 1 to Anchor-Idx
           Perform Print-One-Neighbourhood
             Until Anchor-Idx greater than Prox-Count
           .

       Print-One-Neighbourhood.

           If Prox-Delay-Flag(Anchor-Idx) equal "Y"
             Display " "
             Display "Delayed: " Prox-Iata(Anchor-Idx) "  "
                      Prox-Name(Anchor-Idx) "  "
                      Prox-Region(Anchor-Idx)
             Display "   Status: " Prox-Status(Anchor-Idx)
                      "  Weather: " Prox-Weather(Anchor-Idx)

             If Prox-Has-Pos(Anchor-Idx) not equal "Y"
               Display "   ** No position on the master - "
                        "neighbours cannot be found"
             else
               Perform Measure-From-Anchor
               Perform Print-Anchor-Neighbours
             End-If
           End-If

           Add 1 to Anchor-Idx
           .

      ****************************************************************
      *                                                              *
      * Measure-From-Anchor                                          *
      *                                                              *
      *   Function:  Distance from the airport in Anchor-Idx to      *
      *    every other airport with a position; flag those inside    *
      *    the radius and count how many of them are delayed.        *
      *                                                              *
      ****************************************************************
       Measure-From-Anchor.

           Move 0 to Near-Count
           Move 0 to Near-Delayed

           Move 1 to Near-Idx
           Perform Measure-One-Neighbour
             Until Near-Idx greater than Prox-Count
           .

       Measure-One-Neighbour.

           Move 0 to Prox-In-Radius(Near-Idx)
           Move 0 to Prox-Printed(Near-Idx)

           If Near-Idx not equal Anchor-Idx
             and Prox-Has-Pos(Near-Idx) equal "Y"
             Perform Compute-Great-Circle
             Move Dist-Work to Prox-Dist(Near-Idx)
             If Dist-Work not greater than Radius-Miles
               Move 1 to Prox-In-Radius(Near-Idx)
               Add 1 to Near-Count
               If Prox-Delay-Flag(Near-Idx) equal "Y"
                 Add 1 to Near-Delayed
               End-If
             End-If
           End-If

           Add 1 to Near-Idx
           .

      ****************************************************************
      *                                                              *
      * Compute-Great-Circle                                         *
      *                                                              *
      *   Function:  Haversine distance in statute miles between     *
      *    the airports in Anchor-Idx and Near-Idx, into Dist-Work.  *
      *                                                              *
      ****************************************************************
       Compute-Great-Circle.

           Compute Lat1-Rad = Prox-Lat(Anchor-Idx) * Deg-To-Rad
           Compute Lat2-Rad = Prox-Lat(Near-Idx) * Deg-To-Rad
           Compute Half-Dlat =
             (Prox-Lat(Near-Idx) - Prox-Lat(Anchor-Idx))
               * Deg-To-Rad / 2
           Compute Half-Dlong =
             (Prox-Long(Near-Idx) - Prox-Long(Anchor-Idx))
               * Deg-To-Rad / 2

           Compute Hav-A =
             Function Sin(Half-Dlat) * Function Sin(Half-Dlat)
             + Function Cos(Lat1-Rad) * Function Cos(Lat2-Rad)
               * Function Sin(Half-Dlong) * Function Sin(Half-Dlong)

           *> Rounding can push a near-antipodal pair just past 1
           If Hav-A greater than 1
             Move 1 to Hav-A
           End-If
           If Hav-A less than ZERO
             Move 0 to Hav-A
           End-If

           Compute Hav-C = 2 * Function Asin(Function Sqrt(Hav-A))
           Compute Dist-Work Rounded = Earth-Radius-Miles * Hav-C
           .

      ****************************************************************
      *                                                              *
      * Print-Anchor-Neighbours                                      *
      *                                                              *
      *   Function:  Neighbours flagged in-radius, nearest first,    *
      *    with the cluster marker when the delayed airport and its  *
      *    delayed neighbours reach the cluster size.                *
      *                                                              *
      ****************************************************************
       Print-Anchor-Neighbours.

           If Near-Count equal ZERO
             Display "   No other master airport within the radius"
               " - local problem"
           else
             Move Near-Count to Print-Count
             Display "   Airports within radius: " Print-Count
             Display "   IATA    Miles  Dly  Status"
                      "                Weather"

             Move 0 to Lines-Printed
             Perform Print-Next-Nearest
               Until Lines-Printed not less than Near-Count

             If Near-Delayed + 1 not less than Cluster-Min
               Compute Print-Count = Near-Delayed + 1
               Display "   *** CLUSTER: " Print-Count
                        " delayed airports within the radius ***"
             else
               If Near-Delayed equal ZERO
                 Display "   No neighbour delayed - local problem; "
                          "neighbours above may take diversions"
               End-If
             End-If
           End-If
           .

       Print-Next-Nearest.

           *> Selection pass - nearest unprinted in-radius neighbour
           Move 0 to Best-Idx
           Move 99999.9 to Best-Dist
           Move 1 to Near-Idx
           Perform Scan-For-Nearest-Unprinted
             Until Near-Idx greater than Prox-Count

           If Best-Idx equal ZERO
             Move Near-Count to Lines-Printed
           else
             Move 1 to Prox-Printed(Best-Idx)
             Add 1 to Lines-Printed
             Move Prox-Dist(Best-Idx) to Print-Dist
             Display "   " Prox-Iata(Best-Idx) " " Print-Dist
                      "   " Prox-Delay-Flag(Best-Idx) "   "
                      Prox-Status(Best-Idx) "  "
                      Prox-Weather(Best-Idx)
           End-If
           .

       Scan-For-Nearest-Unprinted.

           If Prox-In-Radius(Near-Idx) equal 1
             and Prox-Printed(Near-Idx) equal ZERO
             and Prox-Dist(Near-Idx) not greater than Best-Dist
             Move Near-Idx to Best-Idx
             Move Prox-Dist(Near-Idx) to Best-Dist
           End-If

           Add 1 to Near-Idx
           .

      ****************************************************************
      *                                                              *
      * Label-Delay-Clusters                                         *
      *                                                              *
      *   Function:  Give every delayed airport with a position a    *
      *    cluster number. Each unlabelled delayed airport starts a  *
      *    new cluster, which then grows - pass after pass - to take *
      *    in every delayed airport within the radius of a member,   *
      *    until a pass adds nobody.                                 *
      *                                                              *
      ****************************************************************
       Label-Delay-Clusters.

           Move 0 to Cluster-Count

           Move 1 to Prox-Idx
           Perform Seed-One-Cluster
             Until Prox-Idx greater than Prox-Count
           .

       Seed-One-Cluster.

           If Prox-Delay-Flag(Prox-Idx) equal "Y"
             and Prox-Has-Pos(Prox-Idx) equal "Y"
             and Prox-Cluster(Prox-Idx) equal ZERO
             Add 1 to Cluster-Count
             Move Cluster-Count to Prox-Cluster(Prox-Idx)

             Set Cluster-Grew to true
             Perform Grow-Cluster-Pass
               Until NOT Cluster-Grew
           End-If

           Add 1 to Prox-Idx
           .

       Grow-Cluster-Pass.

           Move 0 to Cluster-Changed

           Move 1 to Anchor-Idx
           Perform Grow-From-Member
             Until Anchor-Idx greater than Prox-Count
           .

       Grow-From-Member.

           If Prox-Cluster(Anchor-Idx) equal Cluster-Count
             Move 1 to Near-Idx
             Perform Join-Delayed-Neighbour
               Until Near-Idx greater than Prox-Count
           End-If

           Add 1 to Anchor-Idx
           .

       Join-Delayed-Neighbour.

           If Prox-Delay-Flag(Near-Idx) equal "Y"
             and Prox-Has-Pos(Near-Idx) equal "Y"
             and Prox-Cluster(Near-Idx) equal ZERO
             Perform Compute-Great-Circle
             If Dist-Work not greater than Radius-Miles
               Move Cluster-Count to Prox-Cluster(Near-Idx)
               Set Cluster-Grew to true
             End-If
           End-If

           Add 1 to Near-Idx
           .

      ****************************************************************
      *                                                              *
      * Print-Delay-Clusters                                         *
      *                                                              *
      *   Function:  Closing summary - each cluster of at least the  *
      *    cluster size with its member airports, then the count of  *
      *    delayed airports standing alone.                          *
      *                                                              *
      ****************************************************************
       Print-Delay-Clusters.

           Display " "
           Display "***********************************************".
           Display "** Delay Clusters                            **".
           Display "***********************************************".

           Move 0 to Clusters-Reported
           Move 0 to Isolated-Count

           Move 1 to Cluster-Idx
           Perform Print-One-Cluster
             Until Cluster-Idx greater than Cluster-Count

           If Clusters-Reported equal ZERO
             Display "  No cluster of " Cluster-Min " or more "
                      "delayed airports within " Print-Radius
                      " miles of each other"
           End-If

           Move Isolated-Count to Print-Count
           Display "  Delayed airports with no delayed neighbour: "
                    Print-Count
           .

       Print-One-Cluster.

           Move 0 to Cluster-Members
           Move Spaces to Member-Line
           Move 1 to Member-Pos

           Move 1 to Prox-Idx
           Perform Collect-Cluster-Member
             Until Prox-Idx greater than Prox-Count

           If Cluster-Members equal 1
             Add 1 to Isolated-Count
           End-If

           If Cluster-Members not less than Cluster-Min
             Add 1 to Clusters-Reported
             Move Cluster-Members to Print-Count
             Display "  Cluster of " Print-Count " delayed: "
                      Member-Line
           End-If

           Add 1 to Cluster-Idx
           .

       Collect-Cluster-Member.

           If Prox-Cluster(Prox-Idx) equal Cluster-Idx
             Add 1 to Cluster-Members
             If Member-Pos less than 55
               String Function Trim(Prox-Iata(Prox-Idx)) " "
                 Delimited by Size
                 Into Member-Line
                 With Pointer Member-Pos
             End-If
           End-If

           Add 1 to Prox-Idx
           .

      ****************************************************************
      *                                                              *
      * Print-No-Position-Airports                                   *
      *                                                              *
      *   Function:  List the master airports that carry no usable   *
      *    position, so the gaps in the report are visible.          *
      *                                                              *
      ****************************************************************
       Print-No-Position-Airports.

           If No-Position-Count greater than ZERO
             Display " "
             Move No-Position-Count to Print-Count
             Display "Airports with no position on the master ("
                      Function Trim(Print-Count) "):"
             Move 1 to Prox-Idx
             Perform Print-One-No-Position
               Until Prox-Idx greater than Prox-Count
           End-If
           .

       Print-One-No-Position.

           If Prox-Has-Pos(Prox-Idx) not equal "Y"
             Display "  " Prox-Iata(Prox-Idx) "  "
                      Prox-Name(Prox-Idx)
           End-If

           Add 1 to Prox-Idx
           .
