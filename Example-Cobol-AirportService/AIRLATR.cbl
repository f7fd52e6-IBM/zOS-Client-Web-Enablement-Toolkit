       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRLATR.
      * START OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * *  *
      *                                                                *
      *  MODULE NAME=AIRLATR                                           *
      *                                                                *
      *  DESCRIPTIVE NAME=Airport API response-time (latency) report   *
      *                                                                *
      *  FUNCTION                                                      *
      *                                                                *
      *  RUNHRPT tells the vendor review how often the API failed us;  *
      *  this report tells it how slow the API was when it did         *
      *  answer. It reads the AIRRESP response-time log HWTHXCB1       *
      *  appends for every HTTP request it issues - primary attempts   *
      *  and cross-check requests alike - and prints, for each host    *
      *  and each day in the window, the number of requests, how       *
      *  many came back other than HTTP 200, and the average,          *
      *  95th-percentile and maximum response time in milliseconds.    *
      *  The 95th percentile is the nearest-rank value: the slowest    *
      *  response left once the slowest 5 percent are set aside.       *
      *  A list of the slowest airports follows - ranked by average    *
      *  response time over the window, per endpoint - so a slow       *
      *  host can be told apart from a few slow airports on it.        *
      *                                                                *
      * //GO EXEC PGM=AIRLATR,PARM='7,10'                              *
      * //STEPLIB  DD DSN=&LOAD,DISP=SHR                               *
      * //SYSOUT   DD SYSOUT=*                                         *
      * //AIRRESP  DD DSN=&SRC..AIRRESP,DISP=SHR                       *
      * //SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(5,5))                     *
      *                                                                *
      *  where PARM is 'days,airports' - how many days back to report  *
      *  (default 7) and how many of the slowest airports to list      *
      *  (default 10). Either may be omitted. For a partitioned run,   *
      *  concatenate the per-partition AIRRESP datasets on the DD.     *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Response-time log appended by HWTHXCB1
           SELECT AIRRESP-FILE ASSIGN TO AIRRESP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRRESP-STATUS.

      * Work file putting the requests into host/day/time order
           SELECT LATSORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

       FD  AIRRESP-FILE
           RECORDING MODE IS F.

           COPY AIRRESP.

      * One request inside the window. Within a host and day the
      * requests come off the sort fastest first, so the percentile
      * is a position in the day's list.
       SD  LATSORT-FILE.

       01  LATSORT-RECORD.
           05 LATSORT-HOST         Pic X(60).
           05 LATSORT-DATE         Pic X(08).
           05 LATSORT-MS           Pic 9(07).
           05 LATSORT-HTTP-STATUS  Pic 9(03).

       WORKING-STORAGE SECTION.

      * FILE STATUS and end-of-file bookkeeping for the log and the
      * sort work file
       01 AIRRESP-STATUS    Pic X(02) Value "00".
         88 AIRRESP-OK           Value "00".
       01 AIRRESP-EOF-FLAG  Pic 9 Value 0.
         88 AIRRESP-EOF     Value 1.
       01 LATSORT-EOF-FLAG  Pic 9 Value 0.
         88 LATSORT-EOF     Value 1.

      * Report window and slowest-airports depth, from the PARM
       01 Window-Days       Pic 9(03) Value 7.
       01 Report-Top-N      Pic 9(03) Value 10.
       01 Parm-Days-Text    Pic X(20) Value Spaces.
       01 Parm-Top-Text     Pic X(20) Value Spaces.
       01 Numval-Test-Result Pic S9(4) Value 0.

      * Window arithmetic - the oldest request date reported
       01 Today-Int         Pic 9(08) Value 0.
       01 Today-Day-Int     Pic 9(08) Value 0.
       01 Cut-Day-Int       Pic 9(08) Value 0.
       01 Cut-Date          Pic 9(08) Value 0.
       01 Cut-Date-X Redefines Cut-Date Pic X(08).

      * The host and day currently coming off the sort, and every
      * response time seen for it so far, fastest first
       01 Cur-Host          Pic X(60) Value Spaces.
       01 Cur-Date          Pic X(08) Value Spaces.
       01 Day-Count         Pic 9(06) Value 0.
       01 Day-Fail-Count    Pic 9(06) Value 0.
       01 Day-Ms-Sum        Pic 9(12) Value 0.
       01 Day-Ms-Max        Pic 9(07) Value 0.
       01 Day-Ms-Avg        Pic 9(07) Value 0.
       01 Day-Ms-P95        Pic 9(07) Value 0.
       01 P95-Idx           Pic 9(06) Value 0.
       01 Day-Time-Max      Pic 9(4) Value 5000.
       01 Day-Time-Table.
         05 Day-Time-Ms Pic 9(07) Occurs 5000 times.
       01 Day-Overflow-Flag Pic 9 Value 0.
         88 Day-Overflowed  Value 1.
       01 Host-Day-Count    Pic 9(4) Value 0.

      * Per-airport totals over the window, for the slowest list
       01 Apt-Max           Pic 9(4) Value 1000.
       01 Apt-Count         Pic 9(4) Value 0.
       01 Apt-Idx           Pic 9(4) Value 0.
       01 Apt-Match-Idx     Pic 9(4) Value 0.
       01 Apt-Table.
         05 Apt-Entry Occurs 1000 times.
           10 Apt-Iata      Pic X(06).
           10 Apt-Endpoint  Pic X(04).
           10 Apt-Host      Pic X(60).
           10 Apt-Requests  Pic 9(06).
           10 Apt-Ms-Sum    Pic 9(12).
           10 Apt-Ms-Max    Pic 9(07).
           10 Apt-Ms-Avg    Pic 9(07).
           10 Apt-Printed   Pic 9.
       01 Apt-Overflow      Pic 9(6) Value 0.

      * Slowest-list scratch - the slowest unprinted airport on each
      * pass
       01 Report-Line-Num   Pic 9(3) Value 0.
       01 Best-Idx          Pic 9(4) Value 0.
       01 Best-Avg          Pic S9(7) Value 0.

      * Run accounting
       01 Resp-Read-Count   Pic 9(7) Value 0.
       01 Resp-In-Window    Pic 9(7) Value 0.

      * Edited fields for the printed report lines
       01 Print-Count       Pic Z(5)9.
       01 Print-Fails       Pic Z(5)9.
       01 Print-Avg         Pic Z(6)9.
       01 Print-P95         Pic Z(6)9.
       01 Print-Max         Pic Z(6)9.
       01 Print-Rank        Pic ZZ9.

       LINKAGE SECTION.

      * User-supplied parameter: 'days,airports'
       01 jcl-parm.
         05 parm-len    Pic S9(3) binary.
         05 parm-string.
           10 parm-char Pic X occurs 0 to 160 times
                      depending on parm-len.

       PROCEDURE DIVISION using jcl-parm.
       Begin.

           Display "***********************************************".
           Display "** API Response-Time Report (AIRLATR)        **".
           Display "***********************************************".

           Perform Apply-Window-Parm

           Move Function Current-Date(1:8) to Today-Int
           Compute Today-Day-Int = Function Integer-Of-Date(Today-Int)
           Compute Cut-Day-Int = Today-Day-Int - Window-Days
           Compute Cut-Date = Function Date-Of-Integer(Cut-Day-Int)

           Display "Requests since " Cut-Date-X

           Open Input AIRRESP-FILE

           If NOT AIRRESP-OK
             Display "** Unable to open AIRRESP, status: "
                      AIRRESP-STATUS
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If

           Sort LATSORT-FILE
             On Ascending Key LATSORT-HOST
                              LATSORT-DATE
                              LATSORT-MS
             Input Procedure Release-Window-Requests
             Output Procedure Print-Host-Day-Latency

           Close AIRRESP-FILE

           If Sort-Return not equal ZERO
             Display "** Response-time sort failed, SORT-RETURN: "
                      Sort-Return
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If

           Perform Print-Slowest-Airports

           Display " "
           Move Resp-Read-Count to Print-Count
           Display "Response records read : " Print-Count
           Move Resp-In-Window to Print-Count
           Display "Inside the window     : " Print-Count
           If Apt-Overflow greater than ZERO
             Move Apt-Overflow to Print-Count
             Display "** WARNING: " Print-Count " request(s) not in "
                      "the slowest-airports list - more than "
                      Apt-Max " airport/endpoint pairs"
           End-If

           Display "***********************************************".
           STOP RUN.

      ****************************************************************
      *                                                              *
      * Apply-Window-Parm                                            *
      *                                                              *
      *   Function:  Take the window in days and the slowest-list    *
      *    depth from the PARM ('days,airports') when supplied;      *
      *    anything unusable keeps its default (7 and 10) with a     *
      *    warning.                                                  *
      *                                                              *
      ****************************************************************
       Apply-Window-Parm.

           If parm-len greater than ZERO
             Unstring parm-string(1:parm-len)
               Delimited by ","
               Into Parm-Days-Text Parm-Top-Text

             If Parm-Days-Text not equal Spaces
               Compute Numval-Test-Result = Function Test-Numval(
                 Function Trim(Parm-Days-Text))
               If Numval-Test-Result = 0
                 Compute Window-Days = Function Numval(
                   Function Trim(Parm-Days-Text))
               else
                 Display "** WARNING: PARM days '"
                          Function Trim(Parm-Days-Text)
                          "' is not numeric - defaulting to "
                          Window-Days
               End-If
             End-If

             If Parm-Top-Text not equal Spaces
               Compute Numval-Test-Result = Function Test-Numval(
                 Function Trim(Parm-Top-Text))
               If Numval-Test-Result = 0
                 Compute Report-Top-N = Function Numval(
                   Function Trim(Parm-Top-Text))
               else
                 Display "** WARNING: PARM airports '"
                          Function Trim(Parm-Top-Text)
                          "' is not numeric - defaulting to "
                          Report-Top-N
               End-If
             End-If
           End-If

           If Window-Days equal ZERO
             Move 7 to Window-Days
           End-If

           If Report-Top-N equal ZERO
             Move 10 to Report-Top-N
           End-If
           .

      ****************************************************************
      *                                                              *
      * Release-Window-Requests                                      *
      *                                                              *
      *   Function:  Sort input procedure - pass every request       *
      *    started inside the window to the sort, and fold it into   *
      *    its airport's totals for the slowest list.                *
      *                                                              *
      ****************************************************************
       Release-Window-Requests.

           Perform Release-Next-Request
             Until AIRRESP-EOF
           .

       Release-Next-Request.

           Read AIRRESP-FILE
             At End
               Set AIRRESP-EOF to true
             Not At End
               Add 1 to Resp-Read-Count
               If AIRRESP-START-DATE not less than Cut-Date-X
                 Add 1 to Resp-In-Window
                 Move AIRRESP-HOST        to LATSORT-HOST
                 Move AIRRESP-START-DATE  to LATSORT-DATE
                 Move AIRRESP-RESPONSE-MS to LATSORT-MS
                 Move AIRRESP-HTTP-STATUS to LATSORT-HTTP-STATUS
                 Release LATSORT-RECORD
                 Perform Fold-Airport-Totals
               End-If
           End-Read
           .

       Fold-Airport-Totals.

           Move 0 to Apt-Match-Idx
           Move 1 to Apt-Idx
           Perform Scan-For-Airport
             Until Apt-Idx greater than Apt-Count

           If Apt-Match-Idx equal ZERO
             If Apt-Count less than Apt-Max
               Add 1 to Apt-Count
               Move Apt-Count to Apt-Match-Idx
               Move AIRRESP-IATA     to Apt-Iata(Apt-Match-Idx)
               Move AIRRESP-ENDPOINT to Apt-Endpoint(Apt-Match-Idx)
               Move AIRRESP-HOST     to Apt-Host(Apt-Match-Idx)
               Move 0 to Apt-Requests(Apt-Match-Idx)
               Move 0 to Apt-Ms-Sum(Apt-Match-Idx)
               Move 0 to Apt-Ms-Max(Apt-Match-Idx)
               Move 0 to Apt-Ms-Avg(Apt-Match-Idx)
               Move 0 to Apt-Printed(Apt-Match-Idx)
             else
               Add 1 to Apt-Overflow
             End-If
           End-If

           If Apt-Match-Idx greater than ZERO
             Add 1 to Apt-Requests(Apt-Match-Idx)
             Add AIRRESP-RESPONSE-MS to Apt-Ms-Sum(Apt-Match-Idx)
             If AIRRESP-RESPONSE-MS greater than
                                       Apt-Ms-Max(Apt-Match-Idx)
               Move AIRRESP-RESPONSE-MS to Apt-Ms-Max(Apt-Match-Idx)
             End-If
           End-If
           .

       Scan-For-Airport.

           If Apt-Iata(Apt-Idx) equal AIRRESP-IATA
             and Apt-Endpoint(Apt-Idx) equal AIRRESP-ENDPOINT
             Move Apt-Idx to Apt-Match-Idx
             Move Apt-Count to Apt-Idx
           End-If

           Add 1 to Apt-Idx
           .

      ****************************************************************
      *                                                              *
      * Print-Host-Day-Latency                                       *
      *                                                              *
      *   Function:  Sort output procedure - one line per host per   *
      *    day: requests, non-200 answers, and the average, 95th-    *
      *    percentile and maximum response time. A heading is       *
      *    printed whenever the host changes.                        *
      *                                                              *
      ****************************************************************
       Print-Host-Day-Latency.

           Display " "
           Display "Response time by host and day (milliseconds):"

           Perform Return-Next-Request
             Until LATSORT-EOF

           If Cur-Date not equal Spaces
             Perform Print-One-Host-Day
           End-If

           If Host-Day-Count equal ZERO
             Display "  (no requests inside the window)"
           End-If
           .

       Return-Next-Request.

           Return LATSORT-FILE
             At End
               Set LATSORT-EOF to true
             Not At End
               If LATSORT-HOST not equal Cur-Host
                 or LATSORT-DATE not equal Cur-Date
                 If Cur-Date not equal Spaces
                   Perform Print-One-Host-Day
                 End-If
                 If LATSORT-HOST not equal Cur-Host
                   Move LATSORT-HOST to Cur-Host
                   Display " "
                   Display "Host " Function Trim(Cur-Host)
                   Display "  Date      Requests  Non-200  "
                            "Avg ms   95% ms   Max ms"
                 End-If
                 Move LATSORT-DATE to Cur-Date
                 Move 0 to Day-Count
                 Move 0 to Day-Fail-Count
                 Move 0 to Day-Ms-Sum
                 Move 0 to Day-Ms-Max
                 Move 0 to Day-Overflow-Flag
               End-If
               Perform Fold-Request-Into-Day
           End-Return
           .

       Fold-Request-Into-Day.

           Add 1 to Day-Count
           Add LATSORT-MS to Day-Ms-Sum

           If LATSORT-HTTP-STATUS not equal 200
             Add 1 to Day-Fail-Count
           End-If

           *> Requests arrive fastest first, so the latest is the
           *> day's maximum so far
           Move LATSORT-MS to Day-Ms-Max

           If Day-Count not greater than Day-Time-Max
             Move LATSORT-MS to Day-Time-Ms(Day-Count)
           else
             Set Day-Overflowed to true
           End-If
           .

       Print-One-Host-Day.

           Add 1 to Host-Day-Count

           Compute Day-Ms-Avg Rounded = Day-Ms-Sum / Day-Count

           *> Nearest rank - the ceiling of 95 percent of the count
           Compute P95-Idx = (Day-Count * 95 + 99) / 100
           If P95-Idx less than 1
             Move 1 to P95-Idx
           End-If
           If P95-Idx greater than Day-Time-Max
             Move Day-Ms-Max to Day-Ms-P95
           else
             Move Day-Time-Ms(P95-Idx) to Day-Ms-P95
           End-If

           Move Day-Count      to Print-Count
           Move Day-Fail-Count to Print-Fails
           Move Day-Ms-Avg     to Print-Avg
           Move Day-Ms-P95     to Print-P95
           Move Day-Ms-Max     to Print-Max

           Display "  " Cur-Date "  " Print-Count "   " Print-Fails
                    "  " Print-Avg "  " Print-P95 "  " Print-Max

           If Day-Overflowed
             Display "  ** more than " Day-Time-Max " requests this "
                      "day - 95% shown is the maximum"
           End-If
           .

      ****************************************************************
      *                                                              *
      * Print-Slowest-Airports                                       *
      *                                                              *
      *   Function:  The slowest N airports over the window, by      *
      *    average response time, each with its endpoint, request    *
      *    count and worst single response.                          *
      *                                                              *
      ****************************************************************
       Print-Slowest-Airports.

           Move 1 to Apt-Idx
           Perform Compute-Airport-Average
             Until Apt-Idx greater than Apt-Count

           Display " "
           Display "Slowest airports by average response time (top "
                    Report-Top-N "):"
           Display "Rank  IATA    End   Requests   Avg ms   Max ms  "
                    "Host"

           Move 0 to Report-Line-Num
           Perform Print-Next-Slowest-Airport
             Until Report-Line-Num not less than Report-Top-N
                or Report-Line-Num not less than Apt-Count

           If Apt-Count equal ZERO
             Display "  (no requests inside the window)"
           End-If
           .

       Compute-Airport-Average.

           Compute Apt-Ms-Avg(Apt-Idx) Rounded =
             Apt-Ms-Sum(Apt-Idx) / Apt-Requests(Apt-Idx)

           Add 1 to Apt-Idx
           .

       Print-Next-Slowest-Airport.

           *> Selection pass - highest unprinted average next
           Move 0 to Best-Idx
           Move -1 to Best-Avg
           Move 1 to Apt-Idx
           Perform Scan-For-Slowest-Unprinted
             Until Apt-Idx greater than Apt-Count

           If Best-Idx equal ZERO
             Move Report-Top-N to Report-Line-Num
           else
             Move 1 to Apt-Printed(Best-Idx)
             Add 1 to Report-Line-Num

             Move Report-Line-Num        to Print-Rank
             Move Apt-Requests(Best-Idx) to Print-Count
             Move Apt-Ms-Avg(Best-Idx)   to Print-Avg
             Move Apt-Ms-Max(Best-Idx)   to Print-Max

             Display Print-Rank "   " Apt-Iata(Best-Idx) "  "
                      Apt-Endpoint(Best-Idx) "  " Print-Count "  "
                      Print-Avg "  " Print-Max "  "
                      Function Trim(Apt-Host(Best-Idx))
           End-If
           .

       Scan-For-Slowest-Unprinted.

           If Apt-Printed(Apt-Idx) equal ZERO
             and Apt-Ms-Avg(Apt-Idx) greater than Best-Avg
             Move Apt-Idx to Best-Idx
             Move Apt-Ms-Avg(Apt-Idx) to Best-Avg
           End-If

           Add 1 to Apt-Idx
           .
