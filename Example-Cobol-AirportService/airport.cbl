      *    DEPENDENCIES                                                *
      *                                                                *
      *     1. Include the copy library HWTHICOB.                      *
      *     2. Include the IBM MQ copy library (SCSQCOBC) and          *
      *        link-edit the MQ batch stub CSQBSTUB (SCSQLOAD).        *
      *                                                                *
      *    NOTES:                                                      *
      *                                                                *
      * //  Set MACLIB=SYS1.MACLIB         < COPYBOOK ... REQUIRED     *
      * //  Set CSSLIB=SYS1.CSSLIB         < CSSLIB ... REQUIRED       *
      * //  Set LOAD=HWT.SAMPLE.PDSE.LOAD  < OUTPUT ... REQUIRED       *
      * //  Set MQPRFX=CSQ930              < MQ LIBRARIES ... REQUIRED *
      * //*                                                            *
      * //CL EXEC PROC=IGYWCL,                                         *
      * //     PARM.COBOL='LIST',                                      *
      * //     LIBPRFX='ZOS220.CEE'                                    *
      * //COBOL.SYSIN  DD DSN=&SAMPLIB(&SRC),DISP=SHR                  *
      * //COBOL.SYSLIB DD DSN=&MACLIB,DISP=SHR                         *
      * //             DD DSN=&MQPRFX..SCSQCOBC,DISP=SHR               *
      * //LKED.SYSLMOD DD DSN=&LOAD(&SRC),DISP=SHR                     *
      * //LKED.SYSLIB  DD DSN=&CSSLIB,DISP=SHR                         *
      * //             DD DSN=&LIBPRFX..SCEELKED,DISP=SHR              *
      * //             DD DSN=&LIBPRFX..SCEELKEX,DISP=SHR              *
      * //             DD DSN=&MQPRFX..SCSQLOAD,DISP=SHR               *
      * //GO EXEC PGM=&SRC,PARM='AIRPORT_LIST/POSIX(ON)'               *
      * //STEPLIB  DD  DSN=&LOAD,DISP=SHR                              *
      * //         DD  DSN=&MQPRFX..SCSQANLE,DISP=SHR                  *
      * //         DD  DSN=&MQPRFX..SCSQAUTH,DISP=SHR                  *
      * //SYSPRINT DD  SYSOUT=*                                        *
      * //AIRPOUT  DD DSN=&SRC..AIRPOUT,DISP=(MOD,CATLG,CATLG),        *
      * //            SPACE=(TRK,(5,5),RLSE),RECFM=FB,LRECL=200        *
      * //CHKPTDS  DD DSN=&SRC..CHKPTDS,DISP=(,CATLG,CATLG),           *
      * //            SPACE=(TRK,(1,1),RLSE),RECFM=FB,LRECL=80         *
      * //AIRMSTR  DD DSN=&SRC..AIRMSTR,DISP=SHR                       *
      * //HTTPCFG  DD DSN=&SRC..HTTPCFG,DISP=SHR                       *
      * //HTTPERR  DD DSN=&SRC..HTTPERR,DISP=(MOD,CATLG,CATLG),        *
      * //            SPACE=(CYL,(5,5),RLSE),RECFM=FB,LRECL=3025       *
      * //AIRREJT  DD DSN=&SRC..AIRREJT,DISP=(MOD,CATLG,CATLG),        *
      * //            SPACE=(TRK,(5,5),RLSE),RECFM=FB,LRECL=80         *
      * //AIRRESP  DD DSN=&SRC..AIRRESP,DISP=(MOD,CATLG,CATLG),        *
      * //            SPACE=(TRK,(5,5),RLSE),RECFM=FB,LRECL=140        *
      * //RUNLOCK  DD DSN=&SRC..RUNLOCK,DISP=OLD                       *
      * //APIQUOTA DD DSN=&SRC..APIQUOTA,DISP=SHR                      *
      * //AIRMQRS  DD DSN=&SRC..AIRMQRS,DISP=(MOD,CATLG,CATLG),        *
      * //            SPACE=(TRK,(1,1),RLSE),RECFM=FB,LRECL=160        *
      * //AIRRSUM  DD DSN=&SRC..AIRRSUM,DISP=(MOD,CATLG,CATLG),        *
      * //            SPACE=(TRK,(1,1),RLSE),RECFM=FB,LRECL=80         *
      * //*                                                            *
      * //*  AIRPOUT/HTTPERR use DISP=MOD so a restarted run appends   *
      * //*  new rows instead of losing ones an earlier, partially-    *
      * //*  003); it is rewritten in full after every airport and     *
      * //*  cleared once the whole list finishes with no failures,    *
      * //*  so it uses plain DISP=(,CATLG,CATLG), not MOD.            *
      * //*  The record carries the run stamp of the run that wrote    *
      * //*  it. The AIRREADY pre-flight step, run ahead of this one,  *
      * //*  reports a leftover checkpoint or an in-use RUNLOCK with   *
      * //*  that stamp, validates HTTPCFG and cross-checks AIRRGN     *
      * //*  against AIRMSTR, ending RC=8 when this step should be     *
      * //*  held rather than left to fail.                            *
      * //*  AIRHIST is the cumulative delay-history log - one         *
      * //*  timestamped observation per successful retrieval, every   *
      * //*  run, always appended (never rewritten), so the AIRHRPT    *
      * //*  trend report can look back across runs. Each observation  *
      * //*  carries the API's status reason, which the AIRCAUSE       *
      * //*  cause-analysis report reads.                              *
      * //*  RUNHIST is the run audit trail - one record appended per  *
      * //*  execution with the run's counts, host, elapsed time and   *
      * //*  final return code, summarized by the RUNHRPT report for   *
      * //*    AIRX003W - delay alert raised for an airport            *
      * //*    AIRX004W - out-of-time checkpoint taken                 *
      * //*    AIRX005E - run-lock conflict, instance ended            *
      * //*    AIRX006W - airports deferred for the daily API quota    *
      * //*    AIRX007W - MQ change publication failed                 *
      * //*  AIRREJT is the validation reject file. API fields are     *
      * //*  checked between the parse and the master rewrite -        *
      * //*  latitude/longitude range-checked, a non-blank name        *
      * //*  or the extract. The run ends with RC=6 (unless a higher   *
      * //*  code applies) so downstream loads know the extract is     *
      * //*  short.                                                    *
      * //*  AIRRESP is the response-time log - one record per HTTP    *
      * //*  request issued, every primary attempt (retries included)  *
      * //*  and every cross-check request, carrying the host, the     *
      * //*  attempt number, the start time to the hundredth, the      *
      * //*  response time in milliseconds, the HTTP status (zero when *
      * //*  no response came back) and the body bytes received. The   *
      * //*  AIRLATR report reads it for the vendor latency review.    *
      * //*  Optional - a run that cannot open it still polls. Like    *
      * //*  the other outputs, a partitioned instance needs its own   *
      * //*  AIRRESP DSN.                                              *
      * //*  AIRJSON is the raw-response archive - every successful    *
      * //*  request appends the verbatim JSON body the server sent,   *
      * //*  stamped with the airport code and run stamp, both as the  *
      * //*  summary; AIRHRPT reads the same cards so both reports     *
      * //*  group airports identically. Omit the DD and every         *
      * //*  airport rolls up as UNASSIGNED.                           *
      * //*  APIQUOTA is the API quota ledger shared by every          *
      * //*  execution - *SCHED*, *RERUN*, *MASTER*, PARM lists and    *
      * //*  every partition point at the SAME dataset. Each run keeps *
      * //*  one record per day it sends requests on, counting first   *
      * //*  attempts, retries and cross-check requests, rewritten     *
      * //*  after every airport. Define it once before the first run, *
      * //*  e.g.                                                      *
      * //*                                                            *
      * //*    DEFINE CLUSTER (NAME(&SRC..APIQUOTA) INDEXED -          *
      * //*           KEYS(24 0) RECORDSIZE(100 100) -                 *
      * //*           SHAREOPTIONS(3 3) TRACKS(1 1))                   *
      * //*                                                            *
      * //*  (each run only ever rewrites its own records, so          *
      * //*  concurrent partitions share it safely). When HTTPCFG sets *
      * //*  a daily request limit, a run totals what the other runs   *
      * //*  have already sent today and, if what is left will not     *
      * //*  cover its list (one request per airport, two when the     *
      * //*  cross-check is on; a partition gets its 1/n share), it    *
      * //*  defers airports up front instead of running out partway   *
      * //*  - highest AIRMSTR-POLL-TIER first, then lowest 7-day      *
      * //*  AIRSCORE score, so the big delay-prone hubs are the last  *
      * //*  to be dropped. Airports retries would push past the       *
      * //*  allowance are deferred as the run goes. Deferred airports *
      * //*  are listed in the end-of-run summary, flagged by message  *
      * //*  AIRX006W, and logged to HTTPERR (status 000, reason       *
      * //*  DEFERRED) so the next *RERUN* picks them up. No limit     *
      * //*  (zero) defers nothing but the ledger is still kept; the   *
      * //*  AIRQRPT report prints the usage by day and run type.      *
      * //*  When HTTPCFG names an MQ queue (and optionally the        *
      * //*  queue manager - blank takes the installation default),    *
      * //*  every change that goes to AIRDLTA is also put to that     *
      * //*  queue the moment it is found, one persistent message per  *
      * //*  change outside syncpoint (AIRMQMSG layout: airport code,  *
      * //*  ICAO, region, field, old and new values, run stamp), so   *
      * //*  the flight-ops dashboard and crew scheduling see it       *
      * //*  during the run instead of hours later. A message the      *
      * //*  queue will not take - queue manager down, queue full or   *
      * //*  put-inhibited - is appended to AIRMQRS with the MQ        *
      * //*  reason code instead, message AIRX007W is issued once,     *
      * //*  and the run carries on. The end-of-run summary counts     *
      * //*  the messages published and failed. Follow this step       *
      * //*  with the AIRMQRD redrive step, which re-puts AIRMQRS      *
      * //*  and keeps whatever still fails for the next time. A       *
      * //*  *REPARSE* run publishes nothing, and a partitioned        *
      * //*  instance needs its own AIRMQRS DSN. No queue configured,  *
      * //*  no AIRMQRS DD needed.                                     *
      * //*  AIRRSUM takes the regional rollup from the end-of-run     *
      * //*  summary - one record per region, with the run stamp and   *
      * //*  the success, fail and delayed counts (AIRRSUM layout) -   *
      * //*  for the AIRDIST step that bursts the run's outputs into   *
      * //*  one package per regional ops desk. Optional - a run that  *
      * //*  cannot open it still polls, and its desks just get no     *
      * //*  run-summary lines. A *REPARSE* run writes none. Like      *
      * //*  the other outputs, a partitioned instance needs its own   *
      * //*  AIRRSUM DSN - concatenate them on AIRDIST's AIRRSUM DD.   *
      * //*  AIRMSTR is the durable VSAM KSDS airport master; define   *
      * //*  it with IDCAMS before the first run - this step only      *
      * //*  opens it DISP=SHR.                                        *
      * //*  HTTPCFG is optional - omit the DD to use the built-in     *
      * //*  default host/port/URI shown above. The control card is a  *
      * //*  single RECFM=FB,LRECL=620 record (copybook HTTPCFG);      *
      * //*  config datasets built to one of the older, shorter        *
      * //*  layouts fail OPEN with file status 39 and must be         *
      * //*  re-created with the new record length.                    *
      * Change Activity:                                               *
      * $L0 ------ z/OS Client Web Enablement                          *
      *     Tookit sample (HTTP) in Cobol programming language         *
      * $L1 ------ Keep the status reason on every AIRHIST             *
      *     observation                                                *
      * $L2 ------ Log the response time of every HTTP request to      *
      *     AIRRESP                                                    *
      * $L3 ------ API quota ledger (APIQUOTA) and daily-limit         *
      *     deferral of low-tier airports                              *
      * $L4 ------ Publish master-file changes to an MQ queue,         *
      *     failures to AIRMQRS for redrive                            *
      * $L5 ------ Run stamp on the CHKPTDS checkpoint record for      *
      *     the AIRREADY pre-flight check                              *
      * $L6 ------ Regional run summary (AIRRSUM) for the AIRDIST      *
      *     per-desk distribution                                      *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARTSUM-STATUS.

      * Regional run summary - the regional rollup tallies, one
      * record per region, for the AIRDIST per-desk distribution
           SELECT AIRRSUM-FILE ASSIGN TO AIRRSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRRSUM-STATUS.

      * Validation rejects - one record per failed check for an
      * airport whose API data did not survive the validation pass,
      * so bad vendor values stop landing in the master verbatim
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRREJT-STATUS.

      * Response-time log - one record per HTTP request issued,
      * primary attempts and cross-check requests alike, for the
      * AIRLATR per-host latency report
           SELECT AIRRESP-FILE ASSIGN TO AIRRESP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRRESP-STATUS.

      * Run serialization lock - one record whose in-use byte keeps
      * a second concurrent execution from interleaving checkpoint
      * and master rewrites with this one (JCL DISP=OLD on the DD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLOCK-STATUS.

      * MQ resend dataset - every master-file change message the
      * publication queue would not take, kept for the AIRMQRD step
      * to redrive once the queue is back
           SELECT AIRMQRS-FILE ASSIGN TO AIRMQRS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRMQRS-STATUS.

      * API quota ledger - shared by every execution, one record per
      * run (per partition) per usage day, so a run can see what the
      * others have already spent today against the daily limit
           SELECT APIQUOTA-FILE ASSIGN TO APIQUOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APIQUOTA-KEY
               FILE STATUS IS APIQUOTA-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  CHKPT-RECORD.
           05 CHKPT-IATA   Pic X(04).
      * Run stamp of the execution that last wrote the checkpoint,
      * so a leftover one can be traced to the run that left it
           05 CHKPT-RUN-STAMP.
               10 CHKPT-RUN-DATE Pic X(08).
               10 CHKPT-RUN-TIME Pic X(06).
           05 CHKPT-FILLER Pic X(62).

       FD  AIRMSTR-FILE
           RECORDING MODE IS F.
       FD  HTTPCFG-FILE
           RECORDING MODE IS F.

           COPY HTTPCFG.

       FD  HTTPERR-FILE
           RECORDING MODE IS F.

           COPY PARTSUM.

       FD  AIRRSUM-FILE
           RECORDING MODE IS F.

           COPY AIRRSUM.

       FD  AIRREJT-FILE
           RECORDING MODE IS F.

               10 AIRREJT-RUN-TIME Pic X(06).
           05 AIRREJT-FILLER       Pic X(18).

       FD  AIRRESP-FILE
           RECORDING MODE IS F.

           COPY AIRRESP.

       FD  RUNLOCK-FILE
           RECORDING MODE IS F.

           05 RUNLOCK-STAMP        Pic X(14).
           05 RUNLOCK-FILLER       Pic X(65).

       FD  APIQUOTA-FILE
           RECORDING MODE IS F.

           COPY APIQUOTA.

       FD  AIRMQRS-FILE
           RECORDING MODE IS F.

           COPY AIRMQRS.

       WORKING-STORAGE SECTION.

      * FILE STATUS and open/close bookkeeping for AIRPOUT-FILE

      * Data passed to the response body exit routine. The raw-body
      * pointer lets the exit hand back the verbatim response text
      * (for the AIRJSON archive) alongside the parsed fields; the
      * body-bytes pointer lets it report the full body length for
      * the AIRRESP response-time log.
       01 body-udata.
         05 body-udata-eye     Pic X(8) Value 'BDYUDATA'.
         05 hdr-flags-ptr      Pointer Value Null.
         05 resp-body-data-ptr Pointer Value Null.
         05 raw-body-ptr       Pointer Value Null.
         05 body-bytes-ptr     Pointer Value Null.

      * Flag shared between response body and response header exits
      * Used by the response header exit to indicate that the response
       01 PARTSUM-STATUS Pic X(02) Value "00".
         88 PARTSUM-OK Value "00".

      * FILE STATUS for the AIRRSUM regional run summary
       01 AIRRSUM-STATUS Pic X(02) Value "00".
         88 AIRRSUM-OK Value "00".

      * PARM pre-scan scratch - the effective length of the list
      * portion (ahead of any partition suffix) and the suffix
      * token fields
       01 AIRREJT-OPEN-FLAG Pic 9 Value 0.
         88 AIRREJT-IS-OPEN Value 1.

      * FILE STATUS and open/close bookkeeping for the AIRRESP
      * response-time log
       01 AIRRESP-STATUS    Pic X(02) Value "00".
         88 AIRRESP-OK           Value "00".
       01 AIRRESP-OPEN-FLAG Pic 9 Value 0.
         88 AIRRESP-IS-OPEN Value 1.

      * Timing of the request in flight - the start stamp to the
      * hundredth of a second, both ends as absolute hundredths
      * (so a request that spans midnight still times correctly),
      * and the body bytes the response body exit counted in
       01 Resp-Start-Stamp.
         05 Resp-Start-Date Pic X(08).
         05 Resp-Start-Time.
           10 Resp-Start-Hms  Pic X(06).
           10 Resp-Start-Hund Pic 9(02).
       01 Resp-Start-Hsecs    Pic 9(14) Value 0.
       01 Resp-End-Hsecs      Pic 9(14) Value 0.
       01 Resp-Elapsed-Ms     Pic 9(07) Value 0.
       01 Resp-Bytes-Received Pic 9(9) Binary Value 0.
       01 Resp-Endpoint       Pic X(04) Value Spaces.
       01 Resp-Host           Pic X(60) Value Spaces.
       01 Resp-Attempt        Pic 9(02) Value 0.
       01 Clock-Hund          Pic 9(02) Value 0.

      * Validation verdict for the airport just parsed, and the
      * reason/value fields for the reject record being built. The
      * checks sit between the parse and the master rewrite: range-
         88 Run-Lock-Held Value 1.
       01 Lock-Holder-Stamp Pic X(14) Value Spaces.

      * FILE STATUS and open bookkeeping for the APIQUOTA ledger
       01 APIQUOTA-STATUS    Pic X(02) Value "00".
         88 APIQUOTA-OK           Value "00".
         88 APIQUOTA-NOT-LOADED   Value "35".
       01 APIQUOTA-OPEN-FLAG Pic 9 Value 0.
         88 APIQUOTA-IS-OPEN Value 1.
       01 APIQUOTA-EOF-FLAG  Pic 9 Value 0.
         88 APIQUOTA-EOF     Value 1.

      * Daily API request limit (HTTPCFG, 0 = no limit) and this
      * run's standing against it: what the other runs had spent on
      * the usage day when it was last totalled, what this run may
      * spend, and this run's own requests that day - first
      * attempts, retries and cross-checks. The run type and the
      * usage day are part of this run's ledger key.
       01 Quota-Daily-Limit   Pic 9(06) Value 0.
       01 Quota-Usage-Date    Pic X(08) Value Spaces.
       01 Quota-Run-Type      Pic X(08) Value Spaces.
       01 Quota-Used-Before   Pic 9(07) Value 0.
       01 Quota-Remaining     Pic 9(07) Value 0.
       01 Quota-Run-Allowance Pic 9(07) Value 0.
       01 Quota-Primary-Reqs  Pic 9(06) Value 0.
       01 Quota-Retry-Reqs    Pic 9(06) Value 0.
       01 Quota-Xchk-Reqs     Pic 9(06) Value 0.
       01 Quota-Day-Total     Pic 9(06) Value 0.
       01 Quota-Run-Total     Pic 9(06) Value 0.

      * Quota-aware deferral - requests one airport is expected to
      * cost, the airports still to poll, how many of them the
      * allowance cannot cover, and, per Airport-Code-Table entry,
      * the polling tier and 7-day score that decide which go first
       01 Quota-Airport-Cost  Pic 9(01) Value 1.
       01 Quota-Pending-Count Pic 9(04) Value 0.
       01 Quota-Needed        Pic 9(07) Value 0.
       01 Quota-Defer-Target  Pic 9(04) Value 0.
       01 Quota-Planned-Count Pic 9(04) Value 0.
       01 Quota-Deferred-Count Pic 9(04) Value 0.
       01 Quota-Day-Deferred  Pic 9(04) Value 0.
       01 Quota-Guard-Flag    Pic 9 Value 0.
         88 Quota-Guard-Tripped Value 1.
       01 Quota-Scan-Idx      Pic 9(04) Value 0.
       01 Quota-Best-Idx      Pic 9(04) Value 0.
       01 Quota-Best-Rank     Pic S9(05) Value 0.
       01 Quota-Numval-Chk    Pic S9(04) Value 0.
       01 Quota-Plan-Table.
         05 Quota-Plan-Entry Occurs 200 times.
           10 Plan-Tier     Pic 9(01).
           10 Plan-Score    Pic 9(03).
           10 Plan-Rank     Pic 9(05).
           10 Plan-Deferred Pic 9(01).
             88 Plan-Is-Deferred Value 1.

      * FILE STATUS and open bookkeeping for the AIRMQRS resend
      * dataset
       01 AIRMQRS-STATUS    Pic X(02) Value "00".
         88 AIRMQRS-OK           Value "00".
       01 AIRMQRS-OPEN-FLAG Pic 9 Value 0.
         88 AIRMQRS-IS-OPEN Value 1.

      * Publication of master-file changes to IBM MQ (HTTPCFG). When
      * a queue is named, every change Record-One-Master-Delta logs
      * is also put to it as it is found; one the queue will not
      * take goes to AIRMQRS instead. Handles, options and the
      * completion/reason codes of the last MQ call, and the
      * published/failed counts for the end-of-run summary.
       01 Mq-Qmgr-Name        Pic X(48) Value Spaces.
       01 Mq-Queue-Name       Pic X(48) Value Spaces.
       01 Mq-Config-Flag      Pic 9 Value 0.
         88 Mq-Configured       Value 1.
       01 Mq-Connect-Flag     Pic 9 Value 0.
         88 Mq-Connected        Value 1.
       01 Mq-Queue-Open-Flag  Pic 9 Value 0.
         88 Mq-Queue-Open       Value 1.
       01 Mq-Warned-Flag      Pic 9 Value 0.
         88 Mq-Failure-Warned   Value 1.
       01 Mq-Call-Name        Pic X(08) Value Spaces.
       01 Mq-Hconn            Pic S9(9) Binary Value 0.
       01 Mq-Hobj             Pic S9(9) Binary Value 0.
       01 Mq-Open-Options     Pic S9(9) Binary Value 0.
       01 Mq-Close-Options    Pic S9(9) Binary Value 0.
       01 Mq-Compcode         Pic S9(9) Binary Value 0.
       01 Mq-Reason           Pic S9(9) Binary Value 0.
       01 Mq-Msg-Length       Pic S9(9) Binary Value 0.
       01 Mq-Reason-Code      Pic 9(04) Value 0.
       01 Mq-Published-Count  Pic 9(06) Value 0.
       01 Mq-Failed-Count     Pic 9(06) Value 0.
       01 Mq-Resend-Count     Pic 9(06) Value 0.

      * The change message itself, and the IBM MQ constants, object
      * descriptor, message descriptor and put-message options
           COPY AIRMQMSG.
       01 MQ-CONSTANTS.
           COPY CMQV.
       01 MQ-OBJECT-DESCRIPTOR.
           COPY CMQODV.
       01 MQ-MESSAGE-DESCRIPTOR.
           COPY CMQMDV.
       01 MQ-PUT-MESSAGE-OPTIONS.
           COPY CMQPMOV.

      * One row per airport processed this run, printed by the
      * end-of-run summary report
       01 Summary-Print-Idx Pic 9(4) Value 0.
           Perform Open-Master-Delta-File
           Perform Open-Raw-Json-Archive
           Perform Open-Airport-Reject-File
           Perform Open-Response-Time-Log

           *> Total what the other runs have already spent against
           *> the daily API limit and defer whatever this run's share
           *> cannot cover - an offline reparse sends nothing
           If NOT Reparse-Mode
             Perform Open-Quota-Ledger
             Perform Plan-Quota-Deferrals
           End-If

           *> Connect to the publication queue before the first
           *> change can be found - a reparse rebuilds history under
           *> old run stamps and publishes nothing
           If Mq-Configured and NOT Reparse-Mode
             Perform Open-Mq-Publisher
           End-If

           If Reparse-Mode

             Perform Write-Run-History-Record
           End-If

           *> The regional rollup goes to AIRRSUM as well, for the
           *> per-desk distribution - a reparse polled nothing
           If Region-Tot-Count greater than ZERO
             and NOT Reparse-Mode
             Perform Write-Region-Summary
           End-If

           Perform Close-Airport-Output-File
           Perform Close-Airport-Master-File
           Perform Close-Http-Error-Log
           Perform Close-Master-Delta-File
           Perform Close-Raw-Json-Archive
           Perform Close-Airport-Reject-File
           Perform Close-Response-Time-Log
           Perform Close-Quota-Ledger
           Perform Close-Mq-Publisher

           *> Release the in-use lock last thing, every path - the
           *> out-of-time end flows through here too
           Move Airport-Code-Entry(Airport-Code-Idx)
             to Current-Airport-Code

           *> Retries can spend more than the up-front plan allowed
           *> for - once the allowance is gone the rest wait too
           If NOT Plan-Is-Deferred(Airport-Code-Idx)
             Perform Check-Quota-Headroom
           End-If

           If Plan-Is-Deferred(Airport-Code-Idx)
             Perform Defer-One-Airport
           else
             Add 1 to Airport-Requested-Count

             Move 0 to Request-Attempt-Count
             Move 0 to Retry-Done-Flag

             Perform Attempt-One-Airport-Request
               Until Retry-Done

             Perform Record-Airport-Summary

             *> Ask the candidate second source the same question
             *> and note where the answers differ - compare-only,
             *> after every production write for this airport
             If Xchk-Configured and http-resp-code equal 200
               Perform Cross-Check-Second-Source
             End-If

             *> Keep the shared ledger current so a run starting
             *> now sees what this one has spent so far
             Perform Update-Quota-Ledger
           End-If

           Add 1 to Airport-Code-Idx

             If (HWTH-OK)

               *> Send the request, timed for the response log
               Perform Start-Response-Timer
               Perform HTTP-Issue-Request
               Move "PRIM" to Resp-Endpoint
               Move Http-Target-Host to Resp-Host
               Move Request-Attempt-Count to Resp-Attempt
               Perform Write-Response-Time-Record
               Perform Tally-Api-Request

               If (HWTH-OK)

             Set hdr-flags-ptr of body-udata to address of hdr-flags
             Set resp-body-data-ptr to address of resp-body-data
             Set raw-body-ptr to address of raw-resp-body
             Set body-bytes-ptr to address of Resp-Bytes-Received

             Set HWTH-OPT-RESPONSEBODY-USERDATA to true
             Set option-val-addr to address of body-udata
           End-If
           .

      ****************************************************************
      *                                                              *
      * Start-Response-Timer                                         *
      *                                                              *
      *   Function:  Note the moment a request is about to go out,   *
      *    to the hundredth of a second, and zero the body-byte      *
      *    count the response body exit adds to.                     *
      *                                                              *
      ****************************************************************
       Start-Response-Timer.

           Move Function Current-Date(1:16) to Resp-Start-Stamp
           Move Resp-Start-Date to Clock-Date
           Move Resp-Start-Hms  to Clock-Time
           Perform Compute-Clock-Seconds
           Compute Resp-Start-Hsecs =
             Clock-Secs-Total * 100 + Resp-Start-Hund
           Move 0 to Resp-Bytes-Received
           .

      ****************************************************************
      *                                                              *
      * Write-Response-Time-Record                                   *
      *                                                              *
      *   Function:  Time the request just issued and append one     *
      *    AIRRESP record for it - endpoint, host and attempt set    *
      *    by the caller, the status the header exit stamped (zero   *
      *    when nothing came back) and the body bytes counted.       *
      *                                                              *
      ****************************************************************
       Write-Response-Time-Record.

           Move Function Current-Date(1:8)  to Clock-Date
           Move Function Current-Date(9:6)  to Clock-Time
           Move Function Current-Date(15:2) to Clock-Hund
           Perform Compute-Clock-Seconds
           Compute Resp-End-Hsecs =
             Clock-Secs-Total * 100 + Clock-Hund

           If Resp-End-Hsecs greater than Resp-Start-Hsecs
             Compute Resp-Elapsed-Ms =
               (Resp-End-Hsecs - Resp-Start-Hsecs) * 10
           else
             Move 0 to Resp-Elapsed-Ms
           End-If

           If AIRRESP-IS-OPEN
             Move Current-Airport-Code to AIRRESP-IATA
             Move Resp-Endpoint        to AIRRESP-ENDPOINT
             Move Resp-Host            to AIRRESP-HOST
             Move Resp-Attempt         to AIRRESP-ATTEMPT
             Move Resp-Start-Stamp     to AIRRESP-START-STAMP
             Move Resp-Elapsed-Ms      to AIRRESP-RESPONSE-MS
             Move http-resp-code       to AIRRESP-HTTP-STATUS
             Move Resp-Bytes-Received  to AIRRESP-BYTES
             Move Run-Stamp-Date       to AIRRESP-RUN-DATE
             Move Run-Stamp-Time       to AIRRESP-RUN-TIME
             Move Spaces               to AIRRESP-FILLER

             Write AIRRESP-RECORD

             If NOT AIRRESP-OK
               Display "** WARNING: Write to AIRRESP failed, status: "
                        AIRRESP-STATUS
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Open-Response-Time-Log                                       *
      *                                                              *
      *   Function:  Open the AIRRESP response-time log. Like        *
      *    AIRPOUT, a restarted run opens EXTEND so the timings an   *
      *    earlier run recorded are kept.                            *
      *                                                              *
      ****************************************************************
       Open-Response-Time-Log.

           If Restart-Start-Idx greater than 1
             Open Extend AIRRESP-FILE
           else
             Open Output AIRRESP-FILE
           End-If

           If AIRRESP-OK
             Set AIRRESP-IS-OPEN to true
           else
             Display "** WARNING: Unable to open AIRRESP, status: "
                      AIRRESP-STATUS
             Display "**          Response times will not be "
                      "recorded this run"
           End-If
           .

      ****************************************************************
      *                                                              *
      * Close-Response-Time-Log                                      *
      *                                                              *
      *   Function:  Close the AIRRESP dataset, if it was opened.    *
      *                                                              *
      ****************************************************************
       Close-Response-Time-Log.

           If AIRRESP-IS-OPEN
             Close AIRRESP-FILE
             Move 0 to AIRRESP-OPEN-FLAG
           End-If
           .

      ****************************************************************
      *                                                              *
      * Open-Quota-Ledger                                            *
      *                                                              *
      *   Function:  Open the shared APIQUOTA ledger, total what     *
      *    the other runs have already sent today and add this       *
      *    run's own record for the day. A ledger defined but never  *
      *    loaded is loaded with this run's record first. A ledger   *
      *    that cannot be opened is not fatal - the run polls, but   *
      *    its usage goes unrecorded and the other runs' usage is    *
      *    taken as nil.                                             *
      *                                                              *
      ****************************************************************
       Open-Quota-Ledger.

           Move Function Current-Date(1:8) to Quota-Usage-Date

           Evaluate true
             When Sched-Refresh-Mode
               Move "SCHED"  to Quota-Run-Type
             When Rerun-Mode
               Move "RERUN"  to Quota-Run-Type
             When Master-Refresh-Mode
               Move "MASTER" to Quota-Run-Type
             When other
               Move "LIST"   to Quota-Run-Type
           End-Evaluate

           *> A cross-checked airport costs a second request
           If Xchk-Configured
             Move 2 to Quota-Airport-Cost
           End-If

           Open I-O APIQUOTA-FILE

           If APIQUOTA-NOT-LOADED
             Open Output APIQUOTA-FILE
             If APIQUOTA-OK
               Perform Build-Quota-Ledger-Record
               Write APIQUOTA-RECORD
               Close APIQUOTA-FILE
               Open I-O APIQUOTA-FILE
             End-If
           End-If

           If APIQUOTA-OK
             Set APIQUOTA-IS-OPEN to true
             Perform Sum-Quota-Used-Today
             Perform Write-Quota-Ledger-Record
           else
             Display "** WARNING: Unable to open APIQUOTA, status: "
                      APIQUOTA-STATUS
             Display "**          API usage will not be recorded "
                      "this run; other runs' usage is unknown"
           End-If

           Perform Compute-Quota-Allowance
           .

      ****************************************************************
      *                                                              *
      * Sum-Quota-Used-Today                                         *
      *                                                              *
      *   Function:  Total the requests every OTHER run (and every   *
      *    other partition) has recorded against the usage day.      *
      *    The ledger is keyed by usage day first, so this is one    *
      *    positioned browse.                                        *
      *                                                              *
      ****************************************************************
       Sum-Quota-Used-Today.

           Move 0 to Quota-Used-Before
           Move 0 to APIQUOTA-EOF-FLAG

           Move Low-Values to APIQUOTA-KEY
           Move Quota-Usage-Date to APIQUOTA-USAGE-DATE

           Start APIQUOTA-FILE Key not less than APIQUOTA-KEY
             Invalid Key
               Set APIQUOTA-EOF to true
           End-Start

           Perform Add-Next-Quota-Entry
             Until APIQUOTA-EOF
           .

       Add-Next-Quota-Entry.

           Read APIQUOTA-FILE Next Record
             At End
               Set APIQUOTA-EOF to true
             Not At End
               If APIQUOTA-USAGE-DATE not equal Quota-Usage-Date
                 Set APIQUOTA-EOF to true
               else
                 If APIQUOTA-RUN-DATE not equal Run-Stamp-Date
                   or APIQUOTA-RUN-TIME not equal Run-Stamp-Time
                   or APIQUOTA-PART-NUM not equal Partition-Num
                   Add APIQUOTA-TOTAL-REQS to Quota-Used-Before
                 End-If
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Compute-Quota-Allowance                                      *
      *                                                              *
      *   Function:  What this run may send on the usage day - the   *
      *    daily limit less what the other runs have sent, and for   *
      *    a partitioned run its 1/n share of that, since its        *
      *    sibling partitions are drawing on the same remainder.     *
      *                                                              *
      ****************************************************************
       Compute-Quota-Allowance.

           If Quota-Daily-Limit greater than ZERO

             If Quota-Used-Before not less than Quota-Daily-Limit
               Move 0 to Quota-Remaining
             else
               Compute Quota-Remaining =
                 Quota-Daily-Limit - Quota-Used-Before
             End-If

             If Partition-Mode
               Compute Quota-Run-Allowance =
                 Quota-Remaining / Partition-Count
             else
               Move Quota-Remaining to Quota-Run-Allowance
             End-If

             Display "** API quota " Quota-Usage-Date " - daily limit "
                      Quota-Daily-Limit ", already sent by other runs "
                      Quota-Used-Before ", this run may send "
                      Quota-Run-Allowance
           End-If
           .

      ****************************************************************
      *                                                              *
      * Plan-Quota-Deferrals                                         *
      *                                                              *
      *   Function:  When the allowance will not cover the airports  *
      *    still to poll, decide up front which ones wait for        *
      *    another day instead of running out partway down the       *
      *    list - the highest polling tier first and, within a       *
      *    tier, the lowest 7-day delay score (the quietest          *
      *    airports), so the hubs that matter are the last to go.    *
      *                                                              *
      ****************************************************************
       Plan-Quota-Deferrals.

           Initialize Quota-Plan-Table

           If Quota-Daily-Limit greater than ZERO
             and Restart-Start-Idx not greater than Airport-Code-Count

             Compute Quota-Pending-Count =
               Airport-Code-Count - Restart-Start-Idx + 1
             Compute Quota-Needed =
               Quota-Pending-Count * Quota-Airport-Cost

             If Quota-Needed greater than Quota-Run-Allowance
               Compute Quota-Defer-Target =
                 (Quota-Needed - Quota-Run-Allowance
                  + Quota-Airport-Cost - 1) / Quota-Airport-Cost
               If Quota-Defer-Target greater than Quota-Pending-Count
                 Move Quota-Pending-Count to Quota-Defer-Target
               End-If

               Move Restart-Start-Idx to Quota-Scan-Idx
               Perform Rank-Airport-For-Deferral
                 Until Quota-Scan-Idx greater than Airport-Code-Count

               Move 0 to Quota-Planned-Count
               Perform Select-Next-Deferral
                 Until Quota-Planned-Count not less than
                                                   Quota-Defer-Target

               Display "** API quota short - " Quota-Defer-Target
                        " of " Quota-Pending-Count " airport(s) "
                        "deferred this run"
               Display "AIRX006W HWTHXCB1 " Quota-Defer-Target
                        " AIRPORT(S) DEFERRED - DAILY API QUOTA"
                        UPON CONSOLE
             End-If
           End-If
           .

       Rank-Airport-For-Deferral.

           *> Airports not on the master (new codes in a PARM list)
           *> rank as tier 1 with no score
           Move 1 to Plan-Tier(Quota-Scan-Idx)
           Move 0 to Plan-Score(Quota-Scan-Idx)

           If AIRMSTR-IS-OPEN
             Move Airport-Code-Entry(Quota-Scan-Idx) to AIRMSTR-IATA
             Read AIRMSTR-FILE
               Invalid Key
                 Continue
               Not Invalid Key
                 If AIRMSTR-POLL-TIER equal "2" or "3"
                   Move AIRMSTR-POLL-TIER to Plan-Tier(Quota-Scan-Idx)
                 End-If
                 If AIRMSTR-SCORE-7DAY not equal Spaces
                   Compute Quota-Numval-Chk =
                     Function Test-Numval(AIRMSTR-SCORE-7DAY)
                   If Quota-Numval-Chk = 0
                     Compute Plan-Score(Quota-Scan-Idx) =
                       Function Numval(AIRMSTR-SCORE-7DAY)
                   End-If
                 End-If
             End-Read
           End-If

           Compute Plan-Rank(Quota-Scan-Idx) =
             Plan-Tier(Quota-Scan-Idx) * 1000
             + 999 - Plan-Score(Quota-Scan-Idx)

           Add 1 to Quota-Scan-Idx
           .

       Select-Next-Deferral.

           *> Selection pass - the highest-ranked airport not yet
           *> deferred; on a tie the later one in the list goes
           Move 0 to Quota-Best-Idx
           Move -1 to Quota-Best-Rank
           Move Restart-Start-Idx to Quota-Scan-Idx
           Perform Scan-For-Deferral-Candidate
             Until Quota-Scan-Idx greater than Airport-Code-Count

           If Quota-Best-Idx equal ZERO
             Move Quota-Defer-Target to Quota-Planned-Count
           else
             Move 1 to Plan-Deferred(Quota-Best-Idx)
             Add 1 to Quota-Planned-Count
           End-If
           .

       Scan-For-Deferral-Candidate.

           If NOT Plan-Is-Deferred(Quota-Scan-Idx)
             and Plan-Rank(Quota-Scan-Idx) not less than
                                                  Quota-Best-Rank
             Move Quota-Scan-Idx to Quota-Best-Idx
             Move Plan-Rank(Quota-Scan-Idx) to Quota-Best-Rank
           End-If

           Add 1 to Quota-Scan-Idx
           .

      ****************************************************************
      *                                                              *
      * Check-Quota-Headroom                                         *
      *                                                              *
      *   Function:  Before the next airport is polled, make sure    *
      *    the allowance still covers it - retries spend requests    *
      *    the up-front plan could not foresee. Once it does not,    *
      *    this airport and every one after it is deferred.          *
      *                                                              *
      ****************************************************************
       Check-Quota-Headroom.

           If Quota-Daily-Limit greater than ZERO
             and Quota-Day-Total + Quota-Airport-Cost
                                      greater than Quota-Run-Allowance
             Move 1 to Plan-Deferred(Airport-Code-Idx)
             If NOT Quota-Guard-Tripped
               Set Quota-Guard-Tripped to true
               Display "** API quota allowance reached after "
                        Quota-Day-Total " request(s) - remaining "
                        "airports deferred"
               Display "AIRX006W HWTHXCB1 API QUOTA ALLOWANCE "
                        "REACHED - REMAINING AIRPORTS DEFERRED"
                        UPON CONSOLE
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Defer-One-Airport                                            *
      *                                                              *
      *   Function:  Skip the current airport for want of quota -    *
      *    show it in the run summary as DEFER and log it to         *
      *    HTTPERR (status 000, reason DEFERRED) so the next         *
      *    *RERUN* polls it.                                         *
      *                                                              *
      ****************************************************************
       Defer-One-Airport.

           Add 1 to Quota-Deferred-Count
           Add 1 to Quota-Day-Deferred

           Move Current-Airport-Code to Summary-Iata(Airport-Code-Idx)
           Move "(deferred - daily API quota)"
             to Summary-Name(Airport-Code-Idx)
           Move "DEFER" to Summary-Status(Airport-Code-Idx)
           Move "-"     to Summary-Delay(Airport-Code-Idx)

           Display "** " Current-Airport-Code " deferred - daily API "
                    "quota (tier " Plan-Tier(Airport-Code-Idx)
                    ", 7-day score " Plan-Score(Airport-Code-Idx) ")"

           If HTTPERR-IS-OPEN
             Move Current-Airport-Code to HTTPERR-IATA
             Move 0                    to HTTPERR-RESP-CODE
             Move "DEFERRED - daily API quota short"
               to HTTPERR-REASON
             Move Spaces               to HTTPERR-FILLER
             Write HTTPERR-RECORD
             If NOT HTTPERR-OK
               Display "** WARNING: Write to HTTPERR failed, status: "
                        HTTPERR-STATUS
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Tally-Api-Request                                            *
      *                                                              *
      *   Function:  Count the request just sent against the usage   *
      *    day - as a first attempt, a retry or a cross-check. A     *
      *    run that crosses midnight starts a new day's record.      *
      *                                                              *
      ****************************************************************
       Tally-Api-Request.

           If Function Current-Date(1:8) not equal Quota-Usage-Date
             Perform Roll-Quota-Day
           End-If

           Evaluate true
             When Resp-Endpoint equal "XCHK"
               Add 1 to Quota-Xchk-Reqs
             When Resp-Attempt greater than 1
               Add 1 to Quota-Retry-Reqs
             When other
               Add 1 to Quota-Primary-Reqs
           End-Evaluate

           Add 1 to Quota-Day-Total
           Add 1 to Quota-Run-Total
           .

       Roll-Quota-Day.

           *> Close out the old day's record, then start the new
           *> day's with the other runs' usage totalled afresh
           Perform Update-Quota-Ledger

           Move Function Current-Date(1:8) to Quota-Usage-Date
           Move 0 to Quota-Primary-Reqs
           Move 0 to Quota-Retry-Reqs
           Move 0 to Quota-Xchk-Reqs
           Move 0 to Quota-Day-Total
           Move 0 to Quota-Day-Deferred
           Move 0 to Quota-Used-Before

           If APIQUOTA-IS-OPEN
             Perform Sum-Quota-Used-Today
             Perform Write-Quota-Ledger-Record
           End-If

           Perform Compute-Quota-Allowance
           .

      ****************************************************************
      *                                                              *
      * Write-Quota-Ledger-Record / Update-Quota-Ledger              *
      *                                                              *
      *   Function:  Add this run's record for the usage day (or     *
      *    replace it, when loading an empty ledger already wrote    *
      *    it), and rewrite it with the counts so far.               *
      *                                                              *
      ****************************************************************
       Write-Quota-Ledger-Record.

           Perform Build-Quota-Ledger-Record

           Write APIQUOTA-RECORD
             Invalid Key
               Rewrite APIQUOTA-RECORD
           End-Write

           If NOT APIQUOTA-OK
             Display "** WARNING: Write to APIQUOTA failed, status: "
                      APIQUOTA-STATUS
           End-If
           .

       Update-Quota-Ledger.

           If APIQUOTA-IS-OPEN
             Perform Build-Quota-Ledger-Record

             Rewrite APIQUOTA-RECORD

             If NOT APIQUOTA-OK
               Display "** WARNING: Rewrite of APIQUOTA failed, "
                        "status: " APIQUOTA-STATUS
             End-If
           End-If
           .

       Build-Quota-Ledger-Record.

           Move Spaces              to APIQUOTA-RECORD
           Move Quota-Usage-Date    to APIQUOTA-USAGE-DATE
           Move Run-Stamp-Date      to APIQUOTA-RUN-DATE
           Move Run-Stamp-Time      to APIQUOTA-RUN-TIME
           Move Partition-Num       to APIQUOTA-PART-NUM
           Move Quota-Run-Type      to APIQUOTA-RUN-TYPE
           Move Partition-Count     to APIQUOTA-PART-COUNT
           Move Quota-Primary-Reqs  to APIQUOTA-PRIMARY-REQS
           Move Quota-Retry-Reqs    to APIQUOTA-RETRY-REQS
           Move Quota-Xchk-Reqs     to APIQUOTA-XCHK-REQS
           Move Quota-Day-Total     to APIQUOTA-TOTAL-REQS
           Move Quota-Daily-Limit   to APIQUOTA-DAILY-LIMIT
           Move Quota-Day-Deferred  to APIQUOTA-DEFERRED
           .

      ****************************************************************
      *                                                              *
      * Close-Quota-Ledger                                           *
      *                                                              *
      *   Function:  Rewrite this run's ledger record with its       *
      *    final counts and close the ledger, if it was opened.      *
      *                                                              *
      ****************************************************************
       Close-Quota-Ledger.

           If APIQUOTA-IS-OPEN
             Perform Update-Quota-Ledger
             Close APIQUOTA-FILE
             Move 0 to APIQUOTA-OPEN-FLAG
           End-If
           .

      ****************************************************************
      *                                                              *
      * Print-Quota-Usage                                            *
      *                                                              *
      *   Function:  The API requests this run sent, by kind, and    *
      *    where the day stands against the limit, for the           *
      *    end-of-run summary.                                       *
      *                                                              *
      ****************************************************************
       Print-Quota-Usage.

           If Quota-Usage-Date not equal Spaces
             Display " "
             Display "API requests sent : " Quota-Run-Total
                      " (first attempts " Quota-Primary-Reqs
                      ", retries " Quota-Retry-Reqs
                      ", cross-checks " Quota-Xchk-Reqs ")"
             If Quota-Daily-Limit greater than ZERO
               Display "Daily API limit   : " Quota-Daily-Limit
                        " - other runs had sent " Quota-Used-Before
                        " on " Quota-Usage-Date
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Check-Airport-Delay-Status                                   *
               *> Secondary bodies are not archived - leave the
               *> capture pointer null so the exit skips the copy
               Set raw-body-ptr to Null
               Set body-bytes-ptr to address of Resp-Bytes-Received

               Set HWTH-OPT-RESPONSEBODY-USERDATA to true
               Set option-val-addr to address of body-udata
             End-If

             If HWTH-OK
               Perform Start-Response-Timer
               Call "HWTHRQST" using
                 HWTH-RETURN-CODE
                 Xchk-Conn-Handle
                 Xchk-Rqst-Handle
                 HWTH-DIAG-AREA
               Move "XCHK" to Resp-Endpoint
               Move Xchk-Target-Host to Resp-Host
               Move 1 to Resp-Attempt
               Perform Write-Response-Time-Record
               Perform Tally-Api-Request
             End-If

             If NOT HWTH-OK
             Display "(rejected airports are in AIRREJT with reason "
                      "codes - the extract is short by that many)"
           End-If
           If Quota-Deferred-Count greater than ZERO
             Display "Airports deferred : " Quota-Deferred-Count
             Display "(deferred for the daily API quota - logged to "
                      "HTTPERR for the next *RERUN*)"
           End-If
           If Mq-Configured and NOT Reparse-Mode
             Display "MQ published      : " Mq-Published-Count
             Display "MQ publish failed : " Mq-Failed-Count
             If Mq-Failed-Count greater than ZERO
               Display "(" Mq-Resend-Count " of them saved to AIRMQRS "
                        "for the AIRMQRD redrive step)"
             End-If
           End-If
           Display " ".

           *> On a restarted run, Summary-Table only has rows for the

           Perform Print-Region-Rollup

           Perform Print-Quota-Usage

           Display "***********************************************"
           .

                 If HTTPCFG-XCHK-URI not equal Spaces
                   Move HTTPCFG-XCHK-URI to Xchk-Uri-Prefix
                 End-If
                 If HTTPCFG-DAILY-LIMIT numeric
                   Move HTTPCFG-DAILY-LIMIT to Quota-Daily-Limit
                 End-If
                 If HTTPCFG-MQ-QUEUE not equal Spaces
                   Move HTTPCFG-MQ-QMGR  to Mq-Qmgr-Name
                   Move HTTPCFG-MQ-QUEUE to Mq-Queue-Name
                   Set Mq-Configured to true
                 End-If
                 Display "** HTTPCFG control card applied - target "
                          "host: " Function Trim(Http-Target-Host)
             End-Read
       Write-Restart-Checkpoint.

           Move Current-Airport-Code to CHKPT-IATA
           Move Run-Stamp-Date to CHKPT-RUN-DATE
           Move Run-Stamp-Time to CHKPT-RUN-TIME
           Move Spaces to CHKPT-FILLER

           Open Output CHKPT-FILE
      *   Function:  Log the change described by Delta-Field-Name /  *
      *    Delta-Old-Value / Delta-New-Value, both to the AIRDLTA    *
      *    dataset and to the in-core table the end-of-run "what     *
      *    changed today" section prints, and publish it to the MQ   *
      *    queue when one is configured.                             *
      *                                                              *
      ****************************************************************
       Record-One-Master-Delta.
             End-If
           End-If

           *> Publish the change as it is found, so the dashboard
           *> and crew scheduling need not wait for AIRDLTA
           If Mq-Configured and NOT Reparse-Mode
             Perform Publish-Master-Delta
           End-If

           If Delta-Count less than Delta-Max
             Add 1 to Delta-Count
             Move AIRMSTR-IATA     to Delta-Iata(Delta-Count)
           End-If
           .

      ****************************************************************
      *                                                              *
      * Open-Mq-Publisher                                            *
      *                                                              *
      *   Function:  Connect to the queue manager HTTPCFG names and  *
      *    open the publication queue for output, and open the       *
      *    AIRMQRS resend dataset. A queue manager or queue that     *
      *    cannot be reached is not fatal - the run polls as usual   *
      *    and every change it finds goes to AIRMQRS instead.        *
      *                                                              *
      ****************************************************************
       Open-Mq-Publisher.

           *> The resend dataset is only ever appended to here - the
           *> AIRMQRD step drains it into its replacement
           Open Extend AIRMQRS-FILE

           If AIRMQRS-OK
             Set AIRMQRS-IS-OPEN to true
           else
             Display "** WARNING: Unable to open AIRMQRS, status: "
                      AIRMQRS-STATUS
             Display "**          Changes MQ will not take cannot be "
                      "saved for redrive this run"
           End-If

           Call "MQCONN" using Mq-Qmgr-Name
                               Mq-Hconn
                               Mq-Compcode
                               Mq-Reason

           If Mq-Compcode equal MQCC-FAILED
             Move "MQCONN" to Mq-Call-Name
             Perform Warn-Mq-Failure
           else
             Set Mq-Connected to true

             Move MQOT-Q        to MQOD-OBJECTTYPE
             Move Mq-Queue-Name to MQOD-OBJECTNAME
             Compute Mq-Open-Options =
               MQOO-OUTPUT + MQOO-FAIL-IF-QUIESCING

             Call "MQOPEN" using Mq-Hconn
                                 MQ-OBJECT-DESCRIPTOR
                                 Mq-Open-Options
                                 Mq-Hobj
                                 Mq-Compcode
                                 Mq-Reason

             If Mq-Compcode equal MQCC-FAILED
               Move "MQOPEN" to Mq-Call-Name
               Perform Warn-Mq-Failure
             else
               Set Mq-Queue-Open to true

               *> Every change goes out at once, on its own, and
               *> survives a queue manager restart - no syncpoint,
               *> persistent, character data for off-host readers
               Move MQFMT-STRING     to MQMD-FORMAT
               Move MQPER-PERSISTENT to MQMD-PERSISTENCE
               Compute MQPMO-OPTIONS =
                 MQPMO-NO-SYNCPOINT + MQPMO-NEW-MSG-ID +
                 MQPMO-FAIL-IF-QUIESCING

               Display "** Master-file changes published to MQ "
                        "queue " Function Trim(Mq-Queue-Name)
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Publish-Master-Delta                                         *
      *                                                              *
      *   Function:  Put the change just logged to the publication   *
      *    queue - airport code, ICAO, region, field, old and new    *
      *    values and the run stamp. A put that fails, or a queue    *
      *    that never opened, sends the message to AIRMQRS.          *
      *                                                              *
      ****************************************************************
       Publish-Master-Delta.

           Move Spaces to AIRMQMSG-RECORD
           Set AIRMQMSG-MASTER-DELTA to true
           Move AIRMSTR-IATA     to AIRMQMSG-IATA
           Move AIRMSTR-ICAO     to AIRMQMSG-ICAO
           Move AIRMSTR-REGION   to AIRMQMSG-REGION
           Move Delta-Field-Name to AIRMQMSG-FIELD
           Move Delta-Old-Value  to AIRMQMSG-OLD-VALUE
           Move Delta-New-Value  to AIRMQMSG-NEW-VALUE
           Move Run-Stamp-Date   to AIRMQMSG-RUN-DATE
           Move Run-Stamp-Time   to AIRMQMSG-RUN-TIME

           If Mq-Queue-Open
             Move MQMI-NONE to MQMD-MSGID
             Move MQCI-NONE to MQMD-CORRELID
             Move Length of AIRMQMSG-RECORD to Mq-Msg-Length

             Call "MQPUT" using Mq-Hconn
                                Mq-Hobj
                                MQ-MESSAGE-DESCRIPTOR
                                MQ-PUT-MESSAGE-OPTIONS
                                Mq-Msg-Length
                                AIRMQMSG-RECORD
                                Mq-Compcode
                                Mq-Reason

             *> A warning still means the message is on the queue, so
             *> only an outright failure goes to AIRMQRS
             If Mq-Compcode not equal MQCC-FAILED
               Add 1 to Mq-Published-Count
               If Mq-Compcode equal MQCC-WARNING
                 Move Mq-Reason to Mq-Reason-Code
                 Display "** WARNING: MQPUT completed with warning "
                          "for queue " Function Trim(Mq-Queue-Name)
                          ", reason: " Mq-Reason-Code
               End-If
             else
               Move "MQPUT" to Mq-Call-Name
               Perform Warn-Mq-Failure
               Perform Save-Mq-Resend-Record
             End-If
           else
             *> Mq-Reason-Code still holds why the connect or open
             *> failed
             Perform Save-Mq-Resend-Record
           End-If
           .

      ****************************************************************
      *                                                              *
      * Save-Mq-Resend-Record                                        *
      *                                                              *
      *   Function:  Count a change message MQ did not take and      *
      *    append it to AIRMQRS with the reason code, so the AIRMQRD *
      *    step can redrive it. The change itself is already safe    *
      *    on AIRDLTA either way.                                    *
      *                                                              *
      ****************************************************************
       Save-Mq-Resend-Record.

           Add 1 to Mq-Failed-Count

           If AIRMQRS-IS-OPEN
             Move AIRMQMSG-RECORD to AIRMQRS-MESSAGE
             Move Mq-Reason-Code  to AIRMQRS-REASON
             Move Function Current-Date(1:8) to AIRMQRS-FAIL-DATE
             Move Function Current-Date(9:6) to AIRMQRS-FAIL-TIME
             Move 1               to AIRMQRS-SEND-COUNT
             Move Spaces          to AIRMQRS-FILLER

             Write AIRMQRS-RECORD

             If AIRMQRS-OK
               Add 1 to Mq-Resend-Count
             else
               Display "** WARNING: Write to AIRMQRS failed, status: "
                        AIRMQRS-STATUS
             End-If
           else
             Display "** WARNING: " AIRMQMSG-IATA " "
                      AIRMQMSG-FIELD " change not published and "
                      "not saved for redrive"
           End-If
           .

      ****************************************************************
      *                                                              *
      * Warn-Mq-Failure                                              *
      *                                                              *
      *   Function:  Report an MQ call that failed - in the job log  *
      *    every time, and to the console once per run with message  *
      *    AIRX007W so the automation package can page whoever       *
      *    owns the queue manager.                                   *
      *                                                              *
      ****************************************************************
       Warn-Mq-Failure.

           Move Mq-Reason to Mq-Reason-Code

           Display "** WARNING: " Function Trim(Mq-Call-Name)
                    " failed for queue "
                    Function Trim(Mq-Queue-Name)
                    ", reason: " Mq-Reason-Code

           If NOT Mq-Failure-Warned
             Set Mq-Failure-Warned to true
             Display "AIRX007W HWTHXCB1 MQ PUBLISH FAILED "
                      Function Trim(Mq-Call-Name)
                      " REASON=" Mq-Reason-Code
                      " - CHANGES TO AIRMQRS"
                      UPON CONSOLE
           End-If
           .

      ****************************************************************
      *                                                              *
      * Close-Mq-Publisher                                           *
      *                                                              *
      *   Function:  Close the publication queue and disconnect from *
      *    the queue manager, whichever of them was reached, and     *
      *    close the AIRMQRS dataset, if it was opened.              *
      *                                                              *
      ****************************************************************
       Close-Mq-Publisher.

           If Mq-Queue-Open
             Move MQCO-NONE to Mq-Close-Options
             Call "MQCLOSE" using Mq-Hconn
                                  Mq-Hobj
                                  Mq-Close-Options
                                  Mq-Compcode
                                  Mq-Reason
             Move 0 to Mq-Queue-Open-Flag
           End-If

           If Mq-Connected
             Call "MQDISC" using Mq-Hconn
                                 Mq-Compcode
                                 Mq-Reason
             Move 0 to Mq-Connect-Flag
           End-If

           If AIRMQRS-IS-OPEN
             Close AIRMQRS-FILE
             Move 0 to AIRMQRS-OPEN-FLAG
           End-If
           .

      ****************************************************************
      *                                                              *
      * Build-Airport-Master-Record                                  *
             Move airport-weather-cond   to AIRHIST-WEATHER-COND
             Move airport-temp           to AIRHIST-TEMP
             Move airport-wind           to AIRHIST-WIND
             Move airport-status-reason  to AIRHIST-STATUS-REASON
             Move "N" to AIRHIST-DELAY-FLAG
             If airport-delay-true
               Move "Y" to AIRHIST-DELAY-FLAG
           End-If
           .

      ****************************************************************
      *                                                              *
      * Write-Region-Summary                                         *
      *                                                              *
      *   Function:  Append one AIRRSUM record per region in the     *
      *    regional rollup, so the AIRDIST step can hand each ops    *
      *    desk its own region's run-summary lines.                  *
      *                                                              *
      ****************************************************************
       Write-Region-Summary.

           Open Extend AIRRSUM-FILE

           If AIRRSUM-OK
             Move 1 to Region-Tot-Idx
             Perform Write-One-Region-Summary
               Until Region-Tot-Idx greater than Region-Tot-Count
             Close AIRRSUM-FILE
           else
             Display "** WARNING: Unable to open AIRRSUM, status: "
                      AIRRSUM-STATUS
             Display "**          Regional run summary not written - "
                      "the desks get no run-summary lines"
           End-If
           .

       Write-One-Region-Summary.

           Move Run-Stamp-Date              to AIRRSUM-RUN-DATE
           Move Run-Stamp-Time              to AIRRSUM-RUN-TIME
           Move Partition-Num               to AIRRSUM-PART-NUM
           Move Partition-Count             to AIRRSUM-PART-CNT
           Move Rgn-Name(Region-Tot-Idx)    to AIRRSUM-REGION
           Move Rgn-Success(Region-Tot-Idx) to AIRRSUM-SUCCEEDED
           Move Rgn-Fail(Region-Tot-Idx)    to AIRRSUM-FAILED
           Move Rgn-Delayed(Region-Tot-Idx) to AIRRSUM-DELAYED
           Move Spaces                      to AIRRSUM-FILLER

           Write AIRRSUM-RECORD

           If NOT AIRRSUM-OK
             Display "** WARNING: Write to AIRRSUM failed, status: "
                      AIRRSUM-STATUS
           End-If

           Add 1 to Region-Tot-Idx
           .

      ****************************************************************
      *                                                              *
      * Close-Airport-History-File                                   *
           Set resp-body-data-ptr to address of resp-body-data

           *> The body came FROM the archive - nothing to capture
           *> and no request to time
           Set raw-body-ptr to Null
           Set body-bytes-ptr to Null

           *> The archive only ever holds bodies the header exit had
           *> already identified as JSON
         05 hdr-flags-ptr        Pointer.
         05 resp-body-data-ptr   Pointer.
         05 raw-body-ptr         Pointer.
         05 body-bytes-ptr       Pointer.

       01 hdr-flags.
         05 json-response-flag    Pic 9.

       01 raw-body-dsect Pic X(3000).

      * Main program's running count of response body bytes
       01 body-bytes-count Pic 9(9) Binary.

       01 resp-body-data.
         05 resp-body-data-eye Pic X(8).
         05 airport-info.
             Move raw-copy-len to raw-body-len
           End-If

           *> Count the body bytes for the response-time log - the
           *> full length the server sent, not just what fitted in
           *> the capture area
           If body-bytes-ptr not equal Null
             Set address of body-bytes-count to body-bytes-ptr
             Add resp-body-len to body-bytes-count
           End-If

           *> Did the response come back in JSON format?
           If json-response-true then
             Display "**  Response body is in JSON format"
