       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRREADY.
      * START OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * *  *
      *                                                                *
      *  MODULE NAME=AIRREADY                                          *
      *                                                                *
      *  DESCRIPTIVE NAME=Nightly retrieval pre-flight readiness check *
      *                                                                *
      *  FUNCTION                                                      *
      *                                                                *
      *  When the nightly HWTHXCB1 run fails it is usually set-up, not *
      *  the vendor. This step runs ahead of the retrieval and checks  *
      *  every input the run depends on, so the scheduler can hold     *
      *  the nightly job on a return code instead of letting it fail   *
      *  at 2 a.m.:                                                    *
      *                                                                *
      *    HTTPCFG  - the card opens (status 39 = built to an older,   *
      *               shorter layout), numeric fields are numeric,     *
      *               the primary, alert and cross-check hosts carry   *
      *               an http:// or https:// scheme and a port in      *
      *               1-65535 that suits it, an https primary host     *
      *               has a TLS keyring, the send/receive timeouts     *
      *               are sane and one airport's worst case (every     *
      *               attempt timing out, plus the retry waits) fits   *
      *               inside the elapsed-time budget;                  *
      *    RUNLOCK  - no record is still marked in use, reported with  *
      *               the holding run stamp and its age;               *
      *    CHKPTDS  - no checkpoint is left over from an interrupted   *
      *               run, reported with its airport and run stamp;    *
      *    AIRRGN   - every card names an airport on AIRMSTR, with no  *
      *               duplicates or missing region names;              *
      *    AIRMSTR  - the master opens and holds airports;             *
      *    APIQUOTA - the quota ledger opens (or is defined, empty);   *
      *    MQ       - when HTTPCFG names a queue, it can be opened;    *
      *    PARTSUM  - for a partitioned nightly, the PARTSUM DD        *
      *               concatenates exactly as many datasets as there   *
      *               are partitions, and they are empty.              *
      *                                                                *
      *  Return codes:                                                 *
      *    0  - ready                                                  *
      *    4  - warnings only; the nightly can run                     *
      *    8  - errors; hold the nightly job                           *
      *                                                                *
      * //PREFLT EXEC PGM=AIRREADY,PARM='4'                            *
      * //STEPLIB  DD DSN=&LOAD,DISP=SHR                               *
      * //         DD DSN=&MQPRFX..SCSQANLE,DISP=SHR                   *
      * //         DD DSN=&MQPRFX..SCSQAUTH,DISP=SHR                   *
      * //SYSOUT   DD SYSOUT=*                                         *
      * //HTTPCFG  DD DSN=&SRC..HTTPCFG,DISP=SHR                       *
      * //RUNLOCK  DD DSN=&SRC..RUNLOCK,DISP=SHR                       *
      * //CHKPTDS  DD DSN=&SRC..CHKPTDS,DISP=SHR                       *
      * //AIRMSTR  DD DSN=&SRC..AIRMSTR,DISP=SHR                       *
      * //AIRRGN   DD DSN=&SRC..AIRRGN,DISP=SHR                        *
      * //APIQUOTA DD DSN=&SRC..APIQUOTA,DISP=SHR                      *
      * //PARTSUM  DD DSN=&SRC..PARTSUM.P1,DISP=SHR                    *
      * //         DD DSN=&SRC..PARTSUM.P2,DISP=SHR                    *
      * //         DD DSN=&SRC..PARTSUM.P3,DISP=SHR                    *
      * //         DD DSN=&SRC..PARTSUM.P4,DISP=SHR                    *
      *                                                                *
      *  where PARM is the number of partitions the nightly run is     *
      *  split into - omit it (or code 0) for an unpartitioned run,    *
      *  which skips the PARTSUM check and needs no PARTSUM DD. Give   *
      *  the PARTSUM DD the same concatenation the AIRCONS step        *
      *  reads. For a partitioned run, concatenate every partition's   *
      *  RUNLOCK and CHKPTDS on those DDs too - every record is        *
      *  checked. Code the nightly job's retrieval steps               *
      *  COND=(8,LE,PREFLT) so they are held on an error.              *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * HWTHXCB1 control card
           SELECT HTTPCFG-FILE ASSIGN TO HTTPCFG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HTTPCFG-STATUS.

      * Run serialization lock(s)
           SELECT RUNLOCK-FILE ASSIGN TO RUNLOCK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLOCK-STATUS.

      * Restart checkpoint(s)
           SELECT CHKPT-FILE ASSIGN TO CHKPTDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKPT-STATUS.

      * Airport master, read end to end for the AIRRGN cross-check
           SELECT AIRMSTR-FILE ASSIGN TO AIRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIRMSTR-IATA
               FILE STATUS IS AIRMSTR-STATUS.

      * Region-assignment control cards
           SELECT AIRRGN-FILE ASSIGN TO AIRRGN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRRGN-STATUS.

      * API quota ledger - only opened, never read
           SELECT APIQUOTA-FILE ASSIGN TO APIQUOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APIQUOTA-KEY
               FILE STATUS IS APIQUOTA-STATUS.

      * Partition summaries the AIRCONS step will read after tonight's
      * partitions finish - concatenated, and empty before the run
           SELECT PARTSUM-FILE ASSIGN TO PARTSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARTSUM-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  HTTPCFG-FILE
           RECORDING MODE IS F.

           COPY HTTPCFG.

       FD  RUNLOCK-FILE
           RECORDING MODE IS F.

      * Same layout as HWTHXCB1's RUNLOCK-RECORD
       01  RUNLOCK-RECORD.
           05 RUNLOCK-IN-USE       Pic X(01).
           05 RUNLOCK-STAMP        Pic X(14).
           05 RUNLOCK-FILLER       Pic X(65).

       FD  CHKPT-FILE
           RECORDING MODE IS F.

      * Same layout as HWTHXCB1's CHKPT-RECORD
       01  CHKPT-RECORD.
           05 CHKPT-IATA           Pic X(04).
           05 CHKPT-RUN-STAMP.
               10 CHKPT-RUN-DATE   Pic X(08).
               10 CHKPT-RUN-TIME   Pic X(06).
           05 CHKPT-FILLER         Pic X(62).

       FD  AIRMSTR-FILE
           RECORDING MODE IS F.

           COPY AIRMSTR.

       FD  AIRRGN-FILE
           RECORDING MODE IS F.

       01  AIRRGN-RECORD           Pic X(80).

       FD  APIQUOTA-FILE
           RECORDING MODE IS F.

           COPY APIQUOTA.

       FD  PARTSUM-FILE
           RECORDING MODE IS F.

           COPY PARTSUM.

       WORKING-STORAGE SECTION.

      * FILE STATUS and end-of-file bookkeeping
       01 HTTPCFG-STATUS    Pic X(02) Value "00".
         88 HTTPCFG-OK           Value "00".
         88 HTTPCFG-NO-DD        Value "35".
         88 HTTPCFG-WRONG-LRECL  Value "39".
       01 RUNLOCK-STATUS    Pic X(02) Value "00".
         88 RUNLOCK-OK           Value "00".
       01 RUNLOCK-EOF-FLAG  Pic 9 Value 0.
         88 RUNLOCK-EOF     Value 1.
       01 CHKPT-STATUS      Pic X(02) Value "00".
         88 CHKPT-OK             Value "00".
       01 CHKPT-EOF-FLAG    Pic 9 Value 0.
         88 CHKPT-EOF       Value 1.
       01 AIRMSTR-STATUS    Pic X(02) Value "00".
         88 AIRMSTR-OK           Value "00".
       01 AIRMSTR-EOF-FLAG  Pic 9 Value 0.
         88 AIRMSTR-EOF     Value 1.
       01 AIRRGN-STATUS     Pic X(02) Value "00".
         88 AIRRGN-OK            Value "00".
       01 AIRRGN-EOF-FLAG   Pic 9 Value 0.
         88 AIRRGN-EOF      Value 1.
       01 APIQUOTA-STATUS   Pic X(02) Value "00".
         88 APIQUOTA-OK          Value "00".
         88 APIQUOTA-NOT-LOADED  Value "35".
       01 PARTSUM-STATUS    Pic X(02) Value "00".
         88 PARTSUM-OK           Value "00".
       01 PARTSUM-EOF-FLAG  Pic 9 Value 0.
         88 PARTSUM-EOF     Value 1.
       01 Numval-Test-Result Pic S9(4) Value 0.

      * Findings - every check reports OK, WARN or ERROR; the worst
      * decides the return code
       01 Error-Count       Pic 9(4) Value 0.
       01 Warning-Count     Pic 9(4) Value 0.

      * The settings HWTHXCB1 will run with - its built-in defaults,
      * overridden from HTTPCFG exactly the way it applies the card
       01 Cfg-Host          Pic X(60)
             Value "https://www.airport-data.com".
       01 Cfg-Port          Pic 9(05) Value 443.
       01 Cfg-Keyring       Pic X(60) Value Spaces.
       01 Cfg-Retry-Max     Pic 9(02) Value 2.
       01 Cfg-Retry-Wait    Pic 9(03) Value 10.
       01 Cfg-Snd-Timeout   Pic 9(03) Value 30.
       01 Cfg-Rcv-Timeout   Pic 9(03) Value 60.
       01 Cfg-Budget-Mins   Pic 9(04) Value 0.
       01 Cfg-Daily-Limit   Pic 9(06) Value 0.
       01 Cfg-Mq-Qmgr       Pic X(48) Value Spaces.
       01 Cfg-Mq-Queue      Pic X(48) Value Spaces.
       01 Worst-Case-Secs   Pic 9(07) Value 0.
       01 Budget-Secs       Pic 9(07) Value 0.

      * One numeric card field under test - its name, its bytes as
      * punched and how many of them there are
       01 Chk-Field-Name    Pic X(12) Value Spaces.
       01 Chk-Field-Text    Pic X(06) Value Spaces.
       01 Chk-Field-Len     Pic 9(02) Value 0.

      * One host/port pair under test, and the scheme it names
       01 Chk-Label         Pic X(06) Value Spaces.
       01 Chk-Host          Pic X(60) Value Spaces.
       01 Chk-Port          Pic 9(05) Value 0.
       01 Chk-Scheme-Flag   Pic 9 Value 0.
         88 Chk-No-Scheme   Value 0.
         88 Chk-Http        Value 1.
         88 Chk-Https       Value 2.

      * Age of a run stamp found on RUNLOCK or CHKPTDS, in hours
       01 Age-Stamp.
         05 Age-Stamp-Date  Pic X(08) Value Spaces.
         05 Age-Stamp-Time  Pic X(06) Value Spaces.
       01 Age-Stamp-Date-Num Redefines Age-Stamp.
         05 Age-Date-Num    Pic 9(08).
         05 Age-Time-Num.
           10 Age-Hh        Pic 9(02).
           10 Age-Mm        Pic 9(02).
           10 Age-Ss        Pic 9(02).
       01 Age-Valid-Flag    Pic 9 Value 0.
         88 Age-Valid       Value 1.
       01 Age-Hours         Pic 9(07) Value 0.
       01 Age-Mins          Pic S9(09) Value 0.
       01 Now-Date          Pic 9(08) Value 0.
       01 Now-Hh            Pic 9(02) Value 0.
       01 Now-Mm            Pic 9(02) Value 0.
       01 Lock-Count        Pic 9(04) Value 0.
       01 Chkpt-Count       Pic 9(04) Value 0.

      * AIRRGN cards, parsed the way HWTHXCB1 parses them, each
      * marked when an AIRMSTR airport answers to its code
       01 Rgn-Card-Code     Pic X(20) Value Spaces.
       01 Rgn-Card-Region   Pic X(20) Value Spaces.
       01 Rgn-Max           Pic 9(4) Value 500.
       01 Rgn-Count         Pic 9(4) Value 0.
       01 Rgn-Idx           Pic 9(4) Value 0.
       01 Rgn-Match-Idx     Pic 9(4) Value 0.
       01 Rgn-Table.
         05 Rgn-Entry Occurs 500 times.
           10 Rgn-Code      Pic X(06).
           10 Rgn-Name      Pic X(10).
           10 Rgn-Found     Pic 9(01).
             88 Rgn-On-Master Value 1.
       01 Rgn-Card-Total    Pic 9(4) Value 0.
       01 Rgn-Unmatched     Pic 9(4) Value 0.

      * AIRMSTR airports seen, and those no AIRRGN card maps
       01 Master-Count      Pic 9(6) Value 0.
       01 Unassigned-Count  Pic 9(6) Value 0.
       01 Master-Mapped-Flag Pic 9 Value 0.
         88 Master-Mapped   Value 1.

      * Partition check - the partition count from the PARM, the
      * datasets concatenated on the PARTSUM DD, and any records
      * already on them
       01 Expected-Partitions Pic 9(02) Value 0.
       01 Partition-Slot-Max  Pic 9(02) Value 32.
       01 Partsum-Ds-Count    Pic 9(03) Value 0.
       01 Partsum-Rec-Count   Pic 9(06) Value 0.
       01 Partsum-First-Stamp Pic X(14) Value Spaces.
       01 Partsum-Scan-Flag   Pic 9 Value 0.
         88 Partsum-Scan-Done Value 1.
       01 In-Partsum-Flag     Pic 9 Value 0.
         88 In-Partsum-Concat Value 1.
       01 Tiot-Entry-Ptr      Usage Pointer.
       01 Tioe-Len-Work.
         05 Tioe-Len-Bin      Pic 9(4) Binary Value 0.
       01 Tioe-Len-Bytes Redefines Tioe-Len-Work.
         05 Filler            Pic X(01).
         05 Tioe-Len-Byte     Pic X(01).

      * MQ open test - handles, options and completion/reason codes
       01 Mq-Hconn            Pic S9(9) Binary Value 0.
       01 Mq-Hobj             Pic S9(9) Binary Value 0.
       01 Mq-Open-Options     Pic S9(9) Binary Value 0.
       01 Mq-Close-Options    Pic S9(9) Binary Value 0.
       01 Mq-Compcode         Pic S9(9) Binary Value 0.
       01 Mq-Reason           Pic S9(9) Binary Value 0.
       01 Mq-Reason-Code      Pic 9(04) Value 0.
       01 MQ-CONSTANTS.
           COPY CMQV.
       01 MQ-OBJECT-DESCRIPTOR.
           COPY CMQODV.

      * Edited fields for the printed report lines
       01 Print-Count       Pic Z(5)9.
       01 Print-Hours       Pic Z(6)9.
       01 Print-Port        Pic Z(4)9.
       01 Print-Secs        Pic Z(6)9.

       LINKAGE SECTION.

      * User-supplied parameter: partitions in the nightly run
       01 jcl-parm.
         05 parm-len    Pic S9(3) binary.
         05 parm-string.
           10 parm-char Pic X occurs 0 to 160 times
                      depending on parm-len.

      * z/OS control blocks walked to count the datasets on the
      * PARTSUM DD: the PSA at location zero points to the current
      * TCB, the TCB to the TIOT, and after the 24-byte TIOT header
      * come the DD entries, each starting with its own length -
      * a concatenated dataset is an entry with a blank DD name,
      * and a zero length ends the table
       01 Psa-Block.
         05 Filler          Pic X(540).
         05 Psa-Tcb-Ptr     Usage Pointer.
       01 Tcb-Block.
         05 Filler          Pic X(12).
         05 Tcb-Tiot-Ptr    Usage Pointer.
       01 Tiot-Block.
         05 Tiot-Job-Name   Pic X(08).
         05 Tiot-Step-Name  Pic X(08).
         05 Tiot-Proc-Step  Pic X(08).
       01 Tiot-Entry.
         05 Tioe-Length     Pic X(01).
         05 Tioe-Status     Pic X(01).
         05 Tioe-Wtct       Pic X(01).
         05 Tioe-Link       Pic X(01).
         05 Tioe-Ddname     Pic X(08).

       PROCEDURE DIVISION using jcl-parm.
       Begin.

           Display "***********************************************".
           Display "** Nightly Pre-flight Check (AIRREADY)       **".
           Display "***********************************************".

           Perform Apply-Partition-Parm

           Move Function Current-Date(1:8)  to Now-Date
           Move Function Current-Date(9:2)  to Now-Hh
           Move Function Current-Date(11:2) to Now-Mm

           Perform Check-Http-Config
           Perform Check-Run-Lock
           Perform Check-Restart-Checkpoint
           Perform Check-Region-Cards
           Perform Check-Quota-Ledger

           If Cfg-Mq-Queue not equal Spaces
             Perform Check-Mq-Queue
           End-If

           If Expected-Partitions greater than ZERO
             Perform Check-Partition-Summaries
           End-If

           Perform Print-Readiness-Verdict

           Display "***********************************************".
           STOP RUN.

      ****************************************************************
      *                                                              *
      * Apply-Partition-Parm                                         *
      *                                                              *
      *   Function:  Take the nightly run's partition count from the *
      *    PARM when one is supplied; anything unusable is reported  *
      *    as an error, since the PARTSUM check cannot then be made. *
      *                                                              *
      ****************************************************************
       Apply-Partition-Parm.

           If parm-len greater than ZERO
             Compute Numval-Test-Result =
               Function Test-Numval(parm-string(1:parm-len))
             If Numval-Test-Result = 0
               If Function Numval(parm-string(1:parm-len))
                  less than 100
                 Compute Expected-Partitions =
                   Function Numval(parm-string(1:parm-len))
               else
                 Perform Reject-Partition-Parm
               End-If
             else
               Perform Reject-Partition-Parm
             End-If
           End-If

           If Expected-Partitions greater than ZERO
             Display "Checking for a nightly run in "
                      Expected-Partitions " partitions"
           else
             Display "Checking for an unpartitioned nightly run"
           End-If
           .

      ****************************************************************
      *                                                              *
      * Reject-Partition-Parm                                        *
      *                                                              *
      *   Function:  Report a PARM that is not a partition count     *
      *    of 0-99 as an error; the PARTSUM check is then skipped.   *
      *                                                              *
      ****************************************************************
       Reject-Partition-Parm.

           Add 1 to Error-Count
           Display "  ERROR  PARM '" parm-string(1:parm-len)
                    "' is not a partition count (0-99) - the "
                    "PARTSUM check is skipped"
           .

      ****************************************************************
      *                                                              *
      * Check-Http-Config                                            *
      *                                                              *
      *   Function:  Open and validate the HTTPCFG control card.     *
      *    No card at all is fine - HWTHXCB1 runs on its built-in    *
      *    defaults, which are checked the same way.                 *
      *                                                              *
      ****************************************************************
       Check-Http-Config.

           Display " "
           Display "HTTPCFG control card:"

           Open Input HTTPCFG-FILE

           Evaluate true
             When HTTPCFG-OK
               Read HTTPCFG-FILE
                 At End
                   Display "  OK     HTTPCFG is empty - built-in "
                            "defaults apply"
                 Not At End
                   Perform Check-Http-Config-Fields
               End-Read
               Close HTTPCFG-FILE
             When HTTPCFG-NO-DD
               Display "  OK     No HTTPCFG supplied - built-in "
                        "defaults apply"
             When HTTPCFG-WRONG-LRECL
               Add 1 to Error-Count
               Display "  ERROR  HTTPCFG open status 39 - the "
                        "dataset is not RECFM=FB,LRECL=620; re-create "
                        "it to the current layout"
             When other
               Add 1 to Error-Count
               Display "  ERROR  HTTPCFG cannot be opened, status "
                        HTTPCFG-STATUS
           End-Evaluate

           *> The primary target is checked whether it came from the
           *> card or the built-in default
           Move "HOST"   to Chk-Label
           Move Cfg-Host to Chk-Host
           Move Cfg-Port to Chk-Port
           Perform Check-Target-Host

           If Chk-Https
             If Cfg-Keyring equal Spaces
               Add 1 to Error-Count
               Display "  ERROR  HOST is https but HTTPCFG-KEYRING "
                        "is blank - the TLS handshake has no keyring "
                        "to verify the server certificate against"
             else
               Display "  OK     TLS keyring "
                        Function Trim(Cfg-Keyring)
             End-If
           End-If

           Perform Check-Timeout-Settings
           .

       Check-Http-Config-Fields.

           *> Every numeric field must be numeric or blank - anything
           *> else HWTHXCB1 silently ignores in favour of its default
           Move "PORT"          to Chk-Field-Name
           Move HTTPCFG-PORT(1:) to Chk-Field-Text
           Move 5 to Chk-Field-Len
           Perform Check-Numeric-Field
           Move "RETRY-MAX"     to Chk-Field-Name
           Move HTTPCFG-RETRY-MAX(1:) to Chk-Field-Text
           Move 2 to Chk-Field-Len
           Perform Check-Numeric-Field
           Move "RETRY-WAIT"    to Chk-Field-Name
           Move HTTPCFG-RETRY-WAIT(1:) to Chk-Field-Text
           Move 3 to Chk-Field-Len
           Perform Check-Numeric-Field
           Move "SND-TIMEOUT"   to Chk-Field-Name
           Move HTTPCFG-SND-TIMEOUT(1:) to Chk-Field-Text
           Move 3 to Chk-Field-Len
           Perform Check-Numeric-Field
           Move "RCV-TIMEOUT"   to Chk-Field-Name
           Move HTTPCFG-RCV-TIMEOUT(1:) to Chk-Field-Text
           Move 3 to Chk-Field-Len
           Perform Check-Numeric-Field
           Move "MAX-ELAPSED"   to Chk-Field-Name
           Move HTTPCFG-MAX-ELAPSED(1:) to Chk-Field-Text
           Move 4 to Chk-Field-Len
           Perform Check-Numeric-Field
           Move "ALERT-PORT"    to Chk-Field-Name
           Move HTTPCFG-ALERT-PORT(1:) to Chk-Field-Text
           Move 5 to Chk-Field-Len
           Perform Check-Numeric-Field
           Move "DELTA-THRESH"  to Chk-Field-Name
           Move HTTPCFG-DELTA-THRESH(1:) to Chk-Field-Text
           Move 3 to Chk-Field-Len
           Perform Check-Numeric-Field
           Move "TIER2-DAYS"    to Chk-Field-Name
           Move HTTPCFG-TIER2-DAYS(1:) to Chk-Field-Text
           Move 2 to Chk-Field-Len
           Perform Check-Numeric-Field
           Move "XCHK-PORT"     to Chk-Field-Name
           Move HTTPCFG-XCHK-PORT(1:) to Chk-Field-Text
           Move 5 to Chk-Field-Len
           Perform Check-Numeric-Field
           Move "DAILY-LIMIT"   to Chk-Field-Name
           Move HTTPCFG-DAILY-LIMIT(1:) to Chk-Field-Text
           Move 6 to Chk-Field-Len
           Perform Check-Numeric-Field

           *> Apply the card over the defaults exactly as HWTHXCB1
           *> does, so the checks below see what the run will use
           If HTTPCFG-HOST not equal Spaces
             Move HTTPCFG-HOST to Cfg-Host
           End-If
           If HTTPCFG-PORT numeric and HTTPCFG-PORT greater than ZERO
             Move HTTPCFG-PORT to Cfg-Port
           End-If
           If HTTPCFG-KEYRING not equal Spaces
             Move HTTPCFG-KEYRING to Cfg-Keyring
           End-If
           If HTTPCFG-RETRY-MAX numeric
             Move HTTPCFG-RETRY-MAX to Cfg-Retry-Max
           End-If
           If HTTPCFG-RETRY-WAIT numeric
             Move HTTPCFG-RETRY-WAIT to Cfg-Retry-Wait
           End-If
           If HTTPCFG-SND-TIMEOUT numeric and
              HTTPCFG-SND-TIMEOUT greater than ZERO
             Move HTTPCFG-SND-TIMEOUT to Cfg-Snd-Timeout
           End-If
           If HTTPCFG-RCV-TIMEOUT numeric and
              HTTPCFG-RCV-TIMEOUT greater than ZERO
             Move HTTPCFG-RCV-TIMEOUT to Cfg-Rcv-Timeout
           End-If
           If HTTPCFG-MAX-ELAPSED numeric
             Move HTTPCFG-MAX-ELAPSED to Cfg-Budget-Mins
           End-If
           If HTTPCFG-DAILY-LIMIT numeric
             Move HTTPCFG-DAILY-LIMIT to Cfg-Daily-Limit
           End-If
           If HTTPCFG-MQ-QUEUE not equal Spaces
             Move HTTPCFG-MQ-QMGR  to Cfg-Mq-Qmgr
             Move HTTPCFG-MQ-QUEUE to Cfg-Mq-Queue
           End-If

           If HTTPCFG-OUT-FORMAT not equal Spaces
             If Function Upper-Case(HTTPCFG-OUT-FORMAT) = "CSV"
               or Function Upper-Case(HTTPCFG-OUT-FORMAT) = "FIX"
               Continue
             else
               Add 1 to Warning-Count
               Display "  WARN   OUT-FORMAT '" HTTPCFG-OUT-FORMAT
                        "' is neither FIX nor CSV - the run will "
                        "write FIX"
             End-If
           End-If

           *> The alert webhook and the cross-check source are
           *> optional; when named they get the same host/port test
           If HTTPCFG-ALERT-HOST not equal Spaces
             Move "ALERT" to Chk-Label
             Move HTTPCFG-ALERT-HOST to Chk-Host
             Move 0 to Chk-Port
             If HTTPCFG-ALERT-PORT numeric
               Move HTTPCFG-ALERT-PORT to Chk-Port
             End-If
             Perform Check-Target-Host
             If HTTPCFG-ALERT-URI equal Spaces
               Add 1 to Warning-Count
               Display "  WARN   ALERT host is set but ALERT-URI is "
                        "blank - alerts will post to /"
             End-If
           End-If

           If HTTPCFG-XCHK-HOST not equal Spaces
             Move "XCHK" to Chk-Label
             Move HTTPCFG-XCHK-HOST to Chk-Host
             Move 0 to Chk-Port
             If HTTPCFG-XCHK-PORT numeric
               Move HTTPCFG-XCHK-PORT to Chk-Port
             End-If
             Perform Check-Target-Host
           End-If
           .

      ****************************************************************
      *                                                              *
      * Check-Numeric-Field                                          *
      *                                                              *
      *   Function:  A numeric HTTPCFG field must be all digits or   *
      *    all blank. A field punched any other way - left-          *
      *    justified, with a stray letter - is ignored by HWTHXCB1,  *
      *    which quietly runs on the default instead of what the     *
      *    card says.                                                *
      *                                                              *
      ****************************************************************
       Check-Numeric-Field.

           If Chk-Field-Text(1:Chk-Field-Len) not equal Spaces
             and Chk-Field-Text(1:Chk-Field-Len) not numeric
             Add 1 to Error-Count
             Display "  ERROR  " Function Trim(Chk-Field-Name) " '"
                      Chk-Field-Text(1:Chk-Field-Len)
                      "' is not numeric - the run would ignore it "
                      "and use the default"
           End-If
           .

      ****************************************************************
      *                                                              *
      * Check-Target-Host                                            *
      *                                                              *
      *   Function:  The host named in Chk-Host must carry an        *
      *    http:// or https:// scheme, and the port in Chk-Port      *
      *    (zero = the scheme's default) must lie in 1-65535 and     *
      *    should suit the scheme.                                   *
      *                                                              *
      ****************************************************************
       Check-Target-Host.

           Evaluate true
             When Function Upper-Case(Chk-Host(1:8)) = "HTTPS://"
               Set Chk-Https to true
             When Function Upper-Case(Chk-Host(1:7)) = "HTTP://"
               Set Chk-Http to true
             When other
               Set Chk-No-Scheme to true
           End-Evaluate

           Move Chk-Port to Print-Port

           If Chk-No-Scheme
             Add 1 to Error-Count
             Display "  ERROR  " Function Trim(Chk-Label) " '"
                      Function Trim(Chk-Host)
                      "' has no http:// or https:// scheme"
           else
             Display "  OK     " Function Trim(Chk-Label) " "
                      Function Trim(Chk-Host) " port " Print-Port
           End-If

           If Chk-Port greater than 65535
             Add 1 to Error-Count
             Display "  ERROR  " Function Trim(Chk-Label) " port "
                      Print-Port " is outside 1-65535"
           End-If

           If Chk-Https and Chk-Port equal 80
             Add 1 to Warning-Count
             Display "  WARN   " Function Trim(Chk-Label)
                      " is https on port 80 - the plain-http port"
           End-If
           If Chk-Http and Chk-Port equal 443
             Add 1 to Warning-Count
             Display "  WARN   " Function Trim(Chk-Label)
                      " is http on port 443 - the TLS port"
           End-If
           .

      ****************************************************************
      *                                                              *
      * Check-Timeout-Settings                                       *
      *                                                              *
      *   Function:  Send and receive timeouts outside 5 seconds to  *
      *    5 minutes are almost always a typo. With an elapsed-time  *
      *    budget set, one airport's worst case - every attempt      *
      *    timing out on send and receive, plus the waits between    *
      *    them - must fit inside it, or a single dead endpoint      *
      *    ends the run out of time on its first airport.            *
      *                                                              *
      ****************************************************************
       Check-Timeout-Settings.

           Display "  OK     Timeouts send " Cfg-Snd-Timeout
                    "s, receive " Cfg-Rcv-Timeout "s, "
                    Cfg-Retry-Max " retries " Cfg-Retry-Wait
                    "s apart"

           If Cfg-Snd-Timeout less than 5
             or Cfg-Snd-Timeout greater than 300
             Add 1 to Warning-Count
             Display "  WARN   SND-TIMEOUT " Cfg-Snd-Timeout
                      "s is outside 5-300 seconds"
           End-If
           If Cfg-Rcv-Timeout less than 5
             or Cfg-Rcv-Timeout greater than 300
             Add 1 to Warning-Count
             Display "  WARN   RCV-TIMEOUT " Cfg-Rcv-Timeout
                      "s is outside 5-300 seconds"
           End-If
           If Cfg-Retry-Wait greater than 300
             Add 1 to Warning-Count
             Display "  WARN   RETRY-WAIT " Cfg-Retry-Wait
                      "s is over 5 minutes between attempts"
           End-If

           Compute Worst-Case-Secs =
             (Cfg-Snd-Timeout + Cfg-Rcv-Timeout) *
             (Cfg-Retry-Max + 1) + Cfg-Retry-Wait * Cfg-Retry-Max

           If Cfg-Budget-Mins greater than ZERO
             Compute Budget-Secs = Cfg-Budget-Mins * 60
             Move Worst-Case-Secs to Print-Secs
             If Worst-Case-Secs not less than Budget-Secs
               Add 1 to Error-Count
               Display "  ERROR  One airport can take " Print-Secs
                        "s when its endpoint is dead - the whole "
                        Cfg-Budget-Mins "-minute MAX-ELAPSED budget"
             else
               Display "  OK     Worst case per airport "
                        Print-Secs "s within the "
                        Cfg-Budget-Mins "-minute budget"
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Check-Run-Lock                                               *
      *                                                              *
      *   Function:  Every RUNLOCK record still marked in use is an  *
      *    error - either a run is still going or one abended and    *
      *    never released it, and either way tonight's run would     *
      *    end at once with AIRX005E. The holding run stamp and how  *
      *    long ago it started are reported so the operator knows    *
      *    which.                                                    *
      *                                                              *
      ****************************************************************
       Check-Run-Lock.

           Display " "
           Display "RUNLOCK run serialization lock:"

           Open Input RUNLOCK-FILE

           If RUNLOCK-OK
             Perform Check-Next-Run-Lock
               Until RUNLOCK-EOF
             Close RUNLOCK-FILE
             If Lock-Count equal ZERO
               Add 1 to Warning-Count
               Display "  WARN   RUNLOCK holds no record - allocate "
                        "it with one free (N) record"
             End-If
           else
             Add 1 to Warning-Count
             Display "  WARN   RUNLOCK cannot be opened, status "
                      RUNLOCK-STATUS " - the run will not be "
                      "serialized"
           End-If
           .

       Check-Next-Run-Lock.

           Read RUNLOCK-FILE
             At End
               Set RUNLOCK-EOF to true
             Not At End
               Add 1 to Lock-Count
               If RUNLOCK-IN-USE equal "Y"
                 Add 1 to Error-Count
                 Move RUNLOCK-STAMP to Age-Stamp
                 Perform Compute-Stamp-Age
                 Display "  ERROR  RUNLOCK is in use by run "
                          Age-Stamp-Date " " Age-Stamp-Time
                 If Age-Valid
                   Move Age-Hours to Print-Hours
                   Display "         locked " Print-Hours
                            " hour(s) ago - if that run abended, "
                            "re-initialize the RUNLOCK record"
                 End-If
               else
                 Display "  OK     RUNLOCK is free"
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Check-Restart-Checkpoint                                     *
      *                                                              *
      *   Function:  A checkpoint left on CHKPTDS by an interrupted  *
      *    run makes tonight's run resume after that airport instead *
      *    of polling the whole list - an error until the operator   *
      *    either resubmits the interrupted run or clears CHKPTDS.   *
      *                                                              *
      ****************************************************************
       Check-Restart-Checkpoint.

           Display " "
           Display "CHKPTDS restart checkpoint:"

           Open Input CHKPT-FILE

           If CHKPT-OK
             Perform Check-Next-Checkpoint
               Until CHKPT-EOF
             Close CHKPT-FILE
             If Chkpt-Count equal ZERO
               Display "  OK     No checkpoint left over"
             End-If
           else
             Display "  OK     No checkpoint dataset (open status "
                      CHKPT-STATUS ") - a full run"
           End-If
           .

       Check-Next-Checkpoint.

           Read CHKPT-FILE
             At End
               Set CHKPT-EOF to true
             Not At End
               If CHKPT-IATA not equal Spaces
                 Add 1 to Chkpt-Count
                 Add 1 to Error-Count
                 If CHKPT-RUN-STAMP equal Spaces
                   or CHKPT-RUN-STAMP equal Low-Values
                   Display "  ERROR  Checkpoint left at airport "
                            CHKPT-IATA " (run stamp not recorded)"
                 else
                   Move CHKPT-RUN-STAMP to Age-Stamp
                   Perform Compute-Stamp-Age
                   Move Age-Hours to Print-Hours
                   Display "  ERROR  Checkpoint left at airport "
                            CHKPT-IATA " by run " CHKPT-RUN-DATE " "
                            CHKPT-RUN-TIME ", " Print-Hours
                            " hour(s) ago"
                 End-If
                 Display "         resubmit the interrupted run or "
                          "clear CHKPTDS before the nightly run"
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Compute-Stamp-Age                                            *
      *                                                              *
      *   Function:  Hours from the run stamp in Age-Stamp to now,   *
      *    to the minute; a stamp that is not a date and time        *
      *    leaves Age-Valid off.                                     *
      *                                                              *
      ****************************************************************
       Compute-Stamp-Age.

           Move 0 to Age-Valid-Flag
           Move 0 to Age-Hours

           If Age-Date-Num numeric and Age-Time-Num numeric
             and Function Test-Date-YYYYMMDD(Age-Date-Num) = 0
             Set Age-Valid to true
             Compute Age-Mins =
               (Function Integer-Of-Date(Now-Date) -
                Function Integer-Of-Date(Age-Date-Num)) * 1440
               + (Now-Hh * 60 + Now-Mm) - (Age-Hh * 60 + Age-Mm)
             If Age-Mins greater than ZERO
               Compute Age-Hours = Age-Mins / 60
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Check-Region-Cards                                           *
      *                                                              *
      *   Function:  Load the AIRRGN cards the way HWTHXCB1 does,    *
      *    read AIRMSTR end to end marking every card an airport     *
      *    answers to (by IATA or ICAO), and report each card that   *
      *    names no airport on file - a typo or an airport since     *
      *    purged, either way a region rollup short an airport.      *
      *                                                              *
      ****************************************************************
       Check-Region-Cards.

           Display " "
           Display "AIRRGN region cards and AIRMSTR:"

           Open Input AIRRGN-FILE

           If AIRRGN-OK
             Perform Load-Next-Region-Card
               Until AIRRGN-EOF
             Close AIRRGN-FILE
             Move Rgn-Count to Print-Count
             Display "  OK     " Print-Count " region card(s) loaded"
           else
             Display "  OK     No AIRRGN cards (open status "
                      AIRRGN-STATUS ") - every airport rolls up as "
                      "UNASSIGNED"
           End-If

           Open Input AIRMSTR-FILE

           If NOT AIRMSTR-OK
             Add 1 to Error-Count
             Display "  ERROR  AIRMSTR cannot be opened, status "
                      AIRMSTR-STATUS " - a *MASTER* or *SCHED* run "
                      "cannot build its airport list"
           else
             Move Low-Values to AIRMSTR-IATA
             Start AIRMSTR-FILE Key not less than AIRMSTR-IATA
               Invalid Key
                 Set AIRMSTR-EOF to true
             End-Start

             Perform Match-Next-Master-Airport
               Until AIRMSTR-EOF

             Close AIRMSTR-FILE

             Move Master-Count to Print-Count
             If Master-Count equal ZERO
               Add 1 to Error-Count
               Display "  ERROR  AIRMSTR holds no airports - a "
                        "*MASTER* or *SCHED* run has nothing to poll"
             else
               Display "  OK     " Print-Count " airport(s) on AIRMSTR"
             End-If

             If Rgn-Count greater than ZERO
               Move 1 to Rgn-Idx
               Perform Report-Unmatched-Region-Card
                 Until Rgn-Idx greater than Rgn-Count
               If Unassigned-Count greater than ZERO
                 Move Unassigned-Count to Print-Count
                 Display "  OK     " Print-Count " AIRMSTR airport(s) "
                          "have no AIRRGN card and roll up as "
                          "UNASSIGNED"
               End-If
             End-If
           End-If
           .

       Load-Next-Region-Card.

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

           Add 1 to Rgn-Card-Total
           Move Spaces to Rgn-Card-Code
           Move Spaces to Rgn-Card-Region
           Unstring Function Trim(AIRRGN-RECORD)
             Delimited by All Spaces
             Into Rgn-Card-Code Rgn-Card-Region

           If Rgn-Card-Region equal Spaces
             Add 1 to Warning-Count
             Display "  WARN   AIRRGN card for '"
                      Function Trim(Rgn-Card-Code)
                      "' names no region - the run ignores it"
           else
             *> A second card for the same code never takes effect -
             *> the run stops at the first
             Move 0 to Rgn-Match-Idx
             Move 1 to Rgn-Idx
             Perform Scan-For-Duplicate-Card
               Until Rgn-Idx greater than Rgn-Count
             If Rgn-Match-Idx greater than ZERO
               Add 1 to Warning-Count
               Display "  WARN   AIRRGN has a second card for '"
                        Function Trim(Rgn-Card-Code) "' ("
                        Function Trim(Rgn-Card-Region)
                        ") - only the first ("
                        Function Trim(Rgn-Name(Rgn-Match-Idx))
                        ") is used"
             else
               If Rgn-Count less than Rgn-Max
                 Add 1 to Rgn-Count
                 Move Function Upper-Case(Rgn-Card-Code(1:6))
                   to Rgn-Code(Rgn-Count)
                 Move Function Upper-Case(Rgn-Card-Region(1:10))
                   to Rgn-Name(Rgn-Count)
                 Move 0 to Rgn-Found(Rgn-Count)
               else
                 Add 1 to Warning-Count
                 Display "  WARN   AIRRGN holds more than " Rgn-Max
                          " cards - the run ignores the excess"
                 Set AIRRGN-EOF to true
               End-If
             End-If
           End-If
           .

       Scan-For-Duplicate-Card.

           If Rgn-Code(Rgn-Idx) equal
              Function Upper-Case(Rgn-Card-Code(1:6))
             Move Rgn-Idx to Rgn-Match-Idx
             Move Rgn-Count to Rgn-Idx
           End-If

           Add 1 to Rgn-Idx
           .

       Match-Next-Master-Airport.

           Read AIRMSTR-FILE Next
             At End
               Set AIRMSTR-EOF to true
             Not At End
               Add 1 to Master-Count
               Move 0 to Master-Mapped-Flag
               Move 1 to Rgn-Idx
               Perform Match-Master-To-Card
                 Until Rgn-Idx greater than Rgn-Count
               If NOT Master-Mapped
                 Add 1 to Unassigned-Count
               End-If
           End-Read
           .

       Match-Master-To-Card.

           If Rgn-Code(Rgn-Idx) equal AIRMSTR-IATA
             or (AIRMSTR-ICAO not equal Spaces
                 and Rgn-Code(Rgn-Idx) equal AIRMSTR-ICAO)
             Set Rgn-On-Master(Rgn-Idx) to true
             Set Master-Mapped to true
           End-If

           Add 1 to Rgn-Idx
           .

       Report-Unmatched-Region-Card.

           If NOT Rgn-On-Master(Rgn-Idx)
             Add 1 to Rgn-Unmatched
             Add 1 to Warning-Count
             Display "  WARN   AIRRGN card '" Rgn-Code(Rgn-Idx) "' ("
                      Function Trim(Rgn-Name(Rgn-Idx))
                      ") names no airport on AIRMSTR"
           End-If

           Add 1 to Rgn-Idx
           .

      ****************************************************************
      *                                                              *
      * Check-Quota-Ledger                                           *
      *                                                              *
      *   Function:  The APIQUOTA ledger must open; defined but      *
      *    never loaded is fine (the first run loads it). One that   *
      *    cannot be opened leaves the run uncounted - an error when *
      *    HTTPCFG sets a daily limit, since it cannot be enforced.  *
      *                                                              *
      ****************************************************************
       Check-Quota-Ledger.

           Display " "
           Display "APIQUOTA quota ledger:"

           Open Input APIQUOTA-FILE

           Evaluate true
             When APIQUOTA-OK
               Close APIQUOTA-FILE
               Display "  OK     APIQUOTA opens"
             When APIQUOTA-NOT-LOADED
               Display "  OK     APIQUOTA is defined but empty - the "
                        "first run loads it"
             When Cfg-Daily-Limit greater than ZERO
               Add 1 to Error-Count
               Display "  ERROR  APIQUOTA cannot be opened, status "
                        APIQUOTA-STATUS " - the daily limit of "
                        Cfg-Daily-Limit " cannot be enforced"
             When other
               Add 1 to Warning-Count
               Display "  WARN   APIQUOTA cannot be opened, status "
                        APIQUOTA-STATUS " - the run's usage will go "
                        "unrecorded"
           End-Evaluate
           .

      ****************************************************************
      *                                                              *
      * Check-Mq-Queue                                               *
      *                                                              *
      *   Function:  Connect to the queue manager HTTPCFG names and  *
      *    open the publication queue for output, then let both go.  *
      *    A failure is a warning - the run still polls, and the     *
      *    changes it cannot publish go to AIRMQRS for the redrive.  *
      *                                                              *
      ****************************************************************
       Check-Mq-Queue.

           Display " "
           Display "MQ change publication queue:"

           Call "MQCONN" using Cfg-Mq-Qmgr
                               Mq-Hconn
                               Mq-Compcode
                               Mq-Reason

           If Mq-Compcode equal MQCC-FAILED
             Move Mq-Reason to Mq-Reason-Code
             Add 1 to Warning-Count
             Display "  WARN   MQCONN failed, reason " Mq-Reason-Code
                      " - changes will go to AIRMQRS"
           else
             Move MQOT-Q       to MQOD-OBJECTTYPE
             Move Cfg-Mq-Queue to MQOD-OBJECTNAME
             Compute Mq-Open-Options =
               MQOO-OUTPUT + MQOO-FAIL-IF-QUIESCING

             Call "MQOPEN" using Mq-Hconn
                                 MQ-OBJECT-DESCRIPTOR
                                 Mq-Open-Options
                                 Mq-Hobj
                                 Mq-Compcode
                                 Mq-Reason

             If Mq-Compcode equal MQCC-FAILED
               Move Mq-Reason to Mq-Reason-Code
               Add 1 to Warning-Count
               Display "  WARN   MQOPEN of "
                        Function Trim(Cfg-Mq-Queue)
                        " failed, reason " Mq-Reason-Code
                        " - changes will go to AIRMQRS"
             else
               Display "  OK     Queue " Function Trim(Cfg-Mq-Queue)
                        " opens for output"
               Move MQCO-NONE to Mq-Close-Options
               Call "MQCLOSE" using Mq-Hconn
                                    Mq-Hobj
                                    Mq-Close-Options
                                    Mq-Compcode
                                    Mq-Reason
             End-If

             Call "MQDISC" using Mq-Hconn
                                 Mq-Compcode
                                 Mq-Reason
           End-If
           .

      ****************************************************************
      *                                                              *
      * Check-Partition-Summaries                                    *
      *                                                              *
      *   Function:  The PARTSUM DD must concatenate one dataset per *
      *    partition - too few and AIRCONS reports partitions that   *
      *    never ran, too many and it reads a slot the run will not  *
      *    fill - and the datasets must be empty, or AIRCONS counts  *
      *    an earlier run's summaries in with tonight's.             *
      *                                                              *
      ****************************************************************
       Check-Partition-Summaries.

           Display " "
           Display "PARTSUM partition summaries:"

           If Expected-Partitions greater than Partition-Slot-Max
             Add 1 to Error-Count
             Display "  ERROR  " Expected-Partitions " partitions - "
                      "AIRCONS can consolidate no more than "
                      Partition-Slot-Max
           End-If

           Perform Count-Partsum-Datasets

           If Partsum-Ds-Count equal ZERO
             Add 1 to Error-Count
             Display "  ERROR  No PARTSUM DD - supply the same "
                      "concatenation the AIRCONS step reads"
           else
             If Partsum-Ds-Count not equal Expected-Partitions
               Add 1 to Error-Count
               Display "  ERROR  PARTSUM concatenates "
                        Partsum-Ds-Count " dataset(s) for "
                        Expected-Partitions " partitions"
             else
               Display "  OK     PARTSUM concatenates "
                        Partsum-Ds-Count " dataset(s), one per "
                        "partition"
             End-If

             Open Input PARTSUM-FILE

             If PARTSUM-OK
               Perform Check-Next-Partsum-Record
                 Until PARTSUM-EOF
               Close PARTSUM-FILE
               If Partsum-Rec-Count greater than ZERO
                 Add 1 to Error-Count
                 Move Partsum-Rec-Count to Print-Count
                 Display "  ERROR  " Print-Count " summary record(s) "
                          "already on PARTSUM, the first from run "
                          Partsum-First-Stamp(1:8) " "
                          Partsum-First-Stamp(9:6)
                 Display "         empty the PARTSUM datasets or "
                          "AIRCONS will count them with tonight's"
               else
                 Display "  OK     PARTSUM datasets are empty"
               End-If
             else
               Add 1 to Error-Count
               Display "  ERROR  PARTSUM cannot be opened, status "
                        PARTSUM-STATUS
             End-If
           End-If
           .

       Check-Next-Partsum-Record.

           Read PARTSUM-FILE
             At End
               Set PARTSUM-EOF to true
             Not At End
               Add 1 to Partsum-Rec-Count
               If Partsum-Rec-Count equal 1
                 Move PARTSUM-RUN-DATE to Partsum-First-Stamp(1:8)
                 Move PARTSUM-RUN-TIME to Partsum-First-Stamp(9:6)
               End-If
               If PARTSUM-PART-CNT not equal Expected-Partitions
                 Display "         partition " PARTSUM-PART-NUM
                          " of " PARTSUM-PART-CNT " - run "
                          PARTSUM-RUN-DATE " " PARTSUM-RUN-TIME
                          " was split differently"
               End-If
           End-Read
           .

      ****************************************************************
      *                                                              *
      * Count-Partsum-Datasets                                       *
      *                                                              *
      *   Function:  Walk this step's TIOT for the PARTSUM DD and    *
      *    count it plus the blank-named entries that follow it -    *
      *    one per dataset concatenated on it.                       *
      *                                                              *
      ****************************************************************
       Count-Partsum-Datasets.

           Move 0 to Partsum-Ds-Count
           Move 0 to Partsum-Scan-Flag
           Move 0 to In-Partsum-Flag

           Set Address of Psa-Block to Null
           Set Address of Tcb-Block to Psa-Tcb-Ptr
           Set Address of Tiot-Block to Tcb-Tiot-Ptr
           Set Tiot-Entry-Ptr to Address of Tiot-Block
           Set Tiot-Entry-Ptr Up By 24

           Perform Scan-Next-Tiot-Entry
             Until Partsum-Scan-Done
           .

       Scan-Next-Tiot-Entry.

           Set Address of Tiot-Entry to Tiot-Entry-Ptr
           Move Tioe-Length to Tioe-Len-Byte

           If Tioe-Len-Bin equal ZERO
             Set Partsum-Scan-Done to true
           else
             Evaluate true
               When Tioe-Ddname equal "PARTSUM"
                 Move 1 to Partsum-Ds-Count
                 Set In-Partsum-Concat to true
               When Tioe-Ddname equal Spaces and In-Partsum-Concat
                 Add 1 to Partsum-Ds-Count
               When In-Partsum-Concat
                 *> The next DD - the concatenation has ended
                 Set Partsum-Scan-Done to true
               When other
                 Continue
             End-Evaluate
             Set Tiot-Entry-Ptr Up By Tioe-Len-Bin
           End-If
           .

      ****************************************************************
      *                                                              *
      * Print-Readiness-Verdict                                      *
      *                                                              *
      *   Function:  Totals, the verdict, and the return code the    *
      *    scheduler holds the nightly run on.                       *
      *                                                              *
      ****************************************************************
       Print-Readiness-Verdict.

           Display " "
           Move Error-Count to Print-Count
           Display "Errors                : " Print-Count
           Move Warning-Count to Print-Count
           Display "Warnings              : " Print-Count

           Evaluate true
             When Error-Count greater than ZERO
               Display "** NOT READY - hold the nightly retrieval "
                        "until the errors above are fixed"
               Move 8 to Return-Code
             When Warning-Count greater than ZERO
               Display "** READY with warnings"
               Move 4 to Return-Code
             When other
               Display "** READY"
               Move 0 to Return-Code
           End-Evaluate
           .
