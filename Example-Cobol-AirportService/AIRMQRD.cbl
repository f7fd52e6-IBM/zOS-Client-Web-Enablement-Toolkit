       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRMQRD.
      * START OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * *  *
      *                                                                *
      *  MODULE NAME=AIRMQRD                                           *
      *                                                                *
      *  DESCRIPTIVE NAME=Master-file change message MQ redrive        *
      *                                                                *
      *  FUNCTION                                                      *
      *                                                                *
      *  HWTHXCB1 puts every material AIRMSTR change to the MQ queue   *
      *  HTTPCFG names as it finds it; a message the queue would not   *
      *  take goes to the AIRMQRS resend dataset instead. This step    *
      *  follows the polling run and re-puts every AIRMQRS message to  *
      *  the same queue manager and queue, taken from the same         *
      *  HTTPCFG card. Messages that go through are dropped; messages  *
      *  that fail again are written, with the new reason code and     *
      *  one more on the send count, to the replacement resend         *
      *  dataset AIRMQRSN. The SWAP step below then makes AIRMQRSN     *
      *  the new AIRMQRS, so nothing is lost and nothing is sent       *
      *  twice by the next redrive.                                    *
      *                                                                *
      *  Return codes:                                                 *
      *    0  - every message published (or there were none)           *
      *    4  - some messages failed again and were kept in AIRMQRSN   *
      *    8  - no queue configured, or the queue manager/queue could  *
      *         not be reached - every message was kept in AIRMQRSN    *
      *    12 - AIRMQRS or AIRMQRSN could not be opened, or a message  *
      *         could not be written to AIRMQRSN; AIRMQRSN is not      *
      *         usable and must NOT be swapped in                      *
      *                                                                *
      * //CLEAN EXEC PGM=IDCAMS                                        *
      * //SYSPRINT DD SYSOUT=*                                         *
      * //SYSIN    DD *,SYMBOLS=JCLONLY                                *
      *   DELETE &SRC..AIRMQRS.NEW                                     *
      *   SET MAXCC=0                                                  *
      * /*                                                             *
      * //GO EXEC PGM=AIRMQRD                                          *
      * //STEPLIB  DD DSN=&LOAD,DISP=SHR                               *
      * //         DD DSN=&MQPRFX..SCSQANLE,DISP=SHR                   *
      * //         DD DSN=&MQPRFX..SCSQAUTH,DISP=SHR                   *
      * //SYSOUT   DD SYSOUT=*                                         *
      * //HTTPCFG  DD DSN=&SRC..HTTPCFG,DISP=SHR                       *
      * //AIRMQRS  DD DSN=&SRC..AIRMQRS,DISP=SHR                       *
      * //AIRMQRSN DD DSN=&SRC..AIRMQRS.NEW,DISP=(,CATLG,DELETE),      *
      * //            SPACE=(TRK,(1,1),RLSE),RECFM=FB,LRECL=160        *
      *                                                                *
      * //SWAP EXEC PGM=IDCAMS,COND=(12,LE,GO)                         *
      * //SYSPRINT DD SYSOUT=*                                         *
      * //SYSIN    DD *,SYMBOLS=JCLONLY                                *
      *   DELETE &SRC..AIRMQRS                                         *
      *   ALTER  &SRC..AIRMQRS.NEW NEWNAME(&SRC..AIRMQRS)              *
      * /*                                                             *
      *                                                                *
      *  CLEAN drops an AIRMQRS.NEW left catalogued by a run that      *
      *  ended RC=12, so GO can allocate it afresh. SWAP makes the     *
      *  kept messages the new AIRMQRS; its COND skips it when GO      *
      *  ends RC=12, leaving the old AIRMQRS to be redriven again.     *
      *  Each partition of a partitioned run has its own AIRMQRS;      *
      *  run one CLEAN, GO and SWAP per partition.                     *
      *  Link-edit with the MQ batch stub CSQBSTUB, as HWTHXCB1 is.    *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * HWTHXCB1 control card - the queue manager and queue
           SELECT HTTPCFG-FILE ASSIGN TO HTTPCFG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HTTPCFG-STATUS.

      * Change messages HWTHXCB1 (or an earlier redrive) could not put
           SELECT AIRMQRS-FILE ASSIGN TO AIRMQRS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRMQRS-STATUS.

      * Replacement resend dataset - the messages that failed again,
      * swapped in as the new AIRMQRS by the SWAP step
           SELECT AIRMQRSN-FILE ASSIGN TO AIRMQRSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AIRMQRSN-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  HTTPCFG-FILE
           RECORDING MODE IS F.

           COPY HTTPCFG.

       FD  AIRMQRS-FILE
           RECORDING MODE IS F.

           COPY AIRMQRS.

       FD  AIRMQRSN-FILE
           RECORDING MODE IS F.

      * Same layout as AIRMQRS-RECORD
       01  AIRMQRSN-RECORD         Pic X(160).

       WORKING-STORAGE SECTION.

      * FILE STATUS and end-of-file bookkeeping
       01 HTTPCFG-STATUS    Pic X(02) Value "00".
         88 HTTPCFG-OK           Value "00".
       01 AIRMQRS-STATUS    Pic X(02) Value "00".
         88 AIRMQRS-OK           Value "00".
       01 AIRMQRS-EOF-FLAG  Pic 9 Value 0.
         88 AIRMQRS-EOF     Value 1.
       01 AIRMQRSN-STATUS   Pic X(02) Value "00".
         88 AIRMQRSN-OK          Value "00".
       01 AIRMQRSN-Failed-Flag Pic 9 Value 0.
         88 AIRMQRSN-Write-Failed Value 1.

      * Queue manager and queue from HTTPCFG, the handles, options
      * and completion/reason codes of the last MQ call
       01 Mq-Qmgr-Name        Pic X(48) Value Spaces.
       01 Mq-Queue-Name       Pic X(48) Value Spaces.
       01 Mq-Connect-Flag     Pic 9 Value 0.
         88 Mq-Connected        Value 1.
       01 Mq-Queue-Open-Flag  Pic 9 Value 0.
         88 Mq-Queue-Open       Value 1.
       01 Mq-Call-Name        Pic X(08) Value Spaces.
       01 Mq-Hconn            Pic S9(9) Binary Value 0.
       01 Mq-Hobj             Pic S9(9) Binary Value 0.
       01 Mq-Open-Options     Pic S9(9) Binary Value 0.
       01 Mq-Close-Options    Pic S9(9) Binary Value 0.
       01 Mq-Compcode         Pic S9(9) Binary Value 0.
       01 Mq-Reason           Pic S9(9) Binary Value 0.
       01 Mq-Msg-Length       Pic S9(9) Binary Value 0.
       01 Mq-Reason-Code      Pic 9(04) Value 0.

      * The message being redriven, laid out as it was built
           COPY AIRMQMSG.

      * IBM MQ constants, object descriptor, message descriptor and
      * put-message options
       01 MQ-CONSTANTS.
           COPY CMQV.
       01 MQ-OBJECT-DESCRIPTOR.
           COPY CMQODV.
       01 MQ-MESSAGE-DESCRIPTOR.
           COPY CMQMDV.
       01 MQ-PUT-MESSAGE-OPTIONS.
           COPY CMQPMOV.

      * Totals
       01 Resend-Read-Count Pic 9(6) Value 0.
       01 Published-Count   Pic 9(6) Value 0.
       01 Kept-Count        Pic 9(6) Value 0.

      * Edited fields for the printed report lines
       01 Print-Count       Pic Z(5)9.

       PROCEDURE DIVISION.
       Begin.

           Display "***********************************************".
           Display "** MQ Change Message Redrive (AIRMQRD)       **".
           Display "***********************************************".

           Perform Read-Mq-Config

           Open Input AIRMQRS-FILE

           If NOT AIRMQRS-OK
             Display "** Unable to open AIRMQRS, status: "
                      AIRMQRS-STATUS
             Display "***********************************************"
             Move 12 to Return-Code
             Stop Run
           End-If

           Open Output AIRMQRSN-FILE

           If NOT AIRMQRSN-OK
             Display "** Unable to open AIRMQRSN, status: "
                      AIRMQRSN-STATUS
             Display "***********************************************"
             Close AIRMQRS-FILE
             Move 12 to Return-Code
             Stop Run
           End-If

           If Mq-Queue-Name not equal Spaces
             Perform Open-Mq-Queue
           End-If

           Perform Redrive-Next-Message
             Until AIRMQRS-EOF

           Perform Close-Mq-Queue

           Close AIRMQRS-FILE
           Close AIRMQRSN-FILE

           Perform Print-Redrive-Totals

           Evaluate true
             When AIRMQRSN-Write-Failed
               Move 12 to Return-Code
             When NOT Mq-Queue-Open and Resend-Read-Count
                  greater than ZERO
               Move 8 to Return-Code
             When Kept-Count greater than ZERO
               Move 4 to Return-Code
             When other
               Move 0 to Return-Code
           End-Evaluate

           Display "***********************************************".
           STOP RUN.

      ****************************************************************
      *                                                              *
      * Read-Mq-Config                                               *
      *                                                              *
      *   Function:  Take the queue manager and queue from the       *
      *    HWTHXCB1 HTTPCFG control card. No card, or a card that    *
      *    names no queue, leaves the queue blank - every message    *
      *    is then kept for a later redrive.                         *
      *                                                              *
      ****************************************************************
       Read-Mq-Config.

           Open Input HTTPCFG-FILE

           If HTTPCFG-OK
             Read HTTPCFG-FILE
               Not At End
                 Move HTTPCFG-MQ-QMGR  to Mq-Qmgr-Name
                 Move HTTPCFG-MQ-QUEUE to Mq-Queue-Name
             End-Read
             Close HTTPCFG-FILE
           else
             *> Status 39 here means a card built to an older,
             *> shorter HTTPCFG layout
             Display "** Unable to open HTTPCFG, status: "
                      HTTPCFG-STATUS
           End-If

           If Mq-Queue-Name equal Spaces
             Display "** HTTPCFG names no MQ queue - every message "
                      "is kept in AIRMQRSN"
           else
             Display "Redriving to MQ queue "
                      Function Trim(Mq-Queue-Name)
           End-If
           .

      ****************************************************************
      *                                                              *
      * Open-Mq-Queue                                                *
      *                                                              *
      *   Function:  Connect to the queue manager and open the       *
      *    publication queue for output, with the same message       *
      *    descriptor and put options HWTHXCB1 uses. Either failing  *
      *    leaves the queue closed, and every message is kept.       *
      *                                                              *
      ****************************************************************
       Open-Mq-Queue.

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
               Move MQFMT-STRING     to MQMD-FORMAT
               Move MQPER-PERSISTENT to MQMD-PERSISTENCE
               Compute MQPMO-OPTIONS =
                 MQPMO-NO-SYNCPOINT + MQPMO-NEW-MSG-ID +
                 MQPMO-FAIL-IF-QUIESCING
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Redrive-Next-Message                                         *
      *                                                              *
      *   Function:  Re-put one AIRMQRS message, or keep it in       *
      *    AIRMQRSN when the put fails or the queue is not open.     *
      *                                                              *
      ****************************************************************
       Redrive-Next-Message.

           Read AIRMQRS-FILE
             At End
               Set AIRMQRS-EOF to true
             Not At End
               Add 1 to Resend-Read-Count
               Perform Redrive-One-Message
           End-Read
           .

       Redrive-One-Message.

           Move AIRMQRS-MESSAGE to AIRMQMSG-RECORD

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

             *> A warning still means the message is on the queue;
             *> keeping it would send it twice
             If Mq-Compcode not equal MQCC-FAILED
               Add 1 to Published-Count
               Display "  Sent " AIRMQMSG-IATA " " AIRMQMSG-FIELD
                        " run " AIRMQMSG-RUN-DATE " "
                        AIRMQMSG-RUN-TIME
               If Mq-Compcode equal MQCC-WARNING
                 Move Mq-Reason to Mq-Reason-Code
                 Display "** WARNING: MQPUT completed with warning "
                          "for queue " Function Trim(Mq-Queue-Name)
                          ", reason: " Mq-Reason-Code
               End-If
             else
               Move "MQPUT" to Mq-Call-Name
               Perform Warn-Mq-Failure
               Perform Keep-Resend-Record
             End-If
           else
             Perform Keep-Resend-Record
           End-If
           .

      ****************************************************************
      *                                                              *
      * Keep-Resend-Record                                           *
      *                                                              *
      *   Function:  Write the message just read to AIRMQRSN with    *
      *    the latest reason code and send count, for the next       *
      *    redrive.                                                  *
      *                                                              *
      ****************************************************************
       Keep-Resend-Record.

           *> A message never tried this time keeps its old reason
           *> and send count
           If Mq-Queue-Open
             Move Mq-Reason-Code to AIRMQRS-REASON
             Move Function Current-Date(1:8) to AIRMQRS-FAIL-DATE
             Move Function Current-Date(9:6) to AIRMQRS-FAIL-TIME
             If AIRMQRS-SEND-COUNT numeric
               and AIRMQRS-SEND-COUNT less than 99
               Add 1 to AIRMQRS-SEND-COUNT
             End-If
           End-If

           Move AIRMQRS-RECORD to AIRMQRSN-RECORD
           Write AIRMQRSN-RECORD

           If AIRMQRSN-OK
             Add 1 to Kept-Count
             Display "  Kept " AIRMQMSG-IATA " " AIRMQMSG-FIELD
                      " run " AIRMQMSG-RUN-DATE " " AIRMQMSG-RUN-TIME
                      " reason " AIRMQRS-REASON
                      " sends " AIRMQRS-SEND-COUNT
           else
             *> AIRMQRSN is now short a message - stop the swap step
             *> from replacing AIRMQRS with it
             Set AIRMQRSN-Write-Failed to true
             Display "** ERROR: Write to AIRMQRSN failed, status: "
                      AIRMQRSN-STATUS " - " AIRMQMSG-IATA " "
                      AIRMQMSG-FIELD " not kept; AIRMQRS must not"
                      " be replaced"
           End-If
           .

      ****************************************************************
      *                                                              *
      * Warn-Mq-Failure                                              *
      *                                                              *
      *   Function:  Report an MQ call that failed, with its reason  *
      *    code.                                                     *
      *                                                              *
      ****************************************************************
       Warn-Mq-Failure.

           Move Mq-Reason to Mq-Reason-Code

           Display "** WARNING: " Function Trim(Mq-Call-Name)
                    " failed for queue "
                    Function Trim(Mq-Queue-Name)
                    ", reason: " Mq-Reason-Code
           .

      ****************************************************************
      *                                                              *
      * Close-Mq-Queue                                               *
      *                                                              *
      *   Function:  Close the queue and disconnect, whichever of    *
      *    them was reached.                                         *
      *                                                              *
      ****************************************************************
       Close-Mq-Queue.

           If Mq-Queue-Open
             Move MQCO-NONE to Mq-Close-Options
             Call "MQCLOSE" using Mq-Hconn
                                  Mq-Hobj
                                  Mq-Close-Options
                                  Mq-Compcode
                                  Mq-Reason
           End-If

           If Mq-Connected
             Call "MQDISC" using Mq-Hconn
                                 Mq-Compcode
                                 Mq-Reason
           End-If
           .

      ****************************************************************
      *                                                              *
      * Print-Redrive-Totals                                         *
      *                                                              *
      *   Function:  Closing totals - messages read, published and   *
      *    kept for the next redrive.                                *
      *                                                              *
      ****************************************************************
       Print-Redrive-Totals.

           Display " "
           Move Resend-Read-Count to Print-Count
           Display "Messages to redrive   : " Print-Count
           Move Published-Count to Print-Count
           Display "Published             : " Print-Count
           Move Kept-Count to Print-Count
           Display "Kept in AIRMQRSN      : " Print-Count
           .
