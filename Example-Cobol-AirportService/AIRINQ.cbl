       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRINQ.
      * START OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * *  *
      *                                                                *
      *  MODULE NAME=AIRINQ                                            *
      *                                                                *
      *  DESCRIPTIVE NAME=Airport master online inquiry (AINQ)         *
      *                                                                *
      *  FUNCTION                                                      *
      *                                                                *
      *  The AIRMMNT DISPLAY card answers "what does the master say    *
      *  about this airport" - after a job submission and a trip to    *
      *  SYSOUT, which is no use with the desk phones ringing during   *
      *  an event. AINQ answers it on a 3270 screen. It is strictly    *
      *  read-only: HWTHXCB1 and the AIRMMNT cards remain the only     *
      *  things that change the master.                                *
      *                                                                *
      *  Three screens, pseudo-conversational, state in the COMMAREA:  *
      *                                                                *
      *    AIRINQ1 detail - key an IATA code (read by key) or ICAO     *
      *            code (found by browsing for the AIRMSTR-ICAO        *
      *            value, as AIRMMNT does) and press ENTER to see      *
      *            the full record: status, reason, delay, weather,    *
      *            region, polling tier, 7/30-day scores and last      *
      *            updated. PF4 shows that airport's recent changes,   *
      *            PF5 the browse list, PF3 or CLEAR ends.             *
      *    AIRINQ2 browse - the master in IATA order, 15 a page,       *
      *            optionally limited to one region and/or to          *
      *            airports flagged delayed. ENTER applies the         *
      *            filters, or shows the detail of a code keyed in     *
      *            the select field; PF7/PF8 page; PF3 returns.        *
      *    AIRINQ3 changes - the airport's AIRDLTA changes newest      *
      *            first, read backwards off the AIRDKSD index the     *
      *            AIRDIDX job loads after each refresh; PF8 older,    *
      *            PF7 newer, PF3 back to the detail.                  *
      *                                                                *
      *  The COMMAREA holds only the first key of the page on show     *
      *  and the key that starts the next one. PF8 restarts the        *
      *  browse from the next key; PF7 reads back a page's worth       *
      *  from the first key, so either list pages end to end.          *
      *                                                                *
      *  CICS resources:                                               *
      *                                                                *
      *    DEFINE TRANSACTION(AINQ) PROGRAM(AIRINQ)                    *
      *    DEFINE PROGRAM(AIRINQ)   LANGUAGE(COBOL)                    *
      *    DEFINE MAPSET(AIRINQM)                                      *
      *    DEFINE FILE(AIRMSTR) DSNAME(&SRC..AIRMSTR)                  *
      *           READ(YES) BROWSE(YES) ADD(NO) UPDATE(NO) DELETE(NO)  *
      *    DEFINE FILE(AIRDKSD) DSNAME(&SRC..AIRDKSD)                  *
      *           READ(YES) BROWSE(YES) ADD(NO) UPDATE(NO) DELETE(NO)  *
      *                                                                *
      *  The files are opened for read and browse only, so the         *
      *  batch jobs can still update the clusters under their          *
      *  SHAREOPTIONS; the screens show what was last committed.       *
      *                                                                *
      * END OF SPECIFICATIONS * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * Transaction, mapset and file names
       01 Inq-Transid       Pic X(04) Value "AINQ".
       01 Inq-Mapset        Pic X(08) Value "AIRINQM".
       01 Master-File-Name  Pic X(08) Value "AIRMSTR".
       01 Change-File-Name  Pic X(08) Value "AIRDKSD".

      * Conversation state carried between tasks in the COMMAREA
       01 Inq-Commarea.
         05 Inq-Screen        Pic X(01).
           88 Inq-On-Detail       Value "D".
           88 Inq-On-Browse       Value "B".
           88 Inq-On-History      Value "H".
         05 Inq-Iata          Pic X(06).
         05 Inq-Name          Pic X(50).
         05 Inq-Rgn-Filter    Pic X(10).
         05 Inq-Dly-Filter    Pic X(01).
         05 Inq-Page-Num      Pic 9(03).
         05 Inq-More-Flag     Pic X(01).
           88 Inq-More-Pages      Value "Y".
         05 Inq-Page-First-Key Pic X(32).
         05 Inq-Page-Next-Key Pic X(32).

      * EXEC CICS response code
       01 Cics-Resp         Pic S9(8) Comp Value 0.

      * The airport master and change-index records read here
           COPY AIRMSTR.

           COPY AIRDKSD.

      * Symbolic maps for the three screens
           COPY AIRINQM.

      * Attention identifiers
           COPY DFHAID.

      * Airport lookup by IATA or ICAO code
       01 Lookup-Code       Pic X(04) Value Spaces.
       01 Lookup-Icao       Pic X(04) Value Spaces.
       01 Lookup-Found-Flag Pic 9 Value 0.
         88 Lookup-Found    Value 1.
       01 Master-Key        Pic X(06) Value Spaces.
       01 Scan-Done-Flag    Pic 9 Value 0.
         88 Scan-Done       Value 1.

      * Page building - the screen line in hand and how many of the
      * 15 lines are filled
       01 Page-Lines-Max    Pic 9(02) Value 15.
       01 Page-Line-Count   Pic 9(02) Value 0.
       01 Page-Done-Flag    Pic 9 Value 0.
         88 Page-Done       Value 1.
       01 Change-Key        Pic X(32) Value Spaces.

      * Paging back - the first key of the page on show and how many
      * lines have been counted back from it
       01 Page-Anchor-Key   Pic X(32) Value Spaces.
       01 Page-Back-Count   Pic 9(02) Value 0.
       01 Filter-Pass-Flag  Pic 9 Value 0.
         88 Filter-Passed   Value 1.
       01 Screen-Message    Pic X(78) Value Spaces.

      * One browse-list line, laid out under the AIRINQ2 heading
       01 Browse-Line.
         05 Brw-Iata          Pic X(06).
         05 Filler            Pic X(01) Value Space.
         05 Brw-Icao          Pic X(04).
         05 Filler            Pic X(01) Value Space.
         05 Brw-Name          Pic X(28).
         05 Filler            Pic X(01) Value Space.
         05 Brw-Region        Pic X(10).
         05 Filler            Pic X(01) Value Space.
         05 Brw-Delay-Flag    Pic X(01).
         05 Filler            Pic X(02) Value Spaces.
         05 Brw-Status        Pic X(12).
         05 Filler            Pic X(01) Value Space.
         05 Brw-Upd-Date      Pic X(08).
         05 Filler            Pic X(03) Value Spaces.

      * One change line, laid out under the AIRINQ3 heading
       01 Change-Line.
         05 Chg-Run-Date      Pic X(08).
         05 Filler            Pic X(01) Value Space.
         05 Chg-Run-Time      Pic X(06).
         05 Filler            Pic X(01) Value Space.
         05 Chg-Field         Pic X(12).
         05 Filler            Pic X(01) Value Space.
         05 Chg-Old-Value     Pic X(24).
         05 Filler            Pic X(01) Value Space.
         05 Chg-New-Value     Pic X(24).
         05 Filler            Pic X(01) Value Space.

       01 Print-Page        Pic ZZ9.
       01 Print-Resp        Pic Z(7)9.

       LINKAGE SECTION.

       01 DFHCOMMAREA       Pic X(136).

       PROCEDURE DIVISION.
       Begin.

           If EIBCALEN equal ZERO
             *> First entry - an empty detail screen
             Move Spaces to Inq-Commarea
             Move 1 to Inq-Page-Num
             Set Inq-On-Detail to true
             Move "Key an IATA or ICAO code and press ENTER"
               to Screen-Message
             Perform Send-Empty-Detail
           else
             Move DFHCOMMAREA to Inq-Commarea
             Evaluate true
               When EIBAID equal DFHCLEAR
                 Perform End-Inquiry
               When Inq-On-Browse
                 Perform Process-Browse-Screen
               When Inq-On-History
                 Perform Process-History-Screen
               When other
                 Perform Process-Detail-Screen
             End-Evaluate
           End-If

           Exec CICS Return
             Transid(Inq-Transid)
             Commarea(Inq-Commarea)
             Length(Length of Inq-Commarea)
           End-Exec
           .

      ****************************************************************
      *                                                              *
      * End-Inquiry                                                  *
      *                                                              *
      *   Function:  Clear the screen and end the conversation.      *
      *                                                              *
      ****************************************************************
       End-Inquiry.

           Exec CICS Send Control
             Erase
             Freekb
           End-Exec

           Exec CICS Return
           End-Exec
           .

      ****************************************************************
      *                                                              *
      * Process-Detail-Screen                                        *
      *                                                              *
      *   Function:  Act on a key pressed on the AIRINQ1 detail      *
      *    screen - ENTER looks up the code keyed, PF4 goes to the   *
      *    changes of the airport shown, PF5 to the browse list,     *
      *    PF3 ends.                                                 *
      *                                                              *
      ****************************************************************
       Process-Detail-Screen.

           Evaluate EIBAID
             When DFHPF3
               Perform End-Inquiry
             When DFHPF4
               If Inq-Iata equal Spaces
                 Move "Look up an airport first, then PF4 for changes"
                   to Screen-Message
                 Perform Send-Detail-Message
               else
                 Perform Start-History-Display
               End-If
             When DFHPF5
               Move 1 to Inq-Page-Num
               Move Low-Values to Inq-Page-First-Key
               Perform Build-Browse-Page
             When DFHENTER
               Perform Receive-Detail-Code
             When other
               Move "That key is not active on this screen"
                 to Screen-Message
               Perform Send-Detail-Message
           End-Evaluate
           .

       Receive-Detail-Code.

           Move Low-Values to AIRINQ1I
           Exec CICS Receive
             Map("AIRINQ1")
             Mapset(Inq-Mapset)
             Into(AIRINQ1I)
             Resp(Cics-Resp)
           End-Exec

           Move Spaces to Lookup-Code
           If Cics-Resp equal DFHRESP(NORMAL)
             and CODEL greater than ZERO
             Move Function Upper-Case(CODEI) to Lookup-Code
           End-If

           If Lookup-Code equal Spaces
             Move "Key an IATA or ICAO code and press ENTER"
               to Screen-Message
             Perform Send-Detail-Message
           else
             Perform Locate-Airport
             If Lookup-Found
               Perform Send-Airport-Detail
             else
               Perform Send-Detail-Message
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Locate-Airport                                               *
      *                                                              *
      *   Function:  Resolve Lookup-Code to a master record, the     *
      *    same way AIRMMNT resolves a DISPLAY operand: 3 characters *
      *    is an IATA code and reads the KSDS by key, 4 characters   *
      *    is an ICAO code and is found by browsing for the          *
      *    matching AIRMSTR-ICAO. Leaves the record in               *
      *    AIRMSTR-RECORD with Lookup-Found set, or the reason in    *
      *    Screen-Message.                                           *
      *                                                              *
      ****************************************************************
       Locate-Airport.

           Move 0 to Lookup-Found-Flag

           Evaluate Function Length(Function Trim(Lookup-Code))
             When 3
               Move Spaces to Master-Key
               Move Lookup-Code to Master-Key
               Exec CICS Read
                 File(Master-File-Name)
                 Into(AIRMSTR-RECORD)
                 Ridfld(Master-Key)
                 Resp(Cics-Resp)
               End-Exec
               Evaluate Cics-Resp
                 When DFHRESP(NORMAL)
                   Set Lookup-Found to true
                 When DFHRESP(NOTFND)
                   String "No airport on the master for IATA "
                          Lookup-Code
                     Delimited by Size
                     Into Screen-Message
                 When other
                   Perform Master-File-Error
               End-Evaluate
             When 4
               Move Lookup-Code to Lookup-Icao
               Perform Scan-Master-For-Icao
               If NOT Lookup-Found
                 and Screen-Message equal Spaces
                 String "No airport on the master for ICAO "
                        Lookup-Icao
                   Delimited by Size
                   Into Screen-Message
               End-If
             When other
               String "'" Function Trim(Lookup-Code) "' is not a "
                      "3-character IATA or 4-character ICAO code"
                 Delimited by Size
                 Into Screen-Message
           End-Evaluate
           .

       Scan-Master-For-Icao.

           Move Spaces to Screen-Message
           Move Low-Values to Master-Key
           Exec CICS Startbr
             File(Master-File-Name)
             Ridfld(Master-Key)
             Gteq
             Resp(Cics-Resp)
           End-Exec

           If Cics-Resp equal DFHRESP(NORMAL)
             Move 0 to Scan-Done-Flag
             Perform Scan-Next-For-Icao
               Until Scan-Done or Lookup-Found
             Exec CICS Endbr
               File(Master-File-Name)
             End-Exec
           else
             If Cics-Resp not equal DFHRESP(NOTFND)
               Perform Master-File-Error
             End-If
           End-If
           .

       Scan-Next-For-Icao.

           Exec CICS Readnext
             File(Master-File-Name)
             Into(AIRMSTR-RECORD)
             Ridfld(Master-Key)
             Resp(Cics-Resp)
           End-Exec

           Evaluate Cics-Resp
             When DFHRESP(NORMAL)
               If AIRMSTR-ICAO equal Lookup-Icao
                 Set Lookup-Found to true
               End-If
             When DFHRESP(ENDFILE)
               Set Scan-Done to true
             When other
               Perform Master-File-Error
               Set Scan-Done to true
           End-Evaluate
           .

       Master-File-Error.

           Move Spaces to Screen-Message
           Move Cics-Resp to Print-Resp
           String "AIRMSTR is not available (RESP "
                  Function Trim(Print-Resp) ") - try again shortly"
             Delimited by Size
             Into Screen-Message
           .

      ****************************************************************
      *                                                              *
      * Send-Airport-Detail                                          *
      *                                                              *
      *   Function:  Show the record in AIRMSTR-RECORD on the        *
      *    AIRINQ1 detail screen and remember it in the COMMAREA     *
      *    for the PF4 changes screen.                               *
      *                                                              *
      ****************************************************************
       Send-Airport-Detail.

           Move AIRMSTR-IATA to Inq-Iata
           Move AIRMSTR-NAME to Inq-Name
           Set Inq-On-Detail to true

           Move Low-Values to AIRINQ1O
           Move AIRMSTR-IATA               to IATAO
           Move AIRMSTR-ICAO               to ICAOO
           Move AIRMSTR-REGION             to REGIONO
           Move AIRMSTR-NAME               to NAMEO
           Move AIRMSTR-STATE(1:20)        to STATEO
           Move AIRMSTR-COUNTRY(1:20)      to COUNTRYO
           Move AIRMSTR-STATUS-TYPE        to STATTYPO
           Move AIRMSTR-STATUS-REASON      to REASONO
           Move AIRMSTR-AVERAGE-DELAY(1:10) to AVGDLYO
           Move AIRMSTR-DELAY-FLAG         to DLYFLGO
           Move AIRMSTR-WEATHER-COND       to WEATHERO
           Move AIRMSTR-TEMP(1:10)         to TEMPO
           Move AIRMSTR-WIND(1:20)         to WINDO
           Move AIRMSTR-POLL-TIER          to TIERO
           Move AIRMSTR-SCORE-7DAY         to SCORE7O
           Move AIRMSTR-SCORE-30DAY        to SCOR30O
           Move AIRMSTR-SCORE-DATE         to SCRDATEO
           Move AIRMSTR-UPD-DATE           to UPDDATEO
           Move AIRMSTR-UPD-TIME           to UPDTIMEO

           *> Records predating the polling tier read as tier 1
           If AIRMSTR-POLL-TIER equal Space
             Move "1" to TIERO
           End-If

           If AIRMSTR-DELAY-FLAG equal "Y"
             Move "Airport is flagged DELAYED - PF4 for recent changes"
               to MSG1O
           else
             Move "PF4 for this airport's recent changes" to MSG1O
           End-If

           Exec CICS Send
             Map("AIRINQ1")
             Mapset(Inq-Mapset)
             From(AIRINQ1O)
             Erase
           End-Exec
           .

       Send-Empty-Detail.

           Move Low-Values to AIRINQ1O
           Move Screen-Message to MSG1O

           Exec CICS Send
             Map("AIRINQ1")
             Mapset(Inq-Mapset)
             From(AIRINQ1O)
             Erase
           End-Exec
           .

       Send-Detail-Message.

           *> Data-only send - whatever the screen shows stays put
           Set Inq-On-Detail to true
           Move Low-Values to AIRINQ1O
           Move Screen-Message to MSG1O

           Exec CICS Send
             Map("AIRINQ1")
             Mapset(Inq-Mapset)
             From(AIRINQ1O)
             Dataonly
           End-Exec
           .

      ****************************************************************
      *                                                              *
      * Return-To-Detail                                             *
      *                                                              *
      *   Function:  PF3 from the browse or changes screen - show    *
      *    the airport last looked at again, re-read so it is        *
      *    current, or an empty detail screen if there was none.     *
      *                                                              *
      ****************************************************************
       Return-To-Detail.

           Set Inq-On-Detail to true
           Move Spaces to Screen-Message

           If Inq-Iata equal Spaces
             Move "Key an IATA or ICAO code and press ENTER"
               to Screen-Message
             Perform Send-Empty-Detail
           else
             Move Inq-Iata to Lookup-Code
             Perform Locate-Airport
             If Lookup-Found
               Perform Send-Airport-Detail
             else
               Move Spaces to Inq-Iata
               Perform Send-Empty-Detail
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Process-Browse-Screen                                        *
      *                                                              *
      *   Function:  Act on a key pressed on the AIRINQ2 browse      *
      *    list - ENTER shows the detail of a code keyed in the      *
      *    select field, or else applies the region and delayed-     *
      *    only filters from page one; PF7/PF8 page; PF3 returns.    *
      *                                                              *
      ****************************************************************
       Process-Browse-Screen.

           Evaluate EIBAID
             When DFHPF3
               Perform Return-To-Detail
             When DFHPF8
               If Inq-More-Pages
                 Move Inq-Page-Next-Key to Inq-Page-First-Key
                 If Inq-Page-Num less than 999
                   Add 1 to Inq-Page-Num
                 End-If
                 Perform Build-Browse-Page
               else
                 Move "No more airports - this is the last page"
                   to Screen-Message
                 Perform Send-Browse-Message
               End-If
             When DFHPF7
               If Inq-Page-Num greater than 1
                 Perform Find-Previous-Browse-Page
                 Perform Build-Browse-Page
               else
                 Move "This is the first page" to Screen-Message
                 Perform Send-Browse-Message
               End-If
             When DFHENTER
               Perform Receive-Browse-Request
             When other
               Move "That key is not active on this screen"
                 to Screen-Message
               Perform Send-Browse-Message
           End-Evaluate
           .

       Receive-Browse-Request.

           Move Low-Values to AIRINQ2I
           Exec CICS Receive
             Map("AIRINQ2")
             Mapset(Inq-Mapset)
             Into(AIRINQ2I)
             Resp(Cics-Resp)
           End-Exec

           Move Spaces to Lookup-Code
           If Cics-Resp equal DFHRESP(NORMAL)
             and SELCODEL greater than ZERO
             Move Function Upper-Case(SELCODEI) to Lookup-Code
           End-If

           If Lookup-Code not equal Spaces
             Perform Locate-Airport
             If Lookup-Found
               Perform Send-Airport-Detail
             else
               Perform Send-Browse-Message
             End-If
           else
             *> The filter fields come back on every ENTER (FSET);
             *> an emptied field clears its filter
             Move Spaces to Inq-Rgn-Filter
             Move Spaces to Inq-Dly-Filter
             If Cics-Resp equal DFHRESP(NORMAL)
               If RGNFLTL greater than ZERO
                 Move Function Upper-Case(RGNFLTI) to Inq-Rgn-Filter
               End-If
               If DLYFLTL greater than ZERO
                 Move Function Upper-Case(DLYFLTI) to Inq-Dly-Filter
               End-If
             End-If

             If Inq-Dly-Filter not equal Space
               and Inq-Dly-Filter not equal "Y"
               and Inq-Dly-Filter not equal "N"
               Move "Delayed only must be Y, N or blank"
                 to Screen-Message
               Perform Send-Browse-Message
             else
               Move 1 to Inq-Page-Num
               Move Low-Values to Inq-Page-First-Key
               Perform Build-Browse-Page
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Build-Browse-Page                                            *
      *                                                              *
      *   Function:  Browse the master from the key that starts the  *
      *    current page and fill up to 15 lines with the airports    *
      *    that pass the filters. The key of the next passing        *
      *    airport, if any, starts the following page.               *
      *                                                              *
      ****************************************************************
       Build-Browse-Page.

           Set Inq-On-Browse to true
           Move "N" to Inq-More-Flag
           Move 0 to Page-Line-Count
           Move 0 to Page-Done-Flag
           Move Spaces to Screen-Message
           Move Low-Values to AIRINQ2O

           Move Inq-Page-First-Key(1:6) to Master-Key
           Exec CICS Startbr
             File(Master-File-Name)
             Ridfld(Master-Key)
             Gteq
             Resp(Cics-Resp)
           End-Exec

           Evaluate Cics-Resp
             When DFHRESP(NORMAL)
               Perform Read-Next-Browse-Airport
                 Until Page-Done
               Exec CICS Endbr
                 File(Master-File-Name)
               End-Exec
             When DFHRESP(NOTFND)
               Continue
             When other
               Perform Master-File-Error
           End-Evaluate

           If Page-Line-Count equal ZERO
             and Screen-Message equal Spaces
             Move "No airports on the master pass the filters"
               to Screen-Message
           End-If
           If Screen-Message equal Spaces
             If Inq-More-Pages
               Move "PF8 for more airports" to Screen-Message
             else
               Move "End of list" to Screen-Message
             End-If
           End-If

           Move Inq-Page-Num   to Print-Page
           Move Print-Page     to PAGENOO
           Move Inq-Rgn-Filter to RGNFLTO
           Move Inq-Dly-Filter to DLYFLTO
           Move Screen-Message to MSG2O

           Exec CICS Send
             Map("AIRINQ2")
             Mapset(Inq-Mapset)
             From(AIRINQ2O)
             Erase
           End-Exec
           .

       Read-Next-Browse-Airport.

           Exec CICS Readnext
             File(Master-File-Name)
             Into(AIRMSTR-RECORD)
             Ridfld(Master-Key)
             Resp(Cics-Resp)
           End-Exec

           Evaluate Cics-Resp
             When DFHRESP(NORMAL)
               Perform Test-Browse-Filters
               If Filter-Passed
                 Perform Add-Browse-Line
               End-If
             When DFHRESP(ENDFILE)
               Set Page-Done to true
             When other
               Perform Master-File-Error
               Set Page-Done to true
           End-Evaluate
           .

       Add-Browse-Line.

           If Page-Line-Count less than Page-Lines-Max
             Add 1 to Page-Line-Count
             If Page-Line-Count equal 1
               Move AIRMSTR-IATA to Inq-Page-First-Key
             End-If
             Move AIRMSTR-IATA          to Brw-Iata
             Move AIRMSTR-ICAO          to Brw-Icao
             Move AIRMSTR-NAME          to Brw-Name
             Move AIRMSTR-REGION        to Brw-Region
             Move AIRMSTR-DELAY-FLAG    to Brw-Delay-Flag
             Move AIRMSTR-STATUS-TYPE   to Brw-Status
             Move AIRMSTR-UPD-DATE      to Brw-Upd-Date
             Move Browse-Line to BLINEO(Page-Line-Count)
           else
             *> A sixteenth passing airport - it starts the next page
             Move "Y" to Inq-More-Flag
             Move AIRMSTR-IATA to Inq-Page-Next-Key
             Set Page-Done to true
           End-If
           .

       Test-Browse-Filters.

           Move 0 to Filter-Pass-Flag
           If (Inq-Rgn-Filter equal Spaces
                or AIRMSTR-REGION equal Inq-Rgn-Filter)
             and (Inq-Dly-Filter not equal "Y"
                or AIRMSTR-DELAY-FLAG equal "Y")
             Set Filter-Passed to true
           End-If
           .

      ****************************************************************
      *                                                              *
      * Find-Previous-Browse-Page                                    *
      *                                                              *
      *   Function:  Find the key that starts the page before the    *
      *    one on show by reading the master backwards from the      *
      *    page's first airport, counting the airports that pass the *
      *    filters. The fifteenth starts the previous page; running  *
      *    out of file first means the previous page is page one.    *
      *                                                              *
      ****************************************************************
       Find-Previous-Browse-Page.

           Move Inq-Page-First-Key to Page-Anchor-Key
           Move 0 to Page-Back-Count
           Move 0 to Page-Done-Flag

           Move Page-Anchor-Key(1:6) to Master-Key
           Perform Position-Master-Browse

           If NOT Page-Done
             Perform Read-Prev-Browse-Airport
               Until Page-Done
             Exec CICS Endbr
               File(Master-File-Name)
             End-Exec
           End-If

           If Page-Back-Count less than Page-Lines-Max
             Move 1 to Inq-Page-Num
             Move Low-Values to Inq-Page-First-Key
           else
             Subtract 1 from Inq-Page-Num
           End-If
           .

      ****************************************************************
      *                                                              *
      * Position-Master-Browse                                       *
      *                                                              *
      *   Function:  Start a master browse that a READPREV can run   *
      *    backwards from Master-Key, on the exact key of the first  *
      *    airport at or after it, as Position-Change-Browse does    *
      *    for the change index; past the end of the file, from the  *
      *    last airport.                                             *
      *                                                              *
      ****************************************************************
       Position-Master-Browse.

           Exec CICS Startbr
             File(Master-File-Name)
             Ridfld(Master-Key)
             Gteq
             Resp(Cics-Resp)
           End-Exec

           If Cics-Resp equal DFHRESP(NORMAL)
             Exec CICS Readnext
               File(Master-File-Name)
               Into(AIRMSTR-RECORD)
               Ridfld(Master-Key)
               Resp(Cics-Resp)
             End-Exec
             Exec CICS Endbr
               File(Master-File-Name)
             End-Exec
             If Cics-Resp not equal DFHRESP(NORMAL)
               Move High-Values to Master-Key
             End-If
           else
             Move High-Values to Master-Key
           End-If

           Exec CICS Startbr
             File(Master-File-Name)
             Ridfld(Master-Key)
             Gteq
             Resp(Cics-Resp)
           End-Exec

           Evaluate Cics-Resp
             When DFHRESP(NORMAL)
               Continue
             When DFHRESP(NOTFND)
               Set Page-Done to true
             When other
               Perform Master-File-Error
               Set Page-Done to true
           End-Evaluate
           .

       Read-Prev-Browse-Airport.

           Exec CICS Readprev
             File(Master-File-Name)
             Into(AIRMSTR-RECORD)
             Ridfld(Master-Key)
             Resp(Cics-Resp)
           End-Exec

           Evaluate Cics-Resp
             When DFHRESP(NORMAL)
               *> The page's own first airport comes back first
               If AIRMSTR-IATA less than Page-Anchor-Key(1:6)
                 Perform Test-Browse-Filters
                 If Filter-Passed
                   Add 1 to Page-Back-Count
                   If Page-Back-Count equal Page-Lines-Max
                     Move AIRMSTR-IATA to Inq-Page-First-Key
                     Set Page-Done to true
                   End-If
                 End-If
               End-If
             When DFHRESP(ENDFILE)
               Set Page-Done to true
             When other
               Perform Master-File-Error
               Set Page-Done to true
           End-Evaluate
           .

       Send-Browse-Message.

           Set Inq-On-Browse to true
           Move Low-Values to AIRINQ2O
           Move Screen-Message to MSG2O

           Exec CICS Send
             Map("AIRINQ2")
             Mapset(Inq-Mapset)
             From(AIRINQ2O)
             Dataonly
           End-Exec
           .

      ****************************************************************
      *                                                              *
      * Process-History-Screen                                       *
      *                                                              *
      *   Function:  Act on a key pressed on the AIRINQ3 changes     *
      *    screen - PF8 older, PF7 newer, PF3 back to the detail.    *
      *                                                              *
      ****************************************************************
       Process-History-Screen.

           Evaluate EIBAID
             When DFHPF3
               Perform Return-To-Detail
             When DFHPF8
               If Inq-More-Pages
                 Move Inq-Page-Next-Key to Inq-Page-First-Key
                 If Inq-Page-Num less than 999
                   Add 1 to Inq-Page-Num
                 End-If
                 Perform Build-History-Page
               else
                 Move "No older changes on file" to Screen-Message
                 Perform Send-History-Message
               End-If
             When DFHPF7
               If Inq-Page-Num greater than 1
                 Perform Find-Newer-History-Page
                 Perform Build-History-Page
               else
                 Move "These are the newest changes" to Screen-Message
                 Perform Send-History-Message
               End-If
             When other
               Move "PF7/PF8 to page, PF3 to return" to Screen-Message
               Perform Send-History-Message
           End-Evaluate
           .

       Start-History-Display.

           Move 1 to Inq-Page-Num
           Move Inq-Iata to Inq-Page-First-Key
           Move High-Values to Inq-Page-First-Key(7:26)
           Perform Build-History-Page
           .

      ****************************************************************
      *                                                              *
      * Build-History-Page                                           *
      *                                                              *
      *   Function:  Read the airport's changes backwards off the    *
      *    AIRDKSD index from the key that starts the current page,  *
      *    newest first, filling up to 15 lines. The key of the      *
      *    next older change, if any, starts the following page.     *
      *                                                              *
      ****************************************************************
       Build-History-Page.

           Set Inq-On-History to true
           Move "N" to Inq-More-Flag
           Move 0 to Page-Line-Count
           Move 0 to Page-Done-Flag
           Move Spaces to Screen-Message
           Move Low-Values to AIRINQ3O

           Move Inq-Page-First-Key to Change-Key
           Perform Position-Change-Browse

           If NOT Page-Done
             Perform Read-Prev-Change
               Until Page-Done
             Exec CICS Endbr
               File(Change-File-Name)
             End-Exec
           End-If

           If Page-Line-Count equal ZERO
             and Screen-Message equal Spaces
             Move "No changes on file for this airport"
               to Screen-Message
           End-If
           If Screen-Message equal Spaces
             If Inq-More-Pages
               Move "PF8 for older changes" to Screen-Message
             else
               Move "Oldest change on file" to Screen-Message
             End-If
           End-If

           Move Inq-Page-Num   to Print-Page
           Move Print-Page     to HPAGENOO
           Move Inq-Iata       to HIATAO
           Move Inq-Name       to HNAMEO
           Move Screen-Message to MSG3O

           Exec CICS Send
             Map("AIRINQ3")
             Mapset(Inq-Mapset)
             From(AIRINQ3O)
             Erase
           End-Exec
           .

      ****************************************************************
      *                                                              *
      * Position-Change-Browse                                       *
      *                                                              *
      *   Function:  Start a browse that a READPREV can run          *
      *    backwards from Change-Key. READPREV needs the browse to   *
      *    sit on a key that exists, so the first record at or       *
      *    after Change-Key is read forward and the browse is        *
      *    restarted on its exact key; past the end of the file,     *
      *    a key of all high-values starts from the last record.     *
      *                                                              *
      ****************************************************************
       Position-Change-Browse.

           Exec CICS Startbr
             File(Change-File-Name)
             Ridfld(Change-Key)
             Gteq
             Resp(Cics-Resp)
           End-Exec

           If Cics-Resp equal DFHRESP(NORMAL)
             Exec CICS Readnext
               File(Change-File-Name)
               Into(AIRDKSD-RECORD)
               Ridfld(Change-Key)
               Resp(Cics-Resp)
             End-Exec
             Exec CICS Endbr
               File(Change-File-Name)
             End-Exec
             If Cics-Resp not equal DFHRESP(NORMAL)
               Move High-Values to Change-Key
             End-If
           else
             Move High-Values to Change-Key
           End-If

           Exec CICS Startbr
             File(Change-File-Name)
             Ridfld(Change-Key)
             Gteq
             Resp(Cics-Resp)
           End-Exec

           Evaluate Cics-Resp
             When DFHRESP(NORMAL)
               Continue
             When DFHRESP(NOTFND)
               Set Page-Done to true
             When other
               Perform Change-File-Error
               Set Page-Done to true
           End-Evaluate
           .

       Read-Prev-Change.

           Exec CICS Readprev
             File(Change-File-Name)
             Into(AIRDKSD-RECORD)
             Ridfld(Change-Key)
             Resp(Cics-Resp)
           End-Exec

           Evaluate Cics-Resp
             When DFHRESP(NORMAL)
               Evaluate true
                 When AIRDKSD-IATA greater than Inq-Iata
                   *> Still above this airport's changes
                   Continue
                 When AIRDKSD-IATA less than Inq-Iata
                   Set Page-Done to true
                 When other
                   Perform Add-Change-Line
               End-Evaluate
             When DFHRESP(ENDFILE)
               Set Page-Done to true
             When other
               Perform Change-File-Error
               Set Page-Done to true
           End-Evaluate
           .

       Add-Change-Line.

           If Page-Line-Count less than Page-Lines-Max
             Add 1 to Page-Line-Count
             If Page-Line-Count equal 1
               Move AIRDKSD-KEY to Inq-Page-First-Key
             End-If
             Move AIRDKSD-RUN-DATE  to Chg-Run-Date
             Move AIRDKSD-RUN-TIME  to Chg-Run-Time
             Move AIRDKSD-FIELD     to Chg-Field
             Move AIRDKSD-OLD-VALUE to Chg-Old-Value
             Move AIRDKSD-NEW-VALUE to Chg-New-Value
             Move Change-Line to HLINEO(Page-Line-Count)
           else
             *> A sixteenth change - it starts the next page
             Move "Y" to Inq-More-Flag
             Move AIRDKSD-KEY to Inq-Page-Next-Key
             Set Page-Done to true
           End-If
           .

      ****************************************************************
      *                                                              *
      * Find-Newer-History-Page                                      *
      *                                                              *
      *   Function:  Find the key that starts the page of newer      *
      *    changes by reading the index forwards from the first      *
      *    change on show. The fifteenth of this airport's changes   *
      *    starts that page; running out of them first means it is   *
      *    the newest page.                                          *
      *                                                              *
      ****************************************************************
       Find-Newer-History-Page.

           Move Inq-Page-First-Key to Page-Anchor-Key
           Move Page-Anchor-Key to Change-Key
           Move 0 to Page-Back-Count
           Move 0 to Page-Done-Flag

           Exec CICS Startbr
             File(Change-File-Name)
             Ridfld(Change-Key)
             Gteq
             Resp(Cics-Resp)
           End-Exec

           Evaluate Cics-Resp
             When DFHRESP(NORMAL)
               Perform Read-Next-Newer-Change
                 Until Page-Done
               Exec CICS Endbr
                 File(Change-File-Name)
               End-Exec
             When DFHRESP(NOTFND)
               Continue
             When other
               Perform Change-File-Error
           End-Evaluate

           If Page-Back-Count less than Page-Lines-Max
             Move 1 to Inq-Page-Num
             Move Inq-Iata to Inq-Page-First-Key
             Move High-Values to Inq-Page-First-Key(7:26)
           else
             Subtract 1 from Inq-Page-Num
           End-If
           .

       Read-Next-Newer-Change.

           Exec CICS Readnext
             File(Change-File-Name)
             Into(AIRDKSD-RECORD)
             Ridfld(Change-Key)
             Resp(Cics-Resp)
           End-Exec

           Evaluate Cics-Resp
             When DFHRESP(NORMAL)
               Evaluate true
                 When AIRDKSD-KEY not greater than Page-Anchor-Key
                   *> The page's own first change comes back first
                   Continue
                 When AIRDKSD-IATA not equal Inq-Iata
                   Set Page-Done to true
                 When other
                   Add 1 to Page-Back-Count
                   If Page-Back-Count equal Page-Lines-Max
                     Move AIRDKSD-KEY to Inq-Page-First-Key
                     Set Page-Done to true
                   End-If
               End-Evaluate
             When DFHRESP(ENDFILE)
               Set Page-Done to true
             When other
               Perform Change-File-Error
               Set Page-Done to true
           End-Evaluate
           .

       Change-File-Error.

           Move Spaces to Screen-Message
           Move Cics-Resp to Print-Resp
           String "AIRDKSD is not available (RESP "
                  Function Trim(Print-Resp) ") - try again shortly"
             Delimited by Size
             Into Screen-Message
           .

       Send-History-Message.

           Set Inq-On-History to true
           Move Low-Values to AIRINQ3O
           Move Screen-Message to MSG3O

           Exec CICS Send
             Map("AIRINQ3")
             Mapset(Inq-Mapset)
             From(AIRINQ3O)
             Dataonly
           End-Exec
           .
