      ****************************************************************
      *                                                              *
      * AIRINQM - AINQ inquiry symbolic maps                         *
      *                                                              *
      *   Function:  COBOL view of the AIRINQM BMS mapset - AIRINQ1  *
      *    single-airport detail, AIRINQ2 browse list and AIRINQ3    *
      *    recent changes. Regenerate from AIRINQM.bms whenever the  *
      *    maps change; the two must stay in step.                   *
      *                                                              *
      ****************************************************************
       01  AIRINQ1I.
           02  FILLER PIC X(12).
           02  CODEL    COMP  PIC  S9(4).
           02  CODEF    PICTURE X.
           02  FILLER REDEFINES CODEF.
             03 CODEA    PICTURE X.
           02  CODEI  PIC X(4).
           02  IATAL    COMP  PIC  S9(4).
           02  IATAF    PICTURE X.
           02  FILLER REDEFINES IATAF.
             03 IATAA    PICTURE X.
           02  IATAI  PIC X(6).
           02  ICAOL    COMP  PIC  S9(4).
           02  ICAOF    PICTURE X.
           02  FILLER REDEFINES ICAOF.
             03 ICAOA    PICTURE X.
           02  ICAOI  PIC X(4).
           02  REGIONL    COMP  PIC  S9(4).
           02  REGIONF    PICTURE X.
           02  FILLER REDEFINES REGIONF.
             03 REGIONA    PICTURE X.
           02  REGIONI  PIC X(10).
           02  NAMEL    COMP  PIC  S9(4).
           02  NAMEF    PICTURE X.
           02  FILLER REDEFINES NAMEF.
             03 NAMEA    PICTURE X.
           02  NAMEI  PIC X(50).
           02  STATEL    COMP  PIC  S9(4).
           02  STATEF    PICTURE X.
           02  FILLER REDEFINES STATEF.
             03 STATEA    PICTURE X.
           02  STATEI  PIC X(20).
           02  COUNTRYL    COMP  PIC  S9(4).
           02  COUNTRYF    PICTURE X.
           02  FILLER REDEFINES COUNTRYF.
             03 COUNTRYA    PICTURE X.
           02  COUNTRYI  PIC X(20).
           02  STATTYPL    COMP  PIC  S9(4).
           02  STATTYPF    PICTURE X.
           02  FILLER REDEFINES STATTYPF.
             03 STATTYPA    PICTURE X.
           02  STATTYPI  PIC X(30).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
           02  REASONI  PIC X(30).
           02  AVGDLYL    COMP  PIC  S9(4).
           02  AVGDLYF    PICTURE X.
           02  FILLER REDEFINES AVGDLYF.
             03 AVGDLYA    PICTURE X.
           02  AVGDLYI  PIC X(10).
           02  DLYFLGL    COMP  PIC  S9(4).
           02  DLYFLGF    PICTURE X.
           02  FILLER REDEFINES DLYFLGF.
             03 DLYFLGA    PICTURE X.
           02  DLYFLGI  PIC X(1).
           02  WEATHERL    COMP  PIC  S9(4).
           02  WEATHERF    PICTURE X.
           02  FILLER REDEFINES WEATHERF.
             03 WEATHERA    PICTURE X.
           02  WEATHERI  PIC X(30).
           02  TEMPL    COMP  PIC  S9(4).
           02  TEMPF    PICTURE X.
           02  FILLER REDEFINES TEMPF.
             03 TEMPA    PICTURE X.
           02  TEMPI  PIC X(10).
           02  WINDL    COMP  PIC  S9(4).
           02  WINDF    PICTURE X.
           02  FILLER REDEFINES WINDF.
             03 WINDA    PICTURE X.
           02  WINDI  PIC X(20).
           02  TIERL    COMP  PIC  S9(4).
           02  TIERF    PICTURE X.
           02  FILLER REDEFINES TIERF.
             03 TIERA    PICTURE X.
           02  TIERI  PIC X(1).
           02  SCORE7L    COMP  PIC  S9(4).
           02  SCORE7F    PICTURE X.
           02  FILLER REDEFINES SCORE7F.
             03 SCORE7A    PICTURE X.
           02  SCORE7I  PIC X(3).
           02  SCOR30L    COMP  PIC  S9(4).
           02  SCOR30F    PICTURE X.
           02  FILLER REDEFINES SCOR30F.
             03 SCOR30A    PICTURE X.
           02  SCOR30I  PIC X(3).
           02  SCRDATEL    COMP  PIC  S9(4).
           02  SCRDATEF    PICTURE X.
           02  FILLER REDEFINES SCRDATEF.
             03 SCRDATEA    PICTURE X.
           02  SCRDATEI  PIC X(8).
           02  UPDDATEL    COMP  PIC  S9(4).
           02  UPDDATEF    PICTURE X.
           02  FILLER REDEFINES UPDDATEF.
             03 UPDDATEA    PICTURE X.
           02  UPDDATEI  PIC X(8).
           02  UPDTIMEL    COMP  PIC  S9(4).
           02  UPDTIMEF    PICTURE X.
           02  FILLER REDEFINES UPDTIMEF.
             03 UPDTIMEA    PICTURE X.
           02  UPDTIMEI  PIC X(6).
           02  MSG1L    COMP  PIC  S9(4).
           02  MSG1F    PICTURE X.
           02  FILLER REDEFINES MSG1F.
             03 MSG1A    PICTURE X.
           02  MSG1I  PIC X(78).
       01  AIRINQ1O REDEFINES AIRINQ1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CODEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  IATAO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  ICAOO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  REGIONO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  NAMEO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  STATEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  COUNTRYO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  STATTYPO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  REASONO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  AVGDLYO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DLYFLGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WEATHERO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  TEMPO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  WINDO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  TIERO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SCORE7O  PIC X(3).
           02  FILLER PICTURE X(3).
           02  SCOR30O  PIC X(3).
           02  FILLER PICTURE X(3).
           02  SCRDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  UPDDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  UPDTIMEO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MSG1O  PIC X(78).
       01  AIRINQ2I.
           02  FILLER PIC X(12).
           02  PAGENOL    COMP  PIC  S9(4).
           02  PAGENOF    PICTURE X.
           02  FILLER REDEFINES PAGENOF.
             03 PAGENOA    PICTURE X.
           02  PAGENOI  PIC X(3).
           02  RGNFLTL    COMP  PIC  S9(4).
           02  RGNFLTF    PICTURE X.
           02  FILLER REDEFINES RGNFLTF.
             03 RGNFLTA    PICTURE X.
           02  RGNFLTI  PIC X(10).
           02  DLYFLTL    COMP  PIC  S9(4).
           02  DLYFLTF    PICTURE X.
           02  FILLER REDEFINES DLYFLTF.
             03 DLYFLTA    PICTURE X.
           02  DLYFLTI  PIC X(1).
           02  SELCODEL    COMP  PIC  S9(4).
           02  SELCODEF    PICTURE X.
           02  FILLER REDEFINES SELCODEF.
             03 SELCODEA    PICTURE X.
           02  SELCODEI  PIC X(4).
           02  DFHMS1 OCCURS 15 TIMES.
             03  BLINEL    COMP  PIC  S9(4).
             03  BLINEF    PICTURE X.
             03  BLINEI  PIC X(79).
           02  MSG2L    COMP  PIC  S9(4).
           02  MSG2F    PICTURE X.
           02  FILLER REDEFINES MSG2F.
             03 MSG2A    PICTURE X.
           02  MSG2I  PIC X(78).
       01  AIRINQ2O REDEFINES AIRINQ2I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  PAGENOO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  RGNFLTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DLYFLTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SELCODEO  PIC X(4).
           02  DFHMS2 OCCURS 15 TIMES.
             03  FILLER PICTURE X(2).
             03  BLINEA    PICTURE X.
             03  BLINEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSG2O  PIC X(78).
       01  AIRINQ3I.
           02  FILLER PIC X(12).
           02  HPAGENOL    COMP  PIC  S9(4).
           02  HPAGENOF    PICTURE X.
           02  FILLER REDEFINES HPAGENOF.
             03 HPAGENOA    PICTURE X.
           02  HPAGENOI  PIC X(3).
           02  HIATAL    COMP  PIC  S9(4).
           02  HIATAF    PICTURE X.
           02  FILLER REDEFINES HIATAF.
             03 HIATAA    PICTURE X.
           02  HIATAI  PIC X(6).
           02  HNAMEL    COMP  PIC  S9(4).
           02  HNAMEF    PICTURE X.
           02  FILLER REDEFINES HNAMEF.
             03 HNAMEA    PICTURE X.
           02  HNAMEI  PIC X(50).
           02  DFHMS3 OCCURS 15 TIMES.
             03  HLINEL    COMP  PIC  S9(4).
             03  HLINEF    PICTURE X.
             03  HLINEI  PIC X(79).
           02  MSG3L    COMP  PIC  S9(4).
           02  MSG3F    PICTURE X.
           02  FILLER REDEFINES MSG3F.
             03 MSG3A    PICTURE X.
           02  MSG3I  PIC X(78).
       01  AIRINQ3O REDEFINES AIRINQ3I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HPAGENOO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HIATAO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  HNAMEO  PIC X(50).
           02  DFHMS4 OCCURS 15 TIMES.
             03  FILLER PICTURE X(2).
             03  HLINEA    PICTURE X.
             03  HLINEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSG3O  PIC X(78).
