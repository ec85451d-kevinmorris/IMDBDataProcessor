000010******************************************************************
000020*    PROGRAM-ID:  VS-SEASON
000030*    AUTHOR:      R. TATE - DATA ADMINISTRATION
000040*    INSTALLATION: HERC01 - MOVIES SUBSYSTEM
000050*    DATE-WRITTEN: 2025-08-18
000060*    DATE-COMPILED:
000070*    PURPOSE:     SEASON-BY-SEASON RATING ROLLUP AND SERIES
000080*                 QUALITY-TREND REPORT.  VS-EPIRPT AND VS-EPICAT
000090*                 SAY WHICH EPISODES A SERIES HAS; THIS REPORT
000100*                 SAYS HOW THEY RATED.  EPIFILE IS WALKED BY
000110*                 PARENT SERIES AND EACH EPISODE'S MOV-AVG-RATING
000120*                 AND MOV-NUM-VOTES ARE JOINED FROM THE OUTFILE
000130*                 MOVIE MASTER.  EACH NUMBERED SEASON PRINTS ITS
000140*                 VOTE-WEIGHTED AVERAGE RATING
000150*                   SUM(RATING X VOTES) / SUM(VOTES)
000160*                 OVER ITS RATED EPISODES, ITS CHANGE FROM THE
000170*                 LAST EARLIER SEASON WITH RATED EPISODES, AND
000180*                 ITS BEST AND WORST EPISODE; THE SERIES TOTAL
000190*                 LINE CARRIES THE SAME AVERAGE OVER EVERY RATED
000200*                 EPISODE OF THE SERIES.  A SEASON WHOSE AVERAGE
000210*                 FALLS BY MORE THAN THE DROP THRESHOLD FROM THE
000220*                 SEASON BEFORE IT IS FLAGGED, AND EVERY SERIES
000230*                 WITH A FLAGGED SEASON IS LISTED AGAIN AT THE
000240*                 END OF THE REPORT WITH ITS WORST DROP.  EVERY
000250*                 SEASON REPORTED ALSO GOES TO DSEASON IN THE
000260*                 MOVSEA01 LAYOUT FOR THE ANALYTICS FEED.
000270*                 PARAMETER CARD ON DPARM (ONE CARD, ALL FIELDS
000280*                 OPTIONAL - NO CARD AT ALL RUNS THE CATALOG WITH
000290*                 THE DEFAULTS):
000300*                   COLS  1-9   SERIES TCONST (BLANK = THE WHOLE
000310*                               CATALOG)
000320*                   COLS 11-13  MINIMUM EPISODES A SERIES MUST
000330*                               HAVE ON EPIFILE TO BE REPORTED
000340*                               (BLANK = 010; WHOLE-CATALOG RUNS
000350*                               ONLY)
000360*                   COLS 15-17  DROP THRESHOLD IN RATING POINTS,
000370*                               WRITTEN 9.9 (BLANK = 0.5)
000380*                 A BAD CARD ENDS THE RUN RC=16.
000390*    TECTONICS:   cobc -x VSSEASON.cbl
000400*
000410*    MODIFICATION HISTORY.
000420*    DATE-WRITTEN.  2025-08-18.  R. TATE.
000430*        ORIGINAL VERSION.  A RATED EPISODE HAS A NUMERIC RATING
000440*        AND ONE VOTE OR MORE; AN UNRATED ONE IS COUNTED BUT
000450*        CARRIES NO WEIGHT.  UNNUMBERED EPISODES (SEASON ZERO ON
000460*        EPIFILE) BELONG TO NO SEASON BUT DO COUNT IN THE SERIES
000470*        FIGURES.  A WHOLE-CATALOG RUN LEAVES OUT A SERIES WITH
000480*        NO RATED EPISODE AT ALL.  SEASONS PAST THE 150TH OF A
000490*        SERIES ARE NOT BROKEN OUT (RC=4).
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. VS-SEASON.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570
000580     SELECT PARMFILE ASSIGN TO DPARM.
000590     SELECT EPIFILE ASSIGN TO DEPIFILE
000600                    ORGANIZATION IS INDEXED
000610                    ACCESS IS DYNAMIC
000620                    RECORD KEY IS EPI-KEY.
000630     SELECT OUTFILE ASSIGN TO DOUTFILE
000640                    ORGANIZATION IS INDEXED
000650                    ACCESS IS DYNAMIC
000660                    RECORD KEY IS OUT-KEY
000670                    ALTERNATE RECORD KEY IS MOV-PRIMARY-TITLE
000680                        WITH DUPLICATES
000690                    ALTERNATE RECORD KEY IS MOV-START-YEAR
000700                        WITH DUPLICATES.
000710     SELECT SEASONFILE ASSIGN TO DSEASON.
000720     SELECT REPORTFILE ASSIGN TO DREPORT.
000730     SELECT MSTAMPFILE ASSIGN TO DMSTAMP
000740                    FILE STATUS IS WS-MSTAMP-STATUS.
000750     SELECT ESTAMPFILE ASSIGN TO DESTAMP
000760                    FILE STATUS IS WS-ESTAMP-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800
000810 FD  PARMFILE.
000820
000830 01 PARM-RECORD-AREA            PIC X(80).
000840
000850 FD  EPIFILE.
000860
000870 01 EPIFILE-RECORD-AREA.
000880     COPY MOVEPI01.
000890
000900 FD  OUTFILE.
000910
000920 01 OUTFILE-RECORD-AREA.
000930     COPY MOVREC01.
000940
000950 FD  SEASONFILE.
000960
000970 01 SEASON-RECORD-AREA.
000980     COPY MOVSEA01.
000990
001000 FD  REPORTFILE.
001010
001020 01 REPORT-RECORD-AREA          PIC X(132).
001030
001040 FD  MSTAMPFILE.
001050
001060 01 MSTAMP-RECORD-AREA          PIC X(40).
001070
001080 FD  ESTAMPFILE.
001090
001100 01 ESTAMP-RECORD-AREA          PIC X(40).
001110
001120
001130 WORKING-STORAGE SECTION.
001140
001150 01  WS-PARM-CARD.
001160     05 WS-PARM-TCONST          PIC X(09).
001170     05 FILLER                  PIC X(01).
001180     05 WS-PARM-MIN-EPISODES    PIC X(03).
001190     05 FILLER                  PIC X(01).
001200     05 WS-PARM-DROP.
001210         10 WS-PARM-DROP-UNITS  PIC X(01).
001220         10 WS-PARM-DROP-POINT  PIC X(01).
001230         10 WS-PARM-DROP-TENTHS PIC X(01).
001240     05 FILLER                  PIC X(63).
001250
001260 01  WS-KEY-CHECK.
001270     05 WS-KEY-PREFIX            PIC X(02).
001280     05 WS-KEY-DIGITS            PIC X(07).
001290
001300*    THE DROP THRESHOLD IS BUILT FROM THE CARD'S TWO DIGITS
001310*    EITHER SIDE OF THE POINT.
001320
001330 01  WS-DROP-DIGITS.
001340     05 WS-DROP-UNITS           PIC X(01) VALUE "0".
001350     05 WS-DROP-TENTHS          PIC X(01) VALUE "5".
001360 01  WS-DROP-THRESHOLD REDEFINES WS-DROP-DIGITS
001370                                PIC 9(01)V9(01).
001380
001390 01  WS-MIN-EPISODES            PIC 9(03) VALUE 10.
001400
001410 01  WS-STAMP-RECORD.
001420     COPY MOVSTP01.
001430
001440 01  WS-MSTAMP-STATUS           PIC X(02) VALUE SPACES.
001450 01  WS-ESTAMP-STATUS           PIC X(02) VALUE SPACES.
001460
001470 01  WS-MOVIE-AS-OF             PIC X(08) VALUE "UNKNOWN".
001480 01  WS-EPI-AS-OF               PIC X(08) VALUE "UNKNOWN".
001490
001500 01  WS-CURRENT-SERIES          PIC X(09) VALUE SPACES.
001510 01  WS-CURRENT-SEASON          PIC 9(03) VALUE ZERO.
001520 01  WS-LOOKUP-TCONST           PIC X(09) VALUE SPACES.
001530
001540*    ONE ENTRY PER NUMBERED SEASON OF THE SERIES IN HAND, IN
001550*    SEASON ORDER.  THE WHOLE SERIES IS GATHERED BEFORE ANY OF
001560*    IT PRINTS - THE EPISODE FILTER AND THE SEASON-TO-SEASON
001570*    CHANGES BOTH NEED IT COMPLETE.
001580
001590 01  SEASON-TABLE.
001600     05 SEASON-ENTRY OCCURS 150 TIMES.
001610         10 SN-SEASON           PIC 9(03).
001620         10 SN-EPISODE-CNT      PIC 9(05) COMP.
001630         10 SN-RATED-CNT        PIC 9(05) COMP.
001640         10 SN-VOTE-TOTAL       PIC 9(11) COMP.
001650         10 SN-PRODUCT-TOTAL    PIC 9(13)V9(01) COMP.
001660         10 SN-WEIGHTED-AVG     PIC 9(02)V9(04).
001670         10 SN-CHANGE           PIC S9(02)V9(04).
001680         10 SN-CHANGE-SWITCH    PIC X(01).
001690             88 SN-CHANGE-KNOWN     VALUE "Y".
001700             88 SN-CHANGE-UNKNOWN   VALUE "N".
001710         10 SN-DROP-SWITCH      PIC X(01).
001720             88 SN-DROP-FLAGGED     VALUE "Y".
001730             88 SN-DROP-NOT-FLAGGED VALUE "N".
001740         10 SN-BEST-TCONST      PIC X(09).
001750         10 SN-BEST-EPISODE     PIC 9(04).
001760         10 SN-BEST-RATING      PIC 9(02)V9(01).
001770         10 SN-BEST-VOTES       PIC 9(08).
001780         10 SN-WORST-TCONST     PIC X(09).
001790         10 SN-WORST-EPISODE    PIC 9(04).
001800         10 SN-WORST-RATING     PIC 9(02)V9(01).
001810         10 SN-WORST-VOTES      PIC 9(08).
001820
001830*    EVERY SERIES WITH A FLAGGED SEASON, FOR THE LIST AT THE
001840*    END OF THE REPORT.  DG-SEASON IS THE SEASON THAT FELL THE
001850*    FURTHEST.
001860
001870 01  DROP-TABLE.
001880     05 DROP-ENTRY OCCURS 500 TIMES.
001890         10 DG-TCONST           PIC X(09).
001900         10 DG-SEASON           PIC 9(03).
001910         10 DG-FROM-AVG         PIC 9(02)V9(04).
001920         10 DG-TO-AVG           PIC 9(02)V9(04).
001930         10 DG-DROP             PIC 9(02)V9(04).
001940         10 DG-PRIMARY-TITLE    PIC X(80).
001950
001960 01  WS-RATING-PRODUCT          PIC 9(10)V9(01) VALUE ZERO.
001970 01  WS-SERIES-VOTE-TOTAL       PIC 9(12) COMP VALUE ZERO.
001980 01  WS-SERIES-PRODUCT-TOTAL    PIC 9(14)V9(01) COMP VALUE ZERO.
001990 01  WS-SERIES-AVG              PIC 9(02)V9(04) VALUE ZERO.
002000 01  WS-PRIOR-AVG               PIC 9(02)V9(04) VALUE ZERO.
002010 01  WS-DROP-AMOUNT             PIC S9(02)V9(04) VALUE ZERO.
002020 01  WS-WORST-DROP              PIC 9(02)V9(04) VALUE ZERO.
002030 01  WS-WORST-DROP-SUB          PIC 9(03) COMP VALUE ZERO.
002040 01  WS-WORST-FROM-AVG          PIC 9(02)V9(04) VALUE ZERO.
002050
002060 01 SWITCHES.
002070     05 WS-XREF-EOF-SWITCH      PIC X    VALUE "N".
002080         88 XREF-BROWSE-DONE         VALUE "Y".
002090         88 XREF-BROWSE-ACTIVE       VALUE "N".
002100     05 WS-PARM-VALID-SWITCH    PIC X    VALUE "Y".
002110         88 PARM-IS-VALID            VALUE "Y".
002120         88 PARM-IS-INVALID          VALUE "N".
002130     05 WS-SCOPE-SWITCH         PIC X    VALUE "C".
002140         88 ONE-SERIES-RUN           VALUE "S".
002150         88 CATALOG-RUN              VALUE "C".
002160     05 WS-TITLE-FOUND-SWITCH   PIC X    VALUE "N".
002170         88 TITLE-RECORD-FOUND       VALUE "Y".
002180         88 TITLE-RECORD-NOT-FOUND   VALUE "N".
002190     05 WS-EPISODE-RATED-SWITCH PIC X    VALUE "N".
002200         88 EPISODE-IS-RATED         VALUE "Y".
002210         88 EPISODE-IS-NOT-RATED     VALUE "N".
002220     05 WS-PRIOR-AVG-SWITCH     PIC X    VALUE "N".
002230         88 PRIOR-AVG-KNOWN          VALUE "Y".
002240         88 PRIOR-AVG-UNKNOWN        VALUE "N".
002250
002260 77  WS-XREFS-READ-CNT          PIC 9(09) COMP VALUE ZERO.
002270 77  WS-SEASON-SUB              PIC 9(03) COMP VALUE ZERO.
002280 77  WS-PRINT-SUB               PIC 9(03) COMP VALUE ZERO.
002290 77  WS-DROP-SUB                PIC 9(03) COMP VALUE ZERO.
002300 77  WS-SERIES-SEASON-CNT       PIC 9(05) COMP VALUE ZERO.
002310 77  WS-SERIES-EPISODE-CNT      PIC 9(07) COMP VALUE ZERO.
002320 77  WS-SERIES-RATED-CNT        PIC 9(07) COMP VALUE ZERO.
002330 77  WS-SERIES-UNNUMBERED-CNT   PIC 9(05) COMP VALUE ZERO.
002340 77  WS-SERIES-OVERFLOW-CNT     PIC 9(05) COMP VALUE ZERO.
002350 77  WS-SERIES-DROP-CNT         PIC 9(03) COMP VALUE ZERO.
002360 77  WS-SERIES-SEEN-CNT         PIC 9(09) COMP VALUE ZERO.
002370 77  WS-SERIES-REPORTED-CNT     PIC 9(09) COMP VALUE ZERO.
002380 77  WS-SERIES-SKIPPED-CNT      PIC 9(09) COMP VALUE ZERO.
002390 77  WS-SERIES-FLAGGED-CNT      PIC 9(09) COMP VALUE ZERO.
002400 77  WS-SEASONS-WRITTEN-CNT     PIC 9(09) COMP VALUE ZERO.
002410 77  WS-SEASONS-FLAGGED-CNT     PIC 9(09) COMP VALUE ZERO.
002420 77  WS-EPISODES-RATED-CNT      PIC 9(09) COMP VALUE ZERO.
002430 77  WS-EPISODES-MISSING-CNT    PIC 9(09) COMP VALUE ZERO.
002440 77  WS-OVERFLOW-SERIES-CNT     PIC 9(09) COMP VALUE ZERO.
002450 77  WS-DROP-CNT                PIC 9(03) COMP VALUE ZERO.
002460 77  WS-DROP-OVERFLOW-CNT       PIC 9(09) COMP VALUE ZERO.
002470 77  WS-LINE-CNT                PIC 9(03) COMP VALUE 99.
002480 77  WS-PAGE-CNT                PIC 9(05) COMP VALUE ZERO.
002490 77  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 58.
002500
002510 01  WS-REPORT-DATE             PIC 9(08).
002520 01  WS-EDIT-COUNT              PIC ZZZ,ZZZ,ZZ9.
002530 01  WS-EDIT-MIN-EPISODES       PIC ZZ9.
002540 01  WS-EDIT-THRESHOLD          PIC 9.9.
002550
002560 01  HEADING-LINE-1.
002570     05 FILLER                  PIC X(12) VALUE "VS-SEASON".
002580     05 FILLER                  PIC X(28)
002590         VALUE "SEASON RATING ROLLUP".
002600     05 FILLER                  PIC X(06) VALUE "DATE: ".
002610     05 HD1-DATE                PIC 9(08).
002620     05 FILLER                  PIC X(67) VALUE SPACES.
002630     05 FILLER                  PIC X(06) VALUE "PAGE: ".
002640     05 HD1-PAGE                PIC ZZZZ9.
002650
002660 01  DATA-AS-OF-LINE.
002670     05 FILLER                  PIC X(02) VALUE SPACES.
002680     05 FILLER                  PIC X(13)
002690         VALUE "DATA AS OF - ".
002700     05 FILLER                  PIC X(08) VALUE "MOVIES: ".
002710     05 DA-MOVIE                PIC X(08).
002720     05 FILLER                  PIC X(12)
002730         VALUE "  EPISODES: ".
002740     05 DA-EPI                  PIC X(08).
002750     05 FILLER                  PIC X(81) VALUE SPACES.
002760
002770 01  SERIES-HEADING-LINE.
002780     05 FILLER                  PIC X(02) VALUE SPACES.
002790     05 SH-TCONST               PIC X(09).
002800     05 FILLER                  PIC X(02) VALUE SPACES.
002810     05 SH-TITLE                PIC X(80).
002820     05 FILLER                  PIC X(01) VALUE "(".
002830     05 SH-START-YEAR           PIC X(04).
002840     05 FILLER                  PIC X(01) VALUE ")".
002850     05 FILLER                  PIC X(33) VALUE SPACES.
002860
002870 01  SEASON-LINE.
002880     05 FILLER                  PIC X(04) VALUE SPACES.
002890     05 FILLER                  PIC X(07) VALUE "SEASON ".
002900     05 SL-SEASON               PIC ZZ9.
002910     05 FILLER                  PIC X(11) VALUE "  EPISODES ".
002920     05 SL-EPISODES             PIC ZZ,ZZ9.
002930     05 FILLER                  PIC X(08) VALUE "  RATED ".
002940     05 SL-RATED                PIC ZZ,ZZ9.
002950     05 FILLER                  PIC X(08) VALUE "  VOTES ".
002960     05 SL-VOTES                PIC ZZZ,ZZZ,ZZ9.
002970     05 FILLER                  PIC X(10) VALUE "  WTD AVG ".
002980     05 SL-AVG                  PIC Z9.99.
002990     05 SL-AVG-NONE REDEFINES SL-AVG
003000                                PIC X(05).
003010     05 FILLER                  PIC X(09) VALUE "  CHANGE ".
003020     05 SL-CHANGE               PIC +Z9.99.
003030     05 SL-CHANGE-NONE REDEFINES SL-CHANGE
003040                                PIC X(06).
003050     05 FILLER                  PIC X(02) VALUE SPACES.
003060     05 SL-DROP-NOTE            PIC X(20).
003070     05 FILLER                  PIC X(16) VALUE SPACES.
003080
003090 01  EPISODE-LINE.
003100     05 FILLER                  PIC X(08) VALUE SPACES.
003110     05 EL-LABEL                PIC X(07).
003120     05 FILLER                  PIC X(03) VALUE "EP ".
003130     05 EL-EPISODE              PIC ZZZ9.
003140     05 FILLER                  PIC X(02) VALUE SPACES.
003150     05 EL-TCONST               PIC X(09).
003160     05 FILLER                  PIC X(02) VALUE SPACES.
003170     05 EL-RATING               PIC Z9.9.
003180     05 FILLER                  PIC X(02) VALUE SPACES.
003190     05 EL-VOTES                PIC ZZ,ZZZ,ZZ9.
003200     05 FILLER                  PIC X(08) VALUE " VOTES  ".
003210     05 EL-TITLE                PIC X(73).
003220
003230 01  MESSAGE-LINE.
003240     05 FILLER                  PIC X(02) VALUE SPACES.
003250     05 MS-TEXT                 PIC X(130).
003260
003270 01  SERIES-TOTAL-LINE.
003280     05 FILLER                  PIC X(04) VALUE SPACES.
003290     05 FILLER                  PIC X(16)
003300         VALUE "SERIES: SEASONS ".
003310     05 ST-SEASONS              PIC ZZ9.
003320     05 FILLER                  PIC X(11) VALUE "  EPISODES ".
003330     05 ST-EPISODES             PIC ZZZ,ZZ9.
003340     05 FILLER                  PIC X(08) VALUE "  RATED ".
003350     05 ST-RATED                PIC ZZZ,ZZ9.
003360     05 FILLER                  PIC X(08) VALUE "  VOTES ".
003370     05 ST-VOTES                PIC ZZ,ZZZ,ZZZ,ZZ9.
003380     05 FILLER                  PIC X(10) VALUE "  WTD AVG ".
003390     05 ST-AVG                  PIC Z9.99.
003400     05 ST-AVG-NONE REDEFINES ST-AVG
003410                                PIC X(05).
003420     05 FILLER                  PIC X(08) VALUE "  DROPS ".
003430     05 ST-DROPS                PIC ZZ9.
003440     05 FILLER                  PIC X(28) VALUE SPACES.
003450
003460 01  DROP-LINE.
003470     05 FILLER                  PIC X(02) VALUE SPACES.
003480     05 DL-TCONST               PIC X(09).
003490     05 FILLER                  PIC X(02) VALUE SPACES.
003500     05 FILLER                  PIC X(07) VALUE "SEASON ".
003510     05 DL-SEASON               PIC ZZ9.
003520     05 FILLER                  PIC X(07) VALUE "  FROM ".
003530     05 DL-FROM-AVG             PIC Z9.99.
003540     05 FILLER                  PIC X(05) VALUE "  TO ".
003550     05 DL-TO-AVG               PIC Z9.99.
003560     05 FILLER                  PIC X(07) VALUE "  DROP ".
003570     05 DL-DROP                 PIC Z9.99.
003580     05 FILLER                  PIC X(02) VALUE SPACES.
003590     05 DL-TITLE                PIC X(73).
003600
003610 PROCEDURE DIVISION.
003620
003630 000-MAIN.
003640
003650     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
003660
003670     PERFORM 050-READ-PARM-CARD.
003680     PERFORM 060-VALIDATE-PARM.
003690
003700     IF PARM-IS-INVALID
003710         DISPLAY "VS-SEASON: BAD PARM CARD - RUN ABANDONED"
003720         MOVE 16 TO RETURN-CODE
003730     ELSE
003740         PERFORM 055-READ-LOAD-STAMPS
003750         OPEN INPUT  EPIFILE
003760         OPEN INPUT  OUTFILE
003770         OPEN OUTPUT SEASONFILE
003780         OPEN OUTPUT REPORTFILE
003790         PERFORM 325-PRINT-SELECTION-LINES
003800         PERFORM 245-START-XREF-BROWSE
003810         IF ONE-SERIES-RUN
003820         AND XREF-BROWSE-DONE
003830             MOVE SPACES TO MS-TEXT
003840             STRING "NO EPISODES ON EPIFILE FOR SERIES "
003850                    WS-PARM-TCONST
003860                 DELIMITED BY SIZE INTO MS-TEXT
003870             PERFORM 320-PRINT-MESSAGE-LINE
003880             MOVE 4 TO RETURN-CODE
003890         END-IF
003900         PERFORM 200-PROCESS-ONE-SERIES
003910             UNTIL XREF-BROWSE-DONE
003920         PERFORM 400-PRINT-DROP-LIST
003930         CLOSE EPIFILE
003940         CLOSE OUTFILE
003950         CLOSE SEASONFILE
003960         CLOSE REPORTFILE
003970         PERFORM 140-WRITE-SUMMARY-REPORT
003980         IF WS-OVERFLOW-SERIES-CNT > ZERO
003990         OR WS-DROP-OVERFLOW-CNT > ZERO
004000             MOVE 4 TO RETURN-CODE
004010         END-IF
004020     END-IF.
004030
004040     STOP RUN.
004050
004060
004070
004080 050-READ-PARM-CARD.
004090
004100     MOVE SPACES TO WS-PARM-CARD.
004110
004120     OPEN INPUT PARMFILE.
004130     READ PARMFILE INTO WS-PARM-CARD
004140         AT END MOVE SPACES TO WS-PARM-CARD
004150     END-READ.
004160     CLOSE PARMFILE.
004170
004180
004190
004200*    ONE LOAD STAMP PER MASTER THIS REPORT JOINS.  A STAMP
004210*    THAT IS MISSING OR EMPTY LEAVES ITS "UNKNOWN" DEFAULT IN
004220*    THE HEADING - THE REPORT STILL RUNS.
004230
004240 055-READ-LOAD-STAMPS.
004250
004260     OPEN INPUT MSTAMPFILE.
004270     IF WS-MSTAMP-STATUS = "00"
004280         READ MSTAMPFILE INTO WS-STAMP-RECORD
004290             AT END
004300                 CONTINUE
004310             NOT AT END
004320                 MOVE STP-EXTRACT-DATE TO WS-MOVIE-AS-OF
004330         END-READ
004340         CLOSE MSTAMPFILE
004350     END-IF.
004360
004370     OPEN INPUT ESTAMPFILE.
004380     IF WS-ESTAMP-STATUS = "00"
004390         READ ESTAMPFILE INTO WS-STAMP-RECORD
004400             AT END
004410                 CONTINUE
004420             NOT AT END
004430                 MOVE STP-EXTRACT-DATE TO WS-EPI-AS-OF
004440         END-READ
004450         CLOSE ESTAMPFILE
004460     END-IF.
004470
004480
004490
004500*    A SERIES TCONST MAKES THIS A ONE-SERIES RUN, WHICH
004510*    REPORTS THE SERIES WHATEVER ITS EPISODE COUNT.  THE
004520*    THRESHOLD MUST BE WRITTEN WITH ITS POINT (0.5, NOT 05).
004530
004540 060-VALIDATE-PARM.
004550
004560     MOVE "Y" TO WS-PARM-VALID-SWITCH.
004570
004580     IF WS-PARM-TCONST = SPACES
004590         MOVE "C" TO WS-SCOPE-SWITCH
004600     ELSE
004610         MOVE "S" TO WS-SCOPE-SWITCH
004620         MOVE WS-PARM-TCONST(1:2) TO WS-KEY-PREFIX
004630         MOVE WS-PARM-TCONST(3:7) TO WS-KEY-DIGITS
004640         IF WS-KEY-PREFIX NOT = "tt"
004650         OR WS-KEY-DIGITS IS NOT NUMERIC
004660             DISPLAY "VS-SEASON: SERIES TCONST NOT VALID: "
004670                     WS-PARM-TCONST
004680             MOVE "N" TO WS-PARM-VALID-SWITCH
004690         END-IF
004700     END-IF.
004710
004720     IF WS-PARM-MIN-EPISODES NOT = SPACES
004730         IF WS-PARM-MIN-EPISODES IS NUMERIC
004740             MOVE WS-PARM-MIN-EPISODES TO WS-MIN-EPISODES
004750         ELSE
004760             DISPLAY "VS-SEASON: MINIMUM EPISODES NOT NUMERIC: "
004770                     WS-PARM-MIN-EPISODES
004780             MOVE "N" TO WS-PARM-VALID-SWITCH
004790         END-IF
004800     END-IF.
004810
004820     IF WS-PARM-DROP NOT = SPACES
004830         IF WS-PARM-DROP-UNITS IS NUMERIC
004840         AND WS-PARM-DROP-POINT = "."
004850         AND WS-PARM-DROP-TENTHS IS NUMERIC
004860             MOVE WS-PARM-DROP-UNITS  TO WS-DROP-UNITS
004870             MOVE WS-PARM-DROP-TENTHS TO WS-DROP-TENTHS
004880         ELSE
004890             DISPLAY "VS-SEASON: DROP THRESHOLD NOT 9.9: "
004900                     WS-PARM-DROP
004910             MOVE "N" TO WS-PARM-VALID-SWITCH
004920         END-IF
004930     END-IF.
004940
004950
004960
004970 140-WRITE-SUMMARY-REPORT.
004980
004990     DISPLAY "==============================================".
005000     DISPLAY "VS-SEASON ROLLUP SUMMARY".
005010     DISPLAY "  XREF RECORDS READ . . : " WS-XREFS-READ-CNT.
005020     DISPLAY "  SERIES SEEN . . . . . : " WS-SERIES-SEEN-CNT.
005030     DISPLAY "  SERIES REPORTED . . . : "
005040             WS-SERIES-REPORTED-CNT.
005050     DISPLAY "  SERIES LEFT OUT . . . : "
005060             WS-SERIES-SKIPPED-CNT.
005070     DISPLAY "  SEASONS WRITTEN . . . : "
005080             WS-SEASONS-WRITTEN-CNT.
005090     DISPLAY "  EPISODES RATED . . . : "
005100             WS-EPISODES-RATED-CNT.
005110     DISPLAY "  EPISODES NOT ON MASTER: "
005120             WS-EPISODES-MISSING-CNT.
005130     DISPLAY "  SEASONS FLAGGED . . . : "
005140             WS-SEASONS-FLAGGED-CNT.
005150     DISPLAY "  SERIES FLAGGED . . . : "
005160             WS-SERIES-FLAGGED-CNT.
005170     IF WS-OVERFLOW-SERIES-CNT > ZERO
005180         DISPLAY "  SERIES OVER 150 SEASONS: "
005190                 WS-OVERFLOW-SERIES-CNT
005200     END-IF.
005210     IF WS-DROP-OVERFLOW-CNT > ZERO
005220         DISPLAY "  FLAGGED NOT LISTED . : "
005230                 WS-DROP-OVERFLOW-CNT
005240     END-IF.
005250     DISPLAY "==============================================".
005260
005270
005280
005290*    ONE SERIES: GATHER EVERY EPISODE, THEN WORK OUT THE
005300*    SEASON CHANGES AND REPORT IT IF IT PASSES THE FILTER.
005310
005320 200-PROCESS-ONE-SERIES.
005330
005340     MOVE EPI-PARENT-TCONST TO WS-CURRENT-SERIES.
005350     MOVE ZERO TO WS-SERIES-SEASON-CNT.
005360     MOVE ZERO TO WS-SERIES-EPISODE-CNT.
005370     MOVE ZERO TO WS-SERIES-RATED-CNT.
005380     MOVE ZERO TO WS-SERIES-UNNUMBERED-CNT.
005390     MOVE ZERO TO WS-SERIES-OVERFLOW-CNT.
005400     MOVE ZERO TO WS-SERIES-DROP-CNT.
005410     MOVE ZERO TO WS-SERIES-VOTE-TOTAL.
005420     MOVE ZERO TO WS-SERIES-PRODUCT-TOTAL.
005430     MOVE ZERO TO WS-SERIES-AVG.
005440     ADD 1 TO WS-SERIES-SEEN-CNT.
005450
005460     PERFORM 210-PROCESS-ONE-SEASON
005470         UNTIL XREF-BROWSE-DONE
005480         OR EPI-PARENT-TCONST NOT = WS-CURRENT-SERIES.
005490
005500     IF WS-SERIES-VOTE-TOTAL > ZERO
005510         COMPUTE WS-SERIES-AVG ROUNDED =
005520             WS-SERIES-PRODUCT-TOTAL / WS-SERIES-VOTE-TOTAL
005530     END-IF.
005540
005550     IF ONE-SERIES-RUN
005560     OR (WS-SERIES-EPISODE-CNT NOT < WS-MIN-EPISODES
005570         AND WS-SERIES-RATED-CNT > ZERO)
005580         PERFORM 270-COMPARE-SEASONS
005590         PERFORM 280-REPORT-SERIES
005600     ELSE
005610         ADD 1 TO WS-SERIES-SKIPPED-CNT
005620     END-IF.
005630
005640
005650
005660*    A SEASON RUNS UNTIL THE KEY BREAKS ON SERIES OR SEASON.
005670*    SEASON ZERO IS THE UNNUMBERED BUCKET - IT SORTS FIRST AND
005680*    GETS NO TABLE ENTRY, AND NEITHER DOES A SEASON PAST THE
005690*    TABLE'S END; THEIR EPISODES STILL COUNT FOR THE SERIES.
005700
005710 210-PROCESS-ONE-SEASON.
005720
005730     MOVE EPI-SEASON TO WS-CURRENT-SEASON.
005740     MOVE ZERO TO WS-SEASON-SUB.
005750
005760     IF WS-CURRENT-SEASON > ZERO
005770         ADD 1 TO WS-SERIES-SEASON-CNT
005780         IF WS-SERIES-SEASON-CNT > 150
005790             ADD 1 TO WS-SERIES-OVERFLOW-CNT
005800         ELSE
005810             MOVE WS-SERIES-SEASON-CNT TO WS-SEASON-SUB
005820             PERFORM 215-CLEAR-SEASON-ENTRY
005830         END-IF
005840     END-IF.
005850
005860     PERFORM 220-PROCESS-ONE-EPISODE
005870         UNTIL XREF-BROWSE-DONE
005880         OR EPI-PARENT-TCONST NOT = WS-CURRENT-SERIES
005890         OR EPI-SEASON NOT = WS-CURRENT-SEASON.
005900
005910
005920
005930 215-CLEAR-SEASON-ENTRY.
005940
005950     MOVE WS-CURRENT-SEASON TO SN-SEASON(WS-SEASON-SUB).
005960     MOVE ZERO   TO SN-EPISODE-CNT(WS-SEASON-SUB).
005970     MOVE ZERO   TO SN-RATED-CNT(WS-SEASON-SUB).
005980     MOVE ZERO   TO SN-VOTE-TOTAL(WS-SEASON-SUB).
005990     MOVE ZERO   TO SN-PRODUCT-TOTAL(WS-SEASON-SUB).
006000     MOVE ZERO   TO SN-WEIGHTED-AVG(WS-SEASON-SUB).
006010     MOVE ZERO   TO SN-CHANGE(WS-SEASON-SUB).
006020     MOVE "N"    TO SN-CHANGE-SWITCH(WS-SEASON-SUB).
006030     MOVE "N"    TO SN-DROP-SWITCH(WS-SEASON-SUB).
006040     MOVE SPACES TO SN-BEST-TCONST(WS-SEASON-SUB).
006050     MOVE ZERO   TO SN-BEST-EPISODE(WS-SEASON-SUB).
006060     MOVE ZERO   TO SN-BEST-RATING(WS-SEASON-SUB).
006070     MOVE ZERO   TO SN-BEST-VOTES(WS-SEASON-SUB).
006080     MOVE SPACES TO SN-WORST-TCONST(WS-SEASON-SUB).
006090     MOVE ZERO   TO SN-WORST-EPISODE(WS-SEASON-SUB).
006100     MOVE ZERO   TO SN-WORST-RATING(WS-SEASON-SUB).
006110     MOVE ZERO   TO SN-WORST-VOTES(WS-SEASON-SUB).
006120
006130
006140
006150 220-PROCESS-ONE-EPISODE.
006160
006170     ADD 1 TO WS-SERIES-EPISODE-CNT.
006180
006190     IF WS-CURRENT-SEASON = ZERO
006200         ADD 1 TO WS-SERIES-UNNUMBERED-CNT
006210     END-IF.
006220
006230     IF WS-SEASON-SUB > ZERO
006240         ADD 1 TO SN-EPISODE-CNT(WS-SEASON-SUB)
006250     END-IF.
006260
006270     PERFORM 225-LOOKUP-EPISODE-RATING.
006280
006290     IF EPISODE-IS-RATED
006300         PERFORM 230-ADD-RATED-EPISODE
006310     END-IF.
006320
006330     PERFORM 240-READ-NEXT-XREF.
006340
006350
006360
006370*    THE LOAD VALIDATES ONLY THE KEY, SO THE RATING AND VOTES
006380*    ARE TESTED BEFORE THEY ARE USED.  AN EPISODE WITH NO
006390*    MASTER RECORD IS COUNTED AND OTHERWISE IGNORED.
006400
006410 225-LOOKUP-EPISODE-RATING.
006420
006430     MOVE "N" TO WS-EPISODE-RATED-SWITCH.
006440     MOVE EPI-TCONST TO WS-LOOKUP-TCONST.
006450
006460     PERFORM 250-LOOKUP-TITLE.
006470
006480     IF TITLE-RECORD-NOT-FOUND
006490         ADD 1 TO WS-EPISODES-MISSING-CNT
006500     ELSE
006510         IF MOV-AVG-RATING IS NUMERIC
006520         AND MOV-NUM-VOTES IS NUMERIC
006530             IF MOV-NUM-VOTES > ZERO
006540                 MOVE "Y" TO WS-EPISODE-RATED-SWITCH
006550             END-IF
006560         END-IF
006570     END-IF.
006580
006590
006600
006610*    EQUAL RATINGS GO TO THE EPISODE WITH MORE VOTES, FOR THE
006620*    WORST EPISODE AS WELL AS THE BEST.
006630
006640 230-ADD-RATED-EPISODE.
006650
006660     COMPUTE WS-RATING-PRODUCT = MOV-AVG-RATING * MOV-NUM-VOTES.
006670
006680     ADD 1                 TO WS-SERIES-RATED-CNT.
006690     ADD 1                 TO WS-EPISODES-RATED-CNT.
006700     ADD MOV-NUM-VOTES     TO WS-SERIES-VOTE-TOTAL.
006710     ADD WS-RATING-PRODUCT TO WS-SERIES-PRODUCT-TOTAL.
006720
006730     IF WS-SEASON-SUB > ZERO
006740         ADD 1             TO SN-RATED-CNT(WS-SEASON-SUB)
006750         ADD MOV-NUM-VOTES TO SN-VOTE-TOTAL(WS-SEASON-SUB)
006760         ADD WS-RATING-PRODUCT
006770                           TO SN-PRODUCT-TOTAL(WS-SEASON-SUB)
006780         IF SN-RATED-CNT(WS-SEASON-SUB) = 1
006790         OR MOV-AVG-RATING > SN-BEST-RATING(WS-SEASON-SUB)
006800         OR (MOV-AVG-RATING = SN-BEST-RATING(WS-SEASON-SUB)
006810             AND MOV-NUM-VOTES > SN-BEST-VOTES(WS-SEASON-SUB))
006820             MOVE EPI-TCONST     TO SN-BEST-TCONST(WS-SEASON-SUB)
006830             MOVE EPI-EPISODE    TO SN-BEST-EPISODE(WS-SEASON-SUB)
006840             MOVE MOV-AVG-RATING TO SN-BEST-RATING(WS-SEASON-SUB)
006850             MOVE MOV-NUM-VOTES  TO SN-BEST-VOTES(WS-SEASON-SUB)
006860         END-IF
006870         IF SN-RATED-CNT(WS-SEASON-SUB) = 1
006880         OR MOV-AVG-RATING < SN-WORST-RATING(WS-SEASON-SUB)
006890         OR (MOV-AVG-RATING = SN-WORST-RATING(WS-SEASON-SUB)
006900             AND MOV-NUM-VOTES > SN-WORST-VOTES(WS-SEASON-SUB))
006910             MOVE EPI-TCONST    TO SN-WORST-TCONST(WS-SEASON-SUB)
006920             MOVE EPI-EPISODE   TO SN-WORST-EPISODE(WS-SEASON-SUB)
006930             MOVE MOV-AVG-RATING TO SN-WORST-RATING(WS-SEASON-SUB)
006940             MOVE MOV-NUM-VOTES TO SN-WORST-VOTES(WS-SEASON-SUB)
006950         END-IF
006960     END-IF.
006970
006980
006990
007000 240-READ-NEXT-XREF.
007010
007020     READ EPIFILE NEXT RECORD
007030         AT END MOVE "Y" TO WS-XREF-EOF-SWITCH.
007040
007050     IF XREF-BROWSE-ACTIVE
007060         ADD 1 TO WS-XREFS-READ-CNT
007070         IF ONE-SERIES-RUN
007080         AND EPI-PARENT-TCONST NOT = WS-PARM-TCONST
007090             MOVE "Y" TO WS-XREF-EOF-SWITCH
007100         END-IF
007110     END-IF.
007120
007130
007140
007150*    A ONE-SERIES RUN STARTS AT THE LOWEST EPI-KEY CARRYING THE
007160*    SERIES TCONST, A CATALOG RUN AT THE FRONT OF THE FILE.
007170
007180 245-START-XREF-BROWSE.
007190
007200     MOVE "N" TO WS-XREF-EOF-SWITCH.
007210
007220     IF ONE-SERIES-RUN
007230         MOVE WS-PARM-TCONST TO EPI-PARENT-TCONST
007240         MOVE ZERO           TO EPI-SEASON
007250         MOVE ZERO           TO EPI-EPISODE
007260         MOVE LOW-VALUES     TO EPI-TCONST
007270     ELSE
007280         MOVE LOW-VALUES     TO EPI-KEY
007290     END-IF.
007300
007310     START EPIFILE KEY NOT < EPI-KEY
007320         INVALID KEY
007330             MOVE "Y" TO WS-XREF-EOF-SWITCH
007340     END-START.
007350
007360     IF XREF-BROWSE-ACTIVE
007370         PERFORM 240-READ-NEXT-XREF.
007380
007390
007400
007410 250-LOOKUP-TITLE.
007420
007430     MOVE "N" TO WS-TITLE-FOUND-SWITCH.
007440     MOVE WS-LOOKUP-TCONST TO OUT-KEY.
007450
007460     READ OUTFILE
007470         INVALID KEY
007480             MOVE "N" TO WS-TITLE-FOUND-SWITCH
007490         NOT INVALID KEY
007500             MOVE "Y" TO WS-TITLE-FOUND-SWITCH
007510     END-READ.
007520
007530
007540
007550*    EACH SEASON WITH RATED EPISODES IS SET AGAINST THE LAST
007560*    EARLIER SEASON THAT HAD ANY - A SEASON WITH NOTHING RATED
007570*    IS PASSED OVER, NOT TAKEN AS A FALL TO ZERO.
007580
007590 270-COMPARE-SEASONS.
007600
007610     MOVE "N"  TO WS-PRIOR-AVG-SWITCH.
007620     MOVE ZERO TO WS-PRIOR-AVG.
007630     MOVE ZERO TO WS-WORST-DROP.
007640     MOVE ZERO TO WS-WORST-DROP-SUB.
007650
007660     PERFORM 275-COMPARE-ONE-SEASON
007670         VARYING WS-SEASON-SUB FROM 1 BY 1
007680         UNTIL WS-SEASON-SUB > WS-SERIES-SEASON-CNT
007690         OR WS-SEASON-SUB > 150.
007700
007710
007720
007730 275-COMPARE-ONE-SEASON.
007740
007750     IF SN-VOTE-TOTAL(WS-SEASON-SUB) > ZERO
007760         COMPUTE SN-WEIGHTED-AVG(WS-SEASON-SUB) ROUNDED =
007770             SN-PRODUCT-TOTAL(WS-SEASON-SUB)
007780             / SN-VOTE-TOTAL(WS-SEASON-SUB)
007790         IF PRIOR-AVG-KNOWN
007800             MOVE "Y" TO SN-CHANGE-SWITCH(WS-SEASON-SUB)
007810             COMPUTE SN-CHANGE(WS-SEASON-SUB) =
007820                 SN-WEIGHTED-AVG(WS-SEASON-SUB) - WS-PRIOR-AVG
007830             COMPUTE WS-DROP-AMOUNT =
007840                 WS-PRIOR-AVG - SN-WEIGHTED-AVG(WS-SEASON-SUB)
007850             IF WS-DROP-AMOUNT > WS-DROP-THRESHOLD
007860                 MOVE "Y" TO SN-DROP-SWITCH(WS-SEASON-SUB)
007870                 ADD 1 TO WS-SERIES-DROP-CNT
007880                 IF WS-DROP-AMOUNT > WS-WORST-DROP
007890                     MOVE WS-DROP-AMOUNT TO WS-WORST-DROP
007900                     MOVE WS-SEASON-SUB  TO WS-WORST-DROP-SUB
007910                     MOVE WS-PRIOR-AVG   TO WS-WORST-FROM-AVG
007920                 END-IF
007930             END-IF
007940         END-IF
007950         MOVE SN-WEIGHTED-AVG(WS-SEASON-SUB) TO WS-PRIOR-AVG
007960         MOVE "Y" TO WS-PRIOR-AVG-SWITCH
007970     END-IF.
007980
007990
008000
008010 280-REPORT-SERIES.
008020
008030     ADD 1 TO WS-SERIES-REPORTED-CNT.
008040
008050     MOVE WS-CURRENT-SERIES TO WS-LOOKUP-TCONST.
008060     PERFORM 250-LOOKUP-TITLE.
008070     PERFORM 310-PRINT-SERIES-HEADING.
008080
008090     PERFORM 285-REPORT-ONE-SEASON
008100         VARYING WS-PRINT-SUB FROM 1 BY 1
008110         UNTIL WS-PRINT-SUB > WS-SERIES-SEASON-CNT
008120         OR WS-PRINT-SUB > 150.
008130
008140     IF WS-SERIES-UNNUMBERED-CNT > ZERO
008150         MOVE WS-SERIES-UNNUMBERED-CNT TO WS-EDIT-COUNT
008160         MOVE SPACES TO MS-TEXT
008170         STRING "  UNNUMBERED EPISODES: " WS-EDIT-COUNT
008180                " - IN THE SERIES FIGURES ONLY"
008190             DELIMITED BY SIZE INTO MS-TEXT
008200         PERFORM 320-PRINT-MESSAGE-LINE
008210     END-IF.
008220
008230     IF WS-SERIES-OVERFLOW-CNT > ZERO
008240         ADD 1 TO WS-OVERFLOW-SERIES-CNT
008250         MOVE WS-SERIES-OVERFLOW-CNT TO WS-EDIT-COUNT
008260         MOVE SPACES TO MS-TEXT
008270         STRING "  ** " WS-EDIT-COUNT
008280                " SEASONS PAST THE 150TH NOT BROKEN OUT **"
008290             DELIMITED BY SIZE INTO MS-TEXT
008300         PERFORM 320-PRINT-MESSAGE-LINE
008310     END-IF.
008320
008330     PERFORM 330-PRINT-SERIES-TOTAL.
008340
008350     IF WS-SERIES-DROP-CNT > ZERO
008360         PERFORM 295-RECORD-FLAGGED-SERIES
008370     END-IF.
008380
008390
008400
008410 285-REPORT-ONE-SEASON.
008420
008430     PERFORM 315-PRINT-SEASON-LINE.
008440
008450     IF SN-RATED-CNT(WS-PRINT-SUB) > ZERO
008460         MOVE "BEST"                      TO EL-LABEL
008470         MOVE SN-BEST-TCONST(WS-PRINT-SUB)  TO EL-TCONST
008480         MOVE SN-BEST-EPISODE(WS-PRINT-SUB) TO EL-EPISODE
008490         MOVE SN-BEST-RATING(WS-PRINT-SUB)  TO EL-RATING
008500         MOVE SN-BEST-VOTES(WS-PRINT-SUB)   TO EL-VOTES
008510         PERFORM 340-PRINT-EPISODE-LINE
008520         MOVE "WORST"                     TO EL-LABEL
008530         MOVE SN-WORST-TCONST(WS-PRINT-SUB)  TO EL-TCONST
008540         MOVE SN-WORST-EPISODE(WS-PRINT-SUB) TO EL-EPISODE
008550         MOVE SN-WORST-RATING(WS-PRINT-SUB)  TO EL-RATING
008560         MOVE SN-WORST-VOTES(WS-PRINT-SUB)   TO EL-VOTES
008570         PERFORM 340-PRINT-EPISODE-LINE
008580     END-IF.
008590
008600     PERFORM 290-WRITE-SEASON-RECORD.
008610
008620
008630
008640 290-WRITE-SEASON-RECORD.
008650
008660     MOVE SPACES TO SEASON-RECORD-AREA.
008670     MOVE WS-CURRENT-SERIES            TO SEA-SERIES-TCONST.
008680     MOVE SN-SEASON(WS-PRINT-SUB)      TO SEA-SEASON.
008690     MOVE WS-REPORT-DATE               TO SEA-RUN-DATE.
008700     MOVE SN-EPISODE-CNT(WS-PRINT-SUB) TO SEA-EPISODE-CNT.
008710     MOVE SN-RATED-CNT(WS-PRINT-SUB)   TO SEA-RATED-CNT.
008720     MOVE SN-VOTE-TOTAL(WS-PRINT-SUB)  TO SEA-TOTAL-VOTES.
008730     MOVE SN-WEIGHTED-AVG(WS-PRINT-SUB) TO SEA-WEIGHTED-AVG.
008740     MOVE SN-BEST-TCONST(WS-PRINT-SUB) TO SEA-BEST-TCONST.
008750     MOVE SN-BEST-RATING(WS-PRINT-SUB) TO SEA-BEST-RATING.
008760     MOVE SN-WORST-TCONST(WS-PRINT-SUB) TO SEA-WORST-TCONST.
008770     MOVE SN-WORST-RATING(WS-PRINT-SUB) TO SEA-WORST-RATING.
008780     MOVE SN-CHANGE(WS-PRINT-SUB)      TO SEA-CHANGE.
008790     MOVE SN-CHANGE-SWITCH(WS-PRINT-SUB) TO SEA-CHANGE-KNOWN.
008800     MOVE SN-DROP-SWITCH(WS-PRINT-SUB) TO SEA-DROP-FLAG.
008810     MOVE WS-SERIES-AVG                TO SEA-SERIES-AVG.
008820
008830     WRITE SEASON-RECORD-AREA.
008840
008850     ADD 1 TO WS-SEASONS-WRITTEN-CNT.
008860
008870
008880
008890*    THE SERIES TITLE IS LOOKED UP AGAIN - THE BEST/WORST
008900*    EPISODE LINES HAVE READ OVER THE RECORD AREA SINCE THE
008910*    SERIES HEADING PRINTED.
008920
008930 295-RECORD-FLAGGED-SERIES.
008940
008950     ADD 1 TO WS-SERIES-FLAGGED-CNT.
008960
008970     IF WS-DROP-CNT NOT < 500
008980         ADD 1 TO WS-DROP-OVERFLOW-CNT
008990     ELSE
009000         ADD 1 TO WS-DROP-CNT
009010         MOVE WS-CURRENT-SERIES TO WS-LOOKUP-TCONST
009020         PERFORM 250-LOOKUP-TITLE
009030         MOVE WS-CURRENT-SERIES TO DG-TCONST(WS-DROP-CNT)
009040         MOVE SN-SEASON(WS-WORST-DROP-SUB)
009050                                TO DG-SEASON(WS-DROP-CNT)
009060         MOVE WS-WORST-FROM-AVG TO DG-FROM-AVG(WS-DROP-CNT)
009070         MOVE SN-WEIGHTED-AVG(WS-WORST-DROP-SUB)
009080                                TO DG-TO-AVG(WS-DROP-CNT)
009090         MOVE WS-WORST-DROP     TO DG-DROP(WS-DROP-CNT)
009100         IF TITLE-RECORD-FOUND
009110             MOVE MOV-PRIMARY-TITLE
009120                                TO DG-PRIMARY-TITLE(WS-DROP-CNT)
009130         ELSE
009140             MOVE "** SERIES NOT ON MOVIE MASTER **"
009150                                TO DG-PRIMARY-TITLE(WS-DROP-CNT)
009160         END-IF
009170     END-IF.
009180
009190
009200
009210 300-PRINT-PAGE-HEADING.
009220
009230     ADD 1 TO WS-PAGE-CNT.
009240
009250     MOVE WS-REPORT-DATE TO HD1-DATE.
009260     MOVE WS-PAGE-CNT    TO HD1-PAGE.
009270
009280     WRITE REPORT-RECORD-AREA FROM HEADING-LINE-1
009290         AFTER ADVANCING PAGE.
009300     MOVE WS-MOVIE-AS-OF TO DA-MOVIE.
009310     MOVE WS-EPI-AS-OF   TO DA-EPI.
009320     WRITE REPORT-RECORD-AREA FROM DATA-AS-OF-LINE
009330         AFTER ADVANCING 1 LINE.
009340     MOVE SPACES TO REPORT-RECORD-AREA.
009350     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
009360
009370     MOVE 3 TO WS-LINE-CNT.
009380
009390
009400
009410 305-CHECK-PAGE-FULL.
009420
009430     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
009440         PERFORM 300-PRINT-PAGE-HEADING.
009450
009460
009470
009480 310-PRINT-SERIES-HEADING.
009490
009500     PERFORM 305-CHECK-PAGE-FULL.
009510
009520     MOVE WS-CURRENT-SERIES TO SH-TCONST.
009530
009540     IF TITLE-RECORD-FOUND
009550         MOVE MOV-PRIMARY-TITLE TO SH-TITLE
009560         MOVE MOV-START-YEAR    TO SH-START-YEAR
009570     ELSE
009580         MOVE "** SERIES NOT ON MOVIE MASTER **" TO SH-TITLE
009590         MOVE "????"                             TO SH-START-YEAR
009600     END-IF.
009610
009620     MOVE SPACES TO REPORT-RECORD-AREA.
009630     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
009640     WRITE REPORT-RECORD-AREA FROM SERIES-HEADING-LINE
009650         AFTER ADVANCING 1 LINE.
009660
009670     ADD 2 TO WS-LINE-CNT.
009680
009690
009700
009710 315-PRINT-SEASON-LINE.
009720
009730     PERFORM 305-CHECK-PAGE-FULL.
009740
009750     MOVE SN-SEASON(WS-PRINT-SUB)      TO SL-SEASON.
009760     MOVE SN-EPISODE-CNT(WS-PRINT-SUB) TO SL-EPISODES.
009770     MOVE SN-RATED-CNT(WS-PRINT-SUB)   TO SL-RATED.
009780     MOVE SN-VOTE-TOTAL(WS-PRINT-SUB)  TO SL-VOTES.
009790
009800     IF SN-RATED-CNT(WS-PRINT-SUB) > ZERO
009810         MOVE SN-WEIGHTED-AVG(WS-PRINT-SUB) TO SL-AVG
009820     ELSE
009830         MOVE "  -  " TO SL-AVG-NONE
009840     END-IF.
009850
009860     IF SN-CHANGE-KNOWN(WS-PRINT-SUB)
009870         MOVE SN-CHANGE(WS-PRINT-SUB) TO SL-CHANGE
009880     ELSE
009890         MOVE "   -  " TO SL-CHANGE-NONE
009900     END-IF.
009910
009920     IF SN-DROP-FLAGGED(WS-PRINT-SUB)
009930         MOVE "** RATING DROP **" TO SL-DROP-NOTE
009940     ELSE
009950         MOVE SPACES TO SL-DROP-NOTE
009960     END-IF.
009970
009980     WRITE REPORT-RECORD-AREA FROM SEASON-LINE
009990         AFTER ADVANCING 1 LINE.
010000
010010     ADD 1 TO WS-LINE-CNT.
010020
010030
010040
010050 320-PRINT-MESSAGE-LINE.
010060
010070     PERFORM 305-CHECK-PAGE-FULL.
010080
010090     WRITE REPORT-RECORD-AREA FROM MESSAGE-LINE
010100         AFTER ADVANCING 1 LINE.
010110
010120     ADD 1 TO WS-LINE-CNT.
010130
010140
010150
010160*    THE RUN'S SCOPE AND THRESHOLD HEAD THE FIRST PAGE, SO A
010170*    REPORT NEVER HAS TO BE READ AGAINST ITS CARD.
010180
010190 325-PRINT-SELECTION-LINES.
010200
010210     MOVE SPACES TO MS-TEXT.
010220     IF ONE-SERIES-RUN
010230         STRING "SCOPE: SERIES " WS-PARM-TCONST
010240             DELIMITED BY SIZE INTO MS-TEXT
010250     ELSE
010260         MOVE WS-MIN-EPISODES TO WS-EDIT-MIN-EPISODES
010270         STRING "SCOPE: WHOLE CATALOG - SERIES WITH "
010280                WS-EDIT-MIN-EPISODES
010290                " OR MORE EPISODES AND AT LEAST ONE RATED"
010300             DELIMITED BY SIZE INTO MS-TEXT
010310     END-IF.
010320     PERFORM 320-PRINT-MESSAGE-LINE.
010330
010340     MOVE WS-DROP-THRESHOLD TO WS-EDIT-THRESHOLD.
010350     MOVE SPACES TO MS-TEXT.
010360     STRING "SEASON FLAGGED WHEN ITS VOTE-WEIGHTED AVERAGE "
010370            "FALLS BY MORE THAN " WS-EDIT-THRESHOLD
010380            " FROM THE SEASON BEFORE"
010390         DELIMITED BY SIZE INTO MS-TEXT.
010400     PERFORM 320-PRINT-MESSAGE-LINE.
010410
010420
010430
010440 330-PRINT-SERIES-TOTAL.
010450
010460     PERFORM 305-CHECK-PAGE-FULL.
010470
010480     MOVE WS-SERIES-SEASON-CNT  TO ST-SEASONS.
010490     MOVE WS-SERIES-EPISODE-CNT TO ST-EPISODES.
010500     MOVE WS-SERIES-RATED-CNT   TO ST-RATED.
010510     MOVE WS-SERIES-VOTE-TOTAL  TO ST-VOTES.
010520     MOVE WS-SERIES-DROP-CNT    TO ST-DROPS.
010530
010540     IF WS-SERIES-RATED-CNT > ZERO
010550         MOVE WS-SERIES-AVG TO ST-AVG
010560     ELSE
010570         MOVE "  -  " TO ST-AVG-NONE
010580     END-IF.
010590
010600     WRITE REPORT-RECORD-AREA FROM SERIES-TOTAL-LINE
010610         AFTER ADVANCING 1 LINE.
010620
010630     ADD 1 TO WS-LINE-CNT.
010640
010650
010660
010670 340-PRINT-EPISODE-LINE.
010680
010690     MOVE EL-TCONST TO WS-LOOKUP-TCONST.
010700     PERFORM 250-LOOKUP-TITLE.
010710
010720     IF TITLE-RECORD-FOUND
010730         MOVE MOV-PRIMARY-TITLE TO EL-TITLE
010740     ELSE
010750         MOVE "** TITLE NOT ON MASTER **" TO EL-TITLE
010760     END-IF.
010770
010780     PERFORM 305-CHECK-PAGE-FULL.
010790
010800     WRITE REPORT-RECORD-AREA FROM EPISODE-LINE
010810         AFTER ADVANCING 1 LINE.
010820
010830     ADD 1 TO WS-LINE-CNT.
010840
010850
010860
010870 350-PRINT-DROP-HEADING.
010880
010890     PERFORM 300-PRINT-PAGE-HEADING.
010900
010910     MOVE WS-DROP-THRESHOLD TO WS-EDIT-THRESHOLD.
010920     MOVE SPACES TO MS-TEXT.
010930     STRING "SERIES WITH A SEASON-TO-SEASON DROP OF MORE THAN "
010940            WS-EDIT-THRESHOLD
010950            " - EACH SHOWN AT ITS WORST SEASON"
010960         DELIMITED BY SIZE INTO MS-TEXT.
010970     PERFORM 320-PRINT-MESSAGE-LINE.
010980
010990     MOVE SPACES TO REPORT-RECORD-AREA.
011000     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
011010     ADD 1 TO WS-LINE-CNT.
011020
011030
011040
011050 355-PRINT-DROP-LINE.
011060
011070     PERFORM 305-CHECK-PAGE-FULL.
011080
011090     MOVE DG-TCONST(WS-DROP-SUB)        TO DL-TCONST.
011100     MOVE DG-SEASON(WS-DROP-SUB)        TO DL-SEASON.
011110     MOVE DG-FROM-AVG(WS-DROP-SUB)      TO DL-FROM-AVG.
011120     MOVE DG-TO-AVG(WS-DROP-SUB)        TO DL-TO-AVG.
011130     MOVE DG-DROP(WS-DROP-SUB)          TO DL-DROP.
011140     MOVE DG-PRIMARY-TITLE(WS-DROP-SUB) TO DL-TITLE.
011150
011160     WRITE REPORT-RECORD-AREA FROM DROP-LINE
011170         AFTER ADVANCING 1 LINE.
011180
011190     ADD 1 TO WS-LINE-CNT.
011200
011210
011220
011230*    THE FLAGGED SERIES, IN THE ORDER THEY WERE REPORTED, ON A
011240*    PAGE OF THEIR OWN AT THE END.
011250
011260 400-PRINT-DROP-LIST.
011270
011280     PERFORM 350-PRINT-DROP-HEADING.
011290
011300     IF WS-DROP-CNT = ZERO
011310         MOVE "NO SERIES FLAGGED" TO MS-TEXT
011320         PERFORM 320-PRINT-MESSAGE-LINE
011330     ELSE
011340         PERFORM 355-PRINT-DROP-LINE
011350             VARYING WS-DROP-SUB FROM 1 BY 1
011360             UNTIL WS-DROP-SUB > WS-DROP-CNT
011370     END-IF.
011380
011390     IF WS-DROP-OVERFLOW-CNT > ZERO
011400         MOVE WS-DROP-OVERFLOW-CNT TO WS-EDIT-COUNT
011410         MOVE SPACES TO MS-TEXT
011420         STRING "** " WS-EDIT-COUNT
011430                " FURTHER FLAGGED SERIES NOT LISTED HERE **"
011440             DELIMITED BY SIZE INTO MS-TEXT
011450         PERFORM 320-PRINT-MESSAGE-LINE
011460     END-IF.
011470
011480 END PROGRAM VS-SEASON.
