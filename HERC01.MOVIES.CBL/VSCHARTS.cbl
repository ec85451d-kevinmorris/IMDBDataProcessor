000010******************************************************************
000020*    PROGRAM-ID:  VS-CHARTS
000030*    AUTHOR:      R. TATE - DATA ADMINISTRATION
000040*    INSTALLATION: HERC01 - MOVIES SUBSYSTEM
000050*    DATE-WRITTEN: 2025-08-11
000060*    DATE-COMPILED:
000070*    PURPOSE:     WEIGHTED-RATING TOP CHARTS.  A RAW
000080*                 MOV-AVG-RATING LETS A 9.8 ON 14 VOTES OUTRANK
000090*                 A 9.0 ON TWO MILLION, SO EVERY CHART HERE IS
000100*                 RANKED ON THE BAYESIAN WEIGHTED RATING
000110*                   WR = (V X R + M X C) / (V + M)
000120*                 WHERE R AND V ARE THE TITLE'S RATING AND VOTES,
000130*                 C IS THE MEAN RATING OF EVERY RATED TITLE ON
000140*                 THE MASTER AND M IS THE VOTE COUNT AT THE 90TH
000150*                 PERCENTILE OF THOSE TITLES - A TITLE WITH FEW
000160*                 VOTES IS PULLED TOWARDS THE CATALOG MEAN, ONE
000170*                 WITH MANY KEEPS ITS OWN RATING.  C AND M ARE
000180*                 WORKED OUT FROM THE MASTER ON EVERY RUN (ONE
000190*                 PASS PLUS A SORT OF THE VOTE COUNTS).
000200*                 EACH CHART CARD ON DPARM IS ONE CHART, SLICED
000210*                 BY TITLE TYPE, GENRE, DECADE OF MOV-START-YEAR
000220*                 AND ADULT CONTENT.  A GENRE CHART BROWSES THE
000230*                 GENFILE CROSS-REFERENCE FROM THE GENRE KEY; A
000240*                 DECADE CHART BROWSES THE MOV-START-YEAR
000250*                 ALTERNATE INDEX; ANY OTHER CHART READS THE
000260*                 MASTER IN KEY ORDER.  THE TOP N OF EACH CHART
000270*                 PRINT ON DREPORT WITH RANK, WEIGHTED SCORE, RAW
000280*                 RATING AND VOTES, AND GO TO DCHART IN THE
000290*                 MOVCHT01 LAYOUT.  LAST WEEK'S DCHART, READ ON
000300*                 DPRVCHT, GIVES EACH ENTRY ITS RANK LAST WEEK OR
000310*                 "NEW", AND THE TITLES THAT DROPPED OUT OF EACH
000320*                 CHART ARE LISTED UNDER IT.
000330*                 CHART CARDS ON DPARM (UP TO 20, ONE PER CHART):
000340*                   COLS  1-8   CHART ID (REQUIRED, UNIQUE - THE
000350*                               WEEK-OVER-WEEK MATCH KEY)
000360*                   COLS 10-21  TITLE TYPE  (BLANK = ALL)
000370*                   COLS 23-37  GENRE       (BLANK = ALL)
000380*                   COLS 39-42  DECADE, E.G. 1990 (BLANK = ALL)
000390*                   COL  44     ADULT TITLES: Y = INCLUDED,
000400*                               BLANK OR N = LEFT OUT
000410*                   COLS 46-48  CHART SIZE 001-100 (BLANK = 025)
000420*                 A BAD CARD IS LISTED AND SKIPPED (RC=4); NO
000430*                 GOOD CARD AT ALL ENDS THE RUN RC=16.
000440*    TECTONICS:   cobc -x VSCHARTS.cbl
000450*
000460*    MODIFICATION HISTORY.
000470*    DATE-WRITTEN.  2025-08-11.  R. TATE.
000480*        ORIGINAL VERSION.  ONLY RATED TITLES (NUMERIC RATING,
000490*        ONE VOTE OR MORE) ARE CHARTED OR COUNTED INTO C AND M.
000500*        EQUAL SCORES RANK BY VOTES, THEN TCONST.  A MISSING
000510*        DPRVCHT (THE FIRST WEEK) PRINTS THE CHARTS WITHOUT THE
000520*        LAST-WEEK COLUMN.  THE "DATA AS OF" LINE COMES FROM
000530*        THE DMSTAMP LOAD STAMP LIKE VS-REPORT'S.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. VS-CHARTS.
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610
000620     SELECT PARMFILE ASSIGN TO DPARM.
000630     SELECT OUTFILE ASSIGN TO DOUTFILE
000640                    ORGANIZATION IS INDEXED
000650                    ACCESS IS DYNAMIC
000660                    RECORD KEY IS OUT-KEY
000670                    ALTERNATE RECORD KEY IS MOV-PRIMARY-TITLE
000680                        WITH DUPLICATES
000690                    ALTERNATE RECORD KEY IS MOV-START-YEAR
000700                        WITH DUPLICATES.
000710     SELECT GENFILE ASSIGN TO DGENFILE
000720                    ORGANIZATION IS INDEXED
000730                    ACCESS IS DYNAMIC
000740                    RECORD KEY IS GEN-KEY.
000750     SELECT CHARTFILE ASSIGN TO DCHART.
000760     SELECT PRVCHARTFILE ASSIGN TO DPRVCHT
000770                    FILE STATUS IS WS-PRVCHART-STATUS.
000780     SELECT REPORTFILE ASSIGN TO DREPORT.
000790     SELECT MSTAMPFILE ASSIGN TO DMSTAMP
000800                    FILE STATUS IS WS-MSTAMP-STATUS.
000810     SELECT VOTE-WORK ASSIGN TO SORTWK01.
000820     SELECT CHART-WORK ASSIGN TO SORTWK01.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860
000870 FD  PARMFILE.
000880
000890 01 PARM-RECORD-AREA            PIC X(80).
000900
000910 FD  OUTFILE.
000920
000930 01 OUTFILE-RECORD-AREA.
000940     COPY MOVREC01.
000950
000960 FD  GENFILE.
000970
000980 01 GENFILE-RECORD-AREA.
000990     COPY MOVGEN01.
001000
001010 FD  CHARTFILE.
001020
001030 01 CHART-RECORD-AREA.
001040     COPY MOVCHT01.
001050
001060 FD  PRVCHARTFILE.
001070
001080 01 PRVCHART-RECORD-AREA        PIC X(150).
001090
001100 FD  REPORTFILE.
001110
001120 01 REPORT-RECORD-AREA          PIC X(132).
001130
001140 FD  MSTAMPFILE.
001150
001160 01 MSTAMP-RECORD-AREA          PIC X(40).
001170
001180 SD  VOTE-WORK.
001190
001200 01 VOTE-RECORD.
001210     05 VW-NUM-VOTES            PIC 9(08).
001220
001230 SD  CHART-WORK.
001240
001250 01 CHART-WORK-RECORD.
001260     05 CW-WEIGHTED-SCORE       PIC 9(02)V9(04).
001270     05 CW-NUM-VOTES            PIC 9(08).
001280     05 CW-TCONST               PIC X(09).
001290     05 CW-AVG-RATING           PIC 9(02)V9(01).
001300     05 CW-TITLE-TYPE           PIC X(12).
001310     05 CW-START-YEAR           PIC X(04).
001320     05 CW-PRIMARY-TITLE        PIC X(80).
001330
001340
001350 WORKING-STORAGE SECTION.
001360
001370 01  WS-CHART-CARD.
001380     05 WS-CARD-CHART-ID        PIC X(08).
001390     05 FILLER                  PIC X(01).
001400     05 WS-CARD-TITLE-TYPE      PIC X(12).
001410     05 FILLER                  PIC X(01).
001420     05 WS-CARD-GENRE           PIC X(15).
001430     05 FILLER                  PIC X(01).
001440     05 WS-CARD-DECADE          PIC X(04).
001450     05 FILLER                  PIC X(01).
001460     05 WS-CARD-ADULT           PIC X(01).
001470     05 FILLER                  PIC X(01).
001480     05 WS-CARD-CHART-SIZE      PIC X(03).
001490     05 FILLER                  PIC X(32).
001500
001510 01  WS-DECADE-CHECK.
001520     05 WS-DECADE-CENTURY       PIC X(03).
001530     05 WS-DECADE-UNIT          PIC X(01).
001540
001550*    EVERY CARD SURVIVING VALIDATION LANDS HERE AND IS RUN AS
001560*    ONE CHART, IN CARD ORDER.
001570
001580 01  CHART-TABLE.
001590     05 CHART-ENTRY OCCURS 20 TIMES.
001600         10 CH-CHART-ID         PIC X(08).
001610         10 CH-TITLE-TYPE       PIC X(12).
001620         10 CH-GENRE            PIC X(15).
001630         10 CH-DECADE-SWITCH    PIC X(01).
001640             88 CH-DECADE-GIVEN     VALUE "Y".
001650         10 CH-FROM-YEAR        PIC 9(04).
001660         10 CH-TO-YEAR          PIC 9(04).
001670         10 CH-ADULT-SWITCH     PIC X(01).
001680             88 CH-ADULT-INCLUDED   VALUE "Y".
001690             88 CH-ADULT-LEFT-OUT   VALUE "N".
001700         10 CH-CHART-SIZE       PIC 9(03).
001710
001720*    LAST WEEK'S CHARTS, AS READ FROM DPRVCHT.  PV-SEEN IS SET
001730*    WHEN THE TITLE IS ON THIS WEEK'S CHART OF THE SAME ID -
001740*    WHATEVER IS LEFT UNSEEN HAS DROPPED OUT.
001750
001760 01  PREVIOUS-TABLE.
001770     05 PREVIOUS-ENTRY OCCURS 2000 TIMES.
001780         10 PV-CHART-ID         PIC X(08).
001790         10 PV-RANK             PIC 9(04).
001800         10 PV-TCONST           PIC X(09).
001810         10 PV-PRIMARY-TITLE    PIC X(80).
001820         10 PV-SEEN-SWITCH      PIC X(01).
001830             88 PV-SEEN             VALUE "Y".
001840             88 PV-NOT-SEEN         VALUE "N".
001850
001860 01  WS-PRVCHART-RECORD.
001870     COPY MOVCHT01
001880         REPLACING ==CHT-KEY==            BY ==PC-KEY==
001890                   ==CHT-CHART-ID==       BY ==PC-CHART-ID==
001900                   ==CHT-RANK==           BY ==PC-RANK==
001910                   ==CHT-CHART-DATE==     BY ==PC-CHART-DATE==
001920                   ==CHT-TCONST==         BY ==PC-TCONST==
001930                   ==CHT-WEIGHTED-SCORE== BY ==PC-WEIGHTED-SCORE==
001940                   ==CHT-AVG-RATING==     BY ==PC-AVG-RATING==
001950                   ==CHT-NUM-VOTES==      BY ==PC-NUM-VOTES==
001960                   ==CHT-TITLE-TYPE==     BY ==PC-TITLE-TYPE==
001970                   ==CHT-START-YEAR==     BY ==PC-START-YEAR==
001980                   ==CHT-PRIMARY-TITLE==  BY ==PC-PRIMARY-TITLE==.
001990
002000 01  WS-STAMP-RECORD.
002010     COPY MOVSTP01.
002020
002030 01  WS-MSTAMP-STATUS           PIC X(02) VALUE SPACES.
002040 01  WS-PRVCHART-STATUS         PIC X(02) VALUE SPACES.
002050
002060 01  WS-MOVIE-AS-OF             PIC X(08) VALUE "UNKNOWN".
002070
002080*    THE CATALOG FIGURES THE WEIGHTED RATING IS BUILT ON.
002090
002100 01  WS-CATALOG-MEAN            PIC 9(02)V9(04) VALUE ZERO.
002110 01  WS-MIN-VOTES-THRESHOLD     PIC 9(08) VALUE ZERO.
002120 01  WS-RATING-TOTAL            PIC 9(12)V9(01) COMP VALUE ZERO.
002130 01  WS-WEIGHTED-SCORE          PIC 9(02)V9(04) VALUE ZERO.
002140
002150 01 SWITCHES.
002160     05 PARM-EOF-SWITCH         PIC X    VALUE "N".
002170     05 OUTFILE-EOF-SWITCH      PIC X    VALUE "N".
002180     05 PRVCHART-EOF-SWITCH     PIC X    VALUE "N".
002190     05 VOTE-EOF-SWITCH         PIC X    VALUE "N".
002200     05 CHART-EOF-SWITCH        PIC X    VALUE "N".
002210     05 WS-XREF-EOF-SWITCH      PIC X    VALUE "N".
002220         88 XREF-BROWSE-DONE         VALUE "Y".
002230         88 XREF-BROWSE-ACTIVE       VALUE "N".
002240     05 WS-CARD-VALID-SWITCH    PIC X    VALUE "Y".
002250         88 CARD-IS-VALID            VALUE "Y".
002260         88 CARD-IS-INVALID          VALUE "N".
002270     05 WS-PREVIOUS-SWITCH      PIC X    VALUE "N".
002280         88 PREVIOUS-CHARTS-LOADED   VALUE "Y".
002290         88 NO-PREVIOUS-CHARTS       VALUE "N".
002300     05 WS-TITLE-FOUND-SWITCH   PIC X    VALUE "N".
002310         88 TITLE-RECORD-FOUND       VALUE "Y".
002320         88 TITLE-RECORD-NOT-FOUND   VALUE "N".
002330     05 WS-RECORD-WANTED-SWITCH PIC X    VALUE "N".
002340         88 RECORD-IS-WANTED         VALUE "Y".
002350         88 RECORD-IS-NOT-WANTED     VALUE "N".
002360
002370 77  WS-CARDS-READ-CNT          PIC 9(09) COMP VALUE ZERO.
002380 77  WS-CARDS-SKIPPED-CNT       PIC 9(09) COMP VALUE ZERO.
002390 77  WS-CHART-CNT               PIC 9(03) COMP VALUE ZERO.
002400 77  WS-CHART-SUB               PIC 9(03) COMP VALUE ZERO.
002410 77  WS-CHECK-SUB               PIC 9(03) COMP VALUE ZERO.
002420 77  WS-MASTER-READ-CNT         PIC 9(09) COMP VALUE ZERO.
002430 77  WS-RATED-TITLE-CNT         PIC 9(09) COMP VALUE ZERO.
002440 77  WS-THRESHOLD-POSITION      PIC 9(09) COMP VALUE ZERO.
002450 77  WS-THRESHOLD-PERCENTILE    PIC 9(03) COMP VALUE 90.
002460 77  WS-VOTES-RETURNED-CNT      PIC 9(09) COMP VALUE ZERO.
002470 77  WS-PREVIOUS-CNT            PIC 9(05) COMP VALUE ZERO.
002480 77  WS-PREVIOUS-SUB            PIC 9(05) COMP VALUE ZERO.
002490 77  WS-PREVIOUS-FOUND-SUB      PIC 9(05) COMP VALUE ZERO.
002500 77  WS-PREVIOUS-OVERFLOW-CNT   PIC 9(09) COMP VALUE ZERO.
002510 77  WS-CHART-PREVIOUS-CNT      PIC 9(05) COMP VALUE ZERO.
002520 77  WS-CANDIDATE-CNT           PIC 9(09) COMP VALUE ZERO.
002530 77  WS-CHART-RANK              PIC 9(04) COMP VALUE ZERO.
002540 77  WS-NEW-ENTRY-CNT           PIC 9(05) COMP VALUE ZERO.
002550 77  WS-DROP-OUT-CNT            PIC 9(05) COMP VALUE ZERO.
002560 77  WS-CHARTS-PRINTED-CNT      PIC 9(09) COMP VALUE ZERO.
002570 77  WS-ENTRIES-WRITTEN-CNT     PIC 9(09) COMP VALUE ZERO.
002580 77  WS-TOTAL-NEW-CNT           PIC 9(09) COMP VALUE ZERO.
002590 77  WS-TOTAL-DROP-OUT-CNT      PIC 9(09) COMP VALUE ZERO.
002600 77  WS-LINE-CNT                PIC 9(03) COMP VALUE 99.
002610 77  WS-PAGE-CNT                PIC 9(05) COMP VALUE ZERO.
002620 77  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 58.
002630
002640 01  WS-REPORT-DATE             PIC 9(08).
002650 01  WS-EDIT-MEAN               PIC Z9.9999.
002660 01  WS-EDIT-VOTES              PIC ZZ,ZZZ,ZZ9.
002670 01  WS-EDIT-COUNT              PIC ZZZ,ZZZ,ZZ9.
002680 01  WS-EDIT-DROP-OUTS          PIC ZZ,ZZ9.
002690 01  WS-EDIT-SIZE               PIC ZZ9.
002700 01  WS-SHOW-TITLE-TYPE         PIC X(12).
002710 01  WS-SHOW-GENRE              PIC X(15).
002720 01  WS-SHOW-DECADE             PIC X(05).
002730 01  WS-SHOW-ADULT              PIC X(08).
002740
002750 01  HEADING-LINE-1.
002760     05 FILLER                  PIC X(12) VALUE "VS-CHARTS".
002770     05 FILLER                  PIC X(28)
002780         VALUE "WEIGHTED-RATING TOP CHARTS".
002790     05 FILLER                  PIC X(06) VALUE "DATE: ".
002800     05 HD1-DATE                PIC 9(08).
002810     05 FILLER                  PIC X(67) VALUE SPACES.
002820     05 FILLER                  PIC X(06) VALUE "PAGE: ".
002830     05 HD1-PAGE                PIC ZZZZ9.
002840
002850 01  DATA-AS-OF-LINE.
002860     05 FILLER                  PIC X(02) VALUE SPACES.
002870     05 FILLER                  PIC X(13)
002880         VALUE "DATA AS OF - ".
002890     05 FILLER                  PIC X(08) VALUE "MOVIES: ".
002900     05 DA-MOVIE                PIC X(08).
002910     05 FILLER                  PIC X(101) VALUE SPACES.
002920
002930 01  CHART-HEADING-LINE.
002940     05 FILLER                  PIC X(02) VALUE SPACES.
002950     05 FILLER                  PIC X(07) VALUE "CHART: ".
002960     05 CL-CHART-ID             PIC X(08).
002970     05 FILLER                  PIC X(02) VALUE SPACES.
002980     05 CL-TEXT                 PIC X(113).
002990
003000 01  COLUMN-HEADING-LINE.
003010     05 FILLER                  PIC X(02) VALUE SPACES.
003020     05 FILLER                  PIC X(06) VALUE "RANK".
003030     05 FILLER                  PIC X(09) VALUE "LAST WK".
003040     05 FILLER                  PIC X(11) VALUE "TCONST".
003050     05 FILLER                  PIC X(14) VALUE "TITLE TYPE".
003060     05 FILLER                  PIC X(06) VALUE "YEAR".
003070     05 FILLER                  PIC X(09) VALUE "SCORE".
003080     05 FILLER                  PIC X(08) VALUE "RATING".
003090     05 FILLER                  PIC X(12) VALUE "VOTES".
003100     05 FILLER                  PIC X(55) VALUE "PRIMARY TITLE".
003110
003120 01  DETAIL-LINE.
003130     05 FILLER                  PIC X(02) VALUE SPACES.
003140     05 DT-RANK                 PIC ZZZ9.
003150     05 FILLER                  PIC X(03) VALUE SPACES.
003160     05 DT-LAST-WEEK            PIC X(04).
003170     05 FILLER                  PIC X(04) VALUE SPACES.
003180     05 DT-TCONST               PIC X(09).
003190     05 FILLER                  PIC X(02) VALUE SPACES.
003200     05 DT-TITLE-TYPE           PIC X(12).
003210     05 FILLER                  PIC X(02) VALUE SPACES.
003220     05 DT-START-YEAR           PIC X(04).
003230     05 FILLER                  PIC X(02) VALUE SPACES.
003240     05 DT-SCORE                PIC Z9.9999.
003250     05 FILLER                  PIC X(02) VALUE SPACES.
003260     05 DT-RATING               PIC Z9.9.
003270     05 FILLER                  PIC X(04) VALUE SPACES.
003280     05 DT-VOTES                PIC ZZ,ZZZ,ZZ9.
003290     05 FILLER                  PIC X(02) VALUE SPACES.
003300     05 DT-TITLE                PIC X(55).
003310
003320 01  MESSAGE-LINE.
003330     05 FILLER                  PIC X(02) VALUE SPACES.
003340     05 MS-TEXT                 PIC X(130).
003350
003360 PROCEDURE DIVISION.
003370
003380 000-MAIN.
003390
003400     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
003410
003420     PERFORM 055-READ-LOAD-STAMP.
003430
003440     OPEN OUTPUT REPORTFILE.
003450
003460     PERFORM 100-LOAD-CHART-CARDS.
003470
003480     IF WS-CHART-CNT = ZERO
003490         DISPLAY "VS-CHARTS: NO GOOD CHART CARD - RUN ABANDONED"
003500         MOVE 16 TO RETURN-CODE
003510     ELSE
003520         OPEN INPUT  OUTFILE
003530         OPEN INPUT  GENFILE
003540         OPEN OUTPUT CHARTFILE
003550         PERFORM 130-LOAD-PREVIOUS-CHARTS
003560         PERFORM 200-COMPUTE-CATALOG-FIGURES
003570         PERFORM 315-PRINT-CATALOG-FIGURES
003580         PERFORM 400-RUN-ONE-CHART
003590             VARYING WS-CHART-SUB FROM 1 BY 1
003600             UNTIL WS-CHART-SUB > WS-CHART-CNT
003610         CLOSE OUTFILE
003620         CLOSE GENFILE
003630         CLOSE CHARTFILE
003640         PERFORM 140-WRITE-SUMMARY-REPORT
003650         IF WS-CARDS-SKIPPED-CNT > ZERO
003660         OR WS-PREVIOUS-OVERFLOW-CNT > ZERO
003670             MOVE 4 TO RETURN-CODE
003680         END-IF
003690     END-IF.
003700
003710     CLOSE REPORTFILE.
003720
003730     STOP RUN.
003740
003750
003760
003770*    THE MOVIE MASTER'S LOAD STAMP FEEDS THE "DATA AS OF"
003780*    HEADING LINE.  A STAMP THAT IS MISSING OR EMPTY LEAVES
003790*    THE "UNKNOWN" DEFAULT - THE CHARTS STILL RUN.
003800
003810 055-READ-LOAD-STAMP.
003820
003830     OPEN INPUT MSTAMPFILE.
003840     IF WS-MSTAMP-STATUS = "00"
003850         READ MSTAMPFILE INTO WS-STAMP-RECORD
003860             AT END
003870                 CONTINUE
003880             NOT AT END
003890                 MOVE STP-EXTRACT-DATE TO WS-MOVIE-AS-OF
003900         END-READ
003910         CLOSE MSTAMPFILE
003920     END-IF.
003930
003940
003950
003960 100-LOAD-CHART-CARDS.
003970
003980     OPEN INPUT PARMFILE.
003990
004000     PERFORM 110-READ-CHART-CARD
004010         UNTIL PARM-EOF-SWITCH = "Y".
004020
004030     CLOSE PARMFILE.
004040
004050
004060
004070 110-READ-CHART-CARD.
004080
004090     READ PARMFILE INTO WS-CHART-CARD
004100         AT END MOVE "Y" TO PARM-EOF-SWITCH.
004110
004120     IF PARM-EOF-SWITCH = "N"
004130     AND WS-CHART-CARD NOT = SPACES
004140         ADD 1 TO WS-CARDS-READ-CNT
004150         PERFORM 120-STORE-ONE-CARD
004160     END-IF.
004170
004180
004190
004200*    A CODED FIELD HAS TO BE WELL FORMED OR THE CARD IS LISTED
004210*    AND SKIPPED - A CHART NOBODY ASKED FOR MUST NOT STAND IN
004220*    FOR THE ONE THAT WAS ON NEXT WEEK'S COMPARISON.
004230
004240 120-STORE-ONE-CARD.
004250
004260     MOVE "Y" TO WS-CARD-VALID-SWITCH.
004270
004280     IF WS-CARD-CHART-ID = SPACES
004290         MOVE "N" TO WS-CARD-VALID-SWITCH.
004300
004310     PERFORM 125-CHECK-DUPLICATE-ID
004320         VARYING WS-CHECK-SUB FROM 1 BY 1
004330         UNTIL WS-CHECK-SUB > WS-CHART-CNT.
004340
004350     IF WS-CARD-DECADE NOT = SPACES
004360         MOVE WS-CARD-DECADE TO WS-DECADE-CHECK
004370         IF WS-CARD-DECADE IS NOT NUMERIC
004380         OR WS-DECADE-UNIT NOT = "0"
004390             MOVE "N" TO WS-CARD-VALID-SWITCH
004400         END-IF
004410     END-IF.
004420
004430     IF WS-CARD-ADULT NOT = SPACE
004440     AND WS-CARD-ADULT NOT = "N"
004450     AND WS-CARD-ADULT NOT = "Y"
004460         MOVE "N" TO WS-CARD-VALID-SWITCH.
004470
004480     IF WS-CARD-CHART-SIZE NOT = SPACES
004490         IF WS-CARD-CHART-SIZE IS NOT NUMERIC
004500         OR WS-CARD-CHART-SIZE = "000"
004510         OR WS-CARD-CHART-SIZE > "100"
004520             MOVE "N" TO WS-CARD-VALID-SWITCH
004530         END-IF
004540     END-IF.
004550
004560     IF CARD-IS-INVALID
004570         ADD 1 TO WS-CARDS-SKIPPED-CNT
004580         MOVE SPACES TO MESSAGE-LINE
004590         STRING "CHART CARD SKIPPED - BLANK OR DUPLICATE ID, OR "
004600                "A BAD FIELD: " WS-CHART-CARD(1:48)
004610             DELIMITED BY SIZE INTO MS-TEXT
004620         PERFORM 320-PRINT-MESSAGE-LINE
004630     ELSE
004640         IF WS-CHART-CNT >= 20
004650             ADD 1 TO WS-CARDS-SKIPPED-CNT
004660             MOVE SPACES TO MESSAGE-LINE
004670             STRING "CHART CARD SKIPPED - MORE THAN 20 CHARTS: "
004680                    WS-CARD-CHART-ID
004690                 DELIMITED BY SIZE INTO MS-TEXT
004700             PERFORM 320-PRINT-MESSAGE-LINE
004710         ELSE
004720             PERFORM 127-ADD-CHART-ENTRY
004730         END-IF
004740     END-IF.
004750
004760
004770
004780 125-CHECK-DUPLICATE-ID.
004790
004800     IF CH-CHART-ID(WS-CHECK-SUB) = WS-CARD-CHART-ID
004810         MOVE "N" TO WS-CARD-VALID-SWITCH.
004820
004830
004840
004850 127-ADD-CHART-ENTRY.
004860
004870     ADD 1 TO WS-CHART-CNT.
004880
004890     MOVE WS-CARD-CHART-ID   TO CH-CHART-ID(WS-CHART-CNT).
004900     MOVE WS-CARD-TITLE-TYPE TO CH-TITLE-TYPE(WS-CHART-CNT).
004910     MOVE WS-CARD-GENRE      TO CH-GENRE(WS-CHART-CNT).
004920
004930     IF WS-CARD-DECADE = SPACES
004940         MOVE "N"  TO CH-DECADE-SWITCH(WS-CHART-CNT)
004950         MOVE ZERO TO CH-FROM-YEAR(WS-CHART-CNT)
004960         MOVE 9999 TO CH-TO-YEAR(WS-CHART-CNT)
004970     ELSE
004980         MOVE "Y"  TO CH-DECADE-SWITCH(WS-CHART-CNT)
004990         MOVE WS-CARD-DECADE TO CH-FROM-YEAR(WS-CHART-CNT)
005000         COMPUTE CH-TO-YEAR(WS-CHART-CNT)
005010             = CH-FROM-YEAR(WS-CHART-CNT) + 9
005020     END-IF.
005030
005040     IF WS-CARD-ADULT = "Y"
005050         MOVE "Y" TO CH-ADULT-SWITCH(WS-CHART-CNT)
005060     ELSE
005070         MOVE "N" TO CH-ADULT-SWITCH(WS-CHART-CNT)
005080     END-IF.
005090
005100     IF WS-CARD-CHART-SIZE = SPACES
005110         MOVE 25 TO CH-CHART-SIZE(WS-CHART-CNT)
005120     ELSE
005130         MOVE WS-CARD-CHART-SIZE TO CH-CHART-SIZE(WS-CHART-CNT)
005140     END-IF.
005150
005160
005170
005180*    LAST WEEK'S DCHART.  NOT THERE (THE FIRST RUN) OR EMPTY
005190*    MEANS NO COMPARISON; MORE ENTRIES THAN THE TABLE HOLDS
005200*    ARE COUNTED AND LEFT OUT OF THE COMPARISON (RC=4).
005210
005220 130-LOAD-PREVIOUS-CHARTS.
005230
005240     OPEN INPUT PRVCHARTFILE.
005250
005260     IF WS-PRVCHART-STATUS = "00"
005270         PERFORM 135-READ-PREVIOUS-ENTRY
005280             UNTIL PRVCHART-EOF-SWITCH = "Y"
005290         CLOSE PRVCHARTFILE
005300     END-IF.
005310
005320     IF WS-PREVIOUS-CNT > ZERO
005330         MOVE "Y" TO WS-PREVIOUS-SWITCH.
005340
005350
005360
005370 135-READ-PREVIOUS-ENTRY.
005380
005390     READ PRVCHARTFILE INTO WS-PRVCHART-RECORD
005400         AT END MOVE "Y" TO PRVCHART-EOF-SWITCH.
005410
005420     IF PRVCHART-EOF-SWITCH = "N"
005430         IF WS-PREVIOUS-CNT < 2000
005440             ADD 1 TO WS-PREVIOUS-CNT
005450             MOVE PC-CHART-ID  TO PV-CHART-ID(WS-PREVIOUS-CNT)
005460             MOVE PC-RANK      TO PV-RANK(WS-PREVIOUS-CNT)
005470             MOVE PC-TCONST    TO PV-TCONST(WS-PREVIOUS-CNT)
005480             MOVE PC-PRIMARY-TITLE
005490                 TO PV-PRIMARY-TITLE(WS-PREVIOUS-CNT)
005500             MOVE "N" TO PV-SEEN-SWITCH(WS-PREVIOUS-CNT)
005510         ELSE
005520             ADD 1 TO WS-PREVIOUS-OVERFLOW-CNT
005530         END-IF
005540     END-IF.
005550
005560
005570
005580 140-WRITE-SUMMARY-REPORT.
005590
005600     MOVE WS-CATALOG-MEAN TO WS-EDIT-MEAN.
005610
005620     DISPLAY "==============================================".
005630     DISPLAY "VS-CHARTS RUN SUMMARY".
005640     DISPLAY "  CHART CARDS READ . . : " WS-CARDS-READ-CNT.
005650     DISPLAY "  CARDS SKIPPED . . . . : " WS-CARDS-SKIPPED-CNT.
005660     DISPLAY "  MASTER RECORDS READ . : " WS-MASTER-READ-CNT.
005670     DISPLAY "  RATED TITLES . . . . : " WS-RATED-TITLE-CNT.
005680     DISPLAY "  CATALOG MEAN (C) . . : " WS-EDIT-MEAN.
005690     DISPLAY "  VOTE THRESHOLD (M) . : " WS-MIN-VOTES-THRESHOLD.
005700     DISPLAY "  LAST WEEK'S ENTRIES . : " WS-PREVIOUS-CNT.
005710     DISPLAY "  NOT COMPARED (TABLE) : "
005720             WS-PREVIOUS-OVERFLOW-CNT.
005730     DISPLAY "  CHARTS PRINTED . . . : " WS-CHARTS-PRINTED-CNT.
005740     DISPLAY "  CHART ENTRIES WRITTEN : " WS-ENTRIES-WRITTEN-CNT.
005750     DISPLAY "  NEW ENTRIES . . . . . : " WS-TOTAL-NEW-CNT.
005760     DISPLAY "  DROP-OUTS . . . . . . : " WS-TOTAL-DROP-OUT-CNT.
005770     DISPLAY "==============================================".
005780
005790
005800
005810*    C AND M FROM THE MASTER ITSELF.  ONE PASS OF THE MASTER
005820*    TOTALS THE RATINGS OF EVERY RATED TITLE AND RELEASES ITS
005830*    VOTE COUNT; THE SORTED VOTE COUNTS ARE THEN READ UP TO THE
005840*    PERCENTILE POSITION, WHOSE VOTE COUNT IS M.
005850
005860 200-COMPUTE-CATALOG-FIGURES.
005870
005880     SORT VOTE-WORK
005890         ON ASCENDING KEY VW-NUM-VOTES
005900         INPUT PROCEDURE IS 210-RELEASE-RATED-VOTES
005910         OUTPUT PROCEDURE IS 220-FIND-VOTE-THRESHOLD.
005920
005930     IF WS-RATED-TITLE-CNT > ZERO
005940         COMPUTE WS-CATALOG-MEAN ROUNDED
005950             = WS-RATING-TOTAL / WS-RATED-TITLE-CNT
005960     END-IF.
005970
005980
005990
006000 210-RELEASE-RATED-VOTES.
006010
006020     MOVE "N" TO OUTFILE-EOF-SWITCH.
006030     MOVE LOW-VALUES TO OUT-KEY.
006040
006050     START OUTFILE KEY NOT < OUT-KEY
006060         INVALID KEY
006070             MOVE "Y" TO OUTFILE-EOF-SWITCH
006080     END-START.
006090
006100     IF OUTFILE-EOF-SWITCH = "N"
006110         PERFORM 215-READ-NEXT-MASTER.
006120
006130     PERFORM 212-RELEASE-ONE-TITLE
006140         UNTIL OUTFILE-EOF-SWITCH = "Y".
006150
006160
006170
006180 212-RELEASE-ONE-TITLE.
006190
006200     IF MOV-AVG-RATING IS NUMERIC
006210     AND MOV-NUM-VOTES IS NUMERIC
006220         IF MOV-NUM-VOTES > ZERO
006230             ADD 1              TO WS-RATED-TITLE-CNT
006240             ADD MOV-AVG-RATING TO WS-RATING-TOTAL
006250             MOVE MOV-NUM-VOTES TO VW-NUM-VOTES
006260             RELEASE VOTE-RECORD
006270         END-IF
006280     END-IF.
006290
006300     PERFORM 215-READ-NEXT-MASTER.
006310
006320
006330
006340 215-READ-NEXT-MASTER.
006350
006360     READ OUTFILE NEXT RECORD
006370         AT END MOVE "Y" TO OUTFILE-EOF-SWITCH.
006380
006390     IF OUTFILE-EOF-SWITCH = "N"
006400         ADD 1 TO WS-MASTER-READ-CNT.
006410
006420
006430
006440*    THE PERCENTILE POSITION IS ROUNDED UP, SO FOR ANY
006450*    CATALOG OF ONE OR MORE RATED TITLES IT LIES INSIDE IT.
006460
006470 220-FIND-VOTE-THRESHOLD.
006480
006490     COMPUTE WS-THRESHOLD-POSITION
006500         = (WS-RATED-TITLE-CNT * WS-THRESHOLD-PERCENTILE + 99)
006510           / 100.
006520
006530     MOVE "N" TO VOTE-EOF-SWITCH.
006540
006550     PERFORM 225-RETURN-VOTE-RECORD
006560         UNTIL VOTE-EOF-SWITCH = "Y"
006570         OR WS-VOTES-RETURNED-CNT NOT < WS-THRESHOLD-POSITION.
006580
006590
006600
006610 225-RETURN-VOTE-RECORD.
006620
006630     RETURN VOTE-WORK
006640         AT END
006650             MOVE "Y" TO VOTE-EOF-SWITCH
006660         NOT AT END
006670             ADD 1 TO WS-VOTES-RETURNED-CNT
006680             MOVE VW-NUM-VOTES TO WS-MIN-VOTES-THRESHOLD
006690     END-RETURN.
006700
006710
006720
006730 300-PRINT-PAGE-HEADING.
006740
006750     ADD 1 TO WS-PAGE-CNT.
006760
006770     MOVE WS-REPORT-DATE TO HD1-DATE.
006780     MOVE WS-PAGE-CNT    TO HD1-PAGE.
006790
006800     WRITE REPORT-RECORD-AREA FROM HEADING-LINE-1
006810         AFTER ADVANCING PAGE.
006820     MOVE WS-MOVIE-AS-OF TO DA-MOVIE.
006830     WRITE REPORT-RECORD-AREA FROM DATA-AS-OF-LINE
006840         AFTER ADVANCING 1 LINE.
006850     MOVE SPACES TO REPORT-RECORD-AREA.
006860     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
006870
006880     MOVE 3 TO WS-LINE-CNT.
006890
006900
006910
006920 305-CHECK-PAGE-FULL.
006930
006940     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
006950         PERFORM 300-PRINT-PAGE-HEADING.
006960
006970
006980
006990*    EACH CHART STARTS ON A NEW PAGE WITH ITS SLICE SPELLED OUT
007000*    AND THE COLUMN HEADINGS.
007010
007020 310-PRINT-CHART-HEADING.
007030
007040     PERFORM 300-PRINT-PAGE-HEADING.
007050
007060     MOVE "ALL"      TO WS-SHOW-TITLE-TYPE.
007070     MOVE "ALL"      TO WS-SHOW-GENRE.
007080     MOVE "ALL"      TO WS-SHOW-DECADE.
007090     MOVE "EXCLUDED" TO WS-SHOW-ADULT.
007100
007110     IF CH-TITLE-TYPE(WS-CHART-SUB) NOT = SPACES
007120         MOVE CH-TITLE-TYPE(WS-CHART-SUB) TO WS-SHOW-TITLE-TYPE.
007130     IF CH-GENRE(WS-CHART-SUB) NOT = SPACES
007140         MOVE CH-GENRE(WS-CHART-SUB) TO WS-SHOW-GENRE.
007150     IF CH-DECADE-GIVEN(WS-CHART-SUB)
007160         MOVE CH-FROM-YEAR(WS-CHART-SUB) TO WS-SHOW-DECADE
007170         MOVE "S" TO WS-SHOW-DECADE(5:1).
007180     IF CH-ADULT-INCLUDED(WS-CHART-SUB)
007190         MOVE "INCLUDED" TO WS-SHOW-ADULT.
007200
007210     MOVE CH-CHART-SIZE(WS-CHART-SUB) TO WS-EDIT-SIZE.
007220
007230     MOVE CH-CHART-ID(WS-CHART-SUB) TO CL-CHART-ID.
007240     MOVE SPACES TO CL-TEXT.
007250     STRING "TOP " WS-EDIT-SIZE
007260            "   TITLE TYPE: " WS-SHOW-TITLE-TYPE
007270            "  GENRE: " WS-SHOW-GENRE
007280            "  DECADE: " WS-SHOW-DECADE
007290            "  ADULT TITLES: " WS-SHOW-ADULT
007300         DELIMITED BY SIZE INTO CL-TEXT.
007310
007320     WRITE REPORT-RECORD-AREA FROM CHART-HEADING-LINE
007330         AFTER ADVANCING 1 LINE.
007340     WRITE REPORT-RECORD-AREA FROM COLUMN-HEADING-LINE
007350         AFTER ADVANCING 2 LINES.
007360     MOVE SPACES TO REPORT-RECORD-AREA.
007370     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
007380
007390     ADD 4 TO WS-LINE-CNT.
007400
007410
007420
007430*    THE FIGURES EVERY CHART IS WEIGHTED WITH, PRINTED ONCE AT
007440*    THE FRONT OF THE REPORT.
007450
007460 315-PRINT-CATALOG-FIGURES.
007470
007480     PERFORM 305-CHECK-PAGE-FULL.
007490
007500     MOVE WS-CATALOG-MEAN        TO WS-EDIT-MEAN.
007510     MOVE WS-MIN-VOTES-THRESHOLD TO WS-EDIT-VOTES.
007520     MOVE WS-RATED-TITLE-CNT     TO WS-EDIT-COUNT.
007530
007540     MOVE SPACES TO MESSAGE-LINE.
007550     STRING "WEIGHTED RATING = (V X R + M X C) / (V + M)    "
007560            "RATED TITLES: " WS-EDIT-COUNT
007570         DELIMITED BY SIZE INTO MS-TEXT.
007580     PERFORM 320-PRINT-MESSAGE-LINE.
007590
007600     MOVE SPACES TO MESSAGE-LINE.
007610     STRING "CATALOG MEAN RATING (C): " WS-EDIT-MEAN
007620            "    MINIMUM VOTES (M, 90TH PERCENTILE): "
007630            WS-EDIT-VOTES
007640         DELIMITED BY SIZE INTO MS-TEXT.
007650     PERFORM 320-PRINT-MESSAGE-LINE.
007660
007670     IF NO-PREVIOUS-CHARTS
007680         MOVE SPACES TO MESSAGE-LINE
007690         MOVE "NO LAST-WEEK CHARTS ON DPRVCHT - NOT COMPARED"
007700             TO MS-TEXT
007710         PERFORM 320-PRINT-MESSAGE-LINE
007720     END-IF.
007730
007740
007750
007760 320-PRINT-MESSAGE-LINE.
007770
007780     PERFORM 305-CHECK-PAGE-FULL.
007790
007800     WRITE REPORT-RECORD-AREA FROM MESSAGE-LINE
007810         AFTER ADVANCING 1 LINE.
007820
007830     ADD 1 TO WS-LINE-CNT.
007840
007850
007860
007870 340-PRINT-DETAIL-LINE.
007880
007890     PERFORM 305-CHECK-PAGE-FULL.
007900
007910     WRITE REPORT-RECORD-AREA FROM DETAIL-LINE
007920         AFTER ADVANCING 1 LINE.
007930
007940     ADD 1 TO WS-LINE-CNT.
007950
007960
007970
007980*    ONE CHART - EVERY RATED TITLE IN THE SLICE IS SCORED AND
007990*    SORTED, BEST WEIGHTED RATING FIRST.
008000
008010 400-RUN-ONE-CHART.
008020
008030     MOVE ZERO TO WS-CANDIDATE-CNT.
008040
008050     SORT CHART-WORK
008060         ON DESCENDING KEY CW-WEIGHTED-SCORE
008070         ON DESCENDING KEY CW-NUM-VOTES
008080         ON ASCENDING KEY  CW-TCONST
008090         INPUT PROCEDURE IS 410-SELECT-CHART-TITLES
008100         OUTPUT PROCEDURE IS 500-PRINT-ONE-CHART.
008110
008120
008130
008140*    INPUT PROCEDURE - THE NARROWEST ROUTE TO THE SLICE: THE
008150*    GENRE'S RANGE OF GENFILE, ELSE THE DECADE'S RANGE OF THE
008160*    START-YEAR ALTERNATE INDEX, ELSE THE WHOLE MASTER.
008170
008180 410-SELECT-CHART-TITLES.
008190
008200     EVALUATE TRUE
008210         WHEN CH-GENRE(WS-CHART-SUB) NOT = SPACES
008220             PERFORM 420-BROWSE-GENRE
008230         WHEN CH-DECADE-GIVEN(WS-CHART-SUB)
008240             PERFORM 430-BROWSE-DECADE
008250         WHEN OTHER
008260             PERFORM 440-BROWSE-MASTER
008270     END-EVALUATE.
008280
008290
008300
008310 420-BROWSE-GENRE.
008320
008330     MOVE "N" TO WS-XREF-EOF-SWITCH.
008340
008350     MOVE CH-GENRE(WS-CHART-SUB) TO GEN-GENRE.
008360     MOVE LOW-VALUES             TO GEN-TCONST.
008370
008380     START GENFILE KEY NOT < GEN-KEY
008390         INVALID KEY
008400             MOVE "Y" TO WS-XREF-EOF-SWITCH
008410     END-START.
008420
008430     IF XREF-BROWSE-ACTIVE
008440         PERFORM 424-READ-NEXT-XREF.
008450
008460     PERFORM 422-SELECT-GENRE-TITLE
008470         UNTIL XREF-BROWSE-DONE.
008480
008490
008500
008510 422-SELECT-GENRE-TITLE.
008520
008530     MOVE "N" TO WS-TITLE-FOUND-SWITCH.
008540     MOVE GEN-TCONST TO OUT-KEY.
008550
008560     READ OUTFILE
008570         INVALID KEY
008580             MOVE "N" TO WS-TITLE-FOUND-SWITCH
008590         NOT INVALID KEY
008600             MOVE "Y" TO WS-TITLE-FOUND-SWITCH
008610     END-READ.
008620
008630     IF TITLE-RECORD-FOUND
008640         PERFORM 450-CONSIDER-TITLE.
008650
008660     PERFORM 424-READ-NEXT-XREF.
008670
008680
008690
008700 424-READ-NEXT-XREF.
008710
008720     READ GENFILE NEXT RECORD
008730         AT END MOVE "Y" TO WS-XREF-EOF-SWITCH.
008740
008750     IF XREF-BROWSE-ACTIVE
008760     AND GEN-GENRE NOT = CH-GENRE(WS-CHART-SUB)
008770         MOVE "Y" TO WS-XREF-EOF-SWITCH.
008780
008790
008800
008810 430-BROWSE-DECADE.
008820
008830     MOVE "N" TO OUTFILE-EOF-SWITCH.
008840     MOVE CH-FROM-YEAR(WS-CHART-SUB) TO MOV-START-YEAR.
008850
008860     START OUTFILE KEY NOT < MOV-START-YEAR
008870         INVALID KEY
008880             MOVE "Y" TO OUTFILE-EOF-SWITCH
008890     END-START.
008900
008910     IF OUTFILE-EOF-SWITCH = "N"
008920         PERFORM 434-READ-NEXT-IN-DECADE.
008930
008940     PERFORM 432-SELECT-DECADE-TITLE
008950         UNTIL OUTFILE-EOF-SWITCH = "Y".
008960
008970
008980
008990 432-SELECT-DECADE-TITLE.
009000
009010     PERFORM 450-CONSIDER-TITLE.
009020
009030     PERFORM 434-READ-NEXT-IN-DECADE.
009040
009050
009060
009070 434-READ-NEXT-IN-DECADE.
009080
009090     READ OUTFILE NEXT RECORD
009100         AT END MOVE "Y" TO OUTFILE-EOF-SWITCH.
009110
009120     IF OUTFILE-EOF-SWITCH = "N"
009130     AND MOV-START-YEAR > CH-TO-YEAR(WS-CHART-SUB)
009140         MOVE "Y" TO OUTFILE-EOF-SWITCH.
009150
009160
009170
009180 440-BROWSE-MASTER.
009190
009200     MOVE "N" TO OUTFILE-EOF-SWITCH.
009210     MOVE LOW-VALUES TO OUT-KEY.
009220
009230     START OUTFILE KEY NOT < OUT-KEY
009240         INVALID KEY
009250             MOVE "Y" TO OUTFILE-EOF-SWITCH
009260     END-START.
009270
009280     IF OUTFILE-EOF-SWITCH = "N"
009290         PERFORM 444-READ-NEXT-IN-KEY.
009300
009310     PERFORM 442-SELECT-MASTER-TITLE
009320         UNTIL OUTFILE-EOF-SWITCH = "Y".
009330
009340
009350
009360 442-SELECT-MASTER-TITLE.
009370
009380     PERFORM 450-CONSIDER-TITLE.
009390
009400     PERFORM 444-READ-NEXT-IN-KEY.
009410
009420
009430
009440 444-READ-NEXT-IN-KEY.
009450
009460     READ OUTFILE NEXT RECORD
009470         AT END MOVE "Y" TO OUTFILE-EOF-SWITCH.
009480
009490
009500
009510*    THE SAME SLICE TESTS WHICHEVER ROUTE THE TITLE CAME BY -
009520*    THE GENRE ROUTE STILL HAS TO MEET THE TYPE, DECADE AND
009530*    ADULT TESTS.  AN UNRATED TITLE IS NEVER CHARTED.
009540
009550 450-CONSIDER-TITLE.
009560
009570     MOVE "Y" TO WS-RECORD-WANTED-SWITCH.
009580
009590     IF MOV-AVG-RATING IS NOT NUMERIC
009600     OR MOV-NUM-VOTES IS NOT NUMERIC
009610         MOVE "N" TO WS-RECORD-WANTED-SWITCH
009620     ELSE
009630         IF MOV-NUM-VOTES = ZERO
009640             MOVE "N" TO WS-RECORD-WANTED-SWITCH
009650         END-IF
009660     END-IF.
009670
009680     IF CH-TITLE-TYPE(WS-CHART-SUB) NOT = SPACES
009690     AND MOV-TITLE-TYPE NOT = CH-TITLE-TYPE(WS-CHART-SUB)
009700         MOVE "N" TO WS-RECORD-WANTED-SWITCH.
009710
009720     IF CH-DECADE-GIVEN(WS-CHART-SUB)
009730         IF MOV-START-YEAR IS NOT NUMERIC
009740             MOVE "N" TO WS-RECORD-WANTED-SWITCH
009750         ELSE
009760             IF MOV-START-YEAR < CH-FROM-YEAR(WS-CHART-SUB)
009770             OR MOV-START-YEAR > CH-TO-YEAR(WS-CHART-SUB)
009780                 MOVE "N" TO WS-RECORD-WANTED-SWITCH
009790             END-IF
009800         END-IF
009810     END-IF.
009820
009830     IF CH-ADULT-LEFT-OUT(WS-CHART-SUB)
009840     AND NOT MOV-IS-ADULT-NO
009850         MOVE "N" TO WS-RECORD-WANTED-SWITCH.
009860
009870     IF RECORD-IS-WANTED
009880         PERFORM 455-RELEASE-SCORED-TITLE.
009890
009900
009910
009920 455-RELEASE-SCORED-TITLE.
009930
009940     COMPUTE WS-WEIGHTED-SCORE ROUNDED
009950         = (MOV-NUM-VOTES * MOV-AVG-RATING
009960            + WS-MIN-VOTES-THRESHOLD * WS-CATALOG-MEAN)
009970           / (MOV-NUM-VOTES + WS-MIN-VOTES-THRESHOLD).
009980
009990     MOVE WS-WEIGHTED-SCORE TO CW-WEIGHTED-SCORE.
010000     MOVE MOV-NUM-VOTES     TO CW-NUM-VOTES.
010010     MOVE OUT-KEY           TO CW-TCONST.
010020     MOVE MOV-AVG-RATING    TO CW-AVG-RATING.
010030     MOVE MOV-TITLE-TYPE    TO CW-TITLE-TYPE.
010040     MOVE MOV-START-YEAR    TO CW-START-YEAR.
010050     MOVE MOV-PRIMARY-TITLE TO CW-PRIMARY-TITLE.
010060
010070     RELEASE CHART-WORK-RECORD.
010080
010090     ADD 1 TO WS-CANDIDATE-CNT.
010100
010110
010120
010130*    OUTPUT PROCEDURE - THE TOP N COME OFF THE SORT, EACH ONE
010140*    PRINTED, WRITTEN TO DCHART AND LOOKED UP IN LAST WEEK'S
010150*    CHART OF THE SAME ID.  THE REST OF THE SORT IS LEFT.
010160
010170 500-PRINT-ONE-CHART.
010180
010190     MOVE "N"  TO CHART-EOF-SWITCH.
010200     MOVE ZERO TO WS-CHART-RANK.
010210     MOVE ZERO TO WS-NEW-ENTRY-CNT.
010220     MOVE ZERO TO WS-DROP-OUT-CNT.
010230     MOVE ZERO TO WS-CHART-PREVIOUS-CNT.
010240
010250     PERFORM 505-COUNT-PREVIOUS-ENTRY
010260         VARYING WS-PREVIOUS-SUB FROM 1 BY 1
010270         UNTIL WS-PREVIOUS-SUB > WS-PREVIOUS-CNT.
010280
010290     PERFORM 310-PRINT-CHART-HEADING.
010300
010310     PERFORM 510-RETURN-CHART-RECORD.
010320
010330     PERFORM 520-RANK-ONE-TITLE
010340         UNTIL CHART-EOF-SWITCH = "Y"
010350         OR WS-CHART-RANK NOT < CH-CHART-SIZE(WS-CHART-SUB).
010360
010370     IF WS-CHART-RANK = ZERO
010380         MOVE SPACES TO MESSAGE-LINE
010390         MOVE "NO RATED TITLES IN THIS SLICE" TO MS-TEXT
010400         PERFORM 320-PRINT-MESSAGE-LINE
010410     END-IF.
010420
010430     IF WS-CHART-PREVIOUS-CNT > ZERO
010440         PERFORM 540-LIST-DROP-OUTS
010450     ELSE
010460         IF PREVIOUS-CHARTS-LOADED
010470             MOVE SPACES TO MESSAGE-LINE
010480             MOVE "NO CHART UNDER THIS ID LAST WEEK" TO MS-TEXT
010490             PERFORM 320-PRINT-MESSAGE-LINE
010500         END-IF
010510     END-IF.
010520
010530     MOVE SPACES TO MESSAGE-LINE.
010540     MOVE WS-CANDIDATE-CNT TO WS-EDIT-COUNT.
010550     STRING "TITLES SCORED: " WS-EDIT-COUNT
010560         DELIMITED BY SIZE INTO MS-TEXT.
010570     PERFORM 320-PRINT-MESSAGE-LINE.
010580
010590     ADD 1 TO WS-CHARTS-PRINTED-CNT.
010600
010610
010620
010630 505-COUNT-PREVIOUS-ENTRY.
010640
010650     IF PV-CHART-ID(WS-PREVIOUS-SUB) = CH-CHART-ID(WS-CHART-SUB)
010660         ADD 1 TO WS-CHART-PREVIOUS-CNT.
010670
010680
010690
010700 510-RETURN-CHART-RECORD.
010710
010720     RETURN CHART-WORK
010730         AT END MOVE "Y" TO CHART-EOF-SWITCH.
010740
010750
010760
010770 520-RANK-ONE-TITLE.
010780
010790     ADD 1 TO WS-CHART-RANK.
010800
010810     MOVE SPACES                    TO CHART-RECORD-AREA.
010820     MOVE CH-CHART-ID(WS-CHART-SUB) TO CHT-CHART-ID.
010830     MOVE WS-CHART-RANK             TO CHT-RANK.
010840     MOVE WS-REPORT-DATE            TO CHT-CHART-DATE.
010850     MOVE CW-TCONST                 TO CHT-TCONST.
010860     MOVE CW-WEIGHTED-SCORE         TO CHT-WEIGHTED-SCORE.
010870     MOVE CW-AVG-RATING             TO CHT-AVG-RATING.
010880     MOVE CW-NUM-VOTES              TO CHT-NUM-VOTES.
010890     MOVE CW-TITLE-TYPE             TO CHT-TITLE-TYPE.
010900     MOVE CW-START-YEAR             TO CHT-START-YEAR.
010910     MOVE CW-PRIMARY-TITLE          TO CHT-PRIMARY-TITLE.
010920
010930     WRITE CHART-RECORD-AREA.
010940     ADD 1 TO WS-ENTRIES-WRITTEN-CNT.
010950
010960     MOVE SPACES            TO DETAIL-LINE.
010970     MOVE WS-CHART-RANK     TO DT-RANK.
010980     MOVE CW-TCONST         TO DT-TCONST.
010990     MOVE CW-TITLE-TYPE     TO DT-TITLE-TYPE.
011000     MOVE CW-START-YEAR     TO DT-START-YEAR.
011010     MOVE CW-WEIGHTED-SCORE TO DT-SCORE.
011020     MOVE CW-AVG-RATING     TO DT-RATING.
011030     MOVE CW-NUM-VOTES      TO DT-VOTES.
011040     MOVE CW-PRIMARY-TITLE  TO DT-TITLE.
011050
011060     IF WS-CHART-PREVIOUS-CNT > ZERO
011070         PERFORM 530-FIND-LAST-WEEK-RANK
011080     END-IF.
011090
011100     PERFORM 340-PRINT-DETAIL-LINE.
011110
011120     PERFORM 510-RETURN-CHART-RECORD.
011130
011140
011150
011160 530-FIND-LAST-WEEK-RANK.
011170
011180     MOVE ZERO TO WS-PREVIOUS-FOUND-SUB.
011190
011200     PERFORM 535-MATCH-ONE-PREVIOUS
011210         VARYING WS-PREVIOUS-SUB FROM 1 BY 1
011220         UNTIL WS-PREVIOUS-SUB > WS-PREVIOUS-CNT
011230         OR WS-PREVIOUS-FOUND-SUB > ZERO.
011240
011250     IF WS-PREVIOUS-FOUND-SUB > ZERO
011260         MOVE "Y" TO PV-SEEN-SWITCH(WS-PREVIOUS-FOUND-SUB)
011270         MOVE PV-RANK(WS-PREVIOUS-FOUND-SUB) TO DT-LAST-WEEK
011280         PERFORM 537-BLANK-LEADING-ZEROS
011290     ELSE
011300         MOVE "NEW" TO DT-LAST-WEEK
011310         ADD 1 TO WS-NEW-ENTRY-CNT
011320         ADD 1 TO WS-TOTAL-NEW-CNT
011330     END-IF.
011340
011350
011360
011370 535-MATCH-ONE-PREVIOUS.
011380
011390     IF PV-CHART-ID(WS-PREVIOUS-SUB) = CH-CHART-ID(WS-CHART-SUB)
011400     AND PV-TCONST(WS-PREVIOUS-SUB)  = CW-TCONST
011410         MOVE WS-PREVIOUS-SUB TO WS-PREVIOUS-FOUND-SUB.
011420
011430
011440
011450 537-BLANK-LEADING-ZEROS.
011460
011470     INSPECT DT-LAST-WEEK(1:3) REPLACING LEADING "0" BY SPACE.
011480
011490
011500
011510*    WHAT WAS ON LAST WEEK'S CHART OF THIS ID AND IS NOT ON
011520*    THIS WEEK'S - FALLEN BELOW THE TOP N, OR OFF THE MASTER.
011530
011540 540-LIST-DROP-OUTS.
011550
011560     MOVE SPACES TO MESSAGE-LINE.
011570     PERFORM 320-PRINT-MESSAGE-LINE.
011580
011590     PERFORM 545-LIST-ONE-DROP-OUT
011600         VARYING WS-PREVIOUS-SUB FROM 1 BY 1
011610         UNTIL WS-PREVIOUS-SUB > WS-PREVIOUS-CNT.
011620
011630     MOVE SPACES TO MESSAGE-LINE.
011640     MOVE WS-NEW-ENTRY-CNT TO WS-EDIT-COUNT.
011650     MOVE WS-DROP-OUT-CNT  TO WS-EDIT-DROP-OUTS.
011660     STRING "NEW ENTRIES THIS WEEK: " WS-EDIT-COUNT
011670            "    DROP-OUTS: " WS-EDIT-DROP-OUTS
011680         DELIMITED BY SIZE INTO MS-TEXT.
011690     PERFORM 320-PRINT-MESSAGE-LINE.
011700
011710
011720
011730 545-LIST-ONE-DROP-OUT.
011740
011750     IF PV-CHART-ID(WS-PREVIOUS-SUB) = CH-CHART-ID(WS-CHART-SUB)
011760     AND PV-NOT-SEEN(WS-PREVIOUS-SUB)
011770         ADD 1 TO WS-DROP-OUT-CNT
011780         ADD 1 TO WS-TOTAL-DROP-OUT-CNT
011790         MOVE SPACES TO MESSAGE-LINE
011800         STRING "DROPPED OUT - LAST WEEK #"
011810                PV-RANK(WS-PREVIOUS-SUB) "  "
011820                PV-TCONST(WS-PREVIOUS-SUB) "  "
011830                PV-PRIMARY-TITLE(WS-PREVIOUS-SUB)
011840             DELIMITED BY SIZE INTO MS-TEXT
011850         PERFORM 320-PRINT-MESSAGE-LINE
011860     END-IF.
011870
011880 END PROGRAM VS-CHARTS.
