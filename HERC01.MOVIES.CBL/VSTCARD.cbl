000010******************************************************************
000020*    PROGRAM-ID:  VS-TCARD
000030*    AUTHOR:      R. TATE - DATA ADMINISTRATION
000040*    INSTALLATION: HERC01 - MOVIES SUBSYSTEM
000050*    DATE-WRITTEN: 2025-09-01
000060*    DATE-COMPILED:
000070*    PURPOSE:     DENORMALIZED "TITLE CARD" FEED FOR THE PARTNER
000080*                 SITE AND THE SEARCH TEAM, WHO EACH BUILT THEIR
000090*                 OWN CAST AND SERIES JOINS OVER DEXPORT AND
000100*                 DDELTA AND GOT DIFFERENT ANSWERS.  ONE
000110*                 TAB-DELIMITED LINE PER TITLE ON DFEED CARRIES
000120*                 THE OUTFILE TITLE FIELDS WITH THE GENRES SPLIT
000130*                 INTO COLUMNS, THE PARENT SERIES AND SEASON/
000140*                 EPISODE FROM EPIFILE, AND THE TOP-BILLED CAST
000150*                 AND DIRECTORS FROM CSTFILE WITH THEIR NAMES
000160*                 FROM NAMEFILE.  EPIFILE LEADS WITH THE PARENT,
000170*                 SO THE EPISODES ARE PUT INTO EPISODE-TCONST
000180*                 ORDER BY AN INTERNAL SORT (THE PARENT TITLE
000190*                 JOINED ON THE WAY IN) AND MATCHED AGAINST THE
000200*                 TITLES AS THEY COME, BOTH IN TCONST ORDER.
000210*                 PARAMETER CARD ON DPARM:
000220*                   COLS  1-5   FULL  - EVERY TITLE ON OUTFILE
000230*                               DELTA - ONLY THE TITLES ON THE
000240*                                       NIGHT'S DDELTA FILE
000250*                               BLANK = FULL
000260*                 A BAD CARD ENDS THE RUN RC=16.
000270*                 RECORD TYPES (COLUMNS SEPARATED BY ONE TAB,
000280*                 BLANKS TRIMMED, AN UNKNOWN VALUE IS AN EMPTY
000290*                 COLUMN; EACH RECORD IS PADDED WITH SPACES TO
000300*                 THE 1000-BYTE RECORD LENGTH):
000310*                   H  "TITLECARD", MODE, DATA-AS-OF DATE (THE
000320*                      OUTSTAMP EXTRACT DATE, "UNKNOWN" WHEN
000330*                      THERE IS NO STAMP), RUN DATE
000340*                   D  ACTION (FULL, OR THE DDELTA ADD/CHANGE/
000350*                      DELETE), TCONST, TITLE TYPE, PRIMARY
000360*                      TITLE, START YEAR, END YEAR, RUNTIME,
000370*                      ADULT FLAG, GENRE 1-3, RATING (9.9),
000380*                      VOTES, PARENT TCONST, PARENT TITLE,
000390*                      SEASON, EPISODE, CAST 1-4 (NCONST AND
000400*                      NAME EACH), DIRECTOR 1-3 (NCONST AND NAME
000410*                      EACH) - 32 COLUMNS
000420*                   T  D-RECORD COUNT (9 DIGITS), VOTES HASH -
000430*                      THE SUM OF MOV-NUM-VOTES OVER THE D
000440*                      RECORDS (15 DIGITS)
000450*                 RC=4 MEANS A DDELTA ADD OR CHANGE WAS NO
000460*                 LONGER ON OUTFILE AND WENT OUT FROM THE
000470*                 DDELTA IMAGE.
000480*    TECTONICS:   cobc -x VSTCARD.cbl
000490*
000500*    MODIFICATION HISTORY.
000510*    DATE-WRITTEN.  2025-09-01.  R. TATE.
000520*        ORIGINAL VERSION.  THE CAST IS THE FIRST FOUR ACTOR,
000530*        ACTRESS OR SELF CREDITS IN BILLING ORDER.  A DELETE
000540*        LINE CARRIES ONLY THE TITLE FIELDS OF THE PRESERVED
000550*        BEFORE-IMAGE - THE CROSS-REFERENCES MAY ALREADY BE
000560*        PURGED.  A PERSON NO LONGER ON NAMEFILE GOES OUT
000570*        WITH THE NCONST AND AN EMPTY NAME.
000580******************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. VS-TCARD.
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650
000660     SELECT PARMFILE ASSIGN TO DPARM.
000670     SELECT MSTAMPFILE ASSIGN TO DMSTAMP
000680                    FILE STATUS IS WS-MSTAMP-STATUS.
000690     SELECT OUTFILE ASSIGN TO DOUTFILE
000700                    ORGANIZATION IS INDEXED
000710                    ACCESS IS DYNAMIC
000720                    RECORD KEY IS OUT-KEY
000730                    ALTERNATE RECORD KEY IS MOV-PRIMARY-TITLE
000740                        WITH DUPLICATES
000750                    ALTERNATE RECORD KEY IS MOV-START-YEAR
000760                        WITH DUPLICATES.
000770     SELECT EPIFILE ASSIGN TO DEPIFILE
000780                    ORGANIZATION IS INDEXED
000790                    ACCESS IS DYNAMIC
000800                    RECORD KEY IS EPI-KEY.
000810     SELECT CSTFILE ASSIGN TO DCSTFILE
000820                    ORGANIZATION IS INDEXED
000830                    ACCESS IS DYNAMIC
000840                    RECORD KEY IS CST-KEY.
000850     SELECT NAMEFILE ASSIGN TO DNAMFILE
000860                    ORGANIZATION IS INDEXED
000870                    ACCESS IS DYNAMIC
000880                    RECORD KEY IS NAM-KEY.
000890     SELECT DELTAFILE ASSIGN TO DDELTA.
000900     SELECT FEEDFILE ASSIGN TO DFEED.
000910     SELECT EPISODE-WORK ASSIGN TO SORTWK01.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950
000960 FD  PARMFILE.
000970
000980 01 PARM-RECORD-AREA            PIC X(80).
000990
001000 FD  MSTAMPFILE.
001010
001020 01 MSTAMP-RECORD-AREA          PIC X(40).
001030
001040 FD  OUTFILE.
001050
001060 01 OUTFILE-RECORD-AREA.
001070     COPY MOVREC01.
001080
001090 FD  EPIFILE.
001100
001110 01 EPIFILE-RECORD-AREA.
001120     COPY MOVEPI01.
001130
001140 FD  CSTFILE.
001150
001160 01 CSTFILE-RECORD-AREA.
001170     COPY MOVCST01.
001180
001190 FD  NAMEFILE.
001200
001210 01 NAMEFILE-RECORD-AREA.
001220     COPY MOVNAM01.
001230
001240 FD  DELTAFILE.
001250
001260 01 DELTA-RECORD-AREA.
001270     COPY MOVDLT01.
001280
001290 FD  FEEDFILE.
001300
001310 01 FEED-RECORD-AREA            PIC X(1000).
001320
001330 SD  EPISODE-WORK.
001340
001350 01 EPISODE-WORK-RECORD.
001360     05 EW-TCONST               PIC X(09).
001370     05 EW-PARENT-TCONST        PIC X(09).
001380     05 EW-SEASON               PIC 9(03).
001390     05 EW-EPISODE              PIC 9(04).
001400     05 EW-PARENT-TITLE         PIC X(80).
001410
001420
001430 WORKING-STORAGE SECTION.
001440
001450 01  WS-PARM-CARD.
001460     05 WS-PARM-MODE            PIC X(05).
001470     05 FILLER                  PIC X(75).
001480
001490 01  WS-FEED-MODE               PIC X(05) VALUE "FULL".
001500     88 FEED-MODE-FULL              VALUE "FULL".
001510     88 FEED-MODE-DELTA             VALUE "DELTA".
001520
001530 01  WS-STAMP-RECORD.
001540     COPY MOVSTP01.
001550
001560 01  WS-MSTAMP-STATUS           PIC X(02) VALUE SPACES.
001570
001580 01  WS-MOVIE-AS-OF             PIC X(08) VALUE "UNKNOWN".
001590
001600*    THE FEED IS BUILT IN WS-FEED-LINE ONE COLUMN AT A TIME.
001610*    450-APPEND-FIELD PUTS A TAB AND THEN WS-FIELD-VALUE,
001620*    TRIMMED, AT WS-FEED-PTR.
001630
001640 01  WS-TAB                     PIC X(01) VALUE X"09".
001650 01  WS-FEED-LINE               PIC X(1000) VALUE SPACES.
001660 01  WS-FIELD-VALUE             PIC X(80) VALUE SPACES.
001670 01  WS-FEED-NUMBER             PIC 9(15) VALUE ZERO.
001680 01  WS-EDIT-NUMBER             PIC Z(14)9.
001690 01  WS-EDIT-RATING             PIC Z9.9.
001700 01  WS-TRAILER-COUNT           PIC 9(09).
001710 01  WS-TRAILER-HASH            PIC 9(15).
001720
001730 01  WS-RUN-DATE                PIC 9(08).
001740 01  WS-CURRENT-TCONST          PIC X(09) VALUE SPACES.
001750 01  WS-FEED-ACTION             PIC X(06) VALUE SPACES.
001760
001770 01  WS-GENRE-TABLE.
001780     05 WS-GENRE-NAME           PIC X(15) OCCURS 3 TIMES.
001790
001800*    THE SERIES LAST LOOKED UP FOR THE EPISODE SORT - EPIFILE
001810*    LEADS WITH THE PARENT, SO EACH SERIES COSTS ONE READ.
001820
001830 01  WS-HELD-PARENT-TCONST      PIC X(09) VALUE SPACES.
001840 01  WS-HELD-PARENT-TITLE       PIC X(80) VALUE SPACES.
001850
001860 01  CREDIT-TABLES.
001870     05 CAST-ENTRY OCCURS 4 TIMES.
001880         10 CAST-NCONST         PIC X(09).
001890         10 CAST-NAME           PIC X(60).
001900     05 DIRECTOR-ENTRY OCCURS 3 TIMES.
001910         10 DIR-NCONST          PIC X(09).
001920         10 DIR-NAME            PIC X(60).
001930
001940 01  WS-LOOKUP-NAME             PIC X(60) VALUE SPACES.
001950
001960 01 SWITCHES.
001970     05 OUTFILE-EOF-SWITCH      PIC X    VALUE "N".
001980     05 EPIFILE-EOF-SWITCH      PIC X    VALUE "N".
001990     05 DELTA-EOF-SWITCH        PIC X    VALUE "N".
002000     05 WS-PARM-VALID-SWITCH    PIC X    VALUE "Y".
002010         88 PARM-IS-VALID            VALUE "Y".
002020         88 PARM-IS-INVALID          VALUE "N".
002030     05 WS-EPISODE-EOF-SWITCH   PIC X    VALUE "N".
002040         88 EPISODE-STREAM-DONE      VALUE "Y".
002050         88 EPISODE-STREAM-ACTIVE    VALUE "N".
002060     05 WS-EPISODE-FOUND-SWITCH PIC X    VALUE "N".
002070         88 TITLE-IS-EPISODE         VALUE "Y".
002080         88 TITLE-IS-NOT-EPISODE     VALUE "N".
002090     05 WS-XREF-EOF-SWITCH      PIC X    VALUE "N".
002100         88 XREF-BROWSE-DONE         VALUE "Y".
002110         88 XREF-BROWSE-ACTIVE       VALUE "N".
002120
002130 77  WS-CAST-CNT                PIC 9(02) COMP VALUE ZERO.
002140 77  WS-CAST-MAX                PIC 9(02) COMP VALUE 4.
002150 77  WS-DIRECTOR-CNT            PIC 9(02) COMP VALUE ZERO.
002160 77  WS-DIRECTOR-MAX            PIC 9(02) COMP VALUE 3.
002170 77  WS-CREDIT-SUB              PIC 9(02) COMP VALUE ZERO.
002180 77  WS-GENRE-SUB               PIC 9(02) COMP VALUE ZERO.
002190 77  WS-FEED-PTR                PIC 9(04) COMP VALUE 1.
002200 77  WS-FIELD-LEAD-CNT          PIC 9(04) COMP VALUE ZERO.
002210 77  WS-FIELD-START             PIC 9(04) COMP VALUE ZERO.
002220 77  WS-FIELD-END               PIC 9(04) COMP VALUE ZERO.
002230 77  WS-FIELD-LEN               PIC 9(04) COMP VALUE ZERO.
002240
002250 77  WS-EPISODES-SORTED-CNT     PIC 9(09) COMP VALUE ZERO.
002260 77  WS-EPISODES-MATCHED-CNT    PIC 9(09) COMP VALUE ZERO.
002270 77  WS-TITLES-READ-CNT         PIC 9(09) COMP VALUE ZERO.
002280 77  WS-DETAILS-WRITTEN-CNT     PIC 9(09) COMP VALUE ZERO.
002290 77  WS-MASTER-MISSING-CNT      PIC 9(09) COMP VALUE ZERO.
002300 77  WS-VOTES-HASH-TOTAL        PIC 9(15) COMP VALUE ZERO.
002310
002320 PROCEDURE DIVISION.
002330
002340 000-MAIN.
002350
002360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002370
002380     PERFORM 050-READ-PARM-CARD.
002390
002400     IF PARM-IS-INVALID
002410         DISPLAY "VS-TCARD: BAD PARM CARD - RUN ABANDONED"
002420         MOVE 16 TO RETURN-CODE
002430     ELSE
002440         PERFORM 055-READ-LOAD-STAMP
002450         PERFORM 020-OPEN-FILES
002460         PERFORM 070-CUT-FEED-FILE
002470         PERFORM 030-CLOSE-FILES
002480         PERFORM 140-WRITE-SUMMARY-REPORT
002490         IF WS-MASTER-MISSING-CNT > ZERO
002500             MOVE 4 TO RETURN-CODE
002510         END-IF
002520     END-IF.
002530
002540     STOP RUN.
002550
002560
002570
002580*    DDELTA IS ONLY OPENED ON A DELTA RUN, SO A FULL RUN NEEDS
002590*    NO DELTA FILE.
002600
002610 020-OPEN-FILES.
002620
002630     OPEN INPUT  OUTFILE.
002640     OPEN INPUT  EPIFILE.
002650     OPEN INPUT  CSTFILE.
002660     OPEN INPUT  NAMEFILE.
002670     OPEN OUTPUT FEEDFILE.
002680
002690     IF FEED-MODE-DELTA
002700         OPEN INPUT DELTAFILE.
002710
002720
002730
002740 030-CLOSE-FILES.
002750
002760     CLOSE OUTFILE.
002770     CLOSE EPIFILE.
002780     CLOSE CSTFILE.
002790     CLOSE NAMEFILE.
002800     CLOSE FEEDFILE.
002810
002820     IF FEED-MODE-DELTA
002830         CLOSE DELTAFILE.
002840
002850
002860
002870 050-READ-PARM-CARD.
002880
002890     MOVE SPACES TO WS-PARM-CARD.
002900     MOVE "Y" TO WS-PARM-VALID-SWITCH.
002910
002920     OPEN INPUT PARMFILE.
002930     READ PARMFILE INTO WS-PARM-CARD
002940         AT END MOVE SPACES TO WS-PARM-CARD
002950     END-READ.
002960     CLOSE PARMFILE.
002970
002980     EVALUATE WS-PARM-MODE
002990         WHEN SPACES
003000         WHEN "FULL"
003010             MOVE "FULL"  TO WS-FEED-MODE
003020         WHEN "DELTA"
003030             MOVE "DELTA" TO WS-FEED-MODE
003040         WHEN OTHER
003050             DISPLAY "VS-TCARD: MODE MUST BE FULL OR DELTA: "
003060                     WS-PARM-MODE
003070             MOVE "N" TO WS-PARM-VALID-SWITCH
003080     END-EVALUATE.
003090
003100
003110
003120*    A STAMP THAT IS MISSING OR EMPTY LEAVES "UNKNOWN" IN THE
003130*    HEADER RECORD - THE FEED STILL RUNS.
003140
003150 055-READ-LOAD-STAMP.
003160
003170     OPEN INPUT MSTAMPFILE.
003180     IF WS-MSTAMP-STATUS = "00"
003190         READ MSTAMPFILE INTO WS-STAMP-RECORD
003200             AT END
003210                 CONTINUE
003220             NOT AT END
003230                 MOVE STP-EXTRACT-DATE TO WS-MOVIE-AS-OF
003240         END-READ
003250         CLOSE MSTAMPFILE
003260     END-IF.
003270
003280
003290
003300 070-CUT-FEED-FILE.
003310
003320     SORT EPISODE-WORK
003330         ON ASCENDING KEY EW-TCONST
003340         INPUT PROCEDURE IS 200-RELEASE-EPISODES
003350         OUTPUT PROCEDURE IS 250-WRITE-FEED-FILE.
003360
003370
003380
003390 140-WRITE-SUMMARY-REPORT.
003400
003410     DISPLAY "==============================================".
003420     DISPLAY "VS-TCARD TITLE CARD FEED SUMMARY".
003430     DISPLAY "  FEED MODE . . . . . . : " WS-FEED-MODE.
003440     DISPLAY "  DATA AS OF  . . . . . : " WS-MOVIE-AS-OF.
003450     DISPLAY "  EPISODES SORTED . . . : " WS-EPISODES-SORTED-CNT.
003460     DISPLAY "  TITLES READ . . . . . : " WS-TITLES-READ-CNT.
003470     DISPLAY "  EPISODES MATCHED  . . : "
003480             WS-EPISODES-MATCHED-CNT.
003490     DISPLAY "  TITLE RECORDS WRITTEN : " WS-DETAILS-WRITTEN-CNT.
003500     DISPLAY "  VOTES HASH  . . . . . : " WS-VOTES-HASH-TOTAL.
003510     IF FEED-MODE-DELTA
003520         DISPLAY "  NOT ON MASTER - IMAGE : "
003530                 WS-MASTER-MISSING-CNT
003540     END-IF.
003550     DISPLAY "==============================================".
003560
003570
003580
003590*    INPUT PROCEDURE - EVERY EPIFILE RECORD IS RELEASED WITH ITS
003600*    PARENT SERIES TITLE.  A PARENT NOT ON OUTFILE GOES WITH A
003610*    BLANK TITLE.
003620
003630 200-RELEASE-EPISODES.
003640
003650     MOVE LOW-VALUES TO EPI-KEY.
003660
003670     START EPIFILE KEY NOT < EPI-KEY
003680         INVALID KEY
003690             MOVE "Y" TO EPIFILE-EOF-SWITCH
003700     END-START.
003710
003720     PERFORM 210-RELEASE-ONE-EPISODE
003730         UNTIL EPIFILE-EOF-SWITCH = "Y".
003740
003750
003760
003770 210-RELEASE-ONE-EPISODE.
003780
003790     READ EPIFILE NEXT RECORD
003800         AT END MOVE "Y" TO EPIFILE-EOF-SWITCH.
003810
003820     IF EPIFILE-EOF-SWITCH = "N"
003830         IF EPI-PARENT-TCONST NOT = WS-HELD-PARENT-TCONST
003840             PERFORM 215-LOOKUP-PARENT-TITLE
003850         END-IF
003860         MOVE EPI-TCONST           TO EW-TCONST
003870         MOVE EPI-PARENT-TCONST    TO EW-PARENT-TCONST
003880         MOVE EPI-SEASON           TO EW-SEASON
003890         MOVE EPI-EPISODE          TO EW-EPISODE
003900         MOVE WS-HELD-PARENT-TITLE TO EW-PARENT-TITLE
003910         RELEASE EPISODE-WORK-RECORD
003920         ADD 1 TO WS-EPISODES-SORTED-CNT
003930     END-IF.
003940
003950
003960
003970 215-LOOKUP-PARENT-TITLE.
003980
003990     MOVE EPI-PARENT-TCONST TO WS-HELD-PARENT-TCONST.
004000     MOVE EPI-PARENT-TCONST TO OUT-KEY.
004010
004020     READ OUTFILE
004030         INVALID KEY
004040             MOVE SPACES TO WS-HELD-PARENT-TITLE
004050         NOT INVALID KEY
004060             MOVE MOV-PRIMARY-TITLE TO WS-HELD-PARENT-TITLE
004070     END-READ.
004080
004090
004100
004110*    OUTPUT PROCEDURE - THE SORTED EPISODES ARE RETURNED IN STEP
004120*    WITH THE TITLES, WHICH COME IN TCONST ORDER EITHER WAY:
004130*    OUTFILE BY ITS KEY, DDELTA AS VS-DELTA WRITES IT.
004140
004150 250-WRITE-FEED-FILE.
004160
004170     MOVE "N" TO WS-EPISODE-EOF-SWITCH.
004180     PERFORM 275-RETURN-NEXT-EPISODE.
004190
004200     PERFORM 400-WRITE-HEADER-RECORD.
004210
004220     IF FEED-MODE-FULL
004230         MOVE LOW-VALUES TO OUT-KEY
004240         START OUTFILE KEY NOT < OUT-KEY
004250             INVALID KEY
004260                 MOVE "Y" TO OUTFILE-EOF-SWITCH
004270         END-START
004280         PERFORM 260-FEED-NEXT-MASTER-TITLE
004290             UNTIL OUTFILE-EOF-SWITCH = "Y"
004300     ELSE
004310         PERFORM 265-FEED-NEXT-DELTA-TITLE
004320             UNTIL DELTA-EOF-SWITCH = "Y"
004330     END-IF.
004340
004350     PERFORM 430-WRITE-TRAILER-RECORD.
004360
004370
004380
004390 260-FEED-NEXT-MASTER-TITLE.
004400
004410     READ OUTFILE NEXT RECORD
004420         AT END MOVE "Y" TO OUTFILE-EOF-SWITCH.
004430
004440     IF OUTFILE-EOF-SWITCH = "N"
004450         ADD 1 TO WS-TITLES-READ-CNT
004460         MOVE "FULL" TO WS-FEED-ACTION
004470         PERFORM 270-FEED-ONE-TITLE
004480     END-IF.
004490
004500
004510
004520*    AN ADD OR CHANGE GOES OUT FROM THE MASTER AS IT STANDS; A
004530*    DELETE, OR A TITLE SINCE GONE FROM THE MASTER, GOES OUT
004540*    FROM THE IMAGE VS-DELTA PRESERVED.
004550
004560 265-FEED-NEXT-DELTA-TITLE.
004570
004580     READ DELTAFILE
004590         AT END MOVE "Y" TO DELTA-EOF-SWITCH.
004600
004610     IF DELTA-EOF-SWITCH = "N"
004620         ADD 1 TO WS-TITLES-READ-CNT
004630         MOVE DLT-ACTION TO WS-FEED-ACTION
004640         IF DLT-ACTION-DELETE
004650             MOVE DLT-MASTER-RECORD TO OUTFILE-RECORD-AREA
004660         ELSE
004670             MOVE DLT-TCONST TO OUT-KEY
004680             READ OUTFILE
004690                 INVALID KEY
004700                     MOVE DLT-MASTER-RECORD TO OUTFILE-RECORD-AREA
004710                     ADD 1 TO WS-MASTER-MISSING-CNT
004720                     DISPLAY "VS-TCARD: " DLT-TCONST
004730                             " NOT ON OUTFILE - SENT FROM DDELTA"
004740             END-READ
004750         END-IF
004760         PERFORM 270-FEED-ONE-TITLE
004770     END-IF.
004780
004790
004800
004810 270-FEED-ONE-TITLE.
004820
004830     MOVE OUT-KEY TO WS-CURRENT-TCONST.
004840
004850     PERFORM 280-MATCH-EPISODE.
004860
004870     MOVE SPACES TO CREDIT-TABLES.
004880     MOVE ZERO   TO WS-CAST-CNT.
004890     MOVE ZERO   TO WS-DIRECTOR-CNT.
004900
004910     IF WS-FEED-ACTION = "DELETE"
004920         MOVE "N" TO WS-EPISODE-FOUND-SWITCH
004930     ELSE
004940         PERFORM 285-LOAD-CREDITS
004950     END-IF.
004960
004970     PERFORM 410-WRITE-DETAIL-RECORD.
004980
004990
005000
005010 275-RETURN-NEXT-EPISODE.
005020
005030     RETURN EPISODE-WORK
005040         AT END MOVE "Y" TO WS-EPISODE-EOF-SWITCH.
005050
005060
005070
005080*    EPISODES WHOSE TCONST IS NOT BEING FED ARE PASSED OVER
005090*    UNTIL THE STREAM CATCHES UP WITH THE CURRENT TITLE.
005100
005110 280-MATCH-EPISODE.
005120
005130     MOVE "N" TO WS-EPISODE-FOUND-SWITCH.
005140
005150     PERFORM 275-RETURN-NEXT-EPISODE
005160         UNTIL EPISODE-STREAM-DONE
005170         OR EW-TCONST NOT < WS-CURRENT-TCONST.
005180
005190     IF EPISODE-STREAM-ACTIVE
005200     AND EW-TCONST = WS-CURRENT-TCONST
005210         MOVE "Y" TO WS-EPISODE-FOUND-SWITCH
005220         ADD 1 TO WS-EPISODES-MATCHED-CNT
005230     END-IF.
005240
005250
005260
005270*    CSTFILE LEADS WITH THE TCONST AND THEN THE BILLING ORDER,
005280*    SO ONE BROWSE BRINGS BACK THE CAST AND THE DIRECTORS IN
005290*    BILLING ORDER.
005300
005310 285-LOAD-CREDITS.
005320
005330     MOVE "N"               TO WS-XREF-EOF-SWITCH.
005340     MOVE WS-CURRENT-TCONST TO CST-TCONST.
005350     MOVE ZERO              TO CST-ORDERING.
005360     MOVE LOW-VALUES        TO CST-NCONST.
005370
005380     START CSTFILE KEY NOT < CST-KEY
005390         INVALID KEY
005400             MOVE "Y" TO WS-XREF-EOF-SWITCH
005410     END-START.
005420
005430     IF XREF-BROWSE-ACTIVE
005440         PERFORM 290-READ-NEXT-CREDIT.
005450
005460     PERFORM 295-KEEP-ONE-CREDIT
005470         UNTIL XREF-BROWSE-DONE.
005480
005490
005500
005510 290-READ-NEXT-CREDIT.
005520
005530     READ CSTFILE NEXT RECORD
005540         AT END MOVE "Y" TO WS-XREF-EOF-SWITCH.
005550
005560     IF XREF-BROWSE-ACTIVE
005570     AND CST-TCONST NOT = WS-CURRENT-TCONST
005580         MOVE "Y" TO WS-XREF-EOF-SWITCH.
005590
005600
005610
005620 295-KEEP-ONE-CREDIT.
005630
005640     EVALUATE CST-CATEGORY
005650         WHEN "actor"
005660         WHEN "actress"
005670         WHEN "self"
005680             IF WS-CAST-CNT < WS-CAST-MAX
005690                 ADD 1 TO WS-CAST-CNT
005700                 PERFORM 297-LOOKUP-NAME-MASTER
005710                 MOVE CST-NCONST    TO CAST-NCONST(WS-CAST-CNT)
005720                 MOVE WS-LOOKUP-NAME TO CAST-NAME(WS-CAST-CNT)
005730             END-IF
005740         WHEN "director"
005750             IF WS-DIRECTOR-CNT < WS-DIRECTOR-MAX
005760                 ADD 1 TO WS-DIRECTOR-CNT
005770                 PERFORM 297-LOOKUP-NAME-MASTER
005780                 MOVE CST-NCONST    TO DIR-NCONST(WS-DIRECTOR-CNT)
005790                 MOVE WS-LOOKUP-NAME TO DIR-NAME(WS-DIRECTOR-CNT)
005800             END-IF
005810         WHEN OTHER
005820             CONTINUE
005830     END-EVALUATE.
005840
005850     PERFORM 290-READ-NEXT-CREDIT.
005860
005870
005880
005890 297-LOOKUP-NAME-MASTER.
005900
005910     MOVE CST-NCONST TO NAM-KEY.
005920
005930     READ NAMEFILE
005940         INVALID KEY
005950             MOVE SPACES TO WS-LOOKUP-NAME
005960         NOT INVALID KEY
005970             MOVE NAM-PRIMARY-NAME TO WS-LOOKUP-NAME
005980     END-READ.
005990
006000
006010
006020 400-WRITE-HEADER-RECORD.
006030
006040     MOVE SPACES TO WS-FEED-LINE.
006050     MOVE 1      TO WS-FEED-PTR.
006060     STRING "H" DELIMITED BY SIZE
006070         INTO WS-FEED-LINE WITH POINTER WS-FEED-PTR
006080     END-STRING.
006090
006100     MOVE "TITLECARD"    TO WS-FIELD-VALUE.
006110     PERFORM 450-APPEND-FIELD.
006120     MOVE WS-FEED-MODE   TO WS-FIELD-VALUE.
006130     PERFORM 450-APPEND-FIELD.
006140     MOVE WS-MOVIE-AS-OF TO WS-FIELD-VALUE.
006150     PERFORM 450-APPEND-FIELD.
006160     MOVE WS-RUN-DATE    TO WS-FIELD-VALUE.
006170     PERFORM 450-APPEND-FIELD.
006180
006190     WRITE FEED-RECORD-AREA FROM WS-FEED-LINE.
006200
006210
006220
006230*    ONE D RECORD - THE 32 COLUMNS IN THE ORDER THE PROGRAM
006240*    HEADER LISTS THEM.  ZERO YEARS, RUNTIME, SEASON AND EPISODE
006250*    AND THE RATING OF A TITLE WITH NO VOTES ARE UNKNOWN AND GO
006260*    OUT EMPTY, AS DO THE GENRES WHEN IMDB CARRIES NONE (\N).
006270
006280 410-WRITE-DETAIL-RECORD.
006290
006300     MOVE SPACES TO WS-FEED-LINE.
006310     MOVE 1      TO WS-FEED-PTR.
006320     STRING "D" DELIMITED BY SIZE
006330         INTO WS-FEED-LINE WITH POINTER WS-FEED-PTR
006340     END-STRING.
006350
006360     MOVE WS-FEED-ACTION    TO WS-FIELD-VALUE.
006370     PERFORM 450-APPEND-FIELD.
006380     MOVE OUT-KEY           TO WS-FIELD-VALUE.
006390     PERFORM 450-APPEND-FIELD.
006400     MOVE MOV-TITLE-TYPE    TO WS-FIELD-VALUE.
006410     PERFORM 450-APPEND-FIELD.
006420     MOVE MOV-PRIMARY-TITLE TO WS-FIELD-VALUE.
006430     PERFORM 450-APPEND-FIELD.
006440
006450     MOVE SPACES TO WS-FIELD-VALUE.
006460     IF MOV-START-YEAR IS NUMERIC
006470     AND MOV-START-YEAR > ZERO
006480         MOVE MOV-START-YEAR TO WS-FIELD-VALUE.
006490     PERFORM 450-APPEND-FIELD.
006500
006510     MOVE SPACES TO WS-FIELD-VALUE.
006520     IF MOV-END-YEAR IS NUMERIC
006530     AND MOV-END-YEAR > ZERO
006540         MOVE MOV-END-YEAR TO WS-FIELD-VALUE.
006550     PERFORM 450-APPEND-FIELD.
006560
006570     IF MOV-RUNTIME-MINUTES IS NUMERIC
006580     AND MOV-RUNTIME-MINUTES > ZERO
006590         MOVE MOV-RUNTIME-MINUTES TO WS-FEED-NUMBER
006600         PERFORM 460-APPEND-NUMBER
006610     ELSE
006620         MOVE SPACES TO WS-FIELD-VALUE
006630         PERFORM 450-APPEND-FIELD
006640     END-IF.
006650
006660     MOVE MOV-IS-ADULT TO WS-FIELD-VALUE.
006670     PERFORM 450-APPEND-FIELD.
006680
006690     MOVE SPACES TO WS-GENRE-TABLE.
006700     IF MOV-GENRES NOT = "\N"
006710         UNSTRING MOV-GENRES DELIMITED BY ","
006720             INTO WS-GENRE-NAME(1)
006730                  WS-GENRE-NAME(2)
006740                  WS-GENRE-NAME(3)
006750         END-UNSTRING
006760     END-IF.
006770     PERFORM 415-APPEND-GENRE-COLUMN
006780         VARYING WS-GENRE-SUB FROM 1 BY 1
006790         UNTIL WS-GENRE-SUB > 3.
006800
006810     MOVE SPACES TO WS-FIELD-VALUE.
006820     IF MOV-AVG-RATING IS NUMERIC
006830     AND MOV-NUM-VOTES IS NUMERIC
006840         IF MOV-NUM-VOTES > ZERO
006850             MOVE MOV-AVG-RATING TO WS-EDIT-RATING
006860             MOVE WS-EDIT-RATING TO WS-FIELD-VALUE
006870         END-IF
006880     END-IF.
006890     PERFORM 450-APPEND-FIELD.
006900
006910     IF MOV-NUM-VOTES IS NUMERIC
006920         MOVE MOV-NUM-VOTES TO WS-FEED-NUMBER
006930         ADD MOV-NUM-VOTES  TO WS-VOTES-HASH-TOTAL
006940         PERFORM 460-APPEND-NUMBER
006950     ELSE
006960         MOVE SPACES TO WS-FIELD-VALUE
006970         PERFORM 450-APPEND-FIELD
006980     END-IF.
006990
007000     PERFORM 420-APPEND-EPISODE-COLUMNS.
007010
007020     PERFORM 417-APPEND-CAST-COLUMNS
007030         VARYING WS-CREDIT-SUB FROM 1 BY 1
007040         UNTIL WS-CREDIT-SUB > WS-CAST-MAX.
007050
007060     PERFORM 418-APPEND-DIRECTOR-COLUMNS
007070         VARYING WS-CREDIT-SUB FROM 1 BY 1
007080         UNTIL WS-CREDIT-SUB > WS-DIRECTOR-MAX.
007090
007100     WRITE FEED-RECORD-AREA FROM WS-FEED-LINE.
007110     ADD 1 TO WS-DETAILS-WRITTEN-CNT.
007120
007130
007140
007150 415-APPEND-GENRE-COLUMN.
007160
007170     MOVE WS-GENRE-NAME(WS-GENRE-SUB) TO WS-FIELD-VALUE.
007180     PERFORM 450-APPEND-FIELD.
007190
007200
007210
007220 417-APPEND-CAST-COLUMNS.
007230
007240     MOVE CAST-NCONST(WS-CREDIT-SUB) TO WS-FIELD-VALUE.
007250     PERFORM 450-APPEND-FIELD.
007260     MOVE CAST-NAME(WS-CREDIT-SUB)   TO WS-FIELD-VALUE.
007270     PERFORM 450-APPEND-FIELD.
007280
007290
007300
007310 418-APPEND-DIRECTOR-COLUMNS.
007320
007330     MOVE DIR-NCONST(WS-CREDIT-SUB) TO WS-FIELD-VALUE.
007340     PERFORM 450-APPEND-FIELD.
007350     MOVE DIR-NAME(WS-CREDIT-SUB)   TO WS-FIELD-VALUE.
007360     PERFORM 450-APPEND-FIELD.
007370
007380
007390
007400*    THE FOUR EPISODE COLUMNS ARE EMPTY FOR A TITLE THAT IS NOT
007410*    AN EPISODE.
007420
007430 420-APPEND-EPISODE-COLUMNS.
007440
007450     IF TITLE-IS-EPISODE
007460         MOVE EW-PARENT-TCONST TO WS-FIELD-VALUE
007470         PERFORM 450-APPEND-FIELD
007480         MOVE EW-PARENT-TITLE  TO WS-FIELD-VALUE
007490         PERFORM 450-APPEND-FIELD
007500         MOVE SPACES TO WS-FIELD-VALUE
007510         IF EW-SEASON > ZERO
007520             MOVE EW-SEASON TO WS-FEED-NUMBER
007530             PERFORM 460-APPEND-NUMBER
007540         ELSE
007550             PERFORM 450-APPEND-FIELD
007560         END-IF
007570         MOVE SPACES TO WS-FIELD-VALUE
007580         IF EW-EPISODE > ZERO
007590             MOVE EW-EPISODE TO WS-FEED-NUMBER
007600             PERFORM 460-APPEND-NUMBER
007610         ELSE
007620             PERFORM 450-APPEND-FIELD
007630         END-IF
007640     ELSE
007650         MOVE SPACES TO WS-FIELD-VALUE
007660         PERFORM 450-APPEND-FIELD
007670         PERFORM 450-APPEND-FIELD
007680         PERFORM 450-APPEND-FIELD
007690         PERFORM 450-APPEND-FIELD
007700     END-IF.
007710
007720
007730
007740*    THE TRAILER COUNTS AND HASHES THE D RECORDS ONLY, IN FIXED
007750*    WIDTH SO A RECEIVER CAN CHECK THEM WITHOUT PARSING.
007760
007770 430-WRITE-TRAILER-RECORD.
007780
007790     MOVE SPACES TO WS-FEED-LINE.
007800     MOVE 1      TO WS-FEED-PTR.
007810     STRING "T" DELIMITED BY SIZE
007820         INTO WS-FEED-LINE WITH POINTER WS-FEED-PTR
007830     END-STRING.
007840
007850     MOVE WS-DETAILS-WRITTEN-CNT TO WS-TRAILER-COUNT.
007860     MOVE WS-TRAILER-COUNT       TO WS-FIELD-VALUE.
007870     PERFORM 450-APPEND-FIELD.
007880     MOVE WS-VOTES-HASH-TOTAL    TO WS-TRAILER-HASH.
007890     MOVE WS-TRAILER-HASH        TO WS-FIELD-VALUE.
007900     PERFORM 450-APPEND-FIELD.
007910
007920     WRITE FEED-RECORD-AREA FROM WS-FEED-LINE.
007930
007940
007950
007960*    A TAB, THEN WS-FIELD-VALUE WITH ITS LEADING AND TRAILING
007970*    SPACES DROPPED.  AN ALL-SPACE VALUE LEAVES AN EMPTY COLUMN.
007980
007990 450-APPEND-FIELD.
008000
008010     STRING WS-TAB DELIMITED BY SIZE
008020         INTO WS-FEED-LINE WITH POINTER WS-FEED-PTR
008030     END-STRING.
008040
008050     MOVE ZERO TO WS-FIELD-LEAD-CNT.
008060     INSPECT WS-FIELD-VALUE
008070         TALLYING WS-FIELD-LEAD-CNT FOR LEADING SPACES.
008080
008090     IF WS-FIELD-LEAD-CNT < 80
008100         PERFORM 455-FIND-FIELD-END
008110             VARYING WS-FIELD-END FROM 80 BY -1
008120             UNTIL WS-FIELD-VALUE(WS-FIELD-END:1) NOT = SPACE
008130         COMPUTE WS-FIELD-START = WS-FIELD-LEAD-CNT + 1
008140         COMPUTE WS-FIELD-LEN = WS-FIELD-END - WS-FIELD-LEAD-CNT
008150         STRING WS-FIELD-VALUE(WS-FIELD-START:WS-FIELD-LEN)
008160             DELIMITED BY SIZE
008170             INTO WS-FEED-LINE WITH POINTER WS-FEED-PTR
008180         END-STRING
008190     END-IF.
008200
008210
008220
008230 455-FIND-FIELD-END.
008240
008250     CONTINUE.
008260
008270
008280
008290 460-APPEND-NUMBER.
008300
008310     MOVE WS-FEED-NUMBER TO WS-EDIT-NUMBER.
008320     MOVE WS-EDIT-NUMBER TO WS-FIELD-VALUE.
008330     PERFORM 450-APPEND-FIELD.
008340
008350 END PROGRAM VS-TCARD.
