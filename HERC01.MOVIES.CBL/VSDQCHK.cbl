000010******************************************************************
000020*    PROGRAM-ID:  VS-DQCHECK
000030*    AUTHOR:      R. TATE - DATA ADMINISTRATION
000040*    INSTALLATION: HERC01 - MOVIES SUBSYSTEM
000050*    DATE-WRITTEN: 2025-08-25
000060*    DATE-COMPILED:
000070*    PURPOSE:     MASTER DATA-QUALITY EXCEPTION REPORT.
000080*                 VS-EXTCHECK ONLY SMELLS THE INBOUND EXTRACT FOR
000090*                 FORMAT; NOTHING CHECKED THAT THE LOADED MASTERS
000100*                 MAKE SENSE FIELD AGAINST FIELD AND FILE AGAINST
000110*                 FILE.  THIS RUN APPLIES A SET OF NUMBERED RULES
000120*                 TO OUTFILE, EPIFILE AND PRNFILE (WITH NAMEFILE
000130*                 FOR DEATH YEARS) AND LISTS EVERY EXCEPTION ON
000140*                 DREPORT WITH ITS RULE CODE, THE MASTER VALUE
000150*                 AND, WHERE THE RULE CAN TELL, THE VALUE THE
000160*                 FIELD SHOULD HOLD.  EACH EXCEPTION ALSO GOES TO
000170*                 DEXCEPT IN THE MOVDQX01 LAYOUT, WHOSE FIRST 80
000180*                 BYTES ARE A VS-CORRECT CONTROL CARD READY FOR
000190*                 REVIEW.  THE REPORT CLOSES WITH A COUNT BY RULE.
000200*                 RULES:
000210*                   DQ01  OUTFILE  MOV-END-YEAR EARLIER THAN
000220*                                  MOV-START-YEAR
000230*                   DQ02  OUTFILE  MOV-RUNTIME-MINUTES NOT NUMERIC
000240*                                  OR OVER THE RUNTIME LIMIT
000250*                   DQ03  OUTFILE  A MOV-GENRES ENTRY NOT ON THE
000260*                                  VALID-GENRE LIST (THE CARD
000270*                                  PROPOSES THE LIST WITHOUT IT)
000280*                   DQ04  EPIFILE  EPISODE WHOSE MOV-TITLE-TYPE IS
000290*                                  NOT tvEpisode (THE CARD
000300*                                  PROPOSES tvEpisode)
000310*                   DQ05  OUTFILE  tvSeries WITH NO EPISODES ON
000320*                                  EPIFILE
000330*                   DQ06  PRNFILE  PERSON CREDITED ON A TITLE THAT
000340*                                  STARTS MORE THAN THE DEATH GAP
000350*                                  AFTER NAM-DEATH-YEAR
000360*                 PARAMETER CARD ON DPARM (ONE CARD, ALL FIELDS
000370*                 OPTIONAL - NO CARD RUNS EVERY RULE):
000380*                   COLS  1-6   ONE SWITCH PER RULE, DQ01 TO DQ06:
000390*                               Y OR BLANK = RUN, N = SKIP
000400*                   COLS  8-11  RUNTIME LIMIT IN MINUTES (0720)
000410*                   COLS 13-14  DEATH GAP IN YEARS (05)
000420*                 A BAD CARD ENDS THE RUN RC=16.
000430*    TECTONICS:   cobc -x VSDQCHK.cbl
000440*
000450*    MODIFICATION HISTORY.
000460*    DATE-WRITTEN.  2025-08-25.  R. TATE.
000470*        ORIGINAL VERSION - READ-ONLY; NOTHING IS CORRECTED HERE.
000480*        A TITLE OR EPISODE MISSING FROM THE MASTER IS LEFT TO
000490*        VS-INTEG.  ARCHIVE FOOTAGE AND ARCHIVE SOUND CREDITS
000500*        ARE LEGITIMATELY POSTHUMOUS AND ARE NOT CHECKED BY
000510*        DQ06.  A SWEEP WHOSE RULES ARE ALL SWITCHED OFF IS NOT
000520*        READ AT ALL.
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. VS-DQCHECK.
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600
000610     SELECT PARMFILE ASSIGN TO DPARM.
000620     SELECT OUTFILE ASSIGN TO DOUTFILE
000630                    ORGANIZATION IS INDEXED
000640                    ACCESS IS DYNAMIC
000650                    RECORD KEY IS OUT-KEY
000660                    ALTERNATE RECORD KEY IS MOV-PRIMARY-TITLE
000670                        WITH DUPLICATES
000680                    ALTERNATE RECORD KEY IS MOV-START-YEAR
000690                        WITH DUPLICATES.
000700     SELECT EPIFILE ASSIGN TO DEPIFILE
000710                    ORGANIZATION IS INDEXED
000720                    ACCESS IS DYNAMIC
000730                    RECORD KEY IS EPI-KEY.
000740     SELECT PRNFILE ASSIGN TO DPRNFILE
000750                    ORGANIZATION IS INDEXED
000760                    ACCESS IS DYNAMIC
000770                    RECORD KEY IS PRN-KEY.
000780     SELECT NAMEFILE ASSIGN TO DNAMFILE
000790                    ORGANIZATION IS INDEXED
000800                    ACCESS IS DYNAMIC
000810                    RECORD KEY IS NAM-KEY.
000820     SELECT EXCEPTFILE ASSIGN TO DEXCEPT.
000830     SELECT REPORTFILE ASSIGN TO DREPORT.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870
000880 FD  PARMFILE.
000890
000900 01 PARM-RECORD-AREA            PIC X(80).
000910
000920 FD  OUTFILE.
000930
000940 01 OUTFILE-RECORD-AREA.
000950     COPY MOVREC01.
000960
000970 FD  EPIFILE.
000980
000990 01 EPIFILE-RECORD-AREA.
001000     COPY MOVEPI01.
001010
001020 FD  PRNFILE.
001030
001040 01 PRNFILE-RECORD-AREA.
001050     COPY MOVPRN01.
001060
001070 FD  NAMEFILE.
001080
001090 01 NAMEFILE-RECORD-AREA.
001100     COPY MOVNAM01.
001110
001120 FD  EXCEPTFILE.
001130
001140 01 EXCEPT-RECORD-AREA.
001150     COPY MOVDQX01.
001160
001170 FD  REPORTFILE.
001180
001190 01 REPORT-RECORD-AREA          PIC X(132).
001200
001210
001220 WORKING-STORAGE SECTION.
001230
001240 01  WS-PARM-CARD.
001250     05 WS-PARM-RULE-SWITCHES   PIC X(06).
001260     05 WS-PARM-RULE-TABLE REDEFINES WS-PARM-RULE-SWITCHES.
001270         10 WS-PARM-RULE        PIC X(01) OCCURS 6 TIMES.
001280     05 FILLER                  PIC X(01).
001290     05 WS-PARM-MAX-RUNTIME     PIC X(04).
001300     05 FILLER                  PIC X(01).
001310     05 WS-PARM-DEATH-GAP       PIC X(02).
001320     05 FILLER                  PIC X(66).
001330
001340 01  WS-MAX-RUNTIME             PIC 9(04) VALUE 720.
001350 01  WS-DEATH-GAP               PIC 9(02) VALUE 5.
001360
001370*    ONE ENTRY PER RULE - THE ENTRY NUMBER IS THE RULE NUMBER.
001380*    RT-FIELD-NAME IS THE VS-CORRECT FIELD THE EXCEPTION CARD
001390*    NAMES.
001400
001410 01  RULE-TABLE-VALUES.
001420     05 FILLER                  PIC X(04) VALUE "DQ01".
001430     05 FILLER                  PIC X(08) VALUE "OUTFILE".
001440     05 FILLER                  PIC X(40)
001450         VALUE "END YEAR EARLIER THAN START YEAR".
001460     05 FILLER                  PIC X(15) VALUE "END-YEAR".
001470     05 FILLER                  PIC X(04) VALUE "DQ02".
001480     05 FILLER                  PIC X(08) VALUE "OUTFILE".
001490     05 FILLER                  PIC X(40)
001500         VALUE "RUNTIME NOT NUMERIC OR OVER THE LIMIT".
001510     05 FILLER                  PIC X(15) VALUE "RUNTIME-MINUTES".
001520     05 FILLER                  PIC X(04) VALUE "DQ03".
001530     05 FILLER                  PIC X(08) VALUE "OUTFILE".
001540     05 FILLER                  PIC X(40)
001550         VALUE "GENRE NOT ON THE VALID-GENRE LIST".
001560     05 FILLER                  PIC X(15) VALUE "GENRES".
001570     05 FILLER                  PIC X(04) VALUE "DQ04".
001580     05 FILLER                  PIC X(08) VALUE "EPIFILE".
001590     05 FILLER                  PIC X(40)
001600         VALUE "EPISODE TITLE TYPE IS NOT tvEpisode".
001610     05 FILLER                  PIC X(15) VALUE "TITLE-TYPE".
001620     05 FILLER                  PIC X(04) VALUE "DQ05".
001630     05 FILLER                  PIC X(08) VALUE "OUTFILE".
001640     05 FILLER                  PIC X(40)
001650         VALUE "tvSeries WITH NO EPISODES ON EPIFILE".
001660     05 FILLER                  PIC X(15) VALUE "TITLE-TYPE".
001670     05 FILLER                  PIC X(04) VALUE "DQ06".
001680     05 FILLER                  PIC X(08) VALUE "PRNFILE".
001690     05 FILLER                  PIC X(40)
001700         VALUE "CREDIT ON A TITLE STARTING AFTER DEATH".
001710     05 FILLER                  PIC X(15) VALUE "START-YEAR".
001720
001730 01  RULE-TABLE REDEFINES RULE-TABLE-VALUES.
001740     05 RULE-ENTRY OCCURS 6 TIMES.
001750         10 RT-RULE-CODE        PIC X(04).
001760         10 RT-FILE-NAME        PIC X(08).
001770         10 RT-DESCRIPTION      PIC X(40).
001780         10 RT-FIELD-NAME       PIC X(15).
001790
001800 01  RULE-STATE-TABLE.
001810     05 RULE-STATE-ENTRY OCCURS 6 TIMES.
001820         10 RS-SWITCH           PIC X(01).
001830             88 RS-RULE-ON          VALUE "Y".
001840             88 RS-RULE-OFF         VALUE "N".
001850         10 RS-CHECKED-CNT      PIC 9(09) COMP.
001860         10 RS-FOUND-CNT        PIC 9(09) COMP.
001870
001880*    THE IMDB GENRE VOCABULARY.  A NEW IMDB GENRE IS ADDED HERE
001890*    AND TO THE OCCURS BELOW.
001900
001910 01  VALID-GENRE-VALUES.
001920     05 FILLER                  PIC X(11) VALUE "Action".
001930     05 FILLER                  PIC X(11) VALUE "Adult".
001940     05 FILLER                  PIC X(11) VALUE "Adventure".
001950     05 FILLER                  PIC X(11) VALUE "Animation".
001960     05 FILLER                  PIC X(11) VALUE "Biography".
001970     05 FILLER                  PIC X(11) VALUE "Comedy".
001980     05 FILLER                  PIC X(11) VALUE "Crime".
001990     05 FILLER                  PIC X(11) VALUE "Documentary".
002000     05 FILLER                  PIC X(11) VALUE "Drama".
002010     05 FILLER                  PIC X(11) VALUE "Family".
002020     05 FILLER                  PIC X(11) VALUE "Fantasy".
002030     05 FILLER                  PIC X(11) VALUE "Film-Noir".
002040     05 FILLER                  PIC X(11) VALUE "Game-Show".
002050     05 FILLER                  PIC X(11) VALUE "History".
002060     05 FILLER                  PIC X(11) VALUE "Horror".
002070     05 FILLER                  PIC X(11) VALUE "Music".
002080     05 FILLER                  PIC X(11) VALUE "Musical".
002090     05 FILLER                  PIC X(11) VALUE "Mystery".
002100     05 FILLER                  PIC X(11) VALUE "News".
002110     05 FILLER                  PIC X(11) VALUE "Reality-TV".
002120     05 FILLER                  PIC X(11) VALUE "Romance".
002130     05 FILLER                  PIC X(11) VALUE "Sci-Fi".
002140     05 FILLER                  PIC X(11) VALUE "Short".
002150     05 FILLER                  PIC X(11) VALUE "Sport".
002160     05 FILLER                  PIC X(11) VALUE "Talk-Show".
002170     05 FILLER                  PIC X(11) VALUE "Thriller".
002180     05 FILLER                  PIC X(11) VALUE "War".
002190     05 FILLER                  PIC X(11) VALUE "Western".
002200
002210 01  VALID-GENRE-TABLE REDEFINES VALID-GENRE-VALUES.
002220     05 VG-NAME                 PIC X(11) OCCURS 28 TIMES.
002230
002240 01  WS-GENRE-TABLE.
002250     05 WS-GENRE-NAME           PIC X(15) OCCURS 4 TIMES.
002260
002270 01  WS-CLEAN-GENRES            PIC X(30) VALUE SPACES.
002280
002290*    THE EXCEPTION IN HAND - SET BY EACH RULE BEFORE
002300*    400-REPORT-EXCEPTION PRINTS AND WRITES IT.
002310
002320 01  WS-EXCEPTION-FIELDS.
002330     05 WS-EXC-TCONST           PIC X(09).
002340     05 WS-EXC-NCONST           PIC X(09).
002350     05 WS-EXC-NEW-VALUE        PIC X(52).
002360     05 WS-EXC-CURRENT-VALUE    PIC X(30).
002370
002380*    THE PERSON LAST LOOKED UP ON NAMEFILE - PRNFILE LEADS WITH
002390*    THE NCONST, SO ALL OF A PERSON'S CREDITS COST ONE READ.
002400
002410 01  WS-LAST-NCONST             PIC X(09) VALUE SPACES.
002420 01  WS-DEATH-YEAR              PIC 9(04) VALUE ZERO.
002430 01  WS-LATEST-START-YEAR       PIC 9(05) VALUE ZERO.
002440
002450 01 SWITCHES.
002460     05 OUTFILE-EOF-SWITCH      PIC X    VALUE "N".
002470     05 EPIFILE-EOF-SWITCH      PIC X    VALUE "N".
002480     05 PRNFILE-EOF-SWITCH      PIC X    VALUE "N".
002490     05 WS-PARM-VALID-SWITCH    PIC X    VALUE "Y".
002500         88 PARM-IS-VALID            VALUE "Y".
002510         88 PARM-IS-INVALID          VALUE "N".
002520     05 WS-TITLE-FOUND-SWITCH   PIC X    VALUE "N".
002530         88 TITLE-RECORD-FOUND       VALUE "Y".
002540         88 TITLE-RECORD-NOT-FOUND   VALUE "N".
002550     05 WS-EPISODE-FOUND-SWITCH PIC X    VALUE "N".
002560         88 SERIES-HAS-EPISODES      VALUE "Y".
002570         88 SERIES-HAS-NO-EPISODES   VALUE "N".
002580     05 WS-DEATH-KNOWN-SWITCH   PIC X    VALUE "N".
002590         88 DEATH-YEAR-KNOWN         VALUE "Y".
002600         88 DEATH-YEAR-UNKNOWN       VALUE "N".
002610     05 WS-GENRE-VALID-SWITCH   PIC X    VALUE "N".
002620         88 GENRE-IS-VALID           VALUE "Y".
002630         88 GENRE-IS-NOT-VALID       VALUE "N".
002640
002650 77  WS-RULE-SUB                PIC 9(02) COMP VALUE ZERO.
002660 77  WS-RULE-MAX                PIC 9(02) COMP VALUE 6.
002670 77  WS-GENRE-SUB               PIC 9(02) COMP VALUE ZERO.
002680 77  WS-VALID-SUB               PIC 9(02) COMP VALUE ZERO.
002690 77  WS-VALID-MAX               PIC 9(02) COMP VALUE 28.
002700 77  WS-BAD-GENRE-CNT           PIC 9(02) COMP VALUE ZERO.
002710 77  WS-CLEAN-PTR               PIC 9(02) COMP VALUE ZERO.
002720
002730 77  WS-OUTFILE-READ-CNT        PIC 9(09) COMP VALUE ZERO.
002740 77  WS-EPIFILE-READ-CNT        PIC 9(09) COMP VALUE ZERO.
002750 77  WS-PRNFILE-READ-CNT        PIC 9(09) COMP VALUE ZERO.
002760 77  WS-NAMEFILE-LOOKUP-CNT     PIC 9(09) COMP VALUE ZERO.
002770 77  WS-EXCEPTIONS-CNT          PIC 9(09) COMP VALUE ZERO.
002780 77  WS-LINE-CNT                PIC 9(03) COMP VALUE 99.
002790 77  WS-PAGE-CNT                PIC 9(05) COMP VALUE ZERO.
002800 77  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 58.
002810
002820 01  WS-REPORT-DATE             PIC 9(08).
002830 01  WS-EDIT-RUNTIME            PIC ZZZ9.
002840 01  WS-EDIT-GAP                PIC Z9.
002850
002860 01  HEADING-LINE-1.
002870     05 FILLER                  PIC X(12) VALUE "VS-DQCHECK".
002880     05 FILLER                  PIC X(28)
002890         VALUE "DATA-QUALITY EXCEPTIONS".
002900     05 FILLER                  PIC X(06) VALUE "DATE: ".
002910     05 HD1-DATE                PIC 9(08).
002920     05 FILLER                  PIC X(67) VALUE SPACES.
002930     05 FILLER                  PIC X(06) VALUE "PAGE: ".
002940     05 HD1-PAGE                PIC ZZZZ9.
002950
002960 01  HEADING-LINE-2.
002970     05 FILLER                  PIC X(02) VALUE SPACES.
002980     05 FILLER                  PIC X(06) VALUE "RULE".
002990     05 FILLER                  PIC X(11) VALUE "TCONST".
003000     05 FILLER                  PIC X(11) VALUE "NCONST".
003010     05 FILLER                  PIC X(17) VALUE "FIELD".
003020     05 FILLER                  PIC X(32) VALUE "MASTER VALUE".
003030     05 FILLER                  PIC X(53) VALUE "PROPOSED VALUE".
003040
003050 01  DETAIL-LINE.
003060     05 FILLER                  PIC X(02) VALUE SPACES.
003070     05 DT-RULE-CODE            PIC X(04).
003080     05 FILLER                  PIC X(02) VALUE SPACES.
003090     05 DT-TCONST               PIC X(09).
003100     05 FILLER                  PIC X(02) VALUE SPACES.
003110     05 DT-NCONST               PIC X(09).
003120     05 FILLER                  PIC X(02) VALUE SPACES.
003130     05 DT-FIELD-NAME           PIC X(15).
003140     05 FILLER                  PIC X(02) VALUE SPACES.
003150     05 DT-CURRENT-VALUE        PIC X(30).
003160     05 FILLER                  PIC X(02) VALUE SPACES.
003170     05 DT-NEW-VALUE            PIC X(30).
003180     05 FILLER                  PIC X(23) VALUE SPACES.
003190
003200 01  MESSAGE-LINE.
003210     05 FILLER                  PIC X(02) VALUE SPACES.
003220     05 MS-TEXT                 PIC X(130).
003230
003240 01  SUMMARY-HEADING-LINE.
003250     05 FILLER                  PIC X(02) VALUE SPACES.
003260     05 FILLER                  PIC X(06) VALUE "RULE".
003270     05 FILLER                  PIC X(10) VALUE "FILE".
003280     05 FILLER                  PIC X(42) VALUE "DESCRIPTION".
003290     05 FILLER                  PIC X(08) VALUE "STATUS".
003300     05 FILLER                  PIC X(14) VALUE "    CHECKED".
003310     05 FILLER                  PIC X(50) VALUE " EXCEPTIONS".
003320
003330 01  SUMMARY-LINE.
003340     05 FILLER                  PIC X(02) VALUE SPACES.
003350     05 SL-RULE-CODE            PIC X(04).
003360     05 FILLER                  PIC X(02) VALUE SPACES.
003370     05 SL-FILE-NAME            PIC X(08).
003380     05 FILLER                  PIC X(02) VALUE SPACES.
003390     05 SL-DESCRIPTION          PIC X(40).
003400     05 FILLER                  PIC X(02) VALUE SPACES.
003410     05 SL-STATUS               PIC X(06).
003420     05 FILLER                  PIC X(02) VALUE SPACES.
003430     05 SL-CHECKED-CNT          PIC ZZZ,ZZZ,ZZ9.
003440     05 FILLER                  PIC X(03) VALUE SPACES.
003450     05 SL-FOUND-CNT            PIC ZZZ,ZZZ,ZZ9.
003460     05 FILLER                  PIC X(39) VALUE SPACES.
003470
003480 PROCEDURE DIVISION.
003490
003500 000-MAIN.
003510
003520     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
003530
003540     PERFORM 050-READ-PARM-CARD.
003550     PERFORM 060-VALIDATE-PARM.
003560
003570     IF PARM-IS-INVALID
003580         DISPLAY "VS-DQCHECK: BAD PARM CARD - RUN ABANDONED"
003590         MOVE 16 TO RETURN-CODE
003600     ELSE
003610         PERFORM 020-OPEN-FILES
003620         PERFORM 325-PRINT-SETTINGS-LINE
003630         IF RS-RULE-ON(1) OR RS-RULE-ON(2)
003640         OR RS-RULE-ON(3) OR RS-RULE-ON(5)
003650             PERFORM 200-SWEEP-OUTFILE
003660         END-IF
003670         IF RS-RULE-ON(4)
003680             PERFORM 240-SWEEP-EPIFILE
003690         END-IF
003700         IF RS-RULE-ON(6)
003710             PERFORM 260-SWEEP-PRNFILE
003720         END-IF
003730         PERFORM 350-PRINT-RULE-SUMMARY
003740         PERFORM 030-CLOSE-FILES
003750         PERFORM 140-WRITE-SUMMARY-REPORT
003760     END-IF.
003770
003780     STOP RUN.
003790
003800
003810
003820*    EVERY MASTER IS ONLY EVER READ.
003830
003840 020-OPEN-FILES.
003850
003860     OPEN INPUT  OUTFILE.
003870     OPEN INPUT  EPIFILE.
003880     OPEN INPUT  PRNFILE.
003890     OPEN INPUT  NAMEFILE.
003900     OPEN OUTPUT EXCEPTFILE.
003910     OPEN OUTPUT REPORTFILE.
003920
003930
003940
003950 030-CLOSE-FILES.
003960
003970     CLOSE OUTFILE.
003980     CLOSE EPIFILE.
003990     CLOSE PRNFILE.
004000     CLOSE NAMEFILE.
004010     CLOSE EXCEPTFILE.
004020     CLOSE REPORTFILE.
004030
004040
004050
004060 050-READ-PARM-CARD.
004070
004080     MOVE SPACES TO WS-PARM-CARD.
004090
004100     OPEN INPUT PARMFILE.
004110     READ PARMFILE INTO WS-PARM-CARD
004120         AT END MOVE SPACES TO WS-PARM-CARD
004130     END-READ.
004140     CLOSE PARMFILE.
004150
004160
004170
004180 060-VALIDATE-PARM.
004190
004200     MOVE "Y" TO WS-PARM-VALID-SWITCH.
004210
004220     INITIALIZE RULE-STATE-TABLE.
004230
004240     PERFORM 065-SET-ONE-RULE-SWITCH
004250         VARYING WS-RULE-SUB FROM 1 BY 1
004260         UNTIL WS-RULE-SUB > WS-RULE-MAX.
004270
004280     IF WS-PARM-MAX-RUNTIME NOT = SPACES
004290         IF WS-PARM-MAX-RUNTIME IS NUMERIC
004300             MOVE WS-PARM-MAX-RUNTIME TO WS-MAX-RUNTIME
004310         ELSE
004320             DISPLAY "VS-DQCHECK: RUNTIME LIMIT NOT NUMERIC: "
004330                     WS-PARM-MAX-RUNTIME
004340             MOVE "N" TO WS-PARM-VALID-SWITCH
004350         END-IF
004360     END-IF.
004370
004380     IF WS-PARM-DEATH-GAP NOT = SPACES
004390         IF WS-PARM-DEATH-GAP IS NUMERIC
004400             MOVE WS-PARM-DEATH-GAP TO WS-DEATH-GAP
004410         ELSE
004420             DISPLAY "VS-DQCHECK: DEATH GAP NOT NUMERIC: "
004430                     WS-PARM-DEATH-GAP
004440             MOVE "N" TO WS-PARM-VALID-SWITCH
004450         END-IF
004460     END-IF.
004470
004480
004490
004500 065-SET-ONE-RULE-SWITCH.
004510
004520     EVALUATE WS-PARM-RULE(WS-RULE-SUB)
004530         WHEN "Y"
004540         WHEN SPACE
004550             MOVE "Y" TO RS-SWITCH(WS-RULE-SUB)
004560         WHEN "N"
004570             MOVE "N" TO RS-SWITCH(WS-RULE-SUB)
004580         WHEN OTHER
004590             DISPLAY "VS-DQCHECK: RULE SWITCH FOR "
004600                     RT-RULE-CODE(WS-RULE-SUB)
004610                     " MUST BE Y, N OR BLANK: "
004620                     WS-PARM-RULE(WS-RULE-SUB)
004630             MOVE "N" TO WS-PARM-VALID-SWITCH
004640     END-EVALUATE.
004650
004660
004670
004680 140-WRITE-SUMMARY-REPORT.
004690
004700     DISPLAY "==============================================".
004710     DISPLAY "VS-DQCHECK EXCEPTION SUMMARY".
004720     DISPLAY "  OUTFILE RECORDS READ : " WS-OUTFILE-READ-CNT.
004730     DISPLAY "  EPIFILE RECORDS READ : " WS-EPIFILE-READ-CNT.
004740     DISPLAY "  PRNFILE RECORDS READ : " WS-PRNFILE-READ-CNT.
004750     DISPLAY "  NAMEFILE LOOKUPS . . : " WS-NAMEFILE-LOOKUP-CNT.
004760     DISPLAY "  EXCEPTIONS WRITTEN . : " WS-EXCEPTIONS-CNT.
004770     DISPLAY "==============================================".
004780
004790
004800
004810 180-LOOKUP-TITLE-MASTER.
004820
004830     READ OUTFILE
004840         INVALID KEY
004850             MOVE "N" TO WS-TITLE-FOUND-SWITCH
004860         NOT INVALID KEY
004870             MOVE "Y" TO WS-TITLE-FOUND-SWITCH
004880     END-READ.
004890
004900
004910
004920*    OUTFILE - ONE PASS IN KEY ORDER FOR THE FOUR TITLE RULES.
004930
004940 200-SWEEP-OUTFILE.
004950
004960     MOVE LOW-VALUES TO OUT-KEY.
004970
004980     START OUTFILE KEY NOT < OUT-KEY
004990         INVALID KEY
005000             MOVE "Y" TO OUTFILE-EOF-SWITCH
005010     END-START.
005020
005030     PERFORM 210-CHECK-ONE-TITLE
005040         UNTIL OUTFILE-EOF-SWITCH = "Y".
005050
005060
005070
005080 210-CHECK-ONE-TITLE.
005090
005100     READ OUTFILE NEXT RECORD
005110         AT END MOVE "Y" TO OUTFILE-EOF-SWITCH.
005120
005130     IF OUTFILE-EOF-SWITCH = "N"
005140         ADD 1 TO WS-OUTFILE-READ-CNT
005150         IF RS-RULE-ON(1)
005160             PERFORM 215-CHECK-END-YEAR
005170         END-IF
005180         IF RS-RULE-ON(2)
005190             PERFORM 220-CHECK-RUNTIME
005200         END-IF
005210         IF RS-RULE-ON(3)
005220             PERFORM 225-CHECK-GENRES
005230         END-IF
005240         IF RS-RULE-ON(5)
005250         AND MOV-TITLE-TYPE = "tvSeries"
005260             PERFORM 235-CHECK-SERIES-EPISODES
005270         END-IF
005280     END-IF.
005290
005300
005310
005320*    DQ01 - A ZERO END YEAR MEANS STILL RUNNING OR NOT A SERIES
005330*    AND IS NOT AN EXCEPTION.
005340
005350 215-CHECK-END-YEAR.
005360
005370     ADD 1 TO RS-CHECKED-CNT(1).
005380
005390     IF MOV-START-YEAR IS NUMERIC
005400     AND MOV-END-YEAR IS NUMERIC
005410         IF MOV-END-YEAR > ZERO
005420         AND MOV-END-YEAR < MOV-START-YEAR
005430             MOVE 1          TO WS-RULE-SUB
005440             MOVE OUT-KEY    TO WS-EXC-TCONST
005450             MOVE SPACES     TO WS-EXC-NCONST
005460             MOVE SPACES     TO WS-EXC-NEW-VALUE
005470             MOVE SPACES     TO WS-EXC-CURRENT-VALUE
005480             STRING "START " MOV-START-YEAR " END " MOV-END-YEAR
005490                 DELIMITED BY SIZE INTO WS-EXC-CURRENT-VALUE
005500             PERFORM 400-REPORT-EXCEPTION
005510         END-IF
005520     END-IF.
005530
005540
005550
005560*    DQ02 - A ZERO RUNTIME MEANS IMDB DOES NOT CARRY ONE.
005570
005580 220-CHECK-RUNTIME.
005590
005600     ADD 1 TO RS-CHECKED-CNT(2).
005610
005620     MOVE SPACES TO WS-EXC-CURRENT-VALUE.
005630
005640     IF MOV-RUNTIME-MINUTES IS NOT NUMERIC
005650         STRING "NOT NUMERIC: " MOV-RUNTIME-MINUTES
005660             DELIMITED BY SIZE INTO WS-EXC-CURRENT-VALUE
005670     ELSE
005680         IF MOV-RUNTIME-MINUTES > WS-MAX-RUNTIME
005690             STRING "RUNTIME " MOV-RUNTIME-MINUTES " MINUTES"
005700                 DELIMITED BY SIZE INTO WS-EXC-CURRENT-VALUE
005710         END-IF
005720     END-IF.
005730
005740     IF WS-EXC-CURRENT-VALUE NOT = SPACES
005750         MOVE 2          TO WS-RULE-SUB
005760         MOVE OUT-KEY    TO WS-EXC-TCONST
005770         MOVE SPACES     TO WS-EXC-NCONST
005780         MOVE SPACES     TO WS-EXC-NEW-VALUE
005790         PERFORM 400-REPORT-EXCEPTION
005800     END-IF.
005810
005820
005830
005840*    DQ03 - EACH COMMA-SEPARATED GENRE IS LOOKED UP ON THE
005850*    VALID LIST AND THE GOOD ONES ARE STRUNG BACK TOGETHER AS
005860*    THE PROPOSED VALUE.  NO GENRES AT ALL (BLANK, OR IMDB'S
005870*    \N NULL) IS NOT AN EXCEPTION.
005880
005890 225-CHECK-GENRES.
005900
005910     ADD 1 TO RS-CHECKED-CNT(3).
005920
005930     IF MOV-GENRES NOT = SPACES
005940     AND MOV-GENRES NOT = "\N"
005950         MOVE SPACES TO WS-GENRE-TABLE
005960         UNSTRING MOV-GENRES DELIMITED BY ","
005970             INTO WS-GENRE-NAME(1)
005980                  WS-GENRE-NAME(2)
005990                  WS-GENRE-NAME(3)
006000                  WS-GENRE-NAME(4)
006010         END-UNSTRING
006020         MOVE SPACES TO WS-CLEAN-GENRES
006030         MOVE 1      TO WS-CLEAN-PTR
006040         MOVE ZERO   TO WS-BAD-GENRE-CNT
006050         PERFORM 227-CHECK-ONE-GENRE
006060             VARYING WS-GENRE-SUB FROM 1 BY 1
006070             UNTIL WS-GENRE-SUB > 4
006080         IF WS-BAD-GENRE-CNT > ZERO
006090             MOVE 3               TO WS-RULE-SUB
006100             MOVE OUT-KEY         TO WS-EXC-TCONST
006110             MOVE SPACES          TO WS-EXC-NCONST
006120             MOVE WS-CLEAN-GENRES TO WS-EXC-NEW-VALUE
006130             MOVE MOV-GENRES      TO WS-EXC-CURRENT-VALUE
006140             PERFORM 400-REPORT-EXCEPTION
006150         END-IF
006160     END-IF.
006170
006180
006190
006200 227-CHECK-ONE-GENRE.
006210
006220     IF WS-GENRE-NAME(WS-GENRE-SUB) NOT = SPACES
006230         MOVE "N" TO WS-GENRE-VALID-SWITCH
006240         PERFORM 228-MATCH-VALID-GENRE
006250             VARYING WS-VALID-SUB FROM 1 BY 1
006260             UNTIL WS-VALID-SUB > WS-VALID-MAX
006270             OR GENRE-IS-VALID
006280         IF GENRE-IS-VALID
006290             IF WS-CLEAN-PTR > 1
006300                 STRING "," DELIMITED BY SIZE
006310                     INTO WS-CLEAN-GENRES
006320                     WITH POINTER WS-CLEAN-PTR
006330                 END-STRING
006340             END-IF
006350             STRING WS-GENRE-NAME(WS-GENRE-SUB) DELIMITED BY SPACE
006360                 INTO WS-CLEAN-GENRES
006370                 WITH POINTER WS-CLEAN-PTR
006380             END-STRING
006390         ELSE
006400             ADD 1 TO WS-BAD-GENRE-CNT
006410         END-IF
006420     END-IF.
006430
006440
006450
006460 228-MATCH-VALID-GENRE.
006470
006480     IF WS-GENRE-NAME(WS-GENRE-SUB) = VG-NAME(WS-VALID-SUB)
006490         MOVE "Y" TO WS-GENRE-VALID-SWITCH.
006500
006510
006520
006530*    DQ05 - EPIFILE LEADS WITH THE PARENT TCONST, SO ONE START
006540*    AND ONE READ SAY WHETHER THE SERIES HAS ANY EPISODE.
006550
006560 235-CHECK-SERIES-EPISODES.
006570
006580     ADD 1 TO RS-CHECKED-CNT(5).
006590
006600     MOVE "N"        TO WS-EPISODE-FOUND-SWITCH.
006610     MOVE OUT-KEY    TO EPI-PARENT-TCONST.
006620     MOVE ZERO       TO EPI-SEASON.
006630     MOVE ZERO       TO EPI-EPISODE.
006640     MOVE LOW-VALUES TO EPI-TCONST.
006650
006660     START EPIFILE KEY NOT < EPI-KEY
006670         INVALID KEY
006680             MOVE "N" TO WS-EPISODE-FOUND-SWITCH
006690         NOT INVALID KEY
006700             READ EPIFILE NEXT RECORD
006710                 AT END
006720                     MOVE "N" TO WS-EPISODE-FOUND-SWITCH
006730                 NOT AT END
006740                     IF EPI-PARENT-TCONST = OUT-KEY
006750                         MOVE "Y" TO WS-EPISODE-FOUND-SWITCH
006760                     END-IF
006770             END-READ
006780     END-START.
006790
006800     IF SERIES-HAS-NO-EPISODES
006810         MOVE 5              TO WS-RULE-SUB
006820         MOVE OUT-KEY        TO WS-EXC-TCONST
006830         MOVE SPACES         TO WS-EXC-NCONST
006840         MOVE SPACES         TO WS-EXC-NEW-VALUE
006850         MOVE MOV-TITLE-TYPE TO WS-EXC-CURRENT-VALUE
006860         PERFORM 400-REPORT-EXCEPTION
006870     END-IF.
006880
006890
006900
006910*    EPIFILE - DQ04.  AN EPISODE NOT ON THE MASTER AT ALL IS AN
006920*    ORPHAN FOR VS-INTEG, NOT AN EXCEPTION HERE.
006930
006940 240-SWEEP-EPIFILE.
006950
006960     MOVE LOW-VALUES TO EPI-KEY.
006970
006980     START EPIFILE KEY NOT < EPI-KEY
006990         INVALID KEY
007000             MOVE "Y" TO EPIFILE-EOF-SWITCH
007010     END-START.
007020
007030     PERFORM 250-CHECK-ONE-EPISODE
007040         UNTIL EPIFILE-EOF-SWITCH = "Y".
007050
007060
007070
007080 250-CHECK-ONE-EPISODE.
007090
007100     READ EPIFILE NEXT RECORD
007110         AT END MOVE "Y" TO EPIFILE-EOF-SWITCH.
007120
007130     IF EPIFILE-EOF-SWITCH = "N"
007140         ADD 1 TO WS-EPIFILE-READ-CNT
007150         MOVE EPI-TCONST TO OUT-KEY
007160         PERFORM 180-LOOKUP-TITLE-MASTER
007170         IF TITLE-RECORD-FOUND
007180             ADD 1 TO RS-CHECKED-CNT(4)
007190             IF MOV-TITLE-TYPE NOT = "tvEpisode"
007200                 MOVE 4           TO WS-RULE-SUB
007210                 MOVE EPI-TCONST  TO WS-EXC-TCONST
007220                 MOVE SPACES      TO WS-EXC-NCONST
007230                 MOVE "tvEpisode" TO WS-EXC-NEW-VALUE
007240                 MOVE SPACES      TO WS-EXC-CURRENT-VALUE
007250                 STRING MOV-TITLE-TYPE " OF " EPI-PARENT-TCONST
007260                     DELIMITED BY SIZE INTO WS-EXC-CURRENT-VALUE
007270                 PERFORM 400-REPORT-EXCEPTION
007280             END-IF
007290         END-IF
007300     END-IF.
007310
007320
007330
007340*    PRNFILE - DQ06.  ONLY A PERSON WITH A DEATH YEAR ON
007350*    NAMEFILE IS CHECKED, AND ONLY THEIR NON-ARCHIVE CREDITS
007360*    COST A MASTER READ.
007370
007380 260-SWEEP-PRNFILE.
007390
007400     MOVE LOW-VALUES TO PRN-KEY.
007410
007420     START PRNFILE KEY NOT < PRN-KEY
007430         INVALID KEY
007440             MOVE "Y" TO PRNFILE-EOF-SWITCH
007450     END-START.
007460
007470     PERFORM 270-CHECK-ONE-CREDIT
007480         UNTIL PRNFILE-EOF-SWITCH = "Y".
007490
007500
007510
007520 270-CHECK-ONE-CREDIT.
007530
007540     READ PRNFILE NEXT RECORD
007550         AT END MOVE "Y" TO PRNFILE-EOF-SWITCH.
007560
007570     IF PRNFILE-EOF-SWITCH = "N"
007580         ADD 1 TO WS-PRNFILE-READ-CNT
007590         IF PRN-NCONST NOT = WS-LAST-NCONST
007600             PERFORM 275-LOOKUP-DEATH-YEAR
007610         END-IF
007620         IF DEATH-YEAR-KNOWN
007630         AND PRN-CATEGORY NOT = "archive_footage"
007640         AND PRN-CATEGORY NOT = "archive_sound"
007650             PERFORM 280-CHECK-POSTHUMOUS-CREDIT
007660         END-IF
007670     END-IF.
007680
007690
007700
007710 275-LOOKUP-DEATH-YEAR.
007720
007730     MOVE PRN-NCONST TO WS-LAST-NCONST.
007740     MOVE "N"        TO WS-DEATH-KNOWN-SWITCH.
007750     MOVE PRN-NCONST TO NAM-KEY.
007760     ADD 1 TO WS-NAMEFILE-LOOKUP-CNT.
007770
007780     READ NAMEFILE
007790         INVALID KEY
007800             MOVE "N" TO WS-DEATH-KNOWN-SWITCH
007810         NOT INVALID KEY
007820             IF NAM-DEATH-YEAR IS NUMERIC
007830             AND NAM-DEATH-YEAR > ZERO
007840                 MOVE "Y"            TO WS-DEATH-KNOWN-SWITCH
007850                 MOVE NAM-DEATH-YEAR TO WS-DEATH-YEAR
007860             END-IF
007870     END-READ.
007880
007890
007900
007910 280-CHECK-POSTHUMOUS-CREDIT.
007920
007930     ADD 1 TO RS-CHECKED-CNT(6).
007940
007950     MOVE PRN-TCONST TO OUT-KEY.
007960     PERFORM 180-LOOKUP-TITLE-MASTER.
007970
007980     COMPUTE WS-LATEST-START-YEAR = WS-DEATH-YEAR + WS-DEATH-GAP.
007990
008000     IF TITLE-RECORD-FOUND
008010     AND MOV-START-YEAR IS NUMERIC
008020         IF MOV-START-YEAR > WS-LATEST-START-YEAR
008030             MOVE 6          TO WS-RULE-SUB
008040             MOVE PRN-TCONST TO WS-EXC-TCONST
008050             MOVE PRN-NCONST TO WS-EXC-NCONST
008060             MOVE SPACES     TO WS-EXC-NEW-VALUE
008070             MOVE SPACES     TO WS-EXC-CURRENT-VALUE
008080             STRING "START " MOV-START-YEAR " DIED " WS-DEATH-YEAR
008090                 DELIMITED BY SIZE INTO WS-EXC-CURRENT-VALUE
008100             PERFORM 400-REPORT-EXCEPTION
008110         END-IF
008120     END-IF.
008130
008140
008150
008160 300-PRINT-PAGE-HEADING.
008170
008180     ADD 1 TO WS-PAGE-CNT.
008190
008200     MOVE WS-REPORT-DATE TO HD1-DATE.
008210     MOVE WS-PAGE-CNT    TO HD1-PAGE.
008220
008230     WRITE REPORT-RECORD-AREA FROM HEADING-LINE-1
008240         AFTER ADVANCING PAGE.
008250     MOVE SPACES TO REPORT-RECORD-AREA.
008260     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
008270     WRITE REPORT-RECORD-AREA FROM HEADING-LINE-2
008280         AFTER ADVANCING 1 LINE.
008290     MOVE SPACES TO REPORT-RECORD-AREA.
008300     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
008310
008320     MOVE 4 TO WS-LINE-CNT.
008330
008340
008350
008360 305-CHECK-PAGE-FULL.
008370
008380     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
008390         PERFORM 300-PRINT-PAGE-HEADING.
008400
008410
008420
008430 320-PRINT-MESSAGE-LINE.
008440
008450     PERFORM 305-CHECK-PAGE-FULL.
008460
008470     WRITE REPORT-RECORD-AREA FROM MESSAGE-LINE
008480         AFTER ADVANCING 1 LINE.
008490
008500     ADD 1 TO WS-LINE-CNT.
008510
008520
008530
008540 325-PRINT-SETTINGS-LINE.
008550
008560     MOVE WS-MAX-RUNTIME TO WS-EDIT-RUNTIME.
008570     MOVE WS-DEATH-GAP   TO WS-EDIT-GAP.
008580
008590     MOVE SPACES TO MS-TEXT.
008600     STRING "RUNTIME LIMIT " WS-EDIT-RUNTIME
008610            " MINUTES - DEATH GAP " WS-EDIT-GAP
008620            " YEARS - RULES SWITCHED OFF ARE SHOWN "
008630            "IN THE SUMMARY"
008640         DELIMITED BY SIZE INTO MS-TEXT.
008650     PERFORM 320-PRINT-MESSAGE-LINE.
008660
008670     MOVE SPACES TO REPORT-RECORD-AREA.
008680     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
008690     ADD 1 TO WS-LINE-CNT.
008700
008710
008720
008730 340-PRINT-DETAIL-LINE.
008740
008750     PERFORM 305-CHECK-PAGE-FULL.
008760
008770     WRITE REPORT-RECORD-AREA FROM DETAIL-LINE
008780         AFTER ADVANCING 1 LINE.
008790
008800     ADD 1 TO WS-LINE-CNT.
008810
008820
008830
008840*    THE CLOSING BLOCK - ONE LINE PER RULE, PRINTED EVEN WHEN
008850*    ITS COUNTS ARE ZERO SO A CLEAN RUN SAYS SO.
008860
008870 350-PRINT-RULE-SUMMARY.
008880
008890     MOVE 99 TO WS-LINE-CNT.
008900     PERFORM 305-CHECK-PAGE-FULL.
008910
008920     MOVE SPACES TO MESSAGE-LINE.
008930     MOVE "EXCEPTIONS BY RULE" TO MS-TEXT.
008940     PERFORM 320-PRINT-MESSAGE-LINE.
008950
008960     MOVE SPACES TO REPORT-RECORD-AREA.
008970     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
008980     WRITE REPORT-RECORD-AREA FROM SUMMARY-HEADING-LINE
008990         AFTER ADVANCING 1 LINE.
009000     ADD 2 TO WS-LINE-CNT.
009010
009020     PERFORM 355-PRINT-ONE-RULE
009030         VARYING WS-RULE-SUB FROM 1 BY 1
009040         UNTIL WS-RULE-SUB > WS-RULE-MAX.
009050
009060
009070
009080 355-PRINT-ONE-RULE.
009090
009100     PERFORM 305-CHECK-PAGE-FULL.
009110
009120     MOVE RT-RULE-CODE(WS-RULE-SUB)   TO SL-RULE-CODE.
009130     MOVE RT-FILE-NAME(WS-RULE-SUB)   TO SL-FILE-NAME.
009140     MOVE RT-DESCRIPTION(WS-RULE-SUB) TO SL-DESCRIPTION.
009150     MOVE RS-CHECKED-CNT(WS-RULE-SUB) TO SL-CHECKED-CNT.
009160     MOVE RS-FOUND-CNT(WS-RULE-SUB)   TO SL-FOUND-CNT.
009170
009180     IF RS-RULE-ON(WS-RULE-SUB)
009190         MOVE "ON"  TO SL-STATUS
009200     ELSE
009210         MOVE "OFF" TO SL-STATUS
009220     END-IF.
009230
009240     WRITE REPORT-RECORD-AREA FROM SUMMARY-LINE
009250         AFTER ADVANCING 1 LINE.
009260
009270     ADD 1 TO WS-LINE-CNT.
009280
009290
009300
009310*    EVERY EXCEPTION IS PRINTED AND WRITTEN AS A VS-CORRECT
009320*    "C" CARD ON THE FIELD THE RULE NAMES.
009330
009340 400-REPORT-EXCEPTION.
009350
009360     ADD 1 TO WS-EXCEPTIONS-CNT.
009370     ADD 1 TO RS-FOUND-CNT(WS-RULE-SUB).
009380
009390     MOVE SPACES                       TO EXCEPT-RECORD-AREA.
009400     MOVE WS-EXC-TCONST                TO DQX-TCONST.
009410     MOVE "C"                          TO DQX-ACTION.
009420     MOVE RT-FIELD-NAME(WS-RULE-SUB)   TO DQX-FIELD-NAME.
009430     MOVE WS-EXC-NEW-VALUE             TO DQX-NEW-VALUE.
009440     MOVE RT-RULE-CODE(WS-RULE-SUB)    TO DQX-RULE-CODE.
009450     MOVE WS-REPORT-DATE               TO DQX-RUN-DATE.
009460     MOVE WS-EXC-NCONST                TO DQX-NCONST.
009470     MOVE WS-EXC-CURRENT-VALUE         TO DQX-CURRENT-VALUE.
009480
009490     WRITE EXCEPT-RECORD-AREA.
009500
009510     MOVE SPACES                       TO DETAIL-LINE.
009520     MOVE RT-RULE-CODE(WS-RULE-SUB)    TO DT-RULE-CODE.
009530     MOVE WS-EXC-TCONST                TO DT-TCONST.
009540     MOVE WS-EXC-NCONST                TO DT-NCONST.
009550     MOVE RT-FIELD-NAME(WS-RULE-SUB)   TO DT-FIELD-NAME.
009560     MOVE WS-EXC-CURRENT-VALUE         TO DT-CURRENT-VALUE.
009570     MOVE WS-EXC-NEW-VALUE             TO DT-NEW-VALUE.
009580
009590     PERFORM 340-PRINT-DETAIL-LINE.
009600
009610 END PROGRAM VS-DQCHECK.
