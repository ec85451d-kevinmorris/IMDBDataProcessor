000010******************************************************************
000020*    PROGRAM-ID:  VS-INTEG
000030*    AUTHOR:      R. TATE - DATA ADMINISTRATION
000040*    INSTALLATION: HERC01 - MOVIES SUBSYSTEM
000050*    DATE-WRITTEN: 2025-07-07
000060*    DATE-COMPILED:
000070*    PURPOSE:     CROSS-FILE REFERENTIAL-INTEGRITY SWEEP.  WHEN
000080*                 VS-RECON PURGES A TITLE FROM THE OUTFILE MOVIE
000090*                 MASTER, THE TITLE'S CROSS-REFERENCE RECORDS
000100*                 STAY BEHIND ON PRNFILE, CSTFILE, EPIFILE (AS
000110*                 PARENT OR AS EPISODE), GENFILE, DPROTECT AND
000120*                 DRATHIST, AND VS-CASTRPT, VS-PEOPLE AND
000130*                 VS-EPIRPT PRINT "NOT ON MASTER" LINES FOR
000140*                 TITLES WE NO LONGER CARRY.  NOTHING EVER
000150*                 CHECKED NAMEFILE AGAINST PRNFILE EITHER, SO THE
000160*                 PEOPLE MASTER KEEPS PEOPLE WITH NO CREDITS.
000170*                 EACH FILE IS READ END TO END AND EVERY TCONST
000180*                 IS LOOKED UP ON THE MASTER; EVERY NAMEFILE
000190*                 PERSON'S PRNFILE CREDITS ARE READ ON THE PERSON-
000200*                 LEADING KEY AND EACH CREDIT'S TCONST IS LOOKED
000205*                 UP ON THE MASTER.  EACH ORPHAN PRINTS ON DREPORT
000210*                 WITH ITS FILE, REASON CODE AND KEY, AND THE
000220*                 REPORT CLOSES WITH A COUNT BY FILE AND REASON.
000230*                 A CONTROL CARD ON DCONTROL SELECTS THE MODE:
000240*                   REPORT - LIST THE ORPHANS ONLY, TOUCH NOTHING.
000250*                   PURGE  - DELETE EVERY ORPHAN AND WRITE A
000260*                            MOVXAU01 "PURGE" RECORD (BEFORE-
000270*                            IMAGE PRESERVED) FOR EACH ONE TO THE
000280*                            DXAUDIT CROSS-REFERENCE AUDIT TRAIL.
000290*                 REASON CODES:
000300*                   01  PRNFILE   TCONST NOT ON MOVIE MASTER
000310*                   02  CSTFILE   TCONST NOT ON MOVIE MASTER
000320*                   03  EPIFILE   PARENT SERIES NOT ON MASTER
000330*                   04  EPIFILE   EPISODE NOT ON MOVIE MASTER
000340*                   05  GENFILE   TCONST NOT ON MOVIE MASTER
000350*                   06  DPROTECT  TCONST NOT ON MOVIE MASTER
000360*                   07  DRATHIST  TCONST NOT ON MOVIE MASTER
000370*                   08  NAMEFILE  NO CREDIT ON A MASTER TITLE
000380*    TECTONICS:   cobc -x VSINTEG.cbl
000390*
000400*    MODIFICATION HISTORY.
000410*    DATE-WRITTEN.  2025-07-07.  R. TATE.
000420*        ORIGINAL VERSION - REPORT/PURGE MODES MODELLED ON
000430*        VS-RECON.  AN UNREADABLE OR UNRECOGNIZED CONTROL CARD
000440*        ENDS THE RUN RC=16 BEFORE ANY FILE IS OPENED.  A FAILED
000450*        DELETE IS LISTED AND COUNTED AND ENDS THE RUN RC=4.
000460*        A PERSON IS AN ORPHAN WHEN NONE OF THEIR PRNFILE CREDITS
000470*        IS FOR A TITLE ON THE MASTER, IN BOTH MODES, SO REPORT
000475*        LISTS EXACTLY THE PEOPLE PURGE DELETES - INCLUDING ONE
000477*        WHOSE ONLY CREDITS ARE REASON 01 ORPHANS, WHICH PURGE HAS
000480*        ALREADY TAKEN OFF PRNFILE.  DPROTECT ONLY EXISTS ONCE
000490*        VS-CORRECT HAS RUN, SO A FAILED OPEN SKIPS THAT FILE
000500*        WITH A NOTE INSTEAD OF FAILING THE SWEEP.
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. VS-INTEG.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580
000590     SELECT CONTROLFILE ASSIGN TO DCONTROL.
000600     SELECT OUTFILE ASSIGN TO DOUTFILE
000610                    ORGANIZATION IS INDEXED
000620                    ACCESS IS DYNAMIC
000630                    RECORD KEY IS OUT-KEY
000640                    ALTERNATE RECORD KEY IS MOV-PRIMARY-TITLE
000650                        WITH DUPLICATES
000660                    ALTERNATE RECORD KEY IS MOV-START-YEAR
000670                        WITH DUPLICATES.
000680     SELECT PRNFILE ASSIGN TO DPRNFILE
000690                    ORGANIZATION IS INDEXED
000700                    ACCESS IS DYNAMIC
000710                    RECORD KEY IS PRN-KEY.
000720     SELECT CSTFILE ASSIGN TO DCSTFILE
000730                    ORGANIZATION IS INDEXED
000740                    ACCESS IS DYNAMIC
000750                    RECORD KEY IS CST-KEY.
000760     SELECT EPIFILE ASSIGN TO DEPIFILE
000770                    ORGANIZATION IS INDEXED
000780                    ACCESS IS DYNAMIC
000790                    RECORD KEY IS EPI-KEY.
000800     SELECT GENFILE ASSIGN TO DGENFILE
000810                    ORGANIZATION IS INDEXED
000820                    ACCESS IS DYNAMIC
000830                    RECORD KEY IS GEN-KEY.
000840     SELECT PROTECTFILE ASSIGN TO DPROTECT
000850                    ORGANIZATION IS INDEXED
000860                    ACCESS IS DYNAMIC
000870                    RECORD KEY IS PRT-TCONST
000880                    FILE STATUS IS WS-PROTECT-STATUS.
000890     SELECT HISTFILE ASSIGN TO DRATHIST
000900                    ORGANIZATION IS INDEXED
000910                    ACCESS IS DYNAMIC
000920                    RECORD KEY IS HIS-KEY.
000930     SELECT NAMEFILE ASSIGN TO DNAMFILE
000940                    ORGANIZATION IS INDEXED
000950                    ACCESS IS DYNAMIC
000960                    RECORD KEY IS NAM-KEY.
000970     SELECT XAUDITFILE ASSIGN TO DXAUDIT.
000980     SELECT REPORTFILE ASSIGN TO DREPORT.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020
001030 FD  CONTROLFILE.
001040
001050 01 CONTROL-RECORD-AREA         PIC X(80).
001060
001070 FD  OUTFILE.
001080
001090 01 OUTFILE-RECORD-AREA.
001100     COPY MOVREC01.
001110
001120 FD  PRNFILE.
001130
001140 01 PRNFILE-RECORD-AREA.
001150     COPY MOVPRN01.
001160
001170 FD  CSTFILE.
001180
001190 01 CSTFILE-RECORD-AREA.
001200     COPY MOVCST01.
001210
001220 FD  EPIFILE.
001230
001240 01 EPIFILE-RECORD-AREA.
001250     COPY MOVEPI01.
001260
001270 FD  GENFILE.
001280
001290 01 GENFILE-RECORD-AREA.
001300     COPY MOVGEN01.
001310
001320 FD  PROTECTFILE.
001330
001340 01 PROTECT-RECORD-AREA.
001350     COPY MOVPRT01.
001360
001370 FD  HISTFILE.
001380
001390 01 HISTFILE-RECORD-AREA.
001400     COPY MOVHIS01.
001410
001420 FD  NAMEFILE.
001430
001440 01 NAMEFILE-RECORD-AREA.
001450     COPY MOVNAM01.
001460
001470 FD  XAUDITFILE.
001480
001490 01 XAUDIT-RECORD-AREA.
001500     COPY MOVXAU01.
001510
001520 FD  REPORTFILE.
001530
001540 01 REPORT-RECORD-AREA          PIC X(132).
001550
001560
001570 WORKING-STORAGE SECTION.
001580
001590 01  WS-CONTROL-CARD            PIC X(80).
001600
001610 01  WS-PROTECT-STATUS          PIC X(02) VALUE SPACES.
001620
001630 01 SWITCHES.
001640     05 PRNFILE-EOF-SWITCH      PIC X    VALUE "N".
001650     05 CSTFILE-EOF-SWITCH      PIC X    VALUE "N".
001660     05 EPIFILE-EOF-SWITCH      PIC X    VALUE "N".
001670     05 GENFILE-EOF-SWITCH      PIC X    VALUE "N".
001680     05 PROTECT-EOF-SWITCH      PIC X    VALUE "N".
001690     05 HISTFILE-EOF-SWITCH     PIC X    VALUE "N".
001700     05 NAMEFILE-EOF-SWITCH     PIC X    VALUE "N".
001710     05 WS-INTEG-MODE-SWITCH    PIC X    VALUE SPACE.
001720         88 INTEG-MODE-PURGE         VALUE "P".
001730         88 INTEG-MODE-REPORT        VALUE "R".
001740         88 INTEG-MODE-INVALID       VALUE SPACE.
001750     05 WS-TITLE-FOUND-SWITCH   PIC X    VALUE "N".
001760         88 TITLE-RECORD-FOUND       VALUE "Y".
001770         88 TITLE-RECORD-NOT-FOUND   VALUE "N".
001780     05 WS-CREDIT-FOUND-SWITCH  PIC X    VALUE "N".
001790         88 CREDIT-RECORD-FOUND      VALUE "Y".
001800         88 CREDIT-RECORD-NOT-FOUND  VALUE "N".
001810     05 WS-PROTECT-OPEN-SWITCH  PIC X    VALUE "N".
001820         88 PROTECT-FILE-OPEN        VALUE "Y".
001830         88 PROTECT-FILE-NOT-OPEN    VALUE "N".
001835     05 CREDIT-SCAN-END-SWITCH  PIC X    VALUE "N".
001840
001850*    THE LAST TCONST LOOKED UP ON THE MASTER AND ITS RESULT ARE
001860*    HELD SO THE RUNS OF RECORDS FOR ONE TITLE (A DRATHIST
001870*    RECORD PER DAY, A CSTFILE RECORD PER BILLING SLOT) COST ONE
001880*    MASTER READ INSTEAD OF ONE PER RECORD.
001890
001900 01  WS-CHECK-TCONST            PIC X(09) VALUE SPACES.
001910 01  WS-LAST-TCONST             PIC X(09) VALUE SPACES.
001920 01  WS-LAST-FOUND-SWITCH       PIC X    VALUE "N".
001930
001940*    THE ORPHAN IN HAND - SET BY EACH FILE'S SWEEP PARAGRAPH
001950*    BEFORE 400-REPORT-ORPHAN PRINTS IT AND 430-WRITE-XREF-AUDIT
001960*    LOGS IT.
001970
001980 01  WS-ORPHAN-FIELDS.
001990     05 WS-ORPHAN-TCONST        PIC X(09).
002000     05 WS-ORPHAN-NCONST        PIC X(09).
002010     05 WS-ORPHAN-KEY-TEXT      PIC X(36).
002020     05 WS-ORPHAN-IMAGE         PIC X(133).
002030     05 WS-ORPHAN-DISPOSITION   PIC X(14).
002040
002050 01  WS-EDIT-FIELDS.
002060     05 WS-EDIT-ORDERING        PIC 9(02).
002070     05 WS-EDIT-SEASON          PIC 9(03).
002080     05 WS-EDIT-EPISODE         PIC 9(04).
002090     05 WS-EDIT-DATE            PIC 9(08).
002100     05 WS-EDIT-REASON          PIC 9(02).
002110
002120*    ONE ENTRY PER REASON CODE - THE ENTRY NUMBER IS THE CODE.
002130
002140 01  REASON-TABLE-VALUES.
002150     05 FILLER                  PIC X(08) VALUE "PRNFILE".
002160     05 FILLER                  PIC X(36)
002170         VALUE "TCONST NOT ON MOVIE MASTER".
002180     05 FILLER                  PIC X(08) VALUE "CSTFILE".
002190     05 FILLER                  PIC X(36)
002200         VALUE "TCONST NOT ON MOVIE MASTER".
002210     05 FILLER                  PIC X(08) VALUE "EPIFILE".
002220     05 FILLER                  PIC X(36)
002230         VALUE "PARENT SERIES NOT ON MOVIE MASTER".
002240     05 FILLER                  PIC X(08) VALUE "EPIFILE".
002250     05 FILLER                  PIC X(36)
002260         VALUE "EPISODE NOT ON MOVIE MASTER".
002270     05 FILLER                  PIC X(08) VALUE "GENFILE".
002280     05 FILLER                  PIC X(36)
002290         VALUE "TCONST NOT ON MOVIE MASTER".
002300     05 FILLER                  PIC X(08) VALUE "DPROTECT".
002310     05 FILLER                  PIC X(36)
002320         VALUE "TCONST NOT ON MOVIE MASTER".
002330     05 FILLER                  PIC X(08) VALUE "DRATHIST".
002340     05 FILLER                  PIC X(36)
002350         VALUE "TCONST NOT ON MOVIE MASTER".
002360     05 FILLER                  PIC X(08) VALUE "NAMEFILE".
002370     05 FILLER                  PIC X(36)
002380         VALUE "NO CREDIT ON A MASTER TITLE".
002390
002400 01  REASON-TABLE REDEFINES REASON-TABLE-VALUES.
002410     05 REASON-ENTRY OCCURS 8 TIMES.
002420         10 RT-FILE-NAME        PIC X(08).
002430         10 RT-REASON           PIC X(36).
002440
002450 01  REASON-COUNT-TABLE.
002460     05 REASON-COUNT-ENTRY OCCURS 8 TIMES.
002470         10 RC-FOUND-CNT        PIC 9(09) COMP.
002480         10 RC-PURGED-CNT       PIC 9(09) COMP.
002490         10 RC-FAILED-CNT       PIC 9(09) COMP.
002500
002510 77  WS-REASON-SUB              PIC 9(02) COMP VALUE ZERO.
002520 77  WS-REASON-MAX              PIC 9(02) COMP VALUE 8.
002530
002540 77  WS-PRNFILE-READ-CNT        PIC 9(09) COMP VALUE ZERO.
002550 77  WS-CSTFILE-READ-CNT        PIC 9(09) COMP VALUE ZERO.
002560 77  WS-EPIFILE-READ-CNT        PIC 9(09) COMP VALUE ZERO.
002570 77  WS-GENFILE-READ-CNT        PIC 9(09) COMP VALUE ZERO.
002580 77  WS-PROTECT-READ-CNT        PIC 9(09) COMP VALUE ZERO.
002590 77  WS-HISTFILE-READ-CNT       PIC 9(09) COMP VALUE ZERO.
002600 77  WS-NAMEFILE-READ-CNT       PIC 9(09) COMP VALUE ZERO.
002610 77  WS-MASTER-LOOKUP-CNT       PIC 9(09) COMP VALUE ZERO.
002620 77  WS-ORPHANS-FOUND-CNT       PIC 9(09) COMP VALUE ZERO.
002630 77  WS-ORPHANS-PURGED-CNT      PIC 9(09) COMP VALUE ZERO.
002640 77  WS-DELETES-FAILED-CNT      PIC 9(09) COMP VALUE ZERO.
002650 77  WS-LINE-CNT                PIC 9(03) COMP VALUE 99.
002660 77  WS-PAGE-CNT                PIC 9(05) COMP VALUE ZERO.
002670 77  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 58.
002680
002690 01  WS-TIMESTAMP-FIELDS.
002700     05 WS-START-DATE           PIC 9(08).
002710     05 WS-START-TIME           PIC 9(08).
002720     05 WS-END-DATE             PIC 9(08).
002730     05 WS-END-TIME             PIC 9(08).
002740     05 WS-AUDIT-TIME-FULL      PIC 9(08).
002750
002760 01  WS-AUDIT-TIMESTAMP.
002770     05 WS-AUDIT-DATE            PIC 9(08).
002780     05 WS-AUDIT-TIME            PIC 9(06).
002790
002800 01  HEADING-LINE-1.
002810     05 FILLER                  PIC X(12) VALUE "VS-INTEG".
002820     05 FILLER                  PIC X(28)
002830         VALUE "CROSS-FILE INTEGRITY SWEEP".
002840     05 FILLER                  PIC X(06) VALUE "DATE: ".
002850     05 HD1-DATE                PIC 9(08).
002860     05 FILLER                  PIC X(02) VALUE SPACES.
002870     05 FILLER                  PIC X(06) VALUE "MODE: ".
002880     05 HD1-MODE                PIC X(06).
002890     05 FILLER                  PIC X(53) VALUE SPACES.
002900     05 FILLER                  PIC X(06) VALUE "PAGE: ".
002910     05 HD1-PAGE                PIC ZZZZ9.
002920
002930 01  HEADING-LINE-2.
002940     05 FILLER                  PIC X(02) VALUE SPACES.
002950     05 FILLER                  PIC X(10) VALUE "FILE".
002960     05 FILLER                  PIC X(04) VALUE "RSN".
002970     05 FILLER                  PIC X(38) VALUE "RECORD KEY".
002980     05 FILLER                  PIC X(38) VALUE "REASON".
002990     05 FILLER                  PIC X(40) VALUE "DISPOSITION".
003000
003010 01  DETAIL-LINE.
003020     05 FILLER                  PIC X(02) VALUE SPACES.
003030     05 DT-FILE-NAME            PIC X(08).
003040     05 FILLER                  PIC X(02) VALUE SPACES.
003050     05 DT-REASON-CODE          PIC 99.
003060     05 FILLER                  PIC X(02) VALUE SPACES.
003070     05 DT-KEY-TEXT             PIC X(36).
003080     05 FILLER                  PIC X(02) VALUE SPACES.
003090     05 DT-REASON               PIC X(36).
003100     05 FILLER                  PIC X(02) VALUE SPACES.
003110     05 DT-DISPOSITION          PIC X(14).
003120     05 FILLER                  PIC X(26) VALUE SPACES.
003130
003140 01  MESSAGE-LINE.
003150     05 FILLER                  PIC X(02) VALUE SPACES.
003160     05 MS-TEXT                 PIC X(130).
003170
003180 01  SUMMARY-HEADING-LINE.
003190     05 FILLER                  PIC X(02) VALUE SPACES.
003200     05 FILLER                  PIC X(10) VALUE "FILE".
003210     05 FILLER                  PIC X(04) VALUE "RSN".
003220     05 FILLER                  PIC X(38) VALUE "REASON".
003230     05 FILLER                  PIC X(14) VALUE "    ORPHANS".
003240     05 FILLER                  PIC X(14) VALUE "     PURGED".
003250     05 FILLER                  PIC X(50) VALUE "     FAILED".
003260
003270 01  SUMMARY-LINE.
003280     05 FILLER                  PIC X(02) VALUE SPACES.
003290     05 SL-FILE-NAME            PIC X(08).
003300     05 FILLER                  PIC X(02) VALUE SPACES.
003310     05 SL-REASON-CODE          PIC 99.
003320     05 FILLER                  PIC X(02) VALUE SPACES.
003330     05 SL-REASON               PIC X(36).
003340     05 FILLER                  PIC X(02) VALUE SPACES.
003350     05 SL-FOUND-CNT            PIC ZZZ,ZZZ,ZZ9.
003360     05 FILLER                  PIC X(03) VALUE SPACES.
003370     05 SL-PURGED-CNT           PIC ZZZ,ZZZ,ZZ9.
003380     05 FILLER                  PIC X(03) VALUE SPACES.
003390     05 SL-FAILED-CNT           PIC ZZZ,ZZZ,ZZ9.
003400     05 FILLER                  PIC X(39) VALUE SPACES.
003410
003420 PROCEDURE DIVISION.
003430
003440 000-MAIN.
003450
003460     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
003470     ACCEPT WS-START-TIME FROM TIME.
003480
003490     PERFORM 150-READ-CONTROL-CARD.
003500
003510     IF INTEG-MODE-INVALID
003520         DISPLAY "VS-INTEG: CONTROL CARD MUST SAY PURGE OR "
003530                 "REPORT - RUN ABANDONED"
003540         MOVE 16 TO RETURN-CODE
003550     ELSE
003560         PERFORM 010-SWEEP-FILES
003570         PERFORM 140-WRITE-SUMMARY-REPORT
003580         IF WS-DELETES-FAILED-CNT > ZERO
003590             MOVE 4 TO RETURN-CODE
003600         END-IF
003610     END-IF.
003620
003630     STOP RUN.
003640
003650
003660
003670 010-SWEEP-FILES.
003680
003690     INITIALIZE REASON-COUNT-TABLE.
003700
003710     PERFORM 020-OPEN-FILES.
003720
003730     PERFORM 200-SWEEP-PRNFILE.
003740     PERFORM 220-SWEEP-CSTFILE.
003750     PERFORM 240-SWEEP-EPIFILE.
003760     PERFORM 260-SWEEP-GENFILE.
003770     PERFORM 270-SWEEP-PROTECTFILE.
003780     PERFORM 280-SWEEP-HISTFILE.
003790     PERFORM 290-SWEEP-NAMEFILE.
003800
003810     PERFORM 350-PRINT-REASON-SUMMARY.
003820
003830     PERFORM 030-CLOSE-FILES.
003840
003850
003860
003870*    THE MASTER IS ONLY EVER READ.  THE CROSS-REFERENCE FILES
003880*    ARE OPENED I-O ONLY IN PURGE MODE, SO A REPORT RUN CAN
003890*    SHARE THEM WITH THE DAYTIME INQUIRY JOBS.
003900
003910 020-OPEN-FILES.
003920
003930     OPEN INPUT  OUTFILE.
003940     OPEN OUTPUT REPORTFILE.
003950
003960     IF INTEG-MODE-PURGE
003970         OPEN I-O    PRNFILE
003980         OPEN I-O    CSTFILE
003990         OPEN I-O    EPIFILE
004000         OPEN I-O    GENFILE
004010         OPEN I-O    PROTECTFILE
004020         OPEN I-O    HISTFILE
004030         OPEN I-O    NAMEFILE
004040         OPEN EXTEND XAUDITFILE
004050     ELSE
004060         OPEN INPUT  PRNFILE
004070         OPEN INPUT  CSTFILE
004080         OPEN INPUT  EPIFILE
004090         OPEN INPUT  GENFILE
004100         OPEN INPUT  PROTECTFILE
004110         OPEN INPUT  HISTFILE
004120         OPEN INPUT  NAMEFILE
004130     END-IF.
004140
004150     IF WS-PROTECT-STATUS = "00"
004160         MOVE "Y" TO WS-PROTECT-OPEN-SWITCH
004170     ELSE
004180         DISPLAY "VS-INTEG: PROTECT FILE NOT AVAILABLE "
004190                 "(STATUS " WS-PROTECT-STATUS
004200                 ") - DPROTECT NOT SWEPT THIS RUN"
004210     END-IF.
004220
004230
004240
004250 030-CLOSE-FILES.
004260
004270     CLOSE OUTFILE.
004280     CLOSE REPORTFILE.
004290     CLOSE PRNFILE.
004300     CLOSE CSTFILE.
004310     CLOSE EPIFILE.
004320     CLOSE GENFILE.
004330     CLOSE HISTFILE.
004340     CLOSE NAMEFILE.
004350
004360     IF PROTECT-FILE-OPEN
004370         CLOSE PROTECTFILE.
004380
004390     IF INTEG-MODE-PURGE
004400         CLOSE XAUDITFILE.
004410
004420
004430
004440 140-WRITE-SUMMARY-REPORT.
004450
004460     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
004470     ACCEPT WS-END-TIME FROM TIME.
004480
004490     DISPLAY "==============================================".
004500     DISPLAY "VS-INTEG INTEGRITY SWEEP SUMMARY".
004510     IF INTEG-MODE-PURGE
004520         DISPLAY "  MODE . . . . . . . . : PURGE"
004530     ELSE
004540         DISPLAY "  MODE . . . . . . . . : REPORT"
004550     END-IF.
004560     DISPLAY "  START DATE/TIME . . . : " WS-START-DATE
004570             "/" WS-START-TIME.
004580     DISPLAY "  END DATE/TIME . . . . : " WS-END-DATE
004590             "/" WS-END-TIME.
004600     DISPLAY "  PRNFILE RECORDS READ : " WS-PRNFILE-READ-CNT.
004610     DISPLAY "  CSTFILE RECORDS READ : " WS-CSTFILE-READ-CNT.
004620     DISPLAY "  EPIFILE RECORDS READ : " WS-EPIFILE-READ-CNT.
004630     DISPLAY "  GENFILE RECORDS READ : " WS-GENFILE-READ-CNT.
004640     DISPLAY "  DPROTECT RECORDS READ : " WS-PROTECT-READ-CNT.
004650     DISPLAY "  DRATHIST RECORDS READ : " WS-HISTFILE-READ-CNT.
004660     DISPLAY "  NAMEFILE RECORDS READ : " WS-NAMEFILE-READ-CNT.
004670     DISPLAY "  MASTER LOOKUPS . . . : " WS-MASTER-LOOKUP-CNT.
004680     DISPLAY "  ORPHANS FOUND . . . . : " WS-ORPHANS-FOUND-CNT.
004690     DISPLAY "  ORPHANS PURGED . . . : " WS-ORPHANS-PURGED-CNT.
004700     DISPLAY "  DELETES FAILED . . . : " WS-DELETES-FAILED-CNT.
004710     DISPLAY "==============================================".
004720
004730
004740
004750 150-READ-CONTROL-CARD.
004760
004770     MOVE SPACES TO WS-CONTROL-CARD.
004780
004790     OPEN INPUT CONTROLFILE.
004800     READ CONTROLFILE INTO WS-CONTROL-CARD
004810         AT END MOVE SPACES TO WS-CONTROL-CARD
004820     END-READ.
004830     CLOSE CONTROLFILE.
004840
004850     EVALUATE WS-CONTROL-CARD(1:6)
004860         WHEN "PURGE "
004870             MOVE "P" TO WS-INTEG-MODE-SWITCH
004880         WHEN "REPORT"
004890             MOVE "R" TO WS-INTEG-MODE-SWITCH
004900         WHEN OTHER
004910             MOVE SPACE TO WS-INTEG-MODE-SWITCH
004920     END-EVALUATE.
004930
004940
004950
004960*    EVERY SWEEP PARAGRAPH MOVES THE TCONST IT IS CHECKING TO
004970*    WS-CHECK-TCONST AND PERFORMS THIS PARAGRAPH.  A TCONST
004980*    EQUAL TO THE LAST ONE LOOKED UP REUSES THAT RESULT.
004990
005000 180-LOOKUP-TITLE-MASTER.
005010
005020     IF WS-CHECK-TCONST = WS-LAST-TCONST
005030         MOVE WS-LAST-FOUND-SWITCH TO WS-TITLE-FOUND-SWITCH
005040     ELSE
005050         MOVE WS-CHECK-TCONST TO OUT-KEY
005060         ADD 1 TO WS-MASTER-LOOKUP-CNT
005070         READ OUTFILE
005080             INVALID KEY
005090                 MOVE "N" TO WS-TITLE-FOUND-SWITCH
005100             NOT INVALID KEY
005110                 MOVE "Y" TO WS-TITLE-FOUND-SWITCH
005120         END-READ
005130         MOVE WS-CHECK-TCONST       TO WS-LAST-TCONST
005140         MOVE WS-TITLE-FOUND-SWITCH TO WS-LAST-FOUND-SWITCH
005150     END-IF.
005160
005170
005180
005190*    PRNFILE - PERSON-LEADING KEY (NCONST, TCONST, ORDERING).
005200
005210 200-SWEEP-PRNFILE.
005220
005230     PERFORM 210-CHECK-ONE-PRINCIPAL
005240         UNTIL PRNFILE-EOF-SWITCH = "Y".
005250
005260
005270
005280 210-CHECK-ONE-PRINCIPAL.
005290
005300     READ PRNFILE NEXT RECORD
005310         AT END MOVE "Y" TO PRNFILE-EOF-SWITCH.
005320
005330     IF PRNFILE-EOF-SWITCH = "N"
005340         ADD 1 TO WS-PRNFILE-READ-CNT
005350         MOVE PRN-TCONST TO WS-CHECK-TCONST
005360         PERFORM 180-LOOKUP-TITLE-MASTER
005370         IF TITLE-RECORD-NOT-FOUND
005380             MOVE 1            TO WS-REASON-SUB
005390             MOVE PRN-TCONST   TO WS-ORPHAN-TCONST
005400             MOVE PRN-NCONST   TO WS-ORPHAN-NCONST
005410             MOVE PRN-ORDERING TO WS-EDIT-ORDERING
005420             MOVE SPACES       TO WS-ORPHAN-KEY-TEXT
005430             STRING PRN-NCONST " " PRN-TCONST " " WS-EDIT-ORDERING
005440                 DELIMITED BY SIZE INTO WS-ORPHAN-KEY-TEXT
005450             MOVE PRNFILE-RECORD-AREA TO WS-ORPHAN-IMAGE
005460             MOVE "REPORTED"   TO WS-ORPHAN-DISPOSITION
005470             IF INTEG-MODE-PURGE
005480                 DELETE PRNFILE RECORD
005490                     INVALID KEY
005500                         PERFORM 410-NOTE-DELETE-FAILED
005510                     NOT INVALID KEY
005520                         PERFORM 420-NOTE-ORPHAN-PURGED
005530                 END-DELETE
005540             END-IF
005550             PERFORM 400-REPORT-ORPHAN
005560         END-IF
005570     END-IF.
005580
005590
005600
005610*    CSTFILE - TITLE-LEADING KEY (TCONST, ORDERING, NCONST).
005620
005630 220-SWEEP-CSTFILE.
005640
005650     PERFORM 230-CHECK-ONE-CAST-ENTRY
005660         UNTIL CSTFILE-EOF-SWITCH = "Y".
005670
005680
005690
005700 230-CHECK-ONE-CAST-ENTRY.
005710
005720     READ CSTFILE NEXT RECORD
005730         AT END MOVE "Y" TO CSTFILE-EOF-SWITCH.
005740
005750     IF CSTFILE-EOF-SWITCH = "N"
005760         ADD 1 TO WS-CSTFILE-READ-CNT
005770         MOVE CST-TCONST TO WS-CHECK-TCONST
005780         PERFORM 180-LOOKUP-TITLE-MASTER
005790         IF TITLE-RECORD-NOT-FOUND
005800             MOVE 2            TO WS-REASON-SUB
005810             MOVE CST-TCONST   TO WS-ORPHAN-TCONST
005820             MOVE CST-NCONST   TO WS-ORPHAN-NCONST
005830             MOVE CST-ORDERING TO WS-EDIT-ORDERING
005840             MOVE SPACES       TO WS-ORPHAN-KEY-TEXT
005850             STRING CST-TCONST " " WS-EDIT-ORDERING " " CST-NCONST
005860                 DELIMITED BY SIZE INTO WS-ORPHAN-KEY-TEXT
005870             MOVE CSTFILE-RECORD-AREA TO WS-ORPHAN-IMAGE
005880             MOVE "REPORTED"   TO WS-ORPHAN-DISPOSITION
005890             IF INTEG-MODE-PURGE
005900                 DELETE CSTFILE RECORD
005910                     INVALID KEY
005920                         PERFORM 410-NOTE-DELETE-FAILED
005930                     NOT INVALID KEY
005940                         PERFORM 420-NOTE-ORPHAN-PURGED
005950                 END-DELETE
005960             END-IF
005970             PERFORM 400-REPORT-ORPHAN
005980         END-IF
005990     END-IF.
006000
006010
006020
006030*    EPIFILE - AN EPISODE RECORD IS AN ORPHAN WHEN EITHER ITS
006040*    PARENT SERIES OR THE EPISODE ITSELF HAS LEFT THE MASTER.
006050*    THE PARENT IS CHECKED FIRST; A RECORD MISSING BOTH IS
006060*    REPORTED ONCE, UNDER THE PARENT REASON.
006070
006080 240-SWEEP-EPIFILE.
006090
006100     PERFORM 250-CHECK-ONE-EPISODE
006110         UNTIL EPIFILE-EOF-SWITCH = "Y".
006120
006130
006140
006150 250-CHECK-ONE-EPISODE.
006160
006170     READ EPIFILE NEXT RECORD
006180         AT END MOVE "Y" TO EPIFILE-EOF-SWITCH.
006190
006200     IF EPIFILE-EOF-SWITCH = "N"
006210         ADD 1 TO WS-EPIFILE-READ-CNT
006220         MOVE ZERO TO WS-REASON-SUB
006230         MOVE EPI-PARENT-TCONST TO WS-CHECK-TCONST
006240         PERFORM 180-LOOKUP-TITLE-MASTER
006250         IF TITLE-RECORD-NOT-FOUND
006260             MOVE 3 TO WS-REASON-SUB
006270             MOVE EPI-PARENT-TCONST TO WS-ORPHAN-TCONST
006280         ELSE
006290             MOVE EPI-TCONST TO WS-CHECK-TCONST
006300             PERFORM 180-LOOKUP-TITLE-MASTER
006310             IF TITLE-RECORD-NOT-FOUND
006320                 MOVE 4 TO WS-REASON-SUB
006330                 MOVE EPI-TCONST TO WS-ORPHAN-TCONST
006340             END-IF
006350         END-IF
006360         IF WS-REASON-SUB > ZERO
006370             PERFORM 255-HANDLE-EPISODE-ORPHAN
006380         END-IF
006390     END-IF.
006400
006410
006420
006430 255-HANDLE-EPISODE-ORPHAN.
006440
006450     MOVE SPACES      TO WS-ORPHAN-NCONST.
006460     MOVE EPI-SEASON  TO WS-EDIT-SEASON.
006470     MOVE EPI-EPISODE TO WS-EDIT-EPISODE.
006480     MOVE SPACES      TO WS-ORPHAN-KEY-TEXT.
006490     STRING EPI-PARENT-TCONST " S" WS-EDIT-SEASON
006500            " E" WS-EDIT-EPISODE " " EPI-TCONST
006510         DELIMITED BY SIZE INTO WS-ORPHAN-KEY-TEXT.
006520     MOVE EPIFILE-RECORD-AREA TO WS-ORPHAN-IMAGE.
006530     MOVE "REPORTED"  TO WS-ORPHAN-DISPOSITION.
006540
006550     IF INTEG-MODE-PURGE
006560         DELETE EPIFILE RECORD
006570             INVALID KEY
006580                 PERFORM 410-NOTE-DELETE-FAILED
006590             NOT INVALID KEY
006600                 PERFORM 420-NOTE-ORPHAN-PURGED
006610         END-DELETE
006620     END-IF.
006630
006640     PERFORM 400-REPORT-ORPHAN.
006650
006660
006670
006680*    GENFILE - GENRE-LEADING KEY (GENRE, TCONST).
006690
006700 260-SWEEP-GENFILE.
006710
006720     PERFORM 265-CHECK-ONE-GENRE-XREF
006730         UNTIL GENFILE-EOF-SWITCH = "Y".
006740
006750
006760
006770 265-CHECK-ONE-GENRE-XREF.
006780
006790     READ GENFILE NEXT RECORD
006800         AT END MOVE "Y" TO GENFILE-EOF-SWITCH.
006810
006820     IF GENFILE-EOF-SWITCH = "N"
006830         ADD 1 TO WS-GENFILE-READ-CNT
006840         MOVE GEN-TCONST TO WS-CHECK-TCONST
006850         PERFORM 180-LOOKUP-TITLE-MASTER
006860         IF TITLE-RECORD-NOT-FOUND
006870             MOVE 5            TO WS-REASON-SUB
006880             MOVE GEN-TCONST   TO WS-ORPHAN-TCONST
006890             MOVE SPACES       TO WS-ORPHAN-NCONST
006900             MOVE SPACES       TO WS-ORPHAN-KEY-TEXT
006910             STRING GEN-GENRE " " GEN-TCONST
006920                 DELIMITED BY SIZE INTO WS-ORPHAN-KEY-TEXT
006930             MOVE GENFILE-RECORD-AREA TO WS-ORPHAN-IMAGE
006940             MOVE "REPORTED"   TO WS-ORPHAN-DISPOSITION
006950             IF INTEG-MODE-PURGE
006960                 DELETE GENFILE RECORD
006970                     INVALID KEY
006980                         PERFORM 410-NOTE-DELETE-FAILED
006990                     NOT INVALID KEY
007000                         PERFORM 420-NOTE-ORPHAN-PURGED
007010                 END-DELETE
007020             END-IF
007030             PERFORM 400-REPORT-ORPHAN
007040         END-IF
007050     END-IF.
007060
007070
007080
007090*    DPROTECT - ONE RECORD PER HAND-CORRECTED TITLE.  SKIPPED
007100*    WHEN THE FILE COULD NOT BE OPENED.
007110
007120 270-SWEEP-PROTECTFILE.
007130
007140     IF PROTECT-FILE-NOT-OPEN
007150         MOVE "Y" TO PROTECT-EOF-SWITCH
007160         MOVE SPACES TO MESSAGE-LINE
007170         STRING "DPROTECT NOT AVAILABLE (STATUS "
007180                WS-PROTECT-STATUS ") - NOT SWEPT THIS RUN"
007190             DELIMITED BY SIZE INTO MS-TEXT
007200         PERFORM 320-PRINT-MESSAGE-LINE
007210     END-IF.
007220
007230     PERFORM 275-CHECK-ONE-PROTECT
007240         UNTIL PROTECT-EOF-SWITCH = "Y".
007250
007260
007270
007280 275-CHECK-ONE-PROTECT.
007290
007300     READ PROTECTFILE NEXT RECORD
007310         AT END MOVE "Y" TO PROTECT-EOF-SWITCH.
007320
007330     IF PROTECT-EOF-SWITCH = "N"
007340         ADD 1 TO WS-PROTECT-READ-CNT
007350         MOVE PRT-TCONST TO WS-CHECK-TCONST
007360         PERFORM 180-LOOKUP-TITLE-MASTER
007370         IF TITLE-RECORD-NOT-FOUND
007380             MOVE 6            TO WS-REASON-SUB
007390             MOVE PRT-TCONST   TO WS-ORPHAN-TCONST
007400             MOVE SPACES       TO WS-ORPHAN-NCONST
007410             MOVE PRT-TCONST   TO WS-ORPHAN-KEY-TEXT
007420             MOVE PROTECT-RECORD-AREA TO WS-ORPHAN-IMAGE
007430             MOVE "REPORTED"   TO WS-ORPHAN-DISPOSITION
007440             IF INTEG-MODE-PURGE
007450                 DELETE PROTECTFILE RECORD
007460                     INVALID KEY
007470                         PERFORM 410-NOTE-DELETE-FAILED
007480                     NOT INVALID KEY
007490                         PERFORM 420-NOTE-ORPHAN-PURGED
007500                 END-DELETE
007510             END-IF
007520             PERFORM 400-REPORT-ORPHAN
007530         END-IF
007540     END-IF.
007550
007560
007570
007580*    DRATHIST - ONE RECORD PER TITLE PER RATINGS REFRESH.  A
007590*    TITLE'S RECORDS ARE ADJACENT ON THE KEY, SO THE HELD
007600*    LOOKUP RESULT SAVES ALL BUT ONE MASTER READ PER TITLE.
007610
007620 280-SWEEP-HISTFILE.
007630
007640     PERFORM 285-CHECK-ONE-HISTORY
007650         UNTIL HISTFILE-EOF-SWITCH = "Y".
007660
007670
007680
007690 285-CHECK-ONE-HISTORY.
007700
007710     READ HISTFILE NEXT RECORD
007720         AT END MOVE "Y" TO HISTFILE-EOF-SWITCH.
007730
007740     IF HISTFILE-EOF-SWITCH = "N"
007750         ADD 1 TO WS-HISTFILE-READ-CNT
007760         MOVE HIS-TCONST TO WS-CHECK-TCONST
007770         PERFORM 180-LOOKUP-TITLE-MASTER
007780         IF TITLE-RECORD-NOT-FOUND
007790             MOVE 7            TO WS-REASON-SUB
007800             MOVE HIS-TCONST   TO WS-ORPHAN-TCONST
007810             MOVE SPACES       TO WS-ORPHAN-NCONST
007820             MOVE HIS-DATE     TO WS-EDIT-DATE
007830             MOVE SPACES       TO WS-ORPHAN-KEY-TEXT
007840             STRING HIS-TCONST " " WS-EDIT-DATE
007850                 DELIMITED BY SIZE INTO WS-ORPHAN-KEY-TEXT
007860             MOVE HISTFILE-RECORD-AREA TO WS-ORPHAN-IMAGE
007870             MOVE "REPORTED"   TO WS-ORPHAN-DISPOSITION
007880             IF INTEG-MODE-PURGE
007890                 DELETE HISTFILE RECORD
007900                     INVALID KEY
007910                         PERFORM 410-NOTE-DELETE-FAILED
007920                     NOT INVALID KEY
007930                         PERFORM 420-NOTE-ORPHAN-PURGED
007940                 END-DELETE
007950             END-IF
007960             PERFORM 400-REPORT-ORPHAN
007970         END-IF
007980     END-IF.
007990
008000
008010
008020*    NAMEFILE - A PERSON IS AN ORPHAN WHEN NO PRNFILE RECORD
008030*    LEADING WITH THEIR NCONST IS FOR A TITLE ON THE MASTER.
008035*    THE PRNFILE SEQUENTIAL SWEEP IS FINISHED BY NOW, SO ITS
008040*    FILE POSITION IS FREE FOR THE KEYED PROBE.  IN PURGE MODE
008045*    THE REASON 01 CREDITS ARE ALREADY GONE; IN REPORT MODE
008050*    THE MASTER LOOKUP SKIPS THEM, SO BOTH MODES AGREE.
008060
008070 290-SWEEP-NAMEFILE.
008080
008090     PERFORM 295-CHECK-ONE-PERSON
008100         UNTIL NAMEFILE-EOF-SWITCH = "Y".
008110
008120
008130
008140 295-CHECK-ONE-PERSON.
008150
008160     READ NAMEFILE NEXT RECORD
008170         AT END MOVE "Y" TO NAMEFILE-EOF-SWITCH.
008180
008190     IF NAMEFILE-EOF-SWITCH = "N"
008200         ADD 1 TO WS-NAMEFILE-READ-CNT
008210         PERFORM 298-PROBE-PERSON-CREDITS
008220         IF CREDIT-RECORD-NOT-FOUND
008230             MOVE 8            TO WS-REASON-SUB
008240             MOVE SPACES       TO WS-ORPHAN-TCONST
008250             MOVE NAM-KEY      TO WS-ORPHAN-NCONST
008260             MOVE SPACES       TO WS-ORPHAN-KEY-TEXT
008270             STRING NAM-KEY " " NAM-PRIMARY-NAME
008280                 DELIMITED BY SIZE INTO WS-ORPHAN-KEY-TEXT
008290             MOVE NAMEFILE-RECORD-AREA TO WS-ORPHAN-IMAGE
008300             MOVE "REPORTED"   TO WS-ORPHAN-DISPOSITION
008310             IF INTEG-MODE-PURGE
008320                 DELETE NAMEFILE RECORD
008330                     INVALID KEY
008340                         PERFORM 410-NOTE-DELETE-FAILED
008350                     NOT INVALID KEY
008360                         PERFORM 420-NOTE-ORPHAN-PURGED
008370                 END-DELETE
008380             END-IF
008390             PERFORM 400-REPORT-ORPHAN
008400         END-IF
008410     END-IF.
008420
008430
008440
008450 298-PROBE-PERSON-CREDITS.
008460
008470     MOVE "N" TO WS-CREDIT-FOUND-SWITCH.
008480     MOVE "N" TO CREDIT-SCAN-END-SWITCH.
008490
008500     MOVE NAM-KEY    TO PRN-NCONST.
008510     MOVE LOW-VALUES TO PRN-TCONST.
008520     MOVE ZERO       TO PRN-ORDERING.
008530
008540     START PRNFILE KEY NOT < PRN-KEY
008550         INVALID KEY
008560             MOVE "Y" TO CREDIT-SCAN-END-SWITCH
008570     END-START.
008580
008590     PERFORM 299-CHECK-NEXT-CREDIT
008600         UNTIL CREDIT-SCAN-END-SWITCH = "Y"
008610         OR CREDIT-RECORD-FOUND.
008620
008630
008640
008641 299-CHECK-NEXT-CREDIT.
008642
008643     READ PRNFILE NEXT RECORD
008644         AT END MOVE "Y" TO CREDIT-SCAN-END-SWITCH.
008645
008646     IF CREDIT-SCAN-END-SWITCH = "N"
008647         IF PRN-NCONST NOT = NAM-KEY
008648             MOVE "Y" TO CREDIT-SCAN-END-SWITCH
008649         ELSE
008650             MOVE PRN-TCONST TO WS-CHECK-TCONST
008651             PERFORM 180-LOOKUP-TITLE-MASTER
008652             IF TITLE-RECORD-FOUND
008653                 MOVE "Y" TO WS-CREDIT-FOUND-SWITCH
008654             END-IF
008655         END-IF
008656     END-IF.
008657
008658
008659
008690 300-PRINT-PAGE-HEADING.
008700
008710     ADD 1 TO WS-PAGE-CNT.
008720
008730     MOVE WS-START-DATE TO HD1-DATE.
008740     MOVE WS-PAGE-CNT   TO HD1-PAGE.
008750
008760     IF INTEG-MODE-PURGE
008770         MOVE "PURGE"  TO HD1-MODE
008780     ELSE
008790         MOVE "REPORT" TO HD1-MODE
008800     END-IF.
008810
008820     WRITE REPORT-RECORD-AREA FROM HEADING-LINE-1
008830         AFTER ADVANCING PAGE.
008840     MOVE SPACES TO REPORT-RECORD-AREA.
008850     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
008860     WRITE REPORT-RECORD-AREA FROM HEADING-LINE-2
008870         AFTER ADVANCING 1 LINE.
008880     MOVE SPACES TO REPORT-RECORD-AREA.
008890     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
008900
008910     MOVE 4 TO WS-LINE-CNT.
008920
008930
008940
008950 305-CHECK-PAGE-FULL.
008960
008970     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
008980         PERFORM 300-PRINT-PAGE-HEADING.
008990
009000
009010
009020 320-PRINT-MESSAGE-LINE.
009030
009040     PERFORM 305-CHECK-PAGE-FULL.
009050
009060     WRITE REPORT-RECORD-AREA FROM MESSAGE-LINE
009070         AFTER ADVANCING 1 LINE.
009080
009090     ADD 1 TO WS-LINE-CNT.
009100
009110
009120
009130 340-PRINT-DETAIL-LINE.
009140
009150     PERFORM 305-CHECK-PAGE-FULL.
009160
009170     WRITE REPORT-RECORD-AREA FROM DETAIL-LINE
009180         AFTER ADVANCING 1 LINE.
009190
009200     ADD 1 TO WS-LINE-CNT.
009210
009220
009230
009240*    THE CLOSING BLOCK - ONE LINE PER REASON CODE, PRINTED
009250*    EVEN WHEN ITS COUNTS ARE ZERO SO A CLEAN SWEEP SAYS SO.
009260
009270 350-PRINT-REASON-SUMMARY.
009280
009290     MOVE 99 TO WS-LINE-CNT.
009300     PERFORM 305-CHECK-PAGE-FULL.
009310
009320     MOVE SPACES TO MESSAGE-LINE.
009330     MOVE "ORPHANS BY FILE AND REASON" TO MS-TEXT.
009340     PERFORM 320-PRINT-MESSAGE-LINE.
009350
009360     MOVE SPACES TO REPORT-RECORD-AREA.
009370     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
009380     WRITE REPORT-RECORD-AREA FROM SUMMARY-HEADING-LINE
009390         AFTER ADVANCING 1 LINE.
009400     ADD 2 TO WS-LINE-CNT.
009410
009420     PERFORM 355-PRINT-ONE-REASON
009430         VARYING WS-REASON-SUB FROM 1 BY 1
009440         UNTIL WS-REASON-SUB > WS-REASON-MAX.
009450
009460
009470
009480 355-PRINT-ONE-REASON.
009490
009500     PERFORM 305-CHECK-PAGE-FULL.
009510
009520     MOVE RT-FILE-NAME(WS-REASON-SUB)  TO SL-FILE-NAME.
009530     MOVE WS-REASON-SUB                TO SL-REASON-CODE.
009540     MOVE RT-REASON(WS-REASON-SUB)     TO SL-REASON.
009550     MOVE RC-FOUND-CNT(WS-REASON-SUB)  TO SL-FOUND-CNT.
009560     MOVE RC-PURGED-CNT(WS-REASON-SUB) TO SL-PURGED-CNT.
009570     MOVE RC-FAILED-CNT(WS-REASON-SUB) TO SL-FAILED-CNT.
009580
009590     WRITE REPORT-RECORD-AREA FROM SUMMARY-LINE
009600         AFTER ADVANCING 1 LINE.
009610
009620     ADD 1 TO WS-LINE-CNT.
009630
009640
009650
009660 400-REPORT-ORPHAN.
009670
009680     ADD 1 TO WS-ORPHANS-FOUND-CNT.
009690     ADD 1 TO RC-FOUND-CNT(WS-REASON-SUB).
009700
009710     MOVE SPACES                      TO DETAIL-LINE.
009720     MOVE RT-FILE-NAME(WS-REASON-SUB) TO DT-FILE-NAME.
009730     MOVE WS-REASON-SUB               TO DT-REASON-CODE.
009740     MOVE WS-ORPHAN-KEY-TEXT          TO DT-KEY-TEXT.
009750     MOVE RT-REASON(WS-REASON-SUB)    TO DT-REASON.
009760     MOVE WS-ORPHAN-DISPOSITION       TO DT-DISPOSITION.
009770
009780     PERFORM 340-PRINT-DETAIL-LINE.
009790
009800
009810
009820 410-NOTE-DELETE-FAILED.
009830
009840     MOVE "DELETE FAILED" TO WS-ORPHAN-DISPOSITION.
009850
009860     ADD 1 TO WS-DELETES-FAILED-CNT.
009870     ADD 1 TO RC-FAILED-CNT(WS-REASON-SUB).
009880
009890     DISPLAY "VS-INTEG: DELETE FAILED FOR "
009900             RT-FILE-NAME(WS-REASON-SUB) " " WS-ORPHAN-KEY-TEXT.
009910
009920
009930
009940 420-NOTE-ORPHAN-PURGED.
009950
009960     MOVE "PURGED" TO WS-ORPHAN-DISPOSITION.
009970
009980     ADD 1 TO WS-ORPHANS-PURGED-CNT.
009990     ADD 1 TO RC-PURGED-CNT(WS-REASON-SUB).
010000
010010     PERFORM 430-WRITE-XREF-AUDIT.
010020
010030
010040
010050 430-WRITE-XREF-AUDIT.
010060
010070     ACCEPT WS-AUDIT-DATE      FROM DATE YYYYMMDD.
010080     ACCEPT WS-AUDIT-TIME-FULL FROM TIME.
010090     MOVE WS-AUDIT-TIME-FULL(1:6) TO WS-AUDIT-TIME.
010100
010110     MOVE SPACES                      TO XAUDIT-RECORD-AREA.
010120     MOVE RT-FILE-NAME(WS-REASON-SUB) TO XAU-FILE-NAME.
010130     MOVE "PURGE"                     TO XAU-ACTION.
010140     MOVE WS-REASON-SUB               TO WS-EDIT-REASON.
010150     MOVE WS-EDIT-REASON              TO XAU-REASON-CODE.
010160     MOVE WS-AUDIT-TIMESTAMP          TO XAU-TIMESTAMP.
010170     MOVE WS-ORPHAN-TCONST            TO XAU-TCONST.
010180     MOVE WS-ORPHAN-NCONST            TO XAU-NCONST.
010190     MOVE WS-ORPHAN-IMAGE             TO XAU-BEFORE-RECORD.
010200
010210     WRITE XAUDIT-RECORD-AREA.
010220
010230 END PROGRAM VS-INTEG.
