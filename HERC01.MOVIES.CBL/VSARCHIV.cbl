000010******************************************************************
000020*    PROGRAM-ID:  VS-ARCHIVE
000030*    AUTHOR:      R. TATE - DATA ADMINISTRATION
000040*    INSTALLATION: HERC01 - MOVIES SUBSYSTEM
000050*    DATE-WRITTEN: 2025-07-14
000060*    DATE-COMPILED:
000070*    PURPOSE:     MONTHLY RETENTION AND ARCHIVING FOR THE TWO
000080*                 FILES THAT ONLY EVER GROW.  DAUDIT IS WRITTEN
000090*                 DISP=MOD BY EVERY LOAD AND NEVER TRIMMED, SO
000100*                 VS-AUDRPT, VS-DELTA AND VS-BALANCE READ THE
000110*                 WHOLE TRAIL EVERY MORNING FOR ONE NIGHT'S
000120*                 RECORDS; DRATHIST GAINS A RECORD PER TITLE PER
000130*                 RATINGS REFRESH.
000140*                   DAUDIT   - EVERY AUDIT RECORD STAMPED BEFORE
000150*                              THE RETENTION DATE IS COPIED TO
000160*                              THE DATED ARCHIVE ON DAUDARC; THE
000170*                              REST ARE KEPT.  THE ARCHIVE IS A
000180*                              STRAIGHT MOVAUD01 FILE, SO
000190*                              VS-BACKOUT (OR VS-AUDRPT) CAN BE
000200*                              POINTED AT IT UNCHANGED.
000210*                   DRATHIST - EVERY TITLE'S OBSERVATIONS IN A
000220*                              MONTH BEFORE THE CUTOFF DATE'S
000230*                              MONTH ARE COPIED TO THE DATED
000240*                              ARCHIVE ON DHISARC AND REPLACED BY
000250*                              ONE RECORD DATED THE LAST DAY OF
000260*                              THE MONTH, CARRYING THE MONTH'S
000270*                              LATEST RATING AND VOTES.  A MONTH
000280*                              WITH A SINGLE OBSERVATION IS LEFT
000290*                              AS IT IS, SO A MONTH ALREADY
000300*                              ROLLED IS NEVER ROLLED (OR
000310*                              ARCHIVED) TWICE.
000320*                 EACH FILE IS SPLIT IN ONE PASS INTO ITS ARCHIVE
000330*                 AND A WORK FILE OF THE RECORDS TO KEEP, AND IS
000340*                 ONLY REWRITTEN FROM THE WORK FILE WHEN THE PASS
000350*                 BALANCES - READ = KEPT + MOVED, IN RECORDS AND
000360*                 IN VOTES.  THE RELOAD IS THEN COUNTED AGAIN.
000370*                 THE ARCHIVE CONTROL REPORT ON DREPORT PRINTS
000380*                 EVERY COUNT AND VOTES TOTAL; ANY MISS ENDS THE
000390*                 RUN RC=8.
000400*                 PARM CARD ON DPARM:
000410*                   COLS  1-8   AUDIT RETENTION DATE (YYYYMMDD)
000420*                               - BLANK SKIPS DAUDIT
000430*                   COLS 10-17  HISTORY CUTOFF DATE (YYYYMMDD)
000440*                               - BLANK SKIPS DRATHIST
000450*                 A CARD WITH BOTH BLANK, A NON-NUMERIC DATE OR A
000460*                 DATE LATER THAN TODAY ENDS THE RUN RC=16 WITH
000470*                 NOTHING OPENED.
000480*    TECTONICS:   cobc -x VSARCHIV.cbl
000490*
000500*    MODIFICATION HISTORY.
000510*    DATE-WRITTEN.  2025-07-14.  R. TATE.
000520*        ORIGINAL VERSION.  THE AUDIT VOTES TOTAL IS THE SUM OF
000530*        MOV-NUM-VOTES OVER BOTH IMAGES OF EVERY RECORD (A
000540*        BLANK IMAGE ADDS NOTHING), SO A RECORD DROPPED OR
000550*        MANGLED ON THE WAY THROUGH SHOWS UP EVEN WHEN THE
000560*        RECORD COUNTS HAPPEN TO AGREE.
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. VS-ARCHIVE.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640
000650     SELECT PARMFILE ASSIGN TO DPARM.
000660     SELECT AUDITFILE ASSIGN TO DAUDIT.
000670     SELECT AUDARCFILE ASSIGN TO DAUDARC.
000680     SELECT AUDWORKFILE ASSIGN TO DAUDWORK.
000690     SELECT HISTFILE ASSIGN TO DRATHIST
000700                    ORGANIZATION IS INDEXED
000710                    ACCESS IS SEQUENTIAL
000720                    RECORD KEY IS HIS-KEY.
000730     SELECT HISARCFILE ASSIGN TO DHISARC.
000740     SELECT HISWORKFILE ASSIGN TO DHISWORK.
000750     SELECT REPORTFILE ASSIGN TO DREPORT.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790
000800 FD  PARMFILE.
000810
000820 01 PARM-RECORD-AREA            PIC X(80).
000830
000840 FD  AUDITFILE.
000850
000860 01 AUDIT-RECORD-AREA.
000870     COPY MOVAUD01.
000880
000890 FD  AUDARCFILE.
000900
000910 01 AUDARC-RECORD-AREA          PIC X(355).
000920
000930 FD  AUDWORKFILE.
000940
000950 01 AUDWORK-RECORD-AREA         PIC X(355).
000960
000970 FD  HISTFILE.
000980
000990 01 HISTFILE-RECORD-AREA.
001000     COPY MOVHIS01.
001010
001020 FD  HISARCFILE.
001030
001040 01 HISARC-RECORD-AREA          PIC X(33).
001050
001060 FD  HISWORKFILE.
001070
001080 01 HISWORK-RECORD-AREA.
001090     COPY MOVHIS01
001100         REPLACING ==HIS-KEY==        BY ==HW-KEY==
001110                   ==HIS-TCONST==     BY ==HW-TCONST==
001120                   ==HIS-DATE==       BY ==HW-DATE==
001130                   ==HIS-AVG-RATING== BY ==HW-AVG-RATING==
001140                   ==HIS-NUM-VOTES==  BY ==HW-NUM-VOTES==.
001150
001160 FD  REPORTFILE.
001170
001180 01 REPORT-RECORD-AREA          PIC X(132).
001190
001200
001210 WORKING-STORAGE SECTION.
001220
001230 01  WS-PARM-CARD.
001240     05 WS-PARM-AUDIT-DATE      PIC X(08).
001250     05 FILLER                  PIC X(01).
001260     05 WS-PARM-HIST-DATE       PIC X(08).
001270     05 FILLER                  PIC X(63).
001280
001290 01  WS-RETENTION-DATE          PIC 9(08) VALUE ZERO.
001300
001310 01  WS-CUTOFF-DATE.
001320     05 WS-CUTOFF-YEAR-MONTH    PIC 9(06).
001330     05 WS-CUTOFF-DAY           PIC 9(02).
001340
001350 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
001360
001370*    ONE MOVREC01 VIEW SERVES BOTH AUDIT IMAGES - EACH IMAGE IS
001380*    MOVED HERE IN TURN TO PICK UP ITS VOTES.
001390
001400 01  WS-AUDIT-IMAGE             PIC X(163).
001410
001420 01  WS-AUDIT-IMAGE-FIELDS REDEFINES WS-AUDIT-IMAGE.
001430     COPY MOVREC01
001440         REPLACING ==OUT-KEY==          BY ==IM-OUT-KEY==
001450                   ==MOV-TITLE-TYPE==    BY ==IM-TITLE-TYPE==
001460                   ==MOV-PRIMARY-TITLE== BY ==IM-PRIMARY-TITLE==
001470                   ==MOV-START-YEAR==    BY ==IM-START-YEAR==
001480                   ==MOV-END-YEAR==      BY ==IM-END-YEAR==
001490                   ==MOV-RUNTIME-MINUTES==
001500                                         BY ==IM-RUNTIME-MINUTES==
001510                   ==MOV-IS-ADULT-YES==  BY ==IM-IS-ADULT-YES==
001520                   ==MOV-IS-ADULT-NO==   BY ==IM-IS-ADULT-NO==
001530                   ==MOV-IS-ADULT==      BY ==IM-IS-ADULT==
001540                   ==MOV-GENRES==        BY ==IM-GENRES==
001550                   ==MOV-AVG-RATING==    BY ==IM-AVG-RATING==
001560                   ==MOV-NUM-VOTES==     BY ==IM-NUM-VOTES==.
001570
001580 01  WS-RECORD-VOTES            PIC 9(15) COMP VALUE ZERO.
001590
001600*    THE OBSERVATION IN HAND, SPLIT SO ITS MONTH CAN BE
001610*    COMPARED WITH THE CUTOFF AND THE HELD MONTH GROUP.
001620
001630 01  WS-OBS-DATE.
001640     05 WS-OBS-YEAR-MONTH       PIC 9(06).
001650     05 WS-OBS-DAY              PIC 9(02).
001660
001670 01  WS-OBS-MONTH-CHECK REDEFINES WS-OBS-DATE.
001680     05 FILLER                  PIC 9(04).
001690     05 WS-OBS-MONTH            PIC 9(02).
001700     05 FILLER                  PIC 9(02).
001710
001720*    THE MONTH GROUP BEING ROLLED - ONE TITLE, ONE MONTH.  THE
001730*    FIRST OBSERVATION IS HELD WHOLE UNTIL A SECOND ONE PROVES
001740*    THE MONTH NEEDS ROLLING; THE LATEST RATING AND VOTES ARE
001750*    WHAT THE MONTH-END RECORD CARRIES.
001760
001770 01  HELD-MONTH-GROUP.
001780     05 HLD-TCONST              PIC X(09).
001790     05 HLD-YEAR-MONTH          PIC 9(06).
001800     05 HLD-GROUP-CNT           PIC 9(05) COMP.
001810     05 HLD-LAST-RATING         PIC 9(02)V9(01).
001820     05 HLD-LAST-VOTES          PIC 9(08).
001830
001840 01  HELD-FIRST-RECORD.
001850     COPY MOVHIS01
001860         REPLACING ==HIS-KEY==        BY ==HF-KEY==
001870                   ==HIS-TCONST==     BY ==HF-TCONST==
001880                   ==HIS-DATE==       BY ==HF-DATE==
001890                   ==HIS-AVG-RATING== BY ==HF-AVG-RATING==
001900                   ==HIS-NUM-VOTES==  BY ==HF-NUM-VOTES==.
001910
001920 01  WS-MONTH-END-DATE.
001930     05 WS-ME-YEAR              PIC 9(04).
001940     05 WS-ME-MONTH             PIC 9(02).
001950     05 WS-ME-DAY               PIC 9(02).
001960
001970 01  WS-ME-YEAR-MONTH REDEFINES WS-MONTH-END-DATE.
001980     05 WS-ME-YEAR-MONTH-9      PIC 9(06).
001990     05 FILLER                  PIC 9(02).
002000
002010 01  MONTH-DAYS-VALUES          PIC X(24)
002020         VALUE "312831303130313130313031".
002030
002040 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
002050     05 MD-DAYS                 PIC 9(02) OCCURS 12 TIMES.
002060
002070 01  WS-LEAP-FIELDS.
002080     05 WS-LEAP-QUOTIENT        PIC 9(04).
002090     05 WS-LEAP-REM-4           PIC 9(04).
002100     05 WS-LEAP-REM-100         PIC 9(04).
002110     05 WS-LEAP-REM-400         PIC 9(04).
002120
002130 01 SWITCHES.
002140     05 AUDIT-EOF-SWITCH        PIC X    VALUE "N".
002150     05 AUDWORK-EOF-SWITCH      PIC X    VALUE "N".
002160     05 HISTFILE-EOF-SWITCH     PIC X    VALUE "N".
002170     05 HISWORK-EOF-SWITCH      PIC X    VALUE "N".
002180     05 WS-PARM-VALID-SWITCH    PIC X    VALUE "Y".
002190         88 PARM-IS-VALID            VALUE "Y".
002200         88 PARM-IS-INVALID          VALUE "N".
002210     05 WS-AUDIT-PHASE-SWITCH   PIC X    VALUE "N".
002220         88 AUDIT-PHASE-WANTED       VALUE "Y".
002230     05 WS-HIST-PHASE-SWITCH    PIC X    VALUE "N".
002240         88 HIST-PHASE-WANTED        VALUE "Y".
002250     05 WS-GROUP-HELD-SWITCH    PIC X    VALUE "N".
002260         88 MONTH-GROUP-HELD         VALUE "Y".
002270         88 NO-MONTH-GROUP-HELD      VALUE "N".
002280     05 WS-AUDIT-BALANCE-SWITCH PIC X    VALUE "Y".
002290         88 AUDIT-IN-BALANCE         VALUE "Y".
002300         88 AUDIT-OUT-OF-BALANCE     VALUE "N".
002310     05 WS-HIST-BALANCE-SWITCH  PIC X    VALUE "Y".
002320         88 HIST-IN-BALANCE          VALUE "Y".
002330         88 HIST-OUT-OF-BALANCE      VALUE "N".
002340     05 WS-RELOAD-DONE-SWITCH   PIC X    VALUE "N".
002350         88 RELOAD-DONE              VALUE "Y".
002360         88 RELOAD-NOT-DONE          VALUE "N".
002370
002380 77  WS-AUDIT-READ-CNT          PIC 9(09) COMP VALUE ZERO.
002390 77  WS-AUDIT-KEPT-CNT          PIC 9(09) COMP VALUE ZERO.
002400 77  WS-AUDIT-MOVED-CNT         PIC 9(09) COMP VALUE ZERO.
002410 77  WS-AUDIT-RELOADED-CNT      PIC 9(09) COMP VALUE ZERO.
002420 77  WS-HIST-READ-CNT           PIC 9(09) COMP VALUE ZERO.
002430 77  WS-HIST-KEPT-CNT           PIC 9(09) COMP VALUE ZERO.
002440 77  WS-HIST-MOVED-CNT          PIC 9(09) COMP VALUE ZERO.
002450 77  WS-HIST-MONTH-END-CNT      PIC 9(09) COMP VALUE ZERO.
002460 77  WS-HIST-RELOADED-CNT       PIC 9(09) COMP VALUE ZERO.
002470 77  WS-HIST-RELOAD-FAILED-CNT  PIC 9(09) COMP VALUE ZERO.
002480 77  WS-LINE-CNT                PIC 9(03) COMP VALUE 99.
002490 77  WS-PAGE-CNT                PIC 9(05) COMP VALUE ZERO.
002500 77  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 58.
002510
002520 77  WS-AUDIT-READ-VOTES        PIC 9(15) COMP VALUE ZERO.
002530 77  WS-AUDIT-KEPT-VOTES        PIC 9(15) COMP VALUE ZERO.
002540 77  WS-AUDIT-MOVED-VOTES       PIC 9(15) COMP VALUE ZERO.
002550 77  WS-AUDIT-RELOADED-VOTES    PIC 9(15) COMP VALUE ZERO.
002560 77  WS-HIST-READ-VOTES         PIC 9(15) COMP VALUE ZERO.
002570 77  WS-HIST-KEPT-VOTES         PIC 9(15) COMP VALUE ZERO.
002580 77  WS-HIST-MOVED-VOTES        PIC 9(15) COMP VALUE ZERO.
002590 77  WS-HIST-MONTH-END-VOTES    PIC 9(15) COMP VALUE ZERO.
002600 77  WS-HIST-RELOADED-VOTES     PIC 9(15) COMP VALUE ZERO.
002610 77  WS-CHECK-CNT               PIC 9(09) COMP VALUE ZERO.
002620 77  WS-CHECK-VOTES             PIC 9(15) COMP VALUE ZERO.
002630
002640 01  WS-TIMESTAMP-FIELDS.
002650     05 WS-START-DATE           PIC 9(08).
002660     05 WS-START-TIME           PIC 9(08).
002670     05 WS-END-DATE             PIC 9(08).
002680     05 WS-END-TIME             PIC 9(08).
002690
002700 01  HEADING-LINE-1.
002710     05 FILLER                  PIC X(12) VALUE "VS-ARCHIVE".
002720     05 FILLER                  PIC X(28)
002730         VALUE "ARCHIVE CONTROL REPORT".
002740     05 FILLER                  PIC X(06) VALUE "DATE: ".
002750     05 HD1-DATE                PIC 9(08).
002760     05 FILLER                  PIC X(67) VALUE SPACES.
002770     05 FILLER                  PIC X(06) VALUE "PAGE: ".
002780     05 HD1-PAGE                PIC ZZZZ9.
002790
002800 01  SECTION-LINE.
002810     05 FILLER                  PIC X(02) VALUE SPACES.
002820     05 SC-TEXT                 PIC X(60).
002830     05 FILLER                  PIC X(02) VALUE SPACES.
002840     05 SC-DATE-LABEL           PIC X(16).
002850     05 SC-DATE                 PIC X(08).
002860     05 FILLER                  PIC X(44) VALUE SPACES.
002870
002880 01  CONTROL-LINE.
002890     05 FILLER                  PIC X(06) VALUE SPACES.
002900     05 CL-LABEL                PIC X(36).
002910     05 CL-COUNT                PIC ZZZ,ZZZ,ZZ9.
002920     05 FILLER                  PIC X(06) VALUE SPACES.
002930     05 CL-VOTES-LABEL          PIC X(08).
002940     05 CL-VOTES                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002950     05 FILLER                  PIC X(46) VALUE SPACES.
002960
002970 01  MESSAGE-LINE.
002980     05 FILLER                  PIC X(06) VALUE SPACES.
002990     05 MS-TEXT                 PIC X(126).
003000
003010 PROCEDURE DIVISION.
003020
003030 000-MAIN.
003040
003050     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
003060     ACCEPT WS-START-TIME FROM TIME.
003070
003080     PERFORM 050-READ-PARM-CARD.
003090
003100     IF PARM-IS-INVALID
003110         DISPLAY "VS-ARCHIVE: BAD PARM CARD - RUN ABANDONED"
003120         MOVE 16 TO RETURN-CODE
003130     ELSE
003140         PERFORM 070-RUN-ARCHIVE
003150         PERFORM 140-WRITE-SUMMARY-REPORT
003160         IF AUDIT-OUT-OF-BALANCE
003170         OR HIST-OUT-OF-BALANCE
003180             MOVE 8 TO RETURN-CODE
003190         END-IF
003200     END-IF.
003210
003220     STOP RUN.
003230
003240
003250
003260 050-READ-PARM-CARD.
003270
003280     MOVE SPACES TO WS-PARM-CARD.
003290     MOVE "Y" TO WS-PARM-VALID-SWITCH.
003300
003310     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003320
003330     OPEN INPUT PARMFILE.
003340     READ PARMFILE INTO WS-PARM-CARD
003350         AT END MOVE SPACES TO WS-PARM-CARD
003360     END-READ.
003370     CLOSE PARMFILE.
003380
003390     IF WS-PARM-AUDIT-DATE NOT = SPACES
003400         IF WS-PARM-AUDIT-DATE IS NUMERIC
003410             MOVE WS-PARM-AUDIT-DATE TO WS-RETENTION-DATE
003420             MOVE "Y" TO WS-AUDIT-PHASE-SWITCH
003430             IF WS-RETENTION-DATE > WS-TODAY-DATE
003440                 DISPLAY "VS-ARCHIVE: AUDIT RETENTION DATE IS "
003450                         "LATER THAN TODAY: " WS-PARM-AUDIT-DATE
003460                 MOVE "N" TO WS-PARM-VALID-SWITCH
003470             END-IF
003480         ELSE
003490             DISPLAY "VS-ARCHIVE: AUDIT RETENTION DATE IS NOT "
003500                     "NUMERIC: " WS-PARM-AUDIT-DATE
003510             MOVE "N" TO WS-PARM-VALID-SWITCH
003520         END-IF
003530     END-IF.
003540
003550     IF WS-PARM-HIST-DATE NOT = SPACES
003560         IF WS-PARM-HIST-DATE IS NUMERIC
003570             MOVE WS-PARM-HIST-DATE TO WS-CUTOFF-DATE
003580             MOVE "Y" TO WS-HIST-PHASE-SWITCH
003590             IF WS-CUTOFF-DATE > WS-TODAY-DATE
003600                 DISPLAY "VS-ARCHIVE: HISTORY CUTOFF DATE IS "
003610                         "LATER THAN TODAY: " WS-PARM-HIST-DATE
003620                 MOVE "N" TO WS-PARM-VALID-SWITCH
003630             END-IF
003640         ELSE
003650             DISPLAY "VS-ARCHIVE: HISTORY CUTOFF DATE IS NOT "
003660                     "NUMERIC: " WS-PARM-HIST-DATE
003670             MOVE "N" TO WS-PARM-VALID-SWITCH
003680         END-IF
003690     END-IF.
003700
003710     IF NOT AUDIT-PHASE-WANTED
003720     AND NOT HIST-PHASE-WANTED
003730         DISPLAY "VS-ARCHIVE: NEITHER A RETENTION DATE NOR A "
003740                 "CUTOFF DATE ON THE CARD"
003750         MOVE "N" TO WS-PARM-VALID-SWITCH
003760     END-IF.
003770
003780
003790
003800 070-RUN-ARCHIVE.
003810
003820     OPEN OUTPUT REPORTFILE.
003830
003840     PERFORM 300-PRINT-PAGE-HEADING.
003850
003860     IF AUDIT-PHASE-WANTED
003870         PERFORM 100-ARCHIVE-AUDIT-TRAIL
003880     ELSE
003890         MOVE SPACES TO MESSAGE-LINE
003900         MOVE "DAUDIT NOT PROCESSED - NO RETENTION DATE ON CARD"
003910             TO MS-TEXT
003920         PERFORM 320-PRINT-MESSAGE-LINE
003930     END-IF.
003940
003950     IF HIST-PHASE-WANTED
003960         PERFORM 200-ROLL-RATING-HISTORY
003970     ELSE
003980         MOVE SPACES TO MESSAGE-LINE
003990         MOVE "DRATHIST NOT PROCESSED - NO CUTOFF DATE ON CARD"
004000             TO MS-TEXT
004010         PERFORM 320-PRINT-MESSAGE-LINE
004020     END-IF.
004030
004040     CLOSE REPORTFILE.
004050
004060
004070
004080*    DAUDIT IS IN ARRIVAL ORDER, NOT TIMESTAMP ORDER (A RERUN OR
004090*    A BACKOUT CAN APPEND OLDER STAMPS AFTER NEWER ONES), SO
004100*    EVERY RECORD IS TESTED ON ITS OWN STAMP RATHER THAN
004110*    STOPPING AT THE FIRST RECORD INSIDE THE RETENTION WINDOW.
004120
004130 100-ARCHIVE-AUDIT-TRAIL.
004140
004150     OPEN INPUT  AUDITFILE.
004160     OPEN OUTPUT AUDARCFILE.
004170     OPEN OUTPUT AUDWORKFILE.
004180
004190     PERFORM 110-SPLIT-ONE-AUDIT-RECORD
004200         UNTIL AUDIT-EOF-SWITCH = "Y".
004210
004220     CLOSE AUDITFILE.
004230     CLOSE AUDARCFILE.
004240     CLOSE AUDWORKFILE.
004250
004260     MOVE "N" TO WS-RELOAD-DONE-SWITCH.
004270
004280     COMPUTE WS-CHECK-CNT   = WS-AUDIT-KEPT-CNT
004290                            + WS-AUDIT-MOVED-CNT.
004300     COMPUTE WS-CHECK-VOTES = WS-AUDIT-KEPT-VOTES
004310                            + WS-AUDIT-MOVED-VOTES.
004320
004330     IF WS-CHECK-CNT   = WS-AUDIT-READ-CNT
004340     AND WS-CHECK-VOTES = WS-AUDIT-READ-VOTES
004350         PERFORM 120-RELOAD-AUDIT-TRAIL
004360         MOVE "Y" TO WS-RELOAD-DONE-SWITCH
004370         IF WS-AUDIT-RELOADED-CNT   NOT = WS-AUDIT-KEPT-CNT
004380         OR WS-AUDIT-RELOADED-VOTES NOT = WS-AUDIT-KEPT-VOTES
004390             MOVE "N" TO WS-AUDIT-BALANCE-SWITCH
004400         END-IF
004410     ELSE
004420         MOVE "N" TO WS-AUDIT-BALANCE-SWITCH
004430     END-IF.
004440
004450     PERFORM 150-PRINT-AUDIT-CONTROLS.
004460
004470
004480
004490 110-SPLIT-ONE-AUDIT-RECORD.
004500
004510     READ AUDITFILE
004520         AT END MOVE "Y" TO AUDIT-EOF-SWITCH.
004530
004540     IF AUDIT-EOF-SWITCH = "N"
004550         ADD 1 TO WS-AUDIT-READ-CNT
004560         PERFORM 115-SUM-AUDIT-VOTES
004570         ADD WS-RECORD-VOTES TO WS-AUDIT-READ-VOTES
004580         IF AUD-TIMESTAMP(1:8) < WS-RETENTION-DATE
004590             WRITE AUDARC-RECORD-AREA FROM AUDIT-RECORD-AREA
004600             ADD 1 TO WS-AUDIT-MOVED-CNT
004610             ADD WS-RECORD-VOTES TO WS-AUDIT-MOVED-VOTES
004620         ELSE
004630             WRITE AUDWORK-RECORD-AREA FROM AUDIT-RECORD-AREA
004640             ADD 1 TO WS-AUDIT-KEPT-CNT
004650             ADD WS-RECORD-VOTES TO WS-AUDIT-KEPT-VOTES
004660         END-IF
004670     END-IF.
004680
004690
004700
004710*    VOTES OVER BOTH IMAGES OF THE AUDIT RECORD NOW IN
004720*    AUDIT-RECORD-AREA.  A BLANK IMAGE (THE BEFORE-IMAGE OF AN
004730*    ADD, THE AFTER-IMAGE OF A DELETE) IS NOT NUMERIC AND ADDS
004740*    NOTHING.
004750
004760 115-SUM-AUDIT-VOTES.
004770
004780     MOVE ZERO TO WS-RECORD-VOTES.
004790
004800     MOVE AUD-BEFORE-RECORD TO WS-AUDIT-IMAGE.
004810     IF IM-NUM-VOTES IS NUMERIC
004820         ADD IM-NUM-VOTES TO WS-RECORD-VOTES.
004830
004840     MOVE AUD-AFTER-RECORD TO WS-AUDIT-IMAGE.
004850     IF IM-NUM-VOTES IS NUMERIC
004860         ADD IM-NUM-VOTES TO WS-RECORD-VOTES.
004870
004880
004890
004900*    ONLY REACHED WHEN THE SPLIT BALANCED - THE LIVE TRAIL IS
004910*    REWRITTEN FROM THE WORK FILE AND COUNTED AGAIN ON THE WAY.
004920
004930 120-RELOAD-AUDIT-TRAIL.
004940
004950     OPEN INPUT  AUDWORKFILE.
004960     OPEN OUTPUT AUDITFILE.
004970
004980     PERFORM 125-RELOAD-ONE-AUDIT-RECORD
004990         UNTIL AUDWORK-EOF-SWITCH = "Y".
005000
005010     CLOSE AUDWORKFILE.
005020     CLOSE AUDITFILE.
005030
005040
005050
005060 125-RELOAD-ONE-AUDIT-RECORD.
005070
005080     READ AUDWORKFILE INTO AUDIT-RECORD-AREA
005090         AT END MOVE "Y" TO AUDWORK-EOF-SWITCH.
005100
005110     IF AUDWORK-EOF-SWITCH = "N"
005120         WRITE AUDIT-RECORD-AREA
005130         ADD 1 TO WS-AUDIT-RELOADED-CNT
005140         PERFORM 115-SUM-AUDIT-VOTES
005150         ADD WS-RECORD-VOTES TO WS-AUDIT-RELOADED-VOTES
005160     END-IF.
005170
005180
005190
005200 140-WRITE-SUMMARY-REPORT.
005210
005220     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
005230     ACCEPT WS-END-TIME FROM TIME.
005240
005250     DISPLAY "==============================================".
005260     DISPLAY "VS-ARCHIVE RETENTION SUMMARY".
005270     DISPLAY "  START DATE/TIME . . . : " WS-START-DATE
005280             "/" WS-START-TIME.
005290     DISPLAY "  END DATE/TIME . . . . : " WS-END-DATE
005300             "/" WS-END-TIME.
005310     IF AUDIT-PHASE-WANTED
005320         DISPLAY "  AUDIT RETENTION DATE : " WS-RETENTION-DATE
005330         DISPLAY "  AUDIT RECORDS READ . : " WS-AUDIT-READ-CNT
005340         DISPLAY "  AUDIT RECORDS KEPT . : " WS-AUDIT-KEPT-CNT
005350         DISPLAY "  AUDIT RECORDS MOVED . : " WS-AUDIT-MOVED-CNT
005360         DISPLAY "  AUDIT RECORDS RELOADED: "
005370                 WS-AUDIT-RELOADED-CNT
005380         IF AUDIT-OUT-OF-BALANCE
005390             DISPLAY "  *** DAUDIT OUT OF BALANCE ***"
005400         END-IF
005410     END-IF.
005420     IF HIST-PHASE-WANTED
005430         DISPLAY "  HISTORY CUTOFF DATE . : " WS-CUTOFF-DATE
005440         DISPLAY "  HISTORY RECORDS READ : " WS-HIST-READ-CNT
005450         DISPLAY "  HISTORY RECORDS KEPT : " WS-HIST-KEPT-CNT
005460         DISPLAY "  HISTORY RECORDS MOVED : " WS-HIST-MOVED-CNT
005470         DISPLAY "  MONTH-END RECORDS . . : "
005480                 WS-HIST-MONTH-END-CNT
005490         DISPLAY "  HISTORY RELOADED . . : " WS-HIST-RELOADED-CNT
005500         IF HIST-OUT-OF-BALANCE
005510             DISPLAY "  *** DRATHIST OUT OF BALANCE ***"
005520         END-IF
005530     END-IF.
005540     DISPLAY "==============================================".
005550
005560
005570
005580 150-PRINT-AUDIT-CONTROLS.
005590
005600     MOVE SPACES TO SECTION-LINE.
005610     MOVE "DAUDIT AUDIT TRAIL" TO SC-TEXT.
005620     MOVE "RETAIN FROM . :"    TO SC-DATE-LABEL.
005630     MOVE WS-RETENTION-DATE    TO SC-DATE.
005640     PERFORM 310-PRINT-SECTION-LINE.
005650
005660     MOVE "AUDIT RECORDS READ"        TO CL-LABEL.
005670     MOVE WS-AUDIT-READ-CNT           TO CL-COUNT.
005680     MOVE WS-AUDIT-READ-VOTES         TO CL-VOTES.
005690     PERFORM 330-PRINT-CONTROL-LINE.
005700
005710     MOVE "AUDIT RECORDS KEPT ON DAUDIT" TO CL-LABEL.
005720     MOVE WS-AUDIT-KEPT-CNT           TO CL-COUNT.
005730     MOVE WS-AUDIT-KEPT-VOTES         TO CL-VOTES.
005740     PERFORM 330-PRINT-CONTROL-LINE.
005750
005760     MOVE "AUDIT RECORDS MOVED TO ARCHIVE" TO CL-LABEL.
005770     MOVE WS-AUDIT-MOVED-CNT          TO CL-COUNT.
005780     MOVE WS-AUDIT-MOVED-VOTES        TO CL-VOTES.
005790     PERFORM 330-PRINT-CONTROL-LINE.
005800
005810     MOVE SPACES TO MESSAGE-LINE.
005820     IF RELOAD-DONE
005830         MOVE "DAUDIT RECORDS RELOADED" TO CL-LABEL
005840         MOVE WS-AUDIT-RELOADED-CNT     TO CL-COUNT
005850         MOVE WS-AUDIT-RELOADED-VOTES   TO CL-VOTES
005860         PERFORM 330-PRINT-CONTROL-LINE
005870         IF AUDIT-IN-BALANCE
005880             MOVE "BALANCED - RELOADED = KEPT"
005890                 TO MS-TEXT
005900         ELSE
005910             MOVE "*** OUT OF BALANCE - RELOAD COUNT IS WRONG ***"
005920                 TO MS-TEXT
005930         END-IF
005940     ELSE
005950         MOVE "*** OUT OF BALANCE - DAUDIT NOT REWRITTEN ***"
005960             TO MS-TEXT
005970     END-IF.
005980     PERFORM 320-PRINT-MESSAGE-LINE.
005990
006000
006010
006020*    DRATHIST IS READ IN KEY ORDER - TCONST, THEN DATE - SO A
006030*    TITLE'S OBSERVATIONS FOR ONE MONTH ARE ADJACENT AND A
006040*    CHANGE OF TITLE OR MONTH CLOSES THE HELD MONTH GROUP.  THE
006050*    WORK FILE COMES OUT IN KEY ORDER TOO: A MONTH-END DATE
006060*    SORTS AFTER EVERY DAY OF ITS OWN MONTH AND BEFORE EVERY
006070*    DAY OF THE NEXT.
006080
006090 200-ROLL-RATING-HISTORY.
006100
006110     OPEN INPUT  HISTFILE.
006120     OPEN OUTPUT HISARCFILE.
006130     OPEN OUTPUT HISWORKFILE.
006140
006150     MOVE "N" TO WS-GROUP-HELD-SWITCH.
006160
006170     PERFORM 210-ROLL-ONE-OBSERVATION
006180         UNTIL HISTFILE-EOF-SWITCH = "Y".
006190
006200     IF MONTH-GROUP-HELD
006210         PERFORM 230-CLOSE-MONTH-GROUP.
006220
006230     CLOSE HISTFILE.
006240     CLOSE HISARCFILE.
006250     CLOSE HISWORKFILE.
006260
006270     MOVE "N" TO WS-RELOAD-DONE-SWITCH.
006280
006290     COMPUTE WS-CHECK-CNT   = WS-HIST-KEPT-CNT
006300                            + WS-HIST-MOVED-CNT.
006310     COMPUTE WS-CHECK-VOTES = WS-HIST-KEPT-VOTES
006320                            + WS-HIST-MOVED-VOTES.
006330
006340     IF WS-CHECK-CNT   = WS-HIST-READ-CNT
006350     AND WS-CHECK-VOTES = WS-HIST-READ-VOTES
006360         PERFORM 240-RELOAD-RATING-HISTORY
006370         MOVE "Y" TO WS-RELOAD-DONE-SWITCH
006380         COMPUTE WS-CHECK-CNT   = WS-HIST-KEPT-CNT
006390                                + WS-HIST-MONTH-END-CNT
006400         COMPUTE WS-CHECK-VOTES = WS-HIST-KEPT-VOTES
006410                                + WS-HIST-MONTH-END-VOTES
006420         IF WS-HIST-RELOADED-CNT   NOT = WS-CHECK-CNT
006430         OR WS-HIST-RELOADED-VOTES NOT = WS-CHECK-VOTES
006440             MOVE "N" TO WS-HIST-BALANCE-SWITCH
006450         END-IF
006460     ELSE
006470         MOVE "N" TO WS-HIST-BALANCE-SWITCH
006480     END-IF.
006490
006500     PERFORM 250-PRINT-HISTORY-CONTROLS.
006510
006520
006530
006540 210-ROLL-ONE-OBSERVATION.
006550
006560     READ HISTFILE
006570         AT END MOVE "Y" TO HISTFILE-EOF-SWITCH.
006580
006590     IF HISTFILE-EOF-SWITCH = "N"
006600         ADD 1 TO WS-HIST-READ-CNT
006610         IF HIS-NUM-VOTES IS NUMERIC
006620             ADD HIS-NUM-VOTES TO WS-HIST-READ-VOTES
006630         END-IF
006640         MOVE HIS-DATE TO WS-OBS-DATE
006650         IF MONTH-GROUP-HELD
006660             IF HIS-TCONST NOT = HLD-TCONST
006670             OR WS-OBS-YEAR-MONTH NOT = HLD-YEAR-MONTH
006680                 PERFORM 230-CLOSE-MONTH-GROUP
006690             END-IF
006700         END-IF
006710         IF WS-OBS-YEAR-MONTH < WS-CUTOFF-YEAR-MONTH
006720         AND WS-OBS-MONTH > ZERO
006730         AND WS-OBS-MONTH < 13
006740             PERFORM 220-ADD-TO-MONTH-GROUP
006750         ELSE
006760             WRITE HISWORK-RECORD-AREA FROM HISTFILE-RECORD-AREA
006770             ADD 1 TO WS-HIST-KEPT-CNT
006780             IF HIS-NUM-VOTES IS NUMERIC
006790                 ADD HIS-NUM-VOTES TO WS-HIST-KEPT-VOTES
006800             END-IF
006810         END-IF
006820     END-IF.
006830
006840
006850
006860*    THE SECOND OBSERVATION OF A MONTH IS WHAT COMMITS THE
006870*    MONTH TO BEING ROLLED - THE HELD FIRST ONE GOES TO THE
006880*    ARCHIVE THEN, AND EVERY LATER ONE GOES STRAIGHT THERE.
006890
006900 220-ADD-TO-MONTH-GROUP.
006910
006920     IF NO-MONTH-GROUP-HELD
006930         MOVE HISTFILE-RECORD-AREA TO HELD-FIRST-RECORD
006940         MOVE HIS-TCONST           TO HLD-TCONST
006950         MOVE WS-OBS-YEAR-MONTH    TO HLD-YEAR-MONTH
006960         MOVE 1                    TO HLD-GROUP-CNT
006970         MOVE "Y"                  TO WS-GROUP-HELD-SWITCH
006980     ELSE
006990         IF HLD-GROUP-CNT = 1
007000             WRITE HISARC-RECORD-AREA FROM HELD-FIRST-RECORD
007010             ADD 1 TO WS-HIST-MOVED-CNT
007020             IF HF-NUM-VOTES IS NUMERIC
007030                 ADD HF-NUM-VOTES TO WS-HIST-MOVED-VOTES
007040             END-IF
007050         END-IF
007060         WRITE HISARC-RECORD-AREA FROM HISTFILE-RECORD-AREA
007070         ADD 1 TO WS-HIST-MOVED-CNT
007080         IF HIS-NUM-VOTES IS NUMERIC
007090             ADD HIS-NUM-VOTES TO WS-HIST-MOVED-VOTES
007100         END-IF
007110         ADD 1 TO HLD-GROUP-CNT
007120     END-IF.
007130
007140     MOVE HIS-AVG-RATING TO HLD-LAST-RATING.
007150     MOVE HIS-NUM-VOTES  TO HLD-LAST-VOTES.
007160
007170
007180
007190*    A ONE-OBSERVATION MONTH IS KEPT AS IT CAME; ANYTHING MORE
007200*    BECOMES ONE MONTH-END RECORD.
007210
007220 230-CLOSE-MONTH-GROUP.
007230
007240     IF HLD-GROUP-CNT = 1
007250         WRITE HISWORK-RECORD-AREA FROM HELD-FIRST-RECORD
007260         ADD 1 TO WS-HIST-KEPT-CNT
007270         IF HF-NUM-VOTES IS NUMERIC
007280             ADD HF-NUM-VOTES TO WS-HIST-KEPT-VOTES
007290         END-IF
007300     ELSE
007310         PERFORM 235-SET-MONTH-END-DATE
007320         MOVE SPACES            TO HISWORK-RECORD-AREA
007330         MOVE HLD-TCONST        TO HW-TCONST
007340         MOVE WS-MONTH-END-DATE TO HW-DATE
007350         MOVE HLD-LAST-RATING   TO HW-AVG-RATING
007360         MOVE HLD-LAST-VOTES    TO HW-NUM-VOTES
007370         WRITE HISWORK-RECORD-AREA
007380         ADD 1 TO WS-HIST-MONTH-END-CNT
007390         IF HW-NUM-VOTES IS NUMERIC
007400             ADD HW-NUM-VOTES TO WS-HIST-MONTH-END-VOTES
007410         END-IF
007420     END-IF.
007430
007440     MOVE "N" TO WS-GROUP-HELD-SWITCH.
007450
007460
007470
007480 235-SET-MONTH-END-DATE.
007490
007500     MOVE HLD-YEAR-MONTH      TO WS-ME-YEAR-MONTH-9.
007510     MOVE MD-DAYS(WS-ME-MONTH) TO WS-ME-DAY.
007520
007530     IF WS-ME-MONTH = 2
007540         DIVIDE WS-ME-YEAR BY 4   GIVING WS-LEAP-QUOTIENT
007550                                  REMAINDER WS-LEAP-REM-4
007560         DIVIDE WS-ME-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
007570                                  REMAINDER WS-LEAP-REM-100
007580         DIVIDE WS-ME-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
007590                                  REMAINDER WS-LEAP-REM-400
007600         IF WS-LEAP-REM-4 = ZERO
007610             IF WS-LEAP-REM-100 NOT = ZERO
007620             OR WS-LEAP-REM-400 = ZERO
007630                 MOVE 29 TO WS-ME-DAY
007640             END-IF
007650         END-IF
007660     END-IF.
007670
007680
007690
007700*    ONLY REACHED WHEN THE SPLIT BALANCED.  DRATHIST IS OPENED
007710*    OUTPUT AND REBUILT THE WAY VS-GENLOAD REBUILDS GENFILE - THE
007720*    WORK FILE IS ALREADY IN KEY ORDER, SO IT LOADS STRAIGHT
007730*    BACK.
007740
007750 240-RELOAD-RATING-HISTORY.
007760
007770     OPEN INPUT  HISWORKFILE.
007780     OPEN OUTPUT HISTFILE.
007790
007800     PERFORM 245-RELOAD-ONE-OBSERVATION
007810         UNTIL HISWORK-EOF-SWITCH = "Y".
007820
007830     CLOSE HISWORKFILE.
007840     CLOSE HISTFILE.
007850
007860
007870
007880 245-RELOAD-ONE-OBSERVATION.
007890
007900     READ HISWORKFILE
007910         AT END MOVE "Y" TO HISWORK-EOF-SWITCH.
007920
007930     IF HISWORK-EOF-SWITCH = "N"
007940         WRITE HISTFILE-RECORD-AREA FROM HISWORK-RECORD-AREA
007950             INVALID KEY
007960                 ADD 1 TO WS-HIST-RELOAD-FAILED-CNT
007970                 DISPLAY "VS-ARCHIVE: DRATHIST RELOAD FAILED FOR "
007980                         HW-TCONST " " HW-DATE
007990             NOT INVALID KEY
008000                 ADD 1 TO WS-HIST-RELOADED-CNT
008010                 IF HW-NUM-VOTES IS NUMERIC
008020                     ADD HW-NUM-VOTES TO WS-HIST-RELOADED-VOTES
008030                 END-IF
008040         END-WRITE
008050     END-IF.
008060
008070
008080
008090 250-PRINT-HISTORY-CONTROLS.
008100
008110     MOVE SPACES TO SECTION-LINE.
008120     MOVE "DRATHIST RATING HISTORY" TO SC-TEXT.
008130     MOVE "ROLL BEFORE . :"         TO SC-DATE-LABEL.
008140     MOVE WS-CUTOFF-DATE            TO SC-DATE.
008150     PERFORM 310-PRINT-SECTION-LINE.
008160
008170     MOVE "OBSERVATIONS READ"         TO CL-LABEL.
008180     MOVE WS-HIST-READ-CNT            TO CL-COUNT.
008190     MOVE WS-HIST-READ-VOTES          TO CL-VOTES.
008200     PERFORM 330-PRINT-CONTROL-LINE.
008210
008220     MOVE "OBSERVATIONS KEPT AS THEY CAME" TO CL-LABEL.
008230     MOVE WS-HIST-KEPT-CNT            TO CL-COUNT.
008240     MOVE WS-HIST-KEPT-VOTES          TO CL-VOTES.
008250     PERFORM 330-PRINT-CONTROL-LINE.
008260
008270     MOVE "OBSERVATIONS MOVED TO ARCHIVE" TO CL-LABEL.
008280     MOVE WS-HIST-MOVED-CNT           TO CL-COUNT.
008290     MOVE WS-HIST-MOVED-VOTES         TO CL-VOTES.
008300     PERFORM 330-PRINT-CONTROL-LINE.
008310
008320     MOVE "MONTH-END RECORDS BUILT"   TO CL-LABEL.
008330     MOVE WS-HIST-MONTH-END-CNT       TO CL-COUNT.
008340     MOVE WS-HIST-MONTH-END-VOTES     TO CL-VOTES.
008350     PERFORM 330-PRINT-CONTROL-LINE.
008360
008370     MOVE SPACES TO MESSAGE-LINE.
008380     IF RELOAD-DONE
008390         MOVE "DRATHIST RECORDS RELOADED" TO CL-LABEL
008400         MOVE WS-HIST-RELOADED-CNT        TO CL-COUNT
008410         MOVE WS-HIST-RELOADED-VOTES      TO CL-VOTES
008420         PERFORM 330-PRINT-CONTROL-LINE
008430         IF HIST-IN-BALANCE
008440             MOVE "BALANCED - RELOADED = KEPT + MONTH-END"
008450                 TO MS-TEXT
008460         ELSE
008470             MOVE "*** OUT OF BALANCE - RELOAD COUNT IS WRONG ***"
008480                 TO MS-TEXT
008490         END-IF
008500     ELSE
008510         MOVE "*** OUT OF BALANCE - DRATHIST NOT REWRITTEN ***"
008520             TO MS-TEXT
008530     END-IF.
008540     PERFORM 320-PRINT-MESSAGE-LINE.
008550
008560
008570
008580 300-PRINT-PAGE-HEADING.
008590
008600     ADD 1 TO WS-PAGE-CNT.
008610
008620     MOVE WS-START-DATE TO HD1-DATE.
008630     MOVE WS-PAGE-CNT   TO HD1-PAGE.
008640
008650     WRITE REPORT-RECORD-AREA FROM HEADING-LINE-1
008660         AFTER ADVANCING PAGE.
008670     MOVE SPACES TO REPORT-RECORD-AREA.
008680     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
008690
008700     MOVE 2 TO WS-LINE-CNT.
008710
008720
008730
008740 305-CHECK-PAGE-FULL.
008750
008760     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
008770         PERFORM 300-PRINT-PAGE-HEADING.
008780
008790
008800
008810 310-PRINT-SECTION-LINE.
008820
008830     PERFORM 305-CHECK-PAGE-FULL.
008840
008850     MOVE SPACES TO REPORT-RECORD-AREA.
008860     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
008870     WRITE REPORT-RECORD-AREA FROM SECTION-LINE
008880         AFTER ADVANCING 1 LINE.
008890
008900     ADD 2 TO WS-LINE-CNT.
008910
008920
008930
008940 320-PRINT-MESSAGE-LINE.
008950
008960     PERFORM 305-CHECK-PAGE-FULL.
008970
008980     WRITE REPORT-RECORD-AREA FROM MESSAGE-LINE
008990         AFTER ADVANCING 1 LINE.
009000
009010     ADD 1 TO WS-LINE-CNT.
009020
009030
009040
009050 330-PRINT-CONTROL-LINE.
009060
009070     PERFORM 305-CHECK-PAGE-FULL.
009080
009090     MOVE "VOTES: " TO CL-VOTES-LABEL.
009100
009110     WRITE REPORT-RECORD-AREA FROM CONTROL-LINE
009120         AFTER ADVANCING 1 LINE.
009130
009140     ADD 1 TO WS-LINE-CNT.
009150
009160 END PROGRAM VS-ARCHIVE.
