000010******************************************************************
000020*    PROGRAM-ID:  VS-WALERT
000030*    AUTHOR:      R. TATE - DATA ADMINISTRATION
000040*    INSTALLATION: HERC01 - MOVIES SUBSYSTEM
000050*    DATE-WRITTEN: 2025-09-08
000060*    DATE-COMPILED:
000070*    PURPOSE:     NIGHTLY WATCHLIST ALERTS.  LEGAL, LICENSING AND
000080*                 MARKETING EACH FOLLOW A FIXED LIST OF TITLES
000090*                 AND UNTIL NOW SCANNED THE WHOLE VS-AUDRPT
000100*                 MORNING REPORT FOR THEM.  THIS RUN MATCHES THE
000110*                 RUN DATE'S DAUDIT ACTIONS AGAINST THE DWATCH
000120*                 WATCHLISTS (MOVWCH01, MAINTAINED BY VS-WATCH)
000130*                 AND PRINTS ONE SECTION PER SUBSCRIBER, EACH
000140*                 STARTING ON A NEW PAGE: FOR EVERY WATCHED TITLE
000150*                 TOUCHED, EVERY ADD, CHANGE (FIELD BY FIELD,
000160*                 OLD AND NEW VALUE), DELETE AND BACKOUT, IN
000170*                 TIME ORDER.  A WATCHED TCONST NO LONGER ON THE
000180*                 OUTFILE MOVIE MASTER IS FLAGGED EVERY NIGHT
000190*                 UNTIL IT IS REMOVED FROM THE LIST, SO A VS-RECON
000200*                 PURGE IS SEEN THE SAME MORNING.  A SUBSCRIBER
000210*                 WITH NOTHING TO REPORT STILL GETS A SECTION
000220*                 SAYING SO.
000230*                 THE WATCHLISTS ARE SORTED INTO A TCONST-ORDER
000240*                 TABLE AND EACH AUDIT RECORD IS LOOKED UP IN IT
000250*                 BY BINARY SEARCH; THE ALERTS ARE THEN SORTED
000260*                 INTO SUBSCRIBER/TCONST/TIME ORDER FOR PRINTING.
000270*                 THE PARM CARD ON DPARM CARRIES THE RUN DATE IN
000280*                 COLS 1-8 (YYYYMMDD); A BLANK CARD ALERTS ON
000290*                 TODAY'S ACTIONS.  A BAD CARD ENDS THE RUN
000300*                 RC=16; RC=4 MEANS THE WATCH TABLE FILLED AND
000310*                 SOME WATCHES WERE NOT CHECKED.
000320*    TECTONICS:   cobc -x VSWALERT.cbl
000330*
000340*    MODIFICATION HISTORY.
000350*    DATE-WRITTEN.  2025-09-08.  R. TATE.
000360*        ORIGINAL VERSION.  THE FIELD COMPARISON FOLLOWS
000370*        VS-AUDRPT, AND AN UNDCHG BACKOUT IS BROKEN OUT FIELD
000380*        BY FIELD LIKE A CHANGE.  FIVE THOUSAND WATCHES ACROSS
000390*        ALL SUBSCRIBERS.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. VS-WALERT.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470
000480     SELECT PARMFILE ASSIGN TO DPARM.
000490     SELECT WATCHFILE ASSIGN TO DWATCH
000500                    ORGANIZATION IS INDEXED
000510                    ACCESS IS DYNAMIC
000520                    RECORD KEY IS WCH-KEY.
000530     SELECT OUTFILE ASSIGN TO DOUTFILE
000540                    ORGANIZATION IS INDEXED
000550                    ACCESS IS DYNAMIC
000560                    RECORD KEY IS OUT-KEY
000570                    ALTERNATE RECORD KEY IS MOV-PRIMARY-TITLE
000580                        WITH DUPLICATES
000590                    ALTERNATE RECORD KEY IS MOV-START-YEAR
000600                        WITH DUPLICATES.
000610     SELECT AUDITFILE ASSIGN TO DAUDIT.
000620     SELECT REPORTFILE ASSIGN TO DREPORT.
000630     SELECT WATCH-WORK ASSIGN TO SORTWK01.
000640     SELECT ALERT-WORK ASSIGN TO SORTWK01.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680
000690 FD  PARMFILE.
000700
000710 01 PARM-RECORD-AREA            PIC X(80).
000720
000730 FD  WATCHFILE.
000740
000750 01 WATCHFILE-RECORD-AREA.
000760     COPY MOVWCH01.
000770
000780 FD  OUTFILE.
000790
000800 01 OUTFILE-RECORD-AREA.
000810     COPY MOVREC01.
000820
000830 FD  AUDITFILE.
000840
000850 01 AUDIT-RECORD-AREA.
000860     COPY MOVAUD01.
000870
000880 FD  REPORTFILE.
000890
000900 01 REPORT-RECORD-AREA          PIC X(132).
000910
000920 SD  WATCH-WORK.
000930
000940 01 WATCH-WORK-RECORD.
000950     05 WW-TCONST               PIC X(09).
000960     05 WW-SUBSCRIBER           PIC X(08).
000970     05 WW-NOTE                 PIC X(40).
000980
000990*    ONE ALERT PER SUBSCRIBER PER EVENT.  KIND "0" IS A MARKER
001000*    RELEASED FOR EVERY WATCH SO EACH SUBSCRIBER GETS A SECTION
001010*    AND A COUNT OF WATCHED TITLES - ITS LOW-VALUES TCONST SORTS
001020*    IT AHEAD OF THE SUBSCRIBER'S ALERTS.
001030
001040 SD  ALERT-WORK.
001050
001060 01 ALERT-WORK-RECORD.
001070     05 AL-SUBSCRIBER           PIC X(08).
001080     05 AL-TCONST               PIC X(09).
001090     05 AL-KIND                 PIC X(01).
001100         88 AL-KIND-MARKER          VALUE "0".
001110         88 AL-KIND-AUDIT           VALUE "1".
001120         88 AL-KIND-MISSING         VALUE "2".
001130     05 AL-TIMESTAMP            PIC X(14).
001140     05 AL-ACTION               PIC X(06).
001150     05 AL-NOTE                 PIC X(40).
001160     05 AL-TITLE                PIC X(80).
001170     05 AL-BEFORE-RECORD        PIC X(163).
001180     05 AL-AFTER-RECORD         PIC X(163).
001190
001200
001210 WORKING-STORAGE SECTION.
001220
001230 01  BEFORE-RECORD-FIELDS.
001240     COPY MOVREC01
001250         REPLACING ==OUT-KEY==          BY ==BF-OUT-KEY==
001260                   ==MOV-TITLE-TYPE==    BY ==BF-TITLE-TYPE==
001270                   ==MOV-PRIMARY-TITLE== BY ==BF-PRIMARY-TITLE==
001280                   ==MOV-START-YEAR==    BY ==BF-START-YEAR==
001290                   ==MOV-END-YEAR==      BY ==BF-END-YEAR==
001300                   ==MOV-RUNTIME-MINUTES==
001310                                         BY ==BF-RUNTIME-MINUTES==
001320                   ==MOV-IS-ADULT-YES==  BY ==BF-IS-ADULT-YES==
001330                   ==MOV-IS-ADULT-NO==   BY ==BF-IS-ADULT-NO==
001340                   ==MOV-IS-ADULT==      BY ==BF-IS-ADULT==
001350                   ==MOV-GENRES==        BY ==BF-GENRES==
001360                   ==MOV-AVG-RATING==    BY ==BF-AVG-RATING==
001370                   ==MOV-NUM-VOTES==     BY ==BF-NUM-VOTES==.
001380
001390 01  AFTER-RECORD-FIELDS.
001400     COPY MOVREC01
001410         REPLACING ==OUT-KEY==          BY ==AF-OUT-KEY==
001420                   ==MOV-TITLE-TYPE==    BY ==AF-TITLE-TYPE==
001430                   ==MOV-PRIMARY-TITLE== BY ==AF-PRIMARY-TITLE==
001440                   ==MOV-START-YEAR==    BY ==AF-START-YEAR==
001450                   ==MOV-END-YEAR==      BY ==AF-END-YEAR==
001460                   ==MOV-RUNTIME-MINUTES==
001470                                         BY ==AF-RUNTIME-MINUTES==
001480                   ==MOV-IS-ADULT-YES==  BY ==AF-IS-ADULT-YES==
001490                   ==MOV-IS-ADULT-NO==   BY ==AF-IS-ADULT-NO==
001500                   ==MOV-IS-ADULT==      BY ==AF-IS-ADULT==
001510                   ==MOV-GENRES==        BY ==AF-GENRES==
001520                   ==MOV-AVG-RATING==    BY ==AF-AVG-RATING==
001530                   ==MOV-NUM-VOTES==     BY ==AF-NUM-VOTES==.
001540
001550 01  WS-PARM-CARD.
001560     05 WS-PARM-RUN-DATE        PIC X(08).
001570     05 FILLER                  PIC X(72).
001580
001590 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001600
001610*    EVERY WATCH, IN TCONST ORDER.  THE TABLE IS CLEARED TO
001620*    HIGH-VALUES AND HAS ONE ENTRY MORE THAN WS-WATCH-MAX, SO
001630*    THE ENTRY PAST THE LAST LOADED ONE NEVER MATCHES A TCONST.
001640
001650 01  WATCH-TABLE.
001660     05 WATCH-ENTRY OCCURS 5001 TIMES.
001670         10 WT-TCONST           PIC X(09).
001680         10 WT-SUBSCRIBER       PIC X(08).
001690         10 WT-NOTE             PIC X(40).
001700
001710 01  WS-LAST-CHECKED-TCONST     PIC X(09) VALUE SPACES.
001720 01  WS-CURRENT-SUBSCRIBER      PIC X(08) VALUE SPACES.
001730 01  WS-CURRENT-TCONST          PIC X(09) VALUE SPACES.
001740
001750 01 SWITCHES.
001760     05 WATCHFILE-EOF-SWITCH    PIC X    VALUE "N".
001770     05 AUDIT-EOF-SWITCH        PIC X    VALUE "N".
001780     05 WATCH-SORT-EOF-SWITCH   PIC X    VALUE "N".
001790     05 ALERT-SORT-EOF-SWITCH   PIC X    VALUE "N".
001800     05 WS-PARM-VALID-SWITCH    PIC X    VALUE "Y".
001810         88 PARM-IS-VALID            VALUE "Y".
001820         88 PARM-IS-INVALID          VALUE "N".
001830     05 WS-WATCH-FOUND-SWITCH   PIC X    VALUE "N".
001840         88 TCONST-IS-WATCHED        VALUE "Y".
001850         88 TCONST-NOT-WATCHED       VALUE "N".
001860     05 WS-FIRST-FOUND-SWITCH   PIC X    VALUE "N".
001870         88 FIRST-MATCH-FOUND        VALUE "Y".
001880         88 FIRST-MATCH-PENDING      VALUE "N".
001890     05 WS-ON-MASTER-SWITCH     PIC X    VALUE "N".
001900         88 TITLE-ON-MASTER          VALUE "Y".
001910         88 TITLE-NOT-ON-MASTER      VALUE "N".
001920
001930 77  WS-WATCH-CNT               PIC 9(05) COMP VALUE ZERO.
001940 77  WS-WATCH-MAX               PIC 9(05) COMP VALUE 5000.
001950 77  WS-WATCH-SUB               PIC 9(05) COMP VALUE ZERO.
001960 77  WS-FIRST-MATCH             PIC 9(05) COMP VALUE ZERO.
001970 77  WS-LOW                     PIC 9(05) COMP VALUE ZERO.
001980 77  WS-HIGH                    PIC 9(05) COMP VALUE ZERO.
001990 77  WS-MID                     PIC 9(05) COMP VALUE ZERO.
002000
002010 77  WS-WATCHES-READ-CNT        PIC 9(09) COMP VALUE ZERO.
002020 77  WS-WATCHES-DROPPED-CNT     PIC 9(09) COMP VALUE ZERO.
002030 77  WS-AUDIT-READ-CNT          PIC 9(09) COMP VALUE ZERO.
002040 77  WS-AUDIT-SELECTED-CNT      PIC 9(09) COMP VALUE ZERO.
002050 77  WS-AUDIT-WATCHED-CNT       PIC 9(09) COMP VALUE ZERO.
002060 77  WS-ALERTS-RELEASED-CNT     PIC 9(09) COMP VALUE ZERO.
002070 77  WS-MISSING-FLAGGED-CNT     PIC 9(09) COMP VALUE ZERO.
002080 77  WS-SUBSCRIBERS-CNT         PIC 9(09) COMP VALUE ZERO.
002090 77  WS-SUB-WATCHED-CNT         PIC 9(05) COMP VALUE ZERO.
002100 77  WS-SUB-ALERTED-CNT         PIC 9(05) COMP VALUE ZERO.
002110 77  WS-DELTAS-PRINTED-CNT      PIC 9(03) COMP VALUE ZERO.
002120 77  WS-LINE-CNT                PIC 9(03) COMP VALUE 99.
002130 77  WS-PAGE-CNT                PIC 9(05) COMP VALUE ZERO.
002140 77  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 58.
002150
002160 01  WS-RATING-EDITED           PIC Z9.9.
002170 01  WS-EDIT-WATCHED            PIC ZZ,ZZ9.
002180 01  WS-EDIT-ALERTED            PIC ZZ,ZZ9.
002190
002200 01  HEADING-LINE-1.
002210     05 FILLER                  PIC X(12) VALUE "VS-WALERT".
002220     05 FILLER                  PIC X(28)
002230         VALUE "WATCHLIST CHANGE ALERTS".
002240     05 FILLER                  PIC X(10) VALUE "RUN DATE: ".
002250     05 HD1-RUN-DATE            PIC 9(08).
002260     05 FILLER                  PIC X(04) VALUE SPACES.
002270     05 FILLER                  PIC X(12) VALUE "SUBSCRIBER: ".
002280     05 HD1-SUBSCRIBER          PIC X(08).
002290     05 FILLER                  PIC X(39) VALUE SPACES.
002300     05 FILLER                  PIC X(06) VALUE "PAGE: ".
002310     05 HD1-PAGE                PIC ZZZZ9.
002320
002330 01  TITLE-HEADING-LINE.
002340     05 FILLER                  PIC X(02) VALUE SPACES.
002350     05 TH-TCONST               PIC X(09).
002360     05 FILLER                  PIC X(02) VALUE SPACES.
002370     05 TH-TITLE                PIC X(70).
002380     05 FILLER                  PIC X(02) VALUE SPACES.
002390     05 TH-NOTE                 PIC X(40).
002400     05 FILLER                  PIC X(07) VALUE SPACES.
002410
002420 01  ACTION-LINE.
002430     05 FILLER                  PIC X(06) VALUE SPACES.
002440     05 AC-TIME                 PIC X(06).
002450     05 FILLER                  PIC X(02) VALUE SPACES.
002460     05 AC-ACTION               PIC X(06).
002470     05 FILLER                  PIC X(02) VALUE SPACES.
002480     05 AC-TEXT                 PIC X(60).
002490     05 FILLER                  PIC X(50) VALUE SPACES.
002500
002510 01  DELTA-LINE.
002520     05 FILLER                  PIC X(10) VALUE SPACES.
002530     05 DL-FIELD-NAME           PIC X(16).
002540     05 DL-OLD-VALUE            PIC X(48).
002550     05 FILLER                  PIC X(04) VALUE " -> ".
002560     05 DL-NEW-VALUE            PIC X(48).
002570     05 FILLER                  PIC X(06) VALUE SPACES.
002580
002590 01  MESSAGE-LINE.
002600     05 FILLER                  PIC X(02) VALUE SPACES.
002610     05 MS-TEXT                 PIC X(130).
002620
002630 PROCEDURE DIVISION.
002640
002650 000-MAIN.
002660
002670     PERFORM 050-READ-PARM-CARD.
002680
002690     IF PARM-IS-INVALID
002700         DISPLAY "VS-WALERT: RUN DATE MUST BE YYYYMMDD - "
002710                 "RUN ABANDONED"
002720         MOVE 16 TO RETURN-CODE
002730     ELSE
002740         PERFORM 020-OPEN-FILES
002750         PERFORM 070-LOAD-WATCH-TABLE
002760         PERFORM 080-PRODUCE-ALERTS
002770         PERFORM 030-CLOSE-FILES
002780         PERFORM 140-WRITE-SUMMARY-REPORT
002790         IF WS-WATCHES-DROPPED-CNT > ZERO
002800             MOVE 4 TO RETURN-CODE
002810         END-IF
002820     END-IF.
002830
002840     STOP RUN.
002850
002860
002870
002880 020-OPEN-FILES.
002890
002900     OPEN INPUT  WATCHFILE.
002910     OPEN INPUT  OUTFILE.
002920     OPEN INPUT  AUDITFILE.
002930     OPEN OUTPUT REPORTFILE.
002940
002950
002960
002970 030-CLOSE-FILES.
002980
002990     CLOSE WATCHFILE.
003000     CLOSE OUTFILE.
003010     CLOSE AUDITFILE.
003020     CLOSE REPORTFILE.
003030
003040
003050
003060 050-READ-PARM-CARD.
003070
003080     MOVE SPACES TO WS-PARM-CARD.
003090     MOVE "Y" TO WS-PARM-VALID-SWITCH.
003100
003110     OPEN INPUT PARMFILE.
003120     READ PARMFILE INTO WS-PARM-CARD
003130         AT END MOVE SPACES TO WS-PARM-CARD
003140     END-READ.
003150     CLOSE PARMFILE.
003160
003170     IF WS-PARM-RUN-DATE = SPACES
003180         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003190     ELSE
003200         IF WS-PARM-RUN-DATE IS NUMERIC
003210             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
003220         ELSE
003230             MOVE "N" TO WS-PARM-VALID-SWITCH
003240         END-IF
003250     END-IF.
003260
003270
003280
003290 070-LOAD-WATCH-TABLE.
003300
003310     MOVE HIGH-VALUES TO WATCH-TABLE.
003320
003330     SORT WATCH-WORK
003340         ON ASCENDING KEY WW-TCONST
003350         ON ASCENDING KEY WW-SUBSCRIBER
003360         INPUT PROCEDURE IS 100-RELEASE-WATCHES
003370         OUTPUT PROCEDURE IS 150-FILL-WATCH-TABLE.
003380
003390
003400
003410 080-PRODUCE-ALERTS.
003420
003430     SORT ALERT-WORK
003440         ON ASCENDING KEY AL-SUBSCRIBER
003450         ON ASCENDING KEY AL-TCONST
003460         ON ASCENDING KEY AL-KIND
003470         ON ASCENDING KEY AL-TIMESTAMP
003480         INPUT PROCEDURE IS 200-RELEASE-ALERTS
003490         OUTPUT PROCEDURE IS 250-PRINT-ALERTS.
003500
003510
003520
003530 140-WRITE-SUMMARY-REPORT.
003540
003550     DISPLAY "==============================================".
003560     DISPLAY "VS-WALERT WATCHLIST ALERT SUMMARY FOR " WS-RUN-DATE.
003570     DISPLAY "  WATCHES READ . . . . : " WS-WATCHES-READ-CNT.
003580     DISPLAY "  WATCHES NOT CHECKED  : " WS-WATCHES-DROPPED-CNT.
003590     DISPLAY "  SUBSCRIBERS . . . . : " WS-SUBSCRIBERS-CNT.
003600     DISPLAY "  AUDIT RECORDS READ . : " WS-AUDIT-READ-CNT.
003610     DISPLAY "  RECORDS FOR RUN DATE : " WS-AUDIT-SELECTED-CNT.
003620     DISPLAY "  ON A WATCHED TITLE . : " WS-AUDIT-WATCHED-CNT.
003630     DISPLAY "  ACTION ALERTS . . . : " WS-ALERTS-RELEASED-CNT.
003640     DISPLAY "  NOT ON MASTER ALERTS : " WS-MISSING-FLAGGED-CNT.
003650     DISPLAY "==============================================".
003660
003670
003680
003690*    WATCH SORT INPUT - THE WHOLE WATCHLIST FILE.
003700
003710 100-RELEASE-WATCHES.
003720
003730     MOVE LOW-VALUES TO WCH-KEY.
003740
003750     START WATCHFILE KEY NOT < WCH-KEY
003760         INVALID KEY
003770             MOVE "Y" TO WATCHFILE-EOF-SWITCH
003780     END-START.
003790
003800     PERFORM 110-RELEASE-ONE-WATCH
003810         UNTIL WATCHFILE-EOF-SWITCH = "Y".
003820
003830
003840
003850 110-RELEASE-ONE-WATCH.
003860
003870     READ WATCHFILE NEXT RECORD
003880         AT END MOVE "Y" TO WATCHFILE-EOF-SWITCH.
003890
003900     IF WATCHFILE-EOF-SWITCH = "N"
003910         ADD 1 TO WS-WATCHES-READ-CNT
003920         MOVE WCH-TCONST     TO WW-TCONST
003930         MOVE WCH-SUBSCRIBER TO WW-SUBSCRIBER
003940         MOVE WCH-NOTE       TO WW-NOTE
003950         RELEASE WATCH-WORK-RECORD
003960     END-IF.
003970
003980
003990
004000*    WATCH SORT OUTPUT - INTO THE TABLE IN TCONST ORDER.  A
004010*    WATCH THAT DOES NOT FIT IS COUNTED AND THE RUN ENDS RC=4.
004020
004030 150-FILL-WATCH-TABLE.
004040
004050     PERFORM 160-TABLE-ONE-WATCH
004060         UNTIL WATCH-SORT-EOF-SWITCH = "Y".
004070
004080
004090
004100 160-TABLE-ONE-WATCH.
004110
004120     RETURN WATCH-WORK
004130         AT END MOVE "Y" TO WATCH-SORT-EOF-SWITCH.
004140
004150     IF WATCH-SORT-EOF-SWITCH = "N"
004160         IF WS-WATCH-CNT < WS-WATCH-MAX
004170             ADD 1 TO WS-WATCH-CNT
004180             MOVE WW-TCONST     TO WT-TCONST(WS-WATCH-CNT)
004190             MOVE WW-SUBSCRIBER TO WT-SUBSCRIBER(WS-WATCH-CNT)
004200             MOVE WW-NOTE       TO WT-NOTE(WS-WATCH-CNT)
004210         ELSE
004220             ADD 1 TO WS-WATCHES-DROPPED-CNT
004230             DISPLAY "VS-WALERT: WATCH TABLE FULL - NOT CHECKED: "
004240                     WW-SUBSCRIBER " " WW-TCONST
004250         END-IF
004260     END-IF.
004270
004280
004290
004300*    ALERT SORT INPUT - A MARKER AND, WHEN THE TITLE HAS LEFT
004310*    THE MASTER, A NOT-ON-MASTER ALERT FOR EVERY WATCH; THEN ONE
004320*    ALERT PER WATCHER FOR EVERY RUN-DATE AUDIT RECORD ON A
004330*    WATCHED TCONST.
004340
004350 200-RELEASE-ALERTS.
004360
004370     PERFORM 210-RELEASE-WATCH-MARKER
004380         VARYING WS-WATCH-SUB FROM 1 BY 1
004390         UNTIL WS-WATCH-SUB > WS-WATCH-CNT.
004400
004410     PERFORM 220-MATCH-ONE-AUDIT-RECORD
004420         UNTIL AUDIT-EOF-SWITCH = "Y".
004430
004440
004450
004460 210-RELEASE-WATCH-MARKER.
004470
004480     MOVE SPACES                      TO ALERT-WORK-RECORD.
004490     MOVE WT-SUBSCRIBER(WS-WATCH-SUB) TO AL-SUBSCRIBER.
004500     MOVE LOW-VALUES                  TO AL-TCONST.
004510     MOVE "0"                         TO AL-KIND.
004520     RELEASE ALERT-WORK-RECORD.
004530
004540     IF WT-TCONST(WS-WATCH-SUB) NOT = WS-LAST-CHECKED-TCONST
004550         PERFORM 215-CHECK-TITLE-ON-MASTER.
004560
004570     IF TITLE-NOT-ON-MASTER
004580         MOVE SPACES                      TO ALERT-WORK-RECORD
004590         MOVE WT-SUBSCRIBER(WS-WATCH-SUB) TO AL-SUBSCRIBER
004600         MOVE WT-TCONST(WS-WATCH-SUB)     TO AL-TCONST
004610         MOVE "2"                         TO AL-KIND
004620         MOVE WT-NOTE(WS-WATCH-SUB)       TO AL-NOTE
004630         RELEASE ALERT-WORK-RECORD
004640         ADD 1 TO WS-MISSING-FLAGGED-CNT
004650     END-IF.
004660
004670
004680
004690*    THE TABLE IS IN TCONST ORDER, SO A TITLE WATCHED BY
004700*    SEVERAL SUBSCRIBERS IS READ FROM THE MASTER ONCE.
004710
004720 215-CHECK-TITLE-ON-MASTER.
004730
004740     MOVE WT-TCONST(WS-WATCH-SUB) TO WS-LAST-CHECKED-TCONST.
004750     MOVE WT-TCONST(WS-WATCH-SUB) TO OUT-KEY.
004760
004770     READ OUTFILE
004780         INVALID KEY
004790             MOVE "N" TO WS-ON-MASTER-SWITCH
004800         NOT INVALID KEY
004810             MOVE "Y" TO WS-ON-MASTER-SWITCH
004820     END-READ.
004830
004840
004850
004860 220-MATCH-ONE-AUDIT-RECORD.
004870
004880     READ AUDITFILE
004890         AT END MOVE "Y" TO AUDIT-EOF-SWITCH.
004900
004910     IF AUDIT-EOF-SWITCH = "N"
004920         ADD 1 TO WS-AUDIT-READ-CNT
004930         IF AUD-TIMESTAMP(1:8) = WS-RUN-DATE
004940             ADD 1 TO WS-AUDIT-SELECTED-CNT
004950             PERFORM 230-FIND-WATCHED-TCONST
004960             IF TCONST-IS-WATCHED
004970                 ADD 1 TO WS-AUDIT-WATCHED-CNT
004980                 PERFORM 240-RELEASE-AUDIT-ALERT
004990                     VARYING WS-WATCH-SUB FROM WS-FIRST-MATCH BY 1
005000                     UNTIL WT-TCONST(WS-WATCH-SUB)
005010                         NOT = AUD-TCONST
005020             END-IF
005030         END-IF
005040     END-IF.
005050
005060
005070
005080*    BINARY SEARCH OF THE WATCH TABLE FOR AUD-TCONST.  ON A HIT
005090*    THE SEARCH BACKS UP TO THE FIRST ENTRY FOR THE TCONST, SO
005100*    240 CAN WALK FORWARD THROUGH EVERY SUBSCRIBER WATCHING IT.
005110
005120 230-FIND-WATCHED-TCONST.
005130
005140     MOVE "N"          TO WS-WATCH-FOUND-SWITCH.
005150     MOVE 1            TO WS-LOW.
005160     MOVE WS-WATCH-CNT TO WS-HIGH.
005170
005180     PERFORM 235-PROBE-WATCH-TABLE
005190         UNTIL WS-LOW > WS-HIGH
005200         OR TCONST-IS-WATCHED.
005210
005220     IF TCONST-IS-WATCHED
005230         MOVE WS-MID TO WS-FIRST-MATCH
005240         MOVE "N"    TO WS-FIRST-FOUND-SWITCH
005250         PERFORM 237-BACK-UP-ONE-ENTRY
005260             UNTIL WS-FIRST-MATCH = 1
005270             OR FIRST-MATCH-FOUND
005280     END-IF.
005290
005300
005310
005320 235-PROBE-WATCH-TABLE.
005330
005340     COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
005350
005360     IF WT-TCONST(WS-MID) = AUD-TCONST
005370         MOVE "Y" TO WS-WATCH-FOUND-SWITCH
005380     ELSE
005390         IF WT-TCONST(WS-MID) < AUD-TCONST
005400             COMPUTE WS-LOW = WS-MID + 1
005410         ELSE
005420             COMPUTE WS-HIGH = WS-MID - 1
005430         END-IF
005440     END-IF.
005450
005460
005470
005480 237-BACK-UP-ONE-ENTRY.
005490
005500     IF WT-TCONST(WS-FIRST-MATCH - 1) = AUD-TCONST
005510         SUBTRACT 1 FROM WS-FIRST-MATCH
005520     ELSE
005530         MOVE "Y" TO WS-FIRST-FOUND-SWITCH
005540     END-IF.
005550
005560
005570
005580*    THE TITLE SHOWN IS FROM THE AFTER-IMAGE, OR THE
005590*    BEFORE-IMAGE WHEN THE ACTION LEFT NO AFTER-IMAGE (A
005600*    DELETE, OR A BACKED-OUT ADD).
005610
005620 240-RELEASE-AUDIT-ALERT.
005630
005640     MOVE SPACES                      TO ALERT-WORK-RECORD.
005650     MOVE WT-SUBSCRIBER(WS-WATCH-SUB) TO AL-SUBSCRIBER.
005660     MOVE AUD-TCONST                  TO AL-TCONST.
005670     MOVE "1"                         TO AL-KIND.
005680     MOVE AUD-TIMESTAMP               TO AL-TIMESTAMP.
005690     MOVE AUD-ACTION                  TO AL-ACTION.
005700     MOVE WT-NOTE(WS-WATCH-SUB)       TO AL-NOTE.
005710     MOVE AUD-BEFORE-RECORD           TO AL-BEFORE-RECORD.
005720     MOVE AUD-AFTER-RECORD            TO AL-AFTER-RECORD.
005730
005740     IF AUD-AFTER-RECORD NOT = SPACES
005750         MOVE AUD-AFTER-RECORD  TO AFTER-RECORD-FIELDS
005760         MOVE AF-PRIMARY-TITLE  TO AL-TITLE
005770     ELSE
005780         MOVE AUD-BEFORE-RECORD TO BEFORE-RECORD-FIELDS
005790         MOVE BF-PRIMARY-TITLE  TO AL-TITLE
005800     END-IF.
005810
005820     RELEASE ALERT-WORK-RECORD.
005830     ADD 1 TO WS-ALERTS-RELEASED-CNT.
005840
005850
005860
005870*    ALERT SORT OUTPUT - ONE SECTION PER SUBSCRIBER, A TITLE
005880*    HEADING PER WATCHED TITLE WITH ALERTS, THEN ITS ALERTS.
005890
005900 250-PRINT-ALERTS.
005910
005920     PERFORM 260-PRINT-ONE-ALERT
005930         UNTIL ALERT-SORT-EOF-SWITCH = "Y".
005940
005950     IF WS-CURRENT-SUBSCRIBER NOT = SPACES
005960         PERFORM 290-FINISH-SUBSCRIBER
005970     ELSE
005980         MOVE SPACES TO HD1-SUBSCRIBER
005990         MOVE SPACES TO MESSAGE-LINE
006000         MOVE "THE WATCHLIST FILE IS EMPTY - NO ALERTS PRODUCED"
006010             TO MS-TEXT
006020         PERFORM 320-PRINT-MESSAGE-LINE
006030     END-IF.
006040
006050
006060
006070 260-PRINT-ONE-ALERT.
006080
006090     RETURN ALERT-WORK
006100         AT END MOVE "Y" TO ALERT-SORT-EOF-SWITCH.
006110
006120     IF ALERT-SORT-EOF-SWITCH = "N"
006130         IF AL-SUBSCRIBER NOT = WS-CURRENT-SUBSCRIBER
006140             IF WS-CURRENT-SUBSCRIBER NOT = SPACES
006150                 PERFORM 290-FINISH-SUBSCRIBER
006160             END-IF
006170             PERFORM 270-START-SUBSCRIBER
006180         END-IF
006190         IF AL-KIND-MARKER
006200             ADD 1 TO WS-SUB-WATCHED-CNT
006210         ELSE
006220             IF AL-TCONST NOT = WS-CURRENT-TCONST
006230                 PERFORM 310-PRINT-TITLE-HEADING
006240             END-IF
006250             IF AL-KIND-AUDIT
006260                 PERFORM 280-PRINT-AUDIT-ALERT
006270             ELSE
006280                 PERFORM 285-PRINT-MISSING-ALERT
006290             END-IF
006300         END-IF
006310     END-IF.
006320
006330
006340
006350*    EACH SUBSCRIBER'S SECTION STARTS ON A NEW PAGE NUMBERED
006360*    FROM 1, SO IT CAN BE SENT ON BY ITSELF.
006370
006380 270-START-SUBSCRIBER.
006390
006400     MOVE AL-SUBSCRIBER TO WS-CURRENT-SUBSCRIBER.
006410     MOVE AL-SUBSCRIBER TO HD1-SUBSCRIBER.
006420     MOVE SPACES        TO WS-CURRENT-TCONST.
006430     MOVE ZERO          TO WS-SUB-WATCHED-CNT.
006440     MOVE ZERO          TO WS-SUB-ALERTED-CNT.
006450     MOVE ZERO          TO WS-PAGE-CNT.
006460     MOVE 99            TO WS-LINE-CNT.
006470
006480     ADD 1 TO WS-SUBSCRIBERS-CNT.
006490
006500
006510
006520 280-PRINT-AUDIT-ALERT.
006530
006540     MOVE SPACES             TO ACTION-LINE.
006550     MOVE AL-TIMESTAMP(9:6)  TO AC-TIME.
006560     MOVE AL-ACTION          TO AC-ACTION.
006570
006580     EVALUATE AL-ACTION
006590         WHEN "ADD"
006600             MOVE "TITLE ADDED TO THE MOVIE MASTER" TO AC-TEXT
006610         WHEN "CHANGE"
006620             MOVE "FIELDS CHANGED" TO AC-TEXT
006630         WHEN "DELETE"
006640             MOVE "TITLE PURGED FROM THE MOVIE MASTER" TO AC-TEXT
006650         WHEN "UNDADD"
006660             MOVE "BACKOUT - ADD REVERSED, TITLE REMOVED"
006670                 TO AC-TEXT
006680         WHEN "UNDCHG"
006690             MOVE "BACKOUT - CHANGE REVERSED" TO AC-TEXT
006700         WHEN "UNDDEL"
006710             MOVE "BACKOUT - PURGE REVERSED, TITLE RESTORED"
006720                 TO AC-TEXT
006730         WHEN OTHER
006740             MOVE "UNKNOWN AUDIT ACTION" TO AC-TEXT
006750     END-EVALUATE.
006760
006770     PERFORM 340-PRINT-ACTION-LINE.
006780
006790     IF AL-ACTION = "CHANGE"
006800     OR AL-ACTION = "UNDCHG"
006810         PERFORM 282-PRINT-FIELD-DELTAS.
006820
006830
006840
006850*    THE SAME FIELD-BY-FIELD COMPARISON AS VS-AUDRPT.  A
006860*    REWRITE THAT CHANGED NOTHING SAYS SO RATHER THAN LEAVING
006870*    THE ACTION LINE BARE.
006880
006890 282-PRINT-FIELD-DELTAS.
006900
006910     MOVE AL-BEFORE-RECORD TO BEFORE-RECORD-FIELDS.
006920     MOVE AL-AFTER-RECORD  TO AFTER-RECORD-FIELDS.
006930     MOVE ZERO TO WS-DELTAS-PRINTED-CNT.
006940
006950     IF BF-TITLE-TYPE NOT = AF-TITLE-TYPE
006960         MOVE SPACES        TO DELTA-LINE
006970         MOVE "TITLE TYPE"  TO DL-FIELD-NAME
006980         MOVE BF-TITLE-TYPE TO DL-OLD-VALUE
006990         MOVE AF-TITLE-TYPE TO DL-NEW-VALUE
007000         PERFORM 345-PRINT-DELTA-LINE
007010     END-IF.
007020
007030     IF BF-PRIMARY-TITLE NOT = AF-PRIMARY-TITLE
007040         MOVE SPACES           TO DELTA-LINE
007050         MOVE "PRIMARY TITLE"  TO DL-FIELD-NAME
007060         MOVE BF-PRIMARY-TITLE(1:48) TO DL-OLD-VALUE
007070         MOVE AF-PRIMARY-TITLE(1:48) TO DL-NEW-VALUE
007080         PERFORM 345-PRINT-DELTA-LINE
007090     END-IF.
007100
007110     IF BF-START-YEAR NOT = AF-START-YEAR
007120         MOVE SPACES        TO DELTA-LINE
007130         MOVE "START YEAR"  TO DL-FIELD-NAME
007140         MOVE BF-START-YEAR TO DL-OLD-VALUE
007150         MOVE AF-START-YEAR TO DL-NEW-VALUE
007160         PERFORM 345-PRINT-DELTA-LINE
007170     END-IF.
007180
007190     IF BF-END-YEAR NOT = AF-END-YEAR
007200         MOVE SPACES      TO DELTA-LINE
007210         MOVE "END YEAR"  TO DL-FIELD-NAME
007220         MOVE BF-END-YEAR TO DL-OLD-VALUE
007230         MOVE AF-END-YEAR TO DL-NEW-VALUE
007240         PERFORM 345-PRINT-DELTA-LINE
007250     END-IF.
007260
007270     IF BF-RUNTIME-MINUTES NOT = AF-RUNTIME-MINUTES
007280         MOVE SPACES             TO DELTA-LINE
007290         MOVE "RUNTIME MINUTES"  TO DL-FIELD-NAME
007300         MOVE BF-RUNTIME-MINUTES TO DL-OLD-VALUE
007310         MOVE AF-RUNTIME-MINUTES TO DL-NEW-VALUE
007320         PERFORM 345-PRINT-DELTA-LINE
007330     END-IF.
007340
007350     IF BF-IS-ADULT NOT = AF-IS-ADULT
007360         MOVE SPACES      TO DELTA-LINE
007370         MOVE "IS ADULT"  TO DL-FIELD-NAME
007380         MOVE BF-IS-ADULT TO DL-OLD-VALUE
007390         MOVE AF-IS-ADULT TO DL-NEW-VALUE
007400         PERFORM 345-PRINT-DELTA-LINE
007410     END-IF.
007420
007430     IF BF-GENRES NOT = AF-GENRES
007440         MOVE SPACES    TO DELTA-LINE
007450         MOVE "GENRES"  TO DL-FIELD-NAME
007460         MOVE BF-GENRES TO DL-OLD-VALUE
007470         MOVE AF-GENRES TO DL-NEW-VALUE
007480         PERFORM 345-PRINT-DELTA-LINE
007490     END-IF.
007500
007510     IF BF-AVG-RATING NOT = AF-AVG-RATING
007520         MOVE SPACES       TO DELTA-LINE
007530         MOVE "AVG RATING" TO DL-FIELD-NAME
007540         PERFORM 350-EDIT-RATING-VALUES
007550         PERFORM 345-PRINT-DELTA-LINE
007560     END-IF.
007570
007580     IF BF-NUM-VOTES NOT = AF-NUM-VOTES
007590         MOVE SPACES       TO DELTA-LINE
007600         MOVE "NUM VOTES"  TO DL-FIELD-NAME
007610         MOVE BF-NUM-VOTES TO DL-OLD-VALUE
007620         MOVE AF-NUM-VOTES TO DL-NEW-VALUE
007630         PERFORM 345-PRINT-DELTA-LINE
007640     END-IF.
007650
007660     IF WS-DELTAS-PRINTED-CNT = ZERO
007670         MOVE SPACES TO DELTA-LINE
007680         MOVE "NO FIELD VALUE DIFFERS" TO DL-FIELD-NAME
007690         PERFORM 345-PRINT-DELTA-LINE
007700     END-IF.
007710
007720
007730
007740 285-PRINT-MISSING-ALERT.
007750
007760     MOVE SPACES  TO ACTION-LINE.
007770     MOVE "ALERT" TO AC-ACTION.
007780     MOVE "** NO LONGER ON THE MOVIE MASTER **" TO AC-TEXT.
007790
007800     PERFORM 340-PRINT-ACTION-LINE.
007810
007820
007830
007840 290-FINISH-SUBSCRIBER.
007850
007860     MOVE SPACES TO REPORT-RECORD-AREA.
007870     PERFORM 305-CHECK-PAGE-FULL.
007880     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
007890     ADD 1 TO WS-LINE-CNT.
007900
007910     IF WS-SUB-ALERTED-CNT = ZERO
007920         MOVE SPACES TO MESSAGE-LINE
007930         STRING "NO ACTIVITY ON ANY WATCHED TITLE FOR RUN DATE "
007940                WS-RUN-DATE
007950             DELIMITED BY SIZE INTO MS-TEXT
007960         PERFORM 320-PRINT-MESSAGE-LINE
007970     END-IF.
007980
007990     MOVE WS-SUB-WATCHED-CNT TO WS-EDIT-WATCHED.
008000     MOVE WS-SUB-ALERTED-CNT TO WS-EDIT-ALERTED.
008010     MOVE SPACES TO MESSAGE-LINE.
008020     STRING "TITLES WATCHED: " WS-EDIT-WATCHED
008030            "    TITLES WITH ALERTS: " WS-EDIT-ALERTED
008040         DELIMITED BY SIZE INTO MS-TEXT.
008050     PERFORM 320-PRINT-MESSAGE-LINE.
008060
008070
008080
008090 300-PRINT-PAGE-HEADING.
008100
008110     ADD 1 TO WS-PAGE-CNT.
008120
008130     MOVE WS-RUN-DATE TO HD1-RUN-DATE.
008140     MOVE WS-PAGE-CNT TO HD1-PAGE.
008150
008160     WRITE REPORT-RECORD-AREA FROM HEADING-LINE-1
008170         AFTER ADVANCING PAGE.
008180     MOVE SPACES TO REPORT-RECORD-AREA.
008190     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
008200
008210     MOVE 2 TO WS-LINE-CNT.
008220
008230
008240
008250 305-CHECK-PAGE-FULL.
008260
008270     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
008280         PERFORM 300-PRINT-PAGE-HEADING.
008290
008300
008310
008320 310-PRINT-TITLE-HEADING.
008330
008340     MOVE AL-TCONST TO WS-CURRENT-TCONST.
008350     ADD 1 TO WS-SUB-ALERTED-CNT.
008360
008370     PERFORM 305-CHECK-PAGE-FULL.
008380
008390     MOVE SPACES    TO TITLE-HEADING-LINE.
008400     MOVE AL-TCONST TO TH-TCONST.
008410     MOVE AL-NOTE   TO TH-NOTE.
008420     IF AL-TITLE = SPACES
008430         MOVE "** TITLE NOT ON MOVIE MASTER **" TO TH-TITLE
008440     ELSE
008450         MOVE AL-TITLE TO TH-TITLE
008460     END-IF.
008470
008480     MOVE SPACES TO REPORT-RECORD-AREA.
008490     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
008500     WRITE REPORT-RECORD-AREA FROM TITLE-HEADING-LINE
008510         AFTER ADVANCING 1 LINE.
008520
008530     ADD 2 TO WS-LINE-CNT.
008540
008550
008560
008570 320-PRINT-MESSAGE-LINE.
008580
008590     PERFORM 305-CHECK-PAGE-FULL.
008600
008610     WRITE REPORT-RECORD-AREA FROM MESSAGE-LINE
008620         AFTER ADVANCING 1 LINE.
008630
008640     ADD 1 TO WS-LINE-CNT.
008650
008660
008670
008680 340-PRINT-ACTION-LINE.
008690
008700     PERFORM 305-CHECK-PAGE-FULL.
008710
008720     WRITE REPORT-RECORD-AREA FROM ACTION-LINE
008730         AFTER ADVANCING 1 LINE.
008740
008750     ADD 1 TO WS-LINE-CNT.
008760
008770
008780
008790 345-PRINT-DELTA-LINE.
008800
008810     PERFORM 305-CHECK-PAGE-FULL.
008820
008830     WRITE REPORT-RECORD-AREA FROM DELTA-LINE
008840         AFTER ADVANCING 1 LINE.
008850
008860     ADD 1 TO WS-LINE-CNT.
008870     ADD 1 TO WS-DELTAS-PRINTED-CNT.
008880
008890
008900
008910 350-EDIT-RATING-VALUES.
008920
008930     IF BF-AVG-RATING IS NUMERIC
008940         MOVE BF-AVG-RATING TO WS-RATING-EDITED
008950         MOVE WS-RATING-EDITED TO DL-OLD-VALUE
008960     ELSE
008970         MOVE BF-AVG-RATING(1:3) TO DL-OLD-VALUE
008980     END-IF.
008990
009000     IF AF-AVG-RATING IS NUMERIC
009010         MOVE AF-AVG-RATING TO WS-RATING-EDITED
009020         MOVE WS-RATING-EDITED TO DL-NEW-VALUE
009030     ELSE
009040         MOVE AF-AVG-RATING(1:3) TO DL-NEW-VALUE
009050     END-IF.
009060
009070 END PROGRAM VS-WALERT.
