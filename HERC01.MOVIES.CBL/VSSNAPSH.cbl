000010******************************************************************
000020*    PROGRAM-ID:  VS-SNAPSHOT
000030*    AUTHOR:      R. TATE - DATA ADMINISTRATION
000040*    INSTALLATION: HERC01 - MOVIES SUBSYSTEM
000050*    DATE-WRITTEN: 2025-07-28
000060*    DATE-COMPILED:
000070*    PURPOSE:     REBUILDS THE MOVIE MASTER AS IT STOOD AT THE
000080*                 END OF A GIVEN DAY, FOR RESTATING QUARTER-END
000090*                 REPORTS.  STARTS FROM THE CURRENT OUTFILE AND
000100*                 UNDOES EVERY DAUDIT ACTION STAMPED AFTER THE
000110*                 AS-OF DATE, NEWEST FIRST - AN ADD IS DROPPED,
000120*                 A CHANGE IS PUT BACK TO ITS AUD-BEFORE-RECORD,
000130*                 A VS-RECON DELETE IS PUT BACK FROM ITS
000140*                 BEFORE-IMAGE.  THE VS-BACKOUT ACTIONS UNDO THE
000150*                 SAME WAY: EVERY AUDIT RECORD'S BEFORE-IMAGE IS
000160*                 THE TITLE AS IT WAS JUST BEFORE THAT ACTION,
000170*                 AND A BLANK BEFORE-IMAGE MEANS THE TITLE WAS
000180*                 NOT ON THE MASTER.  THE RESULT IS WRITTEN IN
000190*                 OUT-KEY ORDER TO DEXPORT IN THE FLAT MOVREC01
000200*                 LAYOUT VS-EXPORT WRITES, SO VS-GENLOAD (AND,
000210*                 ONCE LOADED TO A SCRATCH CLUSTER, VS-REPORT)
000220*                 RUN AGAINST IT UNCHANGED.  A MOVSTP01 STAMP ON
000230*                 DSTAMP CARRIES THE AS-OF DATE AS ITS EXTRACT
000240*                 DATE FOR THE REPORTS' "DATA AS OF" LINE.  THE
000250*                 LIVE MASTER IS ONLY EVER READ.
000260*                 THE AUDIT ACTIONS AFTER THE AS-OF DATE ARE
000270*                 SORTED BY TCONST, NEWEST FIRST, AND MATCHED
000280*                 AGAINST THE MASTER READ IN KEY ORDER.  EACH
000290*                 AFTER-IMAGE IS CHECKED AGAINST THE IMAGE IT IS
000300*                 UNDOING; A MISMATCH (A GAP IN THE TRAIL - MOST
000310*                 OFTEN AN ARCHIVE OR THE BACKOUT TRAIL LEFT OFF
000320*                 THE DAUDIT CONCATENATION) IS LISTED AND ENDS
000330*                 THE RUN RC=4.
000340*                 PARM CARD ON DPARM:
000350*                   COLS 1-8  AS-OF DATE (YYYYMMDD) - REQUIRED,
000360*                             NOT LATER THAN TODAY.  A BAD CARD
000370*                             ENDS THE RUN RC=16.
000380*    TECTONICS:   cobc -x VSSNAPSH.cbl
000390*
000400*    MODIFICATION HISTORY.
000410*    DATE-WRITTEN.  2025-07-28.  R. TATE.
000420*        ORIGINAL VERSION.  AUDIT RECORDS WITH AN UNKNOWN ACTION
000430*        ARE LISTED, COUNTED AND LEFT OUT (RC=4) RATHER THAN
000440*        GUESSED AT.  RECORDS STAMPED IN THE SAME SECOND FOR THE
000450*        SAME TITLE UNDO IN REVERSE ARRIVAL ORDER.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. VS-SNAPSHOT.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530
000540     SELECT PARMFILE ASSIGN TO DPARM.
000550     SELECT OUTFILE ASSIGN TO DOUTFILE
000560                    ORGANIZATION IS INDEXED
000570                    ACCESS IS SEQUENTIAL
000580                    RECORD KEY IS OUT-KEY
000590                    ALTERNATE RECORD KEY IS MOV-PRIMARY-TITLE
000600                        WITH DUPLICATES
000610                    ALTERNATE RECORD KEY IS MOV-START-YEAR
000620                        WITH DUPLICATES.
000630     SELECT AUDITFILE ASSIGN TO DAUDIT.
000640     SELECT EXPORTFILE ASSIGN TO DEXPORT.
000650     SELECT STAMPFILE ASSIGN TO DSTAMP.
000660     SELECT SORT-WORK ASSIGN TO SORTWK01.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700
000710 FD  PARMFILE.
000720
000730 01 PARM-RECORD-AREA            PIC X(80).
000740
000750 FD  OUTFILE.
000760
000770 01 OUTFILE-RECORD-AREA.
000780     COPY MOVREC01.
000790
000800 FD  AUDITFILE.
000810
000820 01 AUDIT-RECORD-AREA.
000830     COPY MOVAUD01.
000840
000850 FD  EXPORTFILE.
000860
000870 01 EXPORT-RECORD-AREA          PIC X(163).
000880
000890 FD  STAMPFILE.
000900
000910 01 STAMP-RECORD-AREA.
000920     COPY MOVSTP01.
000930
000940 SD  SORT-WORK.
000950
000960 01 SORT-RECORD.
000970     05 SRT-TCONST              PIC X(09).
000980     05 SRT-TIMESTAMP           PIC X(14).
000990     05 SRT-SEQUENCE            PIC 9(09).
001000     05 SRT-ACTION              PIC X(06).
001010     05 SRT-BEFORE-RECORD       PIC X(163).
001020     05 SRT-AFTER-RECORD        PIC X(163).
001030
001040
001050 WORKING-STORAGE SECTION.
001060
001070 01  WS-PARM-CARD.
001080     05 WS-PARM-DATE            PIC X(08).
001090     05 FILLER                  PIC X(72).
001100
001110 01  WS-AS-OF-DATE              PIC 9(08) VALUE ZERO.
001120 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
001130
001140*    THE TITLE BEING REBUILT - ITS CURRENT MASTER IMAGE, THEN
001150*    EACH BEFORE-IMAGE IN TURN AS ITS ACTIONS ARE UNDONE.
001160*    SPACES WHILE THE TITLE IS OFF THE MASTER.
001170
001180 01  WS-SNAP-IMAGE              PIC X(163).
001190
001200 01  WS-SNAP-IMAGE-FIELDS REDEFINES WS-SNAP-IMAGE.
001210     COPY MOVREC01
001220         REPLACING ==OUT-KEY==          BY ==SN-OUT-KEY==
001230                   ==MOV-TITLE-TYPE==    BY ==SN-TITLE-TYPE==
001240                   ==MOV-PRIMARY-TITLE== BY ==SN-PRIMARY-TITLE==
001250                   ==MOV-START-YEAR==    BY ==SN-START-YEAR==
001260                   ==MOV-END-YEAR==      BY ==SN-END-YEAR==
001270                   ==MOV-RUNTIME-MINUTES==
001280                                         BY ==SN-RUNTIME-MINUTES==
001290                   ==MOV-IS-ADULT-YES==  BY ==SN-IS-ADULT-YES==
001300                   ==MOV-IS-ADULT-NO==   BY ==SN-IS-ADULT-NO==
001310                   ==MOV-IS-ADULT==      BY ==SN-IS-ADULT==
001320                   ==MOV-GENRES==        BY ==SN-GENRES==
001330                   ==MOV-AVG-RATING==    BY ==SN-AVG-RATING==
001340                   ==MOV-NUM-VOTES==     BY ==SN-NUM-VOTES==.
001350
001360 01  WS-MERGE-KEYS.
001370     05 WS-MASTER-KEY           PIC X(09).
001380     05 WS-SORT-KEY             PIC X(09).
001390     05 WS-SNAP-TCONST          PIC X(09).
001400
001410 01 SWITCHES.
001420     05 AUDIT-EOF-SWITCH        PIC X    VALUE "N".
001430     05 WS-PARM-VALID-SWITCH    PIC X    VALUE "Y".
001440         88 PARM-IS-VALID            VALUE "Y".
001450         88 PARM-IS-INVALID          VALUE "N".
001460     05 WS-SNAP-PRESENT-SWITCH  PIC X    VALUE "N".
001470         88 TITLE-IN-SNAPSHOT        VALUE "Y".
001480         88 TITLE-NOT-IN-SNAPSHOT    VALUE "N".
001490     05 WS-ON-MASTER-SWITCH     PIC X    VALUE "N".
001500         88 TITLE-ON-MASTER          VALUE "Y".
001510         88 TITLE-NOT-ON-MASTER      VALUE "N".
001520
001530 01  WS-TIMESTAMP-FIELDS.
001540     05 WS-START-DATE           PIC 9(08).
001550     05 WS-START-TIME           PIC 9(08).
001560     05 WS-END-DATE             PIC 9(08).
001570     05 WS-END-TIME             PIC 9(08).
001580
001590 77  WS-AUDIT-READ-CNT          PIC 9(09) COMP VALUE ZERO.
001600 77  WS-AUDIT-SELECTED-CNT      PIC 9(09) COMP VALUE ZERO.
001610 77  WS-AUDIT-UNKNOWN-CNT       PIC 9(09) COMP VALUE ZERO.
001620 77  WS-UNDO-ADD-CNT            PIC 9(09) COMP VALUE ZERO.
001630 77  WS-UNDO-CHANGE-CNT         PIC 9(09) COMP VALUE ZERO.
001640 77  WS-UNDO-DELETE-CNT         PIC 9(09) COMP VALUE ZERO.
001650 77  WS-UNDO-BACKOUT-CNT        PIC 9(09) COMP VALUE ZERO.
001660 77  WS-CHAIN-BREAK-CNT         PIC 9(09) COMP VALUE ZERO.
001670 77  WS-MASTER-READ-CNT         PIC 9(09) COMP VALUE ZERO.
001680 77  WS-SNAPSHOT-WRITTEN-CNT    PIC 9(09) COMP VALUE ZERO.
001690 77  WS-TITLES-DROPPED-CNT      PIC 9(09) COMP VALUE ZERO.
001700 77  WS-TITLES-RESTORED-CNT     PIC 9(09) COMP VALUE ZERO.
001710 77  WS-TITLES-REVERTED-CNT     PIC 9(09) COMP VALUE ZERO.
001720
001730 01  WS-SNAPSHOT-VOTES-TOTAL    PIC 9(15) COMP VALUE ZERO.
001740
001750 PROCEDURE DIVISION.
001760
001770 000-MAIN.
001780
001790     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
001800     ACCEPT WS-START-TIME FROM TIME.
001810
001820     PERFORM 050-READ-PARM-CARD.
001830
001840     IF PARM-IS-INVALID
001850         DISPLAY "VS-SNAPSHOT: BAD PARM CARD - RUN ABANDONED"
001860         MOVE 16 TO RETURN-CODE
001870     ELSE
001880         PERFORM 070-BUILD-SNAPSHOT
001890         PERFORM 140-WRITE-SUMMARY-REPORT
001900         PERFORM 150-WRITE-SNAPSHOT-STAMP
001910         IF WS-CHAIN-BREAK-CNT > ZERO
001920         OR WS-AUDIT-UNKNOWN-CNT > ZERO
001930             MOVE 4 TO RETURN-CODE
001940         END-IF
001950     END-IF.
001960
001970     STOP RUN.
001980
001990
002000
002010 050-READ-PARM-CARD.
002020
002030     MOVE SPACES TO WS-PARM-CARD.
002040     MOVE "Y" TO WS-PARM-VALID-SWITCH.
002050
002060     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002070
002080     OPEN INPUT PARMFILE.
002090     READ PARMFILE INTO WS-PARM-CARD
002100         AT END MOVE SPACES TO WS-PARM-CARD
002110     END-READ.
002120     CLOSE PARMFILE.
002130
002140     IF WS-PARM-DATE = SPACES
002150         DISPLAY "VS-SNAPSHOT: NO AS-OF DATE ON THE CARD"
002160         MOVE "N" TO WS-PARM-VALID-SWITCH
002170     ELSE
002180         IF WS-PARM-DATE IS NUMERIC
002190             MOVE WS-PARM-DATE TO WS-AS-OF-DATE
002200             IF WS-AS-OF-DATE > WS-TODAY-DATE
002210                 DISPLAY "VS-SNAPSHOT: AS-OF DATE IS LATER THAN "
002220                         "TODAY: " WS-PARM-DATE
002230                 MOVE "N" TO WS-PARM-VALID-SWITCH
002240             END-IF
002250         ELSE
002260             DISPLAY "VS-SNAPSHOT: AS-OF DATE IS NOT NUMERIC: "
002270                     WS-PARM-DATE
002280             MOVE "N" TO WS-PARM-VALID-SWITCH
002290         END-IF
002300     END-IF.
002310
002320
002330
002340 070-BUILD-SNAPSHOT.
002350
002360     SORT SORT-WORK
002370         ON ASCENDING KEY SRT-TCONST
002380         ON DESCENDING KEY SRT-TIMESTAMP
002390         ON DESCENDING KEY SRT-SEQUENCE
002400         INPUT PROCEDURE IS 100-SELECT-AUDIT-RECORDS
002410         OUTPUT PROCEDURE IS 200-WRITE-SNAPSHOT-FILE.
002420
002430
002440
002450*    INPUT PROCEDURE - EVERY ACTION STAMPED AFTER THE AS-OF DATE
002460*    IS RELEASED WITH ITS ARRIVAL SEQUENCE.  DAUDIT MAY BE A
002470*    CONCATENATION (LIVE TRAIL, BACKOUT TRAIL, ARCHIVES) IN ANY
002480*    ORDER - THE SORT PUTS THE ACTIONS BACK IN TIME ORDER.
002490
002500 100-SELECT-AUDIT-RECORDS.
002510
002520     OPEN INPUT AUDITFILE.
002530
002540     PERFORM 110-SELECT-ONE-RECORD
002550         UNTIL AUDIT-EOF-SWITCH = "Y".
002560
002570     CLOSE AUDITFILE.
002580
002590
002600
002610 110-SELECT-ONE-RECORD.
002620
002630     READ AUDITFILE
002640         AT END MOVE "Y" TO AUDIT-EOF-SWITCH.
002650
002660     IF AUDIT-EOF-SWITCH = "N"
002670         ADD 1 TO WS-AUDIT-READ-CNT
002680         IF AUD-TIMESTAMP(1:8) > WS-AS-OF-DATE
002690             EVALUATE TRUE
002700                 WHEN AUD-ACTION-ADD
002710                 WHEN AUD-ACTION-CHANGE
002720                 WHEN AUD-ACTION-DELETE
002730                 WHEN AUD-ACTION-BACKOUT
002740                     PERFORM 120-RELEASE-AUDIT-RECORD
002750                 WHEN OTHER
002760                     ADD 1 TO WS-AUDIT-UNKNOWN-CNT
002770                     DISPLAY "VS-SNAPSHOT: UNKNOWN AUDIT ACTION "
002780                             AUD-ACTION " FOR " AUD-TCONST
002790                             " AT " AUD-TIMESTAMP " - NOT UNDONE"
002800             END-EVALUATE
002810         END-IF
002820     END-IF.
002830
002840
002850
002860 120-RELEASE-AUDIT-RECORD.
002870
002880     MOVE AUD-TCONST        TO SRT-TCONST.
002890     MOVE AUD-TIMESTAMP     TO SRT-TIMESTAMP.
002900     MOVE WS-AUDIT-READ-CNT TO SRT-SEQUENCE.
002910     MOVE AUD-ACTION        TO SRT-ACTION.
002920     MOVE AUD-BEFORE-RECORD TO SRT-BEFORE-RECORD.
002930     MOVE AUD-AFTER-RECORD  TO SRT-AFTER-RECORD.
002940
002950     RELEASE SORT-RECORD.
002960
002970     ADD 1 TO WS-AUDIT-SELECTED-CNT.
002980
002990
003000
003010*    OUTPUT PROCEDURE - A MATCH OF THE MASTER (IN OUT-KEY ORDER)
003020*    AGAINST THE SORTED ACTIONS.  A TITLE WITH NO ACTIONS AFTER
003030*    THE AS-OF DATE GOES TO THE SNAPSHOT AS IT IS ON THE MASTER;
003040*    A TITLE WITH ACTIONS IS REBUILT BY UNDOING THEM, NEWEST
003050*    FIRST, AND GOES TO THE SNAPSHOT ONLY IF IT WAS ON THE
003060*    MASTER AT THE AS-OF DATE.  HIGH-VALUES IN A MERGE KEY
003070*    MEANS THAT SIDE IS EXHAUSTED.
003080
003090 200-WRITE-SNAPSHOT-FILE.
003100
003110     OPEN INPUT  OUTFILE.
003120     OPEN OUTPUT EXPORTFILE.
003130
003140     PERFORM 210-READ-MASTER-RECORD.
003150     PERFORM 220-RETURN-AUDIT-RECORD.
003160
003170     PERFORM 230-MERGE-ONE-TITLE
003180         UNTIL WS-MASTER-KEY = HIGH-VALUES
003190         AND   WS-SORT-KEY   = HIGH-VALUES.
003200
003210     CLOSE OUTFILE.
003220     CLOSE EXPORTFILE.
003230
003240
003250
003260 210-READ-MASTER-RECORD.
003270
003280     READ OUTFILE NEXT RECORD
003290         AT END
003300             MOVE HIGH-VALUES TO WS-MASTER-KEY
003310         NOT AT END
003320             ADD 1 TO WS-MASTER-READ-CNT
003330             MOVE OUT-KEY TO WS-MASTER-KEY
003340     END-READ.
003350
003360
003370
003380 220-RETURN-AUDIT-RECORD.
003390
003400     RETURN SORT-WORK
003410         AT END
003420             MOVE HIGH-VALUES TO WS-SORT-KEY
003430         NOT AT END
003440             MOVE SRT-TCONST TO WS-SORT-KEY
003450     END-RETURN.
003460
003470
003480
003490 230-MERGE-ONE-TITLE.
003500
003510     IF WS-MASTER-KEY < WS-SORT-KEY
003520         MOVE OUTFILE-RECORD-AREA TO WS-SNAP-IMAGE
003530         PERFORM 260-WRITE-SNAPSHOT-RECORD
003540         PERFORM 210-READ-MASTER-RECORD
003550     ELSE
003560         MOVE WS-SORT-KEY TO WS-SNAP-TCONST
003570         IF WS-MASTER-KEY = WS-SORT-KEY
003580             MOVE OUTFILE-RECORD-AREA TO WS-SNAP-IMAGE
003590             MOVE "Y" TO WS-ON-MASTER-SWITCH
003600             PERFORM 210-READ-MASTER-RECORD
003610         ELSE
003620             MOVE SPACES TO WS-SNAP-IMAGE
003630             MOVE "N" TO WS-ON-MASTER-SWITCH
003640         END-IF
003650         PERFORM 240-UNDO-ONE-ACTION
003660             UNTIL WS-SORT-KEY NOT = WS-SNAP-TCONST
003670         PERFORM 250-CLOSE-REBUILT-TITLE
003680     END-IF.
003690
003700
003710
003720*    THE AFTER-IMAGE OF THE ACTION BEING UNDONE SHOULD BE THE
003730*    IMAGE IN HAND - THE MASTER RECORD FOR THE NEWEST ACTION,
003740*    THE PREVIOUS BEFORE-IMAGE FOR EACH OLDER ONE.  WHEN IT IS
003750*    NOT, SOMETHING BETWEEN THE TWO NEVER REACHED THIS RUN'S
003760*    DAUDIT; THE UNDO STILL GOES AHEAD FROM THE BEFORE-IMAGE.
003770
003780 240-UNDO-ONE-ACTION.
003790
003800     IF SRT-AFTER-RECORD NOT = WS-SNAP-IMAGE
003810         ADD 1 TO WS-CHAIN-BREAK-CNT
003820         DISPLAY "VS-SNAPSHOT: AUDIT CHAIN BREAK FOR " SRT-TCONST
003830                 " AT " SRT-TIMESTAMP " " SRT-ACTION
003840                 " - AFTER-IMAGE DOES NOT MATCH"
003850     END-IF.
003860
003870     EVALUATE SRT-ACTION
003880         WHEN "ADD"
003890             ADD 1 TO WS-UNDO-ADD-CNT
003900         WHEN "CHANGE"
003910             ADD 1 TO WS-UNDO-CHANGE-CNT
003920         WHEN "DELETE"
003930             ADD 1 TO WS-UNDO-DELETE-CNT
003940         WHEN OTHER
003950             ADD 1 TO WS-UNDO-BACKOUT-CNT
003960     END-EVALUATE.
003970
003980     MOVE SRT-BEFORE-RECORD TO WS-SNAP-IMAGE.
003990
004000     PERFORM 220-RETURN-AUDIT-RECORD.
004010
004020
004030
004040 250-CLOSE-REBUILT-TITLE.
004050
004060     IF WS-SNAP-IMAGE = SPACES
004070         MOVE "N" TO WS-SNAP-PRESENT-SWITCH
004080     ELSE
004090         MOVE "Y" TO WS-SNAP-PRESENT-SWITCH
004100     END-IF.
004110
004120     IF TITLE-IN-SNAPSHOT
004130         PERFORM 260-WRITE-SNAPSHOT-RECORD
004140         IF TITLE-ON-MASTER
004150             ADD 1 TO WS-TITLES-REVERTED-CNT
004160         ELSE
004170             ADD 1 TO WS-TITLES-RESTORED-CNT
004180         END-IF
004190     ELSE
004200         IF TITLE-ON-MASTER
004210             ADD 1 TO WS-TITLES-DROPPED-CNT
004220         END-IF
004230     END-IF.
004240
004250
004260
004270 260-WRITE-SNAPSHOT-RECORD.
004280
004290     WRITE EXPORT-RECORD-AREA FROM WS-SNAP-IMAGE.
004300
004310     ADD 1 TO WS-SNAPSHOT-WRITTEN-CNT.
004320
004330     IF SN-NUM-VOTES IS NUMERIC
004340         ADD SN-NUM-VOTES TO WS-SNAPSHOT-VOTES-TOTAL.
004350
004360
004370
004380 140-WRITE-SUMMARY-REPORT.
004390
004400     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
004410     ACCEPT WS-END-TIME FROM TIME.
004420
004430     DISPLAY "==============================================".
004440     DISPLAY "VS-SNAPSHOT MASTER AS OF END OF " WS-AS-OF-DATE.
004450     DISPLAY "  START DATE/TIME . . . : " WS-START-DATE
004460             "/" WS-START-TIME.
004470     DISPLAY "  END DATE/TIME . . . . : " WS-END-DATE
004480             "/" WS-END-TIME.
004490     DISPLAY "  AUDIT RECORDS READ . : " WS-AUDIT-READ-CNT.
004500     DISPLAY "  ACTIONS UNDONE . . . : " WS-AUDIT-SELECTED-CNT.
004510     DISPLAY "  ADDS/CHANGES/DELETES : " WS-UNDO-ADD-CNT
004520             " / " WS-UNDO-CHANGE-CNT " / " WS-UNDO-DELETE-CNT.
004530     DISPLAY "  BACKOUT ACTIONS . . . : " WS-UNDO-BACKOUT-CNT.
004540     DISPLAY "  UNKNOWN ACTIONS . . . : " WS-AUDIT-UNKNOWN-CNT.
004550     DISPLAY "  AUDIT CHAIN BREAKS . : " WS-CHAIN-BREAK-CNT.
004560     DISPLAY "  MASTER RECORDS READ . : " WS-MASTER-READ-CNT.
004570     DISPLAY "  TITLES DROPPED . . . : " WS-TITLES-DROPPED-CNT.
004580     DISPLAY "  TITLES PUT BACK . . . : " WS-TITLES-RESTORED-CNT.
004590     DISPLAY "  TITLES REVERTED . . . : " WS-TITLES-REVERTED-CNT.
004600     DISPLAY "  SNAPSHOT RECORDS . . : "
004610             WS-SNAPSHOT-WRITTEN-CNT.
004620     DISPLAY "  SNAPSHOT VOTES TOTAL : "
004630             WS-SNAPSHOT-VOTES-TOTAL.
004640     DISPLAY "==============================================".
004650
004660
004670
004680*    THE SNAPSHOT'S OWN STAMP - THE AS-OF DATE STANDS WHERE A
004690*    LOAD STAMP CARRIES ITS EXTRACT DATE, SO A REPORT RUN
004700*    AGAINST THE SNAPSHOT PRINTS THE RIGHT "DATA AS OF" LINE.
004710
004720 150-WRITE-SNAPSHOT-STAMP.
004730
004740     MOVE SPACES        TO STAMP-RECORD-AREA.
004750     MOVE "SNAPSHOT"    TO STP-FILE-NAME.
004760     MOVE WS-AS-OF-DATE TO STP-EXTRACT-DATE.
004770     MOVE WS-END-DATE   TO STP-LOAD-DATE.
004780     MOVE WS-END-TIME   TO STP-LOAD-TIME.
004790
004800     OPEN OUTPUT STAMPFILE.
004810     WRITE STAMP-RECORD-AREA.
004820     CLOSE STAMPFILE.
004830
004840 END PROGRAM VS-SNAPSHOT.
