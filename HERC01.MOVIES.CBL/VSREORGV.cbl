000010******************************************************************
000020*    PROGRAM-ID:  VS-REORGV
000030*    AUTHOR:      R. TATE - DATA ADMINISTRATION
000040*    INSTALLATION: HERC01 - MOVIES SUBSYSTEM
000050*    DATE-WRITTEN: 2025-07-21
000060*    DATE-COMPILED:
000070*    PURPOSE:     VERIFICATION STEP AT THE TAIL OF THE VSREORG
000080*                 STREAM.  READS THE VS-EXPORT UNLOAD TOTALS FROM
000090*                 DTOTALS, THEN INDEPENDENTLY COUNTS AND HASHES
000100*                 (SUM OF MOV-NUM-VOTES) THE UNLOAD ON DEXPORT
000110*                 AND THE RELOADED OUTFILE MASTER - ONCE BY
000120*                 OUT-KEY AND ONCE THROUGH EACH ALTERNATE INDEX -
000130*                 AND PROVES:
000140*                   - UNLOAD FILE COUNT/HASH = UNLOAD TOTALS
000150*                   - MASTER BY OUT-KEY COUNT/HASH = UNLOAD
000160*                     TOTALS
000170*                   - MASTER BY MOV-PRIMARY-TITLE COUNT/HASH =
000180*                     UNLOAD TOTALS
000190*                   - MASTER BY MOV-START-YEAR COUNT/HASH =
000200*                     UNLOAD TOTALS
000210*                 ANY MISS ENDS THE STEP RC=8 AND LEAVES THE LOAD
000220*                 STAMP ALONE.  WHEN EVERYTHING BALANCES, THE
000230*                 OUTSTAMP LOAD STAMP ON DMSTAMP IS REWRITTEN
000240*                 WITH THE SAME FILE NAME, EXTRACT DATE AND LOAD
000250*                 DATE/TIME AND TODAY AS STP-REORG-DATE - THE
000260*                 DATA ON THE MASTER IS THE SAME VINTAGE IT WAS
000270*                 BEFORE THE REORG, AND VS-FRESH MUST KEEP
000280*                 SAYING SO.  A MISSING STAMP IS NOTED AND ENDS
000290*                 THE STEP RC=4 - THE MASTER ITSELF IS GOOD.
000300*    TECTONICS:   cobc -x VSREORGV.cbl
000310*
000320*    MODIFICATION HISTORY.
000330*    DATE-WRITTEN.  2025-07-21.  R. TATE.
000340*        ORIGINAL VERSION, MODELLED ON VS-BALANCE.  NO TOTALS
000350*        RECORD (OR ONE NOT WRITTEN BY VSEXPORT) ENDS THE STEP
000360*        RC=16 WITH THE STAMP UNTOUCHED.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. VS-REORGV.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440
000450     SELECT TOTALSFILE ASSIGN TO DTOTALS.
000460     SELECT EXPORTFILE ASSIGN TO DEXPORT.
000470     SELECT OUTFILE ASSIGN TO DOUTFILE
000480                    ORGANIZATION IS INDEXED
000490                    ACCESS IS DYNAMIC
000500                    RECORD KEY IS OUT-KEY
000510                    ALTERNATE RECORD KEY IS MOV-PRIMARY-TITLE
000520                        WITH DUPLICATES
000530                    ALTERNATE RECORD KEY IS MOV-START-YEAR
000540                        WITH DUPLICATES.
000550     SELECT STAMPFILE ASSIGN TO DMSTAMP
000560                    FILE STATUS IS WS-STAMP-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600
000610 FD  TOTALSFILE.
000620
000630 01 TOTALS-RECORD-AREA.
000640     COPY MOVRUN01.
000650
000660 FD  EXPORTFILE.
000670
000680 01 EXPORT-RECORD-AREA          PIC X(163).
000690
000700 FD  OUTFILE.
000710
000720 01 OUTFILE-RECORD-AREA.
000730     COPY MOVREC01.
000740
000750 FD  STAMPFILE.
000760
000770 01 STAMP-RECORD-AREA.
000780     COPY MOVSTP01.
000790
000800
000810 WORKING-STORAGE SECTION.
000820
000830 01  EXTRACT-RECORD             PIC X(163).
000840
000850 01  EXTRACT-RECORD-FIELDS REDEFINES EXTRACT-RECORD.
000860     COPY MOVREC01
000870         REPLACING ==OUT-KEY==          BY ==EX-OUT-KEY==
000880                   ==MOV-TITLE-TYPE==    BY ==EX-TITLE-TYPE==
000890                   ==MOV-PRIMARY-TITLE== BY ==EX-PRIMARY-TITLE==
000900                   ==MOV-START-YEAR==    BY ==EX-START-YEAR==
000910                   ==MOV-END-YEAR==      BY ==EX-END-YEAR==
000920                   ==MOV-RUNTIME-MINUTES==
000930                                         BY ==EX-RUNTIME-MINUTES==
000940                   ==MOV-IS-ADULT-YES==  BY ==EX-IS-ADULT-YES==
000950                   ==MOV-IS-ADULT-NO==   BY ==EX-IS-ADULT-NO==
000960                   ==MOV-IS-ADULT==      BY ==EX-IS-ADULT==
000970                   ==MOV-GENRES==        BY ==EX-GENRES==
000980                   ==MOV-AVG-RATING==    BY ==EX-AVG-RATING==
000990                   ==MOV-NUM-VOTES==     BY ==EX-NUM-VOTES==.
001000
001010 01 SWITCHES.
001020     05 EXPORT-EOF-SWITCH       PIC X    VALUE "N".
001030     05 OUTFILE-EOF-SWITCH      PIC X    VALUE "N".
001040     05 WS-TOTALS-FOUND-SWITCH  PIC X    VALUE "N".
001050         88 TOTALS-RECORD-FOUND      VALUE "Y".
001060         88 TOTALS-RECORD-MISSING    VALUE "N".
001070     05 WS-IN-BALANCE-SWITCH    PIC X    VALUE "Y".
001080         88 REORG-IS-IN-BALANCE      VALUE "Y".
001090         88 REORG-IS-OUT-OF-BALANCE  VALUE "N".
001100     05 WS-STAMP-FOUND-SWITCH   PIC X    VALUE "N".
001110         88 STAMP-RECORD-FOUND       VALUE "Y".
001120         88 STAMP-RECORD-MISSING     VALUE "N".
001130
001140 01  WS-STAMP-STATUS            PIC X(02) VALUE SPACES.
001150
001160 01  WS-REORG-DATE              PIC 9(08) VALUE ZERO.
001170
001180 77  WS-EXPORT-READ-CNT         PIC 9(09) COMP VALUE ZERO.
001190 77  WS-BY-KEY-CNT              PIC 9(09) COMP VALUE ZERO.
001200 77  WS-BY-TITLE-CNT            PIC 9(09) COMP VALUE ZERO.
001210 77  WS-BY-YEAR-CNT             PIC 9(09) COMP VALUE ZERO.
001220 77  WS-BROWSE-CNT              PIC 9(09) COMP VALUE ZERO.
001230
001240 01  WS-EXPORT-VOTES-TOTAL      PIC 9(15) COMP VALUE ZERO.
001250 01  WS-BY-KEY-VOTES-TOTAL      PIC 9(15) COMP VALUE ZERO.
001260 01  WS-BY-TITLE-VOTES-TOTAL    PIC 9(15) COMP VALUE ZERO.
001270 01  WS-BY-YEAR-VOTES-TOTAL     PIC 9(15) COMP VALUE ZERO.
001280 01  WS-BROWSE-VOTES-TOTAL      PIC 9(15) COMP VALUE ZERO.
001290
001300 PROCEDURE DIVISION.
001310
001320 000-MAIN.
001330
001340     ACCEPT WS-REORG-DATE FROM DATE YYYYMMDD.
001350
001360     PERFORM 050-READ-UNLOAD-TOTALS.
001370
001380     IF TOTALS-RECORD-MISSING
001390         DISPLAY "VS-REORGV: NO VS-EXPORT TOTALS RECORD ON "
001400                 "DTOTALS - NOTHING TO VERIFY AGAINST"
001410         MOVE 16 TO RETURN-CODE
001420     ELSE
001430         PERFORM 100-COUNT-UNLOAD-FILE
001440         PERFORM 130-COUNT-MASTER-BY-PATH
001450         PERFORM 200-PROVE-BALANCE
001460         PERFORM 140-WRITE-SUMMARY-REPORT
001470         IF REORG-IS-OUT-OF-BALANCE
001480             MOVE 8 TO RETURN-CODE
001490         ELSE
001500             PERFORM 150-REWRITE-LOAD-STAMP
001510             IF STAMP-RECORD-MISSING
001520                 MOVE 4 TO RETURN-CODE
001530             END-IF
001540         END-IF
001550     END-IF.
001560
001570     STOP RUN.
001580
001590
001600
001610 050-READ-UNLOAD-TOTALS.
001620
001630     MOVE "N" TO WS-TOTALS-FOUND-SWITCH.
001640
001650     OPEN INPUT TOTALSFILE.
001660     READ TOTALSFILE
001670         AT END MOVE "N" TO WS-TOTALS-FOUND-SWITCH
001680         NOT AT END MOVE "Y" TO WS-TOTALS-FOUND-SWITCH
001690     END-READ.
001700     CLOSE TOTALSFILE.
001710
001720     IF TOTALS-RECORD-FOUND
001730     AND RUN-PROGRAM NOT = "VSEXPORT"
001740         DISPLAY "VS-REORGV: DTOTALS RECORD IS FROM "
001750                 RUN-PROGRAM " NOT VSEXPORT"
001760         MOVE "N" TO WS-TOTALS-FOUND-SWITCH
001770     END-IF.
001780
001790
001800
001810 100-COUNT-UNLOAD-FILE.
001820
001830     OPEN INPUT EXPORTFILE.
001840
001850     PERFORM 105-READ-UNLOAD-RECORD
001860         UNTIL EXPORT-EOF-SWITCH = "Y".
001870
001880     CLOSE EXPORTFILE.
001890
001900
001910
001920 105-READ-UNLOAD-RECORD.
001930
001940     READ EXPORTFILE INTO EXTRACT-RECORD
001950         AT END MOVE "Y" TO EXPORT-EOF-SWITCH.
001960
001970     IF EXPORT-EOF-SWITCH = "N"
001980         ADD 1 TO WS-EXPORT-READ-CNT
001990         IF EX-NUM-VOTES IS NUMERIC
002000             ADD EX-NUM-VOTES TO WS-EXPORT-VOTES-TOTAL
002010         END-IF
002020     END-IF.
002030
002040
002050
002060*    THE RELOADED MASTER IS READ END TO END THREE TIMES - BY
002070*    THE PRIME KEY, THEN THROUGH EACH REBUILT ALTERNATE INDEX.
002080*    AN ALTERNATE INDEX THAT MISSED RECORDS IN THE REBUILD
002090*    COMES UP SHORT ON ITS OWN BROWSE EVEN WHEN THE CLUSTER
002100*    ITSELF RELOADED CLEANLY.  EACH BROWSE STARTS FROM
002110*    LOW-VALUES SO A TITLE WITH A BLANK YEAR OR TITLE COUNTS.
002120
002130 130-COUNT-MASTER-BY-PATH.
002140
002150     OPEN INPUT OUTFILE.
002160
002170     MOVE LOW-VALUES TO OUTFILE-RECORD-AREA.
002180     PERFORM 132-RESET-BROWSE.
002190     START OUTFILE KEY NOT < OUT-KEY
002200         INVALID KEY
002210             MOVE "Y" TO OUTFILE-EOF-SWITCH
002220     END-START.
002230     PERFORM 135-READ-MASTER-RECORD
002240         UNTIL OUTFILE-EOF-SWITCH = "Y".
002250     MOVE WS-BROWSE-CNT         TO WS-BY-KEY-CNT.
002260     MOVE WS-BROWSE-VOTES-TOTAL TO WS-BY-KEY-VOTES-TOTAL.
002270
002280     MOVE LOW-VALUES TO OUTFILE-RECORD-AREA.
002290     PERFORM 132-RESET-BROWSE.
002300     START OUTFILE KEY NOT < MOV-PRIMARY-TITLE
002310         INVALID KEY
002320             MOVE "Y" TO OUTFILE-EOF-SWITCH
002330     END-START.
002340     PERFORM 135-READ-MASTER-RECORD
002350         UNTIL OUTFILE-EOF-SWITCH = "Y".
002360     MOVE WS-BROWSE-CNT         TO WS-BY-TITLE-CNT.
002370     MOVE WS-BROWSE-VOTES-TOTAL TO WS-BY-TITLE-VOTES-TOTAL.
002380
002390     MOVE LOW-VALUES TO OUTFILE-RECORD-AREA.
002400     PERFORM 132-RESET-BROWSE.
002410     START OUTFILE KEY NOT < MOV-START-YEAR
002420         INVALID KEY
002430             MOVE "Y" TO OUTFILE-EOF-SWITCH
002440     END-START.
002450     PERFORM 135-READ-MASTER-RECORD
002460         UNTIL OUTFILE-EOF-SWITCH = "Y".
002470     MOVE WS-BROWSE-CNT         TO WS-BY-YEAR-CNT.
002480     MOVE WS-BROWSE-VOTES-TOTAL TO WS-BY-YEAR-VOTES-TOTAL.
002490
002500     CLOSE OUTFILE.
002510
002520
002530
002540 132-RESET-BROWSE.
002550
002560     MOVE "N"  TO OUTFILE-EOF-SWITCH.
002570     MOVE ZERO TO WS-BROWSE-CNT.
002580     MOVE ZERO TO WS-BROWSE-VOTES-TOTAL.
002590
002600
002610
002620 135-READ-MASTER-RECORD.
002630
002640     READ OUTFILE NEXT RECORD
002650         AT END MOVE "Y" TO OUTFILE-EOF-SWITCH.
002660
002670     IF OUTFILE-EOF-SWITCH = "N"
002680         ADD 1 TO WS-BROWSE-CNT
002690         IF MOV-NUM-VOTES IS NUMERIC
002700             ADD MOV-NUM-VOTES TO WS-BROWSE-VOTES-TOTAL
002710         END-IF
002720     END-IF.
002730
002740
002750
002760 140-WRITE-SUMMARY-REPORT.
002770
002780     DISPLAY "==============================================".
002790     DISPLAY "VS-REORGV VERIFICATION FOR UNLOAD " RUN-DATE
002800             "/" RUN-START-TIME.
002810     DISPLAY "  UNLOAD TOTALS RECORDS . . : "
002820             RUN-RECORDS-WRITTEN.
002830     DISPLAY "  UNLOAD TOTALS VOTES . . . : "
002840             RUN-VOTES-TOTAL.
002850     DISPLAY "  UNLOAD FILE RECORDS/VOTES : "
002860             WS-EXPORT-READ-CNT " / " WS-EXPORT-VOTES-TOTAL.
002870     DISPLAY "  MASTER BY KEY . . . . . . : "
002880             WS-BY-KEY-CNT " / " WS-BY-KEY-VOTES-TOTAL.
002890     DISPLAY "  MASTER BY PRIMARY TITLE . : "
002900             WS-BY-TITLE-CNT " / " WS-BY-TITLE-VOTES-TOTAL.
002910     DISPLAY "  MASTER BY START YEAR . . : "
002920             WS-BY-YEAR-CNT " / " WS-BY-YEAR-VOTES-TOTAL.
002930
002940     IF REORG-IS-IN-BALANCE
002950         DISPLAY "  RESULT: RELOADED MASTER MATCHES THE UNLOAD"
002960     ELSE
002970         DISPLAY "  *** RESULT: RELOADED MASTER DOES NOT MATCH "
002980                 "THE UNLOAD ***"
002990     END-IF.
003000
003010     DISPLAY "==============================================".
003020
003030
003040
003050*    THE STAMP IS READ AND WRITTEN BACK WITH ONLY THE REORG
003060*    DATE CHANGED - THE EXTRACT DATE VS-FRESH JUDGES ON, AND
003070*    THE LOAD DATE/TIME THE INQUIRY REPORTS PRINT, STAY THE
003080*    ONES THE LAST VS-IMPORT LOAD WROTE.
003090
003100 150-REWRITE-LOAD-STAMP.
003110
003120     MOVE "N" TO WS-STAMP-FOUND-SWITCH.
003130
003140     OPEN INPUT STAMPFILE.
003150
003160     IF WS-STAMP-STATUS = "00"
003170         READ STAMPFILE
003180             AT END
003190                 MOVE "N" TO WS-STAMP-FOUND-SWITCH
003200             NOT AT END
003210                 MOVE "Y" TO WS-STAMP-FOUND-SWITCH
003220         END-READ
003230         CLOSE STAMPFILE
003240     END-IF.
003250
003260     IF STAMP-RECORD-FOUND
003270         MOVE WS-REORG-DATE TO STP-REORG-DATE
003280         OPEN OUTPUT STAMPFILE
003290         WRITE STAMP-RECORD-AREA
003300         CLOSE STAMPFILE
003310         DISPLAY "VS-REORGV: " STP-FILE-NAME " STAMP REWRITTEN - "
003320                 "DATA AS OF " STP-EXTRACT-DATE " REORGANIZED "
003330                 STP-REORG-DATE
003340     ELSE
003350         DISPLAY "VS-REORGV: NO READABLE LOAD STAMP ON DMSTAMP "
003360                 "(STATUS " WS-STAMP-STATUS ") - STAMP NOT "
003370                 "REWRITTEN"
003380     END-IF.
003390
003400
003410
003420 200-PROVE-BALANCE.
003430
003440     MOVE "Y" TO WS-IN-BALANCE-SWITCH.
003450
003460     IF WS-EXPORT-READ-CNT NOT = RUN-RECORDS-WRITTEN
003470     OR WS-EXPORT-VOTES-TOTAL NOT = RUN-VOTES-TOTAL
003480         DISPLAY "VS-REORGV: UNLOAD FILE " WS-EXPORT-READ-CNT
003490                 " / " WS-EXPORT-VOTES-TOTAL
003500                 " DOES NOT MATCH UNLOAD TOTALS "
003510                 RUN-RECORDS-WRITTEN " / " RUN-VOTES-TOTAL
003520         MOVE "N" TO WS-IN-BALANCE-SWITCH
003530     END-IF.
003540
003550     IF WS-BY-KEY-CNT NOT = RUN-RECORDS-WRITTEN
003560     OR WS-BY-KEY-VOTES-TOTAL NOT = RUN-VOTES-TOTAL
003570         DISPLAY "VS-REORGV: MASTER BY KEY " WS-BY-KEY-CNT
003580                 " / " WS-BY-KEY-VOTES-TOTAL
003590                 " DOES NOT MATCH UNLOAD TOTALS "
003600                 RUN-RECORDS-WRITTEN " / " RUN-VOTES-TOTAL
003610         MOVE "N" TO WS-IN-BALANCE-SWITCH
003620     END-IF.
003630
003640     IF WS-BY-TITLE-CNT NOT = RUN-RECORDS-WRITTEN
003650     OR WS-BY-TITLE-VOTES-TOTAL NOT = RUN-VOTES-TOTAL
003660         DISPLAY "VS-REORGV: MASTER BY PRIMARY TITLE "
003670                 WS-BY-TITLE-CNT " / " WS-BY-TITLE-VOTES-TOTAL
003680                 " DOES NOT MATCH UNLOAD TOTALS "
003690                 RUN-RECORDS-WRITTEN " / " RUN-VOTES-TOTAL
003700         MOVE "N" TO WS-IN-BALANCE-SWITCH
003710     END-IF.
003720
003730     IF WS-BY-YEAR-CNT NOT = RUN-RECORDS-WRITTEN
003740     OR WS-BY-YEAR-VOTES-TOTAL NOT = RUN-VOTES-TOTAL
003750         DISPLAY "VS-REORGV: MASTER BY START YEAR "
003760                 WS-BY-YEAR-CNT " / " WS-BY-YEAR-VOTES-TOTAL
003770                 " DOES NOT MATCH UNLOAD TOTALS "
003780                 RUN-RECORDS-WRITTEN " / " RUN-VOTES-TOTAL
003790         MOVE "N" TO WS-IN-BALANCE-SWITCH
003800     END-IF.
003810
003820 END PROGRAM VS-REORGV.
