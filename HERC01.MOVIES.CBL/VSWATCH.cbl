000010******************************************************************
000020*    PROGRAM-ID:  VS-WATCH
000030*    AUTHOR:      R. TATE - DATA ADMINISTRATION
000040*    INSTALLATION: HERC01 - MOVIES SUBSYSTEM
000050*    DATE-WRITTEN: 2025-09-08
000060*    DATE-COMPILED:
000070*    PURPOSE:     MAINTAINS THE DWATCH TITLE WATCHLIST FILE
000080*                 (MOVWCH01, KEYED BY SUBSCRIBER ID AND TCONST)
000090*                 THAT VS-WALERT MATCHES THE NIGHT'S AUDIT TRAIL
000100*                 AGAINST.  EACH SUBSCRIBING DEPARTMENT KEEPS ITS
000110*                 OWN LIST BY ADD AND REMOVE CARDS.
000120*
000130*                 CONTROL CARD ON DCONTROL (ONE PER ACTION):
000140*                   COLS  1-8   SUBSCRIBER ID (E.G. LEGAL)
000150*                   COL  10     A = ADD THE TITLE TO THE LIST
000160*                               R = REMOVE IT FROM THE LIST
000170*                   COLS 12-20  TCONST
000180*                   COLS 22-61  NOTE (A CARDS ONLY) - WHY THE
000190*                               TITLE IS WATCHED; PRINTS ON
000200*                               EVERY ALERT FOR IT
000210*    TECTONICS:   cobc -x VSWATCH.cbl
000220*
000230*    MODIFICATION HISTORY.
000240*    DATE-WRITTEN.  2025-09-08.  R. TATE.
000250*        ORIGINAL VERSION, MODELLED ON VS-CORRECT.  A TITLE
000260*        MUST BE ON THE OUTFILE MOVIE MASTER TO BE ADDED, SO A
000270*        MISKEYED TCONST IS CAUGHT AT ONCE; A REMOVE IS TAKEN
000280*        WHETHER OR NOT THE TITLE IS STILL ON THE MASTER, SO A
000290*        PURGED TITLE CAN BE DROPPED.  AN ADD FOR A TITLE
000300*        ALREADY WATCHED REPLACES ITS NOTE.  A BAD CARD IS
000310*        DISPLAYED AND SKIPPED, THE REST OF THE DECK STILL
000320*        APPLIES, AND THE RUN ENDS RC=4 WHEN ANY CARD WAS
000330*        SKIPPED.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. VS-WATCH.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410
000420     SELECT CONTROLFILE ASSIGN TO DCONTROL.
000430     SELECT WATCHFILE ASSIGN TO DWATCH
000440                    ORGANIZATION IS INDEXED
000450                    ACCESS IS DYNAMIC
000460                    RECORD KEY IS WCH-KEY.
000470     SELECT OUTFILE ASSIGN TO DOUTFILE
000480                    ORGANIZATION IS INDEXED
000490                    ACCESS IS DYNAMIC
000500                    RECORD KEY IS OUT-KEY
000510                    ALTERNATE RECORD KEY IS MOV-PRIMARY-TITLE
000520                        WITH DUPLICATES
000530                    ALTERNATE RECORD KEY IS MOV-START-YEAR
000540                        WITH DUPLICATES.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  CONTROLFILE.
000600
000610 01 CONTROL-RECORD-AREA         PIC X(80).
000620
000630 FD  WATCHFILE.
000640
000650 01 WATCHFILE-RECORD-AREA.
000660     COPY MOVWCH01.
000670
000680 FD  OUTFILE.
000690
000700 01 OUTFILE-RECORD-AREA.
000710     COPY MOVREC01.
000720
000730
000740 WORKING-STORAGE SECTION.
000750
000760 01  WS-CONTROL-CARD.
000770     05 WS-CARD-SUBSCRIBER      PIC X(08).
000780     05 FILLER                  PIC X(01).
000790     05 WS-CARD-ACTION          PIC X(01).
000800         88 CARD-ACTION-ADD         VALUE "A".
000810         88 CARD-ACTION-REMOVE      VALUE "R".
000820     05 FILLER                  PIC X(01).
000830     05 WS-CARD-TCONST          PIC X(09).
000840     05 FILLER                  PIC X(01).
000850     05 WS-CARD-NOTE            PIC X(40).
000860     05 FILLER                  PIC X(19).
000870
000880 01  WS-KEY-CHECK.
000890     05 WS-KEY-PREFIX            PIC X(02).
000900     05 WS-KEY-DIGITS            PIC X(07).
000910
000920 01 SWITCHES.
000930     05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
000940     05 WS-VALID-CARD-SWITCH    PIC X    VALUE "Y".
000950         88 CARD-IS-VALID            VALUE "Y".
000960         88 CARD-IS-INVALID          VALUE "N".
000970     05 WS-TITLE-FOUND-SWITCH   PIC X    VALUE "N".
000980         88 TITLE-RECORD-FOUND       VALUE "Y".
000990         88 TITLE-RECORD-NOT-FOUND   VALUE "N".
001000     05 WS-WATCH-FOUND-SWITCH   PIC X    VALUE "N".
001010         88 WATCH-RECORD-FOUND       VALUE "Y".
001020         88 WATCH-RECORD-NOT-FOUND   VALUE "N".
001030
001040 01  WS-SKIP-REASON             PIC X(40).
001050
001060 01  WS-RUN-DATE                PIC 9(08).
001070
001080 77  WS-CARDS-READ-CNT          PIC 9(09) COMP VALUE ZERO.
001090 77  WS-WATCHES-ADDED-CNT       PIC 9(09) COMP VALUE ZERO.
001100 77  WS-NOTES-REPLACED-CNT      PIC 9(09) COMP VALUE ZERO.
001110 77  WS-WATCHES-REMOVED-CNT     PIC 9(09) COMP VALUE ZERO.
001120 77  WS-CARDS-SKIPPED-CNT       PIC 9(09) COMP VALUE ZERO.
001130
001140 PROCEDURE DIVISION.
001150
001160 000-MAIN.
001170
001180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001190
001200     OPEN INPUT  CONTROLFILE.
001210     OPEN I-O    WATCHFILE.
001220     OPEN INPUT  OUTFILE.
001230
001240     PERFORM 100-PROCESS-CONTROL-CARD
001250         UNTIL CONTROL-EOF-SWITCH = "Y".
001260
001270     CLOSE CONTROLFILE.
001280     CLOSE WATCHFILE.
001290     CLOSE OUTFILE.
001300
001310     PERFORM 140-WRITE-SUMMARY-REPORT.
001320
001330     IF WS-CARDS-SKIPPED-CNT > ZERO
001340         MOVE 4 TO RETURN-CODE.
001350
001360     STOP RUN.
001370
001380
001390
001400 100-PROCESS-CONTROL-CARD.
001410
001420     PERFORM 110-READ-CONTROL-CARD.
001430
001440     IF CONTROL-EOF-SWITCH = "N"
001450     AND WS-CONTROL-CARD NOT = SPACES
001460         PERFORM 115-VALIDATE-CARD
001470         IF CARD-IS-VALID
001480             IF CARD-ACTION-ADD
001490                 PERFORM 200-ADD-WATCH
001500             ELSE
001510                 PERFORM 250-REMOVE-WATCH
001520             END-IF
001530         ELSE
001540             PERFORM 130-SKIP-CARD
001550         END-IF
001560     END-IF.
001570
001580
001590
001600 110-READ-CONTROL-CARD.
001610
001620     READ CONTROLFILE INTO WS-CONTROL-CARD
001630         AT END MOVE "Y" TO CONTROL-EOF-SWITCH.
001640
001650     IF CONTROL-EOF-SWITCH = "N"
001660         ADD 1 TO WS-CARDS-READ-CNT.
001670
001680
001690
001700*    THE FIRST CHECK THAT FAILS SETS THE REASON AND THE REST
001710*    ARE SKIPPED.
001720
001730 115-VALIDATE-CARD.
001740
001750     MOVE "Y" TO WS-VALID-CARD-SWITCH.
001760
001770     IF WS-CARD-SUBSCRIBER = SPACES
001780         MOVE "SUBSCRIBER ID IS BLANK"
001790             TO WS-SKIP-REASON
001800         MOVE "N" TO WS-VALID-CARD-SWITCH
001810     END-IF.
001820
001830     IF CARD-IS-VALID
001840         IF NOT CARD-ACTION-ADD
001850         AND NOT CARD-ACTION-REMOVE
001860             MOVE "ACTION MUST BE A OR R"
001870                 TO WS-SKIP-REASON
001880             MOVE "N" TO WS-VALID-CARD-SWITCH
001890         END-IF
001900     END-IF.
001910
001920     IF CARD-IS-VALID
001930         MOVE WS-CARD-TCONST(1:2) TO WS-KEY-PREFIX
001940         MOVE WS-CARD-TCONST(3:7) TO WS-KEY-DIGITS
001950         IF WS-KEY-PREFIX NOT = "tt"
001960         OR WS-KEY-DIGITS IS NOT NUMERIC
001970             MOVE "TCONST IS NOT A VALID TCONST"
001980                 TO WS-SKIP-REASON
001990             MOVE "N" TO WS-VALID-CARD-SWITCH
002000         END-IF
002010     END-IF.
002020
002030
002040
002050 130-SKIP-CARD.
002060
002070     DISPLAY "VS-WATCH CARD SKIPPED: " WS-SKIP-REASON
002080             " - " WS-CONTROL-CARD(1:20).
002090
002100     ADD 1 TO WS-CARDS-SKIPPED-CNT.
002110
002120
002130
002140 140-WRITE-SUMMARY-REPORT.
002150
002160     DISPLAY "==============================================".
002170     DISPLAY "VS-WATCH WATCHLIST MAINTENANCE SUMMARY".
002180     DISPLAY "  CONTROL CARDS READ . : " WS-CARDS-READ-CNT.
002190     DISPLAY "  TITLES ADDED . . . . : " WS-WATCHES-ADDED-CNT.
002200     DISPLAY "  NOTES REPLACED . . . : " WS-NOTES-REPLACED-CNT.
002210     DISPLAY "  TITLES REMOVED . . . : " WS-WATCHES-REMOVED-CNT.
002220     DISPLAY "  CARDS SKIPPED . . . : " WS-CARDS-SKIPPED-CNT.
002230     DISPLAY "==============================================".
002240
002250
002260
002270*    AN ADD FOR A TITLE THE SUBSCRIBER ALREADY WATCHES KEEPS
002280*    THE ORIGINAL ADDED DATE AND TAKES THE CARD'S NOTE.
002290
002300 200-ADD-WATCH.
002310
002320     PERFORM 210-LOOKUP-TITLE-MASTER.
002330
002340     IF TITLE-RECORD-NOT-FOUND
002350         MOVE "TCONST NOT ON MOVIE MASTER"
002360             TO WS-SKIP-REASON
002370         PERFORM 130-SKIP-CARD
002380     ELSE
002390         PERFORM 240-LOOKUP-WATCH-RECORD
002400         IF WATCH-RECORD-FOUND
002410             MOVE WS-CARD-NOTE TO WCH-NOTE
002420             REWRITE WATCHFILE-RECORD-AREA
002430             ADD 1 TO WS-NOTES-REPLACED-CNT
002440             DISPLAY "VS-WATCH NOTE REPLACED: "
002450                     WS-CARD-SUBSCRIBER " " WS-CARD-TCONST
002460         ELSE
002470             MOVE SPACES             TO WATCHFILE-RECORD-AREA
002480             MOVE WS-CARD-SUBSCRIBER TO WCH-SUBSCRIBER
002490             MOVE WS-CARD-TCONST     TO WCH-TCONST
002500             MOVE WS-RUN-DATE        TO WCH-ADDED-DATE
002510             MOVE WS-CARD-NOTE       TO WCH-NOTE
002520             WRITE WATCHFILE-RECORD-AREA
002530             ADD 1 TO WS-WATCHES-ADDED-CNT
002540             DISPLAY "VS-WATCH ADDED: "
002550                     WS-CARD-SUBSCRIBER " " WS-CARD-TCONST
002560         END-IF
002570     END-IF.
002580
002590
002600
002610 210-LOOKUP-TITLE-MASTER.
002620
002630     MOVE WS-CARD-TCONST TO OUT-KEY.
002640
002650     READ OUTFILE
002660         INVALID KEY
002670             MOVE "N" TO WS-TITLE-FOUND-SWITCH
002680         NOT INVALID KEY
002690             MOVE "Y" TO WS-TITLE-FOUND-SWITCH
002700     END-READ.
002710
002720
002730
002740 240-LOOKUP-WATCH-RECORD.
002750
002760     MOVE WS-CARD-SUBSCRIBER TO WCH-SUBSCRIBER.
002770     MOVE WS-CARD-TCONST     TO WCH-TCONST.
002780
002790     READ WATCHFILE
002800         INVALID KEY
002810             MOVE "N" TO WS-WATCH-FOUND-SWITCH
002820         NOT INVALID KEY
002830             MOVE "Y" TO WS-WATCH-FOUND-SWITCH
002840     END-READ.
002850
002860
002870
002880 250-REMOVE-WATCH.
002890
002900     PERFORM 240-LOOKUP-WATCH-RECORD.
002910
002920     IF WATCH-RECORD-NOT-FOUND
002930         MOVE "TITLE IS NOT ON THIS WATCHLIST"
002940             TO WS-SKIP-REASON
002950         PERFORM 130-SKIP-CARD
002960     ELSE
002970         DELETE WATCHFILE RECORD
002980         ADD 1 TO WS-WATCHES-REMOVED-CNT
002990         DISPLAY "VS-WATCH REMOVED: "
003000                 WS-CARD-SUBSCRIBER " " WS-CARD-TCONST
003010     END-IF.
003020
003030 END PROGRAM VS-WATCH.
