000010******************************************************************
000020*    PROGRAM-ID:  VS-COLLAB
000030*    AUTHOR:      R. TATE - DATA ADMINISTRATION
000040*    INSTALLATION: HERC01 - MOVIES SUBSYSTEM
000050*    DATE-WRITTEN: 2025-08-04
000060*    DATE-COMPILED:
000070*    PURPOSE:     FREQUENT-COLLABORATOR REPORT - WHICH PEOPLE
000080*                 KEEP WORKING TOGETHER.  THE CSTFILE TITLE-
000090*                 LEADING CROSS-REFERENCE IS READ FRONT TO BACK;
000100*                 THE CAST/CREW OF EACH TITLE IS HELD IN A TABLE
000110*                 AND EVERY TWO PEOPLE ON IT FORM A PAIR, EACH
000120*                 CARRYING THE CATEGORY THE PERSON WAS CREDITED
000130*                 UNDER ON THAT TITLE.  THE PAIRS ARE SORTED,
000140*                 THE SHARED TITLES OF EACH PAIR ARE COUNTED,
000150*                 AND THE PAIRS THAT MEET THE MINIMUM ARE SORTED
000160*                 AGAIN BY SHARED-TITLE COUNT AND PRINTED ON
000170*                 DREPORT, NAMES FROM THE NAMEFILE PEOPLE MASTER,
000180*                 WITH THE SHARED TITLES FROM THE OUTFILE MOVIE
000190*                 MASTER LISTED UNDER EACH PAIR.  THE COUNTED
000200*                 PAIRS ARE HELD ON DPAIRWK BETWEEN THE SORTS.
000210*                 PARM CARD ON DPARM (EVERY FIELD OPTIONAL):
000220*                   COLS  1-9   NCONST - ONLY PAIRS INCLUDING
000230*                               THIS PERSON, WHO PRINTS FIRST
000240*                   COLS 11-30  FIRST CATEGORY  (E.G. director)
000250*                   COLS 32-51  SECOND CATEGORY (E.G. actor) -
000260*                               THE FIRST PERSON OF EACH PAIR
000270*                               HOLDS THE FIRST CATEGORY, THE
000280*                               SECOND PERSON THE SECOND.  A
000290*                               BLANK CATEGORY MATCHES ANY.
000300*                   COLS 53-55  MINIMUM SHARED TITLES (BLANK=002)
000310*                   COLS 57-60  FROM START YEAR  \  MOV-START-YEAR
000320*                   COLS 62-65  TO START YEAR    /  FROM OUTFILE
000330*                   COLS 67-70  PAIRS TO PRINT (BLANK = 0050, OR
000340*                               ALL WHEN AN NCONST IS GIVEN;
000350*                               0000 = ALL)
000360*                 A BAD CARD ENDS THE RUN RC=16.
000370*    TECTONICS:   cobc -x VSCOLLAB.cbl
000380*
000390*    MODIFICATION HISTORY.
000400*    DATE-WRITTEN.  2025-08-04.  R. TATE.
000410*        ORIGINAL VERSION.  A PERSON CREDITED TWICE ON ONE TITLE
000420*        (E.G. WRITER AND DIRECTOR) IS NEVER PAIRED WITH ITSELF,
000430*        AND A TITLE COUNTS ONCE PER PAIR HOWEVER MANY BILLING
000440*        SLOTS THE TWO HOLD.  UP TO 200 SHARED TITLES ARE LISTED
000450*        PER PAIR; THE COUNT ALWAYS COVERS THEM ALL.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. VS-COLLAB.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530
000540     SELECT PARMFILE ASSIGN TO DPARM.
000550     SELECT CSTFILE ASSIGN TO DCSTFILE
000560                    ORGANIZATION IS INDEXED
000570                    ACCESS IS SEQUENTIAL
000580                    RECORD KEY IS CST-KEY.
000590     SELECT NAMEFILE ASSIGN TO DNAMFILE
000600                    ORGANIZATION IS INDEXED
000610                    ACCESS IS DYNAMIC
000620                    RECORD KEY IS NAM-KEY.
000630     SELECT OUTFILE ASSIGN TO DOUTFILE
000640                    ORGANIZATION IS INDEXED
000650                    ACCESS IS DYNAMIC
000660                    RECORD KEY IS OUT-KEY
000670                    ALTERNATE RECORD KEY IS MOV-PRIMARY-TITLE
000680                        WITH DUPLICATES
000690                    ALTERNATE RECORD KEY IS MOV-START-YEAR
000700                        WITH DUPLICATES.
000710     SELECT PAIRFILE ASSIGN TO DPAIRWK.
000720     SELECT REPORTFILE ASSIGN TO DREPORT.
000730     SELECT SORT-WORK ASSIGN TO SORTWK01.
000740     SELECT RANK-WORK ASSIGN TO SORTWK01.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780
000790 FD  PARMFILE.
000800
000810 01 PARM-RECORD-AREA            PIC X(80).
000820
000830 FD  CSTFILE.
000840
000850 01 CSTFILE-RECORD-AREA.
000860     COPY MOVCST01.
000870
000880 FD  NAMEFILE.
000890
000900 01 NAMEFILE-RECORD-AREA.
000910     COPY MOVNAM01.
000920
000930 FD  OUTFILE.
000940
000950 01 OUTFILE-RECORD-AREA.
000960     COPY MOVREC01.
000970
000980 FD  PAIRFILE.
000990
001000 01 PAIR-RECORD-AREA            PIC X(80).
001010
001020 FD  REPORTFILE.
001030
001040 01 REPORT-RECORD-AREA          PIC X(132).
001050
001060*    ONE RECORD PER PAIR PER TITLE THEY BOTH APPEAR ON.
001070
001080 SD  SORT-WORK.
001090
001100 01 SORT-RECORD.
001110     05 SRT-PAIR-KEY.
001120         10 SRT-NCONST-1        PIC X(09).
001130         10 SRT-CATEGORY-1      PIC X(20).
001140         10 SRT-NCONST-2        PIC X(09).
001150         10 SRT-CATEGORY-2      PIC X(20).
001160     05 SRT-TCONST              PIC X(09).
001170
001180*    THE DPAIRWK LAYOUT - ONE RECORD PER SHARED TITLE OF EACH
001190*    PAIR THAT MET THE MINIMUM, CARRYING THE PAIR'S FULL COUNT.
001200
001210 SD  RANK-WORK.
001220
001230 01 RANK-RECORD.
001240     05 RNK-SHARED-CNT          PIC 9(05).
001250     05 RNK-PAIR-KEY.
001260         10 RNK-NCONST-1        PIC X(09).
001270         10 RNK-CATEGORY-1      PIC X(20).
001280         10 RNK-NCONST-2        PIC X(09).
001290         10 RNK-CATEGORY-2      PIC X(20).
001300     05 RNK-TCONST              PIC X(09).
001310     05 FILLER                  PIC X(08).
001320
001330
001340 WORKING-STORAGE SECTION.
001350
001360 01  WS-PARM-CARD.
001370     05 WS-PARM-NCONST          PIC X(09).
001380     05 FILLER                  PIC X(01).
001390     05 WS-PARM-CATEGORY-1      PIC X(20).
001400     05 FILLER                  PIC X(01).
001410     05 WS-PARM-CATEGORY-2      PIC X(20).
001420     05 FILLER                  PIC X(01).
001430     05 WS-PARM-MIN-SHARED      PIC X(03).
001440     05 FILLER                  PIC X(01).
001450     05 WS-PARM-FROM-YEAR       PIC X(04).
001460     05 FILLER                  PIC X(01).
001470     05 WS-PARM-TO-YEAR         PIC X(04).
001480     05 FILLER                  PIC X(01).
001490     05 WS-PARM-TOP-PAIRS       PIC X(04).
001500     05 FILLER                  PIC X(10).
001510
001520 01  WS-MIN-SHARED              PIC 9(03) VALUE 2.
001530 01  WS-FROM-YEAR               PIC 9(04) VALUE ZERO.
001540 01  WS-TO-YEAR                 PIC 9(04) VALUE 9999.
001550 01  WS-TOP-PAIRS               PIC 9(04) VALUE 50.
001560
001570 01  WS-KEY-CHECK.
001580     05 WS-KEY-PREFIX           PIC X(02).
001590     05 WS-KEY-DIGITS           PIC X(07).
001600
001610*    THE CAST/CREW OF THE TITLE IN HAND, IN BILLING ORDER.  THE
001620*    ORDERING IS TWO DIGITS, SO 99 SLOTS HOLD ANY TITLE.
001630
001640 01  WS-TITLE-CAST-TABLE.
001650     05 WS-CAST-ENTRY OCCURS 99 TIMES.
001660         10 WS-CAST-NCONST      PIC X(09).
001670         10 WS-CAST-CATEGORY    PIC X(20).
001680
001690 01  WS-BREAK-KEYS.
001700     05 WS-CURRENT-TCONST       PIC X(09).
001710     05 WS-CAST-TCONST          PIC X(09).
001720
001730*    THE SHARED TITLES OF THE PAIR BEING COUNTED.
001740
001750 01  WS-SHARED-TITLE-TABLE.
001760     05 WS-SHARED-TCONST        PIC X(09) OCCURS 200 TIMES.
001770
001780 01  WS-LAST-SHARED-TCONST      PIC X(09).
001790
001800 01  WS-SORT-PAIR-KEY           PIC X(58).
001810 01  WS-SORT-TCONST             PIC X(09).
001820 01  WS-RANK-PAIR-KEY           PIC X(58).
001830
001840 01  WS-HOLD-PAIR-KEY.
001850     05 WS-HOLD-NCONST-1        PIC X(09).
001860     05 WS-HOLD-CATEGORY-1      PIC X(20).
001870     05 WS-HOLD-NCONST-2        PIC X(09).
001880     05 WS-HOLD-CATEGORY-2      PIC X(20).
001890
001900 01  WS-PAIR-WORK-RECORD.
001910     05 PW-SHARED-CNT           PIC 9(05).
001920     05 PW-PAIR-KEY             PIC X(58).
001930     05 PW-TCONST               PIC X(09).
001940     05 FILLER                  PIC X(08) VALUE SPACES.
001950
001960 01  WS-LOOKUP-NCONST           PIC X(09).
001970 01  WS-LOOKUP-TCONST           PIC X(09).
001980
001990 01 SWITCHES.
002000     05 CAST-EOF-SWITCH         PIC X    VALUE "N".
002010     05 WS-PARM-VALID-SWITCH    PIC X    VALUE "Y".
002020         88 PARM-IS-VALID            VALUE "Y".
002030         88 PARM-IS-INVALID          VALUE "N".
002040     05 WS-YEAR-FILTER-SWITCH   PIC X    VALUE "N".
002050         88 YEAR-FILTER-ON           VALUE "Y".
002060         88 YEAR-FILTER-OFF          VALUE "N".
002070     05 WS-TITLE-SELECTED-SWITCH PIC X   VALUE "Y".
002080         88 TITLE-SELECTED           VALUE "Y".
002090         88 TITLE-NOT-SELECTED       VALUE "N".
002100     05 WS-FORWARD-SWITCH       PIC X    VALUE "N".
002110         88 FORWARD-PAIR-QUALIFIES   VALUE "Y".
002120     05 WS-REVERSE-SWITCH       PIC X    VALUE "N".
002130         88 REVERSE-PAIR-QUALIFIES   VALUE "Y".
002140     05 WS-TITLE-FOUND-SWITCH   PIC X    VALUE "N".
002150         88 TITLE-RECORD-FOUND       VALUE "Y".
002160         88 TITLE-RECORD-NOT-FOUND   VALUE "N".
002170     05 WS-NAME-FOUND-SWITCH    PIC X    VALUE "N".
002180         88 NAME-RECORD-FOUND        VALUE "Y".
002190         88 NAME-RECORD-NOT-FOUND    VALUE "N".
002200
002210 77  WS-CAST-READ-CNT           PIC 9(09) COMP VALUE ZERO.
002220 77  WS-TITLES-READ-CNT         PIC 9(09) COMP VALUE ZERO.
002230 77  WS-TITLES-PAIRED-CNT       PIC 9(09) COMP VALUE ZERO.
002240 77  WS-TITLES-NOT-ON-MASTER-CNT PIC 9(09) COMP VALUE ZERO.
002250 77  WS-TITLES-OUT-OF-YEARS-CNT PIC 9(09) COMP VALUE ZERO.
002260 77  WS-CAST-OVERFLOW-CNT       PIC 9(09) COMP VALUE ZERO.
002270 77  WS-PAIRS-RELEASED-CNT      PIC 9(09) COMP VALUE ZERO.
002280 77  WS-PAIRS-FOUND-CNT         PIC 9(09) COMP VALUE ZERO.
002290 77  WS-PAIRS-QUALIFIED-CNT     PIC 9(09) COMP VALUE ZERO.
002300 77  WS-PAIRS-PRINTED-CNT       PIC 9(09) COMP VALUE ZERO.
002310 77  WS-TITLES-LISTED-CNT       PIC 9(09) COMP VALUE ZERO.
002320 77  WS-CAST-CNT                PIC 9(03) COMP VALUE ZERO.
002330 77  WS-CAST-SUB-1              PIC 9(03) COMP VALUE ZERO.
002340 77  WS-CAST-SUB-2              PIC 9(03) COMP VALUE ZERO.
002350 77  WS-PARTNER-START           PIC 9(03) COMP VALUE ZERO.
002360 77  WS-SHARED-CNT              PIC 9(05) COMP VALUE ZERO.
002370 77  WS-SHARED-SUB              PIC 9(05) COMP VALUE ZERO.
002380 77  WS-MAX-LISTED-TITLES       PIC 9(05) COMP VALUE 200.
002390 77  WS-PAIR-LISTED-CNT         PIC 9(05) COMP VALUE ZERO.
002400 77  WS-HOLD-SHARED-CNT         PIC 9(05) COMP VALUE ZERO.
002410 77  WS-PREV-SHARED-CNT         PIC 9(05) COMP VALUE ZERO.
002420 77  WS-CURRENT-RANK            PIC 9(09) COMP VALUE ZERO.
002430 77  WS-LINE-CNT                PIC 9(03) COMP VALUE 99.
002440 77  WS-PAGE-CNT                PIC 9(05) COMP VALUE ZERO.
002450 77  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 58.
002460
002470 01  WS-REPORT-DATE             PIC 9(08).
002480 01  WS-EDIT-COUNT              PIC ZZ,ZZ9.
002490 01  WS-SHOW-NCONST             PIC X(09).
002500 01  WS-SHOW-CATEGORY-1         PIC X(20).
002510 01  WS-SHOW-CATEGORY-2         PIC X(20).
002520 01  WS-SHOW-TOP-PAIRS          PIC X(04).
002530
002540 01  HEADING-LINE-1.
002550     05 FILLER                  PIC X(12) VALUE "VS-COLLAB".
002560     05 FILLER                  PIC X(28)
002570         VALUE "FREQUENT COLLABORATORS".
002580     05 FILLER                  PIC X(06) VALUE "DATE: ".
002590     05 HD1-DATE                PIC 9(08).
002600     05 FILLER                  PIC X(67) VALUE SPACES.
002610     05 FILLER                  PIC X(06) VALUE "PAGE: ".
002620     05 HD1-PAGE                PIC ZZZZ9.
002630
002640 01  PERSON-LINE.
002650     05 FILLER                  PIC X(02) VALUE SPACES.
002660     05 PL-RANK-LABEL           PIC X(05).
002670     05 PL-RANK                 PIC ZZZZ9.
002680     05 FILLER                  PIC X(04) VALUE SPACES.
002690     05 PL-NCONST               PIC X(09).
002700     05 FILLER                  PIC X(02) VALUE SPACES.
002710     05 PL-NAME                 PIC X(60).
002720     05 FILLER                  PIC X(02) VALUE SPACES.
002730     05 PL-CATEGORY             PIC X(20).
002740     05 FILLER                  PIC X(02) VALUE SPACES.
002750     05 PL-SHARED-LABEL         PIC X(15).
002760     05 PL-SHARED               PIC ZZ,ZZ9.
002770
002780 01  DETAIL-LINE.
002790     05 FILLER                  PIC X(16) VALUE SPACES.
002800     05 DT-TCONST               PIC X(09).
002810     05 FILLER                  PIC X(02) VALUE SPACES.
002820     05 DT-TITLE                PIC X(80).
002830     05 FILLER                  PIC X(01) VALUE SPACES.
002840     05 FILLER                  PIC X(01) VALUE "(".
002850     05 DT-START-YEAR           PIC X(04).
002860     05 FILLER                  PIC X(01) VALUE ")".
002870     05 FILLER                  PIC X(02) VALUE SPACES.
002880     05 DT-TITLE-TYPE           PIC X(12).
002890     05 FILLER                  PIC X(04) VALUE SPACES.
002900
002910 01  MESSAGE-LINE.
002920     05 FILLER                  PIC X(02) VALUE SPACES.
002930     05 MS-TEXT                 PIC X(130).
002940
002950 01  TOTAL-LINE.
002960     05 FILLER                  PIC X(02) VALUE SPACES.
002970     05 FILLER                  PIC X(20)
002980         VALUE "PAIRS PRINTED . . .".
002990     05 TL-COUNT                PIC ZZ,ZZZ,ZZ9.
003000     05 FILLER                  PIC X(100) VALUE SPACES.
003010
003020 PROCEDURE DIVISION.
003030
003040 000-MAIN.
003050
003060     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
003070
003080     PERFORM 050-READ-PARM-CARD.
003090
003100     IF PARM-IS-INVALID
003110         DISPLAY "VS-COLLAB: BAD PARM CARD - RUN ABANDONED"
003120         MOVE 16 TO RETURN-CODE
003130     ELSE
003140         OPEN INPUT  CSTFILE
003150         OPEN INPUT  NAMEFILE
003160         OPEN INPUT  OUTFILE
003170         OPEN OUTPUT REPORTFILE
003180         PERFORM 070-COUNT-PAIRS
003190         PERFORM 080-RANK-PAIRS
003200         CLOSE CSTFILE
003210         CLOSE NAMEFILE
003220         CLOSE OUTFILE
003230         CLOSE REPORTFILE
003240         PERFORM 140-WRITE-SUMMARY-REPORT
003250     END-IF.
003260
003270     STOP RUN.
003280
003290
003300
003310*    EVERY FIELD ON THE CARD IS OPTIONAL - A MISSING CARD OR A
003320*    BLANK ONE LISTS THE TOP 50 PAIRS IN THE WHOLE CATALOG.
003330
003340 050-READ-PARM-CARD.
003350
003360     MOVE SPACES TO WS-PARM-CARD.
003370     MOVE "Y" TO WS-PARM-VALID-SWITCH.
003380
003390     OPEN INPUT PARMFILE.
003400     READ PARMFILE INTO WS-PARM-CARD
003410         AT END MOVE SPACES TO WS-PARM-CARD
003420     END-READ.
003430     CLOSE PARMFILE.
003440
003450     IF WS-PARM-NCONST NOT = SPACES
003460         MOVE WS-PARM-NCONST(1:2) TO WS-KEY-PREFIX
003470         MOVE WS-PARM-NCONST(3:7) TO WS-KEY-DIGITS
003480         IF WS-KEY-PREFIX NOT = "nm"
003490         OR WS-KEY-DIGITS IS NOT NUMERIC
003500             DISPLAY "VS-COLLAB: NOT A VALID NCONST: "
003510                     WS-PARM-NCONST
003520             MOVE "N" TO WS-PARM-VALID-SWITCH
003530         END-IF
003540     END-IF.
003550
003560     IF WS-PARM-CATEGORY-1 = SPACES
003570     AND WS-PARM-CATEGORY-2 NOT = SPACES
003580         DISPLAY "VS-COLLAB: SECOND CATEGORY GIVEN WITHOUT "
003590                 "THE FIRST"
003600         MOVE "N" TO WS-PARM-VALID-SWITCH
003610     END-IF.
003620
003630     IF WS-PARM-MIN-SHARED NOT = SPACES
003640         IF WS-PARM-MIN-SHARED IS NUMERIC
003650         AND WS-PARM-MIN-SHARED NOT = "000"
003660             MOVE WS-PARM-MIN-SHARED TO WS-MIN-SHARED
003670         ELSE
003680             DISPLAY "VS-COLLAB: MINIMUM SHARED TITLES MUST BE "
003690                     "001-999: " WS-PARM-MIN-SHARED
003700             MOVE "N" TO WS-PARM-VALID-SWITCH
003710         END-IF
003720     END-IF.
003730
003740     IF WS-PARM-FROM-YEAR NOT = SPACES
003750         MOVE "Y" TO WS-YEAR-FILTER-SWITCH
003760         IF WS-PARM-FROM-YEAR IS NUMERIC
003770             MOVE WS-PARM-FROM-YEAR TO WS-FROM-YEAR
003780         ELSE
003790             DISPLAY "VS-COLLAB: FROM YEAR IS NOT NUMERIC: "
003800                     WS-PARM-FROM-YEAR
003810             MOVE "N" TO WS-PARM-VALID-SWITCH
003820         END-IF
003830     END-IF.
003840
003850     IF WS-PARM-TO-YEAR NOT = SPACES
003860         MOVE "Y" TO WS-YEAR-FILTER-SWITCH
003870         IF WS-PARM-TO-YEAR IS NUMERIC
003880             MOVE WS-PARM-TO-YEAR TO WS-TO-YEAR
003890         ELSE
003900             DISPLAY "VS-COLLAB: TO YEAR IS NOT NUMERIC: "
003910                     WS-PARM-TO-YEAR
003920             MOVE "N" TO WS-PARM-VALID-SWITCH
003930         END-IF
003940     END-IF.
003950
003960     IF WS-FROM-YEAR > WS-TO-YEAR
003970         DISPLAY "VS-COLLAB: FROM YEAR IS AFTER TO YEAR"
003980         MOVE "N" TO WS-PARM-VALID-SWITCH
003990     END-IF.
004000
004010     IF WS-PARM-TOP-PAIRS = SPACES
004020         IF WS-PARM-NCONST NOT = SPACES
004030             MOVE ZERO TO WS-TOP-PAIRS
004040         END-IF
004050     ELSE
004060         IF WS-PARM-TOP-PAIRS IS NUMERIC
004070             MOVE WS-PARM-TOP-PAIRS TO WS-TOP-PAIRS
004080         ELSE
004090             DISPLAY "VS-COLLAB: PAIRS TO PRINT IS NOT NUMERIC: "
004100                     WS-PARM-TOP-PAIRS
004110             MOVE "N" TO WS-PARM-VALID-SWITCH
004120         END-IF
004130     END-IF.
004140
004150
004160
004170 070-COUNT-PAIRS.
004180
004190     SORT SORT-WORK
004200         ON ASCENDING KEY SRT-PAIR-KEY
004210         ON ASCENDING KEY SRT-TCONST
004220         INPUT PROCEDURE IS 100-RELEASE-TITLE-PAIRS
004230         OUTPUT PROCEDURE IS 200-COUNT-SHARED-TITLES.
004240
004250
004260
004270*    HIGHEST SHARED-TITLE COUNT FIRST; PAIRS WITH THE SAME
004280*    COUNT COME OUT IN NCONST ORDER, EACH PAIR'S TITLES IN
004290*    TCONST ORDER.
004300
004310 080-RANK-PAIRS.
004320
004330     SORT RANK-WORK
004340         ON DESCENDING KEY RNK-SHARED-CNT
004350         ON ASCENDING KEY RNK-PAIR-KEY
004360         ON ASCENDING KEY RNK-TCONST
004370         USING PAIRFILE
004380         OUTPUT PROCEDURE IS 400-PRINT-RANKED-PAIRS.
004390
004400
004410
004420*    INPUT PROCEDURE - CSTFILE IS READ IN KEY ORDER, SO EACH
004430*    TITLE'S CAST/CREW ARRIVES TOGETHER.  HIGH-VALUES IN
004440*    WS-CAST-TCONST MEANS THE CROSS-REFERENCE IS EXHAUSTED.
004450
004460 100-RELEASE-TITLE-PAIRS.
004470
004480     PERFORM 105-READ-CAST-RECORD.
004490
004500     PERFORM 110-PAIR-ONE-TITLE
004510         UNTIL WS-CAST-TCONST = HIGH-VALUES.
004520
004530
004540
004550 105-READ-CAST-RECORD.
004560
004570     READ CSTFILE NEXT RECORD
004580         AT END
004590             MOVE "Y" TO CAST-EOF-SWITCH
004600             MOVE HIGH-VALUES TO WS-CAST-TCONST
004610         NOT AT END
004620             ADD 1 TO WS-CAST-READ-CNT
004630             MOVE CST-TCONST TO WS-CAST-TCONST
004640     END-READ.
004650
004660
004670
004680 110-PAIR-ONE-TITLE.
004690
004700     MOVE WS-CAST-TCONST TO WS-CURRENT-TCONST.
004710     MOVE ZERO TO WS-CAST-CNT.
004720
004730     PERFORM 115-LOAD-CAST-ENTRY
004740         UNTIL WS-CAST-TCONST NOT = WS-CURRENT-TCONST.
004750
004760     ADD 1 TO WS-TITLES-READ-CNT.
004770     MOVE "Y" TO WS-TITLE-SELECTED-SWITCH.
004780
004790     IF YEAR-FILTER-ON
004800         PERFORM 120-CHECK-TITLE-YEAR.
004810
004820     IF TITLE-SELECTED
004830     AND WS-CAST-CNT > 1
004840         ADD 1 TO WS-TITLES-PAIRED-CNT
004850         PERFORM 125-PAIR-ONE-PERSON
004860             VARYING WS-CAST-SUB-1 FROM 1 BY 1
004870             UNTIL WS-CAST-SUB-1 NOT < WS-CAST-CNT
004880     END-IF.
004890
004900
004910
004920 115-LOAD-CAST-ENTRY.
004930
004940     IF WS-CAST-CNT < 99
004950         ADD 1 TO WS-CAST-CNT
004960         MOVE CST-NCONST   TO WS-CAST-NCONST(WS-CAST-CNT)
004970         MOVE CST-CATEGORY TO WS-CAST-CATEGORY(WS-CAST-CNT)
004980     ELSE
004990         ADD 1 TO WS-CAST-OVERFLOW-CNT
005000         DISPLAY "VS-COLLAB: MORE THAN 99 CREDITS ON "
005010                 CST-TCONST " - " CST-NCONST " NOT PAIRED"
005020     END-IF.
005030
005040     PERFORM 105-READ-CAST-RECORD.
005050
005060
005070
005080*    A TITLE NOT ON THE MASTER HAS NO START YEAR, SO IT CANNOT
005090*    FALL INSIDE A YEAR RANGE AND IS LEFT OUT.
005100
005110 120-CHECK-TITLE-YEAR.
005120
005130     MOVE WS-CURRENT-TCONST TO OUT-KEY.
005140
005150     READ OUTFILE
005160         INVALID KEY
005170             MOVE "N" TO WS-TITLE-SELECTED-SWITCH
005180             ADD 1 TO WS-TITLES-NOT-ON-MASTER-CNT
005190         NOT INVALID KEY
005200             IF MOV-START-YEAR IS NOT NUMERIC
005210             OR MOV-START-YEAR < WS-FROM-YEAR
005220             OR MOV-START-YEAR > WS-TO-YEAR
005230                 MOVE "N" TO WS-TITLE-SELECTED-SWITCH
005240                 ADD 1 TO WS-TITLES-OUT-OF-YEARS-CNT
005250             END-IF
005260     END-READ.
005270
005280
005290
005300 125-PAIR-ONE-PERSON.
005310
005320     COMPUTE WS-PARTNER-START = WS-CAST-SUB-1 + 1.
005330
005340     PERFORM 130-TRY-ONE-PAIR
005350         VARYING WS-CAST-SUB-2 FROM WS-PARTNER-START BY 1
005360         UNTIL WS-CAST-SUB-2 > WS-CAST-CNT.
005370
005380
005390
005400*    EACH PAIR CAN BE TAKEN EITHER WAY ROUND - FORWARD (THE
005410*    EARLIER BILLING SLOT FIRST) OR REVERSE.  THE CARD'S
005420*    CATEGORIES DECIDE WHICH WAY QUALIFIES; WHEN BOTH DO, THE
005430*    CARD'S NCONST GOES FIRST, OTHERWISE THE LOWER NCONST, SO A
005440*    PAIR ALWAYS SORTS UNDER ONE KEY.
005450
005460 130-TRY-ONE-PAIR.
005470
005480     MOVE "N" TO WS-FORWARD-SWITCH.
005490     MOVE "N" TO WS-REVERSE-SWITCH.
005500
005510     IF WS-CAST-NCONST(WS-CAST-SUB-1)
005520            NOT = WS-CAST-NCONST(WS-CAST-SUB-2)
005530         IF WS-PARM-NCONST = SPACES
005540         OR WS-PARM-NCONST = WS-CAST-NCONST(WS-CAST-SUB-1)
005550         OR WS-PARM-NCONST = WS-CAST-NCONST(WS-CAST-SUB-2)
005560             PERFORM 132-CHECK-PAIR-CATEGORIES
005570         END-IF
005580     END-IF.
005590
005600     EVALUATE TRUE
005610         WHEN FORWARD-PAIR-QUALIFIES
005620         AND  REVERSE-PAIR-QUALIFIES
005630             PERFORM 134-CHOOSE-PAIR-ORDER
005640         WHEN FORWARD-PAIR-QUALIFIES
005650             PERFORM 136-RELEASE-FORWARD-PAIR
005660         WHEN REVERSE-PAIR-QUALIFIES
005670             PERFORM 138-RELEASE-REVERSE-PAIR
005680         WHEN OTHER
005690             CONTINUE
005700     END-EVALUATE.
005710
005720
005730
005740 132-CHECK-PAIR-CATEGORIES.
005750
005760     IF (WS-PARM-CATEGORY-1 = SPACES
005770     OR  WS-PARM-CATEGORY-1 = WS-CAST-CATEGORY(WS-CAST-SUB-1))
005780     AND (WS-PARM-CATEGORY-2 = SPACES
005790     OR   WS-PARM-CATEGORY-2 = WS-CAST-CATEGORY(WS-CAST-SUB-2))
005800         MOVE "Y" TO WS-FORWARD-SWITCH
005810     END-IF.
005820
005830     IF (WS-PARM-CATEGORY-1 = SPACES
005840     OR  WS-PARM-CATEGORY-1 = WS-CAST-CATEGORY(WS-CAST-SUB-2))
005850     AND (WS-PARM-CATEGORY-2 = SPACES
005860     OR   WS-PARM-CATEGORY-2 = WS-CAST-CATEGORY(WS-CAST-SUB-1))
005870         MOVE "Y" TO WS-REVERSE-SWITCH
005880     END-IF.
005890
005900
005910
005920 134-CHOOSE-PAIR-ORDER.
005930
005940     IF WS-PARM-NCONST NOT = SPACES
005950         IF WS-PARM-NCONST = WS-CAST-NCONST(WS-CAST-SUB-1)
005960             PERFORM 136-RELEASE-FORWARD-PAIR
005970         ELSE
005980             PERFORM 138-RELEASE-REVERSE-PAIR
005990         END-IF
006000     ELSE
006010         IF WS-CAST-NCONST(WS-CAST-SUB-1)
006020                < WS-CAST-NCONST(WS-CAST-SUB-2)
006030             PERFORM 136-RELEASE-FORWARD-PAIR
006040         ELSE
006050             PERFORM 138-RELEASE-REVERSE-PAIR
006060         END-IF
006070     END-IF.
006080
006090
006100
006110 136-RELEASE-FORWARD-PAIR.
006120
006130     MOVE WS-CAST-NCONST(WS-CAST-SUB-1)   TO SRT-NCONST-1.
006140     MOVE WS-CAST-CATEGORY(WS-CAST-SUB-1) TO SRT-CATEGORY-1.
006150     MOVE WS-CAST-NCONST(WS-CAST-SUB-2)   TO SRT-NCONST-2.
006160     MOVE WS-CAST-CATEGORY(WS-CAST-SUB-2) TO SRT-CATEGORY-2.
006170     MOVE WS-CURRENT-TCONST               TO SRT-TCONST.
006180
006190     RELEASE SORT-RECORD.
006200
006210     ADD 1 TO WS-PAIRS-RELEASED-CNT.
006220
006230
006240
006250 138-RELEASE-REVERSE-PAIR.
006260
006270     MOVE WS-CAST-NCONST(WS-CAST-SUB-2)   TO SRT-NCONST-1.
006280     MOVE WS-CAST-CATEGORY(WS-CAST-SUB-2) TO SRT-CATEGORY-1.
006290     MOVE WS-CAST-NCONST(WS-CAST-SUB-1)   TO SRT-NCONST-2.
006300     MOVE WS-CAST-CATEGORY(WS-CAST-SUB-1) TO SRT-CATEGORY-2.
006310     MOVE WS-CURRENT-TCONST               TO SRT-TCONST.
006320
006330     RELEASE SORT-RECORD.
006340
006350     ADD 1 TO WS-PAIRS-RELEASED-CNT.
006360
006370
006380
006390 140-WRITE-SUMMARY-REPORT.
006400
006410     DISPLAY "==============================================".
006420     DISPLAY "VS-COLLAB RUN SUMMARY".
006430     DISPLAY "  CAST/CREW READ . . . : " WS-CAST-READ-CNT.
006440     DISPLAY "  TITLES READ . . . . . : " WS-TITLES-READ-CNT.
006450     DISPLAY "  NOT ON MASTER . . . . : "
006460             WS-TITLES-NOT-ON-MASTER-CNT.
006470     DISPLAY "  OUTSIDE YEARS . . . . : "
006480             WS-TITLES-OUT-OF-YEARS-CNT.
006490     DISPLAY "  TITLES PAIRED . . . . : " WS-TITLES-PAIRED-CNT.
006500     DISPLAY "  CREDITS OVER 99 . . . : " WS-CAST-OVERFLOW-CNT.
006510     DISPLAY "  PAIR RECORDS SORTED . : " WS-PAIRS-RELEASED-CNT.
006520     DISPLAY "  DISTINCT PAIRS . . . : " WS-PAIRS-FOUND-CNT.
006530     DISPLAY "  PAIRS AT MINIMUM . . : " WS-PAIRS-QUALIFIED-CNT.
006540     DISPLAY "  PAIRS PRINTED . . . . : " WS-PAIRS-PRINTED-CNT.
006550     DISPLAY "  SHARED TITLES LISTED : " WS-TITLES-LISTED-CNT.
006560     DISPLAY "==============================================".
006570
006580
006590
006600*    OUTPUT PROCEDURE OF THE FIRST SORT - THE RECORDS FOR ONE
006610*    PAIR COME BACK TOGETHER IN TCONST ORDER, SO A CHANGE OF
006620*    TCONST IS ONE MORE SHARED TITLE.  A PAIR THAT MEETS THE
006630*    MINIMUM GOES TO DPAIRWK, ONE RECORD PER LISTED TITLE.
006640
006650 200-COUNT-SHARED-TITLES.
006660
006670     OPEN OUTPUT PAIRFILE.
006680
006690     PERFORM 210-RETURN-PAIR-RECORD.
006700
006710     PERFORM 220-COUNT-ONE-PAIR
006720         UNTIL WS-SORT-PAIR-KEY = HIGH-VALUES.
006730
006740     CLOSE PAIRFILE.
006750
006760
006770
006780 210-RETURN-PAIR-RECORD.
006790
006800     RETURN SORT-WORK
006810         AT END
006820             MOVE HIGH-VALUES TO WS-SORT-PAIR-KEY
006830         NOT AT END
006840             MOVE SRT-PAIR-KEY TO WS-SORT-PAIR-KEY
006850             MOVE SRT-TCONST   TO WS-SORT-TCONST
006860     END-RETURN.
006870
006880
006890
006900 220-COUNT-ONE-PAIR.
006910
006920     MOVE WS-SORT-PAIR-KEY TO WS-HOLD-PAIR-KEY.
006930     MOVE ZERO   TO WS-SHARED-CNT.
006940     MOVE SPACES TO WS-LAST-SHARED-TCONST.
006950
006960     PERFORM 230-ADD-SHARED-TITLE
006970         UNTIL WS-SORT-PAIR-KEY NOT = WS-HOLD-PAIR-KEY.
006980
006990     ADD 1 TO WS-PAIRS-FOUND-CNT.
007000
007010     IF WS-SHARED-CNT NOT < WS-MIN-SHARED
007020         ADD 1 TO WS-PAIRS-QUALIFIED-CNT
007030         PERFORM 240-WRITE-PAIR-TITLE
007040             VARYING WS-SHARED-SUB FROM 1 BY 1
007050             UNTIL WS-SHARED-SUB > WS-SHARED-CNT
007060             OR    WS-SHARED-SUB > WS-MAX-LISTED-TITLES
007070     END-IF.
007080
007090
007100
007110 230-ADD-SHARED-TITLE.
007120
007130     IF WS-SORT-TCONST NOT = WS-LAST-SHARED-TCONST
007140         ADD 1 TO WS-SHARED-CNT
007150         MOVE WS-SORT-TCONST TO WS-LAST-SHARED-TCONST
007160         IF WS-SHARED-CNT NOT > WS-MAX-LISTED-TITLES
007170             MOVE WS-SORT-TCONST
007180                 TO WS-SHARED-TCONST(WS-SHARED-CNT)
007190         END-IF
007200     END-IF.
007210
007220     PERFORM 210-RETURN-PAIR-RECORD.
007230
007240
007250
007260 240-WRITE-PAIR-TITLE.
007270
007280     MOVE WS-SHARED-CNT                  TO PW-SHARED-CNT.
007290     MOVE WS-HOLD-PAIR-KEY               TO PW-PAIR-KEY.
007300     MOVE WS-SHARED-TCONST(WS-SHARED-SUB) TO PW-TCONST.
007310
007320     WRITE PAIR-RECORD-AREA FROM WS-PAIR-WORK-RECORD.
007330
007340
007350
007360 300-PRINT-PAGE-HEADING.
007370
007380     ADD 1 TO WS-PAGE-CNT.
007390
007400     MOVE WS-REPORT-DATE TO HD1-DATE.
007410     MOVE WS-PAGE-CNT    TO HD1-PAGE.
007420
007430     WRITE REPORT-RECORD-AREA FROM HEADING-LINE-1
007440         AFTER ADVANCING PAGE.
007450     MOVE SPACES TO REPORT-RECORD-AREA.
007460     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
007470
007480     MOVE 2 TO WS-LINE-CNT.
007490
007500
007510
007520 305-CHECK-PAGE-FULL.
007530
007540     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
007550         PERFORM 300-PRINT-PAGE-HEADING.
007560
007570
007580
007590*    TWO LINES PER PAIR - THE RANK, THE FIRST PERSON AND THE
007600*    SHARED-TITLE COUNT, THEN THE SECOND PERSON.  PAIRS WITH THE
007610*    SAME COUNT SHARE A RANK.
007620
007630 310-PRINT-PAIR-HEADING.
007640
007650     PERFORM 305-CHECK-PAGE-FULL.
007660
007670     MOVE SPACES TO REPORT-RECORD-AREA.
007680     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
007690     ADD 1 TO WS-LINE-CNT.
007700
007710     MOVE WS-HOLD-NCONST-1 TO WS-LOOKUP-NCONST.
007720     PERFORM 440-LOOKUP-NAME-MASTER.
007730
007740     MOVE SPACES             TO PERSON-LINE.
007750     MOVE "RANK "            TO PL-RANK-LABEL.
007760     MOVE WS-CURRENT-RANK    TO PL-RANK.
007770     MOVE WS-HOLD-NCONST-1   TO PL-NCONST.
007780     MOVE WS-HOLD-CATEGORY-1 TO PL-CATEGORY.
007790     MOVE "SHARED TITLES: "  TO PL-SHARED-LABEL.
007800     MOVE WS-HOLD-SHARED-CNT TO PL-SHARED.
007810     PERFORM 315-MOVE-PERSON-NAME.
007820
007830     PERFORM 305-CHECK-PAGE-FULL.
007840     WRITE REPORT-RECORD-AREA FROM PERSON-LINE
007850         AFTER ADVANCING 1 LINE.
007860     ADD 1 TO WS-LINE-CNT.
007870
007880     MOVE WS-HOLD-NCONST-2 TO WS-LOOKUP-NCONST.
007890     PERFORM 440-LOOKUP-NAME-MASTER.
007900
007910     MOVE SPACES             TO PERSON-LINE.
007920     MOVE WS-HOLD-NCONST-2   TO PL-NCONST.
007930     MOVE WS-HOLD-CATEGORY-2 TO PL-CATEGORY.
007940     PERFORM 315-MOVE-PERSON-NAME.
007950
007960     PERFORM 305-CHECK-PAGE-FULL.
007970     WRITE REPORT-RECORD-AREA FROM PERSON-LINE
007980         AFTER ADVANCING 1 LINE.
007990     ADD 1 TO WS-LINE-CNT.
008000
008010
008020
008030 315-MOVE-PERSON-NAME.
008040
008050     IF NAME-RECORD-FOUND
008060         MOVE NAM-PRIMARY-NAME TO PL-NAME
008070     ELSE
008080         MOVE "** NAME NOT ON MASTER **" TO PL-NAME
008090     END-IF.
008100
008110
008120
008130 320-PRINT-MESSAGE-LINE.
008140
008150     PERFORM 305-CHECK-PAGE-FULL.
008160
008170     WRITE REPORT-RECORD-AREA FROM MESSAGE-LINE
008180         AFTER ADVANCING 1 LINE.
008190
008200     ADD 1 TO WS-LINE-CNT.
008210
008220
008230
008240 325-PRINT-SELECTION-LINES.
008250
008260     MOVE "ANY" TO WS-SHOW-NCONST.
008270     MOVE "ANY" TO WS-SHOW-CATEGORY-1.
008280     MOVE "ANY" TO WS-SHOW-CATEGORY-2.
008290     MOVE "ALL" TO WS-SHOW-TOP-PAIRS.
008300
008310     IF WS-PARM-NCONST NOT = SPACES
008320         MOVE WS-PARM-NCONST TO WS-SHOW-NCONST.
008330     IF WS-PARM-CATEGORY-1 NOT = SPACES
008340         MOVE WS-PARM-CATEGORY-1 TO WS-SHOW-CATEGORY-1.
008350     IF WS-PARM-CATEGORY-2 NOT = SPACES
008360         MOVE WS-PARM-CATEGORY-2 TO WS-SHOW-CATEGORY-2.
008370     IF WS-TOP-PAIRS > ZERO
008380         MOVE WS-TOP-PAIRS TO WS-SHOW-TOP-PAIRS.
008390
008400     MOVE SPACES TO MESSAGE-LINE.
008410     STRING "SELECTION - PERSON: " WS-SHOW-NCONST
008420            "  CATEGORIES: " WS-SHOW-CATEGORY-1
008430                DELIMITED BY SPACE
008440            " / " DELIMITED BY SIZE
008450            WS-SHOW-CATEGORY-2 DELIMITED BY SPACE
008460            "  MINIMUM SHARED TITLES: " WS-MIN-SHARED
008470                DELIMITED BY SIZE
008480         INTO MS-TEXT.
008490     PERFORM 320-PRINT-MESSAGE-LINE.
008500
008510     MOVE SPACES TO MESSAGE-LINE.
008520     IF YEAR-FILTER-ON
008530         STRING "            START YEARS: " WS-FROM-YEAR
008540                " - " WS-TO-YEAR
008550                "  PAIRS TO PRINT: " WS-SHOW-TOP-PAIRS
008560             DELIMITED BY SIZE INTO MS-TEXT
008570     ELSE
008580         STRING "            START YEARS: ALL"
008590                "  PAIRS TO PRINT: " WS-SHOW-TOP-PAIRS
008600             DELIMITED BY SIZE INTO MS-TEXT
008610     END-IF.
008620     PERFORM 320-PRINT-MESSAGE-LINE.
008630
008640
008650
008660 330-PRINT-REPORT-TOTAL.
008670
008680     MOVE SPACES TO REPORT-RECORD-AREA.
008690     PERFORM 305-CHECK-PAGE-FULL.
008700     WRITE REPORT-RECORD-AREA AFTER ADVANCING 1 LINE.
008710     ADD 1 TO WS-LINE-CNT.
008720
008730     PERFORM 305-CHECK-PAGE-FULL.
008740
008750     MOVE WS-PAIRS-PRINTED-CNT TO TL-COUNT.
008760
008770     WRITE REPORT-RECORD-AREA FROM TOTAL-LINE
008780         AFTER ADVANCING 1 LINE.
008790
008800     ADD 1 TO WS-LINE-CNT.
008810
008820
008830
008840 340-PRINT-DETAIL-LINE.
008850
008860     PERFORM 305-CHECK-PAGE-FULL.
008870
008880     WRITE REPORT-RECORD-AREA FROM DETAIL-LINE
008890         AFTER ADVANCING 1 LINE.
008900
008910     ADD 1 TO WS-LINE-CNT.
008920
008930
008940
008950*    OUTPUT PROCEDURE OF THE SECOND SORT - THE PAIRS COME BACK
008960*    HIGHEST COUNT FIRST.  PRINTING STOPS AFTER THE NUMBER OF
008970*    PAIRS ASKED FOR ON THE CARD (ZERO MEANS ALL OF THEM).
008980
008990 400-PRINT-RANKED-PAIRS.
009000
009010     PERFORM 325-PRINT-SELECTION-LINES.
009020
009030     PERFORM 410-RETURN-RANK-RECORD.
009040
009050     PERFORM 420-PRINT-ONE-PAIR
009060         UNTIL WS-RANK-PAIR-KEY = HIGH-VALUES
009070         OR   (WS-TOP-PAIRS > ZERO
009080         AND   WS-PAIRS-PRINTED-CNT NOT < WS-TOP-PAIRS).
009090
009100     IF WS-PAIRS-PRINTED-CNT = ZERO
009110         MOVE SPACES TO MESSAGE-LINE
009120         MOVE "NO PAIRS MEET THE SELECTION" TO MS-TEXT
009130         PERFORM 320-PRINT-MESSAGE-LINE
009140     END-IF.
009150
009160     PERFORM 330-PRINT-REPORT-TOTAL.
009170
009180
009190
009200 410-RETURN-RANK-RECORD.
009210
009220     RETURN RANK-WORK
009230         AT END
009240             MOVE HIGH-VALUES TO WS-RANK-PAIR-KEY
009250         NOT AT END
009260             MOVE RNK-PAIR-KEY TO WS-RANK-PAIR-KEY
009270     END-RETURN.
009280
009290
009300
009310 420-PRINT-ONE-PAIR.
009320
009330     ADD 1 TO WS-PAIRS-PRINTED-CNT.
009340
009350     IF RNK-SHARED-CNT NOT = WS-PREV-SHARED-CNT
009360         MOVE WS-PAIRS-PRINTED-CNT TO WS-CURRENT-RANK
009370         MOVE RNK-SHARED-CNT       TO WS-PREV-SHARED-CNT
009380     END-IF.
009390
009400     MOVE WS-RANK-PAIR-KEY TO WS-HOLD-PAIR-KEY.
009410     MOVE RNK-SHARED-CNT   TO WS-HOLD-SHARED-CNT.
009420     MOVE ZERO             TO WS-PAIR-LISTED-CNT.
009430
009440     PERFORM 310-PRINT-PAIR-HEADING.
009450
009460     PERFORM 430-PRINT-ONE-SHARED-TITLE
009470         UNTIL WS-RANK-PAIR-KEY NOT = WS-HOLD-PAIR-KEY.
009480
009490     IF WS-HOLD-SHARED-CNT > WS-PAIR-LISTED-CNT
009500         SUBTRACT WS-PAIR-LISTED-CNT FROM WS-HOLD-SHARED-CNT
009510             GIVING WS-EDIT-COUNT
009520         MOVE SPACES TO MESSAGE-LINE
009530         STRING "              ... " WS-EDIT-COUNT
009540                " FURTHER SHARED TITLES NOT LISTED"
009550             DELIMITED BY SIZE INTO MS-TEXT
009560         PERFORM 320-PRINT-MESSAGE-LINE
009570     END-IF.
009580
009590
009600
009610 430-PRINT-ONE-SHARED-TITLE.
009620
009630     MOVE RNK-TCONST TO WS-LOOKUP-TCONST.
009640     PERFORM 450-LOOKUP-TITLE-MASTER.
009650
009660     MOVE WS-LOOKUP-TCONST TO DT-TCONST.
009670
009680     IF TITLE-RECORD-FOUND
009690         MOVE MOV-PRIMARY-TITLE TO DT-TITLE
009700         MOVE MOV-START-YEAR    TO DT-START-YEAR
009710         MOVE MOV-TITLE-TYPE    TO DT-TITLE-TYPE
009720     ELSE
009730         MOVE "** TITLE NOT ON MOVIE MASTER **" TO DT-TITLE
009740         MOVE "????"                            TO DT-START-YEAR
009750         MOVE SPACES                            TO DT-TITLE-TYPE
009760     END-IF.
009770
009780     PERFORM 340-PRINT-DETAIL-LINE.
009790
009800     ADD 1 TO WS-PAIR-LISTED-CNT.
009810     ADD 1 TO WS-TITLES-LISTED-CNT.
009820
009830     PERFORM 410-RETURN-RANK-RECORD.
009840
009850
009860
009870 440-LOOKUP-NAME-MASTER.
009880
009890     MOVE "N" TO WS-NAME-FOUND-SWITCH.
009900     MOVE WS-LOOKUP-NCONST TO NAM-KEY.
009910
009920     READ NAMEFILE
009930         INVALID KEY
009940             MOVE "N" TO WS-NAME-FOUND-SWITCH
009950         NOT INVALID KEY
009960             MOVE "Y" TO WS-NAME-FOUND-SWITCH
009970     END-READ.
009980
009990
010000
010010 450-LOOKUP-TITLE-MASTER.
010020
010030     MOVE "N" TO WS-TITLE-FOUND-SWITCH.
010040     MOVE WS-LOOKUP-TCONST TO OUT-KEY.
010050
010060     READ OUTFILE
010070         INVALID KEY
010080             MOVE "N" TO WS-TITLE-FOUND-SWITCH
010090         NOT INVALID KEY
010100             MOVE "Y" TO WS-TITLE-FOUND-SWITCH
010110     END-READ.
010120
010130 END PROGRAM VS-COLLAB.
