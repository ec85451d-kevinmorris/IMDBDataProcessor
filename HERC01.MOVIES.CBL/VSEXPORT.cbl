000180*        SIZE AND CONTENT DRIFTING ACROSS UNLOADS.  ALSO
000182*        CORRECTED THE SPELLING OF ORGANIZATION IN THE OUTFILE
000184*        SELECT TO MATCH THE REST OF THE SUBSYSTEM.
000185*    DATE-WRITTEN.  2025-07-21.  R. TATE.
000186*        THE RUN TOTALS ALSO GO TO DTOTALS WHEN THAT DD IS
000187*        ALLOCATED - THE VSREORG STREAM'S VS-REORGV STEP PROVES
000188*        THE RELOADED MASTER AGAINST THEM.
000189******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VS-EXPORT.
000210
000330                        WITH DUPLICATES.
000340     SELECT EXPORTFILE ASSIGN TO DEXPORT.
000345     SELECT RUNHISTFILE ASSIGN TO DRUNHIST.
000346     SELECT TOTALSFILE ASSIGN TO DTOTALS
000347                    FILE STATUS IS WS-TOTALS-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000474
000476 01 RUNHIST-RECORD-AREA.
000478     COPY MOVRUN01.
000479
000480 FD  TOTALSFILE.
000481
000482 01 TOTALS-RECORD-AREA               PIC X(113).
000484
000486 WORKING-STORAGE SECTION.
000490
000500 01 SWITCHES.
000510     05 OUTFILE-EOF-SWITCH          PIC X    VALUE "N".
000520
000530 77  WS-RECORDS-UNLOADED-CNT         PIC 9(09) COMP VALUE ZERO.
000535 77  WS-VOTES-UNLOADED-TOTAL         PIC 9(15) COMP VALUE ZERO.
000536
000537 01  WS-TOTALS-STATUS                PIC X(02) VALUE SPACES.
000540
000550 01  WS-TIMESTAMP-FIELDS.
000560     05 WS-START-DATE               PIC 9(08).
000760
000770     PERFORM 140-WRITE-SUMMARY-REPORT.
000775     PERFORM 145-WRITE-RUN-HISTORY.
000776     PERFORM 146-WRITE-RUN-TOTALS.
000780
000790     STOP RUN.
000800
001340     OPEN EXTEND RUNHISTFILE.
001350     WRITE RUNHIST-RECORD-AREA.
001360     CLOSE RUNHISTFILE.
001361
001362
001363*    DTOTALS IS ONLY ALLOCATED BY THE VSREORG STREAM - ON ANY
001364*    OTHER UNLOAD THERE IS NO DD, THE OPEN FAILS AND NOTHING
001365*    IS WRITTEN.  THE RECORD IS THE RUN-HISTORY RECORD AS-IS.
001366
001367 146-WRITE-RUN-TOTALS.
001368
001369     OPEN OUTPUT TOTALSFILE.
001370
001371     IF WS-TOTALS-STATUS = "00"
001372         WRITE TOTALS-RECORD-AREA FROM RUNHIST-RECORD-AREA
001373         CLOSE TOTALSFILE
001374     END-IF.
001375
001380 END PROGRAM VS-EXPORT.
