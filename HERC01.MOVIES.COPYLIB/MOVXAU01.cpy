000010******************************************************************
000020*    COPYBOOK:  MOVXAU01
000030*    AUTHOR:    R. TATE - DATA ADMINISTRATION
000040*    DATE-WRITTEN:  2025-07-07
000050*
000060*    MODIFICATION HISTORY.
000070*    DATE-WRITTEN.  2025-07-07.  R. TATE.
000080*        AUDIT RECORD FOR EVERY CROSS-REFERENCE RECORD PURGED BY
000090*        THE VS-INTEG REFERENTIAL-INTEGRITY SWEEP (PRNFILE,
000100*        CSTFILE, EPIFILE, GENFILE, DPROTECT, DRATHIST AND
000110*        NAMEFILE).  KEPT OFF THE MOVAUD01 DAUDIT TRAIL ON
000120*        PURPOSE - DAUDIT CARRIES MOVIE MASTER IMAGES ONLY, AND
000130*        VS-BACKOUT, VS-DELTA AND VS-AUDRPT MUST NEVER SEE A
000140*        CROSS-REFERENCE IMAGE IN AUD-BEFORE-RECORD.
000150*        XAU-BEFORE-RECORD HOLDS THE PURGED RECORD LEFT-JUSTIFIED
000160*        AND SPACE-FILLED - 133 BYTES IS THE LONGEST OF THE
000170*        SEVEN LAYOUTS (MOVNAM01).  XAU-TCONST AND XAU-NCONST ARE
000180*        SPACES WHEN THE PURGED RECORD CARRIES NO SUCH KEY.
000190*
000200*    RECORD IS 190 BYTES, FIXED (8+6+2+14+9+9+133+9).
000210******************************************************************
000220    05  XAU-FILE-NAME               PIC X(08).
000230    05  XAU-ACTION                  PIC X(06).
000240        88  XAU-ACTION-PURGE            VALUE "PURGE".
000250    05  XAU-REASON-CODE             PIC X(02).
000260    05  XAU-TIMESTAMP               PIC X(14).
000270    05  XAU-TCONST                  PIC X(09).
000280    05  XAU-NCONST                  PIC X(09).
000290    05  XAU-BEFORE-RECORD           PIC X(133).
000300    05  FILLER                      PIC X(09).
