000010******************************************************************
000020*    COPYBOOK:  MOVCHT01
000030*    AUTHOR:    R. TATE - DATA ADMINISTRATION
000040*    DATE-WRITTEN:  2025-08-11
000050*
000060*    MODIFICATION HISTORY.
000070*    DATE-WRITTEN.  2025-08-11.  R. TATE.
000080*        150-BYTE WEIGHTED-RATING CHART ENTRY.  VS-CHARTS WRITES
000090*        ONE PER RANKED TITLE OF EACH CHART, IN CHART-ID AND
000100*        RANK ORDER, AND READS LAST WEEK'S FILE BACK TO FLAG NEW
000110*        ENTRIES AND DROP-OUTS - THE CHART ID FROM THE CHART CARD
000120*        IS WHAT TIES THIS WEEK'S CHART TO LAST WEEK'S, SO A
000130*        STANDING CHART MUST KEEP ITS ID.  THE WEIGHTED SCORE IS
000140*        THE BAYESIAN RATING THE CHART IS RANKED ON; THE RATING
000150*        AND VOTES ARE THE RAW MASTER VALUES IT WAS BUILT FROM.
000160*
000170*    RECORD IS 150 BYTES, FIXED (12 KEY + 130 + 8).
000180******************************************************************
000190    05  CHT-KEY.
000200        10  CHT-CHART-ID            PIC X(08).
000210        10  CHT-RANK                PIC 9(04).
000220    05  CHT-CHART-DATE              PIC 9(08).
000230    05  CHT-TCONST                  PIC X(09).
000240    05  CHT-WEIGHTED-SCORE          PIC 9(02)V9(04).
000250    05  CHT-AVG-RATING              PIC 9(02)V9(01).
000260    05  CHT-NUM-VOTES               PIC 9(08).
000270    05  CHT-TITLE-TYPE              PIC X(12).
000280    05  CHT-START-YEAR              PIC X(04).
000290    05  CHT-PRIMARY-TITLE           PIC X(80).
000300    05  FILLER                      PIC X(08).
