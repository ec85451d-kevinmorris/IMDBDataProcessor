000010******************************************************************
000020*    COPYBOOK:  MOVSEA01
000030*    AUTHOR:    R. TATE - DATA ADMINISTRATION
000040*    DATE-WRITTEN:  2025-08-18
000050*
000060*    MODIFICATION HISTORY.
000070*    DATE-WRITTEN.  2025-08-18.  R. TATE.
000080*        100-BYTE SEASON SUMMARY, ONE PER NUMBERED SEASON OF
000090*        EVERY SERIES VS-SEASON REPORTS, IN SERIES/SEASON ORDER,
000100*        FOR THE ANALYTICS FEED.  AVERAGES ARE VOTE-WEIGHTED
000110*        OVER THE SEASON'S RATED EPISODES (NUMERIC RATING, ONE
000120*        VOTE OR MORE) - AN UNRATED EPISODE COUNTS IN
000130*        SEA-EPISODE-CNT ONLY.  SEA-CHANGE IS THIS SEASON'S
000140*        AVERAGE LESS THE LAST EARLIER SEASON THAT HAD RATED
000150*        EPISODES; SEA-CHANGE-KNOWN IS "N" FOR THE FIRST RATED
000160*        SEASON AND FOR A SEASON WITH NOTHING RATED.  THE SERIES
000170*        AVERAGE (ALL RATED EPISODES, UNNUMBERED ONES INCLUDED)
000180*        IS REPEATED ON EVERY SEASON OF THE SERIES.
000190*
000200*    RECORD IS 100 BYTES, FIXED (12 KEY + 73 + 15).
000210******************************************************************
000220    05  SEA-KEY.
000230        10  SEA-SERIES-TCONST       PIC X(09).
000240        10  SEA-SEASON              PIC 9(03).
000250    05  SEA-RUN-DATE                PIC 9(08).
000260    05  SEA-EPISODE-CNT             PIC 9(05).
000270    05  SEA-RATED-CNT               PIC 9(05).
000280    05  SEA-TOTAL-VOTES             PIC 9(10).
000290    05  SEA-WEIGHTED-AVG            PIC 9(02)V9(04).
000300    05  SEA-BEST-TCONST             PIC X(09).
000310    05  SEA-BEST-RATING             PIC 9(02)V9(01).
000320    05  SEA-WORST-TCONST            PIC X(09).
000330    05  SEA-WORST-RATING            PIC 9(02)V9(01).
000340    05  SEA-CHANGE                  PIC S9(02)V9(04)
000350                                    SIGN LEADING SEPARATE.
000360    05  SEA-CHANGE-KNOWN            PIC X(01).
000370        88  SEA-CHANGE-IS-KNOWN         VALUE "Y".
000380    05  SEA-DROP-FLAG               PIC X(01).
000390        88  SEA-DROP-FLAGGED            VALUE "Y".
000400    05  SEA-SERIES-AVG              PIC 9(02)V9(04).
000410    05  FILLER                      PIC X(15).
