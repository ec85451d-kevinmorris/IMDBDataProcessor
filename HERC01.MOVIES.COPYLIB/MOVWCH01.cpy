000010******************************************************************
000020*    COPYBOOK:  MOVWCH01
000030*    AUTHOR:    R. TATE - DATA ADMINISTRATION
000040*    DATE-WRITTEN:  2025-09-08
000050*
000060*    MODIFICATION HISTORY.
000070*    DATE-WRITTEN.  2025-09-08.  R. TATE.
000080*        80-BYTE TITLE WATCHLIST RECORD FOR THE DEPARTMENTS
000090*        THAT FOLLOW A FIXED LIST OF TITLES (LEGAL, LICENSING,
000100*        MARKETING).  THE KEY LEADS WITH THE SUBSCRIBER ID, SO
000110*        ONE DEPARTMENT'S LIST IS A RANGE BROWSE, AND THE
000120*        TCONST CLOSES IT OUT - A SUBSCRIBER WATCHES A TITLE
000130*        ONCE.  MAINTAINED BY VS-WATCH ADD AND REMOVE CARDS;
000140*        READ BY VS-WALERT TO ROUTE THE NIGHT'S AUDIT ACTIONS
000150*        TO EACH SUBSCRIBER.  WCH-NOTE IS THE SUBSCRIBER'S OWN
000160*        REMINDER OF WHY THE TITLE IS WATCHED AND PRINTS ON
000170*        EVERY ALERT FOR IT.
000180*
000190*    RECORD IS 80 BYTES, FIXED (17 KEY + 48 + 15).
000200******************************************************************
000210    05  WCH-KEY.
000220        10  WCH-SUBSCRIBER          PIC X(08).
000230        10  WCH-TCONST              PIC X(09).
000240    05  WCH-ADDED-DATE              PIC 9(08).
000250    05  WCH-NOTE                    PIC X(40).
000260    05  FILLER                      PIC X(15).
