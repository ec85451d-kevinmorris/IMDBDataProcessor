000010******************************************************************
000020*    COPYBOOK:  MOVDQX01
000030*    AUTHOR:    R. TATE - DATA ADMINISTRATION
000040*    DATE-WRITTEN:  2025-08-25
000050*
000060*    MODIFICATION HISTORY.
000070*    DATE-WRITTEN.  2025-08-25.  R. TATE.
000080*        150-BYTE DATA-QUALITY EXCEPTION RECORD WRITTEN BY
000090*        VS-DQCHECK.  THE FIRST 80 BYTES ARE A VS-CORRECT
000100*        CONTROL CARD (TCONST, ACTION "C", FIELD NAME, NEW
000110*        VALUE IN VS-CORRECT'S OWN COLUMNS), SO A REVIEWED
000120*        EXCEPTION CUT TO COLUMNS 1-80 GOES STRAIGHT ONTO THE
000130*        VS-CORRECT DECK.  THE NEW VALUE IS FILLED IN ONLY WHEN
000140*        THE RULE CAN TELL WHAT THE FIELD SHOULD HOLD; OTHERWISE
000150*        IT IS LEFT BLANK, WHICH VS-CORRECT REFUSES, SO NO
000160*        EXCEPTION CAN BE APPLIED UNREVIEWED.  THE REST OF THE
000170*        RECORD SAYS WHICH RULE FIRED AND WHAT THE MASTER HOLDS.
000180*
000190*    RECORD IS 150 BYTES, FIXED (80 CARD + 51 + 19).
000200******************************************************************
000210    05  DQX-CORRECT-CARD.
000220        10  DQX-TCONST              PIC X(09).
000230        10  FILLER                  PIC X(01).
000240        10  DQX-ACTION              PIC X(01).
000250        10  FILLER                  PIC X(01).
000260        10  DQX-FIELD-NAME          PIC X(15).
000270        10  FILLER                  PIC X(01).
000280        10  DQX-NEW-VALUE           PIC X(52).
000290    05  DQX-RULE-CODE               PIC X(04).
000300    05  DQX-RUN-DATE                PIC 9(08).
000310    05  DQX-NCONST                  PIC X(09).
000320    05  DQX-CURRENT-VALUE           PIC X(30).
000330    05  FILLER                      PIC X(19).
