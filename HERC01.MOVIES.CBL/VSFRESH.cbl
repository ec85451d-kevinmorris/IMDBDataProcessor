000290*        ORIGINAL VERSION - A WEEK-OLD MOVIE MASTER UNDER A
000300*        FRESH PRINCIPALS EXTRACT USED TO SURFACE ONLY AS
000310*        "TITLE NOT ON MASTER" LINES DAYS LATER.
000312*    DATE-WRITTEN.  2025-07-21.  R. TATE.
000314*        SHOWS THE LAST VSREORG DATE WHEN THE STAMP CARRIES
000316*        ONE.  A REORG DOES NOT MOVE THE EXTRACT DATE, SO IT
000318*        NEVER MAKES A STALE MASTER LOOK FRESH.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. VS-FRESH.
001440         DISPLAY "VS-FRESH: " STP-FILE-NAME " DATA AS OF "
001450                 STP-EXTRACT-DATE " (LOADED " STP-LOAD-DATE
001460                 "/" STP-LOAD-TIME ")"
001462         IF STP-REORG-DATE NOT = SPACES
001464             DISPLAY "VS-FRESH: " STP-FILE-NAME
001466                     " REORGANIZED " STP-REORG-DATE
001468         END-IF
001470         IF STP-EXTRACT-DATE < WS-WANTED-DATE
001480             DISPLAY "VS-FRESH: MASTER IS OLDER THAN THE "
001490                     "EXTRACT BEING APPLIED (" WS-WANTED-DATE
