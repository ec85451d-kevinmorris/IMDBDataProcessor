000160*        EXTRACT BEING APPLIED; THE INQUIRY REPORTS PRINT THE
000170*        STAMP AS A "DATA AS OF" HEADING LINE SO A READER CAN
000180*        SEE WHAT VINTAGE THEY ARE LOOKING AT.
000182*    2025-07-21.  R. TATE.
000183*        THE TRAILING FILLER IS NOW STP-REORG-DATE - THE DATE
000184*        THE VSREORG STREAM LAST REBUILT THE CLUSTER FROM AN
000185*        UNLOAD.  A REORG CARRIES THE EXTRACT AND LOAD FIELDS
000186*        FORWARD UNCHANGED, SO VS-FRESH STILL JUDGES THE
000187*        MASTER ON THE LOAD THAT PUT ITS DATA THERE.  THE LOAD
000188*        PROGRAMS CLEAR THE RECORD TO SPACES FIRST, SO A LOAD
000189*        LEAVES THE FIELD BLANK UNTIL THE NEXT REORG.
000190*
000200*    RECORD IS 40 BYTES, FIXED (8 + 8 + 8 + 8 + 8).
000210******************************************************************
000230    05  STP-EXTRACT-DATE            PIC 9(08).
000240    05  STP-LOAD-DATE               PIC 9(08).
000250    05  STP-LOAD-TIME               PIC 9(08).
000260    05  STP-REORG-DATE              PIC X(08).
