000100*****************************************************************
000200* COPYBOOK     : WAIVREC
000300* DESCRIPTION  : RECORD LAYOUT FOR MISSWAIV, THE MISSED-RUN
000400*                WAIVERS.  ONE ROW EXPLAINS A RANGE OF EXPECTED
000500*                PROCESSING DAYS (FROM AND TO DATE, BOTH
000600*                INCLUSIVE) ON WHICH WRITEONE DID NOT COMPLETE
000700*                CLEANLY AND NEED NOT HAVE: THE OPERATOR WHO
000800*                GRANTED THE WAIVER AND WHY.  A ROW WITHOUT BOTH
000900*                DATES IN ORDER, AN OPERATOR AND A REASON WAIVES
001000*                NOTHING.  MISSRUN STOPS ALERTING ON A WAIVED DAY
001100*                AND CLOSEOUT NO LONGER HOLDS THE PERIOD FOR IT.
001200* AUTHOR       : SOLDIER OF COBOL
001300*-----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*   2026-10-15  SOC  ORIGINAL VERSION.
001600*****************************************************************
001700 01  WAIV-RECORD.
001800     10  WAIV-FROM-DATE     PIC 9(08).
001900     10  FILLER             PIC X(01).
002000     10  WAIV-TO-DATE       PIC 9(08).
002100     10  FILLER             PIC X(01).
002200     10  WAIV-OPERATOR      PIC X(08).
002300     10  FILLER             PIC X(01).
002400     10  WAIV-REASON        PIC X(40).
