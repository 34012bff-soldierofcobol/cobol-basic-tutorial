000100*****************************************************************
000200* COPYBOOK     : MASTREC
000300* DESCRIPTION  : RECORD LAYOUT FOR MASTFILE, THE INDEXED MASTER
000400*                MSTLOAD BUILDS FROM OUTFILE.  THE KEY AND BODY ARE
000500*                THE SAME 61 BYTES AS THE OUTFILE RECORD, CARRIED
000600*                WHOLE; THE OUTREC COPYBOOK REMAINS THE ONE PLACE
000700*                THE BODY IS LAID OUT.  MAST-REVERSES IS THE
000800*                ALTERNATE KEY: ON A REVERSAL ROW IT HOLDS THE KEY
000900*                OF THE DETAIL THE REVERSAL CANCELLED, ON EVERY
001000*                OTHER ROW ZEROS, SO A KEYED READ ON IT ANSWERS
001100*                "WHICH RECORD REVERSED THIS ONE" WITHOUT A SCAN.
001200*                MSTLOAD WRITES IT; MSTINQ AND WRITEONE READ IT.
001300* AUTHOR       : SOLDIER OF COBOL
001400*-----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*   2026-10-15  SOC  ORIGINAL VERSION, TAKEN FROM THE KEY/BODY
001700*                    SPLIT MSTLOAD AND MSTINQ EACH DEFINED LOCALLY,
001800*                    WITH THE REVERSAL ALTERNATE KEY ADDED.
001900*****************************************************************
002000 01  MAST-RECORD.
002100     10  MAST-NUMB          PIC 9(06).
002200     10  MAST-BODY          PIC X(55).
002300     10  MAST-BODY-PARTS REDEFINES MAST-BODY.
002400         15  MAST-TYPE      PIC X(01).
002500             88  MAST-IS-DETAIL            VALUE SPACES.
002600             88  MAST-IS-REVERSAL          VALUE 'R'.
002700         15  FILLER         PIC X(54).
002800     10  MAST-REVERSES      PIC 9(06).
