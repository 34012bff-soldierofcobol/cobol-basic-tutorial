000100*****************************************************************
000200* COPYBOOK     : MASKREC
000300* DESCRIPTION  : RECORD LAYOUT FOR MASKMAP, THE PSEUDONYM MAP
000400*                TESTDATA KEEPS SO THE SAME REAL PAY-ACCT-CODE
000500*                ALWAYS BECOMES THE SAME TEST CODE, WHICHEVER
000600*                GENERATION IS MASKED AND WHENEVER.  ONE ROW PER
000700*                REAL ACCOUNT EVER MASKED, APPENDED AS EACH IS
000800*                FIRST SEEN; ROWS ARE NEVER CHANGED OR REMOVED.
000900*                A PSEUDONYM IS 'T' AND A NINE-DIGIT SEQUENCE
001000*                NUMBER GIVEN OUT IN ORDER, SO IT SAYS NOTHING
001100*                ABOUT THE ACCOUNT BEHIND IT, AND THE ROWS RUN
001200*                IN STRICTLY RISING SEQUENCE ORDER.
001300*                THE MAP IS THE ONLY WAY BACK FROM A TEST CODE TO
001400*                A REAL ONE: IT STAYS WITH THE PRODUCTION FILES
001500*                AND IS NEVER COPIED TO THE TEST REGION.
001600* AUTHOR       : SOLDIER OF COBOL
001700*-----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*   2026-10-15  SOC  ORIGINAL VERSION.
002000*****************************************************************
002100 01  MASK-RECORD.
002200     10  MASK-REAL-CODE     PIC X(10).
002300     10  FILLER             PIC X(01).
002400     10  MASK-PSEUDONYM     PIC X(10).
002500     10  MASK-PSEUDONYM-PARTS REDEFINES MASK-PSEUDONYM.
002600         15  MASK-PSEUDO-PREFIX PIC X(01).
002700             88  MASK-PSEUDO-PREFIX-OK     VALUE 'T'.
002800         15  MASK-PSEUDO-SEQ    PIC 9(09).
002900     10  FILLER             PIC X(01).
003000     10  MASK-ASSIGNED-DATE PIC 9(08).
003100     10  FILLER             PIC X(01).
003200     10  MASK-ASSIGNED-GEN  PIC X(44).
