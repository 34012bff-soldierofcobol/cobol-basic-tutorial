000100*****************************************************************
000200* COPYBOOK     : REVPREC
000300* DESCRIPTION  : RECORD LAYOUTS FOR REVPARM, THE LARGE-VALUE
000400*                REVIEW PARAMETERS.  A 'T' ROW GIVES THE AMOUNT
000500*                AT OR ABOVE WHICH A DETAIL IS QUEUED FOR REVIEW,
000600*                FOR ONE PAY-TRAN-TYPE OR, WITH THE TYPE LEFT AS
000700*                SPACES, FOR EVERY TYPE WITHOUT A ROW OF ITS OWN.
000800*                ONE OPTIONAL 'G' ROW GIVES THE DAYS AN ITEM MAY
000900*                STAND UNREVIEWED, AND THE DAYS IT MAY STAND
001000*                QUERIED, BEFORE REVIEW RAISES AN ALERT.  WRITEONE
001100*                AND INBOUND READ THE 'T' ROWS; REVIEW READS THE
001200*                'G' ROW.
001300* AUTHOR       : SOLDIER OF COBOL
001400*-----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*   2026-10-15  SOC  ORIGINAL VERSION.
001700*****************************************************************
001800 01  REVP-THRESHOLD-RECORD.
001900     10  REVP-REC-TYPE      PIC X(01).
002000         88  REVP-IS-THRESHOLD         VALUE 'T'.
002100         88  REVP-IS-AGING             VALUE 'G'.
002200     10  FILLER             PIC X(01).
002300     10  REVP-TRAN-TYPE     PIC X(02).
002400     10  FILLER             PIC X(01).
002500     10  REVP-THRESHOLD     PIC 9(09)V99.
002600 01  REVP-AGING-RECORD.
002700     10  FILLER             PIC X(01).
002800     10  FILLER             PIC X(01).
002900     10  REVP-OPEN-DAYS     PIC 9(03).
003000     10  FILLER             PIC X(01).
003100     10  REVP-QUERY-DAYS    PIC 9(03).
